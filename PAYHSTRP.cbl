                      *  E - EVOLUCAO SALARIAL DE UMA MATRICULA       *
                      *      (SALARIO, AUMENTO E BONUS POR CICLO);    *
                      *  D - CUSTO DE UM DEPARTAMENTO POR MES         *
                      *      (TOTAL DE SALARIOS DEPOIS DO CICLO, COM  *
                      *      A PARCELA DAS MATRICULAS RATEADAS PARA O *
                      *      DEPARTAMENTO NO MES - RATEIOFX);         *
                      *  C - COMPARATIVO ANO CONTRA ANO ANTERIOR      *
                      *      (TOTAL GERAL POR MES, LADO A LADO).      *
                      *                                               *
       77  SB-CWSPLF                     PIC  X(08)  VALUE 'CWSPLF'.
       77  SB-CWGETU                     PIC  X(08)  VALUE 'CWGETU'.
       77  SB-CWIDLE                     PIC  X(08)  VALUE 'CWIDLE'.
       77  SB-RATEIOFX                   PIC  X(08)  VALUE 'RATEIOFX'.
      *
      *----------------------------------------------------------------*
      *        AREA DE VARIAVEIS AUXILIARES                            *
                                             PIC S9(011)V99.
      *
      *----------------------------------------------------------------*
      *  RATEIO DO CUSTO DA MATRICULA ENTRE DEPARTAMENTOS (CONSULTA D)  *
      *----------------------------------------------------------------*
       01  PARAMETROS-RATEIOFX.
           03 RATEIOFX-FUNCAO                PIC  X(001)    VALUE 'R'.
           03 RATEIOFX-EMP-NO                PIC  9(005)    VALUE
              ZEROS.
           03 RATEIOFX-ANOMES                PIC  9(006)    VALUE
              ZEROS.
           03 RATEIOFX-DEPT-PADRAO           PIC  9(003)    VALUE
              ZEROS.
           03 RATEIOFX-VALOR                 PIC S9(011)V99 VALUE
              ZEROS.
           03 RATEIOFX-RETORNO               PIC  X(002)    VALUE
              SPACES.
           03 RATEIOFX-QTDE                  PIC  9(001)    VALUE
              ZEROS.
           03 RATEIOFX-PRINCIPAL             PIC  9(003)    VALUE
              ZEROS.
           03 RATEIOFX-ITEM OCCURS 5 TIMES.
              05 RATEIOFX-DEPT               PIC  9(003).
              05 RATEIOFX-PERCENTUAL         PIC  9(003)V99.
              05 RATEIOFX-PARCELA            PIC S9(011)V99.
      *
       01  WS-IND-RAT                 COMP-3 PIC  9(001)    VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *  PARAMETROS DO CWSPLF (TRANSFERE O EXTRATO PARA O SPOOL)        *
      *----------------------------------------------------------------*
       01  PARAMETROS-CWSPLF.
                   UNTIL OPCAO-FIM
      *
           CLOSE PAYHIST
           MOVE 'F' TO RATEIOFX-FUNCAO
           CALL SB-RATEIOFX USING PARAMETROS-RATEIOFX
             ON EXCEPTION
                CONTINUE
           END-CALL
      *
           GOBACK.
      *
                    SET FL-PAYHIST-EOF TO TRUE
                 NOT AT END
                    PERFORM RT-QUEBRAR-ANOMES
                    IF  PAYHIST-COMPANY EQUAL WS-CIA-FILTRO
                    AND WS-ANOMES-REG-ANO EQUAL WS-ANO-FILTRO
                        PERFORM RT-SOMAR-PARCELA-DEPT
                    END-IF
               END-READ
           END-PERFORM
      *
       RT-DEPARTAMENTOX.                           EXIT.
      *----------------------------------------------------------------*
      *  PARCELA DO SALARIO DO REGISTRO QUE CABE AO DEPARTAMENTO PELO   *
      *  RATEIO VIGENTE NO MES (SEM RATEIO, O SALARIO TODO NO DEPT DO   *
      *  HISTORICO)                                                     *
      *----------------------------------------------------------------*
       RT-SOMAR-PARCELA-DEPT                       SECTION.
      *
           MOVE 'R'                TO RATEIOFX-FUNCAO
           MOVE PAYHIST-EMP-NO     TO RATEIOFX-EMP-NO
           MOVE PAYHIST-ANOMES     TO RATEIOFX-ANOMES
           MOVE PAYHIST-DEPT       TO RATEIOFX-DEPT-PADRAO
           MOVE PAYHIST-SAL-DEPOIS TO RATEIOFX-VALOR
           CALL SB-RATEIOFX USING PARAMETROS-RATEIOFX
             ON EXCEPTION
                MOVE 1                  TO RATEIOFX-QTDE
                MOVE PAYHIST-DEPT       TO RATEIOFX-DEPT(1)
                MOVE PAYHIST-SAL-DEPOIS TO RATEIOFX-PARCELA(1)
           END-CALL
           PERFORM VARYING WS-IND-RAT FROM 1 BY 1
                     UNTIL WS-IND-RAT GREATER RATEIOFX-QTDE
               IF  RATEIOFX-DEPT(WS-IND-RAT) EQUAL WS-DEPT-FILTRO
                   ADD RATEIOFX-PARCELA(WS-IND-RAT)
                    TO WS-TOT-MES-TAB(WS-ANOMES-REG-MES)
               END-IF
           END-PERFORM.
      *
       RT-SOMAR-PARCELA-DEPTX.                     EXIT.
      *----------------------------------------------------------------*
      *  COMPARATIVO DO TOTAL GERAL POR MES: ANO X ANO ANTERIOR         *
      *----------------------------------------------------------------*
       RT-COMPARATIVO                              SECTION.
