       77  SB-CANCEL                     PIC  X(08)  VALUE '$CANCEL'.
       77  SB-SC5CP                      PIC  X(08)  VALUE '$SC5CP'.
       77  SB-CWLOGW                     PIC  X(08)  VALUE 'CWLOGW'.
       77  SB-SINDFX                     PIC  X(08)  VALUE 'SINDFX'.
      *
      *----------------------------------------------------------------*
      * CAMPOS DE DATA E HORA                                          *
              88 SOB-PAYCTL                                 VALUE 'S'.
           03 WS-RETURN-CODE                 PIC  9(003)    VALUE
              ZEROS.
           03 WS-SIMULACAO                   PIC  X(001)    VALUE
              SPACE.
              88 EM-SIMULACAO                               VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *  CONTROLE DO ORCAMENTO DE AUMENTOS POR EMPRESA/DEPARTAMENTO     *
           03 WS-INT-VIGENCIA         COMP-3 PIC S9(008)    VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *  SALARIO REAJUSTADO CONTRA O PISO DO SINDICATO (SINDFX)         *
      *----------------------------------------------------------------*
       01  WS-PISO-CONTROLE.
           03 WS-SALARIO-NOVO         COMP-3 PIC S9(005)V99 VALUE ZEROS.
           03 WS-ABAIXO-PISO          COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-PISO-VALOR                  PIC  ZZ.ZZ9,99.
           03 WS-PISO-SALARIO                PIC  Z.ZZZ.ZZ9,99.
      *
       01  PARAMETROS-SINDFX.
           03 SINDFX-EMP-NO                  PIC  9(005)    VALUE
              ZEROS.
           03 SINDFX-DEPT                    PIC  9(003)    VALUE
              ZEROS.
           03 SINDFX-CARGO                   PIC  X(006)    VALUE
              SPACES.
           03 SINDFX-SALARIO                 PIC  9(004)V99 VALUE
              ZEROS.
           03 SINDFX-ANOMES                  PIC  9(006)    VALUE
              ZEROS.
           03 SINDFX-RETORNO                 PIC  X(002)    VALUE
              SPACES.
           03 SINDFX-SINDICATO               PIC  X(004)    VALUE
              SPACES.
           03 SINDFX-NOME                    PIC  X(030)    VALUE
              SPACES.
           03 SINDFX-PISO                    PIC  9(005)V99 VALUE
              ZEROS.
           03 SINDFX-SALARIO-MES             PIC  9(007)V99 VALUE
              ZEROS.
           03 SINDFX-OPOSICAO                PIC  X(001)    VALUE
              SPACE.
           03 SINDFX-CONTRIB                 PIC  9(007)V99 VALUE
              ZEROS.
      *
      *----------------------------------------------------------------*
      *  CONTROLE DO MODO DE APLICACAO (NOVA GERACAO DO PERSNL)         *
      *  OS PERCENTUAIS APROVADOS FICAM RETIDOS EM WS-PCT-TAB DURANTE   *
      *  A CARGA DO WORKSDS E SAO REAPLICADOS SOBRE O PAY-GROSS         *
               DISPLAY PGMID '001I- MODO APLICACAO: NOVA GERACAO DO'
                             ' PERSNL SERA GRAVADA EM SYS011'
           END-IF
      *
      *    NA SIMULACAO DO CICLO (PAYCTL) AS LISTAGENS SAEM MARCADAS
           DISPLAY 'PAYROLL-SIMULACAO' UPON ENVIRONMENT-NAME
           ACCEPT   WS-SIMULACAO        FROM ENVIRONMENT-VALUE
      *
           DISPLAY PGMID '001I' TRACOS
           DISPLAY PGMID '001I- INICIO PROC: ' WS-DATA-HORADISP
           DISPLAY PGMID '007I- PERSNL TRUNCADO (TAB CHEIA):' WS-DISPLAY
           MOVE    WS-EXCECAO-TRUNCADOS                    TO WS-DISPLAY
           DISPLAY PGMID '008I- EXCECOES TRUNCADAS........:' WS-DISPLAY
           MOVE    WS-ABAIXO-PISO                          TO WS-DISPLAY
           DISPLAY PGMID '022I- ABAIXO DO PISO SINDICAL...:' WS-DISPLAY
           IF  APLICAR-PERSNL
               MOVE    WS-GRAVADOS-PERSNL-NOVO             TO WS-DISPLAY
               DISPLAY PGMID '010I- GRAVADOS EM PERSNL NOVO...:'
           IF REPORT-CLOSED
              OPEN OUTPUT LISTA
              MOVE 59               TO LINE-COUNT
              IF  EM-SIMULACAO
                  MOVE '*** SIMULACAO ***' TO REG-LISTA
                  WRITE REG-LISTA                 AFTER 1
              END-IF
           END-IF
      *
           IF  LINE-COUNT NOT LESS 58
                              ' AUMENTO ESTOURADO (CARTA)'
                              DELIMITED BY SIZE INTO REG-ORCARPT
                       WRITE REG-ORCARPT
                       IF  EM-SIMULACAO
                           MOVE '*** SIMULACAO ***' TO REG-ORCARPT
                           WRITE REG-ORCARPT
                       END-IF
                   END-IF
                   MOVE WS-ORC-VALOR(INDORC)    TO WS-ORC-ED-1
                   MOVE WS-ORC-PROPOSTO(INDORC) TO WS-ORC-ED-2
           END-IF
      *
           PERFORM RT-CALCULAR-RETRO
           PERFORM RT-CONFERIR-PISO
      *
           IF  NOT USAR-RATETAB
               MOVE WS-CIA-EMPREGADO TO WS-CIA-CORRENTE
      *
       RT-VALIDAR-CARTAO-EMPX.                     EXIT.
      *----------------------------------------------------------------*
      *  SALARIO JA COM O PERCENTUAL DA CARTA CONTRA O PISO DA          *
      *  CONVENCAO DO SINDICATO DA MATRICULA: SO AVISO                  *
      *----------------------------------------------------------------*
       RT-CONFERIR-PISO                            SECTION.
      *
           COMPUTE WS-SALARIO-NOVO ROUNDED =
                   WS-PAY-CORRENTE * (100 + RAISE-PERCENT) / 100
           IF  WS-SALARIO-NOVO GREATER 9999,99
               EXIT SECTION
           END-IF
      *
           MOVE CARTAO-EMP       TO SINDFX-EMP-NO
           MOVE WS-DEPT-CORRENTE TO SINDFX-DEPT
           MOVE SPACES           TO SINDFX-CARGO SINDFX-RETORNO
           MOVE WS-SALARIO-NOVO  TO SINDFX-SALARIO
           MOVE ZEROS            TO SINDFX-ANOMES
           CALL SB-SINDFX USING PARAMETROS-SINDFX
             ON EXCEPTION
                MOVE '04' TO SINDFX-RETORNO
           END-CALL
           IF  SINDFX-RETORNO NOT EQUAL '01'
               EXIT SECTION
           END-IF
      *
           ADD  1                  TO WS-ABAIXO-PISO
           MOVE SINDFX-PISO        TO WS-PISO-VALOR
           MOVE SINDFX-SALARIO-MES TO WS-PISO-SALARIO
           DISPLAY PGMID '022I- AVISO: MATRICULA ' CARTAO-EMP
                   ' COM SALARIO MENSAL ' WS-PISO-SALARIO
           DISPLAY PGMID '022I-        ABAIXO DO PISO DO SINDICATO '
                   SINDFX-SINDICATO ' (' WS-PISO-VALOR ')'.
      *
       RT-CONFERIR-PISOX.                          EXIT.
      *----------------------------------------------------------------*
      *   CALCULA O RETROATIVO DEVIDO A MATRICULA CORRENTE: SEMANAS     *
      *   COMPLETAS ENTRE A DATA DE VIGENCIA E A DATA DO PROCESSAMENTO  *
      *   VEZES O AUMENTO SEMANAL (PAY-GROSS X PERCENTUAL)              *
           IF  NOT CARTAO-ERROS-ABERTO
               OPEN OUTPUT CARTAO-ERROS
               SET CARTAO-ERROS-ABERTO TO TRUE
               IF  EM-SIMULACAO
                   MOVE '*** SIMULACAO ***' TO REG-CARTAO-ERROS
                   WRITE REG-CARTAO-ERROS
                   MOVE SPACES              TO REG-CARTAO-ERROS
               END-IF
           END-IF
      *
           MOVE CARTAO-EMP           TO ERRO-CARTAO-EMP
