      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RATEIOFX.
       AUTHOR.        Traduzido de Easytrieve (macro esy.kex v.0.10).
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      * Rateio do custo de uma matricula entre        *
                      * departamentos num mes de competencia, pelo    *
                      * registro RATEIO (mantido pelo RATEIOMNT):     *
                      * vale a vigencia mais recente ate o mes. Sem   *
                      * rateio vigente (ou com a vigencia sem         *
                      * departamentos, que encerra o rateio) o custo  *
                      * fica todo no departamento padrao informado    *
                      * pelo chamador (o DEPT do PERSNL ou do         *
                      * movimento). Usado pelo PAYJRNL, ENCCALC e     *
                      * PAYHSTRP.                                     *
                      *                                               *
                      * Funcoes:                                      *
                      *                                               *
                      *  - C: CONSULTA - DEPARTAMENTOS E PERCENTUAIS; *
                      *  - R: RATEIA RATEIOFX-VALOR NAS PARCELAS, COM *
                      *    A SOBRA DOS CENTAVOS NA ULTIMA, PARA QUE A *
                      *    SOMA BATA COM O VALOR;                     *
                      *  - F: FECHA O RATEIO NO FIM DO CHAMADOR.      *
                      *                                               *
                      * RATEIOFX-PRINCIPAL devolve o departamento de  *
                      * maior percentual (onde a matricula e contada  *
                      * nos totais de empregados).                    *
                      *                                               *
                      * RATEIOFX-RETORNO: 00 RATEADO, 01 SEM RATEIO   *
                      * NO MES, 99 RATEIO INDISPONIVEL (CUSTO NO      *
                      * DEPARTAMENTO PADRAO).                         *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT OPTIONAL RATEIO ASSIGN TO RATEIO
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS RATEIO-CHAVE
                  FILE STATUS   IS FL-STA-RATEIO.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  RATEIO
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-RATEIO.
           03 RATEIO-CHAVE.
              05 RATEIO-EMP-NO               PIC  9(005).
              05 RATEIO-VIGENCIA             PIC  9(006).
           03 RATEIO-QTDE                    PIC  9(001).
           03 RATEIO-ITEM OCCURS 5 TIMES.
              05 RATEIO-DEPT                 PIC  9(003).
              05 RATEIO-PERCENTUAL           PIC  9(003)V99.
           03 RATEIO-OBSERVACAO              PIC  X(030).
           03 RATEIO-DATA-ALT                PIC  9(008).
           03 RATEIO-OPERADOR                PIC  X(030).
      *================================================================*
       WORKING-STORAGE SECTION.
      *================================================================*
       77  FILLER                     PIC  X(31)  VALUE
                                     'III WORKING-STORAGE SECTION III'.
      *================================================================*
      *----------------------------------------------------------------*
      *        AREA DE VARIAVEIS AUXILIARES                            *
      *----------------------------------------------------------------*
      *
       01  WS-VARIAVEIS.
           03 PGMID                          PIC  X(010)    VALUE
              '#RATEIOFX.'.
           03 FL-STA-RATEIO                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-RATEIO-OK                               VALUE '00'.
              88 FL-RATEIO-EOF                              VALUE '10'.
           03 WS-RATEIO-ABERTO               PIC  X(001)    VALUE 'N'.
              88 RATEIO-ABERTO                              VALUE 'S'.
              88 RATEIO-INDISPONIVEL                        VALUE 'X'.
           03 WS-ULT-EMP-NO                  PIC  9(005)    VALUE
              ZEROS.
           03 WS-ULT-ANOMES                  PIC  9(006)    VALUE
              ZEROS.
           03 WS-SOMA                 COMP-3 PIC S9(011)V99 VALUE ZEROS.
           03 WS-MAIOR                COMP-3 PIC S9(003)V99 VALUE ZEROS.
           03 WS-IND                  COMP-3 PIC  9(001)    VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *  RATEIO VIGENTE DA ULTIMA MATRICULA/MES CONSULTADOS             *
      *----------------------------------------------------------------*
       01  WS-VIGENTE.
           03 WS-VIG-QTDE                    PIC  9(001)    VALUE
              ZEROS.
           03 WS-VIG-ITEM OCCURS 5 TIMES.
              05 WS-VIG-DEPT                 PIC  9(003).
              05 WS-VIG-PERCENTUAL           PIC  9(003)V99.
      *================================================================*
       01  FILLER                            PIC  X(32)  VALUE
                                     'FFF  FIM DAWORKING-STORAGE  FFF'.
      *================================================================*
       LINKAGE SECTION.
      *
      *----------------------------------------------------------------*
      *  FUNCAO, MATRICULA, ANOMES, DEPARTAMENTO PADRAO E VALOR NA      *
      *  ENTRADA; DEPARTAMENTOS, PERCENTUAIS E PARCELAS NA SAIDA        *
      *----------------------------------------------------------------*
       01  PARAMETROS-RATEIOFX.
           03 RATEIOFX-FUNCAO                PIC  X(001).
           03 RATEIOFX-EMP-NO                PIC  9(005).
           03 RATEIOFX-ANOMES                PIC  9(006).
           03 RATEIOFX-DEPT-PADRAO           PIC  9(003).
           03 RATEIOFX-VALOR                 PIC S9(011)V99.
           03 RATEIOFX-RETORNO               PIC  X(002).
           03 RATEIOFX-QTDE                  PIC  9(001).
           03 RATEIOFX-PRINCIPAL             PIC  9(003).
           03 RATEIOFX-ITEM OCCURS 5 TIMES.
              05 RATEIOFX-DEPT               PIC  9(003).
              05 RATEIOFX-PERCENTUAL         PIC  9(003)V99.
              05 RATEIOFX-PARCELA            PIC S9(011)V99.
      *================================================================*
       PROCEDURE DIVISION USING PARAMETROS-RATEIOFX.
      *================================================================*
      *----------------------------------------------------------------*
      *                        ROTINA PRINCIPAL                        *
      *----------------------------------------------------------------*
       RT-PRINCIPAL                                SECTION.
      *
           IF  RATEIOFX-FUNCAO EQUAL 'F'
               IF  RATEIO-ABERTO
                   CLOSE RATEIO
               END-IF
               MOVE 'N'   TO WS-RATEIO-ABERTO
               MOVE ZEROS TO WS-ULT-EMP-NO WS-ULT-ANOMES
               GOBACK
           END-IF
      *
           IF  NOT RATEIO-ABERTO
           AND NOT RATEIO-INDISPONIVEL
               OPEN INPUT RATEIO
               IF  FL-RATEIO-OK
                   SET RATEIO-ABERTO TO TRUE
               ELSE
                   SET RATEIO-INDISPONIVEL TO TRUE
               END-IF
           END-IF
      *
           IF  NOT RATEIO-ABERTO
               MOVE '99'  TO RATEIOFX-RETORNO
               MOVE ZEROS TO WS-VIG-QTDE
           ELSE
               IF  RATEIOFX-EMP-NO NOT EQUAL WS-ULT-EMP-NO
               OR  RATEIOFX-ANOMES NOT EQUAL WS-ULT-ANOMES
                   PERFORM RT-LOCALIZAR-VIGENTE
               END-IF
               IF  WS-VIG-QTDE GREATER ZERO
                   MOVE '00' TO RATEIOFX-RETORNO
               ELSE
                   MOVE '01' TO RATEIOFX-RETORNO
               END-IF
           END-IF
      *
           PERFORM RT-DEVOLVER-ITENS
           IF  RATEIOFX-FUNCAO EQUAL 'R'
               PERFORM RT-RATEAR-VALOR
           END-IF
      *
           GOBACK.
      *
       RT-PRINCIPALX.                              EXIT.
      *----------------------------------------------------------------*
      *  ULTIMA VIGENCIA DA MATRICULA ATE O ANOMES PEDIDO               *
      *----------------------------------------------------------------*
       RT-LOCALIZAR-VIGENTE                        SECTION.
      *
           MOVE RATEIOFX-EMP-NO TO WS-ULT-EMP-NO
           MOVE RATEIOFX-ANOMES TO WS-ULT-ANOMES
           MOVE ZEROS           TO WS-VIG-QTDE
      *
           MOVE RATEIOFX-EMP-NO TO RATEIO-EMP-NO
           MOVE ZEROS           TO RATEIO-VIGENCIA
           MOVE ZEROS           TO FL-STA-RATEIO
           START RATEIO KEY NOT LESS RATEIO-CHAVE
               INVALID KEY
                   SET FL-RATEIO-EOF TO TRUE
           END-START
           PERFORM UNTIL FL-RATEIO-EOF
               READ RATEIO NEXT RECORD
                 AT END
                    SET FL-RATEIO-EOF TO TRUE
                 NOT AT END
                    IF  RATEIO-EMP-NO   NOT EQUAL RATEIOFX-EMP-NO
                    OR  RATEIO-VIGENCIA GREATER RATEIOFX-ANOMES
                        SET FL-RATEIO-EOF TO TRUE
                    ELSE
                        MOVE RATEIO-QTDE TO WS-VIG-QTDE
                        IF  WS-VIG-QTDE GREATER 5
                            MOVE 5 TO WS-VIG-QTDE
                        END-IF
                        PERFORM VARYING WS-IND FROM 1 BY 1
                                  UNTIL WS-IND GREATER 5
                            MOVE RATEIO-DEPT(WS-IND)
                              TO WS-VIG-DEPT(WS-IND)
                            MOVE RATEIO-PERCENTUAL(WS-IND)
                              TO WS-VIG-PERCENTUAL(WS-IND)
                        END-PERFORM
                    END-IF
               END-READ
           END-PERFORM
           MOVE ZEROS TO FL-STA-RATEIO.
      *
       RT-LOCALIZAR-VIGENTEX.                      EXIT.
      *----------------------------------------------------------------*
      *  DEPARTAMENTOS E PERCENTUAIS PARA O CHAMADOR; SEM RATEIO FICA   *
      *  UMA PARCELA SO, DE 100% NO DEPARTAMENTO PADRAO                 *
      *----------------------------------------------------------------*
       RT-DEVOLVER-ITENS                           SECTION.
      *
           PERFORM VARYING WS-IND FROM 1 BY 1
                     UNTIL WS-IND GREATER 5
               MOVE ZEROS TO RATEIOFX-DEPT(WS-IND)
                             RATEIOFX-PERCENTUAL(WS-IND)
                             RATEIOFX-PARCELA(WS-IND)
           END-PERFORM
      *
           IF  RATEIOFX-RETORNO NOT EQUAL '00'
               MOVE 1                    TO RATEIOFX-QTDE
               MOVE RATEIOFX-DEPT-PADRAO TO RATEIOFX-DEPT(1)
                                            RATEIOFX-PRINCIPAL
               MOVE 100                  TO RATEIOFX-PERCENTUAL(1)
               EXIT SECTION
           END-IF
      *
           MOVE WS-VIG-QTDE TO RATEIOFX-QTDE
           MOVE ZEROS       TO WS-MAIOR
           PERFORM VARYING WS-IND FROM 1 BY 1
                     UNTIL WS-IND GREATER WS-VIG-QTDE
               MOVE WS-VIG-DEPT(WS-IND)
                 TO RATEIOFX-DEPT(WS-IND)
               MOVE WS-VIG-PERCENTUAL(WS-IND)
                 TO RATEIOFX-PERCENTUAL(WS-IND)
               IF  WS-VIG-PERCENTUAL(WS-IND) GREATER WS-MAIOR
                   MOVE WS-VIG-PERCENTUAL(WS-IND) TO WS-MAIOR
                   MOVE WS-VIG-DEPT(WS-IND)       TO RATEIOFX-PRINCIPAL
               END-IF
           END-PERFORM.
      *
       RT-DEVOLVER-ITENSX.                         EXIT.
      *----------------------------------------------------------------*
      *  PARCELAS DO VALOR; A ULTIMA LEVA A SOBRA DO ARREDONDAMENTO     *
      *----------------------------------------------------------------*
       RT-RATEAR-VALOR                             SECTION.
      *
           MOVE ZEROS TO WS-SOMA
           PERFORM VARYING WS-IND FROM 1 BY 1
                     UNTIL WS-IND NOT LESS RATEIOFX-QTDE
               COMPUTE RATEIOFX-PARCELA(WS-IND) ROUNDED =
                       RATEIOFX-VALOR * RATEIOFX-PERCENTUAL(WS-IND)
                                      / 100
               ADD RATEIOFX-PARCELA(WS-IND) TO WS-SOMA
           END-PERFORM
           COMPUTE RATEIOFX-PARCELA(RATEIOFX-QTDE) =
                   RATEIOFX-VALOR - WS-SOMA.
      *
       RT-RATEAR-VALORX.                           EXIT.
      ******************************************************************
      *                      FIM  DO  PROGRAMA                         *
      ******************************************************************
