      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ENCMORA.
       AUTHOR.        Traduzido de Easytrieve (macro esy.kex v.0.10).
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      * Encargos de mora de uma cobranca em aberto    *
                      * (AGEREL no relatorio de vencidos e REGUACOB   *
                      * nas cartas de cobranca):                      *
                      *                                               *
                      *  - DIAS DE ATRASO ENTRE O VENCIMENTO E A      *
                      *    DATA-BASE (ZERO OU NEGATIVO = A VENCER);   *
                      *  - FAIXA: 0 A VENCER, 1 DE 1 A 30 DIAS, 2 DE  *
                      *    31 A 60, 3 DE 61 A 90 E 4 ACIMA DE 90;     *
                      *  - MULTA: PERCENTUAL UNICO SOBRE O VALOR, SO  *
                      *    SE HOUVER ATRASO;                          *
                      *  - JUROS: PERCENTUAL AO MES, PRO RATA DIA     *
                      *    (MES DE 30 DIAS), JUROS SIMPLES.           *
                      *                                               *
                      * Taxas pelo ambiente, com duas decimais sem    *
                      * virgula: COBRANCA-MULTA (PADRAO 0200 = 2%) E  *
                      * COBRANCA-JUROS (PADRAO 0100 = 1% AO MES),     *
                      * lidas na primeira chamada e devolvidas em     *
                      * ENCMORA-PCT-MULTA E ENCMORA-PCT-JUROS.        *
                      *                                               *
                      * ENCMORA-RETORNO: 00 OK, 01 VENCIMENTO OU      *
                      * DATA-BASE INVALIDOS (SEM ENCARGOS, FAIXA 0).  *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       DATA DIVISION.
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
           03 PGMID                          PIC  X(009)    VALUE
              '#ENCMORA.'.
           03 WS-PRIMEIRA                    PIC  X(001)    VALUE 'S'.
              88 PRIMEIRA-CHAMADA                           VALUE 'S'.
           03 WS-TAXA-ENV                    PIC  X(004)    VALUE
              SPACES.
           03 WS-TAXA-NUM REDEFINES WS-TAXA-ENV
                                             PIC  9(002)V99.
           03 WS-PCT-MULTA                   PIC  9(002)V99 VALUE
              2,00.
           03 WS-PCT-JUROS                   PIC  9(002)V99 VALUE
              1,00.
           03 WS-DIAS                        PIC S9(007)    VALUE
              ZEROS.
      *================================================================*
       01  FILLER                            PIC  X(32)  VALUE
                                     'FFF  FIM DAWORKING-STORAGE  FFF'.
      *================================================================*
       LINKAGE SECTION.
      *
      *----------------------------------------------------------------*
      *  COBRANCA A CALCULAR E ENCARGOS DEVOLVIDOS                      *
      *----------------------------------------------------------------*
       01  PARAMETROS-ENCMORA.
           03 ENCMORA-VALOR                  PIC  9(009)V99.
           03 ENCMORA-VENCIMENTO             PIC  9(008).
           03 ENCMORA-DATA-BASE              PIC  9(008).
           03 ENCMORA-PCT-MULTA              PIC  9(002)V99.
           03 ENCMORA-PCT-JUROS              PIC  9(002)V99.
           03 ENCMORA-DIAS                   PIC S9(005).
           03 ENCMORA-FAIXA                  PIC  9(001).
           03 ENCMORA-MULTA                  PIC  9(009)V99.
           03 ENCMORA-JUROS                  PIC  9(009)V99.
           03 ENCMORA-TOTAL                  PIC  9(009)V99.
           03 ENCMORA-RETORNO                PIC  X(002).
      *================================================================*
       PROCEDURE DIVISION USING PARAMETROS-ENCMORA.
      *================================================================*
      *----------------------------------------------------------------*
      *                        ROTINA PRINCIPAL                        *
      *----------------------------------------------------------------*
       RT-PRINCIPAL                                SECTION.
      *
           IF  PRIMEIRA-CHAMADA
               PERFORM RT-LER-TAXAS
           END-IF
      *
           MOVE '00'         TO ENCMORA-RETORNO
           MOVE WS-PCT-MULTA TO ENCMORA-PCT-MULTA
           MOVE WS-PCT-JUROS TO ENCMORA-PCT-JUROS
           MOVE ZEROS        TO ENCMORA-DIAS  ENCMORA-FAIXA
                                ENCMORA-MULTA ENCMORA-JUROS
           IF  ENCMORA-VALOR IS NOT NUMERIC
               MOVE ZEROS TO ENCMORA-VALOR
           END-IF
           MOVE ENCMORA-VALOR TO ENCMORA-TOTAL
      *
           IF  ENCMORA-VENCIMENTO IS NOT NUMERIC
           OR  ENCMORA-DATA-BASE  IS NOT NUMERIC
           OR  ENCMORA-VENCIMENTO LESS 16010101
           OR  ENCMORA-DATA-BASE  LESS 16010101
               MOVE '01' TO ENCMORA-RETORNO
               GOBACK
           END-IF
      *
           COMPUTE WS-DIAS =
                   FUNCTION INTEGER-OF-DATE(ENCMORA-DATA-BASE)
                 - FUNCTION INTEGER-OF-DATE(ENCMORA-VENCIMENTO)
           IF  WS-DIAS GREATER 99999
               MOVE 99999 TO WS-DIAS
           END-IF
           IF  WS-DIAS LESS -99999
               MOVE -99999 TO WS-DIAS
           END-IF
           MOVE WS-DIAS TO ENCMORA-DIAS
      *
           EVALUATE TRUE
               WHEN WS-DIAS NOT GREATER ZEROS
                    MOVE 0 TO ENCMORA-FAIXA
                    GOBACK
               WHEN WS-DIAS NOT GREATER 30
                    MOVE 1 TO ENCMORA-FAIXA
               WHEN WS-DIAS NOT GREATER 60
                    MOVE 2 TO ENCMORA-FAIXA
               WHEN WS-DIAS NOT GREATER 90
                    MOVE 3 TO ENCMORA-FAIXA
               WHEN OTHER
                    MOVE 4 TO ENCMORA-FAIXA
           END-EVALUATE
      *
           COMPUTE ENCMORA-MULTA ROUNDED =
                   ENCMORA-VALOR * WS-PCT-MULTA / 100
           COMPUTE ENCMORA-JUROS ROUNDED =
                   ENCMORA-VALOR * WS-PCT-JUROS * WS-DIAS / 3000
           COMPUTE ENCMORA-TOTAL =
                   ENCMORA-VALOR + ENCMORA-MULTA + ENCMORA-JUROS
      *
           GOBACK.
      *
       RT-PRINCIPALX.                              EXIT.
      *----------------------------------------------------------------*
      *  TAXAS DO AMBIENTE (QUATRO DIGITOS, DUAS DECIMAIS)              *
      *----------------------------------------------------------------*
       RT-LER-TAXAS                                SECTION.
      *
           MOVE 'N' TO WS-PRIMEIRA
      *
           MOVE SPACES TO WS-TAXA-ENV
           DISPLAY 'COBRANCA-MULTA' UPON ENVIRONMENT-NAME
           ACCEPT   WS-TAXA-ENV     FROM ENVIRONMENT-VALUE
           IF  WS-TAXA-ENV IS NUMERIC
               MOVE WS-TAXA-NUM TO WS-PCT-MULTA
           END-IF
      *
           MOVE SPACES TO WS-TAXA-ENV
           DISPLAY 'COBRANCA-JUROS' UPON ENVIRONMENT-NAME
           ACCEPT   WS-TAXA-ENV     FROM ENVIRONMENT-VALUE
           IF  WS-TAXA-ENV IS NUMERIC
               MOVE WS-TAXA-NUM TO WS-PCT-JUROS
           END-IF.
      *
       RT-LER-TAXASX.                              EXIT.
      ******************************************************************
      *                      FIM  DO  PROGRAMA                         *
      ******************************************************************
