      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    VARAPPR.
       AUTHOR.        Traduzido de Easytrieve (macro esy.kex v.0.10).
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      * Visto do supervisor no relatorio de variacao  *
                      * da folha (VARREL, do PAYVAR): mostra a        *
                      * situacao do controle VARVISTO e, com a        *
                      * confirmacao, marca o relatorio como revisado. *
                      *                                               *
                      * O revisor tem de ser diferente do operador    *
                      * que rodou o ciclo; a tentativa de auto-visto  *
                      * e recusada. Visto e recusa ficam no CWLOGF,   *
                      * com as duas identidades no visto. O PAYCTL    *
                      * so libera o passo de credito com o visto.     *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT OPTIONAL VARVISTO ASSIGN TO VARVISTO
                  ORGANIZATION  IS SEQUENTIAL
                  FILE STATUS   IS FL-STA-VARVISTO.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *----------------------------------------------------------------*
      *  CONTROLE DO VISTO NO RELATORIO DE VARIACAO: SITUACAO P         *
      *  (PENDENTE) ATE O VARAPPR GRAVAR R (REVISADO) COM O REVISOR     *
      *----------------------------------------------------------------*
       FD  VARVISTO
           RECORDING MODE IS FIXED
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-VARVISTO.
           03 VISTO-ANOMES                   PIC  9(006).
           03 VISTO-SITUACAO                 PIC  X(001).
              88 VISTO-PENDENTE                         VALUE 'P'.
              88 VISTO-REVISADO                         VALUE 'R'.
           03 VISTO-SINALIZADAS              PIC  9(006).
           03 VISTO-OPERADOR                 PIC  X(030).
           03 VISTO-DATA-REL                 PIC  9(008).
           03 VISTO-HORA-REL                 PIC  9(006).
           03 VISTO-REVISOR                  PIC  X(030).
           03 VISTO-DATA                     PIC  9(008).
           03 VISTO-HORA                     PIC  9(006).
           03 VISTO-PERCENTUAL               PIC  9(003).
           03 FILLER                         PIC  X(016).
      *================================================================*
       WORKING-STORAGE SECTION.
      *================================================================*
       77  FILLER                     PIC  X(31)  VALUE
                                     'III WORKING-STORAGE SECTION III'.
      *================================================================*
      *----------------------------------------------------------------*
      *        SUBPROGRAMAS                                            *
      *----------------------------------------------------------------*
      *
       77  SB-CWLOGW                     PIC  X(08)  VALUE 'CWLOGW'.
       77  SB-CWGETU                     PIC  X(08)  VALUE 'CWGETU'.
      *
      *----------------------------------------------------------------*
      *        AREA DE VARIAVEIS AUXILIARES                            *
      *----------------------------------------------------------------*
      *
       01  WS-VARIAVEIS.
           03 PGMID                          PIC  X(009)    VALUE
              '#VARAPPR.'.
           03 FL-STA-VARVISTO                PIC  X(002)    VALUE
              ZEROS.
              88 FL-VARVISTO-OK                             VALUE '00'.
           03 WS-RESPOSTA                    PIC  X(030)    VALUE
              SPACES.
           03 WS-OPERADOR                    PIC  X(030)    VALUE
              SPACES.
           03 WS-TASK                        PIC  9(006)    VALUE
              ZEROS.
           03 WS-PROGRAMA                    PIC  X(008)    VALUE
              'VARAPPR'.
           03 WS-DATA-HOJE                   PIC  9(008)    VALUE
              ZEROS.
           03 WS-HORA-AGORA                  PIC  X(008)    VALUE
              SPACES.
           03 WS-QTDE-ED                     PIC  ZZZ.ZZ9.
      *
       01  PARAMETROS-CWLOGW.
           03 CWLOGW-FUNCTION                PIC  X(001)    VALUE
              SPACE.
           03 CWLOGW-TEXT                    PIC  X(035)    VALUE
              SPACES.
      *
       01  WS-OBS                            PIC  X(080)    VALUE
           SPACES.
      *================================================================*
       01  FILLER                            PIC  X(32)  VALUE
                                     'FFF  FIM DAWORKING-STORAGE  FFF'.
      *================================================================*
       PROCEDURE DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
      *                        ROTINA PRINCIPAL                        *
      *----------------------------------------------------------------*
       RT-PRINCIPAL                                SECTION.
      *
           PERFORM RT-INICIAR
      *
           IF  FL-VARVISTO-OK
               PERFORM RT-DECIDIR
           END-IF
      *
           GOBACK.
      *
       RT-PRINCIPALX.                              EXIT.
      *----------------------------------------------------------------*
       RT-INICIAR                                  SECTION.
      *
           CALL SB-CWGETU USING WS-OPERADOR WS-TASK WS-PROGRAMA '?'
      *
           OPEN INPUT VARVISTO
           IF  FL-VARVISTO-OK
               READ VARVISTO
           END-IF
           IF  NOT FL-VARVISTO-OK
               DISPLAY PGMID '001I- NENHUM RELATORIO DE VARIACAO A'
                       ' REVISAR - RODE O PAYVAR'
               CLOSE VARVISTO
               EXIT SECTION
           END-IF
           CLOSE VARVISTO
           MOVE '00' TO FL-STA-VARVISTO
      *
           MOVE VISTO-SINALIZADAS TO WS-QTDE-ED
           DISPLAY ' '
           DISPLAY 'VARAPPR - VISTO NO RELATORIO DE VARIACAO DA FOLHA'
           DISPLAY 'ANOMES: ' VISTO-ANOMES
                   '  SINALIZADAS: ' WS-QTDE-ED
                   '  LIMITE: ' VISTO-PERCENTUAL '%'
           DISPLAY 'GERADO POR: ' VISTO-OPERADOR(1:15)
                   '  EM: ' VISTO-DATA-REL ' ' VISTO-HORA-REL.
      *
       RT-INICIARX.                                EXIT.
      *----------------------------------------------------------------*
      *  O REVISOR TEM DE SER DIFERENTE DE QUEM RODOU O CICLO           *
      *----------------------------------------------------------------*
       RT-DECIDIR                                  SECTION.
      *
           IF  VISTO-REVISADO
               DISPLAY PGMID '002I- JA REVISADO POR '
                       VISTO-REVISOR(1:15) ' EM ' VISTO-DATA
                       ' ' VISTO-HORA
               EXIT SECTION
           END-IF
      *
           IF  VISTO-OPERADOR EQUAL WS-OPERADOR
               DISPLAY PGMID '003I- REVISOR NAO PODE SER O OPERADOR'
                       ' QUE RODOU O CICLO'
               PERFORM RT-LOGA-VISTO-NEGADO
               EXIT SECTION
           END-IF
      *
           DISPLAY 'CONFIRMA O VISTO NO VARREL (S/N): '
                   WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           INSPECT WS-RESPOSTA(1:1) CONVERTING 's' TO 'S'
           IF  WS-RESPOSTA(1:1) NOT EQUAL 'S'
               DISPLAY PGMID '004I- VISTO NAO DADO - CREDITO CONTINUA'
                       ' RETIDO'
               EXIT SECTION
           END-IF
      *
           ACCEPT WS-DATA-HOJE  FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA FROM TIME
           SET  VISTO-REVISADO     TO TRUE
           MOVE WS-OPERADOR        TO VISTO-REVISOR
           MOVE WS-DATA-HOJE       TO VISTO-DATA
           MOVE WS-HORA-AGORA(1:6) TO VISTO-HORA
           OPEN OUTPUT VARVISTO
           IF  NOT FL-VARVISTO-OK
               DISPLAY PGMID '005I- VARVISTO COM ERRO ' FL-STA-VARVISTO
               EXIT SECTION
           END-IF
           WRITE REG-VARVISTO
           CLOSE VARVISTO
      *
           PERFORM RT-LOGA-VISTO
           DISPLAY PGMID '006I- VARREL ' VISTO-ANOMES
                   ' REVISADO - CREDITO LIBERADO NO PAYCTL'.
      *
       RT-DECIDIRX.                                EXIT.
      *----------------------------------------------------------------*
      *  AUDITORIA DO VISTO COM AS DUAS IDENTIDADES                     *
      *----------------------------------------------------------------*
       RT-LOGA-VISTO                               SECTION.
      *
           MOVE 'A' TO CWLOGW-FUNCTION
           MOVE SPACES TO CWLOGW-TEXT
           STRING 'VARREL ' VISTO-ANOMES ' VISTO'
                  DELIMITED BY SIZE INTO CWLOGW-TEXT
           CALL SB-CWLOGW USING PARAMETROS-CWLOGW
             ON EXCEPTION
                CONTINUE
           END-CALL
      *
           MOVE SPACES TO WS-OBS
           STRING 'OPERADOR=' VISTO-OPERADOR(1:30)
                  ' REVISOR=' WS-OPERADOR(1:30)
                  DELIMITED BY SIZE INTO WS-OBS
           MOVE '^' TO CWLOGW-FUNCTION
           CALL SB-CWLOGW USING PARAMETROS-CWLOGW WS-OBS
             ON EXCEPTION
                CONTINUE
           END-CALL.
      *
       RT-LOGA-VISTOX.                             EXIT.
      *----------------------------------------------------------------*
      *  AUDITORIA DA TENTATIVA DE AUTO-VISTO                           *
      *----------------------------------------------------------------*
       RT-LOGA-VISTO-NEGADO                        SECTION.
      *
           MOVE 'N' TO CWLOGW-FUNCTION
           MOVE SPACES TO CWLOGW-TEXT
           STRING 'VARREL ' VISTO-ANOMES ' AUTO-VISTO'
                  DELIMITED BY SIZE INTO CWLOGW-TEXT
           CALL SB-CWLOGW USING PARAMETROS-CWLOGW
             ON EXCEPTION
                CONTINUE
           END-CALL.
      *
       RT-LOGA-VISTO-NEGADOX.                      EXIT.
      ******************************************************************
      *                      FIM  DO  PROGRAMA                         *
      ******************************************************************
