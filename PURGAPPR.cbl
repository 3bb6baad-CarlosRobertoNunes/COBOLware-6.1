      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PURGAPPR.
       AUTHOR.        Traduzido de Easytrieve (macro esy.kex v.0.10).
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      * Aprovacao da purga por prazo de guarda        *
                      * listada pelo RETPURGE: mostra o controle      *
                      * PURGECTL com o corte e os elegiveis de cada   *
                      * arquivo e, com a confirmacao, marca a purga   *
                      * como aprovada.                                *
                      *                                               *
                      * O aprovador tem de ser diferente do operador  *
                      * que listou; a tentativa de auto-aprovacao e   *
                      * recusada. Aprovacao e recusa ficam no CWLOGF, *
                      * com as duas identidades na aprovacao. O       *
                      * RETPURGE so executa a purga aprovada.         *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT OPTIONAL PURGECTL ASSIGN TO PURGECTL
                  ORGANIZATION  IS SEQUENTIAL
                  FILE STATUS   IS FL-STA-PURGECTL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *----------------------------------------------------------------*
      *  CONTROLE DA PURGA: L = LISTADA, A = APROVADA (PURGAPPR),       *
      *  E = EXECUTADA; CORTE E QUANTIDADES POR ARQUIVO                 *
      *----------------------------------------------------------------*
       FD  PURGECTL
           RECORDING MODE IS FIXED
           RECORD CONTAINS 300 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-PURGECTL.
           03 CTL-SITUACAO                   PIC  X(001).
              88 CTL-LISTADA                            VALUE 'L'.
              88 CTL-APROVADA                           VALUE 'A'.
              88 CTL-EXECUTADA                          VALUE 'E'.
           03 CTL-OPERADOR                   PIC  X(030).
           03 CTL-DATA                       PIC  9(008).
           03 CTL-HORA                       PIC  9(006).
           03 CTL-APROVADOR                  PIC  X(030).
           03 CTL-DATA-APROV                 PIC  9(008).
           03 CTL-HORA-APROV                 PIC  9(006).
           03 CTL-DATA-EXEC                  PIC  9(008).
           03 CTL-ARQ OCCURS 6 TIMES.
              05 CTL-ARQ-NOME                PIC  X(008).
              05 CTL-ARQ-CORTE               PIC  9(008).
              05 CTL-ARQ-ELEGIVEIS           PIC  9(007).
              05 CTL-ARQ-EXECUTADOS          PIC  9(007).
           03 FILLER                         PIC  X(023).
      *
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
           03 PGMID                          PIC  X(010)    VALUE
              '#PURGAPPR.'.
           03 FL-STA-PURGECTL                PIC  X(002)    VALUE
              ZEROS.
              88 FL-PURGECTL-OK                             VALUE '00'.
           03 WS-RESPOSTA                    PIC  X(030)    VALUE
              SPACES.
           03 WS-OPERADOR                    PIC  X(030)    VALUE
              SPACES.
           03 WS-TASK                        PIC  9(006)    VALUE
              ZEROS.
           03 WS-PROGRAMA                    PIC  X(008)    VALUE
              'PURGAPPR'.
           03 WS-DATA-HOJE                   PIC  9(008)    VALUE
              ZEROS.
           03 WS-HORA-AGORA                  PIC  X(008)    VALUE
              SPACES.
           03 WS-QTDE-ED                     PIC  Z.ZZZ.ZZ9.
           03 WS-IR                   COMP   PIC  9(004)    VALUE
              ZEROS.
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
           IF  FL-PURGECTL-OK
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
           OPEN INPUT PURGECTL
           IF  FL-PURGECTL-OK
               READ PURGECTL
           END-IF
           IF  NOT FL-PURGECTL-OK
               DISPLAY PGMID '001I- NENHUMA PURGA A APROVAR - RODE O'
                       ' RETPURGE COM RETENCAO-FASE=L'
               CLOSE PURGECTL
               EXIT SECTION
           END-IF
           CLOSE PURGECTL
           MOVE '00' TO FL-STA-PURGECTL
      *
           DISPLAY ' '
           DISPLAY 'PURGAPPR - APROVACAO DA PURGA POR PRAZO DE GUARDA'
           DISPLAY 'LISTADA POR: ' CTL-OPERADOR(1:15)
                   '  EM: ' CTL-DATA ' ' CTL-HORA
           PERFORM VARYING WS-IR FROM 1 BY 1 UNTIL WS-IR GREATER 6
               MOVE CTL-ARQ-ELEGIVEIS(WS-IR) TO WS-QTDE-ED
               DISPLAY '  ' CTL-ARQ-NOME(WS-IR)
                       '  CORTE: ' CTL-ARQ-CORTE(WS-IR)
                       '  ELEGIVEIS: ' WS-QTDE-ED
           END-PERFORM.
      *
       RT-INICIARX.                                EXIT.
      *----------------------------------------------------------------*
      *  O APROVADOR TEM DE SER DIFERENTE DE QUEM LISTOU A PURGA        *
      *----------------------------------------------------------------*
       RT-DECIDIR                                  SECTION.
      *
           IF  CTL-EXECUTADA
               DISPLAY PGMID '002I- PURGA JA EXECUTADA EM '
                       CTL-DATA-EXEC
               EXIT SECTION
           END-IF
           IF  CTL-APROVADA
               DISPLAY PGMID '002I- JA APROVADA POR '
                       CTL-APROVADOR(1:15) ' EM ' CTL-DATA-APROV
                       ' ' CTL-HORA-APROV
               EXIT SECTION
           END-IF
      *
           IF  CTL-OPERADOR EQUAL WS-OPERADOR
               DISPLAY PGMID '003I- APROVADOR NAO PODE SER O OPERADOR'
                       ' QUE LISTOU A PURGA'
               PERFORM RT-LOGA-APROVACAO-NEGADO
               EXIT SECTION
           END-IF
      *
           DISPLAY 'CONFIRMA A PURGA LISTADA NO RETREL (S/N): '
                   WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           INSPECT WS-RESPOSTA(1:1) CONVERTING 's' TO 'S'
           IF  WS-RESPOSTA(1:1) NOT EQUAL 'S'
               DISPLAY PGMID '004I- PURGA NAO APROVADA - NADA SERA'
                       ' EXCLUIDO'
               EXIT SECTION
           END-IF
      *
           ACCEPT WS-DATA-HOJE  FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA FROM TIME
           SET  CTL-APROVADA       TO TRUE
           MOVE WS-OPERADOR        TO CTL-APROVADOR
           MOVE WS-DATA-HOJE       TO CTL-DATA-APROV
           MOVE WS-HORA-AGORA(1:6) TO CTL-HORA-APROV
           OPEN OUTPUT PURGECTL
           IF  NOT FL-PURGECTL-OK
               DISPLAY PGMID '005I- PURGECTL COM ERRO ' FL-STA-PURGECTL
               EXIT SECTION
           END-IF
           WRITE REG-PURGECTL
           CLOSE PURGECTL
      *
           PERFORM RT-LOGA-APROVACAO
           DISPLAY PGMID '006I- PURGA APROVADA - EXECUTE O RETPURGE'
                   ' COM RETENCAO-FASE=E'.
      *
       RT-DECIDIRX.                                EXIT.
      *----------------------------------------------------------------*
      *  AUDITORIA DA APROVACAO COM AS DUAS IDENTIDADES                 *
      *----------------------------------------------------------------*
       RT-LOGA-APROVACAO                           SECTION.
      *
           MOVE 'A' TO CWLOGW-FUNCTION
           MOVE SPACES TO CWLOGW-TEXT
           STRING 'PURGA ' CTL-DATA ' APROVADA'
                  DELIMITED BY SIZE INTO CWLOGW-TEXT
           CALL SB-CWLOGW USING PARAMETROS-CWLOGW
             ON EXCEPTION
                CONTINUE
           END-CALL
      *
           MOVE SPACES TO WS-OBS
           STRING 'OPERADOR=' CTL-OPERADOR(1:30)
                  ' APROVADOR=' WS-OPERADOR(1:30)
                  DELIMITED BY SIZE INTO WS-OBS
           MOVE '^' TO CWLOGW-FUNCTION
           CALL SB-CWLOGW USING PARAMETROS-CWLOGW WS-OBS
             ON EXCEPTION
                CONTINUE
           END-CALL.
      *
       RT-LOGA-APROVACAOX.                         EXIT.
      *----------------------------------------------------------------*
      *  AUDITORIA DA TENTATIVA DE AUTO-APROVACAO                       *
      *----------------------------------------------------------------*
       RT-LOGA-APROVACAO-NEGADO                    SECTION.
      *
           MOVE 'N' TO CWLOGW-FUNCTION
           MOVE SPACES TO CWLOGW-TEXT
           STRING 'PURGA ' CTL-DATA ' AUTO-APROVACAO'
                  DELIMITED BY SIZE INTO CWLOGW-TEXT
           CALL SB-CWLOGW USING PARAMETROS-CWLOGW
             ON EXCEPTION
                CONTINUE
           END-CALL.
      *
       RT-LOGA-APROVACAO-NEGADOX.                  EXIT.
      ******************************************************************
      *                      FIM  DO  PROGRAMA                         *
      ******************************************************************
