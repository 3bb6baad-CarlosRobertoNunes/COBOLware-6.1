                      *  FD aqui; novos arquivos jornalizados         *
                      *  entram com um FD e um WHEN novos.            *
                      *                                               *
                      *  Com CWJRNL-MODO=STANDBY roda na instalacao   *
                      *  de contingencia: aplica, em ordem, as        *
                      *  remessas cwjrnl.NNNNNNNN.shp que o CWJRNLSH  *
                      *  embarca da producao (so as que ja tem o      *
                      *  marcador .ok), sobre os tres arquivos ao     *
                      *  mesmo tempo, e grava em cwjrnlrf.pos a       *
                      *  ultima sequencia aplicada - que o CWJRNLSH   *
                      *  traz de volta para medir o atraso.           *
                      *   CWJRNL-DIR      pasta onde chegam as        *
                      *                   remessas (padrao .)         *
                      *   CWJRNLRF-SECS   com ela fica em laco nesse  *
                      *                   intervalo; sem ela, aplica  *
                      *                   o que houver e termina      *
                      *  O standby parte de uma copia do CWHOTBAK     *
                      *  com cwjrnlrf.pos zerado na sequencia em      *
                      *  que a copia foi tirada.                      *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  RECORD KEY    IS BONUSLED-CHAVE
                  FILE STATUS   IS FS-BONUSLED.

           SELECT LOTE ASSIGN TO DISK
                  ORGANIZATION  IS SEQUENTIAL
                  FILE STATUS   IS FS-LOTE.

           SELECT MARCA ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FS-MARCA.

           SELECT POSICAO ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FS-POSICAO.

       DATA DIVISION.
       FILE SECTION.

              10 BONUSLED-EMP-NO     PIC  9(005).
           05 FILLER                 PIC  X(051).

      ******************************************************************
      *    Standby: remessa do CWJRNLSH, marcador e posicao aplicada   *
      ******************************************************************
       FD  LOTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-LOTE.

       01  LOTE-REG.
           05 LOTE-SEQ               PIC  9(009).
           05 LOTE-JORNAL            PIC  X(600).

       FD  MARCA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-MARCA.

       01  MARCA-REG                 PIC  X(080).

       FD  POSICAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-POSICAO.

       01  POSICAO-REG.
           05 RFP-REMESSA            PIC  9(008).
           05 RFP-SEQ                PIC  9(009).
           05 RFP-MOMENTO            PIC  9(014).
           05 RFP-APLICADO-EM        PIC  9(014).
           05 FILLER                 PIC  X(035).

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO.
           05 REAPLICADOS            PIC  9(009) VALUE ZEROS.
           05 IGNORADOS              PIC  9(009) VALUE ZEROS.
           05 RC-FINAL               PIC  9(003) VALUE ZEROS.
           05 MODO                   PIC  X(010) VALUE SPACES.
           05 DIRETORIO              PIC  X(200) VALUE SPACES.
           05 FS-LOTE                PIC  X(002) VALUE "00".
           05 LB-LOTE                PIC  X(255) VALUE SPACES.
           05 FS-MARCA               PIC  X(002) VALUE "00".
           05 LB-MARCA               PIC  X(255) VALUE SPACES.
           05 FS-POSICAO             PIC  X(002) VALUE "00".
           05 LB-POSICAO             PIC  X(255) VALUE SPACES.
           05 FS-REMOVE              PIC  X(002) VALUE "00".
           05 LEN-REMOVE             PIC  9(008) COMP-X VALUE 255.
           05 CMD-RM                 PIC  X(270) VALUE SPACES.
           05 SECS-ENV               PIC  X(004) VALUE SPACES.
           05 LACO                   PIC  X(001) VALUE "N".
           05 CMD-SLEEP              PIC  X(020) VALUE SPACES.
           05 TEM-REMESSA            PIC  X(001) VALUE "N".
           05 REMESSAS               PIC  9(009) VALUE ZEROS.
           05 DATA-HOJE              PIC  9(008) VALUE ZEROS.
           05 HORA-AGORA             PIC  X(008) VALUE SPACES.

       PROCEDURE DIVISION.

       000-INICIO.

           DISPLAY "CWJRNL-MODO"    UPON ENVIRONMENT-NAME
           ACCEPT  MODO             FROM ENVIRONMENT-VALUE
           IF  MODO = "STANDBY" OR "standby"
               PERFORM 200-STANDBY THRU 200-99-FIM
               MOVE RC-FINAL TO RETURN-CODE
               GOBACK
           END-IF

           DISPLAY "CWJRNL-ARQUIVO" UPON ENVIRONMENT-NAME
           ACCEPT  ARQUIVO-ALVO     FROM ENVIRONMENT-VALUE
           IF  ARQUIVO-ALVO = SPACES
           MOVE "00"        TO FS-BONUSLED.

       130-99-FIM. EXIT.

      ******************************************************************
      *    Modo standby: os tres arquivos abertos, aplica as remessas  *
      *    na ordem em que o CWJRNLSH as numerou                       *
      ******************************************************************
       200-STANDBY.

           DISPLAY "CWJRNL-DIR"     UPON ENVIRONMENT-NAME
           ACCEPT  DIRETORIO        FROM ENVIRONMENT-VALUE
           IF  DIRETORIO = SPACES
               MOVE "." TO DIRETORIO
           END-IF
           MOVE SPACES TO LB-POSICAO
           STRING DIRETORIO DELIMITED BY SPACE
                  "/cwjrnlrf.pos" DELIMITED BY SIZE
                  INTO LB-POSICAO

           DISPLAY "CWJRNLRF-SECS" UPON ENVIRONMENT-NAME
           ACCEPT  SECS-ENV        FROM ENVIRONMENT-VALUE
           IF  SECS-ENV IS NUMERIC
           AND SECS-ENV NOT = SPACES
               MOVE "S" TO LACO
               MOVE SPACES TO CMD-SLEEP
               STRING "sleep " SECS-ENV
                      DELIMITED BY SIZE INTO CMD-SLEEP
           END-IF

           OPEN I-O PERSNL DEPTOS BONUSLED
           IF  FS-PERSNL   > "09"
           OR  FS-DEPTOS   > "09"
           OR  FS-BONUSLED > "09"
               DISPLAY "CWJRNLRF: erro " FS-PERSNL "/" FS-DEPTOS "/"
                       FS-BONUSLED " ao abrir os arquivos do standby"
               MOVE 8 TO RC-FINAL
               GO TO 200-99-FIM
           END-IF

           PERFORM 230-LE-POSICAO THRU 230-99-FIM
           IF  RC-FINAL NOT = ZEROS
               CLOSE PERSNL DEPTOS BONUSLED
               GO TO 200-99-FIM
           END-IF
           PERFORM 210-APLICA-PENDENTES THRU 210-99-FIM
           PERFORM UNTIL LACO = "N"
               CALL "SYSTEM" USING CMD-SLEEP
               PERFORM 210-APLICA-PENDENTES THRU 210-99-FIM
           END-PERFORM

           CLOSE PERSNL DEPTOS BONUSLED
           DISPLAY "CWJRNLRF: " REMESSAS " remessa(s), "
                   LIDOS " lida(s), " REAPLICADOS " reaplicada(s),"
                   " ultima sequencia " RFP-SEQ.

       200-99-FIM. EXIT.

       210-APLICA-PENDENTES.

           MOVE "S" TO TEM-REMESSA
           PERFORM UNTIL TEM-REMESSA = "N"
               MOVE SPACES TO LB-MARCA LB-LOTE
               STRING DIRETORIO DELIMITED BY SPACE
                      "/cwjrnl." RFP-REMESSA ".ok"
                      DELIMITED BY SIZE INTO LB-MARCA
               STRING DIRETORIO DELIMITED BY SPACE
                      "/cwjrnl." RFP-REMESSA ".shp"
                      DELIMITED BY SIZE INTO LB-LOTE
               OPEN INPUT MARCA
               IF  FS-MARCA > "09"
                   MOVE "N" TO TEM-REMESSA
               ELSE
                   CLOSE MARCA
                   PERFORM 220-APLICA-REMESSA THRU 220-99-FIM
               END-IF
           END-PERFORM.

       210-99-FIM. EXIT.

      ******************************************************************
      *    Uma remessa: anotacoes ja aplicadas (sequencia nao maior    *
      *    que a da posicao) sao puladas, o que torna segura a         *
      *    reaplicacao de uma remessa interrompida                     *
      ******************************************************************
       220-APLICA-REMESSA.

           OPEN INPUT LOTE
           IF  FS-LOTE > "09"
               DISPLAY "CWJRNLRF: erro " FS-LOTE " ao abrir a remessa "
                       RFP-REMESSA
               MOVE 8   TO RC-FINAL
               MOVE "N" TO TEM-REMESSA
               GO TO 220-99-FIM
           END-IF

           PERFORM UNTIL FS-LOTE > "09"
               READ LOTE
               IF  FS-LOTE < "10"
                   ADD 1 TO LIDOS
                   IF  LOTE-SEQ > RFP-SEQ
                       MOVE LOTE-JORNAL TO JORNAL-REG
                       IF  JRN-ARQUIVO = "PERSNL" OR "DEPTOS"
                                      OR "BONUSLED"
                           MOVE JRN-ARQUIVO TO ARQUIVO-ALVO
                       ELSE
                           MOVE SPACES      TO ARQUIVO-ALVO
                       END-IF
                       PERFORM 100-REAPLICA THRU 100-99-FIM
                       MOVE LOTE-SEQ    TO RFP-SEQ
                       MOVE MOMENTO-REG TO RFP-MOMENTO
                   END-IF
               END-IF
           END-PERFORM
           CLOSE LOTE

           ADD 1 TO RFP-REMESSA
           ADD 1 TO REMESSAS
           PERFORM 240-GRAVA-POSICAO THRU 240-99-FIM

           CALL "REMOVE" USING LB-LOTE LEN-REMOVE FS-REMOVE
             ON EXCEPTION
                MOVE SPACES TO CMD-RM
                STRING "rm -f " LB-LOTE DELIMITED BY SIZE
                       INTO CMD-RM
                CALL "SYSTEM" USING CMD-RM
           END-CALL
           CALL "REMOVE" USING LB-MARCA LEN-REMOVE FS-REMOVE
             ON EXCEPTION
                MOVE SPACES TO CMD-RM
                STRING "rm -f " LB-MARCA DELIMITED BY SIZE
                       INTO CMD-RM
                CALL "SYSTEM" USING CMD-RM
           END-CALL.

       220-99-FIM. EXIT.

       230-LE-POSICAO.

           MOVE SPACES TO POSICAO-REG
           MOVE 1      TO RFP-REMESSA
           MOVE ZEROS  TO RFP-SEQ RFP-MOMENTO RFP-APLICADO-EM
           OPEN INPUT POSICAO
           IF  FS-POSICAO > "09"
               PERFORM 240-GRAVA-POSICAO THRU 240-99-FIM
               GO TO 230-99-FIM
           END-IF
           READ POSICAO
           IF  FS-POSICAO > "09"
           OR  RFP-REMESSA NOT NUMERIC
           OR  RFP-SEQ     NOT NUMERIC
               DISPLAY "CWJRNLRF: posicao do standby invalida em "
                       LB-POSICAO (1: 40)
               MOVE 8 TO RC-FINAL
           END-IF
           IF  RFP-MOMENTO NOT NUMERIC
               MOVE ZEROS TO RFP-MOMENTO
           END-IF
           IF  RFP-APLICADO-EM NOT NUMERIC
               MOVE ZEROS TO RFP-APLICADO-EM
           END-IF
           CLOSE POSICAO.

       230-99-FIM. EXIT.

       240-GRAVA-POSICAO.

           ACCEPT DATA-HOJE  FROM DATE YYYYMMDD
           ACCEPT HORA-AGORA FROM TIME
           COMPUTE RFP-APLICADO-EM = DATA-HOJE * 1000000
                                   + FUNCTION NUMVAL (HORA-AGORA (1: 6))
           OPEN OUTPUT POSICAO
           IF  FS-POSICAO > "09"
               DISPLAY "CWJRNLRF: erro " FS-POSICAO
                       " ao gravar a posicao do standby"
               MOVE 8 TO RC-FINAL
               GO TO 240-99-FIM
           END-IF
           WRITE POSICAO-REG
           CLOSE POSICAO.

       240-99-FIM. EXIT.
