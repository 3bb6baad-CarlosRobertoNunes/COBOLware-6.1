           05 START-EIBAID       PIC  X(001)        VALUE LOW-VALUE.
           05 START-TECLA        PIC  9(002) COMP-X VALUE 0.
           05 CURRENTPROG        PIC  X(008)        VALUE SPACES.
           05 DPL                PIC  X(001)        VALUE "N".
              88 DPL-REMOTO                         VALUE "S".
              88 DPL-LOCAL                          VALUE "N".
           05 NEWNAME            PIC  X(255)        VALUE SPACES.
           05 OLD-DSNAME         PIC  X(255)        VALUE SPACES.
           05 OLD-FILESERVER     PIC  X(255)        VALUE SPACES.
           05 CWCDUMP-TRATADOR   PIC  X(008) VALUE SPACES.
           05 CWCDUMP-STATUS     PIC  X(002) VALUE SPACES.

      ******************************************************************
      *    LINK com SYSID de outra instalacao (CWCDPL): a COMMAREA     *
      *    vai pelo CWHTTP ao CWRESTS remoto e volta com o RESP        *
      ******************************************************************
       01  PARAMETROS-CWCDPL.
           05 CWCDPL-SYSID       PIC  X(004) VALUE SPACES.
           05 CWCDPL-SYSID-LOCAL PIC  X(004) VALUE SPACES.
           05 CWCDPL-PROGRAMA    PIC  X(008) VALUE SPACES.
           05 CWCDPL-TAMANHO     PIC  9(005) VALUE ZEROS.
           05 CWCDPL-COMMAREA    PIC  X(4096) VALUE SPACES.
           05 CWCDPL-ABCODE      PIC  X(004) VALUE SPACES.
           05 CWCDPL-ABEND       PIC  X(001) VALUE SPACE.
           05 CWCDPL-DUMP        PIC  9(006) VALUE ZEROS.

       01  CWALEN     PIC 9(008) COMP-X VALUE 0.
       01  COMMAREA.
           04 PIC X OCCURS 0 TO 32767 DEPENDING ON CWALEN.
      *        WHEN CWCICS-ISSUE SIGNAL
               WHEN CWCICS-PUSH
                 OR CWCICS-LINK
                    SET DPL-LOCAL TO TRUE
                    IF CWCICS-LINK
                       PERFORM 070-SET-CWA THRU 070-99-FIM
                       IF  CWCICS-SYSID NOT = LOW-VALUES
                       AND CWCICS-SYSID NOT = SPACES
                       AND CWCICS-SYSID NOT = SYSID
                           PERFORM 075-DPL-REMOTO THRU 075-99-FIM
                       END-IF
                    END-IF
                    IF   DPL-REMOTO
                         MOVE SPACES TO CWCICS-PROGRAM
                    ELSE
                         IF   flags-reg (3:) = LOW-VALUES
                              SET CWCICS-INVREQ TO TRUE
                         ELSE
                              add 1 to flag-id
                              write flags-reg
                         END-IF
                    END-IF
               WHEN CWCICS-LOAD
                    SET CWCICS-PGMIDERR TO TRUE

       070-99-FIM. EXIT.

      *    LINK distribuido: o programa roda na instalacao do SYSID e
      *    a COMMAREA (CWCICS-FROM) volta alterada; sem resposta no
      *    prazo a transacao abenda AZCT com dump no CWCDUMP. Tratado
      *    aqui (inclusive com erro), o LINK nao empilha nivel de
      *    HANDLE e CWCICS-PROGRAM volta em branco: nao ha programa
      *    local a executar nem RETURN correspondente

       075-DPL-REMOTO.

           SET DPL-REMOTO TO TRUE

           IF  CWCICS-LENGTH > LENGTH OF CWCDPL-COMMAREA
               SET CWCICS-LENGERR TO TRUE
               GO TO 075-99-FIM
           END-IF

           MOVE CWCICS-SYSID   TO CWCDPL-SYSID
           MOVE SYSID          TO CWCDPL-SYSID-LOCAL
           MOVE CWCICS-PROGRAM TO CWCDPL-PROGRAMA
           MOVE CWCICS-LENGTH  TO CWCDPL-TAMANHO
           MOVE LOW-VALUES     TO CWCDPL-COMMAREA
           IF  CWCICS-LENGTH NOT = 0
               MOVE CWCICS-FROM     (1:CWCICS-LENGTH)
                 TO CWCDPL-COMMAREA (1:CWCICS-LENGTH)
           END-IF
           CALL "CWCDPL" USING PARAMETROS-CWCDPL
             ON EXCEPTION
                SET CWCICS-SYSIDERR TO TRUE
                GO TO 075-99-FIM
           END-CALL

           IF  CWCDPL-ABEND = "S"
               MOVE SPACES TO MSG
               STRING "CICS abend: "  DELIMITED BY SIZE
                      CWCDPL-ABCODE   DELIMITED BY SIZE
                      " SYSID "       DELIMITED BY SIZE
                      CWCDPL-SYSID    DELIMITED BY SIZE
                      " "             DELIMITED BY SIZE
                      CWCDPL-PROGRAMA DELIMITED BY SPACE
                      " DUMP "        DELIMITED BY SIZE
                      CWCDPL-DUMP     DELIMITED BY SIZE
                 INTO MSG
               EXEC COBOLware Send
                    Message MSG
               END-EXEC
               MOVE CWCDPL-ABCODE TO CWCICS-ABCODE
               SET CICS-PURGE TO TRUE
               set close-all to true
               GO TO 075-99-FIM
           END-IF

           MOVE CWCDPL-ABCODE TO CWCICS-ABCODE
           IF  CWCDPL-ABCODE = LOW-VALUES
           AND CWCICS-LENGTH NOT = 0
               MOVE CWCDPL-COMMAREA (1:CWCICS-LENGTH)
                 TO CWCICS-FROM     (1:CWCICS-LENGTH)
           END-IF.

       075-99-FIM. EXIT.

       080-SEARCH-PATH.

            PERFORM VARYING TP FROM LENGTH OF PATH BY -1 UNTIL TP = 0
