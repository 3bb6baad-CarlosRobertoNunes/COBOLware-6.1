                      *   A  anota causa/resolucao no numero dado     *
                      *   F  fecha o incidente do numero dado         *
                      *                                               *
                      *  Todo incidente novo aciona o plantao         *
                      *  (CWNOTIFY).                                  *
                      *                                               *
                      *  A consulta e anotacao de tela e o CWINCIDV.  *
                      *                                               *
                      *************************************************
           05 USUARIO                PIC  X(030) VALUE SPACES.
           05 TASK                   PIC  9(006) VALUE ZEROS.
           05 PROGRAMA               PIC  X(008) VALUE "CWINCID".
           05 ED-RC                  PIC  ZZ9.

       01  PARAMETROS-CWNOTIFY.
           05 CWNOTIFY-FUNCAO        PIC  X(001) VALUE "E".
           05 CWNOTIFY-NUMERO        PIC  9(006) VALUE ZEROS.
           05 CWNOTIFY-ORIGEM        PIC  X(008) VALUE SPACES.
           05 CWNOTIFY-SEVER         PIC  X(001) VALUE SPACE.
           05 CWNOTIFY-ASSUNTO       PIC  X(080) VALUE SPACES.
           05 CWNOTIFY-TEXTO         PIC  X(080) VALUE SPACES.
           05 CWNOTIFY-USUARIO       PIC  X(030) VALUE SPACES.
           05 CWNOTIFY-STATUS        PIC  X(002) VALUE SPACES.

       LINKAGE SECTION.

           WRITE INCIDENTE-REG
           IF  FS-INCIDENTE > "09"
               MOVE FS-INCIDENTE TO CWINCID-STATUS
               GO TO 100-99-FIM
           END-IF

           MOVE CWINCID-RC          TO ED-RC
           MOVE "E"                 TO CWNOTIFY-FUNCAO
           MOVE "CWINCID"           TO CWNOTIFY-ORIGEM
           MOVE "A"                 TO CWNOTIFY-SEVER
           MOVE SPACES              TO CWNOTIFY-ASSUNTO
           STRING "INCIDENTE " CWINCID-NUMERO " - " CWINCID-ORIGEM
                  " RC " ED-RC
                  DELIMITED BY SIZE INTO CWNOTIFY-ASSUNTO
           MOVE CWINCID-COMANDO     TO CWNOTIFY-TEXTO
           CALL "CWNOTIFY" USING PARAMETROS-CWNOTIFY
             ON EXCEPTION
                CONTINUE
           END-CALL.

       100-99-FIM. EXIT.

