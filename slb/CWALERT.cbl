                      *            para disparar (ex.: 5 sign-ons     *
                      *            falhos em 10 minutos)              *
                      *   ACAO     B=aviso ao operador M=CWMAIL       *
                      *            A=ambos; M e A tambem acionam o    *
                      *            plantao (CWNOTIFY)                 *
                      *   SUPRESSAO minutos sem re-disparo da regra   *
                      *            (um incidente nao vira 40 e-mails) *
                      *                                               *
      *    folga garante que o CWMAIL nunca acesse alem desta area
           05 FILLER                 PIC  X(2048) VALUE SPACES.

       01  PARAMETROS-CWNOTIFY.
           05 CWNOTIFY-FUNCAO        PIC  X(001) VALUE "E".
           05 CWNOTIFY-NUMERO        PIC  9(006) VALUE ZEROS.
           05 CWNOTIFY-ORIGEM        PIC  X(008) VALUE SPACES.
           05 CWNOTIFY-SEVER         PIC  X(001) VALUE SPACE.
           05 CWNOTIFY-ASSUNTO       PIC  X(080) VALUE SPACES.
           05 CWNOTIFY-TEXTO         PIC  X(080) VALUE SPACES.
           05 CWNOTIFY-USUARIO       PIC  X(030) VALUE SPACES.
           05 CWNOTIFY-STATUS        PIC  X(002) VALUE SPACES.

       PROCEDURE DIVISION.

       000-INICIO.
                 ON EXCEPTION
                    CONTINUE
               END-CALL
               MOVE "E"                   TO CWNOTIFY-FUNCAO
               MOVE "CWALERT"             TO CWNOTIFY-ORIGEM
               MOVE REGRA-SEVER (INDREG)  TO CWNOTIFY-SEVER
               MOVE CWMAIL-SUBJECT        TO CWNOTIFY-ASSUNTO
               MOVE CWMAIL-TEXT           TO CWNOTIFY-TEXTO
               CALL "CWNOTIFY" USING PARAMETROS-CWNOTIFY
                 ON EXCEPTION
                    CONTINUE
               END-CALL
           END-IF.

       140-99-FIM. EXIT.
