       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CWONCALL.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  01/09/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Comando do plantao (avisos do CWNOTIFY):     *
                      *                                               *
                      *  Com CWONCALL-AVISO = numero, reconhece o     *
                      *  aviso em nome do usuario da sessao e o       *
                      *  escalonamento para.                          *
                      *                                               *
                      *  Sem ela, escalona os avisos pendentes ao     *
                      *  proximo nivel de plantao; com CWONCALL-SECS  *
                      *  fica em laco, sem ela uma passada            *
                      *  (agendador).                                 *
                      *                                               *
                      *************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO.
           05 AVISO-ENV              PIC  X(006) VALUE SPACES.
           05 SECS-ENV               PIC  X(004) VALUE SPACES.
           05 LACO                   PIC  X(001) VALUE "N".
           05 CMD-SLEEP              PIC  X(020) VALUE SPACES.
           05 USUARIO                PIC  X(030) VALUE SPACES.
           05 TASK                   PIC  9(006) VALUE ZEROS.
           05 PROGRAMA               PIC  X(008) VALUE "CWONCALL".

       01  PARAMETROS-CWNOTIFY.
           05 CWNOTIFY-FUNCAO        PIC  X(001) VALUE SPACE.
           05 CWNOTIFY-NUMERO        PIC  9(006) VALUE ZEROS.
           05 CWNOTIFY-ORIGEM        PIC  X(008) VALUE SPACES.
           05 CWNOTIFY-SEVER         PIC  X(001) VALUE SPACE.
           05 CWNOTIFY-ASSUNTO       PIC  X(080) VALUE SPACES.
           05 CWNOTIFY-TEXTO         PIC  X(080) VALUE SPACES.
           05 CWNOTIFY-USUARIO       PIC  X(030) VALUE SPACES.
           05 CWNOTIFY-STATUS        PIC  X(002) VALUE SPACES.

       PROCEDURE DIVISION.

       000-INICIO.

           DISPLAY "CWONCALL-AVISO" UPON ENVIRONMENT-NAME
           ACCEPT  AVISO-ENV        FROM ENVIRONMENT-VALUE
           IF  AVISO-ENV NOT = SPACES
               PERFORM 100-RECONHECE THRU 100-99-FIM
               GOBACK
           END-IF

           DISPLAY "CWONCALL-SECS" UPON ENVIRONMENT-NAME
           ACCEPT  SECS-ENV        FROM ENVIRONMENT-VALUE
           IF  SECS-ENV IS NUMERIC
           AND SECS-ENV NOT = SPACES
               MOVE "S" TO LACO
               MOVE SPACES TO CMD-SLEEP
               STRING "sleep " SECS-ENV
                      DELIMITED BY SIZE INTO CMD-SLEEP
           END-IF

           PERFORM 200-ESCALONA THRU 200-99-FIM
           PERFORM UNTIL LACO = "N"
               CALL "SYSTEM" USING CMD-SLEEP
               PERFORM 200-ESCALONA THRU 200-99-FIM
           END-PERFORM
           GOBACK.

      ******************************************************************
      *    Reconhecimento em nome do usuario da sessao                 *
      ******************************************************************
       100-RECONHECE.

           IF  AVISO-ENV IS NOT NUMERIC
               DISPLAY "CWONCALL: numero do aviso invalido: " AVISO-ENV
               MOVE 8 TO RETURN-CODE
               GO TO 100-99-FIM
           END-IF
           CALL "CWGETU" USING USUARIO TASK PROGRAMA "?"
             ON EXCEPTION
                CONTINUE
           END-CALL
           IF  USUARIO = SPACES
               DISPLAY "USER"  UPON ENVIRONMENT-NAME
               ACCEPT  USUARIO FROM ENVIRONMENT-VALUE
           END-IF

           MOVE "R"       TO CWNOTIFY-FUNCAO
           MOVE AVISO-ENV TO CWNOTIFY-NUMERO
           MOVE USUARIO   TO CWNOTIFY-USUARIO
           CALL "CWNOTIFY" USING PARAMETROS-CWNOTIFY
           EVALUATE CWNOTIFY-STATUS
               WHEN "00"
                    DISPLAY "CWONCALL: aviso " CWNOTIFY-NUMERO
                            " reconhecido por " USUARIO
               WHEN "23"
                    DISPLAY "CWONCALL: aviso " CWNOTIFY-NUMERO
                            " inexistente"
                    MOVE 8 TO RETURN-CODE
               WHEN "JR"
                    DISPLAY "CWONCALL: aviso " CWNOTIFY-NUMERO
                            " ja reconhecido"
               WHEN OTHER
                    DISPLAY "CWONCALL: erro " CWNOTIFY-STATUS
                            " no cwnotify"
                    MOVE 8 TO RETURN-CODE
           END-EVALUATE.

       100-99-FIM. EXIT.

       200-ESCALONA.

           MOVE "V" TO CWNOTIFY-FUNCAO
           CALL "CWNOTIFY" USING PARAMETROS-CWNOTIFY
           IF  CWNOTIFY-STATUS NOT = "00"
               DISPLAY "CWONCALL: erro " CWNOTIFY-STATUS
                       " no cwnotify"
               MOVE "N" TO LACO
               MOVE 8 TO RETURN-CODE
           END-IF.

       200-99-FIM. EXIT.
