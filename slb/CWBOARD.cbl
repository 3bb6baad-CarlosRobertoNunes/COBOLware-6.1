                      *     pendentes, rodando, concluidos,           *
                      *     abendados e segurados;                    *
                      *   - sessoes ativas (cwused) contra o limite   *
                      *     licenciado (variavel CWUSERS);            *
                      *   - standby de contingencia (cwjrnlsh.sta):   *
                      *     ultima sequencia do jornal aplicada la    *
                      *     contra a da producao e o atraso contra o  *
                      *     limite do CWJRNLSH.                       *
                      *                                               *
                      *  Com CWBOARD-SECS numerico o painel se        *
                      *  redesenha sozinho nesse intervalo; sem ela   *
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FS-ESTADO.

           SELECT STANDBY ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FS-STANDBY.

       DATA DIVISION.
       FILE SECTION.


       01  ESTADO-REG                PIC  X(080).

       FD  STANDBY
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "cwjrnlsh.sta".

       01  STANDBY-REG               PIC  X(120).

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO.
           05 FS-CWUSED              PIC  X(002) VALUE "00".
           05 LB-CWUSED              PIC  X(255) VALUE "cwused".
           05 FS-ESTADO              PIC  X(002) VALUE "00".
           05 FS-STANDBY             PIC  X(002) VALUE "00".
           05 SBY-SITUACAO           PIC  X(011) VALUE SPACES.
           05 SBY-SEQ-JORNAL         PIC  9(009) VALUE ZEROS.
           05 SBY-SEQ-ENVIADA        PIC  9(009) VALUE ZEROS.
           05 SBY-SEQ-APLICADA       PIC  9(009) VALUE ZEROS.
           05 SBY-PENDENTES          PIC  9(009) VALUE ZEROS.
           05 SBY-ATRASO             PIC  9(006) VALUE ZEROS.
           05 SBY-LIMITE             PIC  9(004) VALUE ZEROS.
           05 ED-SEQ-1               PIC  ZZZZZZZZ9.
           05 ED-SEQ-2               PIC  ZZZZZZZZ9.
           05 RESPOSTA               PIC  X(010) VALUE SPACES.
           05 OPCAO                  PIC  X(001) VALUE SPACE.
              88 FIM                             VALUE "F".
           PERFORM 120-TRAVAS   THRU 120-99-FIM
           PERFORM 130-SPOOL    THRU 130-99-FIM
           PERFORM 140-ESTEIRA  THRU 140-99-FIM
           PERFORM 150-SESSOES  THRU 150-99-FIM
           PERFORM 160-STANDBY  THRU 160-99-FIM.

       100-99-FIM. EXIT.

           END-IF.

       150-99-FIM. EXIT.

      ******************************************************************
      *    Standby de contingencia pelo estado do CWJRNLSH             *
      ******************************************************************
       160-STANDBY.

           OPEN INPUT STANDBY
           IF  FS-STANDBY > "09"
               DISPLAY "STANDBY ESTADO..........: SEM ESTADO"
               GO TO 160-99-FIM
           END-IF
           READ STANDBY
           IF  FS-STANDBY > "09"
               CLOSE STANDBY
               DISPLAY "STANDBY ESTADO..........: SEM ESTADO"
               GO TO 160-99-FIM
           END-IF
           CLOSE STANDBY
           UNSTRING STANDBY-REG DELIMITED BY ";"
                    INTO SBY-SITUACAO SBY-SEQ-JORNAL SBY-SEQ-ENVIADA
                         SBY-SEQ-APLICADA SBY-PENDENTES SBY-ATRASO
                         SBY-LIMITE
           END-UNSTRING
           DISPLAY "STANDBY ESTADO..........: " SBY-SITUACAO
           MOVE SBY-SEQ-APLICADA TO ED-SEQ-1
           MOVE SBY-SEQ-JORNAL   TO ED-SEQ-2
           DISPLAY "STANDBY SEQ APLIC/JORNAL: " ED-SEQ-1 " /" ED-SEQ-2
           MOVE SBY-ATRASO TO ED-DEPTH
           MOVE SBY-LIMITE TO ED-2
           DISPLAY "STANDBY ATRASO/LIM (MIN): " ED-DEPTH " /" ED-2.

       160-99-FIM. EXIT.
