       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CWBAKCNT.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  01/09/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Contagem de conferencia de um arquivo        *
                      *  indexado: le registro a registro, como o     *
                      *  CWREBLD, e devolve a quantidade lida, a      *
                      *  menor e a maior chave e quantos registros    *
                      *  nao puderam ser lidos. O CWHOTBAK conta o    *
                      *  arquivo vivo no momento do backup e o        *
                      *  CWRESTST conta o backup restaurado; as       *
                      *  duas contagens precisam bater.               *
                      *                                               *
                      *  Layouts (CWBAKCNT-TIPO):                     *
                      *   CWCONF   chave X(32), registro X(2008)      *
                      *   WORKSDS  chave X(32), registro X(1024)      *
                      *   RATETAB  chave 9(7),  registro X(17)        *
                      *   PERSNL   chave 9(5),  registro X(150)       *
                      *   DEPTOS   chave 9(3),  registro X(80)        *
                      *   BONUSLED chave 9(9),  registro X(60)        *
                      *                                               *
                      *  CWBAKCNT-STATUS: 00 contado, status de       *
                      *  abertura quando nao abriu, "TI" tipo         *
                      *  desconhecido.                                *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ENT-CONF ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS EC-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-ENTRADA.

           SELECT ENT-WORK ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS EW-CHAVE
                                   WITH DUPLICATES
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-ENTRADA.

           SELECT ENT-RATE ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS ER-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-ENTRADA.

           SELECT ENT-PERS ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS EP-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-ENTRADA.

           SELECT ENT-DEPT ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS ED-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-ENTRADA.

           SELECT ENT-BONU ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS EB-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-ENTRADA.

       DATA DIVISION.
       FILE SECTION.

       FD  ENT-CONF
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-ENTRADA.
       01  EC-REG.
           05 EC-CHAVE               PIC  X(032).
           05 EC-RESTO               PIC  X(1976).

       FD  ENT-WORK
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-ENTRADA.
       01  EW-REG.
           05 EW-CHAVE               PIC  X(032).
           05 EW-RESTO               PIC  X(992).

       FD  ENT-RATE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-ENTRADA.
       01  ER-REG.
           05 ER-CHAVE               PIC  9(007).
           05 ER-RESTO               PIC  X(010).

       FD  ENT-PERS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-ENTRADA.
       01  EP-REG.
           05 EP-CHAVE               PIC  9(005).
           05 EP-RESTO               PIC  X(145).

       FD  ENT-DEPT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-ENTRADA.
       01  ED-REG.
           05 ED-CHAVE               PIC  9(003).
           05 ED-RESTO               PIC  X(077).

       FD  ENT-BONU
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-ENTRADA.
       01  EB-REG.
           05 EB-CHAVE               PIC  9(009).
           05 EB-RESTO               PIC  X(051).

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO.
           05 FS-ENTRADA             PIC  X(002) VALUE "00".
           05 LB-ENTRADA             PIC  X(255) VALUE SPACES.
           05 ERROS-SEGUIDOS         PIC  9(003) VALUE ZERO.
           05 CHAVE-LIDA             PIC  X(032) VALUE SPACES.

       LINKAGE SECTION.

       01  PARAMETROS-CWBAKCNT.
           05 CWBAKCNT-TIPO          PIC  X(008).
           05 CWBAKCNT-ARQUIVO       PIC  X(255).
           05 CWBAKCNT-QTDE          PIC  9(009).
           05 CWBAKCNT-ERROS         PIC  9(009).
           05 CWBAKCNT-CHAVE-MIN     PIC  X(032).
           05 CWBAKCNT-CHAVE-MAX     PIC  X(032).
           05 CWBAKCNT-STATUS        PIC  X(002).

       PROCEDURE DIVISION USING PARAMETROS-CWBAKCNT.

       000-INICIO.

           MOVE ZEROS  TO CWBAKCNT-QTDE CWBAKCNT-ERROS ERROS-SEGUIDOS
           MOVE SPACES TO CWBAKCNT-CHAVE-MIN CWBAKCNT-CHAVE-MAX
           MOVE "00"   TO CWBAKCNT-STATUS
           MOVE CWBAKCNT-ARQUIVO TO LB-ENTRADA

           EVALUATE CWBAKCNT-TIPO
               WHEN "CWCONF"
                    PERFORM 100-CONTA-CONF THRU 100-99-FIM
               WHEN "WORKSDS"
                    PERFORM 200-CONTA-WORK THRU 200-99-FIM
               WHEN "RATETAB"
                    PERFORM 300-CONTA-RATE THRU 300-99-FIM
               WHEN "PERSNL"
                    PERFORM 400-CONTA-PERS THRU 400-99-FIM
               WHEN "DEPTOS"
                    PERFORM 500-CONTA-DEPT THRU 500-99-FIM
               WHEN "BONUSLED"
                    PERFORM 600-CONTA-BONU THRU 600-99-FIM
               WHEN OTHER
                    MOVE "TI" TO CWBAKCNT-STATUS
           END-EVALUATE.

       000-99-FIM. GOBACK.

      ******************************************************************
      *    Leitura integral por tipo: registro lido entra na conta e   *
      *    nas chaves extremas; erro de leitura conta e pula a chave   *
      ******************************************************************
       100-CONTA-CONF.

           OPEN INPUT ENT-CONF
           IF  FS-ENTRADA > "09"
               MOVE FS-ENTRADA TO CWBAKCNT-STATUS
               GO TO 100-99-FIM
           END-IF

           MOVE LOW-VALUES TO EC-CHAVE
           START ENT-CONF KEY NOT LESS EC-CHAVE
           PERFORM UNTIL FS-ENTRADA = "10"
                      OR ERROS-SEGUIDOS > 100
               READ ENT-CONF NEXT RECORD
               EVALUATE TRUE
                   WHEN FS-ENTRADA = "00" OR "02"
                        MOVE EC-CHAVE TO CHAVE-LIDA
                        PERFORM 800-CONTA THRU 800-99-FIM
                   WHEN FS-ENTRADA = "10"
                        CONTINUE
                   WHEN OTHER
                        ADD 1 TO CWBAKCNT-ERROS ERROS-SEGUIDOS
                        START ENT-CONF KEY GREATER EC-CHAVE
                        IF  FS-ENTRADA > "09"
                            MOVE "10" TO FS-ENTRADA
                        END-IF
               END-EVALUATE
           END-PERFORM

           CLOSE ENT-CONF.

       100-99-FIM. EXIT.

       200-CONTA-WORK.

           OPEN INPUT ENT-WORK
           IF  FS-ENTRADA > "09"
               MOVE FS-ENTRADA TO CWBAKCNT-STATUS
               GO TO 200-99-FIM
           END-IF

           MOVE LOW-VALUES TO EW-CHAVE
           START ENT-WORK KEY NOT LESS EW-CHAVE
           PERFORM UNTIL FS-ENTRADA = "10"
                      OR ERROS-SEGUIDOS > 100
               READ ENT-WORK NEXT RECORD
               EVALUATE TRUE
                   WHEN FS-ENTRADA = "00" OR "02"
                        MOVE EW-CHAVE TO CHAVE-LIDA
                        PERFORM 800-CONTA THRU 800-99-FIM
                   WHEN FS-ENTRADA = "10"
                        CONTINUE
                   WHEN OTHER
                        ADD 1 TO CWBAKCNT-ERROS ERROS-SEGUIDOS
                        START ENT-WORK KEY GREATER EW-CHAVE
                        IF  FS-ENTRADA > "09"
                            MOVE "10" TO FS-ENTRADA
                        END-IF
               END-EVALUATE
           END-PERFORM

           CLOSE ENT-WORK.

       200-99-FIM. EXIT.

       300-CONTA-RATE.

           OPEN INPUT ENT-RATE
           IF  FS-ENTRADA > "09"
               MOVE FS-ENTRADA TO CWBAKCNT-STATUS
               GO TO 300-99-FIM
           END-IF

           MOVE ZEROS TO ER-CHAVE
           START ENT-RATE KEY NOT LESS ER-CHAVE
           PERFORM UNTIL FS-ENTRADA = "10"
                      OR ERROS-SEGUIDOS > 100
               READ ENT-RATE NEXT RECORD
               EVALUATE TRUE
                   WHEN FS-ENTRADA = "00" OR "02"
                        MOVE ER-CHAVE TO CHAVE-LIDA
                        PERFORM 800-CONTA THRU 800-99-FIM
                   WHEN FS-ENTRADA = "10"
                        CONTINUE
                   WHEN OTHER
                        ADD 1 TO CWBAKCNT-ERROS ERROS-SEGUIDOS
                        START ENT-RATE KEY GREATER ER-CHAVE
                        IF  FS-ENTRADA > "09"
                            MOVE "10" TO FS-ENTRADA
                        END-IF
               END-EVALUATE
           END-PERFORM

           CLOSE ENT-RATE.

       300-99-FIM. EXIT.

       400-CONTA-PERS.

           OPEN INPUT ENT-PERS
           IF  FS-ENTRADA > "09"
               MOVE FS-ENTRADA TO CWBAKCNT-STATUS
               GO TO 400-99-FIM
           END-IF

           MOVE ZEROS TO EP-CHAVE
           START ENT-PERS KEY NOT LESS EP-CHAVE
           PERFORM UNTIL FS-ENTRADA = "10"
                      OR ERROS-SEGUIDOS > 100
               READ ENT-PERS NEXT RECORD
               EVALUATE TRUE
                   WHEN FS-ENTRADA = "00" OR "02"
                        MOVE EP-CHAVE TO CHAVE-LIDA
                        PERFORM 800-CONTA THRU 800-99-FIM
                   WHEN FS-ENTRADA = "10"
                        CONTINUE
                   WHEN OTHER
                        ADD 1 TO CWBAKCNT-ERROS ERROS-SEGUIDOS
                        START ENT-PERS KEY GREATER EP-CHAVE
                        IF  FS-ENTRADA > "09"
                            MOVE "10" TO FS-ENTRADA
                        END-IF
               END-EVALUATE
           END-PERFORM

           CLOSE ENT-PERS.

       400-99-FIM. EXIT.

       500-CONTA-DEPT.

           OPEN INPUT ENT-DEPT
           IF  FS-ENTRADA > "09"
               MOVE FS-ENTRADA TO CWBAKCNT-STATUS
               GO TO 500-99-FIM
           END-IF

           MOVE ZEROS TO ED-CHAVE
           START ENT-DEPT KEY NOT LESS ED-CHAVE
           PERFORM UNTIL FS-ENTRADA = "10"
                      OR ERROS-SEGUIDOS > 100
               READ ENT-DEPT NEXT RECORD
               EVALUATE TRUE
                   WHEN FS-ENTRADA = "00" OR "02"
                        MOVE ED-CHAVE TO CHAVE-LIDA
                        PERFORM 800-CONTA THRU 800-99-FIM
                   WHEN FS-ENTRADA = "10"
                        CONTINUE
                   WHEN OTHER
                        ADD 1 TO CWBAKCNT-ERROS ERROS-SEGUIDOS
                        START ENT-DEPT KEY GREATER ED-CHAVE
                        IF  FS-ENTRADA > "09"
                            MOVE "10" TO FS-ENTRADA
                        END-IF
               END-EVALUATE
           END-PERFORM

           CLOSE ENT-DEPT.

       500-99-FIM. EXIT.

       600-CONTA-BONU.

           OPEN INPUT ENT-BONU
           IF  FS-ENTRADA > "09"
               MOVE FS-ENTRADA TO CWBAKCNT-STATUS
               GO TO 600-99-FIM
           END-IF

           MOVE ZEROS TO EB-CHAVE
           START ENT-BONU KEY NOT LESS EB-CHAVE
           PERFORM UNTIL FS-ENTRADA = "10"
                      OR ERROS-SEGUIDOS > 100
               READ ENT-BONU NEXT RECORD
               EVALUATE TRUE
                   WHEN FS-ENTRADA = "00" OR "02"
                        MOVE EB-CHAVE TO CHAVE-LIDA
                        PERFORM 800-CONTA THRU 800-99-FIM
                   WHEN FS-ENTRADA = "10"
                        CONTINUE
                   WHEN OTHER
                        ADD 1 TO CWBAKCNT-ERROS ERROS-SEGUIDOS
                        START ENT-BONU KEY GREATER EB-CHAVE
                        IF  FS-ENTRADA > "09"
                            MOVE "10" TO FS-ENTRADA
                        END-IF
               END-EVALUATE
           END-PERFORM

           CLOSE ENT-BONU.

       600-99-FIM. EXIT.

      ******************************************************************
      *    Leitura em ordem de chave: a primeira e a menor, a ultima   *
      *    e a maior                                                   *
      ******************************************************************
       800-CONTA.

           MOVE ZERO TO ERROS-SEGUIDOS
           ADD  1    TO CWBAKCNT-QTDE
           IF  CWBAKCNT-QTDE = 1
               MOVE CHAVE-LIDA TO CWBAKCNT-CHAVE-MIN
           END-IF
           MOVE CHAVE-LIDA TO CWBAKCNT-CHAVE-MAX.

       800-99-FIM. EXIT.
