       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CWCMIRR.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Espelho do LINK distribuido (lado que        *
                      *  recebe): o CWRESTS, no endpoint DPL, entrega *
                      *  aqui o programa e a COMMAREA vindos de outra *
                      *  instalacao.                                  *
                      *                                               *
                      *  So roda programa definido no PCT sob a       *
                      *  transacao espelho CSMI (um passo por         *
                      *  programa liberado a chamada remota); o       *
                      *  PCT-GROUP do passo e conferido pelo CWCAUTH  *
                      *  contra o usuario amarrado ao token do        *
                      *  pedido e o grupo dele (registro "PS" do      *
                      *  CWCONF ou CWGRUPO). O programa roda numa     *
                      *  tarefa do CWCICS, com a COMMAREA passada     *
                      *  como no XCTL, e a COMMAREA alterada volta    *
                      *  ao chamador.                                 *
                      *                                               *
                      *  CWCMIRR-ABCODE: LOW-VALUES normal, AEI0      *
                      *  PGMIDERR (fora do PCT ou inexistente), AEY7  *
                      *  NOTAUTH (negado pelo CWCAUTH).               *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PCT ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS PCT-KEY
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-PCT.

           SELECT CONF ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CONF-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CONF.

       DATA DIVISION.
       FILE SECTION.

       COPY PCT.

       FD  CONF
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-CONF.

       01  CONF-REG.
           05 CONF-CHAVE             PIC  X(032).
           05 CONF-RESTO             PIC  X(1976).

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO.
           05 FS-PCT                 PIC  X(002) VALUE "00".
           05 LB-PCT                 PIC  X(255) VALUE "cicsPCT".
           05 FS-CONF                PIC  X(002) VALUE "00".
           05 LB-CONF                PIC  X(255) VALUE "cwconf".
           05 TRANSACAO-ESPELHO      PIC  X(004) VALUE "CSMI".
           05 ACHOU                  PIC  X(001) VALUE "N".
           05 AUTORIZADO             PIC  X(001) VALUE "N".
           05 GRUPO-USUARIO          PIC  X(030) VALUE SPACES.
           05 GRUPO-PCT              PIC  X(008) VALUE SPACES.
           05 LOG-MSG                PIC  X(080) VALUE SPACES.

       COPY CWCICS.

       LINKAGE SECTION.

       01  PARAMETROS-CWCMIRR.
           05 CWCMIRR-USUARIO        PIC  X(030).
           05 CWCMIRR-SYSID-ORIGEM   PIC  X(004).
           05 CWCMIRR-PROGRAMA       PIC  X(008).
           05 CWCMIRR-TAMANHO        PIC  9(005).
           05 CWCMIRR-COMMAREA       PIC  X(4096).
           05 CWCMIRR-ABCODE         PIC  X(004).

       PROCEDURE DIVISION USING PARAMETROS-CWCMIRR.

       000-INICIO.

           MOVE LOW-VALUES TO CWCMIRR-ABCODE

           PERFORM 100-PROCURA-PCT THRU 100-99-FIM
           IF  ACHOU NOT = "S"
               MOVE "AEI0" TO CWCMIRR-ABCODE
               PERFORM 900-LOGA THRU 900-99-FIM
               GOBACK
           END-IF

           PERFORM 150-GRUPO-USUARIO THRU 150-99-FIM
           MOVE "N" TO AUTORIZADO
           CALL "CWCAUTH" USING CWCMIRR-USUARIO GRUPO-USUARIO
                                GRUPO-PCT TRANSACAO-ESPELHO
                                AUTORIZADO
             ON EXCEPTION
                MOVE "S" TO AUTORIZADO
           END-CALL
           IF  AUTORIZADO NOT = "S"
               MOVE "AEY7" TO CWCMIRR-ABCODE
               PERFORM 900-LOGA THRU 900-99-FIM
               GOBACK
           END-IF

           PERFORM 200-EXECUTA THRU 200-99-FIM
           PERFORM 900-LOGA THRU 900-99-FIM.

       000-99-FIM. GOBACK.

      ******************************************************************
      *    O programa precisa estar num passo da transacao espelho     *
      ******************************************************************
       100-PROCURA-PCT.

           MOVE "N"    TO ACHOU
           MOVE SPACES TO GRUPO-PCT
           OPEN INPUT PCT
           IF  FS-PCT > "09"
               GO TO 100-99-FIM
           END-IF
           MOVE TRANSACAO-ESPELHO TO PCT-TRANSACTION
           MOVE 0                 TO PCT-STEP
           READ PCT IGNORE LOCK
           PERFORM UNTIL FS-PCT > "09"
                      OR ACHOU = "S"
               IF  PCT-PROGRAM = CWCMIRR-PROGRAMA
                   MOVE "S"       TO ACHOU
                   MOVE PCT-GROUP TO GRUPO-PCT
               ELSE
                   ADD 1 TO PCT-STEP
                   READ PCT IGNORE LOCK
               END-IF
           END-PERFORM
           CLOSE PCT.

       100-99-FIM. EXIT.

      ******************************************************************
      *    Grupo do usuario do token, como no CWSIGN: o do cadastro    *
      *    (registro "PS" do CWCONF) e, sem cadastro, o CWGRUPO        *
      ******************************************************************
       150-GRUPO-USUARIO.

           MOVE SPACES TO GRUPO-USUARIO
           DISPLAY "CWCONF"  UPON ENVIRONMENT-NAME
           ACCEPT  LB-CONF   FROM ENVIRONMENT-VALUE
           IF  LB-CONF = SPACES
               MOVE "cwconf" TO LB-CONF
           END-IF
           OPEN INPUT CONF
           IF  FS-CONF < "10"
               MOVE SPACES          TO CONF-CHAVE
               MOVE "PS"            TO CONF-CHAVE (1: 2)
               MOVE CWCMIRR-USUARIO TO CONF-CHAVE (3: 30)
               READ CONF
               IF  FS-CONF < "10"
                   MOVE CONF-RESTO (34: 22) TO GRUPO-USUARIO
               END-IF
               CLOSE CONF
           END-IF
           IF  GRUPO-USUARIO = SPACES
               DISPLAY "CWGRUPO"      UPON ENVIRONMENT-NAME
               ACCEPT  GRUPO-USUARIO  FROM ENVIRONMENT-VALUE
           END-IF.

       150-99-FIM. EXIT.

      ******************************************************************
      *    Tarefa propria no CWCICS para o programa poder usar as      *
      *    APIs; a transacao corrente e a espelho                      *
      ******************************************************************
       200-EXECUTA.

           DISPLAY "TRNID"           UPON ENVIRONMENT-NAME
           DISPLAY TRANSACAO-ESPELHO UPON ENVIRONMENT-VALUE
           DISPLAY "CURRENTPROG"     UPON ENVIRONMENT-NAME
           DISPLAY CWCMIRR-PROGRAMA  UPON ENVIRONMENT-VALUE
           MOVE LOW-VALUES TO PARAMETROS-CWCICS
           MOVE X"FFFF"    TO CWCICS-FUNCTION
           CALL "CWCICS" USING PARAMETROS-CWCICS

           IF  CWCMIRR-TAMANHO = ZEROS
               CALL CWCMIRR-PROGRAMA
                 ON EXCEPTION
                    MOVE "AEI0" TO CWCMIRR-ABCODE
               END-CALL
           ELSE
               CALL CWCMIRR-PROGRAMA
                    USING CWCMIRR-COMMAREA (1: CWCMIRR-TAMANHO)
                 ON EXCEPTION
                    MOVE "AEI0" TO CWCMIRR-ABCODE
               END-CALL
           END-IF
           CANCEL CWCMIRR-PROGRAMA
           CANCEL "CWCICS".

       200-99-FIM. EXIT.

       900-LOGA.

           MOVE SPACES TO LOG-MSG
           IF  CWCMIRR-ABCODE = LOW-VALUES
               STRING "DPL de " CWCMIRR-SYSID-ORIGEM
                      " " CWCMIRR-PROGRAMA " NORMAL "
                      CWCMIRR-USUARIO (1: 20)
                      DELIMITED BY SIZE INTO LOG-MSG
           ELSE
               STRING "DPL de " CWCMIRR-SYSID-ORIGEM
                      " " CWCMIRR-PROGRAMA " " CWCMIRR-ABCODE " "
                      CWCMIRR-USUARIO (1: 20)
                      DELIMITED BY SIZE INTO LOG-MSG
           END-IF
           CALL "CWLOGW" USING "^" LOG-MSG
             ON EXCEPTION
                CONTINUE
           END-CALL.

       900-99-FIM. EXIT.
