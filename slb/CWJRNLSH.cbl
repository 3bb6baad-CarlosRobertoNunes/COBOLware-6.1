       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CWJRNLSH.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  01/09/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Embarque do jornal de alteracoes para a      *
                      *  instalacao de contingencia (standby): as     *
                      *  anotacoes do cwjrnl.dat ainda nao enviadas   *
                      *  seguem numa remessa pelo CWXFER; la o        *
                      *  CWJRNLRF em modo STANDBY reaplica cada       *
                      *  remessa assim que chega.                     *
                      *                                               *
                      *  Cada anotacao leva um numero de sequencia    *
                      *  global (que continua quando o jornal e       *
                      *  reiniciado). As remessas sao numeradas:      *
                      *  cwjrnl.NNNNNNNN.shp com as anotacoes e,      *
                      *  depois dela completa, o marcador             *
                      *  cwjrnl.NNNNNNNN.ok - o standby so aplica a   *
                      *  remessa com o marcador. Remessa que falhou   *
                      *  e refeita no ciclo seguinte com o mesmo      *
                      *  numero; a posicao fica em cwjrnlsh.pos.      *
                      *                                               *
                      *  A cada ciclo a posicao do standby            *
                      *  (cwjrnlrf.pos) volta por GET e da o atraso:  *
                      *  anotacoes ainda nao aplicadas e minutos      *
                      *  desde a mais antiga delas. O estado vai      *
                      *  para cwjrnlsh.sta (mostrado no CWBOARD) e,   *
                      *  passando do limite, sai o alerta ao          *
                      *  operador e por CWMAIL (@CWOPERMAIL) - um so  *
                      *  por incidente, com aviso na recuperacao.     *
                      *                                               *
                      *  Variaveis de ambiente:                       *
                      *   CWJRNL          jornal (cwjrnl.dat)         *
                      *   CWJRNL-DESTINO  destino no cwxfer.def       *
                      *                   (padrao STANDBY)            *
                      *   CWJRNL-LIMITE   atraso tolerado em minutos  *
                      *                   (padrao 15)                 *
                      *   CWJRNLSH-SECS   com ela fica em laco nesse  *
                      *                   intervalo; sem ela, um      *
                      *                   ciclo (agendador)           *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT JORNAL ASSIGN TO DISK
                  ORGANIZATION  IS SEQUENTIAL
                  FILE STATUS   IS FS-JORNAL.

           SELECT LOTE ASSIGN TO DISK
                  ORGANIZATION  IS SEQUENTIAL
                  FILE STATUS   IS FS-LOTE.

           SELECT MARCA ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FS-MARCA.

           SELECT POSICAO ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FS-POSICAO.

           SELECT REMOTA ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FS-REMOTA.

           SELECT ESTADO ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FS-ESTADO.

       DATA DIVISION.
       FILE SECTION.

       FD  JORNAL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-JORNAL.

       01  JORNAL-REG.
           05 JRN-DATA               PIC  9(008).
           05 JRN-HORA               PIC  9(006).
           05 JRN-TASK               PIC  9(006).
           05 JRN-USUARIO            PIC  X(030).
           05 JRN-FUNCAO             PIC  X(001).
           05 JRN-ARQUIVO            PIC  X(012).
           05 JRN-CHAVE              PIC  X(020).
           05 JRN-TAMANHO            PIC  9(004).
           05 JRN-REGISTRO           PIC  X(512).
           05 FILLER                 PIC  X(001).

      ******************************************************************
      *    Remessa: a anotacao do jornal precedida da sequencia global *
      ******************************************************************
       FD  LOTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "cwjrnlsh.shp".

       01  LOTE-REG.
           05 LOTE-SEQ               PIC  9(009).
           05 LOTE-JORNAL            PIC  X(600).

       FD  MARCA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "cwjrnlsh.ok".

       01  MARCA-REG                 PIC  X(080).

      ******************************************************************
      *    Posicao do embarque                                         *
      ******************************************************************
       FD  POSICAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "cwjrnlsh.pos".

       01  POSICAO-REG.
           05 POS-BASE               PIC  9(009).
           05 POS-ENVIADOS           PIC  9(009).
           05 POS-REMESSA            PIC  9(008).
           05 POS-ASSINATURA         PIC  X(020).
           05 POS-ALERTADO           PIC  X(001).
           05 FILLER                 PIC  X(033).

      ******************************************************************
      *    Posicao do standby trazida por GET (gravada pelo CWJRNLRF)  *
      ******************************************************************
       FD  REMOTA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "cwjrnlrf.rem".

       01  REMOTA-REG.
           05 RFP-REMESSA            PIC  9(008).
           05 RFP-SEQ                PIC  9(009).
           05 RFP-MOMENTO            PIC  9(014).
           05 RFP-APLICADO-EM        PIC  9(014).
           05 FILLER                 PIC  X(035).

       FD  ESTADO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "cwjrnlsh.sta".

       01  ESTADO-REG                PIC  X(120).

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO.
           05 FS-JORNAL              PIC  X(002) VALUE "00".
           05 LB-JORNAL              PIC  X(255) VALUE "cwjrnl.dat".
           05 FS-LOTE                PIC  X(002) VALUE "00".
           05 FS-MARCA               PIC  X(002) VALUE "00".
           05 FS-POSICAO             PIC  X(002) VALUE "00".
           05 FS-REMOTA              PIC  X(002) VALUE "00".
           05 FS-ESTADO              PIC  X(002) VALUE "00".
           05 DESTINO                PIC  X(030) VALUE "STANDBY".
           05 LIMITE-ENV             PIC  X(004) VALUE SPACES.
           05 LIMITE                 PIC  9(004) VALUE 15.
           05 SECS-ENV               PIC  X(004) VALUE SPACES.
           05 LACO                   PIC  X(001) VALUE "N".
           05 CMD-SLEEP              PIC  X(020) VALUE SPACES.
           05 DATA-HOJE              PIC  9(008) VALUE ZEROS.
           05 HORA-AGORA             PIC  X(008) VALUE SPACES.
           05 AGORA                  PIC  9(014) VALUE ZEROS.
           05 ORDINAL                PIC  9(009) VALUE ZEROS.
           05 SEQ-GLOBAL             PIC  9(009) VALUE ZEROS.
           05 SEQ-JORNAL             PIC  9(009) VALUE ZEROS.
           05 SEQ-INICIAL            PIC  9(009) VALUE ZEROS.
           05 SEQ-ENVIADA            PIC  9(009) VALUE ZEROS.
           05 NOVOS                  PIC  9(009) VALUE ZEROS.
           05 ASSINATURA             PIC  X(020) VALUE SPACES.
           05 STANDBY-OK             PIC  X(001) VALUE "N".
           05 SEQ-APLICADA           PIC  9(009) VALUE ZEROS.
           05 MOMENTO-APLICADO       PIC  9(014) VALUE ZEROS.
           05 MOMENTO-PENDENTE       PIC  9(014) VALUE ZEROS.
           05 PENDENTES              PIC  9(009) VALUE ZEROS.
           05 ATRASO-MIN             PIC  9(006) VALUE ZEROS.
           05 SITUACAO               PIC  X(011) VALUE SPACES.
           05 MOMENTO-CALC           PIC  9(014) VALUE ZEROS.
           05 MINUTOS-CALC           PIC  9(012) VALUE ZEROS.
           05 MINUTOS-AGORA          PIC  9(012) VALUE ZEROS.
           05 ED-ATRASO              PIC  ZZZZZ9.
           05 ED-LIMITE              PIC  ZZZ9.
           05 NOME-REMESSA           PIC  X(030) VALUE SPACES.
           05 NOME-MARCA             PIC  X(030) VALUE SPACES.

       01  PARAMETROS-CWXFER.
           05 CWXFER-OPERACAO        PIC  X(004) VALUE SPACES.
           05 CWXFER-DESTINO         PIC  X(030) VALUE SPACES.
           05 CWXFER-LOCAL           PIC  X(256) VALUE SPACES.
           05 CWXFER-REMOTO          PIC  X(256) VALUE SPACES.
           05 CWXFER-RC              PIC  9(003) VALUE ZEROS.
           05 CWXFER-MOTIVO          PIC  X(060) VALUE SPACES.

       01  PARAMETROS-CWMAIL.
           05 CWMAIL-TO              PIC  X(080) VALUE SPACES.
           05 CWMAIL-FROM            PIC  X(080) VALUE SPACES.
           05 CWMAIL-SUBJECT         PIC  X(080) VALUE SPACES.
           05 CWMAIL-TEXT            PIC  X(080) VALUE SPACES.
           05 CWMAIL-REPORT          PIC  X(255) VALUE SPACES.
           05 CWMAIL-SERVER          PIC  X(060) VALUE SPACES.
           05 CWMAIL-PORT            PIC  X(005) VALUE SPACES.
           05 CWMAIL-PASSWORD        PIC  X(030) VALUE SPACES.
           05 CWMAIL-USER            PIC  X(080) VALUE SPACES.
           05 CWMAIL-SSL-FLAG        PIC  X(001) VALUE SPACE.
           05 CWMAIL-AUT-FLAG        PIC  X(001) VALUE SPACE.
           05 CWMAIL-QUIET           PIC  X(001) VALUE SPACE.
           05 CWMAIL-ATTACHES        PIC  X(255) VALUE SPACES.
      *    o layout oficial e o do copybook CWMAIL do produto; a
      *    folga garante que o CWMAIL nunca acesse alem desta area
           05 FILLER                 PIC  X(2048) VALUE SPACES.

       PROCEDURE DIVISION.

       000-INICIO.

           DISPLAY "CWJRNL"   UPON ENVIRONMENT-NAME
           ACCEPT  LB-JORNAL  FROM ENVIRONMENT-VALUE
           IF  LB-JORNAL = SPACES
               MOVE "cwjrnl.dat" TO LB-JORNAL
           END-IF
           DISPLAY "CWJRNL-DESTINO" UPON ENVIRONMENT-NAME
           ACCEPT  DESTINO          FROM ENVIRONMENT-VALUE
           IF  DESTINO = SPACES
               MOVE "STANDBY" TO DESTINO
           END-IF
           DISPLAY "CWJRNL-LIMITE"  UPON ENVIRONMENT-NAME
           ACCEPT  LIMITE-ENV       FROM ENVIRONMENT-VALUE
           IF  LIMITE-ENV IS NUMERIC
           AND LIMITE-ENV NOT = SPACES
               MOVE LIMITE-ENV TO LIMITE
           END-IF

           DISPLAY "CWJRNLSH-SECS" UPON ENVIRONMENT-NAME
           ACCEPT  SECS-ENV        FROM ENVIRONMENT-VALUE
           IF  SECS-ENV IS NUMERIC
           AND SECS-ENV NOT = SPACES
               MOVE "S" TO LACO
               MOVE SPACES TO CMD-SLEEP
               STRING "sleep " SECS-ENV
                      DELIMITED BY SIZE INTO CMD-SLEEP
           END-IF

           PERFORM 700-LE-POSICAO THRU 700-99-FIM

           PERFORM 100-CICLO THRU 100-99-FIM
           PERFORM UNTIL LACO = "N"
               CALL "SYSTEM" USING CMD-SLEEP
               PERFORM 100-CICLO THRU 100-99-FIM
           END-PERFORM

           GOBACK.

      ******************************************************************
      *    Um ciclo: posicao do standby, leitura do jornal, remessa    *
      *    das anotacoes novas e avaliacao do atraso                   *
      ******************************************************************
       100-CICLO.

           ACCEPT DATA-HOJE  FROM DATE YYYYMMDD
           ACCEPT HORA-AGORA FROM TIME
           COMPUTE AGORA = DATA-HOJE * 1000000
                         + FUNCTION NUMVAL (HORA-AGORA (1: 6))

           PERFORM 110-CONSULTA-STANDBY THRU 110-99-FIM
           PERFORM 120-LE-JORNAL        THRU 120-99-FIM
           IF  NOVOS > 0
               PERFORM 130-ENVIA        THRU 130-99-FIM
           END-IF
           PERFORM 140-ATRASO           THRU 140-99-FIM.

       100-99-FIM. EXIT.

      ******************************************************************
      *    Traz a posicao do standby; sem retorno, vale a ultima       *
      *    copia trazida (o atraso continua crescendo)                 *
      ******************************************************************
       110-CONSULTA-STANDBY.

           MOVE "GET "           TO CWXFER-OPERACAO
           MOVE DESTINO          TO CWXFER-DESTINO
           MOVE "cwjrnlrf.rem"   TO CWXFER-LOCAL
           MOVE "cwjrnlrf.pos"   TO CWXFER-REMOTO
           CALL "CWXFER" USING PARAMETROS-CWXFER
             ON EXCEPTION
                MOVE 999 TO CWXFER-RC
           END-CALL
           IF  CWXFER-RC = ZEROS
               MOVE "S" TO STANDBY-OK
           ELSE
               MOVE "N" TO STANDBY-OK
           END-IF

           OPEN INPUT REMOTA
           IF  FS-REMOTA > "09"
               GO TO 110-99-FIM
           END-IF
           READ REMOTA
           IF  FS-REMOTA < "10"
           AND RFP-SEQ IS NUMERIC
           AND RFP-MOMENTO IS NUMERIC
               MOVE RFP-SEQ     TO SEQ-APLICADA
               MOVE RFP-MOMENTO TO MOMENTO-APLICADO
           END-IF
           CLOSE REMOTA.

       110-99-FIM. EXIT.

      ******************************************************************
      *    Le o jornal inteiro: numera as anotacoes, separa as ainda   *
      *    nao enviadas na remessa e acha a mais antiga nao aplicada   *
      ******************************************************************
       120-LE-JORNAL.

           MOVE ZEROS TO NOVOS ORDINAL MOMENTO-PENDENTE
           COMPUTE SEQ-JORNAL = POS-BASE + POS-ENVIADOS
           OPEN INPUT JORNAL
           IF  FS-JORNAL > "09"
               GO TO 120-99-FIM
           END-IF

           READ JORNAL
           IF  FS-JORNAL > "09"
               CLOSE JORNAL
               GO TO 120-99-FIM
           END-IF
           MOVE JORNAL-REG (1: 20) TO ASSINATURA
           IF  POS-ASSINATURA NOT = SPACES
           AND POS-ASSINATURA NOT = ASSINATURA
      *        jornal reiniciado: a numeracao global continua
               ADD  POS-ENVIADOS TO POS-BASE
               MOVE ZEROS        TO POS-ENVIADOS
               DISPLAY "CWJRNLSH: jornal reiniciado - sequencia"
                       " continua em " POS-BASE
           END-IF
           MOVE ASSINATURA TO POS-ASSINATURA

           PERFORM UNTIL FS-JORNAL > "09"
               ADD 1 TO ORDINAL
               COMPUTE SEQ-GLOBAL = POS-BASE + ORDINAL
               MOVE SEQ-GLOBAL TO SEQ-JORNAL
               IF  SEQ-GLOBAL = SEQ-APLICADA + 1
                   COMPUTE MOMENTO-PENDENTE = JRN-DATA * 1000000
                                            + JRN-HORA
               END-IF
               IF  ORDINAL > POS-ENVIADOS
                   IF  NOVOS = 0
                       OPEN OUTPUT LOTE
                       MOVE SEQ-GLOBAL TO SEQ-INICIAL
                   END-IF
                   MOVE SEQ-GLOBAL TO LOTE-SEQ
                   MOVE JORNAL-REG TO LOTE-JORNAL
                   WRITE LOTE-REG
                   ADD 1 TO NOVOS
               END-IF
               READ JORNAL
           END-PERFORM
           CLOSE JORNAL
           IF  NOVOS > 0
               CLOSE LOTE
           END-IF.

       120-99-FIM. EXIT.

      ******************************************************************
      *    Envia a remessa e, so depois dela completa, o marcador; a   *
      *    posicao so avanca com os dois entregues                     *
      ******************************************************************
       130-ENVIA.

           MOVE SPACES TO NOME-REMESSA NOME-MARCA
           STRING "cwjrnl." POS-REMESSA ".shp"
                  DELIMITED BY SIZE INTO NOME-REMESSA
           STRING "cwjrnl." POS-REMESSA ".ok"
                  DELIMITED BY SIZE INTO NOME-MARCA

           MOVE "PUT "           TO CWXFER-OPERACAO
           MOVE DESTINO          TO CWXFER-DESTINO
           MOVE "cwjrnlsh.shp"   TO CWXFER-LOCAL
           MOVE NOME-REMESSA     TO CWXFER-REMOTO
           CALL "CWXFER" USING PARAMETROS-CWXFER
             ON EXCEPTION
                MOVE 999 TO CWXFER-RC
                MOVE "CWXFER INDISPONIVEL" TO CWXFER-MOTIVO
           END-CALL
           IF  CWXFER-RC NOT = ZEROS
               DISPLAY "CWJRNLSH: remessa " POS-REMESSA
                       " nao enviada - RC " CWXFER-RC " "
                       CWXFER-MOTIVO (1: 30)
               GO TO 130-99-FIM
           END-IF

           OPEN OUTPUT MARCA
           MOVE SPACES TO MARCA-REG
           STRING SEQ-INICIAL ";" SEQ-JORNAL ";" NOVOS
                  DELIMITED BY SIZE INTO MARCA-REG
           WRITE MARCA-REG
           CLOSE MARCA

           MOVE "PUT "           TO CWXFER-OPERACAO
           MOVE DESTINO          TO CWXFER-DESTINO
           MOVE "cwjrnlsh.ok"    TO CWXFER-LOCAL
           MOVE NOME-MARCA       TO CWXFER-REMOTO
           CALL "CWXFER" USING PARAMETROS-CWXFER
             ON EXCEPTION
                MOVE 999 TO CWXFER-RC
                MOVE "CWXFER INDISPONIVEL" TO CWXFER-MOTIVO
           END-CALL
           IF  CWXFER-RC NOT = ZEROS
               DISPLAY "CWJRNLSH: marcador da remessa " POS-REMESSA
                       " nao enviado - RC " CWXFER-RC
               GO TO 130-99-FIM
           END-IF

           ADD  NOVOS TO POS-ENVIADOS
           ADD  1     TO POS-REMESSA
           PERFORM 710-GRAVA-POSICAO THRU 710-99-FIM
           DISPLAY "CWJRNLSH: " NOVOS " anotacao(oes) enviada(s) ate"
                   " a sequencia " SEQ-JORNAL.

       130-99-FIM. EXIT.

      ******************************************************************
      *    Atraso do standby: anotacoes nao aplicadas e minutos desde  *
      *    a mais antiga delas; passando do limite, alerta uma vez     *
      ******************************************************************
       140-ATRASO.

           MOVE ZEROS TO PENDENTES ATRASO-MIN
           IF  SEQ-JORNAL > SEQ-APLICADA
               COMPUTE PENDENTES = SEQ-JORNAL - SEQ-APLICADA
           END-IF

           IF  PENDENTES > 0
               IF  MOMENTO-PENDENTE = ZEROS
      *            a mais antiga nao aplicada ja saiu do jornal atual
                   MOVE MOMENTO-APLICADO TO MOMENTO-PENDENTE
               END-IF
               MOVE AGORA TO MOMENTO-CALC
               PERFORM 800-MINUTOS THRU 800-99-FIM
               MOVE MINUTOS-CALC TO MINUTOS-AGORA
               MOVE MOMENTO-PENDENTE TO MOMENTO-CALC
               PERFORM 800-MINUTOS THRU 800-99-FIM
               IF  MINUTOS-CALC > ZEROS
               AND MINUTOS-AGORA > MINUTOS-CALC
                   COMPUTE ATRASO-MIN = MINUTOS-AGORA - MINUTOS-CALC
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN ATRASO-MIN > LIMITE
                    MOVE "ATRASADO"    TO SITUACAO
               WHEN STANDBY-OK = "N"
                    MOVE "SEM RETORNO" TO SITUACAO
               WHEN OTHER
                    MOVE "OK"          TO SITUACAO
           END-EVALUATE

           MOVE ATRASO-MIN TO ED-ATRASO
           MOVE LIMITE     TO ED-LIMITE
           IF  ATRASO-MIN > LIMITE
               IF  POS-ALERTADO NOT = "S"
                   MOVE SPACES TO CWMAIL-SUBJECT CWMAIL-TEXT
                   STRING "ALERTA [A] CWJRNLSH STANDBY ATRASADO"
                          DELIMITED BY SIZE INTO CWMAIL-SUBJECT
                   STRING "STANDBY ATRASADO " ED-ATRASO
                          " MIN (LIMITE " ED-LIMITE ") - "
                          PENDENTES " ANOTACAO(OES) NAO APLICADA(S)"
                          DELIMITED BY SIZE INTO CWMAIL-TEXT
                   PERFORM 150-AVISA THRU 150-99-FIM
                   MOVE "S" TO POS-ALERTADO
                   PERFORM 710-GRAVA-POSICAO THRU 710-99-FIM
               END-IF
           ELSE
               IF  POS-ALERTADO = "S"
                   MOVE SPACES TO CWMAIL-SUBJECT CWMAIL-TEXT
                   STRING "AVISO CWJRNLSH STANDBY RECUPERADO"
                          DELIMITED BY SIZE INTO CWMAIL-SUBJECT
                   STRING "STANDBY DENTRO DO LIMITE: ATRASO "
                          ED-ATRASO " MIN"
                          DELIMITED BY SIZE INTO CWMAIL-TEXT
                   PERFORM 150-AVISA THRU 150-99-FIM
                   MOVE "N" TO POS-ALERTADO
                   PERFORM 710-GRAVA-POSICAO THRU 710-99-FIM
               END-IF
           END-IF

           OPEN OUTPUT ESTADO
           IF  FS-ESTADO > "09"
               GO TO 140-99-FIM
           END-IF
           COMPUTE SEQ-ENVIADA = POS-BASE + POS-ENVIADOS
           MOVE SPACES TO ESTADO-REG
           STRING SITUACAO ";" SEQ-JORNAL ";" SEQ-ENVIADA ";"
                  SEQ-APLICADA ";" PENDENTES ";"
                  ATRASO-MIN ";" LIMITE ";" MOMENTO-APLICADO ";"
                  AGORA
                  DELIMITED BY SIZE INTO ESTADO-REG
           WRITE ESTADO-REG
           CLOSE ESTADO.

       140-99-FIM. EXIT.

       150-AVISA.

           DISPLAY "CWJRNLSH [A] " CWMAIL-TEXT
           MOVE "@CWOPERMAIL" TO CWMAIL-TO
           CALL "CWMAIL" USING PARAMETROS-CWMAIL
             ON EXCEPTION
                CONTINUE
           END-CALL.

       150-99-FIM. EXIT.

       700-LE-POSICAO.

           MOVE SPACES TO POSICAO-REG
           MOVE ZEROS  TO POS-BASE POS-ENVIADOS
           MOVE 1      TO POS-REMESSA
           MOVE "N"    TO POS-ALERTADO
           OPEN INPUT POSICAO
           IF  FS-POSICAO > "09"
               GO TO 700-99-FIM
           END-IF
           READ POSICAO
           IF  FS-POSICAO > "09"
           OR  POS-BASE     NOT NUMERIC
           OR  POS-ENVIADOS NOT NUMERIC
           OR  POS-REMESSA  NOT NUMERIC
               MOVE SPACES TO POSICAO-REG
               MOVE ZEROS  TO POS-BASE POS-ENVIADOS
               MOVE 1      TO POS-REMESSA
               MOVE "N"    TO POS-ALERTADO
           END-IF
           CLOSE POSICAO.

       700-99-FIM. EXIT.

       710-GRAVA-POSICAO.

           OPEN OUTPUT POSICAO
           IF  FS-POSICAO < "10"
               WRITE POSICAO-REG
               CLOSE POSICAO
           END-IF.

       710-99-FIM. EXIT.

      ******************************************************************
      *    MOMENTO-CALC (AAAAMMDDHHMMSS) em minutos corridos           *
      ******************************************************************
       800-MINUTOS.

           MOVE ZEROS TO MINUTOS-CALC
           IF  MOMENTO-CALC (1: 8) < "16010101"
               GO TO 800-99-FIM
           END-IF
           COMPUTE MINUTOS-CALC =
                   FUNCTION INTEGER-OF-DATE
                            (FUNCTION NUMVAL (MOMENTO-CALC (1: 8)))
                   * 1440
                 + FUNCTION NUMVAL (MOMENTO-CALC (9: 2)) * 60
                 + FUNCTION NUMVAL (MOMENTO-CALC (11: 2)).

       800-99-FIM. EXIT.
