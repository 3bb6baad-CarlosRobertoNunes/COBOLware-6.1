       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CWRESTST.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  01/09/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Teste de restauracao dos backups quentes     *
                      *  (job semanal do CWSCHED): cada arquivo do    *
                      *  cwbakdef com TIPO informado e restaurado     *
                      *  da sua copia para uma area de rascunho e     *
                      *  lido registro a registro pelo CWBAKCNT. A    *
                      *  quantidade e as chaves extremas precisam     *
                      *  bater com as do arquivo vivo no momento do   *
                      *  backup, gravadas pelo CWHOTBAK no            *
                      *  manifesto (cwhotbak.man), e nenhum           *
                      *  registro pode ficar ilegivel.                *
                      *                                               *
                      *  O relato (cwrestst.lst) e a prova semanal    *
                      *  para a auditoria; cada arquivo reprovado     *
                      *  abre um incidente no CWINCID. RC 8 quando    *
                      *  algum arquivo foi reprovado.                 *
                      *                                               *
                      *  Variaveis de ambiente:                       *
                      *   CWBAKDEF      definicao (cwbakdef)          *
                      *   CWRESTST-DIR  area de rascunho (padrao .)   *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT DEFINICAO ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FS-DEFINICAO.

           SELECT MANIFESTO ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FS-MANIFESTO.

           SELECT RELATO ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FS-RELATO.

       DATA DIVISION.
       FILE SECTION.

       FD  DEFINICAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-DEFINICAO.

       01  DEFINICAO-REG             PIC  X(200).

       FD  MANIFESTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "cwhotbak.man".

       01  MANIFESTO-REG.
           05 MAN-RECURSO            PIC  X(040).
           05 MAN-TIPO               PIC  X(008).
           05 MAN-DESTINO            PIC  X(050).
           05 MAN-MOMENTO            PIC  9(014).
           05 MAN-QTDE               PIC  9(009).
           05 MAN-ERROS              PIC  9(009).
           05 MAN-STATUS             PIC  X(002).
           05 MAN-CHAVE-MIN          PIC  X(032).
           05 MAN-CHAVE-MAX          PIC  X(032).

       FD  RELATO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "cwrestst.lst".

       01  RELATO-REG                PIC  X(132).

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO.
           05 FS-DEFINICAO           PIC  X(002) VALUE "00".
           05 LB-DEFINICAO           PIC  X(255) VALUE "cwbakdef".
           05 FS-MANIFESTO           PIC  X(002) VALUE "00".
           05 FS-RELATO              PIC  X(002) VALUE "00".
           05 RECURSO                PIC  X(040) VALUE SPACES.
           05 ORIGEM                 PIC  X(050) VALUE SPACES.
           05 DESTINO                PIC  X(050) VALUE SPACES.
           05 TIPO                   PIC  X(008) VALUE SPACES.
           05 DIRETORIO              PIC  X(030) VALUE SPACES.
           05 RASCUNHO               PIC  X(050) VALUE SPACES.
           05 FS-COPYF               PIC  X(002) VALUE "00".
           05 FS-REMOVE              PIC  X(002) VALUE "00".
           05 LEN-REMOVE             PIC  9(008) COMP-X VALUE 50.
           05 CMD-RM                 PIC  X(070) VALUE SPACES.
           05 ACHOU                  PIC  X(001) VALUE "N".
           05 MOTIVO                 PIC  X(060) VALUE SPACES.
           05 TESTADOS               PIC  9(003) VALUE ZEROS.
           05 APROVADOS              PIC  9(003) VALUE ZEROS.
           05 REPROVADOS             PIC  9(003) VALUE ZEROS.
           05 DATA-HOJE              PIC  9(008) VALUE ZEROS.
           05 HORA-AGORA             PIC  X(008) VALUE SPACES.
           05 MOMENTO-BACKUP         PIC  9(014) VALUE ZEROS.
           05 REDEFINES MOMENTO-BACKUP.
              10 BAK-AAAA            PIC  9(004).
              10 BAK-MM              PIC  9(002).
              10 BAK-DD              PIC  9(002).
              10 BAK-HH              PIC  9(002).
              10 BAK-MI              PIC  9(002).
              10 BAK-SS              PIC  9(002).
           05 VIVO-QTDE              PIC  9(009) VALUE ZEROS.
           05 VIVO-ERROS             PIC  9(009) VALUE ZEROS.
           05 VIVO-STATUS            PIC  X(002) VALUE SPACES.
           05 VIVO-CHAVE-MIN         PIC  X(032) VALUE SPACES.
           05 VIVO-CHAVE-MAX         PIC  X(032) VALUE SPACES.
           05 ED-VIVO                PIC  ZZZZZZZZ9.
           05 ED-REST                PIC  ZZZZZZZZ9.
           05 RC-FINAL               PIC  9(003) VALUE ZEROS.

       01  PARAMETROS-CWBAKCNT.
           05 CWBAKCNT-TIPO          PIC  X(008) VALUE SPACES.
           05 CWBAKCNT-ARQUIVO       PIC  X(255) VALUE SPACES.
           05 CWBAKCNT-QTDE          PIC  9(009) VALUE ZEROS.
           05 CWBAKCNT-ERROS         PIC  9(009) VALUE ZEROS.
           05 CWBAKCNT-CHAVE-MIN     PIC  X(032) VALUE SPACES.
           05 CWBAKCNT-CHAVE-MAX     PIC  X(032) VALUE SPACES.
           05 CWBAKCNT-STATUS        PIC  X(002) VALUE SPACES.

       01  PARAMETROS-CWINCID.
           05 CWINCID-FUNCTION       PIC  X(001) VALUE SPACE.
           05 CWINCID-NUMERO         PIC  9(006) VALUE ZEROS.
           05 CWINCID-ORIGEM         PIC  X(008) VALUE SPACES.
           05 CWINCID-COMANDO        PIC  X(100) VALUE SPACES.
           05 CWINCID-RC             PIC  9(003) VALUE ZEROS.
           05 CWINCID-CONSOLE        PIC  X(200) VALUE SPACES.
           05 CWINCID-FILE-STATUS    PIC  X(020) VALUE SPACES.
           05 CWINCID-CAUSA          PIC  X(060) VALUE SPACES.
           05 CWINCID-RESOLUCAO      PIC  X(060) VALUE SPACES.
           05 CWINCID-STATUS         PIC  X(002) VALUE SPACES.

       PROCEDURE DIVISION.

       000-INICIO.

           DISPLAY "CWBAKDEF"     UPON ENVIRONMENT-NAME
           ACCEPT  LB-DEFINICAO   FROM ENVIRONMENT-VALUE
           IF  LB-DEFINICAO = SPACES
               MOVE "cwbakdef" TO LB-DEFINICAO
           END-IF
           DISPLAY "CWRESTST-DIR" UPON ENVIRONMENT-NAME
           ACCEPT  DIRETORIO      FROM ENVIRONMENT-VALUE
           IF  DIRETORIO = SPACES
               MOVE "." TO DIRETORIO
           END-IF
           MOVE SPACES TO RASCUNHO
           STRING DIRETORIO DELIMITED BY SPACE
                  "/cwrestst.tmp" DELIMITED BY SIZE
                  INTO RASCUNHO

           OPEN INPUT DEFINICAO
           IF  FS-DEFINICAO > "09"
               DISPLAY "CWRESTST: erro " FS-DEFINICAO
                       " ao abrir " LB-DEFINICAO (1: 40)
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT DATA-HOJE  FROM DATE YYYYMMDD
           ACCEPT HORA-AGORA FROM TIME
           OPEN OUTPUT RELATO
           MOVE SPACES TO RELATO-REG
           STRING "CWRESTST - TESTE DE RESTAURACAO DOS BACKUPS EM "
                  DATA-HOJE (7: 2) "/" DATA-HOJE (5: 2) "/"
                  DATA-HOJE (1: 4) " " HORA-AGORA (1: 2) ":"
                  HORA-AGORA (3: 2)
                  DELIMITED BY SIZE INTO RELATO-REG
           WRITE RELATO-REG

           PERFORM UNTIL FS-DEFINICAO > "09"
               READ DEFINICAO
               IF  FS-DEFINICAO < "10"
               AND DEFINICAO-REG NOT = SPACES
               AND DEFINICAO-REG (1: 1) NOT = "*"
                   MOVE SPACES TO RECURSO ORIGEM DESTINO TIPO
                   UNSTRING DEFINICAO-REG DELIMITED BY ";"
                            INTO RECURSO ORIGEM DESTINO TIPO
                   END-UNSTRING
                   IF  DESTINO NOT = SPACES
                   AND TIPO    NOT = SPACES
                       PERFORM 100-TESTA-ARQUIVO THRU 100-99-FIM
                   END-IF
               END-IF
           END-PERFORM

           CLOSE DEFINICAO
           MOVE SPACES TO RELATO-REG
           STRING "TESTADOS: " TESTADOS " APROVADOS: " APROVADOS
                  " REPROVADOS: " REPROVADOS
                  DELIMITED BY SIZE INTO RELATO-REG
           WRITE RELATO-REG
           CLOSE RELATO

           IF  REPROVADOS > 0
               MOVE 8 TO RC-FINAL
           END-IF
           DISPLAY "CWRESTST: " TESTADOS " testado(s), "
                   REPROVADOS " reprovado(s) - relato em cwrestst.lst"
           MOVE RC-FINAL TO RETURN-CODE
           GOBACK.

      ******************************************************************
      *    Um arquivo: contagem do vivo no manifesto, restauracao no   *
      *    rascunho, leitura integral e comparacao                     *
      ******************************************************************
       100-TESTA-ARQUIVO.

           ADD 1 TO TESTADOS
           MOVE SPACES TO MOTIVO
           MOVE ZEROS  TO CWBAKCNT-QTDE CWBAKCNT-ERROS
           MOVE SPACES TO CWBAKCNT-CHAVE-MIN CWBAKCNT-CHAVE-MAX
                          CWBAKCNT-STATUS

           PERFORM 200-BUSCA-MANIFESTO THRU 200-99-FIM
           IF  ACHOU NOT = "S"
               MOVE "SEM CONTAGEM DO BACKUP NO MANIFESTO" TO MOTIVO
               GO TO 100-90-RELATA
           END-IF
           IF  VIVO-STATUS NOT = "00"
               STRING "ARQUIVO VIVO NAO FOI CONTADO (" VIVO-STATUS ")"
                      DELIMITED BY SIZE INTO MOTIVO
               GO TO 100-90-RELATA
           END-IF

           MOVE "00" TO FS-COPYF
           CALL "COPYF" USING FS-COPYF DESTINO RASCUNHO
             ON EXCEPTION
                MOVE "99" TO FS-COPYF
           END-CALL
           IF  FS-COPYF NOT = "00"
               STRING "RESTAURACAO FALHOU (" FS-COPYF ")"
                      DELIMITED BY SIZE INTO MOTIVO
               GO TO 100-90-RELATA
           END-IF

           MOVE TIPO     TO CWBAKCNT-TIPO
           MOVE RASCUNHO TO CWBAKCNT-ARQUIVO
           CALL "CWBAKCNT" USING PARAMETROS-CWBAKCNT
             ON EXCEPTION
                MOVE "99" TO CWBAKCNT-STATUS
           END-CALL
           PERFORM 300-APAGA-RASCUNHO THRU 300-99-FIM

           EVALUATE TRUE
               WHEN CWBAKCNT-STATUS NOT = "00"
                    STRING "RESTAURADO NAO ABRE (" CWBAKCNT-STATUS ")"
                           DELIMITED BY SIZE INTO MOTIVO
               WHEN CWBAKCNT-ERROS > VIVO-ERROS
                    STRING CWBAKCNT-ERROS " REGISTRO(S) ILEGIVEL(EIS)"
                           DELIMITED BY SIZE INTO MOTIVO
               WHEN CWBAKCNT-QTDE NOT = VIVO-QTDE
                    MOVE "QUANTIDADE DIFERE DO VIVO" TO MOTIVO
               WHEN CWBAKCNT-CHAVE-MIN NOT = VIVO-CHAVE-MIN
               OR   CWBAKCNT-CHAVE-MAX NOT = VIVO-CHAVE-MAX
                    MOVE "FAIXA DE CHAVES DIFERE DO VIVO" TO MOTIVO
           END-EVALUATE.

       100-90-RELATA.

           MOVE VIVO-QTDE     TO ED-VIVO
           MOVE CWBAKCNT-QTDE TO ED-REST
           MOVE SPACES TO RELATO-REG
           IF  MOTIVO = SPACES
               ADD 1 TO APROVADOS
               STRING "  " RECURSO (1: 20) " BACKUP "
                      BAK-DD "/" BAK-MM "/" BAK-AAAA " " BAK-HH ":"
                      BAK-MI " VIVO " ED-VIVO " RESTAURADO " ED-REST
                      " APROVADO"
                      DELIMITED BY SIZE INTO RELATO-REG
               WRITE RELATO-REG
               MOVE SPACES TO RELATO-REG
               STRING "      CHAVES " CWBAKCNT-CHAVE-MIN
                      " A " CWBAKCNT-CHAVE-MAX
                      DELIMITED BY SIZE INTO RELATO-REG
               WRITE RELATO-REG
               GO TO 100-99-FIM
           END-IF

           ADD 1 TO REPROVADOS
           STRING "  " RECURSO (1: 20) " BACKUP "
                  BAK-DD "/" BAK-MM "/" BAK-AAAA " " BAK-HH ":"
                  BAK-MI " VIVO " ED-VIVO " RESTAURADO " ED-REST
                  " REPROVADO"
                  DELIMITED BY SIZE INTO RELATO-REG
           WRITE RELATO-REG
           MOVE SPACES TO RELATO-REG
           STRING "      " MOTIVO
                  DELIMITED BY SIZE INTO RELATO-REG
           WRITE RELATO-REG
           IF  ACHOU = "S"
               MOVE SPACES TO RELATO-REG
               STRING "      CHAVES VIVO " VIVO-CHAVE-MIN
                      " A " VIVO-CHAVE-MAX
                      DELIMITED BY SIZE INTO RELATO-REG
               WRITE RELATO-REG
               MOVE SPACES TO RELATO-REG
               STRING "      RESTAURADO  " CWBAKCNT-CHAVE-MIN
                      " A " CWBAKCNT-CHAVE-MAX
                      DELIMITED BY SIZE INTO RELATO-REG
               WRITE RELATO-REG
           END-IF

           MOVE "G"             TO CWINCID-FUNCTION
           MOVE "CWRESTST"      TO CWINCID-ORIGEM
           MOVE SPACES          TO CWINCID-COMANDO
           STRING "TESTE DE RESTAURACAO " RECURSO (1: 20) " "
                  DESTINO
                  DELIMITED BY SIZE INTO CWINCID-COMANDO
           MOVE 8               TO CWINCID-RC
           MOVE SPACES          TO CWINCID-CONSOLE
           STRING MOTIVO " - VIVO " ED-VIVO " RESTAURADO " ED-REST
                  DELIMITED BY SIZE INTO CWINCID-CONSOLE
           MOVE SPACES          TO CWINCID-FILE-STATUS
           STRING "COPYF " FS-COPYF " LEITURA " CWBAKCNT-STATUS
                  DELIMITED BY SIZE INTO CWINCID-FILE-STATUS
           CALL "CWINCID" USING PARAMETROS-CWINCID
             ON EXCEPTION
                MOVE "99" TO CWINCID-STATUS
           END-CALL
           IF  CWINCID-STATUS = "00"
               MOVE SPACES TO RELATO-REG
               STRING "      INCIDENTE " CWINCID-NUMERO
                      " REGISTRADO (VER CWINCIDV)"
                      DELIMITED BY SIZE INTO RELATO-REG
               WRITE RELATO-REG
           END-IF.

       100-99-FIM. EXIT.

      ******************************************************************
      *    A ultima contagem do recurso para a copia definida (o       *
      *    manifesto cresce a cada backup; vale a mais recente)        *
      ******************************************************************
       200-BUSCA-MANIFESTO.

           MOVE "N"   TO ACHOU
           MOVE ZEROS TO MOMENTO-BACKUP VIVO-QTDE VIVO-ERROS
           MOVE SPACES TO VIVO-STATUS VIVO-CHAVE-MIN VIVO-CHAVE-MAX
           OPEN INPUT MANIFESTO
           IF  FS-MANIFESTO > "09"
               GO TO 200-99-FIM
           END-IF
           PERFORM UNTIL FS-MANIFESTO > "09"
               READ MANIFESTO
               IF  FS-MANIFESTO < "10"
               AND MAN-RECURSO = RECURSO
               AND MAN-DESTINO = DESTINO
               AND MAN-MOMENTO IS NUMERIC
               AND MAN-MOMENTO NOT < MOMENTO-BACKUP
                   MOVE "S"           TO ACHOU
                   MOVE MAN-MOMENTO   TO MOMENTO-BACKUP
                   MOVE MAN-QTDE      TO VIVO-QTDE
                   MOVE MAN-ERROS     TO VIVO-ERROS
                   MOVE MAN-STATUS    TO VIVO-STATUS
                   MOVE MAN-CHAVE-MIN TO VIVO-CHAVE-MIN
                   MOVE MAN-CHAVE-MAX TO VIVO-CHAVE-MAX
               END-IF
           END-PERFORM
           CLOSE MANIFESTO.

       200-99-FIM. EXIT.

       300-APAGA-RASCUNHO.

           CALL "REMOVE" USING RASCUNHO LEN-REMOVE FS-REMOVE
             ON EXCEPTION
                MOVE SPACES TO CMD-RM
                STRING "rm -f " RASCUNHO DELIMITED BY SIZE
                       INTO CMD-RM
                CALL "SYSTEM" USING CMD-RM
           END-CALL.

       300-99-FIM. EXIT.
