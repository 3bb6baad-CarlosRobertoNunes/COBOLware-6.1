       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CWSODRPT.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  01/09/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Relatorio de segregacao de funcoes: passa    *
                      *  todos os grupos ("GU") e usuarios ("PS")     *
                      *  do CWCONF pelo CWSODCK e lista cada par de   *
                      *  programas incompativeis que o perfil reune,  *
                      *  com a excecao documentada (aprovador,        *
                      *  validade e motivo) quando houver.            *
                      *                                               *
                      *  O relato (cwsodrpt.lst) e a prova para a     *
                      *  auditoria; RC 4 quando ha conflito sem       *
                      *  excecao aprovada.                            *
                      *                                               *
                      *  Variaveis de ambiente:                       *
                      *   CWCONF    configuracao (cwconf)             *
                      *   CWSODDEF  regras (cwsod.def)                *
                      *   CWSODEXC  excecoes (cwsodexc.def)           *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CONF ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CONF-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CONF.

           SELECT RELATO ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FS-RELATO.

       DATA DIVISION.
       FILE SECTION.

       FD  CONF
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-CONF.

       01  CONF-REG.
           05 CONF-CHAVE.
              10 CONF-TIPO           PIC  X(002).
              10 CONF-ELEMENTO       PIC  X(030).
           05 CONF-RESTO             PIC  X(1976).

       01  CONF-REG-GU.
           05 FILLER                 PIC  X(002).
           05 CONF-GRUPO             PIC  X(022).
           05 CONF-PROGRAMA          PIC  X(008).
           05 FILLER                 PIC  X(1976).

       FD  RELATO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "cwsodrpt.lst".

       01  RELATO-REG                PIC  X(132).

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO.
           05 FS-CONF                PIC  X(002) VALUE "00".
           05 LB-CONF                PIC  X(255) VALUE "cwconf".
           05 FS-RELATO              PIC  X(002) VALUE "00".
           05 TIPO-LIDO              PIC  X(002) VALUE SPACES.
           05 SALVA-CHAVE            PIC  X(032) VALUE SPACES.
           05 PERFIL                 PIC  X(008) VALUE SPACES.
           05 NOME-PERFIL            PIC  X(030) VALUE SPACES.
           05 I                      PIC  9(002) VALUE ZEROS.
           05 PERFIS                 PIC  9(005) VALUE ZEROS.
           05 CONFLITOS              PIC  9(005) VALUE ZEROS.
           05 SEM-EXCECAO            PIC  9(005) VALUE ZEROS.
           05 DATA-HOJE              PIC  9(008) VALUE ZEROS.
           05 HORA-AGORA             PIC  X(008) VALUE SPACES.
           05 ED-VALIDADE            PIC  X(010) VALUE SPACES.

       01  PARAMETROS-CWSODCK.
           05 CWSODCK-USUARIO        PIC  X(030) VALUE SPACES.
           05 CWSODCK-GRUPO          PIC  X(022) VALUE SPACES.
           05 CWSODCK-QTDE           PIC  9(002) VALUE ZEROS.
           05 CWSODCK-CONFLITO OCCURS 20 TIMES.
              10 CWSODCK-REGRA       PIC  X(020).
              10 CWSODCK-PROGRAMA-A  PIC  X(008).
              10 CWSODCK-PROGRAMA-B  PIC  X(008).
              10 CWSODCK-ACAO        PIC  X(001).
              10 CWSODCK-DESCRICAO   PIC  X(040).
              10 CWSODCK-EXCECAO     PIC  X(001).
              10 CWSODCK-APROVADOR   PIC  X(030).
              10 CWSODCK-VALIDADE    PIC  9(008).
              10 CWSODCK-MOTIVO      PIC  X(040).
           05 CWSODCK-STATUS         PIC  X(002) VALUE SPACES.

       PROCEDURE DIVISION.

       000-INICIO.

           DISPLAY "CWCONF"  UPON ENVIRONMENT-NAME
           ACCEPT  LB-CONF   FROM ENVIRONMENT-VALUE
           IF  LB-CONF = SPACES
               MOVE "cwconf" TO LB-CONF
           END-IF
           OPEN INPUT CONF
           IF  FS-CONF > "09"
               DISPLAY "CWSODRPT: erro " FS-CONF
                       " ao abrir " LB-CONF (1: 40)
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT DATA-HOJE  FROM DATE YYYYMMDD
           ACCEPT HORA-AGORA FROM TIME
           OPEN OUTPUT RELATO
           MOVE SPACES TO RELATO-REG
           STRING "CWSODRPT - SEGREGACAO DE FUNCOES EM "
                  DATA-HOJE (7: 2) "/" DATA-HOJE (5: 2) "/"
                  DATA-HOJE (1: 4) " " HORA-AGORA (1: 2) ":"
                  HORA-AGORA (3: 2)
                  DELIMITED BY SIZE INTO RELATO-REG
           WRITE RELATO-REG

           MOVE "GU" TO TIPO-LIDO
           PERFORM 100-VARRE THRU 100-99-FIM
           IF  CWSODCK-STATUS NOT = "NR"
               MOVE "PS" TO TIPO-LIDO
               PERFORM 100-VARRE THRU 100-99-FIM
           END-IF
           CLOSE CONF

           MOVE SPACES TO RELATO-REG
           IF  CWSODCK-STATUS = "NR"
               MOVE "NENHUMA REGRA DE SEGREGACAO DEFINIDA"
                 TO RELATO-REG
           ELSE
               STRING "PERFIS: " PERFIS " CONFLITOS: " CONFLITOS
                      " SEM EXCECAO APROVADA: " SEM-EXCECAO
                      DELIMITED BY SIZE INTO RELATO-REG
           END-IF
           WRITE RELATO-REG
           CLOSE RELATO

           DISPLAY "CWSODRPT: " CONFLITOS " conflito(s), "
                   SEM-EXCECAO " sem excecao - relato em cwsodrpt.lst"
           IF  SEM-EXCECAO > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      ******************************************************************
      *    Grupos (cabecalhos "GU") ou usuarios ("PS") do CWCONF       *
      ******************************************************************
       100-VARRE.

           MOVE SPACES    TO CONF-CHAVE
           MOVE TIPO-LIDO TO CONF-TIPO
           START CONF KEY NOT LESS CONF-CHAVE
           IF  FS-CONF > "09"
               GO TO 100-99-FIM
           END-IF

           PERFORM UNTIL FS-CONF > "09"
               READ CONF NEXT RECORD IGNORE LOCK
               IF  FS-CONF < "10"
                   IF  CONF-TIPO NOT = TIPO-LIDO
                       MOVE "10" TO FS-CONF
                   ELSE
                       MOVE CONF-CHAVE TO SALVA-CHAVE
                       PERFORM 200-PERFIL THRU 200-99-FIM
                   END-IF
               END-IF
           END-PERFORM.

       100-99-FIM. EXIT.

      ******************************************************************
      *    Um perfil: conferencia pelo CWSODCK e linhas do relato      *
      ******************************************************************
       200-PERFIL.

           MOVE SPACES TO CWSODCK-USUARIO CWSODCK-GRUPO
           IF  TIPO-LIDO = "GU"
               IF  CONF-PROGRAMA NOT = SPACES
                   GO TO 200-99-FIM
               END-IF
               MOVE "GRUPO"          TO PERFIL
               MOVE CONF-GRUPO       TO CWSODCK-GRUPO NOME-PERFIL
           ELSE
               MOVE "USUARIO"        TO PERFIL
               MOVE CONF-ELEMENTO    TO CWSODCK-USUARIO NOME-PERFIL
               MOVE CONF-RESTO (34: 22) TO CWSODCK-GRUPO
           END-IF
           ADD 1 TO PERFIS

           CALL "CWSODCK" USING PARAMETROS-CWSODCK
           IF  CWSODCK-STATUS = "NR"
               MOVE "10" TO FS-CONF
               GO TO 200-99-FIM
           END-IF

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > CWSODCK-QTDE
               ADD 1 TO CONFLITOS
               MOVE SPACES TO RELATO-REG
               STRING PERFIL " " NOME-PERFIL " (" CWSODCK-GRUPO
                      ") REGRA " CWSODCK-REGRA (I) " "
                      CWSODCK-PROGRAMA-A (I) " X "
                      CWSODCK-PROGRAMA-B (I) " "
                      CWSODCK-DESCRICAO (I)
                      DELIMITED BY SIZE INTO RELATO-REG
               WRITE RELATO-REG
               MOVE SPACES TO RELATO-REG
               IF  CWSODCK-EXCECAO (I) = "S"
                   IF  CWSODCK-VALIDADE (I) = ZEROS
                       MOVE "SEM PRAZO" TO ED-VALIDADE
                   ELSE
                       STRING CWSODCK-VALIDADE (I) (7: 2) "/"
                              CWSODCK-VALIDADE (I) (5: 2) "/"
                              CWSODCK-VALIDADE (I) (1: 4)
                              DELIMITED BY SIZE INTO ED-VALIDADE
                   END-IF
                   STRING "     EXCECAO APROVADA POR "
                          CWSODCK-APROVADOR (I) " ATE "
                          ED-VALIDADE " " CWSODCK-MOTIVO (I)
                          DELIMITED BY SIZE INTO RELATO-REG
               ELSE
                   ADD 1 TO SEM-EXCECAO
                   IF  CWSODCK-ACAO (I) = "R"
                       MOVE "     SEM EXCECAO - SIGN-ON RECUSADO"
                         TO RELATO-REG
                   ELSE
                       MOVE "     SEM EXCECAO - SIGN-ON COM AVISO"
                         TO RELATO-REG
                   END-IF
               END-IF
               WRITE RELATO-REG
           END-PERFORM

      *    o CWSODCK abre o cwconf por conta propria; retoma a leitura
           MOVE SALVA-CHAVE TO CONF-CHAVE
           START CONF KEY GREATER CONF-CHAVE
           IF  FS-CONF > "09"
               GO TO 200-99-FIM
           END-IF.

       200-99-FIM. EXIT.
