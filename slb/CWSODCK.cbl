       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CWSODCK.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  01/09/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Segregacao de funcoes: confere o perfil de   *
                      *  um usuario (pelo grupo dele no CWCONF) ou    *
                      *  de um grupo contra as regras de programas    *
                      *  incompativeis e devolve os pares que o       *
                      *  perfil reune, com a excecao documentada      *
                      *  quando houver. Usado pelo porteiro do        *
                      *  sign-on (CWSIGN) e pelo relatorio CWSODRPT.  *
                      *                                               *
                      *  Regras (cwsod.def, ou a variavel CWSODDEF):  *
                      *   REGRA;PROGRAMA-A;PROGRAMA-B;ACAO;DESCRICAO  *
                      *   ACAO  R = o sign-on e recusado              *
                      *         A = o sign-on entra com aviso         *
                      *                                               *
                      *  Excecoes aprovadas (cwsodexc.def, ou a       *
                      *  variavel CWSODEXC):                          *
                      *   REGRA;QUEM;APROVADOR;VALIDADE;MOTIVO        *
                      *   QUEM = usuario ou grupo; VALIDADE AAAAMMDD  *
                      *   (vazia = sem prazo)                         *
                      *                                               *
                      *  O perfil reune um programa quando o grupo    *
                      *  da acesso a ele pelos registros "GU" do      *
                      *  CWCONF (mesma conferencia do CWGETS); grupo  *
                      *  em branco ou "Acesso sem restricoes" reune   *
                      *  todos.                                       *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT REGRAS ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FS-REGRAS.

           SELECT EXCECOES ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FS-EXCECOES.

           SELECT CONF ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CONF-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CONF.

       DATA DIVISION.
       FILE SECTION.

       FD  REGRAS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-REGRAS.

       01  REGRAS-REG                PIC  X(200).

       FD  EXCECOES
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-EXCECOES.

       01  EXCECOES-REG              PIC  X(200).

      ******************************************************************
      *    Registro "GU" do CWCONF: grupo + programa (programa em      *
      *    branco = cabecalho do grupo, com o indicador ADM)           *
      ******************************************************************
       FD  CONF
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-CONF.

       01  CONF-REG.
           05 CONF-CHAVE.
              10 CONF-TIPO           PIC  X(002).
              10 CONF-GRUPO          PIC  X(022).
              10 CONF-PROGRAMA       PIC  X(008).
           05 CONF-ACESSO            PIC  X(001).
           05 FILLER                 PIC  X(004).
           05 CONF-ADM               PIC  X(001).
           05 FILLER                 PIC  X(1970).

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO.
           05 FS-REGRAS              PIC  X(002) VALUE "00".
           05 LB-REGRAS              PIC  X(255) VALUE "cwsod.def".
           05 FS-EXCECOES            PIC  X(002) VALUE "00".
           05 LB-EXCECOES            PIC  X(255) VALUE "cwsodexc.def".
           05 FS-CONF                PIC  X(002) VALUE "00".
           05 LB-CONF                PIC  X(255) VALUE "cwconf".
           05 CARREGADO              PIC  9(001) VALUE 0.
           05 CONF-ABERTO            PIC  X(001) VALUE "N".
           05 DATA-HOJE              PIC  9(008) VALUE ZEROS.
           05 ADM                    PIC  X(001) VALUE SPACE.
           05 SEM-RESTRICAO          PIC  X(001) VALUE "N".
           05 PROGRAMA               PIC  X(008) VALUE SPACES.
           05 TEM-PROGRAMA           PIC  X(001) VALUE "N".
           05 TEM-A                  PIC  X(001) VALUE "N".
           05 CAMPO-REGRA            PIC  X(020) VALUE SPACES.
           05 CAMPO-PROGRAMA-A       PIC  X(008) VALUE SPACES.
           05 CAMPO-PROGRAMA-B       PIC  X(008) VALUE SPACES.
           05 CAMPO-ACAO             PIC  X(001) VALUE SPACE.
           05 CAMPO-DESCRICAO        PIC  X(040) VALUE SPACES.
           05 CAMPO-QUEM             PIC  X(030) VALUE SPACES.
           05 CAMPO-APROVADOR        PIC  X(030) VALUE SPACES.
           05 CAMPO-VALIDADE         PIC  X(008) VALUE SPACES.
           05 CAMPO-MOTIVO           PIC  X(040) VALUE SPACES.

       01  TABELA-REGRAS.
           05 REGRAS-QTDE            PIC  9(003) VALUE ZEROS.
           05 REGRA-TAB OCCURS 100 TIMES INDEXED BY INDREG.
              10 REGRA-NOME          PIC  X(020).
              10 REGRA-PROGRAMA-A    PIC  X(008).
              10 REGRA-PROGRAMA-B    PIC  X(008).
              10 REGRA-ACAO          PIC  X(001).
              10 REGRA-DESCRICAO     PIC  X(040).

       01  TABELA-EXCECOES.
           05 EXCECOES-QTDE          PIC  9(003) VALUE ZEROS.
           05 EXC-TAB OCCURS 300 TIMES INDEXED BY INDEXC.
              10 EXC-REGRA           PIC  X(020).
              10 EXC-QUEM            PIC  X(030).
              10 EXC-APROVADOR       PIC  X(030).
              10 EXC-VALIDADE        PIC  9(008).
              10 EXC-MOTIVO          PIC  X(040).

       LINKAGE SECTION.

       01  PARAMETROS-CWSODCK.
           05 CWSODCK-USUARIO        PIC  X(030).
           05 CWSODCK-GRUPO          PIC  X(022).
           05 CWSODCK-QTDE           PIC  9(002).
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
           05 CWSODCK-STATUS         PIC  X(002).

       PROCEDURE DIVISION USING PARAMETROS-CWSODCK.

       000-INICIO.

           MOVE "00"  TO CWSODCK-STATUS
           MOVE ZEROS TO CWSODCK-QTDE

           IF  CARREGADO = 0
               PERFORM 800-CARREGA-REGRAS   THRU 800-99-FIM
               PERFORM 810-CARREGA-EXCECOES THRU 810-99-FIM
               MOVE 1 TO CARREGADO
           END-IF
           IF  REGRAS-QTDE = ZEROS
               MOVE "NR" TO CWSODCK-STATUS
               GO TO 000-99-FIM
           END-IF
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD

           PERFORM 100-GRUPO THRU 100-99-FIM
           IF  CWSODCK-STATUS NOT = "00"
               GO TO 000-99-FIM
           END-IF

           PERFORM VARYING INDREG FROM 1 BY 1
                     UNTIL INDREG > REGRAS-QTDE
                        OR CWSODCK-QTDE NOT < 20
               MOVE REGRA-PROGRAMA-A (INDREG) TO PROGRAMA
               PERFORM 200-TEM-PROGRAMA THRU 200-99-FIM
               MOVE TEM-PROGRAMA TO TEM-A
               IF  TEM-A = "S"
                   MOVE REGRA-PROGRAMA-B (INDREG) TO PROGRAMA
                   PERFORM 200-TEM-PROGRAMA THRU 200-99-FIM
                   IF  TEM-PROGRAMA = "S"
                       PERFORM 300-ANOTA THRU 300-99-FIM
                   END-IF
               END-IF
           END-PERFORM.

       000-99-FIM.
           IF  CONF-ABERTO = "S"
               CLOSE CONF
               MOVE "N" TO CONF-ABERTO
           END-IF
           GOBACK.

      ******************************************************************
      *    Cabecalho do grupo: sem restricao ou indicador ADM          *
      ******************************************************************
       100-GRUPO.

           MOVE "N"   TO SEM-RESTRICAO
           MOVE SPACE TO ADM
           IF  CWSODCK-GRUPO = SPACES
           OR  CWSODCK-GRUPO (1: 6) = "Acesso"
               MOVE "S" TO SEM-RESTRICAO
               GO TO 100-99-FIM
           END-IF

           DISPLAY "CWCONF"  UPON ENVIRONMENT-NAME
           ACCEPT  LB-CONF   FROM ENVIRONMENT-VALUE
           IF  LB-CONF = SPACES
               MOVE "cwconf" TO LB-CONF
           END-IF
           OPEN INPUT CONF
           IF  FS-CONF > "09"
               MOVE FS-CONF TO CWSODCK-STATUS
               GO TO 100-99-FIM
           END-IF
           MOVE "S" TO CONF-ABERTO

           MOVE SPACES        TO CONF-CHAVE
           MOVE "GU"          TO CONF-TIPO
           MOVE CWSODCK-GRUPO TO CONF-GRUPO
           READ CONF IGNORE LOCK
           IF  FS-CONF < "10"
               MOVE CONF-ADM TO ADM
           ELSE
      *        grupo sem cabecalho: o CWGETS nao restringe nada
               MOVE "S" TO SEM-RESTRICAO
           END-IF.

       100-99-FIM. EXIT.

      ******************************************************************
      *    O grupo da acesso ao PROGRAMA? (criterio do CWGETS: com     *
      *    ADM "I" so o que esta cadastrado; sem ele, tudo menos o     *
      *    que esta marcado)                                           *
      ******************************************************************
       200-TEM-PROGRAMA.

           MOVE "S" TO TEM-PROGRAMA
           IF  SEM-RESTRICAO = "S"
               GO TO 200-99-FIM
           END-IF
           MOVE "GU"          TO CONF-TIPO
           MOVE CWSODCK-GRUPO TO CONF-GRUPO
           MOVE PROGRAMA      TO CONF-PROGRAMA
           READ CONF IGNORE LOCK
           IF  (FS-CONF < "10"
           AND  CONF-ACESSO NOT = SPACE
           AND  ADM         NOT = "I")
           OR  (FS-CONF > "09"
           AND  ADM             = "I")
               MOVE "N" TO TEM-PROGRAMA
           END-IF.

       200-99-FIM. EXIT.

      ******************************************************************
      *    Conflito da regra corrente, com a excecao valida se houver  *
      ******************************************************************
       300-ANOTA.

           ADD 1 TO CWSODCK-QTDE
           MOVE REGRA-NOME (INDREG)
             TO CWSODCK-REGRA      (CWSODCK-QTDE)
           MOVE REGRA-PROGRAMA-A (INDREG)
             TO CWSODCK-PROGRAMA-A (CWSODCK-QTDE)
           MOVE REGRA-PROGRAMA-B (INDREG)
             TO CWSODCK-PROGRAMA-B (CWSODCK-QTDE)
           MOVE REGRA-ACAO (INDREG)
             TO CWSODCK-ACAO       (CWSODCK-QTDE)
           MOVE REGRA-DESCRICAO (INDREG)
             TO CWSODCK-DESCRICAO  (CWSODCK-QTDE)
           MOVE "N"    TO CWSODCK-EXCECAO   (CWSODCK-QTDE)
           MOVE SPACES TO CWSODCK-APROVADOR (CWSODCK-QTDE)
                          CWSODCK-MOTIVO    (CWSODCK-QTDE)
           MOVE ZEROS  TO CWSODCK-VALIDADE  (CWSODCK-QTDE)

           PERFORM VARYING INDEXC FROM 1 BY 1
                     UNTIL INDEXC > EXCECOES-QTDE
               IF  EXC-REGRA (INDEXC) = REGRA-NOME (INDREG)
               AND (EXC-VALIDADE (INDEXC) = ZEROS
                    OR EXC-VALIDADE (INDEXC) NOT < DATA-HOJE)
               AND ((CWSODCK-USUARIO NOT = SPACES
                     AND EXC-QUEM (INDEXC) = CWSODCK-USUARIO)
                    OR EXC-QUEM (INDEXC) = CWSODCK-GRUPO)
                   MOVE "S" TO CWSODCK-EXCECAO (CWSODCK-QTDE)
                   MOVE EXC-APROVADOR (INDEXC)
                     TO CWSODCK-APROVADOR (CWSODCK-QTDE)
                   MOVE EXC-VALIDADE (INDEXC)
                     TO CWSODCK-VALIDADE  (CWSODCK-QTDE)
                   MOVE EXC-MOTIVO (INDEXC)
                     TO CWSODCK-MOTIVO    (CWSODCK-QTDE)
               END-IF
           END-PERFORM.

       300-99-FIM. EXIT.

      ******************************************************************
      *    Regras de programas incompativeis                           *
      ******************************************************************
       800-CARREGA-REGRAS.

           MOVE ZEROS TO REGRAS-QTDE
           DISPLAY "CWSODDEF" UPON ENVIRONMENT-NAME
           ACCEPT  LB-REGRAS  FROM ENVIRONMENT-VALUE
           IF  LB-REGRAS = SPACES
               MOVE "cwsod.def" TO LB-REGRAS
           END-IF
           OPEN INPUT REGRAS
           IF  FS-REGRAS > "09"
               MOVE "00" TO FS-REGRAS
               GO TO 800-99-FIM
           END-IF
           PERFORM UNTIL FS-REGRAS > "09"
                      OR REGRAS-QTDE NOT < 100
               READ REGRAS
               IF  FS-REGRAS < "10"
               AND REGRAS-REG NOT = SPACES
               AND REGRAS-REG (1: 1) NOT = "#"
                   MOVE SPACES TO CAMPO-REGRA CAMPO-PROGRAMA-A
                                  CAMPO-PROGRAMA-B CAMPO-ACAO
                                  CAMPO-DESCRICAO
                   UNSTRING REGRAS-REG DELIMITED BY ";"
                            INTO CAMPO-REGRA CAMPO-PROGRAMA-A
                                 CAMPO-PROGRAMA-B CAMPO-ACAO
                                 CAMPO-DESCRICAO
                   END-UNSTRING
                   INSPECT CAMPO-ACAO CONVERTING "ar" TO "AR"
                   IF  CAMPO-PROGRAMA-A NOT = SPACES
                   AND CAMPO-PROGRAMA-B NOT = SPACES
                       ADD 1 TO REGRAS-QTDE
                       SET  INDREG TO REGRAS-QTDE
                       MOVE CAMPO-REGRA      TO REGRA-NOME (INDREG)
                       MOVE CAMPO-PROGRAMA-A
                         TO REGRA-PROGRAMA-A (INDREG)
                       MOVE CAMPO-PROGRAMA-B
                         TO REGRA-PROGRAMA-B (INDREG)
                       IF  CAMPO-ACAO = "R"
                           MOVE "R" TO REGRA-ACAO (INDREG)
                       ELSE
                           MOVE "A" TO REGRA-ACAO (INDREG)
                       END-IF
                       MOVE CAMPO-DESCRICAO
                         TO REGRA-DESCRICAO (INDREG)
                   END-IF
               END-IF
           END-PERFORM
           CLOSE REGRAS
           MOVE "00" TO FS-REGRAS.

       800-99-FIM. EXIT.

      ******************************************************************
      *    Excecoes documentadas                                       *
      ******************************************************************
       810-CARREGA-EXCECOES.

           MOVE ZEROS TO EXCECOES-QTDE
           DISPLAY "CWSODEXC"   UPON ENVIRONMENT-NAME
           ACCEPT  LB-EXCECOES  FROM ENVIRONMENT-VALUE
           IF  LB-EXCECOES = SPACES
               MOVE "cwsodexc.def" TO LB-EXCECOES
           END-IF
           OPEN INPUT EXCECOES
           IF  FS-EXCECOES > "09"
               MOVE "00" TO FS-EXCECOES
               GO TO 810-99-FIM
           END-IF
           PERFORM UNTIL FS-EXCECOES > "09"
                      OR EXCECOES-QTDE NOT < 300
               READ EXCECOES
               IF  FS-EXCECOES < "10"
               AND EXCECOES-REG NOT = SPACES
               AND EXCECOES-REG (1: 1) NOT = "#"
                   MOVE SPACES TO CAMPO-REGRA CAMPO-QUEM
                                  CAMPO-APROVADOR CAMPO-VALIDADE
                                  CAMPO-MOTIVO
                   UNSTRING EXCECOES-REG DELIMITED BY ";"
                            INTO CAMPO-REGRA CAMPO-QUEM
                                 CAMPO-APROVADOR CAMPO-VALIDADE
                                 CAMPO-MOTIVO
                   END-UNSTRING
      *            excecao sem aprovador nao e excecao documentada
                   IF  CAMPO-QUEM      NOT = SPACES
                   AND CAMPO-APROVADOR NOT = SPACES
                       ADD 1 TO EXCECOES-QTDE
                       SET  INDEXC TO EXCECOES-QTDE
                       MOVE CAMPO-REGRA     TO EXC-REGRA (INDEXC)
                       MOVE CAMPO-QUEM      TO EXC-QUEM (INDEXC)
                       MOVE CAMPO-APROVADOR TO EXC-APROVADOR (INDEXC)
                       MOVE CAMPO-MOTIVO    TO EXC-MOTIVO (INDEXC)
                       IF  CAMPO-VALIDADE IS NUMERIC
                           MOVE CAMPO-VALIDADE TO EXC-VALIDADE (INDEXC)
                       ELSE
                           MOVE ZEROS TO EXC-VALIDADE (INDEXC)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE EXCECOES
           MOVE "00" TO FS-EXCECOES.

       810-99-FIM. EXIT.
