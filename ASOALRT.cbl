      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ASOALRT.
       AUTHOR.        Traduzido de Easytrieve (macro esy.kex v.0.10).
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      * Aviso semanal dos exames ocupacionais (ASO):  *
                      * para cada matricula do PERSNL pega o exame    *
                      * mais recente do ASOEX (ASOMNT) e marca o que  *
                      * vence nos proximos 30 dias, o ja vencido e o  *
                      * empregado sem nenhum exame registrado.        *
                      * Matricula cujo ultimo exame e o demissional   *
                      * fica de fora (desligamento em curso).         *
                      *                                               *
                      * As marcadas passam pelo arquivo de trabalho   *
                      * indexado ASOWORK (DEPARTAMENTO + MATRICULA);  *
                      * sai a listagem ASOREL no spool (CWSPLF) e     *
                      * cada gestor do departamento (DEPTOS-GESTOR)   *
                      * recebe pelo CWMAIL a lista do seu             *
                      * departamento, no e-mail do seu sign-on no     *
                      * CWCONF.                                       *
                      *                                               *
                      * RC 4 = ha exame vencido ou departamento sem   *
                      * gestor/e-mail; RC 8 = PERSNL, ASOEX ou        *
                      * ASOWORK indisponivel.                         *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT PERSNL ASSIGN TO SYS010
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD KEY    IS PERSNL-EMP-NO
                  FILE STATUS   IS FL-STA-PERSNL.
      *
           SELECT ASOEX ASSIGN TO ASOEX
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS ASOEX-CHAVE
                  FILE STATUS   IS FL-STA-ASOEX.
      *
           SELECT OPTIONAL DEPTOS ASSIGN TO DEPTOS
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS DEPTOS-DEPT
                  FILE STATUS   IS FL-STA-DEPTOS.
      *
           SELECT CWCONF ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS CONF-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FL-STA-CWCONF.
      *
           SELECT ASOWORK ASSIGN TO ASOWORK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS AWK-CHAVE
                  FILE STATUS   IS FL-STA-ASOWORK.
      *
           SELECT ASOMAIL ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FL-STA-ASOMAIL.
      *
           SELECT ASOREL ASSIGN TO ASOREL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  PERSNL
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-PERSNL.
           03 PERSNL-EMP-NO                  PIC  9(005).
           03 PERSNL-COMPANY-X               PIC  X(002).
           03 FILLER                         PIC  X(009).
           03 LAST-NAME                      PIC  X(008).
           03 FILLER                         PIC  X(069).
           03 PAY-GROSS                      PIC S9(004)V9(02) COMP-3.
           03 DEPT                           PIC  9(003).
           03 FILLER                         PIC  X(035).
           03 DATE-OF-HIRE                   PIC  9(006).
           03 DATE-OF-HIRE-CC                PIC  9(008).
           03 FILLER                         PIC  X(001).
      *
      *----------------------------------------------------------------*
      *  EXAMES OCUPACIONAIS (ASO) POR MATRICULA E SEQUENCIA (ASOMNT)   *
      *----------------------------------------------------------------*
       FD  ASOEX
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-ASOEX.
           03 ASOEX-CHAVE.
              05 ASOEX-EMP-NO                PIC  9(005).
              05 ASOEX-SEQ                   PIC  9(003).
           03 ASOEX-TIPO                     PIC  X(001).
              88 ASOEX-DEMISSIONAL                      VALUE 'D'.
           03 ASOEX-DATA-EXAME               PIC  9(008).
           03 ASOEX-RESULTADO                PIC  X(001).
           03 ASOEX-GRUPO-RISCO              PIC  9(001).
           03 ASOEX-PROXIMO                  PIC  9(008).
           03 ASOEX-MEDICO                   PIC  X(030).
           03 ASOEX-DATA-ALT                 PIC  9(008).
           03 ASOEX-OPERADOR                 PIC  X(030).
           03 FILLER                         PIC  X(005).
      *
       FD  DEPTOS
           RECORD CONTAINS 080 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-DEPTOS.
           03 DEPTOS-DEPT                    PIC  9(003).
           03 DEPTOS-DESCRICAO               PIC  X(030).
           03 DEPTOS-CENTRO-CUSTO            PIC  X(010).
           03 DEPTOS-GESTOR                  PIC  X(030).
           03 FILLER                         PIC  X(007).
      *
      *----------------------------------------------------------------*
      *  CADASTRO DE USUARIOS DO PRODUTO: SO A VISAO "PS" COM O E-MAIL  *
      *  DO SIGN-ON, ESPELHANDO O LAYOUT OFICIAL                        *
      *----------------------------------------------------------------*
       FD  CWCONF
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-CWCONF.
      *
       01  CONF-REG.
           03 CONF-CHAVE.
              05 CONF-TIPO                   PIC  X(002).
              05 CONF-ELEMENTO               PIC  X(030).
           03 CONF-RESTO                     PIC  X(1976).
      *
       01  CONF-REGPS REDEFINES CONF-REG.
           03 FILLER                         PIC  X(002).
           03 CONFPS-NOME                    PIC  X(030).
           03 CONFPS-NIVEL            COMP-X PIC  9(002).
           03 CONFPS-SIZE             COMP-X PIC  9(002).
           03 CONFPS-FATOR            COMP-X PIC  9(002).
           03 CONFPS-SENHA                   PIC  X(030).
           03 CONFPS-GRUPO                   PIC  X(022).
           03 CONFPS-MODO-MENU               PIC  9(001).
           03 CONFPS-PATH-SPOOL              PIC  X(030).
           03 CONFPS-PRINTER-DEFAULT         PIC  X(008).
           03 CONFPS-QUADRO                  PIC  9(001).
           03 CONFPS-SPOOL-OPTIONS           PIC  X(004).
           03 CONFPS-RELATOR-IN              PIC  9(009).
           03 CONFPS-RELATOR-OUT             PIC  9(009).
           03 CONFPS-ESTILO-FLAG             PIC  9(001).
           03 CONFPS-AUTOVIEW                PIC  9(001).
           03 CONFPS-PRINTER-DEFAULT2        PIC  X(022).
           03 CONFPS-E-MAIL                  PIC  X(042).
           03 FILLER                         PIC  X(1793).
      *
      *----------------------------------------------------------------*
      *  EXAMES MARCADOS EM ORDEM DE DEPARTAMENTO E MATRICULA           *
      *----------------------------------------------------------------*
       FD  ASOWORK
           RECORD CONTAINS 050 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-ASOWORK.
           03 AWK-CHAVE.
              05 AWK-DEPT                    PIC  9(003).
              05 AWK-EMP-NO                  PIC  9(005).
           03 AWK-LAST-NAME                  PIC  X(008).
           03 AWK-TIPO                       PIC  X(001).
           03 AWK-DATA-EXAME                 PIC  9(008).
           03 AWK-PROXIMO                    PIC  9(008).
           03 AWK-SITUACAO                   PIC  X(001).
              88 AWK-A-VENCER                           VALUE 'A'.
              88 AWK-VENCIDO                            VALUE 'V'.
              88 AWK-SEM-EXAME                          VALUE 'S'.
           03 FILLER                         PIC  X(016).
      *
      *----------------------------------------------------------------*
      *  CORPO DO E-MAIL DE UM DEPARTAMENTO (CWMAIL-REPORT)             *
      *----------------------------------------------------------------*
       FD  ASOMAIL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-ASOMAIL.
      *
       01  REG-ASOMAIL                       PIC  X(080).
      *
       FD  ASOREL
           LABEL RECORD IS OMITTED.
      *
       01  REG-ASOREL                        PIC  X(132).
      *================================================================*
       WORKING-STORAGE SECTION.
      *================================================================*
       77  FILLER                     PIC  X(31)  VALUE
                                     'III WORKING-STORAGE SECTION III'.
      *================================================================*
      *----------------------------------------------------------------*
      *        SUBPROGRAMAS                                            *
      *----------------------------------------------------------------*
      *
       77  SB-CWSPLF                     PIC  X(08)  VALUE 'CWSPLF'.
       77  SB-CWMAIL                     PIC  X(08)  VALUE 'CWMAIL'.
      *
      *----------------------------------------------------------------*
      *        AREA DE VARIAVEIS AUXILIARES                            *
      *----------------------------------------------------------------*
      *
       01  WS-VARIAVEIS.
           03 TRACOS                         PIC  X(060)    VALUE
              ALL '-'.
           03 PGMID                          PIC  X(009)    VALUE
              '#ASOALRT.'.
           03 FL-STA-PERSNL                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-PERSNL-OK                               VALUE '00'.
              88 FL-PERSNL-EOF                              VALUE '10'.
           03 FL-STA-ASOEX                   PIC  X(002)    VALUE
              ZEROS.
              88 FL-ASOEX-OK                                VALUE '00'.
              88 FL-ASOEX-EOF                               VALUE '10'.
           03 FL-STA-DEPTOS                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-DEPTOS-OK                               VALUE '00'.
           03 FL-STA-CWCONF                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-CWCONF-OK                               VALUE '00'.
           03 FL-STA-ASOWORK                 PIC  X(002)    VALUE
              ZEROS.
              88 FL-ASOWORK-OK                              VALUE '00'.
              88 FL-ASOWORK-EOF                             VALUE '10'.
           03 FL-STA-ASOMAIL                 PIC  X(002)    VALUE
              ZEROS.
              88 FL-ASOMAIL-OK                              VALUE '00'.
           03 LB-CWCONF                      PIC  X(255)    VALUE
              'cwconf'.
           03 LB-ASOMAIL                     PIC  X(255)    VALUE
              SPACES.
           03 WS-RETURN-CODE                 PIC  9(003)    VALUE
              ZEROS.
           03 WS-DISPLAY                     PIC  -ZZZ.ZZZ.ZZ9.
           03 WS-LIDOS                COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-A-VENCER             COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-VENCIDOS             COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-SEM-EXAME            COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-AVISADOS             COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-SEM-EMAIL            COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-QTDE-DEPT            COMP-3 PIC S9(005)    VALUE ZEROS.
           03 WS-TEM-DEPTOS                  PIC  X(001)    VALUE 'N'.
              88 TEM-DEPTOS                                 VALUE 'S'.
           03 WS-TEM-CWCONF                  PIC  X(001)    VALUE 'N'.
              88 TEM-CWCONF                                 VALUE 'S'.
           03 WS-MAIL-ABERTO                 PIC  X(001)    VALUE 'N'.
              88 MAIL-ABERTO                                VALUE 'S'.
           03 WS-PRIMEIRO                    PIC  X(001)    VALUE 'S'.
              88 PRIMEIRO                                   VALUE 'S'.
           03 WS-TEM-EXAME                   PIC  X(001)    VALUE 'N'.
              88 TEM-EXAME                                  VALUE 'S'.
           03 WS-DEPT-ANT                    PIC  9(003)    VALUE
              ZEROS.
           03 WS-GESTOR                      PIC  X(030)    VALUE
              SPACES.
           03 WS-EMAIL-GESTOR                PIC  X(042)    VALUE
              SPACES.
           03 WS-DATA-HOJE                   PIC  9(008)    VALUE
              ZEROS.
           03 FILLER REDEFINES WS-DATA-HOJE.
              05 WS-HOJE-ANO                 PIC  9(004).
              05 WS-HOJE-MES                 PIC  9(002).
              05 WS-HOJE-DIA                 PIC  9(002).
           03 WS-DATA-LIMITE                 PIC  9(008)    VALUE
              ZEROS.
           03 WS-INT-DATA                    PIC  9(008)    VALUE
              ZEROS.
           03 WS-ED-QTDE                     PIC  ZZZ9.
      *
      *----------------------------------------------------------------*
      *  EXAME MAIS RECENTE DA MATRICULA CORRENTE                       *
      *----------------------------------------------------------------*
       01  WS-ULTIMO-EXAME.
           03 WS-ULT-TIPO                    PIC  X(001)    VALUE
              SPACE.
           03 WS-ULT-DATA                    PIC  9(008)    VALUE
              ZEROS.
           03 WS-ULT-PROXIMO                 PIC  9(008)    VALUE
              ZEROS.
      *
      *----------------------------------------------------------------*
      *  LINHAS DA LISTAGEM E DO E-MAIL                                 *
      *----------------------------------------------------------------*
       01  WS-CABECALHO.
           03 FILLER                         PIC  X(048)    VALUE
              'EXAMES OCUPACIONAIS A VENCER E VENCIDOS - EM '.
           03 CAB-DIA                        PIC  9(002).
           03 FILLER                         PIC  X(001)    VALUE '/'.
           03 CAB-MES                        PIC  9(002).
           03 FILLER                         PIC  X(001)    VALUE '/'.
           03 CAB-ANO                        PIC  9(004).
           03 FILLER                         PIC  X(074)    VALUE
              SPACES.
      *
       01  WS-TITULOS.
           03 FILLER                         PIC  X(050)    VALUE
              '      MATR. NOME     TIPO ULT.EXAME  VENCIMENTO'.
           03 FILLER                         PIC  X(082)    VALUE
              '  SITUACAO'.
      *
       01  WS-LINHA-DEPT.
           03 FILLER                         PIC  X(006)    VALUE
              'DEPTO '.
           03 LDP-DEPT                       PIC  9(003).
           03 FILLER                         PIC  X(001)    VALUE
              SPACE.
           03 LDP-DESCRICAO                  PIC  X(030).
           03 FILLER                         PIC  X(009)    VALUE
              '  GESTOR '.
           03 LDP-GESTOR                     PIC  X(030).
           03 FILLER                         PIC  X(053)    VALUE
              SPACES.
      *
       01  WS-DETALHE.
           03 FILLER                         PIC  X(006)    VALUE
              SPACES.
           03 DET-EMP-NO                     PIC  9(005).
           03 FILLER                         PIC  X(001)    VALUE
              SPACE.
           03 DET-LAST-NAME                  PIC  X(008).
           03 FILLER                         PIC  X(003)    VALUE
              SPACES.
           03 DET-TIPO                       PIC  X(001).
           03 FILLER                         PIC  X(003)    VALUE
              SPACES.
           03 DET-DATA-EXAME                 PIC  X(010).
           03 FILLER                         PIC  X(001)    VALUE
              SPACE.
           03 DET-PROXIMO                    PIC  X(010).
           03 FILLER                         PIC  X(002)    VALUE
              SPACES.
           03 DET-SITUACAO                   PIC  X(020).
           03 FILLER                         PIC  X(062)    VALUE
              SPACES.
      *
       01  WS-DATA-EDITADA.
           03 WS-ED-DIA                      PIC  9(002).
           03 FILLER                         PIC  X(001)    VALUE '/'.
           03 WS-ED-MES                      PIC  9(002).
           03 FILLER                         PIC  X(001)    VALUE '/'.
           03 WS-ED-ANO                      PIC  9(004).
       01  WS-DATA-EDITAR                    PIC  9(008)    VALUE
           ZEROS.
       01  REDEFINES WS-DATA-EDITAR.
           03 WS-EDT-ANO                     PIC  9(004).
           03 WS-EDT-MES                     PIC  9(002).
           03 WS-EDT-DIA                     PIC  9(002).
      *
      *----------------------------------------------------------------*
      *  PARAMETROS DO SPOOL (CWSPLF)                                   *
      *----------------------------------------------------------------*
       01  PARAMETROS-CWSPLF.
           03 CWSPLF-FILE                    PIC  X(050)    VALUE
              SPACES.
           03 CWSPLF-REPORT                  PIC  X(007)    VALUE
              SPACES.
           03 CWSPLF-FORM-TYPE               PIC  X(001)    VALUE '1'.
           03 CWSPLF-FLAG                    PIC  X(001)    VALUE
              SPACE.
           03 CWSPLF-WIDTH                   PIC  9(003)    VALUE 132.
           03 CWSPLF-TITLE                   PIC  X(174)    VALUE
              SPACES.
           03 CWSPLF-NOTE                    PIC  X(020)    VALUE
              SPACES.
           03 CWSPLF-SIMULA                  PIC  X(001)    VALUE 'N'.
           03 CWSPLF-FOLHAS                  PIC  9(006)    VALUE
              ZEROS.
           03 CWSPLF-LINHAS                  PIC  9(010)    VALUE
              ZEROS.
      *
      *----------------------------------------------------------------*
      *  AVISO AO GESTOR (CWMAIL); A FOLGA NO FIM GARANTE QUE O         *
      *  CWMAIL NUNCA ACESSE ALEM DESTA AREA                            *
      *----------------------------------------------------------------*
       01  PARAMETROS-CWMAIL.
           03 CWMAIL-TO                      PIC  X(080)    VALUE
              SPACES.
           03 CWMAIL-FROM                    PIC  X(080)    VALUE
              SPACES.
           03 CWMAIL-SUBJECT                 PIC  X(080)    VALUE
              SPACES.
           03 CWMAIL-TEXT                    PIC  X(080)    VALUE
              SPACES.
           03 CWMAIL-REPORT                  PIC  X(255)    VALUE
              SPACES.
           03 CWMAIL-SERVER                  PIC  X(060)    VALUE
              SPACES.
           03 CWMAIL-PORT                    PIC  X(005)    VALUE
              SPACES.
           03 CWMAIL-PASSWORD                PIC  X(030)    VALUE
              SPACES.
           03 CWMAIL-USER                    PIC  X(080)    VALUE
              SPACES.
           03 CWMAIL-SSL-FLAG                PIC  X(001)    VALUE
              SPACE.
           03 CWMAIL-AUT-FLAG                PIC  X(001)    VALUE
              SPACE.
           03 CWMAIL-QUIET                   PIC  X(001)    VALUE
              'S'.
           03 CWMAIL-ATTACHES                PIC  X(255)    VALUE
              SPACES.
           03 FILLER                         PIC  X(2048)   VALUE
              SPACES.
      *================================================================*
       01  FILLER                            PIC  X(32)  VALUE
                                     'FFF  FIM DAWORKING-STORAGE  FFF'.
      *================================================================*
       PROCEDURE DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
      *                        ROTINA PRINCIPAL                        *
      *----------------------------------------------------------------*
       RT-PRINCIPAL                                SECTION.
      *
           PERFORM RT-INICIAR
      *
           IF  WS-RETURN-CODE EQUAL ZEROS
               PERFORM RT-CARREGAR
               PERFORM RT-LISTAR
           END-IF
      *
           PERFORM RT-FINALIZAR
      *
           MOVE WS-RETURN-CODE TO RETURN-CODE
      *
           GOBACK.
      *
       RT-PRINCIPALX.                              EXIT.
      *----------------------------------------------------------------*
      *  ABRE OS ARQUIVOS; DEPTOS E CWCONF SAO OPCIONAIS (SEM ELES SAI  *
      *  SO A LISTAGEM)                                                 *
      *----------------------------------------------------------------*
       RT-INICIAR                                  SECTION.
      *
           DISPLAY PGMID '001I ' FUNCTION WHEN-COMPILED
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           COMPUTE WS-INT-DATA =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) + 30
           COMPUTE WS-DATA-LIMITE =
                   FUNCTION DATE-OF-INTEGER(WS-INT-DATA)
      *
           DISPLAY 'CWCONF'    UPON ENVIRONMENT-NAME
           ACCEPT   LB-CWCONF  FROM ENVIRONMENT-VALUE
           IF  LB-CWCONF EQUAL SPACES
               MOVE 'cwconf' TO LB-CWCONF
           END-IF
      *
           OPEN INPUT PERSNL
           IF  NOT FL-PERSNL-OK
               DISPLAY PGMID '002I- PERSNL COM ERRO ' FL-STA-PERSNL
               MOVE 8 TO WS-RETURN-CODE
               EXIT SECTION
           END-IF
      *
           OPEN INPUT ASOEX
           IF  NOT FL-ASOEX-OK
               DISPLAY PGMID '002I- ASOEX AUSENTE OU COM ERRO '
                       FL-STA-ASOEX
               CLOSE PERSNL
               MOVE 8 TO WS-RETURN-CODE
               EXIT SECTION
           END-IF
      *
           OPEN INPUT DEPTOS
           IF  FL-DEPTOS-OK
               SET TEM-DEPTOS TO TRUE
           ELSE
               DISPLAY PGMID '003I- DEPTOS AUSENTE - GESTORES NAO'
                       ' AVISADOS'
           END-IF
      *
           OPEN INPUT CWCONF
           IF  FL-CWCONF-OK
               SET TEM-CWCONF TO TRUE
           ELSE
               DISPLAY PGMID '003I- CWCONF INDISPONIVEL ('
                       FL-STA-CWCONF ') - GESTORES NAO AVISADOS'
           END-IF
      *
           OPEN OUTPUT ASOWORK
           CLOSE ASOWORK
           OPEN I-O ASOWORK
           IF  NOT FL-ASOWORK-OK
               DISPLAY PGMID '004I- ASOWORK COM ERRO ' FL-STA-ASOWORK
               CLOSE PERSNL ASOEX
               MOVE 8 TO WS-RETURN-CODE
               EXIT SECTION
           END-IF
      *
           OPEN OUTPUT ASOREL
           MOVE WS-HOJE-DIA TO CAB-DIA
           MOVE WS-HOJE-MES TO CAB-MES
           MOVE WS-HOJE-ANO TO CAB-ANO
           WRITE REG-ASOREL FROM WS-CABECALHO
           MOVE SPACES TO REG-ASOREL
           WRITE REG-ASOREL
           WRITE REG-ASOREL FROM WS-TITULOS.
      *
       RT-INICIARX.                                EXIT.
      *----------------------------------------------------------------*
      *  PRIMEIRA PASSADA: MATRICULAS COM EXAME A VENCER, VENCIDO OU    *
      *  SEM EXAME VAO AO ASOWORK                                       *
      *----------------------------------------------------------------*
       RT-CARREGAR                                 SECTION.
      *
           PERFORM UNTIL FL-PERSNL-EOF
               READ PERSNL
                 AT END
                    SET FL-PERSNL-EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-LIDOS
                    PERFORM RT-CONFERIR-MATRICULA
               END-READ
           END-PERFORM
           CLOSE PERSNL ASOEX.
      *
       RT-CARREGARX.                               EXIT.
      *----------------------------------------------------------------*
       RT-CONFERIR-MATRICULA                       SECTION.
      *
           PERFORM RT-LER-ULTIMO-EXAME
      *
           MOVE SPACES        TO REG-ASOWORK
           MOVE DEPT          TO AWK-DEPT
           MOVE PERSNL-EMP-NO TO AWK-EMP-NO
           MOVE LAST-NAME     TO AWK-LAST-NAME
           MOVE WS-ULT-TIPO   TO AWK-TIPO
           MOVE WS-ULT-DATA   TO AWK-DATA-EXAME
           MOVE WS-ULT-PROXIMO TO AWK-PROXIMO
           EVALUATE TRUE
               WHEN NOT TEM-EXAME
                    SET AWK-SEM-EXAME TO TRUE
                    ADD 1 TO WS-SEM-EXAME
               WHEN WS-ULT-TIPO EQUAL 'D'
                    EXIT SECTION
               WHEN WS-ULT-PROXIMO LESS WS-DATA-HOJE
                    SET AWK-VENCIDO TO TRUE
                    ADD 1 TO WS-VENCIDOS
               WHEN WS-ULT-PROXIMO NOT GREATER WS-DATA-LIMITE
                    SET AWK-A-VENCER TO TRUE
                    ADD 1 TO WS-A-VENCER
               WHEN OTHER
                    EXIT SECTION
           END-EVALUATE
           WRITE REG-ASOWORK
               INVALID KEY
                   DISPLAY PGMID '004I- ERRO ' FL-STA-ASOWORK
                           ' NO ASOWORK - MATRICULA ' PERSNL-EMP-NO
           END-WRITE.
      *
       RT-CONFERIR-MATRICULAX.                     EXIT.
      *----------------------------------------------------------------*
      *  EXAME DE DATA MAIS RECENTE DA MATRICULA (EMPATE: O ULTIMO      *
      *  LANCADO)                                                       *
      *----------------------------------------------------------------*
       RT-LER-ULTIMO-EXAME                         SECTION.
      *
           MOVE 'N'           TO WS-TEM-EXAME
           MOVE SPACE         TO WS-ULT-TIPO
           MOVE ZEROS         TO WS-ULT-DATA WS-ULT-PROXIMO
           MOVE PERSNL-EMP-NO TO ASOEX-EMP-NO
           MOVE ZEROS         TO ASOEX-SEQ
           MOVE ZEROS         TO FL-STA-ASOEX
           START ASOEX KEY NOT LESS ASOEX-CHAVE
               INVALID KEY
                   SET FL-ASOEX-EOF TO TRUE
           END-START
           PERFORM UNTIL FL-ASOEX-EOF
               READ ASOEX NEXT RECORD
                 AT END
                    SET FL-ASOEX-EOF TO TRUE
                 NOT AT END
                    IF  ASOEX-EMP-NO NOT EQUAL PERSNL-EMP-NO
                        SET FL-ASOEX-EOF TO TRUE
                    ELSE
                        IF  ASOEX-DATA-EXAME NOT LESS WS-ULT-DATA
                            SET  TEM-EXAME        TO TRUE
                            MOVE ASOEX-TIPO       TO WS-ULT-TIPO
                            MOVE ASOEX-DATA-EXAME TO WS-ULT-DATA
                            MOVE ASOEX-PROXIMO    TO WS-ULT-PROXIMO
                        END-IF
                    END-IF
               END-READ
           END-PERFORM
           MOVE ZEROS TO FL-STA-ASOEX.
      *
       RT-LER-ULTIMO-EXAMEX.                       EXIT.
      *----------------------------------------------------------------*
      *  SEGUNDA PASSADA: LISTAGEM E E-MAIL COM QUEBRA POR DEPARTAMENTO *
      *----------------------------------------------------------------*
       RT-LISTAR                                   SECTION.
      *
           MOVE LOW-VALUES TO AWK-CHAVE
           START ASOWORK KEY NOT LESS AWK-CHAVE
           IF  NOT FL-ASOWORK-OK
               DISPLAY PGMID '005I- NENHUM EXAME A AVISAR'
               SET FL-ASOWORK-EOF TO TRUE
           END-IF
      *
           PERFORM UNTIL FL-ASOWORK-EOF
               READ ASOWORK NEXT RECORD
                 AT END
                    SET FL-ASOWORK-EOF TO TRUE
                 NOT AT END
                    PERFORM RT-LISTAR-EXAME
               END-READ
           END-PERFORM
           IF  NOT PRIMEIRO
               PERFORM RT-AVISAR-GESTOR
           END-IF
      *
           CLOSE ASOWORK ASOREL
           IF  TEM-DEPTOS
               CLOSE DEPTOS
           END-IF
           IF  TEM-CWCONF
               CLOSE CWCONF
           END-IF
      *
           PERFORM RT-DESPACHAR-SPOOL.
      *
       RT-LISTARX.                                 EXIT.
      *----------------------------------------------------------------*
       RT-LISTAR-EXAME                             SECTION.
      *
           IF  PRIMEIRO
               MOVE 'N' TO WS-PRIMEIRO
               PERFORM RT-ABRIR-DEPT
           ELSE
               IF  AWK-DEPT NOT EQUAL WS-DEPT-ANT
                   PERFORM RT-AVISAR-GESTOR
                   PERFORM RT-ABRIR-DEPT
               END-IF
           END-IF
      *
           MOVE AWK-EMP-NO    TO DET-EMP-NO
           MOVE AWK-LAST-NAME TO DET-LAST-NAME
           MOVE AWK-TIPO      TO DET-TIPO
           MOVE SPACES        TO DET-DATA-EXAME DET-PROXIMO
           IF  AWK-DATA-EXAME GREATER ZEROS
               MOVE AWK-DATA-EXAME TO WS-DATA-EDITAR
               PERFORM RT-EDITAR-DATA
               MOVE WS-DATA-EDITADA TO DET-DATA-EXAME
           END-IF
           IF  AWK-PROXIMO GREATER ZEROS
               MOVE AWK-PROXIMO TO WS-DATA-EDITAR
               PERFORM RT-EDITAR-DATA
               MOVE WS-DATA-EDITADA TO DET-PROXIMO
           END-IF
           EVALUATE TRUE
               WHEN AWK-SEM-EXAME
                    MOVE '*** SEM EXAME ***'  TO DET-SITUACAO
               WHEN AWK-VENCIDO
                    MOVE '*** VENCIDO ***'    TO DET-SITUACAO
               WHEN OTHER
                    MOVE 'VENCE EM 30 DIAS'   TO DET-SITUACAO
           END-EVALUATE
           WRITE REG-ASOREL FROM WS-DETALHE
           IF  MAIL-ABERTO
               MOVE WS-DETALHE(7:74) TO REG-ASOMAIL
               WRITE REG-ASOMAIL
           END-IF
           ADD 1 TO WS-QTDE-DEPT.
      *
       RT-LISTAR-EXAMEX.                           EXIT.
      *----------------------------------------------------------------*
       RT-EDITAR-DATA                              SECTION.
      *
           MOVE WS-EDT-DIA TO WS-ED-DIA
           MOVE WS-EDT-MES TO WS-ED-MES
           MOVE WS-EDT-ANO TO WS-ED-ANO.
      *
       RT-EDITAR-DATAX.                            EXIT.
      *----------------------------------------------------------------*
      *  CABECALHO DO DEPARTAMENTO; GESTOR NO DEPTOS, E-MAIL DO GESTOR  *
      *  NO SIGN-ON DO CWCONF E ABERTURA DO CORPO DO E-MAIL             *
      *----------------------------------------------------------------*
       RT-ABRIR-DEPT                               SECTION.
      *
           MOVE AWK-DEPT TO WS-DEPT-ANT LDP-DEPT
           MOVE ZEROS    TO WS-QTDE-DEPT
           MOVE SPACES   TO LDP-DESCRICAO LDP-GESTOR WS-GESTOR
                            WS-EMAIL-GESTOR
           IF  TEM-DEPTOS
               MOVE AWK-DEPT TO DEPTOS-DEPT
               READ DEPTOS
                   INVALID KEY
                       MOVE 'NAO CADASTRADO NO DEPTOS' TO LDP-DESCRICAO
                   NOT INVALID KEY
                       MOVE DEPTOS-DESCRICAO TO LDP-DESCRICAO
                       MOVE DEPTOS-GESTOR    TO LDP-GESTOR WS-GESTOR
               END-READ
           END-IF
           IF  TEM-CWCONF
           AND WS-GESTOR NOT EQUAL SPACES
               MOVE 'PS'      TO CONF-TIPO
               MOVE WS-GESTOR TO CONF-ELEMENTO
               READ CWCONF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CONFPS-E-MAIL TO WS-EMAIL-GESTOR
               END-READ
           END-IF
           MOVE SPACES TO REG-ASOREL
           WRITE REG-ASOREL
           WRITE REG-ASOREL FROM WS-LINHA-DEPT
      *
           IF  WS-EMAIL-GESTOR EQUAL SPACES
               EXIT SECTION
           END-IF
           MOVE SPACES TO LB-ASOMAIL
           STRING 'asoalrt-' AWK-DEPT '.txt'
                  DELIMITED BY SIZE INTO LB-ASOMAIL
           OPEN OUTPUT ASOMAIL
           IF  NOT FL-ASOMAIL-OK
               DISPLAY PGMID '006I- ERRO ' FL-STA-ASOMAIL ' AO CRIAR '
                       LB-ASOMAIL(1:20)
               EXIT SECTION
           END-IF
           SET MAIL-ABERTO TO TRUE
           MOVE WS-CABECALHO(1:58) TO REG-ASOMAIL
           WRITE REG-ASOMAIL
           MOVE WS-LINHA-DEPT(1:40) TO REG-ASOMAIL
           WRITE REG-ASOMAIL
           MOVE SPACES TO REG-ASOMAIL
           WRITE REG-ASOMAIL
           MOVE WS-TITULOS(7:74) TO REG-ASOMAIL
           WRITE REG-ASOMAIL.
      *
       RT-ABRIR-DEPTX.                             EXIT.
      *----------------------------------------------------------------*
      *  ENVIA AO GESTOR A LISTA DO DEPARTAMENTO QUE TERMINOU           *
      *----------------------------------------------------------------*
       RT-AVISAR-GESTOR                            SECTION.
      *
           IF  NOT MAIL-ABERTO
               DISPLAY PGMID '007I- DEPTO ' WS-DEPT-ANT
                       ' SEM GESTOR OU SEM E-MAIL NO CWCONF - SO NA'
                       ' LISTAGEM'
               ADD 1 TO WS-SEM-EMAIL
               EXIT SECTION
           END-IF
           CLOSE ASOMAIL
           MOVE 'N' TO WS-MAIL-ABERTO
      *
           MOVE WS-QTDE-DEPT    TO WS-ED-QTDE
           MOVE WS-EMAIL-GESTOR TO CWMAIL-TO
           MOVE LB-ASOMAIL      TO CWMAIL-REPORT
           MOVE SPACES          TO CWMAIL-SUBJECT CWMAIL-TEXT
           STRING 'ASO A VENCER/VENCIDOS - DEPTO ' WS-DEPT-ANT
                  DELIMITED BY SIZE INTO CWMAIL-SUBJECT
           STRING WS-ED-QTDE ' EMPREGADO(S) COM EXAME OCUPACIONAL'
                  ' VENCIDO OU A VENCER EM 30 DIAS'
                  DELIMITED BY SIZE INTO CWMAIL-TEXT
           CALL SB-CWMAIL USING PARAMETROS-CWMAIL
             ON EXCEPTION
                DISPLAY PGMID '007I- CWMAIL INDISPONIVEL - DEPTO '
                        WS-DEPT-ANT ' SO NA LISTAGEM'
                ADD 1 TO WS-SEM-EMAIL
                EXIT SECTION
           END-CALL
           ADD 1 TO WS-AVISADOS.
      *
       RT-AVISAR-GESTORX.                          EXIT.
      *----------------------------------------------------------------*
       RT-DESPACHAR-SPOOL                          SECTION.
      *
           MOVE 'ASOREL'   TO CWSPLF-FILE
           MOVE 'ASOREL'   TO CWSPLF-REPORT
           MOVE SPACES     TO CWSPLF-TITLE
           STRING 'EXAMES OCUPACIONAIS A VENCER E VENCIDOS - '
                  WS-DATA-HOJE
                  DELIMITED BY SIZE INTO CWSPLF-TITLE
           CALL SB-CWSPLF USING PARAMETROS-CWSPLF
             ON EXCEPTION
                DISPLAY PGMID '008I- CWSPLF INDISPONIVEL - LISTAGEM'
                        ' FICOU EM ASOREL'
           END-CALL.
      *
       RT-DESPACHAR-SPOOLX.                        EXIT.
      *----------------------------------------------------------------*
       RT-FINALIZAR                                SECTION.
      *
           IF  WS-RETURN-CODE EQUAL ZEROS
               IF  WS-VENCIDOS  GREATER ZEROS
               OR  WS-SEM-EXAME GREATER ZEROS
               OR  WS-SEM-EMAIL GREATER ZEROS
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF
           DISPLAY PGMID '999I' TRACOS
           MOVE    WS-LIDOS           TO WS-DISPLAY
           DISPLAY PGMID '009I- EMPREGADOS LIDOS.......:' WS-DISPLAY
           MOVE    WS-A-VENCER        TO WS-DISPLAY
           DISPLAY PGMID '010I- EXAMES A VENCER........:' WS-DISPLAY
           MOVE    WS-VENCIDOS        TO WS-DISPLAY
           DISPLAY PGMID '011I- EXAMES VENCIDOS........:' WS-DISPLAY
           MOVE    WS-SEM-EXAME       TO WS-DISPLAY
           DISPLAY PGMID '012I- EMPREGADOS SEM EXAME...:' WS-DISPLAY
           MOVE    WS-AVISADOS        TO WS-DISPLAY
           DISPLAY PGMID '013I- GESTORES AVISADOS......:' WS-DISPLAY
           MOVE    WS-SEM-EMAIL       TO WS-DISPLAY
           DISPLAY PGMID '014I- DEPTOS SEM AVISO.......:' WS-DISPLAY
           DISPLAY PGMID '999I' TRACOS.
      *
       RT-FINALIZARX.                              EXIT.
      ******************************************************************
      *                      FIM  DO  PROGRAMA                         *
      ******************************************************************
