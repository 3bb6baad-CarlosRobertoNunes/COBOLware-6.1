      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PERSDUP.
       AUTHOR.        Traduzido de Easytrieve (macro esy.kex v.0.10).
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      * Conferencia de empregados fantasmas e de      *
                      * identidades duplicadas para a auditoria:      *
                      * lista no DUPREL, com os dois registros lado   *
                      * a lado para a investigacao do RH:             *
                      *                                               *
                      *  - MATRICULAS ATIVAS (PERSNL) COM O MESMO     *
                      *    CPF, ENDERECO, FONE OU E-MAIL (PERSEXT)    *
                      *    OU A MESMA CONTA DE CREDITO (PERSBCO);     *
                      *  - ATIVOS SEM SIGN-ON (PROVLINK) E SEM GOZO   *
                      *    DE FERIAS (PAYRES TIPO F) HA MAIS DE DOIS  *
                      *    ANOS;                                      *
                      *  - DESLIGADOS (DESLIG) RECONTRATADOS SOB      *
                      *    NOVA MATRICULA: MESMO CPF OU, NOS          *
                      *    DESLIGAMENTOS SEM CPF GUARDADO, MESMO      *
                      *    NOME; TAMBEM OS ARQUIVADOS NO MESTRE DE    *
                      *    INATIVOS (INATIVO) AINDA NAO READMITIDOS.  *
                      *                                               *
                      * Os dados comparados passam pelo arquivo de    *
                      * trabalho DUPWORK (tipo + dado + matricula),   *
                      * recriado a cada execucao. Com ocorrencias     *
                      * termina com RC 4.                             *
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
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS PERSNL-EMP-NO
                  FILE STATUS   IS FL-STA-PERSNL.
      *
           SELECT OPTIONAL PERSEXT ASSIGN TO PERSEXT
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS PERSEXT-EMP-NO
                  FILE STATUS   IS FL-STA-PERSEXT.
      *
           SELECT OPTIONAL PERSBCO ASSIGN TO PERSBCO
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS PERSBCO-EMP-NO
                  FILE STATUS   IS FL-STA-PERSBCO.
      *
           SELECT OPTIONAL PROVLINK ASSIGN TO PROVLINK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS LINK-EMP-NO
                  FILE STATUS   IS FL-STA-PROVLINK.
      *
           SELECT OPTIONAL PAYRES ASSIGN TO PAYRES
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS PAYRES-CHAVE
                  FILE STATUS   IS FL-STA-PAYRES.
      *
           SELECT OPTIONAL DESLIG ASSIGN TO DESLIG
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS DESLIG-CHAVE
                  FILE STATUS   IS FL-STA-DESLIG.
      *
           SELECT OPTIONAL INATIVO ASSIGN TO INATIVO
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS INATIVO-CHAVE
                  FILE STATUS   IS FL-STA-INATIVO.
      *
           SELECT DUPWORK ASSIGN TO DUPWORK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS DUP-CHAVE
                  FILE STATUS   IS FL-STA-DUPWORK.
      *
           SELECT DUPREL ASSIGN TO DUPREL.
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
           03 NAME.
              04 LAST-NAME                   PIC  X(008).
              04 FILLER                      PIC  X(008).
           03 FILLER                         PIC  X(061).
           03 PAY-GROSS                      PIC S9(004)V9(02) COMP-3.
           03 DEPT                           PIC  9(003).
           03 FILLER                         PIC  X(035).
           03 DATE-OF-HIRE                   PIC  9(006).
           03 DATE-OF-HIRE-CC                PIC  9(008).
           03 FILLER                         PIC  X(001).
      *
       FD  PERSEXT
           RECORD CONTAINS 160 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-PERSEXT.
           03 PERSEXT-EMP-NO                 PIC  9(005).
           03 PERSEXT-CPF                    PIC  9(011).
           03 PERSEXT-ENDERECO               PIC  X(060).
           03 PERSEXT-FONE                   PIC  X(015).
           03 PERSEXT-EMAIL                  PIC  X(050).
           03 FILLER                         PIC  X(019).
      *
       FD  PERSBCO
           RECORD CONTAINS 080 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-PERSBCO.
           03 PERSBCO-EMP-NO                 PIC  9(005).
           03 PERSBCO-BANCO                  PIC  9(003).
           03 PERSBCO-AGENCIA                PIC  9(005).
           03 PERSBCO-AGENCIA-DV             PIC  X(001).
           03 PERSBCO-CONTA                  PIC  9(012).
           03 PERSBCO-CONTA-DV               PIC  X(001).
           03 PERSBCO-TIPO-CONTA             PIC  X(001).
           03 PERSBCO-DATA-ATUALIZ           PIC  9(008).
           03 FILLER                         PIC  X(044).
      *
       FD  PROVLINK
           RECORD CONTAINS 050 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-PROVLINK.
           03 LINK-EMP-NO                    PIC  9(005).
           03 LINK-USUARIO                   PIC  X(030).
           03 LINK-SITUACAO                  PIC  X(001).
              88 LINK-ATIVO                              VALUE 'A'.
           03 LINK-DATA                      PIC  9(008).
           03 FILLER                         PIC  X(006).
      *
       FD  PAYRES
           RECORD CONTAINS 150 CHARACTERS.
      *
       01  REG-PAYRES.
           03 PAYRES-CHAVE.
              05 PAYRES-ANOMES               PIC  9(006).
              05 PAYRES-TIPO                 PIC  X(001).
              05 PAYRES-EMP-NO               PIC  9(005).
           03 FILLER                         PIC  X(138).
      *
       FD  DESLIG
           RECORD CONTAINS 250 CHARACTERS.
      *
       01  REG-DESLIG.
           03 DESLIG-CHAVE.
              05 DESLIG-EMP-NO               PIC  9(005).
              05 DESLIG-DATA                 PIC  9(008).
           03 FILLER                         PIC  X(057).
           03 DESLIG-REG-PERSNL.
              05 FILLER                      PIC  X(016).
              05 DESLIG-NOME                 PIC  X(016).
              05 FILLER                      PIC  X(065).
              05 DESLIG-DEPT                 PIC  9(003).
              05 FILLER                      PIC  X(041).
              05 DESLIG-ADMISSAO             PIC  9(008).
              05 FILLER                      PIC  X(001).
           03 DESLIG-CPF                     PIC  9(011).
           03 FILLER                         PIC  X(019).
      *
      *----------------------------------------------------------------*
      *  MESTRE DE INATIVOS (PERSARQ): O REGISTRO DO DESLIG ARQUIVADO   *
      *  E A SITUACAO A = ARQUIVADO, R = READMITIDO                     *
      *----------------------------------------------------------------*
       FD  INATIVO
           RECORD CONTAINS 300 CHARACTERS.
      *
       01  REG-INATIVO.
           03 INATIVO-REG-DESLIG.
              05 INATIVO-CHAVE.
                 07 INATIVO-EMP-NO           PIC  9(005).
                 07 INATIVO-DATA             PIC  9(008).
              05 FILLER                      PIC  X(237).
           03 INATIVO-SITUACAO               PIC  X(001).
              88 INATIVO-READMITIDO                      VALUE 'R'.
           03 FILLER                         PIC  X(049).
      *
      *----------------------------------------------------------------*
      *  TRABALHO: UM REGISTRO POR DADO COMPARADO DE CADA ATIVO; TIPO   *
      *  C(PF) B(ANCO) E(NDERECO) F(ONE) M(AIL) E N(OME) - O NOME SO    *
      *  SERVE A RECONTRATACAO, NAO E OCORRENCIA ENTRE ATIVOS           *
      *----------------------------------------------------------------*
       FD  DUPWORK
           RECORD CONTAINS 100 CHARACTERS.
      *
       01  REG-DUPWORK.
           03 DUP-CHAVE.
              05 DUP-TIPO                    PIC  X(001).
              05 DUP-VALOR                   PIC  X(060).
              05 DUP-EMP-NO                  PIC  9(005).
           03 DUP-NOME                       PIC  X(016).
           03 DUP-DEPT                       PIC  9(003).
           03 DUP-ADMISSAO                   PIC  9(008).
           03 FILLER                         PIC  X(007).
      *
       FD  DUPREL
           LABEL RECORD IS OMITTED.
      *
       01  REG-DUPREL                        PIC  X(132).
      *================================================================*
       WORKING-STORAGE SECTION.
      *================================================================*
       77  FILLER                     PIC  X(31)  VALUE
                                     'III WORKING-STORAGE SECTION III'.
      *================================================================*
      *----------------------------------------------------------------*
      *        AREA DE VARIAVEIS AUXILIARES                            *
      *----------------------------------------------------------------*
      *
       01  WS-VARIAVEIS.
           03 TRACOS                         PIC  X(060)    VALUE
              ALL '-'.
           03 PGMID                          PIC  X(009)    VALUE
              '#PERSDUP.'.
           03 FL-STA-PERSNL                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-PERSNL-OK                               VALUE '00'.
              88 FL-PERSNL-EOF                              VALUE '10'.
           03 FL-STA-PERSEXT                 PIC  X(002)    VALUE
              ZEROS.
              88 FL-PERSEXT-OK                              VALUE '00'.
           03 FL-STA-PERSBCO                 PIC  X(002)    VALUE
              ZEROS.
              88 FL-PERSBCO-OK                              VALUE '00'.
           03 FL-STA-PROVLINK                PIC  X(002)    VALUE
              ZEROS.
              88 FL-PROVLINK-OK                             VALUE '00'.
           03 FL-STA-PAYRES                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-PAYRES-OK                               VALUE '00'.
           03 FL-STA-DESLIG                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-DESLIG-OK                               VALUE '00'.
              88 FL-DESLIG-EOF                              VALUE '10'.
           03 FL-STA-INATIVO                 PIC  X(002)    VALUE
              ZEROS.
              88 FL-INATIVO-OK                              VALUE '00'.
              88 FL-INATIVO-EOF                             VALUE '10'.
           03 FL-STA-DUPWORK                 PIC  X(002)    VALUE
              ZEROS.
              88 FL-DUPWORK-OK                              VALUE '00'.
              88 FL-DUPWORK-EOF                             VALUE '10'.
           03 WS-TEM-PERSEXT                 PIC  X(001)    VALUE 'N'.
              88 TEM-PERSEXT                                VALUE 'S'.
           03 WS-TEM-PERSBCO                 PIC  X(001)    VALUE 'N'.
              88 TEM-PERSBCO                                VALUE 'S'.
           03 WS-TEM-PROVLINK                PIC  X(001)    VALUE 'N'.
              88 TEM-PROVLINK                               VALUE 'S'.
           03 WS-TEM-PAYRES                  PIC  X(001)    VALUE 'N'.
              88 TEM-PAYRES                                 VALUE 'S'.
           03 WS-TEM-DESLIG                  PIC  X(001)    VALUE 'N'.
              88 TEM-DESLIG                                 VALUE 'S'.
           03 WS-TEM-INATIVO                 PIC  X(001)    VALUE 'N'.
              88 TEM-INATIVO                                VALUE 'S'.
           03 WS-RETURN-CODE                 PIC  9(003)    VALUE
              ZEROS.
           03 WS-DISPLAY                     PIC  -ZZZ.ZZZ.ZZ9.
           03 WS-DATA-HOJE                   PIC  9(008)    VALUE
              ZEROS.
           03 WS-DATA-LIMITE                 PIC  9(008)    VALUE
              ZEROS.
           03 WS-ANOMES-VER                  PIC  9(006)    VALUE
              ZEROS.
           03 FILLER REDEFINES WS-ANOMES-VER.
              05 WS-ANO-VER                  PIC  9(004).
              05 WS-MES-VER                  PIC  9(002).
           03 WS-ANOMES-FERIAS               PIC  9(006)    VALUE
              ZEROS.
           03 WS-MESES                COMP   PIC  9(004)    VALUE
              ZEROS.
           03 WS-IND                  COMP   PIC  9(004)    VALUE
              ZEROS.
           03 WS-IND-FONE             COMP   PIC  9(004)    VALUE
              ZEROS.
           03 WS-FONE-DIGITOS                PIC  X(015)    VALUE
              SPACES.
           03 WS-SEM-SIGNON                  PIC  X(001)    VALUE 'N'.
              88 SEM-SIGNON                                 VALUE 'S'.
           03 WS-EMP-DESLIG-ANT              PIC  9(005)    VALUE
              ZEROS.
           03 WS-CPF-DESLIG                  PIC  9(011)    VALUE
              ZEROS.
           03 WS-CHAVE-GRUPO                 PIC  X(061)    VALUE
              SPACES.
      *
      *----------------------------------------------------------------*
      *  PRIMEIRO REGISTRO DO GRUPO DE DADOS IGUAIS NO DUPWORK          *
      *----------------------------------------------------------------*
       01  WS-PRIMEIRO.
           03 WS-PRI-TIPO                    PIC  X(001).
           03 WS-PRI-VALOR                   PIC  X(060).
           03 WS-PRI-EMP-NO                  PIC  9(005).
           03 WS-PRI-NOME                    PIC  X(016).
           03 WS-PRI-DEPT                    PIC  9(003).
           03 WS-PRI-ADMISSAO                PIC  9(008).
           03 FILLER                         PIC  X(007).
      *
      *----------------------------------------------------------------*
      *  CONTADORES                                                     *
      *----------------------------------------------------------------*
       01  WS-CONTADORES COMP-3.
           03 WS-ATIVOS                      PIC S9(009)    VALUE ZEROS.
           03 WS-OCORRENCIAS                 PIC S9(009)    VALUE ZEROS.
           03 WS-DUP-CPF                     PIC S9(009)    VALUE ZEROS.
           03 WS-DUP-CONTA                   PIC S9(009)    VALUE ZEROS.
           03 WS-DUP-ENDERECO                PIC S9(009)    VALUE ZEROS.
           03 WS-DUP-FONE                    PIC S9(009)    VALUE ZEROS.
           03 WS-DUP-EMAIL                   PIC S9(009)    VALUE ZEROS.
           03 WS-SEM-ATIVIDADE               PIC S9(009)    VALUE ZEROS.
           03 WS-RECONTRATADOS               PIC S9(009)    VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *  EDICAO DE DATA AAAAMMDD PARA DD/MM/AAAA                        *
      *----------------------------------------------------------------*
       01  WS-DATA-EDT-IN                    PIC  9(008)    VALUE
           ZEROS.
       01  FILLER REDEFINES WS-DATA-EDT-IN.
           03 WS-EDT-AAAA                    PIC  9(004).
           03 WS-EDT-MM                      PIC  9(002).
           03 WS-EDT-DD                      PIC  9(002).
       01  WS-DATA-EDT                       PIC  X(010)    VALUE
           SPACES.
      *
      *----------------------------------------------------------------*
      *  LINHAS DO RELATORIO                                            *
      *----------------------------------------------------------------*
       01  WS-TITULO-1.
           03 FILLER                         PIC  X(044)    VALUE
              'CONFERENCIA DE EMPREGADOS FANTASMAS E IDENTI'.
           03 FILLER                         PIC  X(022)    VALUE
              'DADES DUPLICADAS - EM '.
           03 WS-TIT-DATA                    PIC  X(010).
           03 FILLER                         PIC  X(056)    VALUE
              SPACES.
      *
       01  WS-TITULO-2.
           03 FILLER                         PIC  X(044)    VALUE
              'OCORRENCIA     MATR  NOME             DPT AD'.
           03 FILLER                         PIC  X(044)    VALUE
              'MISSAO   | MATR  NOME             DPT DATA'.
           03 FILLER                         PIC  X(044)    VALUE
              '     | DADO COMPARTILHADO'.
      *
       01  WS-DETALHE.
           03 WS-DET-OCORRENCIA              PIC  X(014).
           03 FILLER                         PIC  X(001)    VALUE
              SPACE.
           03 WS-DET-EMP-A                   PIC  9(005).
           03 FILLER                         PIC  X(001)    VALUE
              SPACE.
           03 WS-DET-NOME-A                  PIC  X(016).
           03 FILLER                         PIC  X(001)    VALUE
              SPACE.
           03 WS-DET-DEPT-A                  PIC  9(003).
           03 FILLER                         PIC  X(001)    VALUE
              SPACE.
           03 WS-DET-DATA-A                  PIC  X(010).
           03 FILLER                         PIC  X(003)    VALUE
              ' | '.
           03 WS-DET-LADO-B.
              05 WS-DET-EMP-B                PIC  9(005).
              05 FILLER                      PIC  X(001).
              05 WS-DET-NOME-B               PIC  X(016).
              05 FILLER                      PIC  X(001).
              05 WS-DET-DEPT-B               PIC  9(003).
              05 FILLER                      PIC  X(001).
              05 WS-DET-DATA-B               PIC  X(010).
           03 WS-DET-TEXTO-B REDEFINES WS-DET-LADO-B
                                             PIC  X(037).
           03 FILLER                         PIC  X(003)    VALUE
              ' | '.
           03 WS-DET-VALOR                   PIC  X(037).
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
               PERFORM RT-CARREGAR-ATIVOS
               PERFORM RT-LISTAR-DUPLICADOS
               PERFORM RT-PROCURAR-RECONTRATADOS
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
       RT-INICIAR                                  SECTION.
      *
           DISPLAY PGMID '001I ' FUNCTION WHEN-COMPILED
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           COMPUTE WS-DATA-LIMITE = WS-DATA-HOJE - 20000
      *
           OPEN INPUT PERSNL
           IF  NOT FL-PERSNL-OK
               DISPLAY PGMID '002I- PERSNL COM ERRO ' FL-STA-PERSNL
               MOVE 8 TO WS-RETURN-CODE
               EXIT SECTION
           END-IF
      *
           OPEN INPUT PERSEXT
           IF  FL-PERSEXT-OK
               SET TEM-PERSEXT TO TRUE
           ELSE
               DISPLAY PGMID '003I- PERSEXT AUSENTE - SEM CPF,'
                       ' ENDERECO, FONE E E-MAIL'
           END-IF
           OPEN INPUT PERSBCO
           IF  FL-PERSBCO-OK
               SET TEM-PERSBCO TO TRUE
           ELSE
               DISPLAY PGMID '003I- PERSBCO AUSENTE - SEM CONTAS'
           END-IF
           OPEN INPUT PROVLINK
           IF  FL-PROVLINK-OK
               SET TEM-PROVLINK TO TRUE
           ELSE
               DISPLAY PGMID '003I- PROVLINK AUSENTE - SEM A'
                       ' CONFERENCIA DE ATIVIDADE'
           END-IF
           OPEN INPUT PAYRES
           IF  FL-PAYRES-OK
               SET TEM-PAYRES TO TRUE
           END-IF
           OPEN INPUT DESLIG
           IF  FL-DESLIG-OK
               SET TEM-DESLIG TO TRUE
           END-IF
           OPEN INPUT INATIVO
           IF  FL-INATIVO-OK
               SET TEM-INATIVO TO TRUE
           END-IF
      *
           OPEN OUTPUT DUPWORK
           CLOSE DUPWORK
           OPEN I-O DUPWORK
           IF  NOT FL-DUPWORK-OK
               DISPLAY PGMID '004I- DUPWORK COM ERRO ' FL-STA-DUPWORK
               MOVE 8 TO WS-RETURN-CODE
               EXIT SECTION
           END-IF
      *
           OPEN OUTPUT DUPREL
           MOVE WS-DATA-HOJE TO WS-DATA-EDT-IN
           PERFORM RT-EDITAR-DATA
           MOVE WS-DATA-EDT  TO WS-TIT-DATA
           WRITE REG-DUPREL FROM WS-TITULO-1
           MOVE SPACES TO REG-DUPREL
           WRITE REG-DUPREL
           WRITE REG-DUPREL FROM WS-TITULO-2.
      *
       RT-INICIARX.                                EXIT.
      *----------------------------------------------------------------*
      *  CADA ATIVO: DADOS COMPARAVEIS NO DUPWORK E A CONFERENCIA DE    *
      *  ATIVIDADE (SIGN-ON E FERIAS)                                   *
      *----------------------------------------------------------------*
       RT-CARREGAR-ATIVOS                          SECTION.
      *
           PERFORM UNTIL FL-PERSNL-EOF
               READ PERSNL NEXT RECORD
                 AT END
                    SET FL-PERSNL-EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-ATIVOS
                    PERFORM RT-GRAVAR-DADOS
                    PERFORM RT-CONFERIR-ATIVIDADE
               END-READ
           END-PERFORM.
      *
       RT-CARREGAR-ATIVOSX.                        EXIT.
      *----------------------------------------------------------------*
       RT-GRAVAR-DADOS                             SECTION.
      *
           MOVE SPACES          TO REG-DUPWORK
           MOVE PERSNL-EMP-NO   TO DUP-EMP-NO
           MOVE NAME            TO DUP-NOME
           MOVE DEPT            TO DUP-DEPT
           MOVE DATE-OF-HIRE-CC TO DUP-ADMISSAO
      *
           MOVE 'N'  TO DUP-TIPO
           MOVE NAME TO DUP-VALOR
           PERFORM RT-GRAVAR-DUPWORK
      *
           IF  TEM-PERSEXT
               MOVE PERSNL-EMP-NO TO PERSEXT-EMP-NO
               READ PERSEXT
                   INVALID KEY
                       MOVE SPACES TO REG-PERSEXT
               END-READ
               IF  PERSEXT-CPF IS NUMERIC
               AND PERSEXT-CPF GREATER ZEROS
                   MOVE 'C'         TO DUP-TIPO
                   MOVE PERSEXT-CPF TO DUP-VALOR
                   PERFORM RT-GRAVAR-DUPWORK
               END-IF
               IF  PERSEXT-ENDERECO NOT EQUAL SPACES
                   MOVE 'E'              TO DUP-TIPO
                   MOVE PERSEXT-ENDERECO TO DUP-VALOR
                   INSPECT DUP-VALOR CONVERTING
                           'abcdefghijklmnopqrstuvwxyz'
                        TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                   PERFORM RT-GRAVAR-DUPWORK
               END-IF
               PERFORM RT-NORMALIZAR-FONE
               IF  WS-FONE-DIGITOS NOT EQUAL SPACES
                   MOVE 'F'             TO DUP-TIPO
                   MOVE WS-FONE-DIGITOS TO DUP-VALOR
                   PERFORM RT-GRAVAR-DUPWORK
               END-IF
               IF  PERSEXT-EMAIL NOT EQUAL SPACES
                   MOVE 'M'           TO DUP-TIPO
                   MOVE PERSEXT-EMAIL TO DUP-VALOR
                   INSPECT DUP-VALOR CONVERTING
                           'abcdefghijklmnopqrstuvwxyz'
                        TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                   PERFORM RT-GRAVAR-DUPWORK
               END-IF
           END-IF
      *
           IF  TEM-PERSBCO
               MOVE PERSNL-EMP-NO TO PERSBCO-EMP-NO
               READ PERSBCO
                   INVALID KEY
                       MOVE ZEROS TO PERSBCO-CONTA
               END-READ
               IF  PERSBCO-CONTA IS NUMERIC
               AND PERSBCO-CONTA GREATER ZEROS
                   MOVE 'B'    TO DUP-TIPO
                   MOVE SPACES TO DUP-VALOR
                   STRING 'BANCO ' PERSBCO-BANCO
                          ' AG '   PERSBCO-AGENCIA
                          ' CC '   PERSBCO-CONTA '-' PERSBCO-CONTA-DV
                          DELIMITED BY SIZE INTO DUP-VALOR
                   PERFORM RT-GRAVAR-DUPWORK
               END-IF
           END-IF.
      *
       RT-GRAVAR-DADOSX.                           EXIT.
      *----------------------------------------------------------------*
       RT-GRAVAR-DUPWORK                           SECTION.
      *
           WRITE REG-DUPWORK
               INVALID KEY
                   DISPLAY PGMID '005I- ERRO ' FL-STA-DUPWORK
                           ' NO DUPWORK DA MATRICULA ' DUP-EMP-NO
           END-WRITE.
      *
       RT-GRAVAR-DUPWORKX.                         EXIT.
      *----------------------------------------------------------------*
      *  SO OS DIGITOS DO FONE: (11) 9999-0000 = 1199990000             *
      *----------------------------------------------------------------*
       RT-NORMALIZAR-FONE                          SECTION.
      *
           MOVE SPACES TO WS-FONE-DIGITOS
           MOVE ZEROS  TO WS-IND-FONE
           PERFORM VARYING WS-IND FROM 1 BY 1
                     UNTIL WS-IND GREATER 15
               IF  PERSEXT-FONE(WS-IND:1) IS NUMERIC
                   ADD 1 TO WS-IND-FONE
                   MOVE PERSEXT-FONE(WS-IND:1)
                     TO WS-FONE-DIGITOS(WS-IND-FONE:1)
               END-IF
           END-PERFORM.
      *
       RT-NORMALIZAR-FONEX.                        EXIT.
      *----------------------------------------------------------------*
      *  ATIVO HA MAIS DE DOIS ANOS SEM SIGN-ON E SEM FERIAS GOZADAS    *
      *  NOS ULTIMOS 24 MESES                                           *
      *----------------------------------------------------------------*
       RT-CONFERIR-ATIVIDADE                       SECTION.
      *
           IF  NOT TEM-PROVLINK
               EXIT SECTION
           END-IF
           IF  DATE-OF-HIRE-CC IS NUMERIC
           AND DATE-OF-HIRE-CC GREATER WS-DATA-LIMITE
               EXIT SECTION
           END-IF
      *
           SET SEM-SIGNON TO TRUE
           MOVE PERSNL-EMP-NO TO LINK-EMP-NO
           READ PROVLINK
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF  LINK-ATIVO
                       MOVE 'N' TO WS-SEM-SIGNON
                   END-IF
           END-READ
           IF  NOT SEM-SIGNON
               EXIT SECTION
           END-IF
      *
           MOVE ZEROS           TO WS-ANOMES-FERIAS
           MOVE WS-DATA-HOJE(1:6) TO WS-ANOMES-VER
           IF  TEM-PAYRES
               PERFORM VARYING WS-MESES FROM 1 BY 1
                         UNTIL WS-MESES GREATER 24
                            OR WS-ANOMES-FERIAS GREATER ZEROS
                   MOVE WS-ANOMES-VER TO PAYRES-ANOMES
                   MOVE 'F'           TO PAYRES-TIPO
                   MOVE PERSNL-EMP-NO TO PAYRES-EMP-NO
                   READ PAYRES
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE WS-ANOMES-VER TO WS-ANOMES-FERIAS
                   END-READ
                   IF  WS-MES-VER EQUAL 1
                       SUBTRACT 1 FROM WS-ANO-VER
                       MOVE 12 TO WS-MES-VER
                   ELSE
                       SUBTRACT 1 FROM WS-MES-VER
                   END-IF
               END-PERFORM
           END-IF
           IF  WS-ANOMES-FERIAS GREATER ZEROS
               EXIT SECTION
           END-IF
      *
           MOVE 'SEM ATIVIDADE' TO WS-DET-OCORRENCIA
           PERFORM RT-MONTAR-LADO-A-PERSNL
           MOVE 'SEM SIGN-ON ATIVO NO PROVLINK' TO WS-DET-TEXTO-B
           MOVE 'NENHUMA FERIAS GOZADA EM 24 MESES' TO WS-DET-VALOR
           ADD 1 TO WS-SEM-ATIVIDADE
           PERFORM RT-IMPRIMIR-DETALHE.
      *
       RT-CONFERIR-ATIVIDADEX.                     EXIT.
      *----------------------------------------------------------------*
      *  GRUPOS DE DADOS IGUAIS NO DUPWORK: O PRIMEIRO DO GRUPO AO      *
      *  LADO DE CADA UM DOS DEMAIS                                     *
      *----------------------------------------------------------------*
       RT-LISTAR-DUPLICADOS                        SECTION.
      *
           MOVE LOW-VALUES TO DUP-CHAVE
           START DUPWORK KEY NOT LESS DUP-CHAVE
               INVALID KEY
                   SET FL-DUPWORK-EOF TO TRUE
           END-START
           MOVE SPACES TO WS-CHAVE-GRUPO
           PERFORM UNTIL FL-DUPWORK-EOF
               READ DUPWORK NEXT RECORD
                 AT END
                    SET FL-DUPWORK-EOF TO TRUE
                 NOT AT END
                    IF  DUP-TIPO NOT EQUAL 'N'
                        IF  DUP-CHAVE(1:61) EQUAL WS-CHAVE-GRUPO
                            PERFORM RT-IMPRIMIR-DUPLICADO
                        ELSE
                            MOVE DUP-CHAVE(1:61) TO WS-CHAVE-GRUPO
                            MOVE REG-DUPWORK     TO WS-PRIMEIRO
                        END-IF
                    END-IF
               END-READ
           END-PERFORM
           MOVE ZEROS TO FL-STA-DUPWORK.
      *
       RT-LISTAR-DUPLICADOSX.                      EXIT.
      *----------------------------------------------------------------*
       RT-IMPRIMIR-DUPLICADO                       SECTION.
      *
           EVALUATE DUP-TIPO
               WHEN 'C'
                    MOVE 'CPF IGUAL'      TO WS-DET-OCORRENCIA
                    ADD 1 TO WS-DUP-CPF
               WHEN 'B'
                    MOVE 'CONTA IGUAL'    TO WS-DET-OCORRENCIA
                    ADD 1 TO WS-DUP-CONTA
               WHEN 'E'
                    MOVE 'ENDERECO IGUAL' TO WS-DET-OCORRENCIA
                    ADD 1 TO WS-DUP-ENDERECO
               WHEN 'F'
                    MOVE 'FONE IGUAL'     TO WS-DET-OCORRENCIA
                    ADD 1 TO WS-DUP-FONE
               WHEN OTHER
                    MOVE 'E-MAIL IGUAL'   TO WS-DET-OCORRENCIA
                    ADD 1 TO WS-DUP-EMAIL
           END-EVALUATE
      *
           MOVE WS-PRI-EMP-NO   TO WS-DET-EMP-A
           MOVE WS-PRI-NOME     TO WS-DET-NOME-A
           MOVE WS-PRI-DEPT     TO WS-DET-DEPT-A
           MOVE WS-PRI-ADMISSAO TO WS-DATA-EDT-IN
           PERFORM RT-EDITAR-DATA
           MOVE WS-DATA-EDT     TO WS-DET-DATA-A
      *
           MOVE SPACES          TO WS-DET-TEXTO-B
           MOVE DUP-EMP-NO      TO WS-DET-EMP-B
           MOVE DUP-NOME        TO WS-DET-NOME-B
           MOVE DUP-DEPT        TO WS-DET-DEPT-B
           MOVE DUP-ADMISSAO    TO WS-DATA-EDT-IN
           PERFORM RT-EDITAR-DATA
           MOVE WS-DATA-EDT     TO WS-DET-DATA-B
           MOVE DUP-VALOR       TO WS-DET-VALOR
           PERFORM RT-IMPRIMIR-DETALHE.
      *
       RT-IMPRIMIR-DUPLICADOX.                     EXIT.
      *----------------------------------------------------------------*
      *  DESLIGADOS QUE VOLTARAM SOB OUTRA MATRICULA: PELO CPF GUARDADO *
      *  NO DESLIG (OU AINDA NO PERSEXT); SEM CPF, PELO NOME            *
      *----------------------------------------------------------------*
       RT-PROCURAR-RECONTRATADOS                   SECTION.
      *
           PERFORM RT-PROCURAR-ARQUIVADOS
           IF  NOT TEM-DESLIG
               EXIT SECTION
           END-IF
           MOVE LOW-VALUES TO DESLIG-CHAVE
           START DESLIG KEY NOT LESS DESLIG-CHAVE
               INVALID KEY
                   SET FL-DESLIG-EOF TO TRUE
           END-START
           PERFORM UNTIL FL-DESLIG-EOF
               READ DESLIG NEXT RECORD
                 AT END
                    SET FL-DESLIG-EOF TO TRUE
                 NOT AT END
                    IF  DESLIG-EMP-NO NOT EQUAL WS-EMP-DESLIG-ANT
                        MOVE DESLIG-EMP-NO TO WS-EMP-DESLIG-ANT
                        PERFORM RT-CONFERIR-DESLIGADO
                    END-IF
               END-READ
           END-PERFORM.
      *
       RT-PROCURAR-RECONTRATADOSX.                 EXIT.
      *----------------------------------------------------------------*
      *  DESLIGAMENTOS JA ARQUIVADOS NO INATIVO: O REGISTRO GUARDADO    *
      *  E O DO DESLIG E PASSA PELA MESMA CONFERENCIA                   *
      *----------------------------------------------------------------*
       RT-PROCURAR-ARQUIVADOS                      SECTION.
      *
           IF  NOT TEM-INATIVO
               EXIT SECTION
           END-IF
           MOVE LOW-VALUES TO INATIVO-CHAVE
           START INATIVO KEY NOT LESS INATIVO-CHAVE
               INVALID KEY
                   SET FL-INATIVO-EOF TO TRUE
           END-START
           PERFORM UNTIL FL-INATIVO-EOF
               READ INATIVO NEXT RECORD
                 AT END
                    SET FL-INATIVO-EOF TO TRUE
                 NOT AT END
                    IF  NOT INATIVO-READMITIDO
                    AND INATIVO-EMP-NO NOT EQUAL WS-EMP-DESLIG-ANT
                        MOVE INATIVO-EMP-NO     TO WS-EMP-DESLIG-ANT
                        MOVE INATIVO-REG-DESLIG TO REG-DESLIG
                        PERFORM RT-CONFERIR-DESLIGADO
                    END-IF
               END-READ
           END-PERFORM
           MOVE ZEROS TO WS-EMP-DESLIG-ANT.
      *
       RT-PROCURAR-ARQUIVADOSX.                    EXIT.
      *----------------------------------------------------------------*
       RT-CONFERIR-DESLIGADO                       SECTION.
      *
      *    READMITIDO NA PROPRIA MATRICULA NAO E O CASO
           MOVE DESLIG-EMP-NO TO PERSNL-EMP-NO
           READ PERSNL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EXIT SECTION
           END-READ
      *
           MOVE ZEROS TO WS-CPF-DESLIG
           IF  DESLIG-CPF IS NUMERIC
               MOVE DESLIG-CPF TO WS-CPF-DESLIG
           END-IF
           IF  WS-CPF-DESLIG EQUAL ZEROS
           AND TEM-PERSEXT
               MOVE DESLIG-EMP-NO TO PERSEXT-EMP-NO
               READ PERSEXT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF  PERSEXT-CPF IS NUMERIC
                           MOVE PERSEXT-CPF TO WS-CPF-DESLIG
                       END-IF
               END-READ
           END-IF
      *
           MOVE SPACES TO DUP-CHAVE
           IF  WS-CPF-DESLIG GREATER ZEROS
               MOVE 'C'           TO DUP-TIPO
               MOVE WS-CPF-DESLIG TO DUP-VALOR
           ELSE
               MOVE 'N'           TO DUP-TIPO
               MOVE DESLIG-NOME   TO DUP-VALOR
           END-IF
           IF  DUP-VALOR EQUAL SPACES
               EXIT SECTION
           END-IF
           MOVE DUP-CHAVE(1:61) TO WS-CHAVE-GRUPO
           MOVE ZEROS           TO DUP-EMP-NO
           MOVE ZEROS           TO FL-STA-DUPWORK
           START DUPWORK KEY NOT LESS DUP-CHAVE
               INVALID KEY
                   SET FL-DUPWORK-EOF TO TRUE
           END-START
           PERFORM UNTIL FL-DUPWORK-EOF
               READ DUPWORK NEXT RECORD
                 AT END
                    SET FL-DUPWORK-EOF TO TRUE
                 NOT AT END
                    IF  DUP-CHAVE(1:61) NOT EQUAL WS-CHAVE-GRUPO
                        SET FL-DUPWORK-EOF TO TRUE
                    ELSE
                        IF  DUP-ADMISSAO NOT LESS DESLIG-DATA
                        OR  DUP-ADMISSAO EQUAL ZEROS
                            PERFORM RT-IMPRIMIR-RECONTRATADO
                        END-IF
                    END-IF
               END-READ
           END-PERFORM
           MOVE ZEROS TO FL-STA-DUPWORK.
      *
       RT-CONFERIR-DESLIGADOX.                     EXIT.
      *----------------------------------------------------------------*
       RT-IMPRIMIR-RECONTRATADO                    SECTION.
      *
           MOVE 'RECONTRATADO'  TO WS-DET-OCORRENCIA
           MOVE DUP-EMP-NO      TO WS-DET-EMP-A
           MOVE DUP-NOME        TO WS-DET-NOME-A
           MOVE DUP-DEPT        TO WS-DET-DEPT-A
           MOVE DUP-ADMISSAO    TO WS-DATA-EDT-IN
           PERFORM RT-EDITAR-DATA
           MOVE WS-DATA-EDT     TO WS-DET-DATA-A
      *
           MOVE SPACES          TO WS-DET-TEXTO-B
           MOVE DESLIG-EMP-NO   TO WS-DET-EMP-B
           MOVE DESLIG-NOME     TO WS-DET-NOME-B
           MOVE DESLIG-DEPT     TO WS-DET-DEPT-B
           MOVE DESLIG-DATA     TO WS-DATA-EDT-IN
           PERFORM RT-EDITAR-DATA
           MOVE WS-DATA-EDT     TO WS-DET-DATA-B
           MOVE SPACES          TO WS-DET-VALOR
           IF  DUP-TIPO EQUAL 'C'
               STRING 'MESMO CPF ' WS-CPF-DESLIG
                      DELIMITED BY SIZE INTO WS-DET-VALOR
           ELSE
               MOVE 'MESMO NOME - DESLIGADO SEM CPF'
                 TO WS-DET-VALOR
           END-IF
           ADD 1 TO WS-RECONTRATADOS
           PERFORM RT-IMPRIMIR-DETALHE.
      *
       RT-IMPRIMIR-RECONTRATADOX.                  EXIT.
      *----------------------------------------------------------------*
       RT-MONTAR-LADO-A-PERSNL                     SECTION.
      *
           MOVE PERSNL-EMP-NO   TO WS-DET-EMP-A
           MOVE NAME            TO WS-DET-NOME-A
           MOVE DEPT            TO WS-DET-DEPT-A
           MOVE ZEROS           TO WS-DATA-EDT-IN
           IF  DATE-OF-HIRE-CC IS NUMERIC
               MOVE DATE-OF-HIRE-CC TO WS-DATA-EDT-IN
           END-IF
           PERFORM RT-EDITAR-DATA
           MOVE WS-DATA-EDT     TO WS-DET-DATA-A.
      *
       RT-MONTAR-LADO-A-PERSNLX.                   EXIT.
      *----------------------------------------------------------------*
       RT-IMPRIMIR-DETALHE                         SECTION.
      *
           WRITE REG-DUPREL FROM WS-DETALHE
           ADD 1 TO WS-OCORRENCIAS.
      *
       RT-IMPRIMIR-DETALHEX.                       EXIT.
      *----------------------------------------------------------------*
       RT-EDITAR-DATA                              SECTION.
      *
           IF  WS-DATA-EDT-IN EQUAL ZEROS
               MOVE SPACES TO WS-DATA-EDT
               EXIT SECTION
           END-IF
           MOVE SPACES TO WS-DATA-EDT
           STRING WS-EDT-DD '/' WS-EDT-MM '/' WS-EDT-AAAA
                  DELIMITED BY SIZE INTO WS-DATA-EDT.
      *
       RT-EDITAR-DATAX.                            EXIT.
      *----------------------------------------------------------------*
       RT-FINALIZAR                                SECTION.
      *
           IF  WS-RETURN-CODE EQUAL ZEROS
               MOVE SPACES TO REG-DUPREL
               WRITE REG-DUPREL
               MOVE WS-OCORRENCIAS TO WS-DISPLAY
               STRING 'OCORRENCIAS A INVESTIGAR: ' WS-DISPLAY
                      DELIMITED BY SIZE INTO REG-DUPREL
               WRITE REG-DUPREL
               CLOSE DUPREL
               CLOSE DUPWORK
               CLOSE PERSNL
               IF  WS-OCORRENCIAS GREATER ZEROS
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF
           IF  TEM-PERSEXT
               CLOSE PERSEXT
           END-IF
           IF  TEM-PERSBCO
               CLOSE PERSBCO
           END-IF
           IF  TEM-PROVLINK
               CLOSE PROVLINK
           END-IF
           IF  TEM-PAYRES
               CLOSE PAYRES
           END-IF
           IF  TEM-DESLIG
               CLOSE DESLIG
           END-IF
           IF  TEM-INATIVO
               CLOSE INATIVO
           END-IF
      *
           DISPLAY PGMID '999I' TRACOS
           MOVE    WS-ATIVOS          TO WS-DISPLAY
           DISPLAY PGMID '006I- ATIVOS CONFERIDOS......:' WS-DISPLAY
           MOVE    WS-DUP-CPF         TO WS-DISPLAY
           DISPLAY PGMID '007I- CPF REPETIDO...........:' WS-DISPLAY
           MOVE    WS-DUP-CONTA       TO WS-DISPLAY
           DISPLAY PGMID '008I- CONTA REPETIDA.........:' WS-DISPLAY
           MOVE    WS-DUP-ENDERECO    TO WS-DISPLAY
           DISPLAY PGMID '009I- ENDERECO REPETIDO......:' WS-DISPLAY
           MOVE    WS-DUP-FONE        TO WS-DISPLAY
           DISPLAY PGMID '010I- FONE REPETIDO..........:' WS-DISPLAY
           MOVE    WS-DUP-EMAIL       TO WS-DISPLAY
           DISPLAY PGMID '011I- E-MAIL REPETIDO........:' WS-DISPLAY
           MOVE    WS-SEM-ATIVIDADE   TO WS-DISPLAY
           DISPLAY PGMID '012I- SEM SIGN-ON NEM FERIAS.:' WS-DISPLAY
           MOVE    WS-RECONTRATADOS   TO WS-DISPLAY
           DISPLAY PGMID '013I- RECONTRATADOS..........:' WS-DISPLAY
           DISPLAY PGMID '999I' TRACOS.
      *
       RT-FINALIZARX.                              EXIT.
      ******************************************************************
      *                      FIM  DO  PROGRAMA                         *
      ******************************************************************
