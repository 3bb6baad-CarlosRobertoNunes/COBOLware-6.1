      $Set SQL(DBMan=ODBC) SQL(ANSI92Entry)
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PAYMART.
       AUTHOR.        Traduzido de Easytrieve (macro esy.kex v.0.10).
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      * Carga noturna do data mart da folha na base   *
                      * SQL (conexao CWODBC, CWODBCSTRING): PERSNL,   *
                      * PERSEXT (mascarado pelo CWMASK com o perfil   *
                      * MART-PERFIL, padrao DATAMART), DEPTOS,        *
                      * PAYHIST, VACBAL e BONUSLED nas tabelas        *
                      * MART_xxx, com a chave do arquivo na coluna    *
                      * CHAVE_MART.                                   *
                      *                                               *
                      * A imagem enviada de cada registro fica no     *
                      * MARTSNAP: a carga seguinte so envia o que foi *
                      * incluido, alterado ou excluido desde entao.   *
                      * MARTSNAP vazio ou MART-CARGA=T faz a carga    *
                      * completa (as tabelas sao esvaziadas antes).   *
                      *                                               *
                      * Ao fim, linhas e total de valor de cada       *
                      * tabela sao conferidos com o arquivo; qualquer *
                      * diferenca sai no MARTREL, vai ao CWLOGF e     *
                      * termina com RC 8 (corrigir com carga          *
                      * completa). Erro de SQL desfaz o lote aberto,  *
                      * interrompe a carga e tambem termina com RC 8. *
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
           SELECT OPTIONAL DEPTOS ASSIGN TO DEPTOS
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS DEPTOS-DEPT
                  FILE STATUS   IS FL-STA-DEPTOS.
      *
           SELECT OPTIONAL PAYHIST ASSIGN TO PAYHIST
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS PAYHIST-CHAVE
                  FILE STATUS   IS FL-STA-PAYHIST.
      *
           SELECT OPTIONAL VACBAL ASSIGN TO VACBAL
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS VACBAL-EMP-NO
                  FILE STATUS   IS FL-STA-VACBAL.
      *
           SELECT OPTIONAL BONUSLED ASSIGN TO BONUSLED
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS BONUSLED-CHAVE
                  FILE STATUS   IS FL-STA-BONUSLED.
      *
           SELECT MARTSNAP ASSIGN TO MARTSNAP
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS SNAP-CHAVE
                  FILE STATUS   IS FL-STA-MARTSNAP.
      *
           SELECT MARTREL ASSIGN TO MARTREL.
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
           03 PERSEXT-CARGO                  PIC  X(006).
           03 FILLER                         PIC  X(013).
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
       FD  PAYHIST
           RECORD CONTAINS 080 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-PAYHIST.
           03 PAYHIST-CHAVE.
              06 PAYHIST-ANOMES              PIC  9(006).
              06 PAYHIST-COMPANY             PIC  9(002).
              06 PAYHIST-EMP-NO              PIC  9(005).
           03 PAYHIST-DEPT                   PIC  9(003).
           03 PAYHIST-SAL-ANTES              PIC  9(006)V99.
           03 PAYHIST-SAL-DEPOIS             PIC  9(006)V99.
           03 PAYHIST-RAISE-PCT              PIC  9(002)V99.
           03 PAYHIST-BONUS                  PIC  9(006)V99.
           03 PAYHIST-DATA-CARGA             PIC  9(008).
           03 PAYHIST-BRUTO                  PIC  9(009)V99.
           03 PAYHIST-LIQUIDO                PIC  9(009)V99.
           03 PAYHIST-AFAST-TIPO             PIC  X(001).
           03 PAYHIST-AFAST-DIAS             PIC  9(002).
           03 PAYHIST-AFAST-SUSPENDE         PIC  X(001).
           03 FILLER                         PIC  X(002).
      *
       FD  VACBAL
           RECORD CONTAINS 080 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-VACBAL.
           03 VACBAL-EMP-NO                  PIC  9(005).
           03 VACBAL-DIREITO-ANO             PIC  9(003).
           03 VACBAL-SALDO                   PIC  9(003)V9.
           03 VACBAL-GOZADOS-ANO             PIC  9(003)V9.
           03 VACBAL-ULT-ACUMULO             PIC  9(006).
           03 VACBAL-VENCIMENTO              PIC  9(008).
           03 FILLER                         PIC  X(050).
      *
       FD  BONUSLED
           RECORD CONTAINS 060 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-BONUSLED.
           03 BONUSLED-CHAVE.
              06 BONUSLED-ANO                PIC  9(004).
              06 BONUSLED-EMP-NO             PIC  9(005).
           03 BONUSLED-COMPANY               PIC  9(002).
           03 BONUSLED-DEPT                  PIC  9(003).
           03 BONUSLED-TOTAL-ANO             PIC  9(007)V99.
           03 BONUSLED-QTDE-LANC             PIC  9(003).
           03 BONUSLED-ULT-DATA              PIC  9(008).
           03 FILLER                         PIC  X(026).
      *
      *----------------------------------------------------------------*
      *  IMAGEM ENVIADA DE CADA REGISTRO: ARQUIVO + CHAVE; RODADA DA    *
      *  ULTIMA CARGA QUE O ENCONTROU NO ARQUIVO                        *
      *----------------------------------------------------------------*
       FD  MARTSNAP
           RECORD CONTAINS 210 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-MARTSNAP.
           03 SNAP-CHAVE.
              05 SNAP-ARQUIVO                PIC  X(008).
              05 SNAP-REGISTRO               PIC  X(020).
           03 SNAP-RODADA                    PIC  9(014).
           03 SNAP-IMAGEM                    PIC  X(160).
           03 FILLER                         PIC  X(008).
      *
       FD  MARTREL
           LABEL RECORD IS OMITTED.
      *
       01  REG-MARTREL                       PIC  X(132).
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
       77  SB-CWODBC                     PIC  X(08)  VALUE 'CWODBC'.
       77  SB-CWMASK                     PIC  X(08)  VALUE 'CWMASK'.
       77  SB-CWSPLF                     PIC  X(08)  VALUE 'CWSPLF'.
       77  SB-CWLOGW                     PIC  X(08)  VALUE 'CWLOGW'.
      *
      *----------------------------------------------------------------*
      *        AREA DE VARIAVEIS AUXILIARES                            *
      *----------------------------------------------------------------*
      *
       01  WS-VARIAVEIS.
           03 TRACOS                         PIC  X(060)    VALUE
              ALL '-'.
           03 PGMID                          PIC  X(009)    VALUE
              '#PAYMART.'.
           03 FL-STA-PERSNL                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-PERSNL-OK                               VALUE '00'.
              88 FL-PERSNL-EOF                              VALUE '10'.
           03 FL-STA-PERSEXT                 PIC  X(002)    VALUE
              ZEROS.
              88 FL-PERSEXT-OK                              VALUE '00'.
              88 FL-PERSEXT-EOF                             VALUE '10'.
           03 FL-STA-DEPTOS                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-DEPTOS-OK                               VALUE '00'.
              88 FL-DEPTOS-EOF                              VALUE '10'.
           03 FL-STA-PAYHIST                 PIC  X(002)    VALUE
              ZEROS.
              88 FL-PAYHIST-OK                              VALUE '00'.
              88 FL-PAYHIST-EOF                             VALUE '10'.
           03 FL-STA-VACBAL                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-VACBAL-OK                               VALUE '00'.
              88 FL-VACBAL-EOF                              VALUE '10'.
           03 FL-STA-BONUSLED                PIC  X(002)    VALUE
              ZEROS.
              88 FL-BONUSLED-OK                             VALUE '00'.
              88 FL-BONUSLED-EOF                            VALUE '10'.
           03 FL-STA-MARTSNAP                PIC  X(002)    VALUE
              ZEROS.
              88 FL-MARTSNAP-OK                             VALUE '00'.
              88 FL-MARTSNAP-EOF                            VALUE '10'.
              88 FL-MARTSNAP-NOVO                           VALUE '35'.
           03 WS-RETURN-CODE                 PIC  9(003)    VALUE
              ZEROS.
           03 WS-DISPLAY                     PIC  -ZZZ.ZZZ.ZZ9.
           03 WS-LOGIN                       PIC  X(008)    VALUE
              SPACES.
           03 WS-CONECTADO                   PIC  X(001)    VALUE 'N'.
              88 CONECTADO                                  VALUE 'S'.
           03 WS-SNAP-ABERTO                 PIC  X(001)    VALUE 'N'.
              88 SNAP-ABERTO                                VALUE 'S'.
           03 WS-ERRO-SQL                    PIC  X(001)    VALUE 'N'.
              88 ERRO-SQL                                   VALUE 'S'.
           03 WS-CARGA                       PIC  X(001)    VALUE 'I'.
              88 CARGA-COMPLETA                             VALUE 'T'.
              88 CARGA-INCREMENTAL                          VALUE 'I'.
           03 WS-ACAO                        PIC  X(001)    VALUE
              SPACE.
              88 ACAO-INCLUIR                               VALUE 'I'.
              88 ACAO-ALTERAR                               VALUE 'A'.
              88 ACAO-MANTER                                VALUE ' '.
           03 WS-MART-PERFIL                 PIC  X(008)    VALUE
              SPACES.
           03 WS-MASK-TAMANHO                PIC  9(004)    VALUE 160.
           03 WS-DATA-HOJE                   PIC  9(008)    VALUE
              ZEROS.
           03 WS-HORA-AGORA                  PIC  X(008)    VALUE
              SPACES.
           03 WS-RODADA                      PIC  9(014)    VALUE
              ZEROS.
           03 WS-DATA-DDMMAAAA               PIC  9(008)    VALUE
              ZEROS.
           03 WS-IMAGEM                      PIC  X(160)    VALUE
              SPACES.
           03 WS-REGISTRO                    PIC  X(020)    VALUE
              SPACES.
           03 WS-NO-LOTE                     PIC  9(004)    VALUE
              ZEROS.
           03 WS-IA                   COMP   PIC  9(004)    VALUE
              ZEROS.
           03 WS-QTDE-X                      PIC  9(007)    VALUE
              ZEROS.
           03 WS-DIVERGENTES          COMP-3 PIC S9(005)    VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *  APURACAO POR ARQUIVO (1 PERSNL 2 PERSEXT 3 DEPTOS 4 PAYHIST    *
      *  5 VACBAL 6 BONUSLED); O TOTAL E A COLUNA DE VALOR DA TABELA    *
      *----------------------------------------------------------------*
       01  WS-ARQUIVOS-MART.
           03 FILLER                         PIC  X(028)    VALUE
              'PERSNL  BRUTO MENSAL        '.
           03 FILLER                         PIC  X(028)    VALUE
              'PERSEXT (SO LINHAS)         '.
           03 FILLER                         PIC  X(028)    VALUE
              'DEPTOS  (SO LINHAS)         '.
           03 FILLER                         PIC  X(028)    VALUE
              'PAYHISTBRUTO DA COMPETENCIA '.
           03 FILLER                         PIC  X(028)    VALUE
              'VACBAL  SALDO DE DIAS       '.
           03 FILLER                         PIC  X(028)    VALUE
              'BONUSLEDBONUS DO ANO        '.
       01  REDEFINES WS-ARQUIVOS-MART.
           03 WS-MRT-NOMES OCCURS 6 TIMES.
              05 WS-MRT-ARQUIVO              PIC  X(008).
              05 WS-MRT-COLUNA               PIC  X(020).
      *
       01  WS-APURACAO.
           03 WS-APU-TAB OCCURS 6 TIMES.
              05 WS-APU-LINHAS        COMP-3 PIC S9(009).
              05 WS-APU-TOTAL         COMP-3 PIC S9(013)V99.
              05 WS-APU-LINHAS-SQL    COMP-3 PIC S9(009).
              05 WS-APU-TOTAL-SQL     COMP-3 PIC S9(013)V99.
              05 WS-APU-INCLUIDOS     COMP-3 PIC S9(009).
              05 WS-APU-ALTERADOS     COMP-3 PIC S9(009).
              05 WS-APU-EXCLUIDOS     COMP-3 PIC S9(009).
              05 WS-APU-SITUACAO             PIC  X(001).
                 88 APU-CONFERE                             VALUE 'C'.
                 88 APU-DIVERGE                             VALUE 'D'.
      *
      *----------------------------------------------------------------*
      *  LINHAS DA LISTAGEM                                             *
      *----------------------------------------------------------------*
       01  WS-CABECALHO.
           03 FILLER                         PIC  X(036)    VALUE
              'DATA MART DA FOLHA - CARGA DE '.
           03 CAB-DATA                       PIC  99/99/9999.
           03 FILLER                         PIC  X(008)    VALUE
              '  TIPO '.
           03 CAB-TIPO                       PIC  X(011).
           03 FILLER                         PIC  X(067)    VALUE
              SPACES.
      *
       01  WS-TITULOS.
           03 FILLER                         PIC  X(044)    VALUE
              'ARQUIVO   VALOR CONFERIDO      LINHAS ARQ   '.
           03 FILLER                         PIC  X(044)    VALUE
              'LINHAS SQL        TOTAL ARQ          TOTAL S'.
           03 FILLER                         PIC  X(044)    VALUE
              'QL    INCL  ALTER  EXCL  SITUACAO           '.
      *
       01  WS-DETALHE.
           03 DET-ARQUIVO                    PIC  X(008).
           03 FILLER                         PIC  X(002)    VALUE
              SPACES.
           03 DET-COLUNA                     PIC  X(020).
           03 DET-LINHAS                     PIC  ZZZ.ZZZ.ZZ9.
           03 FILLER                         PIC  X(002)    VALUE
              SPACES.
           03 DET-LINHAS-SQL                 PIC  ZZZ.ZZZ.ZZ9.
           03 FILLER                         PIC  X(001)    VALUE
              SPACE.
           03 DET-TOTAL                      PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                         PIC  X(001)    VALUE
              SPACE.
           03 DET-TOTAL-SQL                  PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                         PIC  X(001)    VALUE
              SPACE.
           03 DET-INCLUIDOS                  PIC  ZZZZ9.
           03 FILLER                         PIC  X(001)    VALUE
              SPACE.
           03 DET-ALTERADOS                  PIC  ZZZZZ9.
           03 FILLER                         PIC  X(001)    VALUE
              SPACE.
           03 DET-EXCLUIDOS                  PIC  ZZZZ9.
           03 FILLER                         PIC  X(002)    VALUE
              SPACES.
           03 DET-SITUACAO                   PIC  X(010).
           03 FILLER                         PIC  X(009)    VALUE
              SPACES.
      *
       01  PARAMETROS-CWLOGW.
           03 CWLOGW-FUNCTION                PIC  X(001)    VALUE
              SPACE.
           03 CWLOGW-TEXT                    PIC  X(035)    VALUE
              SPACES.
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
      *  COLUNAS DAS TABELAS DO DATA MART                               *
      *----------------------------------------------------------------*
           EXEC SQL BEGIN DECLARE SECTION END-EXEC
       01  SQL-COLUNAS.
           03 SQL-CHAVE                      PIC  X(020).
           03 SQL-EMP-NO                     PIC  9(005).
           03 SQL-COMPANY                    PIC  X(002).
           03 SQL-LAST-NAME                  PIC  X(008).
           03 SQL-DEPT                       PIC  9(003).
           03 SQL-PAY-GROSS                  PIC S9(004)V99 COMP-3.
           03 SQL-ADMISSAO                   PIC  9(008).
           03 SQL-CPF                        PIC  X(011).
           03 SQL-ENDERECO                   PIC  X(060).
           03 SQL-FONE                       PIC  X(015).
           03 SQL-EMAIL                      PIC  X(050).
           03 SQL-CARGO                      PIC  X(006).
           03 SQL-DESCRICAO                  PIC  X(030).
           03 SQL-CENTRO-CUSTO               PIC  X(010).
           03 SQL-GESTOR                     PIC  X(030).
           03 SQL-ANOMES                     PIC  9(006).
           03 SQL-SAL-ANTES                  PIC  9(006)V99 COMP-3.
           03 SQL-SAL-DEPOIS                 PIC  9(006)V99 COMP-3.
           03 SQL-RAISE-PCT                  PIC  9(002)V99 COMP-3.
           03 SQL-BONUS                      PIC  9(006)V99 COMP-3.
           03 SQL-DATA-CARGA                 PIC  9(008).
           03 SQL-BRUTO                      PIC  9(009)V99 COMP-3.
           03 SQL-LIQUIDO                    PIC  9(009)V99 COMP-3.
           03 SQL-DIREITO-ANO                PIC  9(003).
           03 SQL-SALDO                      PIC  9(003)V9 COMP-3.
           03 SQL-GOZADOS                    PIC  9(003)V9 COMP-3.
           03 SQL-ULT-ACUMULO                PIC  9(006).
           03 SQL-VENCIMENTO                 PIC  9(008).
           03 SQL-ANO                        PIC  9(004).
           03 SQL-TOTAL-ANO                  PIC  9(007)V99 COMP-3.
           03 SQL-QTDE-LANC                  PIC  9(003).
           03 SQL-ULT-DATA                   PIC  9(008).
           03 SQL-LINHAS                     PIC S9(009) COMP-3.
           03 SQL-TOTAL                      PIC S9(013)V99 COMP-3.
           EXEC SQL    END DECLARE SECTION END-EXEC
           EXEC SQL INCLUDE SQLCA END-EXEC.
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
               PERFORM RT-CONECTAR
               IF  CARGA-COMPLETA
                   PERFORM RT-ESVAZIAR-TABELAS
               END-IF
               PERFORM RT-CARREGAR-PERSNL
               PERFORM RT-CARREGAR-PERSEXT
               PERFORM RT-CARREGAR-DEPTOS
               PERFORM RT-CARREGAR-PAYHIST
               PERFORM RT-CARREGAR-VACBAL
               PERFORM RT-CARREGAR-BONUSLED
               IF  NOT ERRO-SQL
                   PERFORM RT-CONFERIR-TOTAIS
               END-IF
               PERFORM RT-IMPRIMIR-LISTAGEM
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
      *  TIPO DE CARGA, PERFIL DE MASCARA E CONTROLE DE IMAGENS         *
      *----------------------------------------------------------------*
       RT-INICIAR                                  SECTION.
      *
           DISPLAY PGMID '001I ' FUNCTION WHEN-COMPILED
           ACCEPT WS-DATA-HOJE  FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA FROM TIME
           MOVE WS-DATA-HOJE       TO WS-RODADA(1:8)
           MOVE WS-HORA-AGORA(1:6) TO WS-RODADA(9:6)
           INITIALIZE WS-APURACAO
      *
           DISPLAY 'MART-CARGA'  UPON ENVIRONMENT-NAME
           ACCEPT   WS-CARGA     FROM ENVIRONMENT-VALUE
           INSPECT  WS-CARGA CONVERTING 'ti' TO 'TI'
           IF  NOT CARGA-COMPLETA
               MOVE 'I' TO WS-CARGA
           END-IF
           DISPLAY 'MART-PERFIL' UPON ENVIRONMENT-NAME
           ACCEPT   WS-MART-PERFIL FROM ENVIRONMENT-VALUE
           IF  WS-MART-PERFIL EQUAL SPACES
               MOVE 'DATAMART' TO WS-MART-PERFIL
           END-IF
      *
           OPEN INPUT PERSNL
           IF  NOT FL-PERSNL-OK
               DISPLAY PGMID '002I- PERSNL AUSENTE OU COM ERRO '
                       FL-STA-PERSNL ' - CARGA CANCELADA'
               MOVE 8 TO WS-RETURN-CODE
               EXIT SECTION
           END-IF
           CLOSE PERSNL
      *
      *    SEM IMAGENS (OU CARGA PEDIDA COMPLETA) TUDO VAI DE NOVO
           IF  CARGA-COMPLETA
               OPEN OUTPUT MARTSNAP
               CLOSE MARTSNAP
           END-IF
           OPEN I-O MARTSNAP
           IF  FL-MARTSNAP-NOVO
               OPEN OUTPUT MARTSNAP
               CLOSE MARTSNAP
               OPEN I-O MARTSNAP
               SET CARGA-COMPLETA TO TRUE
           END-IF
           IF  NOT FL-MARTSNAP-OK
               DISPLAY PGMID '002I- MARTSNAP COM ERRO ' FL-STA-MARTSNAP
               MOVE 8 TO WS-RETURN-CODE
               EXIT SECTION
           END-IF
           SET SNAP-ABERTO TO TRUE
           IF  CARGA-COMPLETA
               DISPLAY PGMID '003I- CARGA COMPLETA'
           ELSE
               DISPLAY PGMID '003I- CARGA DAS ALTERACOES'
           END-IF.
      *
       RT-INICIARX.                                EXIT.
      *----------------------------------------------------------------*
      *  CONEXAO PELA CWODBCSTRING (CWODBC ENCERRA O JOB SE FALHAR)     *
      *----------------------------------------------------------------*
       RT-CONECTAR                                 SECTION.
      *
           MOVE 'ON' TO WS-LOGIN
           CALL SB-CWODBC USING WS-LOGIN
           SET CONECTADO TO TRUE
           MOVE ZEROS TO WS-NO-LOTE.
      *
       RT-CONECTARX.                               EXIT.
      *----------------------------------------------------------------*
      *  CARGA COMPLETA: AS TABELAS SAO REFEITAS DO ZERO                *
      *----------------------------------------------------------------*
       RT-ESVAZIAR-TABELAS                         SECTION.
      *
           EXEC SQL DELETE FROM MART_PERSNL   END-EXEC
           EXEC SQL DELETE FROM MART_PERSEXT  END-EXEC
           EXEC SQL DELETE FROM MART_DEPTOS   END-EXEC
           EXEC SQL DELETE FROM MART_PAYHIST  END-EXEC
           EXEC SQL DELETE FROM MART_VACBAL   END-EXEC
           EXEC SQL DELETE FROM MART_BONUSLED END-EXEC
           MOVE 'COMMIT' TO WS-LOGIN
           CALL SB-CWODBC USING WS-LOGIN.
      *
       RT-ESVAZIAR-TABELASX.                       EXIT.
      *----------------------------------------------------------------*
       RT-CARREGAR-PERSNL                          SECTION.
      *
           MOVE 1 TO WS-IA
           OPEN INPUT PERSNL
           PERFORM UNTIL FL-PERSNL-EOF OR ERRO-SQL
               READ PERSNL NEXT RECORD
                 AT END
                    SET FL-PERSNL-EOF TO TRUE
                 NOT AT END
                    ADD 1         TO WS-APU-LINHAS(1)
                    ADD PAY-GROSS TO WS-APU-TOTAL(1)
                    MOVE PERSNL-EMP-NO TO WS-REGISTRO
                    MOVE REG-PERSNL    TO WS-IMAGEM
                    PERFORM RT-SINCRONIZAR
               END-READ
           END-PERFORM
           CLOSE PERSNL
           PERFORM RT-REMOVER-AUSENTES.
      *
       RT-CARREGAR-PERSNLX.                        EXIT.
      *----------------------------------------------------------------*
      *  O CADASTRO COMPLEMENTAR SAI MASCARADO: A IMAGEM GUARDADA E A   *
      *  MASCARADA (O CWMASK E DETERMINISTICO)                          *
      *----------------------------------------------------------------*
       RT-CARREGAR-PERSEXT                         SECTION.
      *
           MOVE 2 TO WS-IA
           OPEN INPUT PERSEXT
           IF  NOT FL-PERSEXT-OK
               CLOSE PERSEXT
               PERFORM RT-REMOVER-AUSENTES
               EXIT SECTION
           END-IF
           PERFORM UNTIL FL-PERSEXT-EOF OR ERRO-SQL
               READ PERSEXT NEXT RECORD
                 AT END
                    SET FL-PERSEXT-EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-APU-LINHAS(2)
                    CALL SB-CWMASK USING WS-MART-PERFIL REG-PERSEXT
                                         WS-MASK-TAMANHO
                    MOVE PERSEXT-EMP-NO TO WS-REGISTRO
                    MOVE REG-PERSEXT    TO WS-IMAGEM
                    PERFORM RT-SINCRONIZAR
               END-READ
           END-PERFORM
           CLOSE PERSEXT
           PERFORM RT-REMOVER-AUSENTES.
      *
       RT-CARREGAR-PERSEXTX.                       EXIT.
      *----------------------------------------------------------------*
       RT-CARREGAR-DEPTOS                          SECTION.
      *
           MOVE 3 TO WS-IA
           OPEN INPUT DEPTOS
           IF  NOT FL-DEPTOS-OK
               CLOSE DEPTOS
               PERFORM RT-REMOVER-AUSENTES
               EXIT SECTION
           END-IF
           PERFORM UNTIL FL-DEPTOS-EOF OR ERRO-SQL
               READ DEPTOS NEXT RECORD
                 AT END
                    SET FL-DEPTOS-EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-APU-LINHAS(3)
                    MOVE DEPTOS-DEPT TO WS-REGISTRO
                    MOVE REG-DEPTOS  TO WS-IMAGEM
                    PERFORM RT-SINCRONIZAR
               END-READ
           END-PERFORM
           CLOSE DEPTOS
           PERFORM RT-REMOVER-AUSENTES.
      *
       RT-CARREGAR-DEPTOSX.                        EXIT.
      *----------------------------------------------------------------*
       RT-CARREGAR-PAYHIST                         SECTION.
      *
           MOVE 4 TO WS-IA
           OPEN INPUT PAYHIST
           IF  NOT FL-PAYHIST-OK
               CLOSE PAYHIST
               PERFORM RT-REMOVER-AUSENTES
               EXIT SECTION
           END-IF
           PERFORM UNTIL FL-PAYHIST-EOF OR ERRO-SQL
               READ PAYHIST NEXT RECORD
                 AT END
                    SET FL-PAYHIST-EOF TO TRUE
                 NOT AT END
                    ADD 1             TO WS-APU-LINHAS(4)
                    IF  PAYHIST-BRUTO IS NUMERIC
                        ADD PAYHIST-BRUTO TO WS-APU-TOTAL(4)
                    END-IF
                    MOVE PAYHIST-CHAVE TO WS-REGISTRO
                    MOVE REG-PAYHIST   TO WS-IMAGEM
                    PERFORM RT-SINCRONIZAR
               END-READ
           END-PERFORM
           CLOSE PAYHIST
           PERFORM RT-REMOVER-AUSENTES.
      *
       RT-CARREGAR-PAYHISTX.                       EXIT.
      *----------------------------------------------------------------*
       RT-CARREGAR-VACBAL                          SECTION.
      *
           MOVE 5 TO WS-IA
           OPEN INPUT VACBAL
           IF  NOT FL-VACBAL-OK
               CLOSE VACBAL
               PERFORM RT-REMOVER-AUSENTES
               EXIT SECTION
           END-IF
           PERFORM UNTIL FL-VACBAL-EOF OR ERRO-SQL
               READ VACBAL NEXT RECORD
                 AT END
                    SET FL-VACBAL-EOF TO TRUE
                 NOT AT END
                    ADD 1            TO WS-APU-LINHAS(5)
                    ADD VACBAL-SALDO TO WS-APU-TOTAL(5)
                    MOVE VACBAL-EMP-NO TO WS-REGISTRO
                    MOVE REG-VACBAL    TO WS-IMAGEM
                    PERFORM RT-SINCRONIZAR
               END-READ
           END-PERFORM
           CLOSE VACBAL
           PERFORM RT-REMOVER-AUSENTES.
      *
       RT-CARREGAR-VACBALX.                        EXIT.
      *----------------------------------------------------------------*
       RT-CARREGAR-BONUSLED                        SECTION.
      *
           MOVE 6 TO WS-IA
           OPEN INPUT BONUSLED
           IF  NOT FL-BONUSLED-OK
               CLOSE BONUSLED
               PERFORM RT-REMOVER-AUSENTES
               EXIT SECTION
           END-IF
           PERFORM UNTIL FL-BONUSLED-EOF OR ERRO-SQL
               READ BONUSLED NEXT RECORD
                 AT END
                    SET FL-BONUSLED-EOF TO TRUE
                 NOT AT END
                    ADD 1                  TO WS-APU-LINHAS(6)
                    ADD BONUSLED-TOTAL-ANO TO WS-APU-TOTAL(6)
                    MOVE BONUSLED-CHAVE TO WS-REGISTRO
                    MOVE REG-BONUSLED   TO WS-IMAGEM
                    PERFORM RT-SINCRONIZAR
               END-READ
           END-PERFORM
           CLOSE BONUSLED
           PERFORM RT-REMOVER-AUSENTES.
      *
       RT-CARREGAR-BONUSLEDX.                      EXIT.
      *----------------------------------------------------------------*
      *  COMPARA O REGISTRO LIDO COM A IMAGEM ENVIADA: NOVO VAI AO      *
      *  INSERT, DIFERENTE VAI AO DELETE + INSERT; A RODADA MARCA QUE   *
      *  O REGISTRO AINDA EXISTE NO ARQUIVO                             *
      *----------------------------------------------------------------*
       RT-SINCRONIZAR                              SECTION.
      *
           MOVE WS-MRT-ARQUIVO(WS-IA) TO SNAP-ARQUIVO
           MOVE WS-REGISTRO           TO SNAP-REGISTRO
           READ MARTSNAP
               INVALID KEY
                   SET ACAO-INCLUIR TO TRUE
               NOT INVALID KEY
                   IF  SNAP-IMAGEM EQUAL WS-IMAGEM
                       SET ACAO-MANTER TO TRUE
                   ELSE
                       SET ACAO-ALTERAR TO TRUE
                   END-IF
           END-READ
      *
           IF  NOT ACAO-MANTER
               MOVE WS-REGISTRO TO SQL-CHAVE
               IF  ACAO-ALTERAR
                   PERFORM RT-EXCLUIR-LINHA
               END-IF
               IF  NOT ERRO-SQL
                   PERFORM RT-INCLUIR-LINHA
               END-IF
               IF  ERRO-SQL
                   EXIT SECTION
               END-IF
               IF  ACAO-INCLUIR
                   ADD 1 TO WS-APU-INCLUIDOS(WS-IA)
               ELSE
                   ADD 1 TO WS-APU-ALTERADOS(WS-IA)
               END-IF
               PERFORM RT-CONFIRMAR-LOTE
           END-IF
      *
           MOVE WS-RODADA TO SNAP-RODADA
           MOVE WS-IMAGEM TO SNAP-IMAGEM
           IF  ACAO-INCLUIR
               WRITE REG-MARTSNAP
           ELSE
               REWRITE REG-MARTSNAP
           END-IF.
      *
       RT-SINCRONIZARX.                            EXIT.
      *----------------------------------------------------------------*
      *  IMAGENS DO ARQUIVO NAO VISTAS NESTA RODADA: REGISTRO EXCLUIDO  *
      *  NA ORIGEM, SAI DA TABELA                                       *
      *----------------------------------------------------------------*
       RT-REMOVER-AUSENTES                         SECTION.
      *
           IF  ERRO-SQL
               EXIT SECTION
           END-IF
           MOVE WS-MRT-ARQUIVO(WS-IA) TO SNAP-ARQUIVO
           MOVE LOW-VALUES            TO SNAP-REGISTRO
           START MARTSNAP KEY NOT LESS SNAP-CHAVE
               INVALID KEY
                   SET FL-MARTSNAP-EOF TO TRUE
           END-START
           PERFORM UNTIL FL-MARTSNAP-EOF OR ERRO-SQL
               READ MARTSNAP NEXT RECORD
                 AT END
                    SET FL-MARTSNAP-EOF TO TRUE
                 NOT AT END
                    IF  SNAP-ARQUIVO NOT EQUAL WS-MRT-ARQUIVO(WS-IA)
                        SET FL-MARTSNAP-EOF TO TRUE
                    ELSE
                        IF  SNAP-RODADA NOT EQUAL WS-RODADA
                            MOVE SNAP-REGISTRO TO SQL-CHAVE
                            PERFORM RT-EXCLUIR-LINHA
                            IF  NOT ERRO-SQL
                                DELETE MARTSNAP RECORD
                                ADD 1 TO WS-APU-EXCLUIDOS(WS-IA)
                                PERFORM RT-CONFIRMAR-LOTE
                            END-IF
                        END-IF
                    END-IF
               END-READ
           END-PERFORM
           MOVE ZEROS TO FL-STA-MARTSNAP
      *
           IF  NOT ERRO-SQL
           AND WS-NO-LOTE GREATER ZEROS
               MOVE 'COMMIT' TO WS-LOGIN
               CALL SB-CWODBC USING WS-LOGIN
               MOVE ZEROS TO WS-NO-LOTE
           END-IF.
      *
       RT-REMOVER-AUSENTESX.                       EXIT.
      *----------------------------------------------------------------*
      *  CONFIRMA A CADA 500 MUDANCAS                                   *
      *----------------------------------------------------------------*
       RT-CONFIRMAR-LOTE                           SECTION.
      *
           ADD 1 TO WS-NO-LOTE
           IF  WS-NO-LOTE NOT LESS 500
               MOVE 'COMMIT' TO WS-LOGIN
               CALL SB-CWODBC USING WS-LOGIN
               MOVE ZEROS TO WS-NO-LOTE
           END-IF.
      *
       RT-CONFIRMAR-LOTEX.                         EXIT.
      *----------------------------------------------------------------*
      *  EXCLUSAO PELA CHAVE DO ARQUIVO (SQL-CHAVE)                     *
      *----------------------------------------------------------------*
       RT-EXCLUIR-LINHA                            SECTION.
      *
           EVALUATE WS-IA
               WHEN 1
                    EXEC SQL DELETE FROM MART_PERSNL
                              WHERE CHAVE_MART = :SQL-CHAVE
                    END-EXEC
               WHEN 2
                    EXEC SQL DELETE FROM MART_PERSEXT
                              WHERE CHAVE_MART = :SQL-CHAVE
                    END-EXEC
               WHEN 3
                    EXEC SQL DELETE FROM MART_DEPTOS
                              WHERE CHAVE_MART = :SQL-CHAVE
                    END-EXEC
               WHEN 4
                    EXEC SQL DELETE FROM MART_PAYHIST
                              WHERE CHAVE_MART = :SQL-CHAVE
                    END-EXEC
               WHEN 5
                    EXEC SQL DELETE FROM MART_VACBAL
                              WHERE CHAVE_MART = :SQL-CHAVE
                    END-EXEC
               WHEN 6
                    EXEC SQL DELETE FROM MART_BONUSLED
                              WHERE CHAVE_MART = :SQL-CHAVE
                    END-EXEC
           END-EVALUATE
           IF  SQLCODE LESS ZERO
               PERFORM RT-FALHA-SQL
           END-IF.
      *
       RT-EXCLUIR-LINHAX.                          EXIT.
      *----------------------------------------------------------------*
      *  INCLUSAO DA LINHA A PARTIR DA IMAGEM (JA MASCARADA NO PERSEXT) *
      *----------------------------------------------------------------*
       RT-INCLUIR-LINHA                            SECTION.
      *
           EVALUATE WS-IA
               WHEN 1
                    MOVE WS-IMAGEM       TO REG-PERSNL
                    MOVE PERSNL-EMP-NO   TO SQL-EMP-NO
                    MOVE PERSNL-COMPANY-X TO SQL-COMPANY
                    MOVE LAST-NAME       TO SQL-LAST-NAME
                    MOVE DEPT            TO SQL-DEPT
                    MOVE PAY-GROSS       TO SQL-PAY-GROSS
                    MOVE DATE-OF-HIRE-CC TO SQL-ADMISSAO
                    EXEC SQL
                         INSERT INTO MART_PERSNL
                                (CHAVE_MART, EMP_NO, COMPANY,
                                 LAST_NAME, DEPT, PAY_GROSS,
                                 DATA_ADMISSAO)
                         VALUES (:SQL-CHAVE, :SQL-EMP-NO,
                                 :SQL-COMPANY, :SQL-LAST-NAME,
                                 :SQL-DEPT, :SQL-PAY-GROSS,
                                 :SQL-ADMISSAO)
                    END-EXEC
               WHEN 2
                    MOVE WS-IMAGEM        TO REG-PERSEXT
                    MOVE PERSEXT-EMP-NO   TO SQL-EMP-NO
                    MOVE PERSEXT-CPF      TO SQL-CPF
                    MOVE PERSEXT-ENDERECO TO SQL-ENDERECO
                    MOVE PERSEXT-FONE     TO SQL-FONE
                    MOVE PERSEXT-EMAIL    TO SQL-EMAIL
                    MOVE PERSEXT-CARGO    TO SQL-CARGO
                    EXEC SQL
                         INSERT INTO MART_PERSEXT
                                (CHAVE_MART, EMP_NO, CPF, ENDERECO,
                                 FONE, EMAIL, CARGO)
                         VALUES (:SQL-CHAVE, :SQL-EMP-NO, :SQL-CPF,
                                 :SQL-ENDERECO, :SQL-FONE,
                                 :SQL-EMAIL, :SQL-CARGO)
                    END-EXEC
               WHEN 3
                    MOVE WS-IMAGEM           TO REG-DEPTOS
                    MOVE DEPTOS-DEPT         TO SQL-DEPT
                    MOVE DEPTOS-DESCRICAO    TO SQL-DESCRICAO
                    MOVE DEPTOS-CENTRO-CUSTO TO SQL-CENTRO-CUSTO
                    MOVE DEPTOS-GESTOR       TO SQL-GESTOR
                    EXEC SQL
                         INSERT INTO MART_DEPTOS
                                (CHAVE_MART, DEPT, DESCRICAO,
                                 CENTRO_CUSTO, GESTOR)
                         VALUES (:SQL-CHAVE, :SQL-DEPT,
                                 :SQL-DESCRICAO, :SQL-CENTRO-CUSTO,
                                 :SQL-GESTOR)
                    END-EXEC
               WHEN 4
                    MOVE WS-IMAGEM          TO REG-PAYHIST
                    MOVE PAYHIST-ANOMES     TO SQL-ANOMES
                    MOVE PAYHIST-COMPANY    TO SQL-COMPANY
                    MOVE PAYHIST-EMP-NO     TO SQL-EMP-NO
                    MOVE PAYHIST-DEPT       TO SQL-DEPT
                    MOVE PAYHIST-SAL-ANTES  TO SQL-SAL-ANTES
                    MOVE PAYHIST-SAL-DEPOIS TO SQL-SAL-DEPOIS
                    MOVE PAYHIST-RAISE-PCT  TO SQL-RAISE-PCT
                    MOVE PAYHIST-BONUS      TO SQL-BONUS
                    MOVE PAYHIST-DATA-CARGA TO SQL-DATA-CARGA
                    IF  PAYHIST-BRUTO IS NUMERIC
                        MOVE PAYHIST-BRUTO   TO SQL-BRUTO
                    ELSE
                        MOVE ZEROS           TO SQL-BRUTO
                    END-IF
                    IF  PAYHIST-LIQUIDO IS NUMERIC
                        MOVE PAYHIST-LIQUIDO TO SQL-LIQUIDO
                    ELSE
                        MOVE ZEROS           TO SQL-LIQUIDO
                    END-IF
                    EXEC SQL
                         INSERT INTO MART_PAYHIST
                                (CHAVE_MART, ANOMES, COMPANY, EMP_NO,
                                 DEPT, SAL_ANTES, SAL_DEPOIS,
                                 RAISE_PCT, BONUS, DATA_CARGA,
                                 BRUTO, LIQUIDO)
                         VALUES (:SQL-CHAVE, :SQL-ANOMES,
                                 :SQL-COMPANY, :SQL-EMP-NO, :SQL-DEPT,
                                 :SQL-SAL-ANTES, :SQL-SAL-DEPOIS,
                                 :SQL-RAISE-PCT, :SQL-BONUS,
                                 :SQL-DATA-CARGA, :SQL-BRUTO,
                                 :SQL-LIQUIDO)
                    END-EXEC
               WHEN 5
                    MOVE WS-IMAGEM          TO REG-VACBAL
                    MOVE VACBAL-EMP-NO      TO SQL-EMP-NO
                    MOVE VACBAL-DIREITO-ANO TO SQL-DIREITO-ANO
                    MOVE VACBAL-SALDO       TO SQL-SALDO
                    MOVE VACBAL-GOZADOS-ANO TO SQL-GOZADOS
                    MOVE VACBAL-ULT-ACUMULO TO SQL-ULT-ACUMULO
                    MOVE VACBAL-VENCIMENTO  TO SQL-VENCIMENTO
                    EXEC SQL
                         INSERT INTO MART_VACBAL
                                (CHAVE_MART, EMP_NO, DIREITO_ANO,
                                 SALDO, GOZADOS_ANO, ULT_ACUMULO,
                                 VENCIMENTO)
                         VALUES (:SQL-CHAVE, :SQL-EMP-NO,
                                 :SQL-DIREITO-ANO, :SQL-SALDO,
                                 :SQL-GOZADOS, :SQL-ULT-ACUMULO,
                                 :SQL-VENCIMENTO)
                    END-EXEC
               WHEN 6
                    MOVE WS-IMAGEM          TO REG-BONUSLED
                    MOVE BONUSLED-ANO       TO SQL-ANO
                    MOVE BONUSLED-EMP-NO    TO SQL-EMP-NO
                    MOVE BONUSLED-COMPANY   TO SQL-COMPANY
                    MOVE BONUSLED-DEPT      TO SQL-DEPT
                    MOVE BONUSLED-TOTAL-ANO TO SQL-TOTAL-ANO
                    MOVE BONUSLED-QTDE-LANC TO SQL-QTDE-LANC
                    MOVE BONUSLED-ULT-DATA  TO SQL-ULT-DATA
                    EXEC SQL
                         INSERT INTO MART_BONUSLED
                                (CHAVE_MART, ANO, EMP_NO, COMPANY,
                                 DEPT, TOTAL_ANO, QTDE_LANC, ULT_DATA)
                         VALUES (:SQL-CHAVE, :SQL-ANO, :SQL-EMP-NO,
                                 :SQL-COMPANY, :SQL-DEPT,
                                 :SQL-TOTAL-ANO, :SQL-QTDE-LANC,
                                 :SQL-ULT-DATA)
                    END-EXEC
           END-EVALUATE
           IF  SQLCODE NOT EQUAL ZERO
               PERFORM RT-FALHA-SQL
           END-IF.
      *
       RT-INCLUIR-LINHAX.                          EXIT.
      *----------------------------------------------------------------*
      *  ERRO DE SQL: DESFAZ O LOTE E INTERROMPE A CARGA; AS IMAGENS    *
      *  JA GRAVADAS DO LOTE DESFEITO EXIGEM CARGA COMPLETA             *
      *----------------------------------------------------------------*
       RT-FALHA-SQL                                SECTION.
      *
           MOVE SQLCODE TO WS-DISPLAY
           DISPLAY PGMID '004I- SQLCODE ' WS-DISPLAY ' NA TABELA MART_'
                   WS-MRT-ARQUIVO(WS-IA) ' CHAVE ' SQL-CHAVE
           DISPLAY PGMID '004I- CARGA INTERROMPIDA - RODE COM'
                   ' MART-CARGA=T'
           MOVE 'ROLLBACK' TO WS-LOGIN
           CALL SB-CWODBC USING WS-LOGIN
           MOVE ZEROS TO WS-NO-LOTE
           SET ERRO-SQL TO TRUE
           MOVE 8 TO WS-RETURN-CODE.
      *
       RT-FALHA-SQLX.                              EXIT.
      *----------------------------------------------------------------*
      *  LINHAS E TOTAL DE VALOR DE CADA TABELA CONTRA O ARQUIVO        *
      *----------------------------------------------------------------*
       RT-CONFERIR-TOTAIS                          SECTION.
      *
           MOVE ZEROS TO SQL-TOTAL
           EXEC SQL SELECT COUNT(*), COALESCE(SUM(PAY_GROSS), 0)
                      INTO :SQL-LINHAS, :SQL-TOTAL
                      FROM MART_PERSNL
           END-EXEC
           MOVE 1 TO WS-IA
           PERFORM RT-COMPARAR
      *
           MOVE ZEROS TO SQL-TOTAL
           EXEC SQL SELECT COUNT(*) INTO :SQL-LINHAS
                      FROM MART_PERSEXT
           END-EXEC
           MOVE 2 TO WS-IA
           PERFORM RT-COMPARAR
      *
           MOVE ZEROS TO SQL-TOTAL
           EXEC SQL SELECT COUNT(*) INTO :SQL-LINHAS
                      FROM MART_DEPTOS
           END-EXEC
           MOVE 3 TO WS-IA
           PERFORM RT-COMPARAR
      *
           MOVE ZEROS TO SQL-TOTAL
           EXEC SQL SELECT COUNT(*), COALESCE(SUM(BRUTO), 0)
                      INTO :SQL-LINHAS, :SQL-TOTAL
                      FROM MART_PAYHIST
           END-EXEC
           MOVE 4 TO WS-IA
           PERFORM RT-COMPARAR
      *
           MOVE ZEROS TO SQL-TOTAL
           EXEC SQL SELECT COUNT(*), COALESCE(SUM(SALDO), 0)
                      INTO :SQL-LINHAS, :SQL-TOTAL
                      FROM MART_VACBAL
           END-EXEC
           MOVE 5 TO WS-IA
           PERFORM RT-COMPARAR
      *
           MOVE ZEROS TO SQL-TOTAL
           EXEC SQL SELECT COUNT(*), COALESCE(SUM(TOTAL_ANO), 0)
                      INTO :SQL-LINHAS, :SQL-TOTAL
                      FROM MART_BONUSLED
           END-EXEC
           MOVE 6 TO WS-IA
           PERFORM RT-COMPARAR.
      *
       RT-CONFERIR-TOTAISX.                        EXIT.
      *----------------------------------------------------------------*
       RT-COMPARAR                                 SECTION.
      *
           IF  SQLCODE NOT EQUAL ZERO
               MOVE -1 TO SQL-LINHAS
           END-IF
           MOVE SQL-LINHAS TO WS-APU-LINHAS-SQL(WS-IA)
           MOVE SQL-TOTAL  TO WS-APU-TOTAL-SQL(WS-IA)
           IF  WS-APU-LINHAS-SQL(WS-IA) EQUAL WS-APU-LINHAS(WS-IA)
           AND WS-APU-TOTAL-SQL(WS-IA)  EQUAL WS-APU-TOTAL(WS-IA)
               SET APU-CONFERE(WS-IA) TO TRUE
               EXIT SECTION
           END-IF
      *
           SET APU-DIVERGE(WS-IA) TO TRUE
           ADD 1 TO WS-DIVERGENTES
           MOVE 8 TO WS-RETURN-CODE
           DISPLAY PGMID '005I- ' WS-MRT-ARQUIVO(WS-IA)
                   ' NAO CONFERE COM A TABELA DO DATA MART'
           MOVE 'E' TO CWLOGW-FUNCTION
           MOVE SPACES TO CWLOGW-TEXT
           STRING 'DATA MART DIVERGE ' WS-MRT-ARQUIVO(WS-IA)
                  DELIMITED BY SIZE INTO CWLOGW-TEXT
           CALL SB-CWLOGW USING PARAMETROS-CWLOGW
             ON EXCEPTION
                CONTINUE
           END-CALL.
      *
       RT-COMPARARX.                               EXIT.
      *----------------------------------------------------------------*
       RT-IMPRIMIR-LISTAGEM                        SECTION.
      *
           OPEN OUTPUT MARTREL
           MOVE WS-DATA-HOJE(1:4) TO WS-DATA-DDMMAAAA(5:4)
           MOVE WS-DATA-HOJE(5:2) TO WS-DATA-DDMMAAAA(3:2)
           MOVE WS-DATA-HOJE(7:2) TO WS-DATA-DDMMAAAA(1:2)
           MOVE WS-DATA-DDMMAAAA  TO CAB-DATA
           IF  CARGA-COMPLETA
               MOVE 'COMPLETA'    TO CAB-TIPO
           ELSE
               MOVE 'ALTERACOES'  TO CAB-TIPO
           END-IF
           WRITE REG-MARTREL FROM WS-CABECALHO
           MOVE SPACES TO REG-MARTREL
           WRITE REG-MARTREL
           WRITE REG-MARTREL FROM WS-TITULOS
      *
           PERFORM VARYING WS-IA FROM 1 BY 1 UNTIL WS-IA GREATER 6
               MOVE WS-MRT-ARQUIVO(WS-IA)    TO DET-ARQUIVO
               MOVE WS-MRT-COLUNA(WS-IA)     TO DET-COLUNA
               MOVE WS-APU-LINHAS(WS-IA)     TO DET-LINHAS
               MOVE WS-APU-LINHAS-SQL(WS-IA) TO DET-LINHAS-SQL
               MOVE WS-APU-TOTAL(WS-IA)      TO DET-TOTAL
               MOVE WS-APU-TOTAL-SQL(WS-IA)  TO DET-TOTAL-SQL
               MOVE WS-APU-INCLUIDOS(WS-IA)  TO DET-INCLUIDOS
               MOVE WS-APU-ALTERADOS(WS-IA)  TO DET-ALTERADOS
               MOVE WS-APU-EXCLUIDOS(WS-IA)  TO DET-EXCLUIDOS
               EVALUATE TRUE
                   WHEN APU-CONFERE(WS-IA)
                        MOVE 'CONFERE'    TO DET-SITUACAO
                   WHEN APU-DIVERGE(WS-IA)
                        MOVE 'DIVERGENTE' TO DET-SITUACAO
                   WHEN OTHER
                        MOVE 'NAO CONF.'  TO DET-SITUACAO
               END-EVALUATE
               WRITE REG-MARTREL FROM WS-DETALHE
           END-PERFORM
      *
           IF  ERRO-SQL
               MOVE SPACES TO REG-MARTREL
               WRITE REG-MARTREL
               MOVE 'CARGA INTERROMPIDA POR ERRO DE SQL - RODAR COM'
                 TO REG-MARTREL
               MOVE ' MART-CARGA=T' TO REG-MARTREL(48:13)
               WRITE REG-MARTREL
           END-IF
           CLOSE MARTREL
      *
           MOVE 'MARTREL'  TO CWSPLF-FILE
           MOVE 'PAYMART'  TO CWSPLF-REPORT
           MOVE SPACES     TO CWSPLF-TITLE
           STRING 'DATA MART DA FOLHA - CARGA DE ' WS-DATA-HOJE
                  DELIMITED BY SIZE INTO CWSPLF-TITLE
           CALL SB-CWSPLF USING PARAMETROS-CWSPLF
             ON EXCEPTION
                DISPLAY PGMID '006I- CWSPLF INDISPONIVEL - LISTAGEM'
                        ' FICOU EM MARTREL'
           END-CALL.
      *
       RT-IMPRIMIR-LISTAGEMX.                      EXIT.
      *----------------------------------------------------------------*
       RT-FINALIZAR                                SECTION.
      *
           IF  CONECTADO
               MOVE 'OFF' TO WS-LOGIN
               CALL SB-CWODBC USING WS-LOGIN
           END-IF
           IF  SNAP-ABERTO
               CLOSE MARTSNAP
           END-IF
      *
           IF  CONECTADO
               COMPUTE WS-QTDE-X = WS-APU-INCLUIDOS(1)
                     + WS-APU-INCLUIDOS(2) + WS-APU-INCLUIDOS(3)
                     + WS-APU-INCLUIDOS(4) + WS-APU-INCLUIDOS(5)
                     + WS-APU-INCLUIDOS(6) + WS-APU-ALTERADOS(1)
                     + WS-APU-ALTERADOS(2) + WS-APU-ALTERADOS(3)
                     + WS-APU-ALTERADOS(4) + WS-APU-ALTERADOS(5)
                     + WS-APU-ALTERADOS(6) + WS-APU-EXCLUIDOS(1)
                     + WS-APU-EXCLUIDOS(2) + WS-APU-EXCLUIDOS(3)
                     + WS-APU-EXCLUIDOS(4) + WS-APU-EXCLUIDOS(5)
                     + WS-APU-EXCLUIDOS(6)
               MOVE 'L' TO CWLOGW-FUNCTION
               MOVE SPACES TO CWLOGW-TEXT
               STRING 'DATA MART ' WS-CARGA ' ' WS-QTDE-X
                      ' MUDANCAS'
                      DELIMITED BY SIZE INTO CWLOGW-TEXT
               CALL SB-CWLOGW USING PARAMETROS-CWLOGW
                 ON EXCEPTION
                    CONTINUE
               END-CALL
           END-IF
      *
           DISPLAY PGMID '999I' TRACOS
           PERFORM VARYING WS-IA FROM 1 BY 1 UNTIL WS-IA GREATER 6
               MOVE WS-APU-LINHAS(WS-IA) TO WS-DISPLAY
               DISPLAY PGMID '007I- ' WS-MRT-ARQUIVO(WS-IA)
                       ' LIDOS..........:' WS-DISPLAY
               COMPUTE WS-QTDE-X = WS-APU-INCLUIDOS(WS-IA)
                     + WS-APU-ALTERADOS(WS-IA)
                     + WS-APU-EXCLUIDOS(WS-IA)
               MOVE WS-QTDE-X TO WS-DISPLAY
               DISPLAY PGMID '008I- ' WS-MRT-ARQUIVO(WS-IA)
                       ' ENVIADOS.......:' WS-DISPLAY
           END-PERFORM
           MOVE    WS-DIVERGENTES     TO WS-DISPLAY
           DISPLAY PGMID '009I- TABELAS DIVERGENTES....:' WS-DISPLAY
           DISPLAY PGMID '999I' TRACOS.
      *
       RT-FINALIZARX.                              EXIT.
      ******************************************************************
      *                      FIM  DO  PROGRAMA                         *
      ******************************************************************
