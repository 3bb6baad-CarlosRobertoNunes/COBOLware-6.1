      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RETPURGE.
       AUTHOR.        Traduzido de Easytrieve (macro esy.kex v.0.10).
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      * Purga controlada pelo prazo de guarda: cada   *
                      * arquivo da folha tem guarda minima legal e    *
                      * maxima em meses (tabela padrao abaixo,        *
                      * alterada pelos cartoes RETENCRD). Registro    *
                      * mais antigo que a guarda maxima e elegivel:   *
                      *                                               *
                      *  - PAYHIST E BONUSLED: ANONIMIZADOS PELO      *
                      *    LGPDANON (MATRICULAS FORA DO PERSNL), COM  *
                      *    O CORTE MAIS ANTIGO DOS DOIS;              *
                      *  - PERSDOC: DOCUMENTOS DIGITALIZADOS DESSAS   *
                      *    MATRICULAS ANTERIORES AO MESMO CORTE,      *
                      *    ELIMINADOS PELO LGPDANON;                  *
                      *  - VACBAL: SALDOS DE MATRICULAS FORA DO       *
                      *    PERSNL, EXCLUIDOS;                         *
                      *  - SALPEND: PEDIDOS NUNCA DECIDIDOS,          *
                      *    EXCLUIDOS;                                 *
                      *  - CHARGES: COBRANCAS PAGAS, EXCLUIDAS;       *
                      *  - CWLOGF: EVENTOS DE AUDITORIA, EXCLUIDOS.   *
                      *                                               *
                      * Matricula sob guarda judicial (LEGALHLD) e    *
                      * sempre preservada, inclusive nos eventos do   *
                      * CWLOGF que a citam.                           *
                      *                                               *
                      * RETENCAO-FASE=L (padrao) so lista: RETREL no  *
                      * spool e o controle PURGECTL como listado. A   *
                      * aprovacao e dada no PURGAPPR por outro        *
                      * operador. RETENCAO-FASE=E executa a purga     *
                      * aprovada, com os cortes que foram listados,   *
                      * e registra as quantidades no CWLOGF.          *
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
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS PERSNL-EMP-NO
                  FILE STATUS   IS FL-STA-PERSNL.
      *
           SELECT OPTIONAL PAYHIST ASSIGN TO PAYHIST
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS PAYHIST-CHAVE
                  FILE STATUS   IS FL-STA-PAYHIST.
      *
           SELECT OPTIONAL BONUSLED ASSIGN TO BONUSLED
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS BONUSLED-CHAVE
                  FILE STATUS   IS FL-STA-BONUSLED.
      *
           SELECT OPTIONAL PERSDOC ASSIGN TO PERSDOC
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS PERSDOC-CHAVE
                  FILE STATUS   IS FL-STA-PERSDOC.
      *
           SELECT OPTIONAL VACBAL ASSIGN TO VACBAL
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS VACBAL-EMP-NO
                  FILE STATUS   IS FL-STA-VACBAL.
      *
           SELECT OPTIONAL SALPEND ASSIGN TO SALPEND
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS SALPEND-EMP-NO
                  FILE STATUS   IS FL-STA-SALPEND.
      *
           SELECT OPTIONAL CHARGES ASSIGN TO CHARGES
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS CHG-NOSSO-NUMERO
                  FILE STATUS   IS FL-STA-CHARGES.
      *
           SELECT CWLOGF ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  RECORD KEY    IS CWLOGF-SEQUENCIA
                  ACCESS MODE   IS DYNAMIC
                  FILE STATUS   IS FL-STA-CWLOGF
                  LOCK MODE     IS MANUAL.
      *
           SELECT OPTIONAL RETENCRD ASSIGN TO RETENCRD
                  ORGANIZATION  IS SEQUENTIAL
                  FILE STATUS   IS FL-STA-RETENCRD.
      *
           SELECT OPTIONAL LEGALHLD ASSIGN TO LEGALHLD
                  ORGANIZATION  IS SEQUENTIAL
                  FILE STATUS   IS FL-STA-LEGALHLD.
      *
           SELECT OPTIONAL PURGECTL ASSIGN TO PURGECTL
                  ORGANIZATION  IS SEQUENTIAL
                  FILE STATUS   IS FL-STA-PURGECTL.
      *
           SELECT RETREL ASSIGN TO RETREL.
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
           03 FILLER                         PIC  X(145).
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
           03 PAYHIST-DADOS                  PIC  X(067).
      *
       FD  PERSDOC
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-PERSDOC.
           03 PERSDOC-CHAVE.
              05 PERSDOC-EMP-NO              PIC  9(005).
              05 PERSDOC-TIPO                PIC  X(002).
              05 PERSDOC-DATA                PIC  9(008).
              05 PERSDOC-SEQ                 PIC  9(002).
           03 FILLER                         PIC  X(133).
      *
       FD  BONUSLED
           RECORD CONTAINS 060 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-BONUSLED.
           03 BONUSLED-CHAVE.
              06 BONUSLED-ANO                PIC  9(004).
              06 BONUSLED-EMP-NO             PIC  9(005).
           03 BONUSLED-DADOS                 PIC  X(051).
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
       FD  SALPEND
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-SALPEND.
           03 SALPEND-EMP-NO                 PIC  9(005).
           03 SALPEND-SAL-ANTES              PIC  9(006)V99.
           03 SALPEND-SAL-NOVO               PIC  9(006)V99.
           03 SALPEND-SOLICITANTE            PIC  X(030).
           03 SALPEND-TASK                   PIC  9(006).
           03 SALPEND-DATA                   PIC  9(008).
           03 SALPEND-HORA                   PIC  9(006).
           03 FILLER                         PIC  X(049).
      *
       FD  CHARGES
           RECORD CONTAINS 080 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-CHARGES.
           03 CHG-NOSSO-NUMERO               PIC  X(020).
           03 CHG-VALOR                      PIC  9(009)V99.
           03 CHG-SITUACAO                   PIC  X(001).
              88 CHG-PAGA                                VALUE 'P'.
           03 CHG-DATA-PGTO                  PIC  9(008).
           03 FILLER                         PIC  X(040).
      *
       COPY CWLOGF.
      *
      *----------------------------------------------------------------*
      *  GUARDA POR ARQUIVO ('*' = COMENTARIO): NOME, GUARDA MINIMA     *
      *  LEGAL E GUARDA MAXIMA EM MESES                                 *
      *----------------------------------------------------------------*
       FD  RETENCRD
           LABEL RECORD IS OMITTED.
      *
       01  REG-RETENCRD.
           03 RCD-ARQUIVO                    PIC  X(008).
           03 FILLER                         PIC  X(001).
           03 RCD-MINIMO                     PIC  9(003).
           03 FILLER                         PIC  X(001).
           03 RCD-MAXIMO                     PIC  9(003).
           03 FILLER                         PIC  X(064).
      *
      *----------------------------------------------------------------*
      *  MATRICULAS SOB GUARDA JUDICIAL: VALIDADE ZERADA = SEM PRAZO    *
      *----------------------------------------------------------------*
       FD  LEGALHLD
           LABEL RECORD IS OMITTED.
      *
       01  REG-LEGALHLD.
           03 HLD-EMP-NO                     PIC  9(005).
           03 FILLER                         PIC  X(001).
           03 HLD-VALIDADE                   PIC  9(008).
           03 FILLER                         PIC  X(001).
           03 HLD-MOTIVO                     PIC  X(040).
           03 FILLER                         PIC  X(025).
      *
      *----------------------------------------------------------------*
      *  CONTROLE DA PURGA: L = LISTADA, A = APROVADA (PURGAPPR),       *
      *  E = EXECUTADA; CORTE E QUANTIDADES POR ARQUIVO                 *
      *----------------------------------------------------------------*
       FD  PURGECTL
           RECORDING MODE IS FIXED
           RECORD CONTAINS 300 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-PURGECTL.
           03 CTL-SITUACAO                   PIC  X(001).
              88 CTL-LISTADA                            VALUE 'L'.
              88 CTL-APROVADA                           VALUE 'A'.
              88 CTL-EXECUTADA                          VALUE 'E'.
           03 CTL-OPERADOR                   PIC  X(030).
           03 CTL-DATA                       PIC  9(008).
           03 CTL-HORA                       PIC  9(006).
           03 CTL-APROVADOR                  PIC  X(030).
           03 CTL-DATA-APROV                 PIC  9(008).
           03 CTL-HORA-APROV                 PIC  9(006).
           03 CTL-DATA-EXEC                  PIC  9(008).
           03 CTL-ARQ OCCURS 6 TIMES.
              05 CTL-ARQ-NOME                PIC  X(008).
              05 CTL-ARQ-CORTE               PIC  9(008).
              05 CTL-ARQ-ELEGIVEIS           PIC  9(007).
              05 CTL-ARQ-EXECUTADOS          PIC  9(007).
           03 FILLER                         PIC  X(023).
      *
       FD  RETREL
           LABEL RECORD IS OMITTED.
      *
       01  REG-RETREL                        PIC  X(132).
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
       77  SB-CWLOGW                     PIC  X(08)  VALUE 'CWLOGW'.
       77  SB-CWGETU                     PIC  X(08)  VALUE 'CWGETU'.
       77  SB-LGPDANON                   PIC  X(08)  VALUE 'LGPDANON'.
      *
      *----------------------------------------------------------------*
      *        AREA DE VARIAVEIS AUXILIARES                            *
      *----------------------------------------------------------------*
      *
       01  WS-VARIAVEIS.
           03 TRACOS                         PIC  X(060)    VALUE
              ALL '-'.
           03 PGMID                          PIC  X(010)    VALUE
              '#RETPURGE.'.
           03 FL-STA-PERSNL                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-PERSNL-OK                               VALUE '00'.
           03 FL-STA-PAYHIST                 PIC  X(002)    VALUE
              ZEROS.
              88 FL-PAYHIST-OK                              VALUE '00'.
              88 FL-PAYHIST-EOF                             VALUE '10'.
           03 FL-STA-BONUSLED                PIC  X(002)    VALUE
              ZEROS.
              88 FL-BONUSLED-OK                             VALUE '00'.
              88 FL-BONUSLED-EOF                            VALUE '10'.
           03 FL-STA-PERSDOC                 PIC  X(002)    VALUE
              ZEROS.
              88 FL-PERSDOC-OK                              VALUE '00'.
              88 FL-PERSDOC-EOF                             VALUE '10'.
           03 FL-STA-VACBAL                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-VACBAL-OK                               VALUE '00'.
              88 FL-VACBAL-EOF                              VALUE '10'.
           03 FL-STA-SALPEND                 PIC  X(002)    VALUE
              ZEROS.
              88 FL-SALPEND-OK                              VALUE '00'.
              88 FL-SALPEND-EOF                             VALUE '10'.
           03 FL-STA-CHARGES                 PIC  X(002)    VALUE
              ZEROS.
              88 FL-CHARGES-OK                              VALUE '00'.
              88 FL-CHARGES-EOF                             VALUE '10'.
           03 FL-STA-CWLOGF                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-CWLOGF-OK                               VALUE '00'.
              88 FL-CWLOGF-EOF                              VALUE '10'.
           03 FL-STA-RETENCRD                PIC  X(002)    VALUE
              ZEROS.
              88 FL-RETENCRD-OK                             VALUE '00'.
              88 FL-RETENCRD-EOF                            VALUE '10'.
           03 FL-STA-LEGALHLD                PIC  X(002)    VALUE
              ZEROS.
              88 FL-LEGALHLD-OK                             VALUE '00'.
              88 FL-LEGALHLD-EOF                            VALUE '10'.
           03 FL-STA-PURGECTL                PIC  X(002)    VALUE
              ZEROS.
              88 FL-PURGECTL-OK                             VALUE '00'.
           03 LB-CWLOGF                      PIC  X(255)    VALUE
              'cwlogf'.
           03 WS-RETURN-CODE                 PIC  9(003)    VALUE
              ZEROS.
           03 WS-DISPLAY                     PIC  -ZZZ.ZZZ.ZZ9.
           03 WS-FASE                        PIC  X(001)    VALUE 'L'.
              88 FASE-LISTAR                                VALUE 'L'.
              88 FASE-EXECUTAR                              VALUE 'E'.
           03 WS-OPERADOR                    PIC  X(030)    VALUE
              SPACES.
           03 WS-TASK                        PIC  9(006)    VALUE
              ZEROS.
           03 WS-PROGRAMA                    PIC  X(008)    VALUE
              'RETPURGE'.
           03 WS-DATA-HOJE                   PIC  9(008)    VALUE
              ZEROS.
           03 FILLER REDEFINES WS-DATA-HOJE.
              05 WS-HOJE-ANO                 PIC  9(004).
              05 WS-HOJE-MES                 PIC  9(002).
              05 WS-HOJE-DIA                 PIC  9(002).
           03 WS-HORA-AGORA                  PIC  X(008)    VALUE
              SPACES.
           03 WS-CORTE                       PIC  9(008)    VALUE
              ZEROS.
           03 FILLER REDEFINES WS-CORTE.
              05 WS-COR-ANO                  PIC  9(004).
              05 WS-COR-MES                  PIC  9(002).
              05 WS-COR-DIA                  PIC  9(002).
           03 WS-CORTE-ANON                  PIC  9(008)    VALUE
              ZEROS.
           03 WS-CORTE-ANOMES                PIC  9(006)    VALUE
              ZEROS.
           03 WS-MESES-TOTAL                 PIC  9(006)    VALUE
              ZEROS.
           03 WS-DATA-EVENTO                 PIC  9(008)    VALUE
              ZEROS.
           03 WS-EMP-VER                     PIC  9(005)    VALUE
              ZEROS.
           03 WS-RETIDA                      PIC  X(001)    VALUE 'N'.
              88 RETIDA                                     VALUE 'S'.
           03 WS-ATIVA                       PIC  X(001)    VALUE 'N'.
              88 ATIVA                                      VALUE 'S'.
           03 WS-ACHOU                       PIC  X(001)    VALUE 'N'.
              88 ACHOU                                      VALUE 'S'.
           03 WS-I                           PIC  9(003)    VALUE
              ZEROS.
           03 WS-IR                   COMP   PIC  9(004)    VALUE
              ZEROS.
           03 WS-QTDE-X                      PIC  9(007)    VALUE
              ZEROS.
           03 WS-CARTOES-IGNORADOS    COMP-3 PIC S9(005)    VALUE ZEROS.
           03 WS-TOT-ELEGIVEIS        COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-TOT-EXECUTADOS       COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-TOT-RETIDOS          COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-DOC-ELEGIVEIS        COMP-3 PIC S9(007)    VALUE ZEROS.
           03 WS-DOC-RETIDOS          COMP-3 PIC S9(007)    VALUE ZEROS.
           03 WS-DOC-EXECUTADOS       COMP-3 PIC S9(007)    VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *  TABELA DE GUARDA PADRAO: ARQUIVO, MINIMO E MAXIMO EM MESES E   *
      *  ACAO (A = ANONIMIZAR PELO LGPDANON, E = EXCLUIR)               *
      *----------------------------------------------------------------*
       01  WS-RETENCAO-PADRAO.
           03 FILLER                         PIC  X(015)    VALUE
              'PAYHIST 060120A'.
           03 FILLER                         PIC  X(015)    VALUE
              'BONUSLED060120A'.
           03 FILLER                         PIC  X(015)    VALUE
              'VACBAL  024060E'.
           03 FILLER                         PIC  X(015)    VALUE
              'SALPEND 006024E'.
           03 FILLER                         PIC  X(015)    VALUE
              'CHARGES 060072E'.
           03 FILLER                         PIC  X(015)    VALUE
              'CWLOGF  060072E'.
       01  WS-RETENCAO REDEFINES WS-RETENCAO-PADRAO.
           03 WS-RET-TAB OCCURS 6 TIMES INDEXED BY INDRET.
              05 WS-RET-ARQUIVO              PIC  X(008).
              05 WS-RET-MINIMO               PIC  9(003).
              05 WS-RET-MAXIMO               PIC  9(003).
              05 WS-RET-ACAO                 PIC  X(001).
      *
       01  WS-APURACAO.
           03 WS-APU-TAB OCCURS 6 TIMES.
              05 WS-APU-CORTE                PIC  9(008).
              05 WS-APU-ELEGIVEIS     COMP-3 PIC S9(007).
              05 WS-APU-RETIDOS       COMP-3 PIC S9(007).
              05 WS-APU-EXECUTADOS    COMP-3 PIC S9(007).
      *
      *----------------------------------------------------------------*
      *  MATRICULAS SOB GUARDA JUDICIAL VIGENTE (LEGALHLD)              *
      *----------------------------------------------------------------*
       01  WS-GUARDAS.
           03 WS-HLD-QTDE             COMP-3 PIC  9(003)    VALUE ZEROS.
           03 WS-HLD-TAB OCCURS 500 TIMES INDEXED BY INDHLD.
              05 WS-HLD-EMP-NO               PIC  9(005).
              05 WS-HLD-MOTIVO               PIC  X(040).
      *
      *----------------------------------------------------------------*
      *  MATRICULAS A ANONIMIZAR (PAYHIST/BONUSLED/PERSDOC), POR        *
      *  INSERCAO                                                       *
      *----------------------------------------------------------------*
       01  WS-ANONIMOS.
           03 WS-ANO-QTDE             COMP-3 PIC  9(004)    VALUE ZEROS.
           03 WS-ANO-TAB OCCURS 2000 TIMES INDEXED BY INDANO.
              05 WS-ANO-EMP-NO               PIC  9(005).
              05 WS-ANO-LINHAS        COMP-3 PIC S9(007).
      *
      *----------------------------------------------------------------*
      *  LINHAS DA LISTAGEM                                             *
      *----------------------------------------------------------------*
       01  WS-CABECALHO.
           03 FILLER                         PIC  X(040)    VALUE
              'PURGA POR PRAZO DE GUARDA - LISTAGEM DE '.
           03 CAB-DATA                       PIC  99/99/9999.
           03 FILLER                         PIC  X(015)    VALUE
              '  OPERADOR '.
           03 CAB-OPERADOR                   PIC  X(030).
           03 FILLER                         PIC  X(037)    VALUE
              '  (AGUARDA APROVACAO NO PURGAPPR)'.
      *
       01  WS-TITULOS.
           03 FILLER                         PIC  X(044)    VALUE
              'ARQUIVO   GUARDA MIN  GUARDA MAX  CORTE     '.
           03 FILLER                         PIC  X(088)    VALUE
              ' ACAO         ELEGIVEIS  PRESERVADOS'.
      *
       01  WS-DETALHE.
           03 DET-ARQUIVO                    PIC  X(008).
           03 FILLER                         PIC  X(006)    VALUE
              SPACES.
           03 DET-MINIMO                     PIC  ZZ9.
           03 FILLER                         PIC  X(009)    VALUE
              ' MESES'.
           03 DET-MAXIMO                     PIC  ZZ9.
           03 FILLER                         PIC  X(007)    VALUE
              ' MESES'.
           03 DET-CORTE                      PIC  99/99/9999.
           03 FILLER                         PIC  X(002)    VALUE
              SPACES.
           03 DET-ACAO                       PIC  X(011).
           03 DET-ELEGIVEIS                  PIC  Z.ZZZ.ZZ9.
           03 FILLER                         PIC  X(004)    VALUE
              SPACES.
           03 DET-RETIDOS                    PIC  Z.ZZZ.ZZ9.
           03 FILLER                         PIC  X(051)    VALUE
              SPACES.
      *
       01  WS-LINHA-MATRICULA.
           03 FILLER                         PIC  X(002)    VALUE
              SPACES.
           03 LMT-EMP-NO                     PIC  9(005).
           03 FILLER                         PIC  X(002)    VALUE
              SPACES.
           03 LMT-TEXTO                      PIC  X(060).
           03 FILLER                         PIC  X(063)    VALUE
              SPACES.
      *
       01  WS-DATA-DDMMAAAA                  PIC  9(008)    VALUE
           ZEROS.
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
               IF  FASE-LISTAR
                   PERFORM RT-LISTAR
               ELSE
                   PERFORM RT-EXECUTAR
               END-IF
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
      *  FASE, TABELA DE GUARDA, GUARDAS JUDICIAIS E CORTES             *
      *----------------------------------------------------------------*
       RT-INICIAR                                  SECTION.
      *
           DISPLAY PGMID '001I ' FUNCTION WHEN-COMPILED
           CALL SB-CWGETU USING WS-OPERADOR WS-TASK WS-PROGRAMA '?'
           ACCEPT WS-DATA-HOJE  FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA FROM TIME
      *
           DISPLAY 'RETENCAO-FASE' UPON ENVIRONMENT-NAME
           ACCEPT   WS-FASE        FROM ENVIRONMENT-VALUE
           INSPECT  WS-FASE CONVERTING 'le' TO 'LE'
           IF  WS-FASE EQUAL SPACE
               MOVE 'L' TO WS-FASE
           END-IF
           IF  NOT FASE-LISTAR
           AND NOT FASE-EXECUTAR
               DISPLAY PGMID '001I- RETENCAO-FASE INVALIDA: ' WS-FASE
                       ' (L = LISTAR, E = EXECUTAR)'
               MOVE 8 TO WS-RETURN-CODE
               EXIT SECTION
           END-IF
      *
           OPEN INPUT PERSNL
           IF  NOT FL-PERSNL-OK
               DISPLAY PGMID '002I- PERSNL AUSENTE OU COM ERRO '
                       FL-STA-PERSNL ' - PURGA CANCELADA'
               MOVE 8 TO WS-RETURN-CODE
               EXIT SECTION
           END-IF
      *
           PERFORM RT-CARREGAR-GUARDA
           PERFORM RT-CARREGAR-RETENCOES
      *
           IF  FASE-EXECUTAR
               PERFORM RT-CONFERIR-APROVACAO
           ELSE
               PERFORM RT-CALCULAR-CORTES
           END-IF.
      *
       RT-INICIARX.                                EXIT.
      *----------------------------------------------------------------*
      *  CARTOES RETENCRD SUBSTITUEM A GUARDA PADRAO DO ARQUIVO         *
      *----------------------------------------------------------------*
       RT-CARREGAR-GUARDA                          SECTION.
      *
           OPEN INPUT RETENCRD
           IF  NOT FL-RETENCRD-OK
               CLOSE RETENCRD
               DISPLAY PGMID '003I- SEM RETENCRD - GUARDA PADRAO'
               EXIT SECTION
           END-IF
           PERFORM UNTIL FL-RETENCRD-EOF
               READ RETENCRD
                 AT END
                    SET FL-RETENCRD-EOF TO TRUE
                 NOT AT END
                    PERFORM RT-CARREGAR-CARTAO
               END-READ
           END-PERFORM
           CLOSE RETENCRD.
      *
       RT-CARREGAR-GUARDAX.                        EXIT.
      *----------------------------------------------------------------*
       RT-CARREGAR-CARTAO                          SECTION.
      *
           IF  RCD-ARQUIVO(1:1) EQUAL '*'
           OR  REG-RETENCRD EQUAL SPACES
               EXIT SECTION
           END-IF
           SET INDRET TO 1
           SEARCH WS-RET-TAB
               AT END
                   DISPLAY PGMID '003I- CARTAO IGNORADO (ARQUIVO): '
                           REG-RETENCRD(1:20)
                   ADD  1 TO WS-CARTOES-IGNORADOS
                   EXIT SECTION
               WHEN WS-RET-ARQUIVO(INDRET) EQUAL RCD-ARQUIVO
                   CONTINUE
           END-SEARCH
      *
      *    A GUARDA MAXIMA NUNCA FICA ABAIXO DA MINIMA LEGAL
           IF  RCD-MINIMO IS NOT NUMERIC
           OR  RCD-MAXIMO IS NOT NUMERIC
           OR  RCD-MAXIMO LESS RCD-MINIMO
           OR  RCD-MAXIMO EQUAL ZEROS
               DISPLAY PGMID '003I- CARTAO IGNORADO (MESES): '
                       REG-RETENCRD(1:20)
               ADD  1 TO WS-CARTOES-IGNORADOS
               EXIT SECTION
           END-IF
           MOVE RCD-MINIMO TO WS-RET-MINIMO(INDRET)
           MOVE RCD-MAXIMO TO WS-RET-MAXIMO(INDRET).
      *
       RT-CARREGAR-CARTAOX.                        EXIT.
      *----------------------------------------------------------------*
      *  GUARDAS JUDICIAIS VIGENTES (SEM VALIDADE OU VALIDADE FUTURA)   *
      *----------------------------------------------------------------*
       RT-CARREGAR-RETENCOES                       SECTION.
      *
           OPEN INPUT LEGALHLD
           IF  NOT FL-LEGALHLD-OK
               CLOSE LEGALHLD
               EXIT SECTION
           END-IF
           PERFORM UNTIL FL-LEGALHLD-EOF
               READ LEGALHLD
                 AT END
                    SET FL-LEGALHLD-EOF TO TRUE
                 NOT AT END
                    IF  HLD-EMP-NO IS NUMERIC
                    AND HLD-EMP-NO GREATER ZEROS
                        IF  HLD-VALIDADE IS NOT NUMERIC
                            MOVE ZEROS TO HLD-VALIDADE
                        END-IF
                        IF  HLD-VALIDADE EQUAL ZEROS
                        OR  HLD-VALIDADE NOT LESS WS-DATA-HOJE
                            PERFORM RT-GUARDAR-RETENCAO
                        END-IF
                    END-IF
               END-READ
           END-PERFORM
           CLOSE LEGALHLD
           DISPLAY PGMID '003I- MATRICULAS SOB GUARDA JUDICIAL: '
                   WS-HLD-QTDE.
      *
       RT-CARREGAR-RETENCOESX.                     EXIT.
      *----------------------------------------------------------------*
       RT-GUARDAR-RETENCAO                         SECTION.
      *
           IF  WS-HLD-QTDE NOT LESS 500
               DISPLAY PGMID '003I- TABELA DE GUARDAS CHEIA - PURGA'
                       ' CANCELADA'
               MOVE 8 TO WS-RETURN-CODE
               EXIT SECTION
           END-IF
           ADD  1 TO WS-HLD-QTDE
           SET  INDHLD TO WS-HLD-QTDE
           MOVE HLD-EMP-NO TO WS-HLD-EMP-NO(INDHLD)
           MOVE HLD-MOTIVO TO WS-HLD-MOTIVO(INDHLD).
      *
       RT-GUARDAR-RETENCAOX.                       EXIT.
      *----------------------------------------------------------------*
      *  CORTE = HOJE MENOS A GUARDA MAXIMA; PAYHIST E BONUSLED VAO     *
      *  JUNTOS AO LGPDANON COM O CORTE MAIS ANTIGO DOS DOIS            *
      *----------------------------------------------------------------*
       RT-CALCULAR-CORTES                          SECTION.
      *
           PERFORM VARYING WS-IR FROM 1 BY 1 UNTIL WS-IR GREATER 6
               COMPUTE WS-MESES-TOTAL = WS-HOJE-ANO * 12
                                      + WS-HOJE-MES - 1
                                      - WS-RET-MAXIMO(WS-IR)
               DIVIDE WS-MESES-TOTAL BY 12 GIVING WS-COR-ANO
                                        REMAINDER WS-COR-MES
               ADD 1 TO WS-COR-MES
               MOVE 01 TO WS-COR-DIA
               MOVE WS-CORTE TO WS-APU-CORTE(WS-IR)
           END-PERFORM
           IF  WS-APU-CORTE(2) LESS WS-APU-CORTE(1)
               MOVE WS-APU-CORTE(2) TO WS-APU-CORTE(1)
           ELSE
               MOVE WS-APU-CORTE(1) TO WS-APU-CORTE(2)
           END-IF.
      *
       RT-CALCULAR-CORTESX.                        EXIT.
      *----------------------------------------------------------------*
      *  A EXECUCAO SO ANDA COM A LISTAGEM APROVADA POR OUTRO           *
      *  OPERADOR; OS CORTES SAO OS QUE FORAM LISTADOS E APROVADOS      *
      *----------------------------------------------------------------*
       RT-CONFERIR-APROVACAO                       SECTION.
      *
           OPEN INPUT PURGECTL
           IF  FL-PURGECTL-OK
               READ PURGECTL
           END-IF
           IF  NOT FL-PURGECTL-OK
               CLOSE PURGECTL
               DISPLAY PGMID '004I- NENHUMA PURGA LISTADA - RODE COM'
                       ' RETENCAO-FASE=L'
               MOVE 8 TO WS-RETURN-CODE
               EXIT SECTION
           END-IF
           CLOSE PURGECTL
      *
           EVALUATE TRUE
               WHEN CTL-EXECUTADA
                    DISPLAY PGMID '004I- PURGA JA EXECUTADA EM '
                            CTL-DATA-EXEC ' - LISTE NOVAMENTE'
                    MOVE 8 TO WS-RETURN-CODE
               WHEN CTL-LISTADA
                    DISPLAY PGMID '004I- PURGA LISTADA EM ' CTL-DATA
                            ' AGUARDA APROVACAO NO PURGAPPR'
                    MOVE 8 TO WS-RETURN-CODE
               WHEN CTL-APROVADA
                    DISPLAY PGMID '004I- PURGA LISTADA EM ' CTL-DATA
                            ' POR ' CTL-OPERADOR(1:15)
                            ' APROVADA POR ' CTL-APROVADOR(1:15)
                    PERFORM VARYING WS-IR FROM 1 BY 1
                              UNTIL WS-IR GREATER 6
                        MOVE CTL-ARQ-CORTE(WS-IR)
                          TO WS-APU-CORTE(WS-IR)
                    END-PERFORM
               WHEN OTHER
                    DISPLAY PGMID '004I- PURGECTL INVALIDO'
                    MOVE 8 TO WS-RETURN-CODE
           END-EVALUATE.
      *
       RT-CONFERIR-APROVACAOX.                     EXIT.
      *----------------------------------------------------------------*
      *  FASE L: APURA OS ELEGIVEIS, EMITE A LISTAGEM E GRAVA O         *
      *  CONTROLE COMO LISTADO                                          *
      *----------------------------------------------------------------*
       RT-LISTAR                                   SECTION.
      *
           PERFORM RT-APURAR-ANONIMIZACAO
           PERFORM RT-PURGAR-VACBAL
           PERFORM RT-PURGAR-SALPEND
           PERFORM RT-PURGAR-CHARGES
           PERFORM RT-PURGAR-CWLOGF
      *
           PERFORM RT-IMPRIMIR-LISTAGEM
      *
           MOVE SPACES            TO REG-PURGECTL
           SET  CTL-LISTADA       TO TRUE
           MOVE WS-OPERADOR       TO CTL-OPERADOR
           MOVE WS-DATA-HOJE      TO CTL-DATA
           MOVE WS-HORA-AGORA(1:6) TO CTL-HORA
           MOVE ZEROS             TO CTL-DATA-APROV CTL-HORA-APROV
                                     CTL-DATA-EXEC
           PERFORM VARYING WS-IR FROM 1 BY 1 UNTIL WS-IR GREATER 6
               MOVE WS-RET-ARQUIVO(WS-IR)   TO CTL-ARQ-NOME(WS-IR)
               MOVE WS-APU-CORTE(WS-IR)     TO CTL-ARQ-CORTE(WS-IR)
               MOVE WS-APU-ELEGIVEIS(WS-IR) TO CTL-ARQ-ELEGIVEIS(WS-IR)
               MOVE ZEROS TO CTL-ARQ-EXECUTADOS(WS-IR)
           END-PERFORM
           OPEN OUTPUT PURGECTL
           IF  NOT FL-PURGECTL-OK
               DISPLAY PGMID '005I- PURGECTL COM ERRO ' FL-STA-PURGECTL
               MOVE 8 TO WS-RETURN-CODE
               EXIT SECTION
           END-IF
           WRITE REG-PURGECTL
           CLOSE PURGECTL
      *
           MOVE WS-TOT-ELEGIVEIS TO WS-QTDE-X
           MOVE 'L' TO CWLOGW-FUNCTION
           MOVE SPACES TO CWLOGW-TEXT
           STRING 'PURGA LISTADA ' WS-QTDE-X ' ELEGIVEIS'
                  DELIMITED BY SIZE INTO CWLOGW-TEXT
           CALL SB-CWLOGW USING PARAMETROS-CWLOGW
             ON EXCEPTION
                CONTINUE
           END-CALL
           DISPLAY PGMID '005I- LISTAGEM EMITIDA - APROVACAO NO'
                   ' PURGAPPR POR OUTRO OPERADOR'.
      *
       RT-LISTARX.                                 EXIT.
      *----------------------------------------------------------------*
      *  FASE E: A MESMA APURACAO, AGORA EXCLUINDO E ANONIMIZANDO       *
      *----------------------------------------------------------------*
       RT-EXECUTAR                                 SECTION.
      *
           PERFORM RT-APURAR-ANONIMIZACAO
           PERFORM RT-ANONIMIZAR
           PERFORM RT-PURGAR-VACBAL
           PERFORM RT-PURGAR-SALPEND
           PERFORM RT-PURGAR-CHARGES
           PERFORM RT-PURGAR-CWLOGF
      *
      *    CADA ARQUIVO PURGADO FICA NO CWLOGF COM AS QUANTIDADES
           PERFORM VARYING WS-IR FROM 1 BY 1 UNTIL WS-IR GREATER 6
               MOVE WS-APU-EXECUTADOS(WS-IR) TO WS-QTDE-X
               MOVE 'E' TO CWLOGW-FUNCTION
               MOVE SPACES TO CWLOGW-TEXT
               STRING 'PURGA ' WS-RET-ARQUIVO(WS-IR) ' '
                      WS-QTDE-X ' ' WS-RET-ACAO(WS-IR)
                      DELIMITED BY SIZE INTO CWLOGW-TEXT
               CALL SB-CWLOGW USING PARAMETROS-CWLOGW
                 ON EXCEPTION
                    CONTINUE
               END-CALL
               MOVE WS-APU-EXECUTADOS(WS-IR)
                 TO CTL-ARQ-EXECUTADOS(WS-IR)
           END-PERFORM
           MOVE WS-DOC-EXECUTADOS TO WS-QTDE-X
           MOVE 'E' TO CWLOGW-FUNCTION
           MOVE SPACES TO CWLOGW-TEXT
           STRING 'PURGA PERSDOC  ' WS-QTDE-X ' E'
                  DELIMITED BY SIZE INTO CWLOGW-TEXT
           CALL SB-CWLOGW USING PARAMETROS-CWLOGW
             ON EXCEPTION
                CONTINUE
           END-CALL
      *
           SET  CTL-EXECUTADA TO TRUE
           MOVE WS-DATA-HOJE  TO CTL-DATA-EXEC
           OPEN OUTPUT PURGECTL
           IF  FL-PURGECTL-OK
               WRITE REG-PURGECTL
               CLOSE PURGECTL
           ELSE
               DISPLAY PGMID '005I- PURGECTL COM ERRO ' FL-STA-PURGECTL
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
      *
       RT-EXECUTARX.                               EXIT.
      *----------------------------------------------------------------*
      *  PAYHIST E BONUSLED: LINHAS ANTERIORES AO CORTE DE MATRICULAS   *
      *  FORA DO PERSNL, SEM GUARDA JUDICIAL E AINDA NAO ANONIMIZADAS   *
      *  (TOKEN 9XXXX)                                                  *
      *----------------------------------------------------------------*
       RT-APURAR-ANONIMIZACAO                      SECTION.
      *
           MOVE WS-APU-CORTE(1)       TO WS-CORTE-ANON
           COMPUTE WS-CORTE-ANOMES = WS-CORTE-ANON / 100
      *
           OPEN INPUT PAYHIST
           IF  FL-PAYHIST-OK
               INITIALIZE PAYHIST-CHAVE
               START PAYHIST KEY NOT LESS PAYHIST-CHAVE
                   INVALID KEY
                       SET FL-PAYHIST-EOF TO TRUE
               END-START
               PERFORM UNTIL FL-PAYHIST-EOF
                   READ PAYHIST NEXT RECORD
                     AT END
                        SET FL-PAYHIST-EOF TO TRUE
                     NOT AT END
                        IF  PAYHIST-ANOMES NOT LESS WS-CORTE-ANOMES
                            SET FL-PAYHIST-EOF TO TRUE
                        ELSE
                            MOVE 1              TO WS-IR
                            MOVE PAYHIST-EMP-NO TO WS-EMP-VER
                            PERFORM RT-AVALIAR-ANONIMO
                        END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PAYHIST
      *
           OPEN INPUT BONUSLED
           IF  FL-BONUSLED-OK
               INITIALIZE BONUSLED-CHAVE
               START BONUSLED KEY NOT LESS BONUSLED-CHAVE
                   INVALID KEY
                       SET FL-BONUSLED-EOF TO TRUE
               END-START
               PERFORM UNTIL FL-BONUSLED-EOF
                   READ BONUSLED NEXT RECORD
                     AT END
                        SET FL-BONUSLED-EOF TO TRUE
                     NOT AT END
                        IF  BONUSLED-ANO NOT LESS WS-CORTE-ANON(1:4)
                            SET FL-BONUSLED-EOF TO TRUE
                        ELSE
                            MOVE 2               TO WS-IR
                            MOVE BONUSLED-EMP-NO TO WS-EMP-VER
                            PERFORM RT-AVALIAR-ANONIMO
                        END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE BONUSLED
      *
           OPEN INPUT PERSDOC
           IF  FL-PERSDOC-OK
               INITIALIZE PERSDOC-CHAVE
               START PERSDOC KEY NOT LESS PERSDOC-CHAVE
                   INVALID KEY
                       SET FL-PERSDOC-EOF TO TRUE
               END-START
               PERFORM UNTIL FL-PERSDOC-EOF
                   READ PERSDOC NEXT RECORD
                     AT END
                        SET FL-PERSDOC-EOF TO TRUE
                     NOT AT END
                        IF  PERSDOC-DATA / 100 LESS WS-CORTE-ANOMES
                            MOVE PERSDOC-EMP-NO TO WS-EMP-VER
                            PERFORM RT-AVALIAR-DOCUMENTO
                        END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PERSDOC.
      *
       RT-APURAR-ANONIMIZACAOX.                    EXIT.
      *----------------------------------------------------------------*
       RT-AVALIAR-ANONIMO                          SECTION.
      *
           IF  WS-EMP-VER NOT LESS 90000
               EXIT SECTION
           END-IF
           PERFORM RT-CONFERIR-RETENCAO
           IF  RETIDA
               ADD 1 TO WS-APU-RETIDOS(WS-IR) WS-TOT-RETIDOS
               EXIT SECTION
           END-IF
           PERFORM RT-CONFERIR-ATIVA
           IF  ATIVA
               EXIT SECTION
           END-IF
           PERFORM RT-INCLUIR-ANONIMO
           IF  ACHOU
               ADD 1 TO WS-APU-ELEGIVEIS(WS-IR) WS-TOT-ELEGIVEIS
           END-IF.
      *
       RT-AVALIAR-ANONIMOX.                        EXIT.
      *----------------------------------------------------------------*
      *  DOCUMENTO DIGITALIZADO ANTERIOR AO CORTE: MESMAS REGRAS DO     *
      *  HISTORICO; A MATRICULA VAI AO LGPDANON, QUE O ELIMINA          *
      *----------------------------------------------------------------*
       RT-AVALIAR-DOCUMENTO                        SECTION.
      *
           IF  WS-EMP-VER NOT LESS 90000
               EXIT SECTION
           END-IF
           PERFORM RT-CONFERIR-RETENCAO
           IF  RETIDA
               ADD 1 TO WS-DOC-RETIDOS WS-TOT-RETIDOS
               EXIT SECTION
           END-IF
           PERFORM RT-CONFERIR-ATIVA
           IF  ATIVA
               EXIT SECTION
           END-IF
           PERFORM RT-INCLUIR-ANONIMO
           IF  ACHOU
               ADD 1 TO WS-DOC-ELEGIVEIS WS-TOT-ELEGIVEIS
           END-IF.
      *
       RT-AVALIAR-DOCUMENTOX.                      EXIT.
      *----------------------------------------------------------------*
      *  MATRICULA EM WS-EMP-VER NA TABELA DE ANONIMIZACAO (ACHOU = N   *
      *  QUANDO A TABELA ESTA CHEIA E ELA FICA PARA A PROXIMA PURGA)    *
      *----------------------------------------------------------------*
       RT-INCLUIR-ANONIMO                          SECTION.
      *
           SET ACHOU TO TRUE
           SET INDANO TO 1
           SEARCH WS-ANO-TAB
               AT END
                   CONTINUE
               WHEN INDANO GREATER WS-ANO-QTDE
                   CONTINUE
               WHEN WS-ANO-EMP-NO(INDANO) EQUAL WS-EMP-VER
                   ADD 1 TO WS-ANO-LINHAS(INDANO)
                   EXIT SECTION
           END-SEARCH
           IF  WS-ANO-QTDE NOT LESS 2000
               DISPLAY PGMID '006I- TABELA DE ANONIMIZACAO CHEIA -'
                       ' MATR ' WS-EMP-VER ' FICA PARA A PROXIMA'
               MOVE 4 TO WS-RETURN-CODE
               MOVE 'N' TO WS-ACHOU
               EXIT SECTION
           END-IF
           ADD  1 TO WS-ANO-QTDE
           SET  INDANO TO WS-ANO-QTDE
           MOVE WS-EMP-VER TO WS-ANO-EMP-NO(INDANO)
           MOVE 1          TO WS-ANO-LINHAS(INDANO).
      *
       RT-INCLUIR-ANONIMOX.                        EXIT.
      *----------------------------------------------------------------*
      *  UMA CHAMADA DO LGPDANON POR MATRICULA, COM O CORTE E SEM       *
      *  APAGAR OS DADOS DE CONTATO                                     *
      *----------------------------------------------------------------*
       RT-ANONIMIZAR                               SECTION.
      *
           DISPLAY 'LGPD-ANOMES-LIMITE'  UPON ENVIRONMENT-NAME
           DISPLAY WS-CORTE-ANOMES       UPON ENVIRONMENT-VALUE
           DISPLAY 'LGPD-MANTER-CONTATO' UPON ENVIRONMENT-NAME
           DISPLAY 'S'                   UPON ENVIRONMENT-VALUE
      *
           PERFORM VARYING INDANO FROM 1 BY 1
                     UNTIL INDANO GREATER WS-ANO-QTDE
               DISPLAY 'LGPD-MATRICULA'  UPON ENVIRONMENT-NAME
               DISPLAY WS-ANO-EMP-NO(INDANO)
                                         UPON ENVIRONMENT-VALUE
               CALL SB-LGPDANON
                   ON EXCEPTION
                      DISPLAY PGMID '007I- LGPDANON INDISPONIVEL'
                      MOVE 8 TO WS-RETURN-CODE
                      SET INDANO TO WS-ANO-QTDE
               END-CALL
               CANCEL SB-LGPDANON
               IF  RETURN-CODE NOT EQUAL ZEROS
                   DISPLAY PGMID '007I- LGPDANON TERMINOU COM RC '
                           RETURN-CODE ' NA MATR '
                           WS-ANO-EMP-NO(INDANO)
                   MOVE 4     TO WS-RETURN-CODE
                   MOVE ZEROS TO RETURN-CODE
               END-IF
           END-PERFORM
           MOVE WS-APU-ELEGIVEIS(1) TO WS-APU-EXECUTADOS(1)
           MOVE WS-APU-ELEGIVEIS(2) TO WS-APU-EXECUTADOS(2)
           MOVE WS-DOC-ELEGIVEIS    TO WS-DOC-EXECUTADOS
      *
           DISPLAY 'LGPD-ANOMES-LIMITE'  UPON ENVIRONMENT-NAME
           DISPLAY ' '                   UPON ENVIRONMENT-VALUE
           DISPLAY 'LGPD-MANTER-CONTATO' UPON ENVIRONMENT-NAME
           DISPLAY ' '                   UPON ENVIRONMENT-VALUE
           DISPLAY 'LGPD-MATRICULA'      UPON ENVIRONMENT-NAME
           DISPLAY ' '                   UPON ENVIRONMENT-VALUE.
      *
       RT-ANONIMIZARX.                             EXIT.
      *----------------------------------------------------------------*
      *  VACBAL: SALDO DE MATRICULA FORA DO PERSNL SEM ACUMULO DESDE    *
      *  ANTES DO CORTE                                                 *
      *----------------------------------------------------------------*
       RT-PURGAR-VACBAL                            SECTION.
      *
           MOVE 3 TO WS-IR
           COMPUTE WS-CORTE-ANOMES = WS-APU-CORTE(3) / 100
           IF  FASE-EXECUTAR
               OPEN I-O VACBAL
           ELSE
               OPEN INPUT VACBAL
           END-IF
           IF  NOT FL-VACBAL-OK
               CLOSE VACBAL
               EXIT SECTION
           END-IF
           MOVE ZEROS TO VACBAL-EMP-NO
           START VACBAL KEY NOT LESS VACBAL-EMP-NO
               INVALID KEY
                   SET FL-VACBAL-EOF TO TRUE
           END-START
           PERFORM UNTIL FL-VACBAL-EOF
               READ VACBAL NEXT RECORD
                 AT END
                    SET FL-VACBAL-EOF TO TRUE
                 NOT AT END
                    IF  VACBAL-ULT-ACUMULO LESS WS-CORTE-ANOMES
                        MOVE VACBAL-EMP-NO TO WS-EMP-VER
                        PERFORM RT-CONFERIR-ATIVA
                        IF  NOT ATIVA
                            PERFORM RT-CONFERIR-RETENCAO
                            IF  RETIDA
                                ADD 1 TO WS-APU-RETIDOS(3)
                                         WS-TOT-RETIDOS
                            ELSE
                                ADD 1 TO WS-APU-ELEGIVEIS(3)
                                         WS-TOT-ELEGIVEIS
                                IF  FASE-EXECUTAR
                                    DELETE VACBAL RECORD
                                        INVALID KEY
                                            CONTINUE
                                        NOT INVALID KEY
                                            ADD 1 TO
                                                WS-APU-EXECUTADOS(3)
                                    END-DELETE
                                END-IF
                            END-IF
                        END-IF
                    END-IF
               END-READ
           END-PERFORM
           CLOSE VACBAL.
      *
       RT-PURGAR-VACBALX.                          EXIT.
      *----------------------------------------------------------------*
      *  SALPEND: PEDIDOS DE MUDANCA DE SALARIO NUNCA DECIDIDOS         *
      *----------------------------------------------------------------*
       RT-PURGAR-SALPEND                           SECTION.
      *
           MOVE 4 TO WS-IR
           IF  FASE-EXECUTAR
               OPEN I-O SALPEND
           ELSE
               OPEN INPUT SALPEND
           END-IF
           IF  NOT FL-SALPEND-OK
               CLOSE SALPEND
               EXIT SECTION
           END-IF
           MOVE ZEROS TO SALPEND-EMP-NO
           START SALPEND KEY NOT LESS SALPEND-EMP-NO
               INVALID KEY
                   SET FL-SALPEND-EOF TO TRUE
           END-START
           PERFORM UNTIL FL-SALPEND-EOF
               READ SALPEND NEXT RECORD
                 AT END
                    SET FL-SALPEND-EOF TO TRUE
                 NOT AT END
                    IF  SALPEND-DATA LESS WS-APU-CORTE(4)
                        MOVE SALPEND-EMP-NO TO WS-EMP-VER
                        PERFORM RT-CONFERIR-RETENCAO
                        IF  RETIDA
                            ADD 1 TO WS-APU-RETIDOS(4) WS-TOT-RETIDOS
                        ELSE
                            ADD 1 TO WS-APU-ELEGIVEIS(4)
                                     WS-TOT-ELEGIVEIS
                            IF  FASE-EXECUTAR
                                DELETE SALPEND RECORD
                                    INVALID KEY
                                        CONTINUE
                                    NOT INVALID KEY
                                        ADD 1 TO WS-APU-EXECUTADOS(4)
                                END-DELETE
                            END-IF
                        END-IF
                    END-IF
               END-READ
           END-PERFORM
           CLOSE SALPEND.
      *
       RT-PURGAR-SALPENDX.                         EXIT.
      *----------------------------------------------------------------*
      *  CHARGES: SO COBRANCAS PAGAS ANTES DO CORTE (AS EM ABERTO E     *
      *  AS REJEITADAS FICAM PARA A COBRANCA)                           *
      *----------------------------------------------------------------*
       RT-PURGAR-CHARGES                           SECTION.
      *
           MOVE 5 TO WS-IR
           IF  FASE-EXECUTAR
               OPEN I-O CHARGES
           ELSE
               OPEN INPUT CHARGES
           END-IF
           IF  NOT FL-CHARGES-OK
               CLOSE CHARGES
               EXIT SECTION
           END-IF
           MOVE LOW-VALUES TO CHG-NOSSO-NUMERO
           START CHARGES KEY NOT LESS CHG-NOSSO-NUMERO
               INVALID KEY
                   SET FL-CHARGES-EOF TO TRUE
           END-START
           PERFORM UNTIL FL-CHARGES-EOF
               READ CHARGES NEXT RECORD
                 AT END
                    SET FL-CHARGES-EOF TO TRUE
                 NOT AT END
                    IF  CHG-PAGA
                    AND CHG-DATA-PGTO GREATER ZEROS
                    AND CHG-DATA-PGTO LESS WS-APU-CORTE(5)
                        ADD 1 TO WS-APU-ELEGIVEIS(5) WS-TOT-ELEGIVEIS
                        IF  FASE-EXECUTAR
                            DELETE CHARGES RECORD
                                INVALID KEY
                                    CONTINUE
                                NOT INVALID KEY
                                    ADD 1 TO WS-APU-EXECUTADOS(5)
                            END-DELETE
                        END-IF
                    END-IF
               END-READ
           END-PERFORM
           CLOSE CHARGES.
      *
       RT-PURGAR-CHARGESX.                         EXIT.
      *----------------------------------------------------------------*
      *  CWLOGF: EVENTOS ANTERIORES AO CORTE, SALVO OS QUE CITAM        *
      *  MATRICULA SOB GUARDA JUDICIAL                                  *
      *----------------------------------------------------------------*
       RT-PURGAR-CWLOGF                            SECTION.
      *
           MOVE 6 TO WS-IR
           DISPLAY 'CWLOGF'   UPON ENVIRONMENT-NAME
           ACCEPT   LB-CWLOGF FROM ENVIRONMENT-VALUE
           IF  LB-CWLOGF EQUAL SPACES
               MOVE 'cwlogf' TO LB-CWLOGF
           END-IF
           IF  FASE-EXECUTAR
               OPEN I-O CWLOGF
           ELSE
               OPEN INPUT CWLOGF
           END-IF
           IF  NOT FL-CWLOGF-OK
               CLOSE CWLOGF
               EXIT SECTION
           END-IF
           MOVE ZEROS TO CWLOGF-SEQUENCIA
           START CWLOGF KEY NOT LESS CWLOGF-SEQUENCIA
               INVALID KEY
                   SET FL-CWLOGF-EOF TO TRUE
           END-START
           PERFORM UNTIL FL-CWLOGF-EOF
               READ CWLOGF NEXT RECORD IGNORE LOCK
                 AT END
                    SET FL-CWLOGF-EOF TO TRUE
                 NOT AT END
                    PERFORM RT-AVALIAR-EVENTO
               END-READ
           END-PERFORM
           CLOSE CWLOGF
           MOVE ZEROS TO FL-STA-CWLOGF.
      *
       RT-PURGAR-CWLOGFX.                          EXIT.
      *----------------------------------------------------------------*
       RT-AVALIAR-EVENTO                           SECTION.
      *
      *    A DATA CHEGA EDITADA (DD/MM/AAAA)
           IF  CWLOGF-DATA-DE-HOJE(1:2) IS NOT NUMERIC
           OR  CWLOGF-DATA-DE-HOJE(4:2) IS NOT NUMERIC
           OR  CWLOGF-DATA-DE-HOJE(7:4) IS NOT NUMERIC
               EXIT SECTION
           END-IF
           MOVE CWLOGF-DATA-DE-HOJE(7:4) TO WS-DATA-EVENTO(1:4)
           MOVE CWLOGF-DATA-DE-HOJE(4:2) TO WS-DATA-EVENTO(5:2)
           MOVE CWLOGF-DATA-DE-HOJE(1:2) TO WS-DATA-EVENTO(7:2)
           IF  WS-DATA-EVENTO NOT LESS WS-APU-CORTE(6)
               EXIT SECTION
           END-IF
      *
           MOVE 'N' TO WS-RETIDA
           PERFORM VARYING INDHLD FROM 1 BY 1
                     UNTIL INDHLD GREATER WS-HLD-QTDE
                        OR RETIDA
               PERFORM VARYING WS-I FROM 1 BY 1
                         UNTIL WS-I GREATER 76
                            OR RETIDA
                   IF  CWLOGF-RESTO(WS-I:5)
                       EQUAL WS-HLD-EMP-NO(INDHLD)(1:5)
                       SET RETIDA TO TRUE
                   END-IF
               END-PERFORM
           END-PERFORM
           IF  RETIDA
               ADD 1 TO WS-APU-RETIDOS(6) WS-TOT-RETIDOS
               EXIT SECTION
           END-IF
      *
           ADD 1 TO WS-APU-ELEGIVEIS(6) WS-TOT-ELEGIVEIS
           IF  FASE-EXECUTAR
               DELETE CWLOGF RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-APU-EXECUTADOS(6)
               END-DELETE
           END-IF.
      *
       RT-AVALIAR-EVENTOX.                         EXIT.
      *----------------------------------------------------------------*
      *  MATRICULA EM WS-EMP-VER SOB GUARDA JUDICIAL?                   *
      *----------------------------------------------------------------*
       RT-CONFERIR-RETENCAO                        SECTION.
      *
           MOVE 'N' TO WS-RETIDA
           IF  WS-HLD-QTDE EQUAL ZEROS
               EXIT SECTION
           END-IF
           SET INDHLD TO 1
           SEARCH WS-HLD-TAB
               AT END
                   CONTINUE
               WHEN INDHLD GREATER WS-HLD-QTDE
                   CONTINUE
               WHEN WS-HLD-EMP-NO(INDHLD) EQUAL WS-EMP-VER
                   SET RETIDA TO TRUE
           END-SEARCH.
      *
       RT-CONFERIR-RETENCAOX.                      EXIT.
      *----------------------------------------------------------------*
      *  MATRICULA EM WS-EMP-VER AINDA NO CADASTRO?                     *
      *----------------------------------------------------------------*
       RT-CONFERIR-ATIVA                           SECTION.
      *
           MOVE 'N' TO WS-ATIVA
           MOVE WS-EMP-VER TO PERSNL-EMP-NO
           READ PERSNL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ATIVA TO TRUE
           END-READ.
      *
       RT-CONFERIR-ATIVAX.                         EXIT.
      *----------------------------------------------------------------*
      *  LISTAGEM PARA A APROVACAO: GUARDA E ELEGIVEIS POR ARQUIVO,     *
      *  MATRICULAS A ANONIMIZAR E GUARDAS JUDICIAIS RESPEITADAS        *
      *----------------------------------------------------------------*
       RT-IMPRIMIR-LISTAGEM                        SECTION.
      *
           OPEN OUTPUT RETREL
           MOVE WS-DATA-HOJE(1:4) TO WS-DATA-DDMMAAAA(5:4)
           MOVE WS-DATA-HOJE(5:2) TO WS-DATA-DDMMAAAA(3:2)
           MOVE WS-DATA-HOJE(7:2) TO WS-DATA-DDMMAAAA(1:2)
           MOVE WS-DATA-DDMMAAAA  TO CAB-DATA
           MOVE WS-OPERADOR       TO CAB-OPERADOR
           WRITE REG-RETREL FROM WS-CABECALHO
           MOVE SPACES TO REG-RETREL
           WRITE REG-RETREL
           WRITE REG-RETREL FROM WS-TITULOS
      *
           PERFORM VARYING WS-IR FROM 1 BY 1 UNTIL WS-IR GREATER 6
               MOVE WS-RET-ARQUIVO(WS-IR) TO DET-ARQUIVO
               MOVE WS-RET-MINIMO(WS-IR)  TO DET-MINIMO
               MOVE WS-RET-MAXIMO(WS-IR)  TO DET-MAXIMO
               MOVE WS-APU-CORTE(WS-IR)(1:4) TO WS-DATA-DDMMAAAA(5:4)
               MOVE WS-APU-CORTE(WS-IR)(5:2) TO WS-DATA-DDMMAAAA(3:2)
               MOVE WS-APU-CORTE(WS-IR)(7:2) TO WS-DATA-DDMMAAAA(1:2)
               MOVE WS-DATA-DDMMAAAA      TO DET-CORTE
               IF  WS-RET-ACAO(WS-IR) EQUAL 'A'
                   MOVE 'ANONIMIZAR' TO DET-ACAO
               ELSE
                   MOVE 'EXCLUIR'    TO DET-ACAO
               END-IF
               MOVE WS-APU-ELEGIVEIS(WS-IR) TO DET-ELEGIVEIS
               MOVE WS-APU-RETIDOS(WS-IR)   TO DET-RETIDOS
               WRITE REG-RETREL FROM WS-DETALHE
           END-PERFORM
      *    DOCUMENTOS DIGITALIZADOS SEGUEM A GUARDA DO HISTORICO
           MOVE 'PERSDOC'        TO DET-ARQUIVO
           MOVE WS-RET-MINIMO(1) TO DET-MINIMO
           MOVE WS-RET-MAXIMO(1) TO DET-MAXIMO
           MOVE WS-APU-CORTE(1)(1:4) TO WS-DATA-DDMMAAAA(5:4)
           MOVE WS-APU-CORTE(1)(5:2) TO WS-DATA-DDMMAAAA(3:2)
           MOVE WS-APU-CORTE(1)(7:2) TO WS-DATA-DDMMAAAA(1:2)
           MOVE WS-DATA-DDMMAAAA TO DET-CORTE
           MOVE 'EXCLUIR'        TO DET-ACAO
           MOVE WS-DOC-ELEGIVEIS TO DET-ELEGIVEIS
           MOVE WS-DOC-RETIDOS   TO DET-RETIDOS
           WRITE REG-RETREL FROM WS-DETALHE
      *
           MOVE SPACES TO REG-RETREL
           WRITE REG-RETREL
           MOVE 'MATRICULAS A ANONIMIZAR PELO LGPDANON' TO REG-RETREL
           WRITE REG-RETREL
           IF  WS-ANO-QTDE EQUAL ZEROS
               MOVE '  NENHUMA' TO REG-RETREL
               WRITE REG-RETREL
           END-IF
           PERFORM VARYING INDANO FROM 1 BY 1
                     UNTIL INDANO GREATER WS-ANO-QTDE
               MOVE WS-ANO-EMP-NO(INDANO) TO LMT-EMP-NO
               MOVE WS-ANO-LINHAS(INDANO) TO WS-DISPLAY
               MOVE SPACES TO LMT-TEXTO
               STRING WS-DISPLAY ' LINHA(S) DE HISTORICO, BONUS E'
                      ' DOCUMENTOS'
                      DELIMITED BY SIZE INTO LMT-TEXTO
               WRITE REG-RETREL FROM WS-LINHA-MATRICULA
           END-PERFORM
      *
           MOVE SPACES TO REG-RETREL
           WRITE REG-RETREL
           MOVE 'MATRICULAS SOB GUARDA JUDICIAL (PRESERVADAS)'
             TO REG-RETREL
           WRITE REG-RETREL
           IF  WS-HLD-QTDE EQUAL ZEROS
               MOVE '  NENHUMA' TO REG-RETREL
               WRITE REG-RETREL
           END-IF
           PERFORM VARYING INDHLD FROM 1 BY 1
                     UNTIL INDHLD GREATER WS-HLD-QTDE
               MOVE WS-HLD-EMP-NO(INDHLD) TO LMT-EMP-NO
               MOVE WS-HLD-MOTIVO(INDHLD) TO LMT-TEXTO
               WRITE REG-RETREL FROM WS-LINHA-MATRICULA
           END-PERFORM
           CLOSE RETREL
      *
           MOVE 'RETREL'   TO CWSPLF-FILE
           MOVE 'RETPURG'  TO CWSPLF-REPORT
           MOVE SPACES     TO CWSPLF-TITLE
           STRING 'PURGA POR PRAZO DE GUARDA - LISTAGEM DE '
                  WS-DATA-HOJE
                  DELIMITED BY SIZE INTO CWSPLF-TITLE
           CALL SB-CWSPLF USING PARAMETROS-CWSPLF
             ON EXCEPTION
                DISPLAY PGMID '005I- CWSPLF INDISPONIVEL - LISTAGEM'
                        ' FICOU EM RETREL'
           END-CALL.
      *
       RT-IMPRIMIR-LISTAGEMX.                      EXIT.
      *----------------------------------------------------------------*
       RT-FINALIZAR                                SECTION.
      *
           IF  FL-PERSNL-OK
               CLOSE PERSNL
           END-IF
      *
           DISPLAY PGMID '999I' TRACOS
           PERFORM VARYING WS-IR FROM 1 BY 1 UNTIL WS-IR GREATER 6
               MOVE WS-APU-ELEGIVEIS(WS-IR) TO WS-DISPLAY
               DISPLAY PGMID '008I- ' WS-RET-ARQUIVO(WS-IR)
                       ' ELEGIVEIS.....:' WS-DISPLAY
               IF  FASE-EXECUTAR
                   MOVE WS-APU-EXECUTADOS(WS-IR) TO WS-DISPLAY
                   DISPLAY PGMID '009I- ' WS-RET-ARQUIVO(WS-IR)
                           ' PURGADOS......:' WS-DISPLAY
               END-IF
           END-PERFORM
           MOVE    WS-DOC-ELEGIVEIS   TO WS-DISPLAY
           DISPLAY PGMID '008I- PERSDOC  ELEGIVEIS.....:' WS-DISPLAY
           IF  FASE-EXECUTAR
               MOVE WS-DOC-EXECUTADOS TO WS-DISPLAY
               DISPLAY PGMID '009I- PERSDOC  PURGADOS......:' WS-DISPLAY
           END-IF
           MOVE    WS-TOT-RETIDOS     TO WS-DISPLAY
           DISPLAY PGMID '010I- PRESERVADOS POR GUARDA..:' WS-DISPLAY
           MOVE    WS-CARTOES-IGNORADOS TO WS-DISPLAY
           DISPLAY PGMID '011I- CARTOES IGNORADOS.......:' WS-DISPLAY
           DISPLAY PGMID '999I' TRACOS
      *
      *    CARTAO IGNORADO NAO IMPEDE A FASE, MAS SAI COMO ADVERTENCIA
           IF  WS-CARTOES-IGNORADOS GREATER ZEROS
           AND WS-RETURN-CODE EQUAL ZEROS
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
      *
       RT-FINALIZARX.                              EXIT.
      ******************************************************************
      *                      FIM  DO  PROGRAMA                         *
      ******************************************************************
