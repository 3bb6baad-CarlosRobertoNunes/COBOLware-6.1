      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRTCHG.
       AUTHOR.        Traduzido de Easytrieve (macro esy.kex v.0.10).
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      * Rateio mensal do custo de impressao (papel e  *
                      * toner) do PRTCHG-ANOMES (sem ele, o mes       *
                      * anterior), a partir dos relatorios do spool   *
                      * emitidos no mes e impressos (CWDIRS: FOLHAS,  *
                      * USUARIO, CODIGO):                             *
                      *                                               *
                      *  - a impressora de cada impressao vem do      *
                      *    livro de impressao (cwprtlog, CWPRTLOG),   *
                      *    que registra a que de fato imprimiu,       *
                      *    ja trocada pelo membro do pool quando a    *
                      *    original estava fora (CWPOOL); cada        *
                      *    reimpressao conta de novo. Relatorio       *
                      *    impresso sem linha no livro conta uma vez, *
                      *    como IMPRESSORA NAO REGISTRADA;            *
                      *  - o custo por pagina de cada impressora vem  *
                      *    dos cartoes PRTCUSTO (IMPRESSORA + CUSTO   *
                      *    9(3)V9(4)); o cartao PADRAO vale para as   *
                      *    impressoras sem cartao proprio;            *
                      *  - o departamento do usuario vem do vinculo   *
                      *    do PROVLINK com a matricula do PERSNL, e   *
                      *    o centro de custo do DEPTOS.               *
                      *                                               *
                      * A listagem PRTCREL (spool CWSPLF) totaliza    *
                      * paginas e custo por impressora, usuario,      *
                      * departamento e codigo de relatorio. O mesmo   *
                      * custo sai no layout do lote contabil          *
                      * (PRTCCTB, como o JRNLCTB do PAYJRNL): debito  *
                      * da rubrica IMPRESS no centro de custo de cada *
                      * departamento e credito no centro de custo de  *
                      * TI (PRTCHG-CENTRO-TI), com as contas dos      *
                      * cartoes CONTAMAP. Usuario sem vinculo ou      *
                      * departamento sem centro de custo fica NAO     *
                      * RATEADO (continua no centro de TI).           *
                      *                                               *
                      * RC 8 = lote recusado ou arquivo indisponivel. *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT CWDIRS ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CWDIRS-SPOOL
                  ALTERNATE RECORD KEY IS CWDIRS-EMISSAO WITH DUPLICATES
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FL-STA-CWDIRS.
      *
           SELECT OPTIONAL PRTLOG ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FL-STA-PRTLOG.
      *
           SELECT OPTIONAL PRTCUSTO ASSIGN TO PRTCUSTO
                  ORGANIZATION  IS SEQUENTIAL
                  FILE STATUS   IS FL-STA-PRTCUSTO.
      *
           SELECT OPTIONAL PROVLINK ASSIGN TO PROVLINK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS LINK-EMP-NO
                  FILE STATUS   IS FL-STA-PROVLINK.
      *
           SELECT PERSNL ASSIGN TO SYS010
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS PERSNL-EMP-NO
                  FILE STATUS   IS FL-STA-PERSNL.
      *
           SELECT OPTIONAL DEPTOS ASSIGN TO DEPTOS
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS DEPTOS-DEPT
                  FILE STATUS   IS FL-STA-DEPTOS.
      *
           SELECT OPTIONAL CONTAMAP ASSIGN TO CONTAMAP
                  ORGANIZATION  IS SEQUENTIAL
                  FILE STATUS   IS FL-STA-CONTAMAP.
      *
           SELECT PRTCCTB ASSIGN TO PRTCCTB
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FL-STA-PRTCCTB.
      *
           SELECT PRTCREL ASSIGN TO PRTCREL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       COPY CWDIRS.
      *
      *----------------------------------------------------------------*
      *  LIVRO DE IMPRESSAO (CWPRTLOG): UMA LINHA POR IMPRESSAO         *
      *----------------------------------------------------------------*
       FD  PRTLOG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-PRTLOG.
      *
       01  REG-PRTLOG.
           03 PRTLOG-DATA                    PIC  9(008).
           03 PRTLOG-HORA                    PIC  9(006).
           03 PRTLOG-SPOOL                   PIC  X(012).
           03 PRTLOG-CODIGO                  PIC  X(007).
           03 PRTLOG-USUARIO                 PIC  X(010).
           03 PRTLOG-FOLHAS                  PIC  9(006).
           03 PRTLOG-IMPRESSORA              PIC  X(030).
      *
      *----------------------------------------------------------------*
      *  CUSTO POR PAGINA: UM CARTAO POR IMPRESSORA (PADRAO PARA AS     *
      *  DEMAIS); '*' NA COLUNA 1 E COMENTARIO                          *
      *----------------------------------------------------------------*
       FD  PRTCUSTO
           RECORDING MODE IS FIXED
           RECORD CONTAINS 080 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-PRTCUSTO.
           03 CUS-IMPRESSORA                 PIC  X(030).
           03 CUS-CUSTO-PAGINA               PIC  9(003)V9(004).
           03 FILLER                         PIC  X(043).
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
              88 LINK-BLOQUEADO                          VALUE 'B'.
           03 LINK-DATA                      PIC  9(008).
           03 FILLER                         PIC  X(006).
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
           03 FILLER                         PIC  X(050).
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
      *  PLANO DE CONTAS (O MESMO DO PAYJRNL): RUBRICA IMPRESS          *
      *----------------------------------------------------------------*
       FD  CONTAMAP
           RECORDING MODE IS FIXED
           RECORD CONTAINS 080 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-CONTAMAP.
           03 MAP-RUBRICA                    PIC  X(008).
           03 MAP-NATUREZA                   PIC  X(001).
              88 MAP-NATUREZA-VALIDA                    VALUE 'D' 'C'.
           03 MAP-CENTRO                     PIC  X(010).
           03 MAP-CONTA                      PIC  X(020).
           03 MAP-HISTORICO                  PIC  X(030).
           03 FILLER                         PIC  X(011).
      *
      *----------------------------------------------------------------*
      *  LOTE CONTABIL: 0 = CABECALHO, 1 = LANCAMENTO, 9 = RODAPE       *
      *----------------------------------------------------------------*
       FD  PRTCCTB
           LABEL RECORD IS STANDARD.
      *
       01  REG-PRTCCTB                       PIC  X(120).
      *
       01  REG-JRNL-CABECALHO REDEFINES REG-PRTCCTB.
           03 JRNL0-TIPO                     PIC  X(001).
           03 JRNL0-COMPETENCIA              PIC  9(006).
           03 JRNL0-DATA-GERACAO             PIC  9(008).
           03 JRNL0-DATA-LANCAMENTO          PIC  9(008).
           03 JRNL0-ORIGEM                   PIC  X(008).
           03 FILLER                         PIC  X(089).
      *
       01  REG-JRNL-LANCAMENTO REDEFINES REG-PRTCCTB.
           03 JRNL1-TIPO                     PIC  X(001).
           03 JRNL1-SEQUENCIA                PIC  9(006).
           03 JRNL1-DATA-LANCAMENTO          PIC  9(008).
           03 JRNL1-CONTA                    PIC  X(020).
           03 JRNL1-NATUREZA                 PIC  X(001).
           03 JRNL1-CENTRO                   PIC  X(010).
           03 JRNL1-VALOR                    PIC  9(013)V99.
           03 JRNL1-HISTORICO                PIC  X(040).
           03 JRNL1-RUBRICA                  PIC  X(008).
           03 FILLER                         PIC  X(011).
      *
       01  REG-JRNL-RODAPE REDEFINES REG-PRTCCTB.
           03 JRNL9-TIPO                     PIC  X(001).
           03 JRNL9-COMPETENCIA              PIC  9(006).
           03 JRNL9-QTDE                     PIC  9(006).
           03 JRNL9-TOTAL-DEBITO             PIC  9(013)V99.
           03 JRNL9-TOTAL-CREDITO            PIC  9(013)V99.
           03 FILLER                         PIC  X(077).
      *
       FD  PRTCREL
           LABEL RECORD IS OMITTED.
      *
       01  REG-PRTCREL                       PIC  X(132).
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
      *
      *----------------------------------------------------------------*
      *        AREA DE VARIAVEIS AUXILIARES                            *
      *----------------------------------------------------------------*
      *
       01  WS-VARIAVEIS.
           03 TRACOS                         PIC  X(060)    VALUE
              ALL '-'.
           03 PGMID                          PIC  X(008)    VALUE
              '#PRTCHG.'.
           03 FL-STA-CWDIRS                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-CWDIRS-OK                               VALUE '00'.
              88 FL-CWDIRS-EOF                              VALUE '10'.
           03 FL-STA-PRTLOG                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-PRTLOG-OK                               VALUE '00'.
              88 FL-PRTLOG-EOF                              VALUE '10'.
           03 FL-STA-PRTCUSTO                PIC  X(002)    VALUE
              ZEROS.
              88 FL-PRTCUSTO-OK                             VALUE '00'.
              88 FL-PRTCUSTO-EOF                            VALUE '10'.
           03 FL-STA-PROVLINK                PIC  X(002)    VALUE
              ZEROS.
              88 FL-PROVLINK-OK                             VALUE '00'.
              88 FL-PROVLINK-EOF                            VALUE '10'.
           03 FL-STA-PERSNL                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-PERSNL-OK                               VALUE '00'.
           03 FL-STA-DEPTOS                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-DEPTOS-OK                               VALUE '00'.
              88 FL-DEPTOS-EOF                              VALUE '10'.
           03 FL-STA-CONTAMAP                PIC  X(002)    VALUE
              ZEROS.
              88 FL-CONTAMAP-OK                             VALUE '00'.
              88 FL-CONTAMAP-EOF                            VALUE '10'.
           03 FL-STA-PRTCCTB                 PIC  X(002)    VALUE
              ZEROS.
              88 FL-PRTCCTB-OK                              VALUE '00'.
           03 LB-CWDIRS                      PIC  X(255)    VALUE
              SPACES.
           03 LB-PRTLOG                      PIC  X(255)    VALUE
              SPACES.
           03 WS-RETURN-CODE                 PIC  9(003)    VALUE
              ZEROS.
           03 WS-DISPLAY                     PIC  -ZZZ.ZZZ.ZZ9.
           03 WS-LIDOS-CWDIRS         COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-IMPRESSOS            COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-IMPRESSOES           COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-SEM-LIVRO            COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-GRAVADOS             COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-RECUSAS              COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-PRINTS-JOB           COMP-3 PIC S9(004)    VALUE ZEROS.
           03 WS-DATA-HOJE                   PIC  9(008)    VALUE
              ZEROS.
           03 WS-ANOMES-ENV                  PIC  X(006)    VALUE
              SPACES.
           03 WS-ANOMES                      PIC  9(006)    VALUE
              ZEROS.
           03 FILLER REDEFINES WS-ANOMES.
              05 WS-ANOMES-ANO               PIC  9(004).
              05 WS-ANOMES-MES               PIC  9(002).
           03 WS-PROXIMO                     PIC  9(006)    VALUE
              ZEROS.
           03 FILLER REDEFINES WS-PROXIMO.
              05 WS-PROXIMO-ANO              PIC  9(004).
              05 WS-PROXIMO-MES              PIC  9(002).
           03 WS-DATA-INICIO                 PIC  9(008)    VALUE
              ZEROS.
           03 WS-INT-DATA                    PIC  9(008)    VALUE
              ZEROS.
           03 WS-DATA-LANCAMENTO             PIC  9(008)    VALUE
              ZEROS.
           03 WS-CENTRO-TI                   PIC  X(010)    VALUE
              SPACES.
           03 WS-MOTIVO                      PIC  X(080)    VALUE
              SPACES.
           03 WS-IMPRESSORA                  PIC  X(030)    VALUE
              SPACES.
           03 WS-CUSTO-PAGINA                PIC  9(003)V9(004) VALUE
              ZEROS.
           03 WS-CUSTO-PADRAO                PIC  9(003)V9(004) VALUE
              ZEROS.
           03 WS-PADRAO                      PIC  X(001)    VALUE 'N'.
              88 TEM-PADRAO                                 VALUE 'S'.
           03 WS-PAGINAS              COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-CUSTO                COMP-3 PIC S9(011)V99 VALUE ZEROS.
           03 WS-TOTAL-PAGINAS        COMP-3 PIC S9(011)    VALUE ZEROS.
           03 WS-TOTAL-CUSTO          COMP-3 PIC S9(011)V99 VALUE ZEROS.
           03 WS-NAO-RATEADO          COMP-3 PIC S9(011)V99 VALUE ZEROS.
           03 WS-TOTAL-DEBITO         COMP-3 PIC S9(013)V99 VALUE ZEROS.
           03 WS-TOTAL-CREDITO        COMP-3 PIC S9(013)V99 VALUE ZEROS.
           03 WS-ED-VALOR                    PIC  -Z.ZZZ.ZZZ.ZZ9,99.
           03 WS-DEPT                        PIC  9(003)    VALUE
              ZEROS.
           03 WS-CENTRO                      PIC  X(010)    VALUE
              SPACES.
           03 WS-NATUREZA                    PIC  X(001)    VALUE
              SPACE.
           03 WS-ACHADO                      PIC  X(001)    VALUE 'N'.
              88 ACHADO                                     VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *  IMPRESSOES DO LIVRO A PARTIR DO INICIO DO MES                  *
      *----------------------------------------------------------------*
       01  WS-LIVRO.
           03 WS-LIV-QTDE             COMP-3 PIC 9(005)     VALUE
              ZEROS.
           03 WS-LIV-TAB OCCURS 5000 TIMES INDEXED BY INDLIV.
              05 WS-LIV-SPOOL                PIC  X(012).
              05 WS-LIV-IMPRESSORA           PIC  X(030).
      *
      *----------------------------------------------------------------*
      *  IMPRESSORAS: CUSTO POR PAGINA (PRTCUSTO) E ACUMULADOS          *
      *----------------------------------------------------------------*
       01  WS-IMPRESSORAS.
           03 WS-IMP-QTDE             COMP-3 PIC 9(003)     VALUE
              ZEROS.
           03 WS-IMP-TAB OCCURS 100 TIMES INDEXED BY INDIMP.
              05 WS-IMP-NOME                 PIC  X(030).
              05 WS-IMP-CUSTO-PAGINA         PIC  9(003)V9(004).
              05 WS-IMP-CARTAO               PIC  X(001).
              05 WS-IMP-PAGINAS       COMP-3 PIC S9(009).
              05 WS-IMP-CUSTO         COMP-3 PIC S9(011)V99.
      *
      *----------------------------------------------------------------*
      *  USUARIOS: DEPARTAMENTO PELO PROVLINK/PERSNL E ACUMULADOS       *
      *----------------------------------------------------------------*
       01  WS-USUARIOS.
           03 WS-USU-QTDE             COMP-3 PIC 9(003)     VALUE
              ZEROS.
           03 WS-USU-TAB OCCURS 500 TIMES INDEXED BY INDUSU.
              05 WS-USU-NOME                 PIC  X(010).
              05 WS-USU-DEPT                 PIC  9(003).
              05 WS-USU-VINCULO              PIC  X(001).
              05 WS-USU-PAGINAS       COMP-3 PIC S9(009).
              05 WS-USU-CUSTO         COMP-3 PIC S9(011)V99.
      *
      *----------------------------------------------------------------*
      *  DEPARTAMENTOS: CENTRO DE CUSTO DO DEPTOS E ACUMULADOS          *
      *----------------------------------------------------------------*
       01  WS-DEPARTAMENTOS.
           03 WS-DEP-QTDE             COMP-3 PIC 9(003)     VALUE
              ZEROS.
           03 WS-DEP-TAB OCCURS 200 TIMES INDEXED BY INDDEP.
              05 WS-DEP-DEPT                 PIC  9(003).
              05 WS-DEP-DESCRICAO            PIC  X(030).
              05 WS-DEP-CENTRO               PIC  X(010).
              05 WS-DEP-PAGINAS       COMP-3 PIC S9(009).
              05 WS-DEP-CUSTO         COMP-3 PIC S9(011)V99.
      *
      *----------------------------------------------------------------*
      *  CODIGOS DE RELATORIO E ACUMULADOS                              *
      *----------------------------------------------------------------*
       01  WS-CODIGOS.
           03 WS-COD-QTDE             COMP-3 PIC 9(003)     VALUE
              ZEROS.
           03 WS-COD-TAB OCCURS 300 TIMES INDEXED BY INDCOD.
              05 WS-COD-CODIGO               PIC  X(007).
              05 WS-COD-PAGINAS       COMP-3 PIC S9(009).
              05 WS-COD-CUSTO         COMP-3 PIC S9(011)V99.
      *
      *----------------------------------------------------------------*
      *  PLANO DE CONTAS DA RUBRICA IMPRESS                             *
      *----------------------------------------------------------------*
       01  WS-PLANO.
           03 WS-MAP-QTDE             COMP-3 PIC 9(003)     VALUE
              ZEROS.
           03 WS-MAP-TAB OCCURS 300 TIMES INDEXED BY INDMAP.
              05 WS-MAP-NATUREZA             PIC  X(001).
              05 WS-MAP-CENTRO               PIC  X(010).
              05 WS-MAP-CONTA                PIC  X(020).
              05 WS-MAP-HISTORICO            PIC  X(030).
      *
      *----------------------------------------------------------------*
      *  PARTIDAS: UM DEBITO POR CENTRO DE CUSTO E O CREDITO DE TI      *
      *----------------------------------------------------------------*
       01  WS-PARTIDAS.
           03 WS-PAR-QTDE             COMP-3 PIC 9(004)     VALUE
              ZEROS.
           03 WS-PAR-TAB OCCURS 201 TIMES INDEXED BY INDPAR.
              05 WS-PAR-NATUREZA             PIC  X(001).
              05 WS-PAR-CENTRO               PIC  X(010).
              05 WS-PAR-VALOR         COMP-3 PIC S9(013)V99.
              05 WS-PAR-CONTA                PIC  X(020).
              05 WS-PAR-HISTORICO            PIC  X(040).
      *
      *----------------------------------------------------------------*
      *  LINHAS DA LISTAGEM                                             *
      *----------------------------------------------------------------*
       01  WS-CABECALHO.
           03 FILLER                         PIC  X(036)    VALUE
              'RATEIO DO CUSTO DE IMPRESSAO - MES '.
           03 CAB-MES                        PIC  9(002).
           03 FILLER                         PIC  X(001)    VALUE '/'.
           03 CAB-ANO                        PIC  9(004).
           03 FILLER                         PIC  X(089)    VALUE
              SPACES.
      *
       01  WS-TITULO-BLOCO.
           03 FILLER                         PIC  X(002)    VALUE
              SPACES.
           03 TIT-BLOCO                      PIC  X(040).
           03 FILLER                         PIC  X(090)    VALUE
              '         PAGINAS    CUSTO/PAG            CUSTO'.
      *
       01  WS-DETALHE.
           03 FILLER                         PIC  X(002)    VALUE
              SPACES.
           03 DET-NOME                       PIC  X(030).
           03 FILLER                         PIC  X(002)    VALUE
              SPACES.
           03 DET-COMPLEMENTO                PIC  X(010).
           03 DET-PAGINAS                    PIC  ZZZ.ZZZ.ZZ9.
           03 FILLER                         PIC  X(002)    VALUE
              SPACES.
           03 DET-CUSTO-PAGINA               PIC  ZZZ9,9999.
           03 FILLER                         PIC  X(002)    VALUE
              SPACES.
           03 DET-CUSTO                      PIC  Z.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                         PIC  X(002)    VALUE
              SPACES.
           03 DET-OBS                        PIC  X(040).
           03 FILLER                         PIC  X(005)    VALUE
              SPACES.
      *
       01  WS-TITULOS-LOTE.
           03 FILLER                         PIC  X(050)    VALUE
              '  SEQ.  CONTA                D/C  C.CUSTO     RUBR'.
           03 FILLER                         PIC  X(082)    VALUE
              'ICA                 VALOR  HISTORICO'.
      *
       01  WS-DETALHE-LOTE.
           03 FILLER                         PIC  X(002)    VALUE
              SPACES.
           03 LOT-SEQUENCIA                  PIC  ZZZ9.
           03 FILLER                         PIC  X(002)    VALUE
              SPACES.
           03 LOT-CONTA                      PIC  X(020).
           03 FILLER                         PIC  X(002)    VALUE
              SPACES.
           03 LOT-NATUREZA                   PIC  X(001).
           03 FILLER                         PIC  X(003)    VALUE
              SPACES.
           03 LOT-CENTRO                     PIC  X(010).
           03 FILLER                         PIC  X(002)    VALUE
              SPACES.
           03 LOT-RUBRICA                    PIC  X(008)    VALUE
              'IMPRESS'.
           03 FILLER                         PIC  X(002)    VALUE
              SPACES.
           03 LOT-VALOR                      PIC  Z.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                         PIC  X(002)    VALUE
              SPACES.
           03 LOT-HISTORICO                  PIC  X(040).
           03 FILLER                         PIC  X(017)    VALUE
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
               PERFORM RT-CARREGAR-CUSTOS
               PERFORM RT-CARREGAR-LIVRO
               PERFORM RT-CARREGAR-PLANO
               PERFORM RT-LER-CWDIRS
               PERFORM RT-LISTAR-TOTAIS
               PERFORM RT-MONTAR-PARTIDAS
               PERFORM RT-ATRIBUIR-CONTAS
               PERFORM RT-LISTAR-PARTIDAS
               IF  WS-RECUSAS EQUAL ZEROS
                   PERFORM RT-GRAVAR-LOTE
               ELSE
                   PERFORM RT-RECUSAR-LOTE
               END-IF
               PERFORM RT-DESPACHAR-SPOOL
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
      *  MES DE REFERENCIA (PADRAO: O ANTERIOR), DATA DO LANCAMENTO     *
      *  (ULTIMO DIA DO MES), ARQUIVOS E CENTROS DE CUSTO               *
      *----------------------------------------------------------------*
       RT-INICIAR                                  SECTION.
      *
           DISPLAY PGMID '001I ' FUNCTION WHEN-COMPILED
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
      *
           DISPLAY 'PRTCHG-ANOMES' UPON ENVIRONMENT-NAME
           ACCEPT   WS-ANOMES-ENV  FROM ENVIRONMENT-VALUE
           IF  WS-ANOMES-ENV IS NUMERIC
               MOVE WS-ANOMES-ENV TO WS-ANOMES
           ELSE
               COMPUTE WS-ANOMES = WS-DATA-HOJE / 100
               IF  WS-ANOMES-MES EQUAL 1
                   SUBTRACT 1 FROM WS-ANOMES-ANO
                   MOVE 12 TO WS-ANOMES-MES
               ELSE
                   SUBTRACT 1 FROM WS-ANOMES-MES
               END-IF
           END-IF
           COMPUTE WS-DATA-INICIO = WS-ANOMES * 100 + 1
           MOVE WS-ANOMES TO WS-PROXIMO
           IF  WS-PROXIMO-MES EQUAL 12
               ADD 1 TO WS-PROXIMO-ANO
               MOVE 1 TO WS-PROXIMO-MES
           ELSE
               ADD 1 TO WS-PROXIMO-MES
           END-IF
           COMPUTE WS-INT-DATA =
                   FUNCTION INTEGER-OF-DATE(WS-PROXIMO * 100 + 1) - 1
           COMPUTE WS-DATA-LANCAMENTO =
                   FUNCTION DATE-OF-INTEGER(WS-INT-DATA)
           DISPLAY PGMID '001I- COMPETENCIA ' WS-ANOMES
                   ' - LANCAMENTO EM ' WS-DATA-LANCAMENTO
      *
           DISPLAY 'PRTCHG-CENTRO-TI' UPON ENVIRONMENT-NAME
           ACCEPT   WS-CENTRO-TI      FROM ENVIRONMENT-VALUE
           DISPLAY 'CWDIRS'   UPON ENVIRONMENT-NAME
           ACCEPT   LB-CWDIRS FROM ENVIRONMENT-VALUE
           IF  LB-CWDIRS EQUAL SPACES
               MOVE 'cwdirs' TO LB-CWDIRS
           END-IF
           DISPLAY 'CWPRTLOG' UPON ENVIRONMENT-NAME
           ACCEPT   LB-PRTLOG FROM ENVIRONMENT-VALUE
           IF  LB-PRTLOG EQUAL SPACES
               MOVE 'cwprtlog' TO LB-PRTLOG
           END-IF
      *
           OPEN OUTPUT PRTCREL
           MOVE WS-ANOMES-MES TO CAB-MES
           MOVE WS-ANOMES-ANO TO CAB-ANO
           WRITE REG-PRTCREL FROM WS-CABECALHO
           MOVE SPACES TO REG-PRTCREL
           WRITE REG-PRTCREL
      *
           OPEN INPUT CWDIRS
           IF  NOT FL-CWDIRS-OK
               DISPLAY PGMID '002I- CWDIRS AUSENTE OU COM ERRO '
                       FL-STA-CWDIRS
               MOVE 8 TO WS-RETURN-CODE
               CLOSE PRTCREL
               EXIT SECTION
           END-IF
      *
           OPEN INPUT PERSNL
           IF  NOT FL-PERSNL-OK
               DISPLAY PGMID '002I- PERSNL AUSENTE OU COM ERRO '
                       FL-STA-PERSNL
               MOVE 8 TO WS-RETURN-CODE
               CLOSE CWDIRS PRTCREL
               EXIT SECTION
           END-IF
           OPEN INPUT PROVLINK
           IF  NOT FL-PROVLINK-OK
               DISPLAY PGMID '003I- PROVLINK AUSENTE - USUARIOS SEM'
                       ' DEPARTAMENTO'
           END-IF
      *
           OPEN INPUT DEPTOS
           IF  FL-DEPTOS-OK
               MOVE ZEROS TO DEPTOS-DEPT
               START DEPTOS KEY NOT LESS DEPTOS-DEPT
               PERFORM UNTIL FL-DEPTOS-EOF
                   READ DEPTOS NEXT RECORD
                     AT END
                        SET FL-DEPTOS-EOF TO TRUE
                     NOT AT END
                        IF  WS-DEP-QTDE LESS 200
                            ADD 1 TO WS-DEP-QTDE
                            SET  INDDEP TO WS-DEP-QTDE
                            MOVE DEPTOS-DEPT
                              TO WS-DEP-DEPT(INDDEP)
                            MOVE DEPTOS-DESCRICAO
                              TO WS-DEP-DESCRICAO(INDDEP)
                            MOVE DEPTOS-CENTRO-CUSTO
                              TO WS-DEP-CENTRO(INDDEP)
                            MOVE ZEROS
                              TO WS-DEP-PAGINAS(INDDEP)
                                 WS-DEP-CUSTO(INDDEP)
                        END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPTOS
           ELSE
               DISPLAY PGMID '003I- DEPTOS AUSENTE - NENHUM CENTRO DE'
                       ' CUSTO CONHECIDO'
           END-IF.
      *
       RT-INICIARX.                                EXIT.
      *----------------------------------------------------------------*
      *  CARTOES DE CUSTO POR PAGINA; SEM O PADRAO, IMPRESSORA SEM      *
      *  CARTAO CUSTA ZERO E SAI MARCADA NA LISTAGEM                    *
      *----------------------------------------------------------------*
       RT-CARREGAR-CUSTOS                          SECTION.
      *
           OPEN INPUT PRTCUSTO
           IF  NOT FL-PRTCUSTO-OK
               DISPLAY PGMID '004I- PRTCUSTO AUSENTE - TODAS AS PAGINAS'
                       ' A CUSTO ZERO'
               EXIT SECTION
           END-IF
           PERFORM UNTIL FL-PRTCUSTO-EOF
               READ PRTCUSTO
                 AT END
                    SET FL-PRTCUSTO-EOF TO TRUE
                 NOT AT END
                    IF  REG-PRTCUSTO(1:1) NOT EQUAL '*'
                    AND CUS-IMPRESSORA NOT EQUAL SPACES
                        PERFORM RT-GUARDAR-CUSTO
                    END-IF
               END-READ
           END-PERFORM
           CLOSE PRTCUSTO.
      *
       RT-CARREGAR-CUSTOSX.                        EXIT.
      *----------------------------------------------------------------*
       RT-GUARDAR-CUSTO                            SECTION.
      *
           IF  CUS-CUSTO-PAGINA NOT NUMERIC
               DISPLAY PGMID '004I- CARTAO PRTCUSTO INVALIDO: '
                       REG-PRTCUSTO(1:40)
               EXIT SECTION
           END-IF
           IF  CUS-IMPRESSORA EQUAL 'PADRAO'
               MOVE CUS-CUSTO-PAGINA TO WS-CUSTO-PADRAO
               SET TEM-PADRAO TO TRUE
               EXIT SECTION
           END-IF
           IF  WS-IMP-QTDE NOT LESS 100
               DISPLAY PGMID '004I- PRTCUSTO COM MAIS DE 100 CARTOES'
               EXIT SECTION
           END-IF
           ADD 1 TO WS-IMP-QTDE
           SET  INDIMP TO WS-IMP-QTDE
           MOVE CUS-IMPRESSORA   TO WS-IMP-NOME(INDIMP)
           MOVE CUS-CUSTO-PAGINA TO WS-IMP-CUSTO-PAGINA(INDIMP)
           MOVE 'S'              TO WS-IMP-CARTAO(INDIMP)
           MOVE ZEROS            TO WS-IMP-PAGINAS(INDIMP)
                                    WS-IMP-CUSTO(INDIMP).
      *
       RT-GUARDAR-CUSTOX.                          EXIT.
      *----------------------------------------------------------------*
      *  IMPRESSOES DO LIVRO DESDE O PRIMEIRO DIA DO MES (UM RELATORIO  *
      *  DO MES PODE TER SIDO IMPRESSO OU REIMPRESSO DEPOIS)            *
      *----------------------------------------------------------------*
       RT-CARREGAR-LIVRO                           SECTION.
      *
           OPEN INPUT PRTLOG
           IF  NOT FL-PRTLOG-OK
               DISPLAY PGMID '005I- LIVRO DE IMPRESSAO AUSENTE -'
                       ' IMPRESSORAS NAO REGISTRADAS'
               EXIT SECTION
           END-IF
           PERFORM UNTIL FL-PRTLOG-EOF
               READ PRTLOG
                 AT END
                    SET FL-PRTLOG-EOF TO TRUE
                 NOT AT END
                    IF  PRTLOG-DATA IS NUMERIC
                    AND PRTLOG-DATA NOT LESS WS-DATA-INICIO
                        IF  WS-LIV-QTDE LESS 5000
                            ADD 1 TO WS-LIV-QTDE
                            SET  INDLIV TO WS-LIV-QTDE
                            MOVE PRTLOG-SPOOL
                              TO WS-LIV-SPOOL(INDLIV)
                            MOVE PRTLOG-IMPRESSORA
                              TO WS-LIV-IMPRESSORA(INDLIV)
                        ELSE
                            DISPLAY PGMID '005I- LIVRO COM MAIS DE'
                                    ' 5000 IMPRESSOES NO PERIODO'
                            SET FL-PRTLOG-EOF TO TRUE
                        END-IF
                    END-IF
               END-READ
           END-PERFORM
           CLOSE PRTLOG.
      *
       RT-CARREGAR-LIVROX.                         EXIT.
      *----------------------------------------------------------------*
      *  CARTOES DO PLANO DE CONTAS DA RUBRICA IMPRESS                  *
      *----------------------------------------------------------------*
       RT-CARREGAR-PLANO                           SECTION.
      *
           OPEN INPUT CONTAMAP
           IF  NOT FL-CONTAMAP-OK
               MOVE 'PLANO DE CONTAS (CONTAMAP) AUSENTE' TO WS-MOTIVO
               PERFORM RT-ANOTAR-RECUSA
               EXIT SECTION
           END-IF
           PERFORM UNTIL FL-CONTAMAP-EOF
               READ CONTAMAP
                 AT END
                    SET FL-CONTAMAP-EOF TO TRUE
                 NOT AT END
                    IF  REG-CONTAMAP(1:1) NOT EQUAL '*'
                    AND MAP-RUBRICA EQUAL 'IMPRESS'
                    AND MAP-NATUREZA-VALIDA
                    AND MAP-CONTA NOT EQUAL SPACES
                    AND WS-MAP-QTDE LESS 300
                        ADD 1 TO WS-MAP-QTDE
                        SET  INDMAP TO WS-MAP-QTDE
                        MOVE MAP-NATUREZA  TO WS-MAP-NATUREZA(INDMAP)
                        MOVE MAP-CENTRO    TO WS-MAP-CENTRO(INDMAP)
                        MOVE MAP-CONTA     TO WS-MAP-CONTA(INDMAP)
                        MOVE MAP-HISTORICO TO WS-MAP-HISTORICO(INDMAP)
                    END-IF
               END-READ
           END-PERFORM
           CLOSE CONTAMAP.
      *
       RT-CARREGAR-PLANOX.                         EXIT.
      *----------------------------------------------------------------*
      *  RELATORIOS EMITIDOS NO MES E IMPRESSOS: UMA CONTA POR          *
      *  IMPRESSAO DO LIVRO (SEM LIVRO, UMA SO)                         *
      *----------------------------------------------------------------*
       RT-LER-CWDIRS                               SECTION.
      *
           MOVE LOW-VALUES     TO CWDIRS-EMISSAO
           MOVE WS-DATA-INICIO TO CWDIRS-DATA
           START CWDIRS KEY NOT LESS CWDIRS-EMISSAO
               INVALID KEY
                   SET FL-CWDIRS-EOF TO TRUE
           END-START
           PERFORM UNTIL FL-CWDIRS-EOF
               READ CWDIRS NEXT RECORD
                 AT END
                    SET FL-CWDIRS-EOF TO TRUE
                 NOT AT END
                    IF  CWDIRS-DATA / 100 NOT EQUAL WS-ANOMES
                        SET FL-CWDIRS-EOF TO TRUE
                    ELSE
                        ADD 1 TO WS-LIDOS-CWDIRS
                        IF  CWDIRS-IMPRESSO EQUAL '*'
                        AND CWDIRS-FOLHAS NUMERIC
                        AND CWDIRS-FOLHAS GREATER ZEROS
                            ADD 1 TO WS-IMPRESSOS
                            PERFORM RT-CUSTEAR-RELATORIO
                        END-IF
                    END-IF
               END-READ
           END-PERFORM
           CLOSE CWDIRS
           IF  FL-PROVLINK-OK OR FL-PROVLINK-EOF
               CLOSE PROVLINK
           END-IF
           CLOSE PERSNL.
      *
       RT-LER-CWDIRSX.                             EXIT.
      *----------------------------------------------------------------*
       RT-CUSTEAR-RELATORIO                        SECTION.
      *
           MOVE ZEROS TO WS-PRINTS-JOB
           PERFORM VARYING INDLIV FROM 1 BY 1
                     UNTIL INDLIV GREATER WS-LIV-QTDE
               IF  WS-LIV-SPOOL(INDLIV) EQUAL CWDIRS-SPOOL
                   ADD 1 TO WS-PRINTS-JOB
                   MOVE WS-LIV-IMPRESSORA(INDLIV) TO WS-IMPRESSORA
                   PERFORM RT-SOMAR-IMPRESSAO
               END-IF
           END-PERFORM
           IF  WS-PRINTS-JOB EQUAL ZEROS
               ADD 1 TO WS-SEM-LIVRO
               MOVE 'NAO REGISTRADA' TO WS-IMPRESSORA
               PERFORM RT-SOMAR-IMPRESSAO
           END-IF.
      *
       RT-CUSTEAR-RELATORIOX.                      EXIT.
      *----------------------------------------------------------------*
      *  UMA IMPRESSAO DO RELATORIO CORRENTE NA WS-IMPRESSORA: CUSTO E  *
      *  ACUMULADOS POR IMPRESSORA, USUARIO, DEPARTAMENTO E CODIGO      *
      *----------------------------------------------------------------*
       RT-SOMAR-IMPRESSAO                          SECTION.
      *
           ADD 1 TO WS-IMPRESSOES
           PERFORM RT-LOCALIZAR-IMPRESSORA
           IF  NOT ACHADO
               EXIT SECTION
           END-IF
           MOVE CWDIRS-FOLHAS TO WS-PAGINAS
           COMPUTE WS-CUSTO ROUNDED =
                   WS-PAGINAS * WS-IMP-CUSTO-PAGINA(INDIMP)
           ADD WS-PAGINAS TO WS-IMP-PAGINAS(INDIMP) WS-TOTAL-PAGINAS
           ADD WS-CUSTO   TO WS-IMP-CUSTO(INDIMP)   WS-TOTAL-CUSTO
      *
           PERFORM RT-LOCALIZAR-USUARIO
           IF  ACHADO
               ADD WS-PAGINAS TO WS-USU-PAGINAS(INDUSU)
               ADD WS-CUSTO   TO WS-USU-CUSTO(INDUSU)
               MOVE WS-USU-DEPT(INDUSU) TO WS-DEPT
           ELSE
               MOVE ZEROS TO WS-DEPT
           END-IF
      *
           PERFORM RT-LOCALIZAR-DEPT
           IF  ACHADO
               ADD WS-PAGINAS TO WS-DEP-PAGINAS(INDDEP)
               ADD WS-CUSTO   TO WS-DEP-CUSTO(INDDEP)
           END-IF
      *
           SET INDCOD TO 1
           SEARCH WS-COD-TAB
               AT END
                   CONTINUE
               WHEN INDCOD GREATER WS-COD-QTDE
                   CONTINUE
               WHEN WS-COD-CODIGO(INDCOD) EQUAL CWDIRS-CODIGO
                   ADD WS-PAGINAS TO WS-COD-PAGINAS(INDCOD)
                   ADD WS-CUSTO   TO WS-COD-CUSTO(INDCOD)
                   EXIT SECTION
           END-SEARCH
           IF  WS-COD-QTDE LESS 300
               ADD 1 TO WS-COD-QTDE
               SET  INDCOD TO WS-COD-QTDE
               MOVE CWDIRS-CODIGO TO WS-COD-CODIGO(INDCOD)
               MOVE WS-PAGINAS    TO WS-COD-PAGINAS(INDCOD)
               MOVE WS-CUSTO      TO WS-COD-CUSTO(INDCOD)
           END-IF.
      *
       RT-SOMAR-IMPRESSAOX.                        EXIT.
      *----------------------------------------------------------------*
      *  IMPRESSORA DA TABELA; A PRIMEIRA VEZ DE UMA SEM CARTAO ENTRA   *
      *  COM O CUSTO PADRAO                                             *
      *----------------------------------------------------------------*
       RT-LOCALIZAR-IMPRESSORA                     SECTION.
      *
           MOVE 'N' TO WS-ACHADO
           SET INDIMP TO 1
           SEARCH WS-IMP-TAB
               AT END
                   CONTINUE
               WHEN INDIMP GREATER WS-IMP-QTDE
                   CONTINUE
               WHEN WS-IMP-NOME(INDIMP) EQUAL WS-IMPRESSORA
                   SET ACHADO TO TRUE
                   EXIT SECTION
           END-SEARCH
           IF  WS-IMP-QTDE NOT LESS 100
               DISPLAY PGMID '006I- MAIS DE 100 IMPRESSORAS - '
                       WS-IMPRESSORA ' NAO CUSTEADA'
               EXIT SECTION
           END-IF
           ADD 1 TO WS-IMP-QTDE
           SET  INDIMP TO WS-IMP-QTDE
           MOVE WS-IMPRESSORA   TO WS-IMP-NOME(INDIMP)
           MOVE WS-CUSTO-PADRAO TO WS-IMP-CUSTO-PAGINA(INDIMP)
           MOVE 'N'             TO WS-IMP-CARTAO(INDIMP)
           MOVE ZEROS           TO WS-IMP-PAGINAS(INDIMP)
                                   WS-IMP-CUSTO(INDIMP)
           SET ACHADO TO TRUE.
      *
       RT-LOCALIZAR-IMPRESSORAX.                   EXIT.
      *----------------------------------------------------------------*
      *  USUARIO DA TABELA; NA PRIMEIRA VEZ O DEPARTAMENTO VEM DA       *
      *  MATRICULA VINCULADA NO PROVLINK (VINCULO ATIVO)                *
      *----------------------------------------------------------------*
       RT-LOCALIZAR-USUARIO                        SECTION.
      *
           MOVE 'N' TO WS-ACHADO
           SET INDUSU TO 1
           SEARCH WS-USU-TAB
               AT END
                   CONTINUE
               WHEN INDUSU GREATER WS-USU-QTDE
                   CONTINUE
               WHEN WS-USU-NOME(INDUSU) EQUAL CWDIRS-USUARIO
                   SET ACHADO TO TRUE
                   EXIT SECTION
           END-SEARCH
           IF  WS-USU-QTDE NOT LESS 500
               EXIT SECTION
           END-IF
           ADD 1 TO WS-USU-QTDE
           SET  INDUSU TO WS-USU-QTDE
           MOVE CWDIRS-USUARIO TO WS-USU-NOME(INDUSU)
           MOVE ZEROS          TO WS-USU-DEPT(INDUSU)
                                  WS-USU-PAGINAS(INDUSU)
                                  WS-USU-CUSTO(INDUSU)
           MOVE 'N'            TO WS-USU-VINCULO(INDUSU)
      *
           IF  FL-PROVLINK-OK OR FL-PROVLINK-EOF
               MOVE ZEROS TO LINK-EMP-NO
               START PROVLINK KEY NOT LESS LINK-EMP-NO
                   INVALID KEY
                       SET FL-PROVLINK-EOF TO TRUE
                   NOT INVALID KEY
                       MOVE ZEROS TO FL-STA-PROVLINK
               END-START
               PERFORM UNTIL FL-PROVLINK-EOF
                   READ PROVLINK NEXT RECORD
                     AT END
                        SET FL-PROVLINK-EOF TO TRUE
                     NOT AT END
                        IF  LINK-USUARIO EQUAL CWDIRS-USUARIO
                        AND LINK-ATIVO
                            MOVE LINK-EMP-NO TO PERSNL-EMP-NO
                            READ PERSNL
                            IF  FL-PERSNL-OK
                                MOVE DEPT TO WS-USU-DEPT(INDUSU)
                                MOVE 'S'  TO WS-USU-VINCULO(INDUSU)
                            END-IF
                            MOVE ZEROS TO FL-STA-PERSNL
                            SET FL-PROVLINK-EOF TO TRUE
                        END-IF
                   END-READ
               END-PERFORM
               MOVE ZEROS TO FL-STA-PROVLINK
           END-IF
           SET ACHADO TO TRUE.
      *
       RT-LOCALIZAR-USUARIOX.                      EXIT.
      *----------------------------------------------------------------*
      *  DEPARTAMENTO WS-DEPT DA TABELA (000 = SEM VINCULO); O QUE NAO  *
      *  ESTA NO DEPTOS ENTRA SEM CENTRO DE CUSTO                       *
      *----------------------------------------------------------------*
       RT-LOCALIZAR-DEPT                           SECTION.
      *
           MOVE 'N' TO WS-ACHADO
           SET INDDEP TO 1
           SEARCH WS-DEP-TAB
               AT END
                   CONTINUE
               WHEN INDDEP GREATER WS-DEP-QTDE
                   CONTINUE
               WHEN WS-DEP-DEPT(INDDEP) EQUAL WS-DEPT
                   SET ACHADO TO TRUE
                   EXIT SECTION
           END-SEARCH
           IF  WS-DEP-QTDE NOT LESS 200
               EXIT SECTION
           END-IF
           ADD 1 TO WS-DEP-QTDE
           SET  INDDEP TO WS-DEP-QTDE
           MOVE WS-DEPT TO WS-DEP-DEPT(INDDEP)
           IF  WS-DEPT EQUAL ZEROS
               MOVE 'USUARIO SEM VINCULO' TO WS-DEP-DESCRICAO(INDDEP)
           ELSE
               MOVE 'FORA DO DEPTOS'      TO WS-DEP-DESCRICAO(INDDEP)
           END-IF
           MOVE SPACES  TO WS-DEP-CENTRO(INDDEP)
           MOVE ZEROS   TO WS-DEP-PAGINAS(INDDEP)
                           WS-DEP-CUSTO(INDDEP)
           SET ACHADO TO TRUE.
      *
       RT-LOCALIZAR-DEPTX.                         EXIT.
      *----------------------------------------------------------------*
      *  TOTAIS POR IMPRESSORA, USUARIO, DEPARTAMENTO E CODIGO          *
      *----------------------------------------------------------------*
       RT-LISTAR-TOTAIS                            SECTION.
      *
           MOVE 'POR IMPRESSORA' TO TIT-BLOCO
           WRITE REG-PRTCREL FROM WS-TITULO-BLOCO
           PERFORM VARYING INDIMP FROM 1 BY 1
                     UNTIL INDIMP GREATER WS-IMP-QTDE
               IF  WS-IMP-PAGINAS(INDIMP) GREATER ZEROS
                   MOVE WS-IMP-NOME(INDIMP)         TO DET-NOME
                   MOVE SPACES                      TO DET-COMPLEMENTO
                                                       DET-OBS
                   MOVE WS-IMP-PAGINAS(INDIMP)      TO DET-PAGINAS
                   MOVE WS-IMP-CUSTO-PAGINA(INDIMP) TO DET-CUSTO-PAGINA
                   MOVE WS-IMP-CUSTO(INDIMP)        TO DET-CUSTO
                   IF  WS-IMP-CARTAO(INDIMP) NOT EQUAL 'S'
                       IF  TEM-PADRAO
                           MOVE 'CUSTO PADRAO (SEM CARTAO)' TO DET-OBS
                       ELSE
                           MOVE 'SEM CARTAO NO PRTCUSTO' TO DET-OBS
                       END-IF
                   END-IF
                   WRITE REG-PRTCREL FROM WS-DETALHE
               END-IF
           END-PERFORM
      *
           MOVE ZEROS TO DET-CUSTO-PAGINA
           MOVE SPACES TO REG-PRTCREL
           WRITE REG-PRTCREL
           MOVE 'POR USUARIO' TO TIT-BLOCO
           WRITE REG-PRTCREL FROM WS-TITULO-BLOCO
           PERFORM VARYING INDUSU FROM 1 BY 1
                     UNTIL INDUSU GREATER WS-USU-QTDE
               MOVE WS-USU-NOME(INDUSU)    TO DET-NOME
               MOVE SPACES                 TO DET-COMPLEMENTO DET-OBS
               IF  WS-USU-VINCULO(INDUSU) EQUAL 'S'
                   MOVE SPACES TO DET-COMPLEMENTO
                   STRING 'DEPTO ' WS-USU-DEPT(INDUSU)
                          DELIMITED BY SIZE INTO DET-COMPLEMENTO
               ELSE
                   MOVE 'SEM VINCULO NO PROVLINK' TO DET-OBS
               END-IF
               MOVE WS-USU-PAGINAS(INDUSU) TO DET-PAGINAS
               MOVE WS-USU-CUSTO(INDUSU)   TO DET-CUSTO
               WRITE REG-PRTCREL FROM WS-DETALHE
           END-PERFORM
      *
           MOVE SPACES TO REG-PRTCREL
           WRITE REG-PRTCREL
           MOVE 'POR DEPARTAMENTO' TO TIT-BLOCO
           WRITE REG-PRTCREL FROM WS-TITULO-BLOCO
           MOVE ZEROS TO WS-NAO-RATEADO
           PERFORM VARYING INDDEP FROM 1 BY 1
                     UNTIL INDDEP GREATER WS-DEP-QTDE
               IF  WS-DEP-PAGINAS(INDDEP) GREATER ZEROS
                   MOVE SPACES TO DET-NOME DET-OBS
                   STRING WS-DEP-DEPT(INDDEP) ' '
                          WS-DEP-DESCRICAO(INDDEP)
                          DELIMITED BY SIZE INTO DET-NOME
                   MOVE WS-DEP-CENTRO(INDDEP)  TO DET-COMPLEMENTO
                   MOVE WS-DEP-PAGINAS(INDDEP) TO DET-PAGINAS
                   MOVE WS-DEP-CUSTO(INDDEP)   TO DET-CUSTO
                   IF  WS-DEP-CENTRO(INDDEP) EQUAL SPACES
                       MOVE 'NAO RATEADO - SEM CENTRO DE CUSTO'
                         TO DET-OBS
                       ADD WS-DEP-CUSTO(INDDEP) TO WS-NAO-RATEADO
                   END-IF
                   WRITE REG-PRTCREL FROM WS-DETALHE
               END-IF
           END-PERFORM
      *
           MOVE SPACES TO REG-PRTCREL
           WRITE REG-PRTCREL
           MOVE 'POR CODIGO DE RELATORIO' TO TIT-BLOCO
           WRITE REG-PRTCREL FROM WS-TITULO-BLOCO
           PERFORM VARYING INDCOD FROM 1 BY 1
                     UNTIL INDCOD GREATER WS-COD-QTDE
               MOVE WS-COD-CODIGO(INDCOD)  TO DET-NOME
               MOVE SPACES                 TO DET-COMPLEMENTO DET-OBS
               MOVE WS-COD-PAGINAS(INDCOD) TO DET-PAGINAS
               MOVE WS-COD-CUSTO(INDCOD)   TO DET-CUSTO
               WRITE REG-PRTCREL FROM WS-DETALHE
           END-PERFORM
      *
           MOVE SPACES TO REG-PRTCREL
           WRITE REG-PRTCREL
           MOVE 'TOTAL DO MES'   TO DET-NOME
           MOVE SPACES           TO DET-COMPLEMENTO DET-OBS
           MOVE WS-TOTAL-PAGINAS TO DET-PAGINAS
           MOVE WS-TOTAL-CUSTO   TO DET-CUSTO
           IF  WS-NAO-RATEADO GREATER ZEROS
               MOVE WS-NAO-RATEADO TO WS-ED-VALOR
               STRING 'NAO RATEADO ' WS-ED-VALOR
                      DELIMITED BY SIZE INTO DET-OBS
           END-IF
           WRITE REG-PRTCREL FROM WS-DETALHE.
      *
       RT-LISTAR-TOTAISX.                          EXIT.
      *----------------------------------------------------------------*
      *  DEBITO DO CUSTO DE CADA CENTRO DE CUSTO E CREDITO DO TOTAL     *
      *  RATEADO NO CENTRO DE TI                                        *
      *----------------------------------------------------------------*
       RT-MONTAR-PARTIDAS                          SECTION.
      *
           MOVE ZEROS TO WS-TOTAL-DEBITO WS-TOTAL-CREDITO
           PERFORM VARYING INDDEP FROM 1 BY 1
                     UNTIL INDDEP GREATER WS-DEP-QTDE
               IF  WS-DEP-CENTRO(INDDEP) NOT EQUAL SPACES
               AND WS-DEP-CUSTO(INDDEP)  GREATER ZEROS
                   MOVE 'D'                   TO WS-NATUREZA
                   MOVE WS-DEP-CENTRO(INDDEP) TO WS-CENTRO
                   MOVE WS-DEP-CUSTO(INDDEP)  TO WS-CUSTO
                   PERFORM RT-SOMAR-PARTIDA
                   ADD WS-DEP-CUSTO(INDDEP)   TO WS-TOTAL-DEBITO
               END-IF
           END-PERFORM
      *
           IF  WS-TOTAL-DEBITO EQUAL ZEROS
               EXIT SECTION
           END-IF
           IF  WS-CENTRO-TI EQUAL SPACES
               MOVE 'CENTRO DE CUSTO DE TI (PRTCHG-CENTRO-TI) NAO'
                 & ' INFORMADO' TO WS-MOTIVO
               PERFORM RT-ANOTAR-RECUSA
               EXIT SECTION
           END-IF
           MOVE 'C'             TO WS-NATUREZA
           MOVE WS-CENTRO-TI    TO WS-CENTRO
           MOVE WS-TOTAL-DEBITO TO WS-CUSTO WS-TOTAL-CREDITO
           PERFORM RT-SOMAR-PARTIDA.
      *
       RT-MONTAR-PARTIDASX.                        EXIT.
      *----------------------------------------------------------------*
       RT-SOMAR-PARTIDA                            SECTION.
      *
           SET INDPAR TO 1
           SEARCH WS-PAR-TAB
               AT END
                   CONTINUE
               WHEN INDPAR GREATER WS-PAR-QTDE
                   CONTINUE
               WHEN WS-PAR-NATUREZA(INDPAR) EQUAL WS-NATUREZA
               AND  WS-PAR-CENTRO(INDPAR)   EQUAL WS-CENTRO
                   ADD WS-CUSTO TO WS-PAR-VALOR(INDPAR)
                   EXIT SECTION
           END-SEARCH
           IF  WS-PAR-QTDE NOT LESS 201
               MOVE 'MAIS DE 200 CENTROS DE CUSTO NO LOTE' TO WS-MOTIVO
               PERFORM RT-ANOTAR-RECUSA
               EXIT SECTION
           END-IF
           ADD 1 TO WS-PAR-QTDE
           SET  INDPAR TO WS-PAR-QTDE
           MOVE WS-NATUREZA TO WS-PAR-NATUREZA(INDPAR)
           MOVE WS-CENTRO   TO WS-PAR-CENTRO(INDPAR)
           MOVE WS-CUSTO    TO WS-PAR-VALOR(INDPAR)
           MOVE SPACES      TO WS-PAR-CONTA(INDPAR)
                               WS-PAR-HISTORICO(INDPAR).
      *
       RT-SOMAR-PARTIDAX.                          EXIT.
      *----------------------------------------------------------------*
      *  CONTA DE CADA PARTIDA: CARTAO DO CENTRO DE CUSTO, SENAO O DO   *
      *  CENTRO EM BRANCO; SEM CARTAO O LOTE E RECUSADO                 *
      *----------------------------------------------------------------*
       RT-ATRIBUIR-CONTAS                          SECTION.
      *
           PERFORM VARYING INDPAR FROM 1 BY 1
                     UNTIL INDPAR GREATER WS-PAR-QTDE
               MOVE 'N' TO WS-ACHADO
               PERFORM VARYING INDMAP FROM 1 BY 1
                         UNTIL INDMAP GREATER WS-MAP-QTDE
                   IF  WS-MAP-NATUREZA(INDMAP)
                                     EQUAL WS-PAR-NATUREZA(INDPAR)
                       IF  WS-MAP-CENTRO(INDMAP)
                                     EQUAL WS-PAR-CENTRO(INDPAR)
                           PERFORM RT-COPIAR-CONTA
                           SET ACHADO TO TRUE
                       END-IF
                       IF  WS-MAP-CENTRO(INDMAP) EQUAL SPACES
                       AND NOT ACHADO
                           PERFORM RT-COPIAR-CONTA
                       END-IF
                   END-IF
               END-PERFORM
               IF  WS-PAR-CONTA(INDPAR) EQUAL SPACES
                   MOVE SPACES TO WS-MOTIVO
                   STRING 'RUBRICA IMPRESS ' WS-PAR-NATUREZA(INDPAR)
                          ' CENTRO ' WS-PAR-CENTRO(INDPAR)
                          ' SEM CONTA NO CONTAMAP'
                          DELIMITED BY SIZE INTO WS-MOTIVO
                   PERFORM RT-ANOTAR-RECUSA
               END-IF
           END-PERFORM.
      *
       RT-ATRIBUIR-CONTASX.                        EXIT.
      *----------------------------------------------------------------*
       RT-COPIAR-CONTA                             SECTION.
      *
           MOVE WS-MAP-CONTA(INDMAP) TO WS-PAR-CONTA(INDPAR)
           MOVE SPACES TO WS-PAR-HISTORICO(INDPAR)
           IF  WS-MAP-HISTORICO(INDMAP) NOT EQUAL SPACES
               STRING WS-MAP-HISTORICO(INDMAP) ' '
                      WS-ANOMES-MES '/' WS-ANOMES-ANO
                      DELIMITED BY SIZE INTO WS-PAR-HISTORICO(INDPAR)
           ELSE
               STRING 'CUSTO DE IMPRESSAO ' WS-ANOMES-MES '/'
                      WS-ANOMES-ANO
                      DELIMITED BY SIZE INTO WS-PAR-HISTORICO(INDPAR)
           END-IF.
      *
       RT-COPIAR-CONTAX.                           EXIT.
      *----------------------------------------------------------------*
       RT-LISTAR-PARTIDAS                          SECTION.
      *
           MOVE SPACES TO REG-PRTCREL
           WRITE REG-PRTCREL
           WRITE REG-PRTCREL FROM WS-TITULOS-LOTE
           PERFORM VARYING INDPAR FROM 1 BY 1
                     UNTIL INDPAR GREATER WS-PAR-QTDE
               SET  LOT-SEQUENCIA TO INDPAR
               MOVE WS-PAR-CONTA(INDPAR)     TO LOT-CONTA
               MOVE WS-PAR-NATUREZA(INDPAR)  TO LOT-NATUREZA
               MOVE WS-PAR-CENTRO(INDPAR)    TO LOT-CENTRO
               MOVE WS-PAR-VALOR(INDPAR)     TO LOT-VALOR
               MOVE WS-PAR-HISTORICO(INDPAR) TO LOT-HISTORICO
               WRITE REG-PRTCREL FROM WS-DETALHE-LOTE
           END-PERFORM.
      *
       RT-LISTAR-PARTIDASX.                        EXIT.
      *----------------------------------------------------------------*
      *  LOTE ACEITO: CABECALHO, UM LANCAMENTO POR PARTIDA E RODAPE     *
      *----------------------------------------------------------------*
       RT-GRAVAR-LOTE                              SECTION.
      *
           OPEN OUTPUT PRTCCTB
           IF  NOT FL-PRTCCTB-OK
               DISPLAY PGMID '007I- PRTCCTB COM ERRO ' FL-STA-PRTCCTB
               MOVE 8 TO WS-RETURN-CODE
               EXIT SECTION
           END-IF
      *
           MOVE SPACES             TO REG-PRTCCTB
           MOVE '0'                TO JRNL0-TIPO
           MOVE WS-ANOMES          TO JRNL0-COMPETENCIA
           MOVE WS-DATA-HOJE       TO JRNL0-DATA-GERACAO
           MOVE WS-DATA-LANCAMENTO TO JRNL0-DATA-LANCAMENTO
           MOVE 'IMPRESS'          TO JRNL0-ORIGEM
           WRITE REG-PRTCCTB
      *
           PERFORM VARYING INDPAR FROM 1 BY 1
                     UNTIL INDPAR GREATER WS-PAR-QTDE
               MOVE SPACES                   TO REG-PRTCCTB
               MOVE '1'                      TO JRNL1-TIPO
               SET  JRNL1-SEQUENCIA          TO INDPAR
               MOVE WS-DATA-LANCAMENTO       TO JRNL1-DATA-LANCAMENTO
               MOVE WS-PAR-CONTA(INDPAR)     TO JRNL1-CONTA
               MOVE WS-PAR-NATUREZA(INDPAR)  TO JRNL1-NATUREZA
               MOVE WS-PAR-CENTRO(INDPAR)    TO JRNL1-CENTRO
               MOVE WS-PAR-VALOR(INDPAR)     TO JRNL1-VALOR
               MOVE WS-PAR-HISTORICO(INDPAR) TO JRNL1-HISTORICO
               MOVE 'IMPRESS'                TO JRNL1-RUBRICA
               WRITE REG-PRTCCTB
               ADD 1 TO WS-GRAVADOS
           END-PERFORM
      *
           MOVE SPACES           TO REG-PRTCCTB
           MOVE '9'              TO JRNL9-TIPO
           MOVE WS-ANOMES        TO JRNL9-COMPETENCIA
           MOVE WS-GRAVADOS      TO JRNL9-QTDE
           MOVE WS-TOTAL-DEBITO  TO JRNL9-TOTAL-DEBITO
           MOVE WS-TOTAL-CREDITO TO JRNL9-TOTAL-CREDITO
           WRITE REG-PRTCCTB
           CLOSE PRTCCTB
      *
           MOVE SPACES TO REG-PRTCREL
           WRITE REG-PRTCREL
           MOVE '  LOTE ACEITO - GRAVADO EM PRTCCTB' TO REG-PRTCREL
           WRITE REG-PRTCREL.
      *
       RT-GRAVAR-LOTEX.                            EXIT.
      *----------------------------------------------------------------*
      *  LOTE RECUSADO: O PRTCCTB FICA VAZIO PARA QUE UM LOTE ANTERIOR  *
      *  NAO SEJA IMPORTADO NO LUGAR DESTE                              *
      *----------------------------------------------------------------*
       RT-RECUSAR-LOTE                             SECTION.
      *
           OPEN OUTPUT PRTCCTB
           CLOSE PRTCCTB
           MOVE SPACES TO REG-PRTCREL
           WRITE REG-PRTCREL
           MOVE '  LOTE RECUSADO - PRTCCTB NAO GERADO (MOTIVOS ACIMA)'
             TO REG-PRTCREL
           WRITE REG-PRTCREL
           DISPLAY PGMID '008I- LOTE CONTABIL RECUSADO - VEJA O PRTCREL'
           MOVE 8 TO WS-RETURN-CODE.
      *
       RT-RECUSAR-LOTEX.                           EXIT.
      *----------------------------------------------------------------*
      *  MOTIVO DE RECUSA: NA LISTAGEM E NO LOG DO JOB                  *
      *----------------------------------------------------------------*
       RT-ANOTAR-RECUSA                            SECTION.
      *
           ADD 1 TO WS-RECUSAS
           DISPLAY PGMID '009I- ' WS-MOTIVO(1:70)
           MOVE SPACES TO REG-PRTCREL
           STRING '  *** RECUSA: ' WS-MOTIVO
                  DELIMITED BY SIZE INTO REG-PRTCREL
           WRITE REG-PRTCREL.
      *
       RT-ANOTAR-RECUSAX.                          EXIT.
      *----------------------------------------------------------------*
       RT-DESPACHAR-SPOOL                          SECTION.
      *
           CLOSE PRTCREL
           MOVE 'PRTCREL'  TO CWSPLF-FILE
           MOVE 'PRTCHG'   TO CWSPLF-REPORT
           MOVE SPACES     TO CWSPLF-TITLE
           STRING 'RATEIO DO CUSTO DE IMPRESSAO - ' WS-ANOMES
                  DELIMITED BY SIZE INTO CWSPLF-TITLE
           CALL SB-CWSPLF USING PARAMETROS-CWSPLF
             ON EXCEPTION
                DISPLAY PGMID '010I- CWSPLF INDISPONIVEL - LISTAGEM'
                        ' FICOU EM PRTCREL'
           END-CALL.
      *
       RT-DESPACHAR-SPOOLX.                        EXIT.
      *----------------------------------------------------------------*
       RT-FINALIZAR                                SECTION.
      *
           DISPLAY PGMID '999I' TRACOS
           MOVE    WS-LIDOS-CWDIRS     TO WS-DISPLAY
           DISPLAY PGMID '011I- RELATORIOS DO MES.......:' WS-DISPLAY
           MOVE    WS-IMPRESSOS        TO WS-DISPLAY
           DISPLAY PGMID '012I- RELATORIOS IMPRESSOS....:' WS-DISPLAY
           MOVE    WS-IMPRESSOES       TO WS-DISPLAY
           DISPLAY PGMID '013I- IMPRESSOES CUSTEADAS....:' WS-DISPLAY
           MOVE    WS-SEM-LIVRO        TO WS-DISPLAY
           DISPLAY PGMID '014I- SEM LINHA NO LIVRO......:' WS-DISPLAY
           MOVE    WS-TOTAL-PAGINAS    TO WS-DISPLAY
           DISPLAY PGMID '015I- PAGINAS.................:' WS-DISPLAY
           MOVE    WS-TOTAL-CUSTO      TO WS-ED-VALOR
           DISPLAY PGMID '016I- CUSTO TOTAL.............:' WS-ED-VALOR
           MOVE    WS-NAO-RATEADO      TO WS-ED-VALOR
           DISPLAY PGMID '017I- NAO RATEADO.............:' WS-ED-VALOR
           MOVE    WS-GRAVADOS         TO WS-DISPLAY
           DISPLAY PGMID '018I- LANCAMENTOS GRAVADOS....:' WS-DISPLAY
           DISPLAY PGMID '999I' TRACOS.
      *
       RT-FINALIZARX.                              EXIT.
      ******************************************************************
      *                      FIM  DO  PROGRAMA                         *
      ******************************************************************
