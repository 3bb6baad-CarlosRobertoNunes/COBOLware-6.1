      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CONCBCO.
       AUTHOR.        Traduzido de Easytrieve (macro esy.kex v.0.10).
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      * Conciliacao bancaria: importa o extrato do    *
                      * banco para o EXTRATO e casa cada lancamento   *
                      * com o movimento do sistema:                   *
                      *                                               *
                      *  - DEBITOS: CHEQUE COMPENSADO (NUMERO DO      *
                      *    DOCUMENTO E VALOR NO CHEQREG), CREDITO DE  *
                      *    SALARIO PAGO NO CREDPAG (UM A UM OU O LOTE *
                      *    DA DATA) E CREDITO DE PENSAO DO PENPAG;    *
                      *  - CREDITOS: COBRANCA LIQUIDADA NO CHARGES    *
                      *    PELO CNABRET (UMA A UMA OU A SOMA DO DIA), *
                      *    PAGA ATE CONCILIA-PRAZO DIAS ANTES DO      *
                      *    LANCAMENTO (PADRAO 3).                     *
                      *                                               *
                      * O casamento fica no EXTRATO (situacao A) e no *
                      * CONCLIG, que marca o item do sistema ja       *
                      * conciliado. O que sobra dos dois lados vai ao *
                      * CONCREL para o acerto no CONCMNT.             *
                      *                                               *
                      * Extrato em CONCILIA-ARQUIVO (padrao           *
                      * extrato.txt), CNAB 240 segmento E ou OFX (uma *
                      * marca por linha); CONCILIA-FORMATO = CNAB ou  *
                      * OFX, em branco o formato e reconhecido pela   *
                      * primeira linha. Lancamento ja importado nao   *
                      * e duplicado; sem arquivo so reconcilia os     *
                      * pendentes.                                    *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT EXTRAIN ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FL-STA-EXTRAIN.
      *
           SELECT EXTRATO ASSIGN TO EXTRATO
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS EXT-CHAVE
                  FILE STATUS   IS FL-STA-EXTRATO.
      *
           SELECT CONCLIG ASSIGN TO CONCLIG
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS CLG-CHAVE
                  FILE STATUS   IS FL-STA-CONCLIG.
      *
           SELECT OPTIONAL CREDPAG ASSIGN TO CREDPAG
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS CREDPAG-CHAVE
                  FILE STATUS   IS FL-STA-CREDPAG.
      *
           SELECT OPTIONAL PENPAG ASSIGN TO PENPAG
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS PENPAG-CHAVE
                  FILE STATUS   IS FL-STA-PENPAG.
      *
           SELECT OPTIONAL CHEQREG ASSIGN TO CHEQREG
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS CHQ-NUMERO
                  FILE STATUS   IS FL-STA-CHEQREG.
      *
           SELECT OPTIONAL CHARGES ASSIGN TO CHARGES
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS CHG-NOSSO-NUMERO
                  FILE STATUS   IS FL-STA-CHARGES.
      *
           SELECT CONCREL ASSIGN TO CONCREL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *----------------------------------------------------------------*
      *  EXTRATO DO BANCO: CNAB 240 (SEGMENTO E) OU OFX                 *
      *----------------------------------------------------------------*
       FD  EXTRAIN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-EXTRAIN.
      *
       01  REG-EXTRAIN                       PIC  X(400).
      *
       01  REG-EXT-240 REDEFINES REG-EXTRAIN.
           03 FILLER                         PIC  X(003).
           03 E240-LOTE                      PIC  X(004).
           03 E240-TIPO-REG                  PIC  X(001).
           03 E240-SEQUENCIA                 PIC  X(005).
           03 E240-SEGMENTO                  PIC  X(001).
           03 FILLER                         PIC  X(120).
           03 E240-DATA-CONTABIL             PIC  X(008).
           03 E240-DATA-LANC.
              05 E240-LANC-DD                PIC  X(002).
              05 E240-LANC-MM                PIC  X(002).
              05 E240-LANC-AAAA              PIC  X(004).
           03 E240-VALOR                     PIC  9(016)V99.
           03 E240-VALOR-X REDEFINES E240-VALOR
                                             PIC  X(018).
           03 E240-TIPO-LANC                 PIC  X(001).
           03 E240-CATEGORIA                 PIC  X(003).
           03 E240-COD-HISTORICO             PIC  X(004).
           03 E240-HISTORICO                 PIC  X(025).
           03 E240-DOCUMENTO                 PIC  X(039).
           03 FILLER                         PIC  X(160).
      *
      *----------------------------------------------------------------*
      *  LANCAMENTOS IMPORTADOS E SUA SITUACAO DE CONCILIACAO           *
      *----------------------------------------------------------------*
       FD  EXTRATO
           RECORD CONTAINS 250 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-EXTRATO.
           03 EXT-CHAVE                      PIC  X(030).
           03 EXT-DATA                       PIC  9(008).
           03 EXT-TIPO                       PIC  X(001).
              88 EXT-DEBITO                             VALUE 'D'.
              88 EXT-CREDITO                            VALUE 'C'.
           03 EXT-VALOR                      PIC  9(011)V99.
           03 EXT-DOCUMENTO                  PIC  X(020).
           03 EXT-HISTORICO                  PIC  X(040).
           03 EXT-SITUACAO                   PIC  X(001).
              88 EXT-PENDENTE                           VALUE 'P'.
              88 EXT-AUTOMATICA                         VALUE 'A'.
              88 EXT-MANUAL                             VALUE 'M'.
              88 EXT-JUSTIFICADA                        VALUE 'J'.
           03 EXT-ORIGEM                     PIC  X(001).
           03 EXT-REFERENCIA                 PIC  X(020).
           03 EXT-JUSTIFICATIVA              PIC  X(050).
           03 EXT-DATA-IMPORTACAO            PIC  9(008).
           03 EXT-DATA-CONC                  PIC  9(008).
           03 EXT-OPERADOR                   PIC  X(030).
           03 FILLER                         PIC  X(020).
      *
      *----------------------------------------------------------------*
      *  ITENS DO SISTEMA JA CONCILIADOS OU JUSTIFICADOS; ORIGEM S      *
      *  SALARIO (CREDPAG), P PENSAO (PENPAG), Q CHEQUE (CHEQREG) E B   *
      *  COBRANCA (CHARGES)                                             *
      *----------------------------------------------------------------*
       FD  CONCLIG
           RECORD CONTAINS 160 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-CONCLIG.
           03 CLG-CHAVE.
              05 CLG-ORIGEM                  PIC  X(001).
              05 CLG-REFERENCIA              PIC  X(020).
           03 CLG-EXTRATO                    PIC  X(030).
           03 CLG-SITUACAO                   PIC  X(001).
              88 CLG-AUTOMATICA                         VALUE 'A'.
              88 CLG-MANUAL                             VALUE 'M'.
              88 CLG-JUSTIFICADA                        VALUE 'J'.
           03 CLG-VALOR                      PIC  9(011)V99.
           03 CLG-JUSTIFICATIVA              PIC  X(050).
           03 CLG-DATA                       PIC  9(008).
           03 CLG-OPERADOR                   PIC  X(030).
           03 FILLER                         PIC  X(007).
      *
      *----------------------------------------------------------------*
      *  CREDITOS DE SALARIO (CNABPAG/CNABPRT)                          *
      *----------------------------------------------------------------*
       FD  CREDPAG
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-CREDPAG.
           03 CREDPAG-CHAVE.
              05 CREDPAG-ANOMES              PIC  9(006).
              05 CREDPAG-TIPO                PIC  X(001).
              05 CREDPAG-EMP-NO              PIC  9(005).
           03 CREDPAG-COMPANY                PIC  9(002).
           03 CREDPAG-DEPT                   PIC  9(003).
           03 CREDPAG-BANCO                  PIC  9(003).
           03 CREDPAG-AGENCIA                PIC  9(005).
           03 CREDPAG-AGENCIA-DV             PIC  X(001).
           03 CREDPAG-CONTA                  PIC  9(012).
           03 CREDPAG-CONTA-DV               PIC  X(001).
           03 CREDPAG-FORMA                  PIC  9(002).
           03 CREDPAG-VALOR                  PIC  9(009)V99.
           03 CREDPAG-SITUACAO               PIC  X(001).
              88 CREDPAG-ENVIADO                        VALUE 'E'.
              88 CREDPAG-PAGO                           VALUE 'P'.
              88 CREDPAG-REJEITADO                      VALUE 'R'.
              88 CREDPAG-FORA                           VALUE 'X'.
           03 CREDPAG-DATA-PGTO              PIC  9(008).
           03 CREDPAG-NSA                    PIC  9(006).
           03 CREDPAG-DATA-RETORNO           PIC  9(008).
           03 CREDPAG-VALOR-PAGO             PIC  9(009)V99.
           03 CREDPAG-OCORRENCIAS            PIC  X(010).
           03 CREDPAG-CPF                    PIC  9(011).
           03 FILLER                         PIC  X(013).
      *
      *----------------------------------------------------------------*
      *  CREDITOS DOS BENEFICIARIOS DE PENSAO (GRAVADOS PELO NETCALC)   *
      *----------------------------------------------------------------*
       FD  PENPAG
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-PENPAG.
           03 PENPAG-CHAVE.
              05 PENPAG-ANOMES               PIC  9(006).
              05 PENPAG-TIPO                 PIC  X(001).
              05 PENPAG-EMP-NO               PIC  9(005).
              05 PENPAG-SEQ                  PIC  9(002).
           03 PENPAG-PROCESSO                PIC  X(025).
           03 PENPAG-NOME                    PIC  X(040).
           03 PENPAG-CPF                     PIC  9(011).
           03 PENPAG-BANCO                   PIC  9(003).
           03 PENPAG-AGENCIA                 PIC  9(005).
           03 PENPAG-AGENCIA-DV              PIC  X(001).
           03 PENPAG-CONTA                   PIC  9(012).
           03 PENPAG-CONTA-DV                PIC  X(001).
           03 PENPAG-TIPO-CONTA              PIC  X(001).
           03 PENPAG-BASE                    PIC  X(001).
           03 PENPAG-VALOR                   PIC  9(007)V99.
           03 PENPAG-DATA-CALC               PIC  9(008).
           03 FILLER                         PIC  X(019).
      *
      *----------------------------------------------------------------*
      *  REGISTRO DE CHEQUES (CHEQUE); O NUMERO ZERO E O CONTROLE       *
      *----------------------------------------------------------------*
       FD  CHEQREG
           RECORD CONTAINS 250 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-CHEQREG.
           03 CHQ-NUMERO                     PIC  9(006).
           03 CHQ-FAVORECIDO                 PIC  X(060).
           03 CHQ-VALOR                      PIC  9(008)V99.
           03 CHQ-SITUACAO                   PIC  X(001).
              88 CHQ-EMITIDO                            VALUE 'E'.
              88 CHQ-ANULADO                            VALUE 'A'.
           03 CHQ-ORIGEM                     PIC  X(001).
           03 CHQ-REFERENCIA                 PIC  X(020).
           03 CHQ-DATA-EMISSAO               PIC  9(008).
           03 FILLER                         PIC  X(144).
      *
      *----------------------------------------------------------------*
      *  COBRANCAS (BOLETO/CNABRET)                                     *
      *----------------------------------------------------------------*
       FD  CHARGES
           RECORD CONTAINS 080 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-CHARGES.
           03 CHG-NOSSO-NUMERO               PIC  X(020).
           03 CHG-VALOR                      PIC  9(009)V99.
           03 CHG-SITUACAO                   PIC  X(001).
              88 CHG-ABERTA                              VALUE 'A'.
              88 CHG-PAGA                                VALUE 'P'.
              88 CHG-REJEITADA                           VALUE 'R'.
              88 CHG-CANCELADA                           VALUE 'C'.
           03 CHG-DATA-PGTO                  PIC  9(008).
           03 CHG-VALOR-PAGO                 PIC  9(009)V99.
           03 CHG-SACADO                     PIC  9(006).
           03 CHG-VENCIMENTO                 PIC  9(008).
           03 CHG-DATA-EMISSAO               PIC  9(008).
           03 FILLER                         PIC  X(007).
      *
       FD  CONCREL
           LABEL RECORD IS OMITTED.
      *
       01  REG-CONCREL                       PIC  X(132).
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
           03 PGMID                          PIC  X(009)    VALUE
              '#CONCBCO.'.
           03 FL-STA-EXTRAIN                 PIC  X(002)    VALUE
              ZEROS.
              88 FL-EXTRAIN-OK                              VALUE '00'.
              88 FL-EXTRAIN-EOF                             VALUE '10'.
           03 FL-STA-EXTRATO                 PIC  X(002)    VALUE
              ZEROS.
              88 FL-EXTRATO-OK                              VALUE '00'.
              88 FL-EXTRATO-EOF                             VALUE '10'.
              88 FL-EXTRATO-NOVO                            VALUE '35'.
           03 FL-STA-CONCLIG                 PIC  X(002)    VALUE
              ZEROS.
              88 FL-CONCLIG-OK                              VALUE '00'.
              88 FL-CONCLIG-NOVO                            VALUE '35'.
           03 FL-STA-CREDPAG                 PIC  X(002)    VALUE
              ZEROS.
              88 FL-CREDPAG-OK                              VALUE '00'.
              88 FL-CREDPAG-EOF                             VALUE '10'.
           03 FL-STA-PENPAG                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-PENPAG-OK                               VALUE '00'.
              88 FL-PENPAG-EOF                              VALUE '10'.
           03 FL-STA-CHEQREG                 PIC  X(002)    VALUE
              ZEROS.
              88 FL-CHEQREG-OK                              VALUE '00'.
              88 FL-CHEQREG-EOF                             VALUE '10'.
           03 FL-STA-CHARGES                 PIC  X(002)    VALUE
              ZEROS.
              88 FL-CHARGES-OK                              VALUE '00'.
              88 FL-CHARGES-EOF                             VALUE '10'.
           03 LB-EXTRAIN                     PIC  X(255)    VALUE
              SPACES.
           03 WS-FORMATO                     PIC  X(004)    VALUE
              SPACES.
              88 FORMATO-CNAB                               VALUE
                                                            'CNAB'.
              88 FORMATO-OFX                                VALUE
                                                            'OFX '.
           03 WS-ENV                         PIC  X(030)    VALUE
              SPACES.
           03 WS-PRAZO                       PIC  9(003)    VALUE 3.
           03 WS-RETURN-CODE                 PIC  9(003)    VALUE
              ZEROS.
           03 WS-DISPLAY                     PIC  ZZZ.ZZZ.ZZ9.
           03 WS-DATA-HOJE                   PIC  9(008)    VALUE
              ZEROS.
           03 WS-DATA-INI                    PIC  9(008)    VALUE
              ZEROS.
           03 WS-DATA-FIM                    PIC  9(008)    VALUE
              ZEROS.
           03 WS-DATA-CARGA                  PIC  9(008)    VALUE
              ZEROS.
           03 WS-ANOMES-INI                  PIC  9(006)    VALUE
              ZEROS.
           03 WS-ANOMES-FIM                  PIC  9(006)    VALUE
              ZEROS.
           03 WS-DIA-INI                     PIC  9(007)    VALUE
              ZEROS.
           03 WS-DIA-EXT                     PIC  9(007)    VALUE
              ZEROS.
           03 WS-DIA-ALVO                    PIC  9(007)    VALUE
              ZEROS.
           03 WS-DATA-AAAAMMDD               PIC  9(008)    VALUE
              ZEROS.
           03 WS-ACHOU                       PIC  X(001)    VALUE 'N'.
              88 ACHOU                                      VALUE 'S'.
           03 WS-EM-TRANSACAO                PIC  X(001)    VALUE 'N'.
              88 EM-TRANSACAO                               VALUE 'S'.
           03 WS-PRIMEIRA-LINHA              PIC  X(001)    VALUE 'S'.
              88 PRIMEIRA-LINHA                             VALUE 'S'.
           03 WS-CONCREL-ABERTO              PIC  X(001)    VALUE 'N'.
              88 CONCREL-ABERTO                             VALUE 'S'.
           03 WS-EXTRATO-ABERTO              PIC  X(001)    VALUE 'N'.
              88 EXTRATO-ABERTO                             VALUE 'S'.
           03 WS-CONCLIG-ABERTO              PIC  X(001)    VALUE 'N'.
              88 CONCLIG-ABERTO                             VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *  LEITURA DO OFX: UMA MARCA <TAG>CONTEUDO POR LINHA              *
      *----------------------------------------------------------------*
       01  WS-OFX.
           03 WS-BRANCOS              COMP   PIC  9(004)    VALUE
              ZEROS.
           03 WS-ANTES                       PIC  X(010)    VALUE
              SPACES.
           03 WS-TAG                         PIC  X(020)    VALUE
              SPACES.
           03 WS-CONTEUDO                    PIC  X(080)    VALUE
              SPACES.
           03 WS-VALOR-X                     PIC  X(030)    VALUE
              SPACES.
           03 WS-VALOR-OFX                   PIC S9(011)V99 VALUE
              ZEROS.
           03 OFX-DATA                       PIC  X(008)    VALUE
              SPACES.
           03 OFX-FITID                      PIC  X(029)    VALUE
              SPACES.
           03 OFX-CHECKNUM                   PIC  X(020)    VALUE
              SPACES.
           03 OFX-MEMO                       PIC  X(040)    VALUE
              SPACES.
           03 OFX-NAME                       PIC  X(040)    VALUE
              SPACES.
      *
      *----------------------------------------------------------------*
      *  NUMERO DO DOCUMENTO DO LANCAMENTO (CHEQUE COMPENSADO)          *
      *----------------------------------------------------------------*
       01  WS-DOCUMENTO.
           03 WS-DOC-X                       PIC  X(020)    VALUE
              SPACES.
           03 WS-DOC-TAM              COMP   PIC  9(004)    VALUE
              ZEROS.
           03 WS-DOC-NUM                     PIC  9(018)    VALUE
              ZEROS.
           03 WS-DOC-CHEQUE                  PIC  9(006)    VALUE
              ZEROS.
      *
      *----------------------------------------------------------------*
      *  MOVIMENTO DO SISTEMA AINDA NAO CONCILIADO NO PERIODO           *
      *----------------------------------------------------------------*
       01  WS-SISTEMA.
           03 WS-SIS-QTDE             COMP   PIC  9(004)    VALUE
              ZEROS.
           03 WS-SIS-MAX              COMP   PIC  9(004)    VALUE 5000.
           03 WS-IS                   COMP   PIC  9(004)    VALUE
              ZEROS.
           03 WS-LOTE-QTDE            COMP   PIC  9(004)    VALUE
              ZEROS.
           03 WS-LOTE-SOMA            COMP-3 PIC S9(011)V99 VALUE
              ZEROS.
           03 WS-LOTE-ORIGEM                 PIC  X(001)    VALUE
              SPACE.
           03 WS-LOTE-ED                     PIC  9(004)    VALUE
              ZEROS.
           03 WS-K                    COMP   PIC  9(004)    VALUE
              ZEROS.
           03 WS-ITEM.
              05 ITM-ORIGEM                  PIC  X(001).
              05 ITM-REFERENCIA              PIC  X(020).
              05 ITM-DATA                    PIC  9(008).
              05 ITM-VALOR                   PIC  9(011)V99.
              05 ITM-DESCRICAO               PIC  X(040).
           03 WS-TAB-SIS OCCURS 5000 TIMES.
              05 TSI-ORIGEM                  PIC  X(001).
              05 TSI-REFERENCIA              PIC  X(020).
              05 TSI-DATA                    PIC  9(008).
              05 TSI-DIA              COMP-3 PIC  9(007).
              05 TSI-VALOR            COMP-3 PIC  9(011)V99.
              05 TSI-DESCRICAO               PIC  X(040).
              05 TSI-USADO                   PIC  X(001).
                 88 TSI-LIVRE                           VALUE 'N'.
      *
       01  WS-TOTAIS                  COMP-3.
           03 WS-LIDOS                       PIC S9(009)    VALUE ZEROS.
           03 WS-IMPORTADOS                  PIC S9(009)    VALUE ZEROS.
           03 WS-DUPLICADOS                  PIC S9(009)    VALUE ZEROS.
           03 WS-INVALIDOS                   PIC S9(009)    VALUE ZEROS.
           03 WS-PENDENTES-ANTES             PIC S9(009)    VALUE ZEROS.
           03 WS-CONCILIADOS                 PIC S9(009)    VALUE ZEROS.
           03 WS-PENDENTES                   PIC S9(009)    VALUE ZEROS.
           03 WS-SIS-CARREGADOS              PIC S9(009)    VALUE ZEROS.
           03 WS-SIS-PENDENTES               PIC S9(009)    VALUE ZEROS.
           03 WS-SIS-EXCEDENTES              PIC S9(009)    VALUE ZEROS.
           03 WS-VALOR-PEND-DEB              PIC S9(013)V99 VALUE ZEROS.
           03 WS-VALOR-PEND-CRE              PIC S9(013)V99 VALUE ZEROS.
           03 WS-VALOR-PEND-SIS              PIC S9(013)V99 VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *  LINHAS DO RELATORIO                                            *
      *----------------------------------------------------------------*
       01  WS-CABECALHO.
           03 FILLER                         PIC  X(044)    VALUE
              'CONCILIACAO BANCARIA - LANCAMENTOS DE '.
           03 CAB-INI                        PIC  X(010).
           03 FILLER                         PIC  X(003)    VALUE
              ' A '.
           03 CAB-FIM                        PIC  X(010).
           03 FILLER                         PIC  X(065)    VALUE
              SPACES.
      *
       01  WS-DATA-ED.
           03 WS-ED-DD                       PIC  9(002).
           03 FILLER                         PIC  X(001)    VALUE '/'.
           03 WS-ED-MM                       PIC  9(002).
           03 FILLER                         PIC  X(001)    VALUE '/'.
           03 WS-ED-AAAA                     PIC  9(004).
      *
       01  WS-SUBTITULO                      PIC  X(132)    VALUE
           SPACES.
      *
       01  WS-TITULO-EXTRATO.
           03 FILLER                         PIC  X(050)    VALUE
              'DATA        T             VALOR  DOCUMENTO        '.
           03 FILLER                         PIC  X(050)    VALUE
              '    HISTORICO                                 CHAV'.
           03 FILLER                         PIC  X(032)    VALUE
              'E'.
      *
       01  WS-DET-EXTRATO.
           03 DEX-DATA                       PIC  X(010).
           03 FILLER                         PIC  X(002)    VALUE
              SPACES.
           03 DEX-TIPO                       PIC  X(001).
           03 FILLER                         PIC  X(001)    VALUE
              SPACE.
           03 DEX-VALOR                      PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                         PIC  X(002)    VALUE
              SPACES.
           03 DEX-DOCUMENTO                  PIC  X(020).
           03 FILLER                         PIC  X(001)    VALUE
              SPACE.
           03 DEX-HISTORICO                  PIC  X(040).
           03 FILLER                         PIC  X(002)    VALUE
              SPACES.
           03 DEX-CHAVE                      PIC  X(030).
           03 FILLER                         PIC  X(006)    VALUE
              SPACES.
      *
       01  WS-TITULO-SISTEMA.
           03 FILLER                         PIC  X(050)    VALUE
              'ORIGEM    REFERENCIA           DATA               '.
           03 FILLER                         PIC  X(050)    VALUE
              '    VALOR  DESCRICAO                              '.
           03 FILLER                         PIC  X(032)    VALUE
              SPACES.
      *
       01  WS-DET-SISTEMA.
           03 DSI-ORIGEM                     PIC  X(008).
           03 FILLER                         PIC  X(002)    VALUE
              SPACES.
           03 DSI-REFERENCIA                 PIC  X(020).
           03 FILLER                         PIC  X(001)    VALUE
              SPACE.
           03 DSI-DATA                       PIC  X(010).
           03 FILLER                         PIC  X(001)    VALUE
              SPACE.
           03 DSI-VALOR                      PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                         PIC  X(002)    VALUE
              SPACES.
           03 DSI-DESCRICAO                  PIC  X(040).
           03 FILLER                         PIC  X(031)    VALUE
              SPACES.
      *
       01  WS-TOTAL-LINHA.
           03 TOT-ROTULO                     PIC  X(050).
           03 TOT-QTDE                       PIC  ZZZ.ZZ9.
           03 FILLER                         PIC  X(003)    VALUE
              SPACES.
           03 TOT-VALOR                      PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                         PIC  X(055)    VALUE
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
           IF  WS-RETURN-CODE LESS 8
               PERFORM RT-IMPORTAR
               PERFORM RT-PERIODO
               IF  WS-PENDENTES-ANTES GREATER ZEROS
                   PERFORM RT-CARREGAR
                   PERFORM RT-CONCILIAR
               END-IF
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
      *  PARAMETROS E ABERTURA DO EXTRATO E DO CONCLIG                  *
      *----------------------------------------------------------------*
       RT-INICIAR                                  SECTION.
      *
           DISPLAY PGMID '001I ' FUNCTION WHEN-COMPILED
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
      *
           DISPLAY 'CONCILIA-ARQUIVO' UPON ENVIRONMENT-NAME
           ACCEPT   LB-EXTRAIN        FROM ENVIRONMENT-VALUE
           IF  LB-EXTRAIN EQUAL SPACES
               MOVE 'extrato.txt' TO LB-EXTRAIN
           END-IF
           DISPLAY 'CONCILIA-FORMATO' UPON ENVIRONMENT-NAME
           ACCEPT   WS-FORMATO        FROM ENVIRONMENT-VALUE
           INSPECT  WS-FORMATO CONVERTING 'abcfnox' TO 'ABCFNOX'
           IF  WS-FORMATO NOT EQUAL SPACES
           AND NOT FORMATO-CNAB AND NOT FORMATO-OFX
               DISPLAY PGMID '002I- CONCILIA-FORMATO INVALIDO ('
                       WS-FORMATO ') - DEVE SER CNAB OU OFX'
               MOVE 8 TO WS-RETURN-CODE
               EXIT SECTION
           END-IF
           MOVE SPACES TO WS-ENV
           DISPLAY 'CONCILIA-PRAZO'   UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV            FROM ENVIRONMENT-VALUE
           IF  WS-ENV NOT EQUAL SPACES
               IF  WS-ENV(1:3) IS NUMERIC AND WS-ENV(4:) EQUAL SPACES
                   MOVE WS-ENV(1:3) TO WS-PRAZO
               ELSE
                   DISPLAY PGMID '002I- CONCILIA-PRAZO INVALIDO ('
                           WS-ENV(1:10) ') - USADO ' WS-PRAZO
               END-IF
           END-IF
      *
           OPEN I-O EXTRATO
           IF  FL-EXTRATO-NOVO
               OPEN OUTPUT EXTRATO
               CLOSE EXTRATO
               OPEN I-O EXTRATO
           END-IF
           IF  NOT FL-EXTRATO-OK
               DISPLAY PGMID '003I- EXTRATO COM ERRO ' FL-STA-EXTRATO
               MOVE 8 TO WS-RETURN-CODE
               EXIT SECTION
           END-IF
           SET EXTRATO-ABERTO TO TRUE
      *
           OPEN I-O CONCLIG
           IF  FL-CONCLIG-NOVO
               OPEN OUTPUT CONCLIG
               CLOSE CONCLIG
               OPEN I-O CONCLIG
           END-IF
           IF  NOT FL-CONCLIG-OK
               DISPLAY PGMID '003I- CONCLIG COM ERRO ' FL-STA-CONCLIG
               MOVE 8 TO WS-RETURN-CODE
               EXIT SECTION
           END-IF
           SET CONCLIG-ABERTO TO TRUE.
      *
       RT-INICIARX.                                EXIT.
      *----------------------------------------------------------------*
      *  LEITURA DO EXTRATO DO BANCO E GRAVACAO DOS LANCAMENTOS NOVOS   *
      *----------------------------------------------------------------*
       RT-IMPORTAR                                 SECTION.
      *
           OPEN INPUT EXTRAIN
           IF  NOT FL-EXTRAIN-OK
               DISPLAY PGMID '004I- ' LB-EXTRAIN(1:40)
                       ' AUSENTE (' FL-STA-EXTRAIN
                       ') - SO RECONCILIACAO DOS PENDENTES'
               EXIT SECTION
           END-IF
      *
           PERFORM UNTIL FL-EXTRAIN-EOF
               READ EXTRAIN
                 AT END
                    SET FL-EXTRAIN-EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-LIDOS
                    IF  PRIMEIRA-LINHA
                        MOVE 'N' TO WS-PRIMEIRA-LINHA
                        IF  WS-FORMATO EQUAL SPACES
                            PERFORM RT-RECONHECER-FORMATO
                        END-IF
                    END-IF
                    IF  FORMATO-OFX
                        PERFORM RT-LINHA-OFX
                    ELSE
                        PERFORM RT-LINHA-CNAB
                    END-IF
               END-READ
           END-PERFORM
           CLOSE EXTRAIN
      *
           DISPLAY PGMID '004I- ' LB-EXTRAIN(1:40) ' (' WS-FORMATO
                   ') IMPORTADO'.
      *
       RT-IMPORTARX.                               EXIT.
      *----------------------------------------------------------------*
      *  OFX COMECA POR OFXHEADER, <?XML OU <OFX>; O RESTO E CNAB 240   *
      *----------------------------------------------------------------*
       RT-RECONHECER-FORMATO                       SECTION.
      *
           MOVE ZEROS TO WS-BRANCOS
           INSPECT REG-EXTRAIN TALLYING WS-BRANCOS FOR LEADING SPACES
           IF  WS-BRANCOS LESS 390
           AND (REG-EXTRAIN(WS-BRANCOS + 1:9)  EQUAL 'OFXHEADER'
            OR  REG-EXTRAIN(WS-BRANCOS + 1:5)  EQUAL '<?xml'
            OR  REG-EXTRAIN(WS-BRANCOS + 1:5)  EQUAL '<?XML'
            OR  REG-EXTRAIN(WS-BRANCOS + 1:5)  EQUAL '<OFX>')
               SET FORMATO-OFX  TO TRUE
           ELSE
               SET FORMATO-CNAB TO TRUE
           END-IF.
      *
       RT-RECONHECER-FORMATOX.                     EXIT.
      *----------------------------------------------------------------*
      *  CNAB 240: SO O DETALHE (TIPO 3) SEGMENTO E INTERESSA           *
      *----------------------------------------------------------------*
       RT-LINHA-CNAB                               SECTION.
      *
           IF  E240-TIPO-REG NOT EQUAL '3'
           OR  E240-SEGMENTO NOT EQUAL 'E'
               EXIT SECTION
           END-IF
           IF  E240-DATA-LANC IS NOT NUMERIC
           OR  E240-VALOR-X   IS NOT NUMERIC
           OR (E240-TIPO-LANC NOT EQUAL 'D' AND 'C')
               DISPLAY PGMID '005I- LINHA ' WS-LIDOS
                       ' SEGMENTO E INVALIDO - IGNORADA'
               ADD 1 TO WS-INVALIDOS
               EXIT SECTION
           END-IF
      *
           MOVE SPACES TO REG-EXTRATO
           STRING 'C' E240-LANC-AAAA E240-LANC-MM E240-LANC-DD
                  E240-LOTE E240-SEQUENCIA E240-DOCUMENTO
                  DELIMITED BY SIZE INTO EXT-CHAVE
           STRING E240-LANC-AAAA E240-LANC-MM E240-LANC-DD
                  DELIMITED BY SIZE INTO WS-DATA-AAAAMMDD
           MOVE WS-DATA-AAAAMMDD TO EXT-DATA
           MOVE E240-TIPO-LANC   TO EXT-TIPO
           MOVE E240-VALOR       TO EXT-VALOR
           MOVE E240-DOCUMENTO   TO EXT-DOCUMENTO
           MOVE E240-HISTORICO   TO EXT-HISTORICO
           PERFORM RT-GRAVAR-EXTRATO.
      *
       RT-LINHA-CNABX.                             EXIT.
      *----------------------------------------------------------------*
      *  OFX: <STMTTRN> ABRE E </STMTTRN> FECHA O LANCAMENTO; AS        *
      *  MARCAS DE DENTRO SAO GUARDADAS ATE O FECHAMENTO                *
      *----------------------------------------------------------------*
       RT-LINHA-OFX                                SECTION.
      *
           MOVE ZEROS TO WS-BRANCOS
           INSPECT REG-EXTRAIN TALLYING WS-BRANCOS FOR LEADING SPACES
           IF  WS-BRANCOS NOT LESS 400
               EXIT SECTION
           END-IF
           MOVE SPACES TO WS-ANTES WS-TAG WS-CONTEUDO
           UNSTRING REG-EXTRAIN(WS-BRANCOS + 1:)
               DELIMITED BY '>' OR '<'
               INTO WS-ANTES WS-TAG WS-CONTEUDO
           END-UNSTRING
           INSPECT WS-TAG CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
      *
           EVALUATE WS-TAG
               WHEN 'STMTTRN'
                    SET EM-TRANSACAO TO TRUE
                    MOVE SPACES TO OFX-DATA OFX-FITID OFX-CHECKNUM
                                   OFX-MEMO OFX-NAME WS-VALOR-X
               WHEN '/STMTTRN'
                    IF  EM-TRANSACAO
                        PERFORM RT-FECHAR-OFX
                    END-IF
                    MOVE 'N' TO WS-EM-TRANSACAO
               WHEN 'DTPOSTED'
                    MOVE WS-CONTEUDO(1:8) TO OFX-DATA
               WHEN 'TRNAMT'
                    MOVE WS-CONTEUDO      TO WS-VALOR-X
               WHEN 'FITID'
                    MOVE WS-CONTEUDO      TO OFX-FITID
               WHEN 'CHECKNUM'
                    MOVE WS-CONTEUDO      TO OFX-CHECKNUM
               WHEN 'MEMO'
                    MOVE WS-CONTEUDO      TO OFX-MEMO
               WHEN 'NAME'
                    MOVE WS-CONTEUDO      TO OFX-NAME
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.
      *
       RT-LINHA-OFXX.                              EXIT.
      *----------------------------------------------------------------*
       RT-FECHAR-OFX                               SECTION.
      *
           IF  OFX-DATA IS NOT NUMERIC
           OR  WS-VALOR-X EQUAL SPACES
           OR  OFX-FITID  EQUAL SPACES
               DISPLAY PGMID '005I- LINHA ' WS-LIDOS
                       ' STMTTRN SEM DATA, VALOR OU FITID - IGNORADO'
               ADD 1 TO WS-INVALIDOS
               EXIT SECTION
           END-IF
      *
      *    O OFX USA PONTO DECIMAL
           INSPECT WS-VALOR-X REPLACING ALL '.' BY ','
           COMPUTE WS-VALOR-OFX = FUNCTION NUMVAL(WS-VALOR-X)
      *
           MOVE SPACES TO REG-EXTRATO
           STRING 'O' OFX-FITID DELIMITED BY SIZE INTO EXT-CHAVE
           MOVE OFX-DATA TO WS-DATA-AAAAMMDD
           MOVE WS-DATA-AAAAMMDD TO EXT-DATA
           IF  WS-VALOR-OFX LESS ZEROS
               MOVE 'D' TO EXT-TIPO
               COMPUTE EXT-VALOR = WS-VALOR-OFX * -1
           ELSE
               MOVE 'C' TO EXT-TIPO
               MOVE WS-VALOR-OFX TO EXT-VALOR
           END-IF
           MOVE OFX-CHECKNUM TO EXT-DOCUMENTO
           IF  OFX-MEMO NOT EQUAL SPACES
               MOVE OFX-MEMO TO EXT-HISTORICO
           ELSE
               MOVE OFX-NAME TO EXT-HISTORICO
           END-IF
           PERFORM RT-GRAVAR-EXTRATO.
      *
       RT-FECHAR-OFXX.                             EXIT.
      *----------------------------------------------------------------*
      *  LANCAMENTO NOVO FICA PENDENTE; O JA IMPORTADO E SO CONTADO     *
      *----------------------------------------------------------------*
       RT-GRAVAR-EXTRATO                           SECTION.
      *
           IF  FUNCTION TEST-DATE-YYYYMMDD(EXT-DATA) NOT EQUAL 0
               DISPLAY PGMID '005I- LINHA ' WS-LIDOS
                       ' DATA INVALIDA ' EXT-DATA ' - IGNORADA'
               ADD 1 TO WS-INVALIDOS
               EXIT SECTION
           END-IF
           SET  EXT-PENDENTE  TO TRUE
           MOVE SPACES        TO EXT-ORIGEM EXT-REFERENCIA
                                 EXT-JUSTIFICATIVA EXT-OPERADOR
           MOVE WS-DATA-HOJE  TO EXT-DATA-IMPORTACAO
           MOVE ZEROS         TO EXT-DATA-CONC
           WRITE REG-EXTRATO
               INVALID KEY
                   ADD 1 TO WS-DUPLICADOS
               NOT INVALID KEY
                   ADD 1 TO WS-IMPORTADOS
           END-WRITE.
      *
       RT-GRAVAR-EXTRATOX.                         EXIT.
      *----------------------------------------------------------------*
      *  PERIODO DOS LANCAMENTOS PENDENTES (O DO MOVIMENTO A CARREGAR)  *
      *----------------------------------------------------------------*
       RT-PERIODO                                  SECTION.
      *
           MOVE 99999999 TO WS-DATA-INI
           MOVE ZEROS    TO WS-DATA-FIM
           MOVE LOW-VALUES TO EXT-CHAVE
           START EXTRATO KEY NOT LESS EXT-CHAVE
               INVALID KEY
                   SET FL-EXTRATO-EOF TO TRUE
           END-START
           PERFORM UNTIL FL-EXTRATO-EOF
               READ EXTRATO NEXT RECORD
                 AT END
                    SET FL-EXTRATO-EOF TO TRUE
                 NOT AT END
                    IF  EXT-PENDENTE
                        ADD 1 TO WS-PENDENTES-ANTES
                        IF  EXT-DATA LESS WS-DATA-INI
                            MOVE EXT-DATA TO WS-DATA-INI
                        END-IF
                        IF  EXT-DATA GREATER WS-DATA-FIM
                            MOVE EXT-DATA TO WS-DATA-FIM
                        END-IF
                    END-IF
               END-READ
           END-PERFORM
           MOVE '00' TO FL-STA-EXTRATO
      *
           IF  WS-PENDENTES-ANTES EQUAL ZEROS
               DISPLAY PGMID '006I- NENHUM LANCAMENTO PENDENTE'
               MOVE WS-DATA-HOJE TO WS-DATA-INI WS-DATA-FIM
               EXIT SECTION
           END-IF
      *
      *    O MOVIMENTO DO SISTEMA PODE ANTECEDER O LANCAMENTO NO BANCO
           COMPUTE WS-DIA-INI =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-INI) - WS-PRAZO
           COMPUTE WS-DATA-CARGA = FUNCTION DATE-OF-INTEGER(WS-DIA-INI)
           COMPUTE WS-ANOMES-INI = WS-DATA-CARGA / 100
           COMPUTE WS-ANOMES-FIM = WS-DATA-FIM / 100
      *    A PENSAO DO MES SAI NO COMECO DO MES SEGUINTE
           IF  WS-ANOMES-INI(5:2) EQUAL '01'
               SUBTRACT 89 FROM WS-ANOMES-INI
           ELSE
               SUBTRACT 1 FROM WS-ANOMES-INI
           END-IF
           MOVE    WS-PENDENTES-ANTES TO WS-DISPLAY
           DISPLAY PGMID '006I- ' WS-DISPLAY
                   ' PENDENTE(S) DE ' WS-DATA-INI ' A ' WS-DATA-FIM.
      *
       RT-PERIODOX.                                EXIT.
      *----------------------------------------------------------------*
      *  MOVIMENTO DO SISTEMA NO PERIODO QUE AINDA NAO ESTA NO CONCLIG  *
      *----------------------------------------------------------------*
       RT-CARREGAR                                 SECTION.
      *
           OPEN INPUT CREDPAG
           IF  FL-CREDPAG-OK
               MOVE LOW-VALUES TO CREDPAG-CHAVE
               START CREDPAG KEY NOT LESS CREDPAG-CHAVE
                   INVALID KEY
                       SET FL-CREDPAG-EOF TO TRUE
               END-START
               PERFORM UNTIL FL-CREDPAG-EOF
                   READ CREDPAG NEXT RECORD
                     AT END
                        SET FL-CREDPAG-EOF TO TRUE
                     NOT AT END
                        IF  CREDPAG-PAGO
                        AND CREDPAG-DATA-PGTO NOT LESS WS-DATA-CARGA
                        AND CREDPAG-DATA-PGTO NOT GREATER WS-DATA-FIM
                            MOVE 'S'               TO ITM-ORIGEM
                            MOVE CREDPAG-CHAVE     TO ITM-REFERENCIA
                            MOVE CREDPAG-DATA-PGTO TO ITM-DATA
                            MOVE CREDPAG-VALOR-PAGO TO ITM-VALOR
                            MOVE SPACES            TO ITM-DESCRICAO
                            STRING 'SALARIO EMPREGADO ' CREDPAG-EMP-NO
                                   ' FOLHA ' CREDPAG-ANOMES
                                   DELIMITED BY SIZE INTO ITM-DESCRICAO
                            PERFORM RT-INCLUIR-ITEM
                        END-IF
                   END-READ
               END-PERFORM
               CLOSE CREDPAG
           ELSE
               DISPLAY PGMID '007I- CREDPAG AUSENTE (' FL-STA-CREDPAG
                       ') - SEM CREDITOS DE SALARIO'
           END-IF
      *
           OPEN INPUT PENPAG
           IF  FL-PENPAG-OK
               MOVE LOW-VALUES TO PENPAG-CHAVE
               MOVE WS-ANOMES-INI TO PENPAG-ANOMES
               START PENPAG KEY NOT LESS PENPAG-CHAVE
                   INVALID KEY
                       SET FL-PENPAG-EOF TO TRUE
               END-START
               PERFORM UNTIL FL-PENPAG-EOF
                   READ PENPAG NEXT RECORD
                     AT END
                        SET FL-PENPAG-EOF TO TRUE
                     NOT AT END
                        IF  PENPAG-ANOMES GREATER WS-ANOMES-FIM
                            SET FL-PENPAG-EOF TO TRUE
                        ELSE
                            MOVE 'P'              TO ITM-ORIGEM
                            MOVE PENPAG-CHAVE     TO ITM-REFERENCIA
                            MOVE PENPAG-DATA-CALC TO ITM-DATA
                            MOVE PENPAG-VALOR     TO ITM-VALOR
                            MOVE PENPAG-NOME      TO ITM-DESCRICAO
                            PERFORM RT-INCLUIR-ITEM
                        END-IF
                   END-READ
               END-PERFORM
               CLOSE PENPAG
           ELSE
               DISPLAY PGMID '007I- PENPAG AUSENTE (' FL-STA-PENPAG
                       ') - SEM CREDITOS DE PENSAO'
           END-IF
      *
      *    CHEQUE EMITIDO E AINDA NAO COMPENSADO FICA EM ABERTO
           OPEN INPUT CHEQREG
           IF  FL-CHEQREG-OK
               MOVE 1 TO CHQ-NUMERO
               START CHEQREG KEY NOT LESS CHQ-NUMERO
                   INVALID KEY
                       SET FL-CHEQREG-EOF TO TRUE
               END-START
               PERFORM UNTIL FL-CHEQREG-EOF
                   READ CHEQREG NEXT RECORD
                     AT END
                        SET FL-CHEQREG-EOF TO TRUE
                     NOT AT END
                        IF  CHQ-EMITIDO
                        AND CHQ-DATA-EMISSAO NOT GREATER WS-DATA-FIM
                            MOVE 'Q'              TO ITM-ORIGEM
                            MOVE CHQ-NUMERO       TO ITM-REFERENCIA
                            MOVE CHQ-DATA-EMISSAO TO ITM-DATA
                            MOVE CHQ-VALOR        TO ITM-VALOR
                            MOVE CHQ-FAVORECIDO   TO ITM-DESCRICAO
                            PERFORM RT-INCLUIR-ITEM
                        END-IF
                   END-READ
               END-PERFORM
               CLOSE CHEQREG
           ELSE
               DISPLAY PGMID '007I- CHEQREG AUSENTE (' FL-STA-CHEQREG
                       ') - SEM CHEQUES'
           END-IF
      *
           OPEN INPUT CHARGES
           IF  FL-CHARGES-OK
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
                        AND CHG-DATA-PGTO NOT LESS WS-DATA-CARGA
                        AND CHG-DATA-PGTO NOT GREATER WS-DATA-FIM
                            MOVE 'B'              TO ITM-ORIGEM
                            MOVE CHG-NOSSO-NUMERO TO ITM-REFERENCIA
                            MOVE CHG-DATA-PGTO    TO ITM-DATA
                            MOVE CHG-VALOR-PAGO   TO ITM-VALOR
                            MOVE SPACES           TO ITM-DESCRICAO
                            STRING 'COBRANCA DO SACADO ' CHG-SACADO
                                   DELIMITED BY SIZE INTO ITM-DESCRICAO
                            PERFORM RT-INCLUIR-ITEM
                        END-IF
                   END-READ
               END-PERFORM
               CLOSE CHARGES
           ELSE
               DISPLAY PGMID '007I- CHARGES AUSENTE (' FL-STA-CHARGES
                       ') - SEM COBRANCAS'
           END-IF
      *
           MOVE    WS-SIS-QTDE TO WS-DISPLAY
           DISPLAY PGMID '007I- ' WS-DISPLAY
                   ' ITEM(NS) DO SISTEMA A CONCILIAR'.
      *
       RT-CARREGARX.                               EXIT.
      *----------------------------------------------------------------*
      *  ITEM EM WS-ITEM NA TABELA, SE AINDA NAO ESTA NO CONCLIG        *
      *----------------------------------------------------------------*
       RT-INCLUIR-ITEM                             SECTION.
      *
           MOVE ITM-ORIGEM     TO CLG-ORIGEM
           MOVE ITM-REFERENCIA TO CLG-REFERENCIA
           READ CONCLIG
               NOT INVALID KEY
                   EXIT SECTION
           END-READ
           IF  WS-SIS-QTDE NOT LESS WS-SIS-MAX
               ADD 1 TO WS-SIS-EXCEDENTES
               EXIT SECTION
           END-IF
           ADD 1 TO WS-SIS-QTDE WS-SIS-CARREGADOS
           MOVE ITM-ORIGEM     TO TSI-ORIGEM     (WS-SIS-QTDE)
           MOVE ITM-REFERENCIA TO TSI-REFERENCIA (WS-SIS-QTDE)
           MOVE ITM-DATA       TO TSI-DATA       (WS-SIS-QTDE)
           MOVE ITM-VALOR      TO TSI-VALOR      (WS-SIS-QTDE)
           MOVE ITM-DESCRICAO  TO TSI-DESCRICAO  (WS-SIS-QTDE)
           MOVE 'N'            TO TSI-USADO      (WS-SIS-QTDE)
           IF  FUNCTION TEST-DATE-YYYYMMDD(ITM-DATA) EQUAL 0
               COMPUTE TSI-DIA (WS-SIS-QTDE) =
                       FUNCTION INTEGER-OF-DATE(ITM-DATA)
           ELSE
               MOVE ZEROS TO TSI-DIA (WS-SIS-QTDE)
           END-IF.
      *
       RT-INCLUIR-ITEMX.                           EXIT.
      *----------------------------------------------------------------*
      *  CASAMENTO AUTOMATICO DOS LANCAMENTOS PENDENTES                 *
      *----------------------------------------------------------------*
       RT-CONCILIAR                                SECTION.
      *
           MOVE LOW-VALUES TO EXT-CHAVE
           START EXTRATO KEY NOT LESS EXT-CHAVE
               INVALID KEY
                   SET FL-EXTRATO-EOF TO TRUE
           END-START
           PERFORM UNTIL FL-EXTRATO-EOF
               READ EXTRATO NEXT RECORD
                 AT END
                    SET FL-EXTRATO-EOF TO TRUE
                 NOT AT END
                    IF  EXT-PENDENTE
                        MOVE 'N' TO WS-ACHOU
                        COMPUTE WS-DIA-EXT =
                                FUNCTION INTEGER-OF-DATE(EXT-DATA)
                        IF  EXT-DEBITO
                            PERFORM RT-CONC-DEBITO
                        ELSE
                            PERFORM RT-CONC-CREDITO
                        END-IF
                        IF  ACHOU
                            PERFORM RT-GRAVAR-CONCILIACAO
                        END-IF
                    END-IF
               END-READ
           END-PERFORM
           MOVE '00' TO FL-STA-EXTRATO.
      *
       RT-CONCILIARX.                              EXIT.
      *----------------------------------------------------------------*
      *  DEBITO: CHEQUE PELO NUMERO, SALARIO DO DIA (UM OU O LOTE) E    *
      *  PENSAO JA CALCULADA                                            *
      *----------------------------------------------------------------*
       RT-CONC-DEBITO                              SECTION.
      *
           MOVE ZEROS  TO WS-DOC-CHEQUE WS-DOC-TAM
           MOVE SPACES TO WS-DOC-X
           UNSTRING EXT-DOCUMENTO DELIMITED BY ALL SPACE
               INTO WS-DOC-X COUNT IN WS-DOC-TAM
           END-UNSTRING
           IF  WS-DOC-TAM GREATER ZEROS AND WS-DOC-TAM LESS 19
               IF  WS-DOC-X(1:WS-DOC-TAM) IS NUMERIC
                   MOVE WS-DOC-X(1:WS-DOC-TAM) TO WS-DOC-NUM
                   IF  WS-DOC-NUM LESS 1000000
                       MOVE WS-DOC-NUM TO WS-DOC-CHEQUE
                   END-IF
               END-IF
           END-IF
      *
           IF  WS-DOC-CHEQUE GREATER ZEROS
               PERFORM VARYING WS-IS FROM 1 BY 1
                         UNTIL WS-IS GREATER WS-SIS-QTDE OR ACHOU
                   IF  TSI-ORIGEM (WS-IS) EQUAL 'Q'
                   AND TSI-LIVRE (WS-IS)
                   AND TSI-REFERENCIA (WS-IS)(1:6) EQUAL WS-DOC-CHEQUE
                   AND TSI-VALOR (WS-IS) EQUAL EXT-VALOR
                       PERFORM RT-MARCAR-ITEM
                       SET ACHOU TO TRUE
                   END-IF
               END-PERFORM
           END-IF
      *
           PERFORM VARYING WS-IS FROM 1 BY 1
                     UNTIL WS-IS GREATER WS-SIS-QTDE OR ACHOU
               IF  TSI-ORIGEM (WS-IS) EQUAL 'S'
               AND TSI-LIVRE (WS-IS)
               AND TSI-DATA (WS-IS)  EQUAL EXT-DATA
               AND TSI-VALOR (WS-IS) EQUAL EXT-VALOR
                   PERFORM RT-MARCAR-ITEM
                   SET ACHOU TO TRUE
               END-IF
           END-PERFORM
      *
           IF  NOT ACHOU
               MOVE 'S'        TO WS-LOTE-ORIGEM
               MOVE WS-DIA-EXT TO WS-DIA-ALVO
               PERFORM RT-LOTE
           END-IF
      *
           PERFORM VARYING WS-IS FROM 1 BY 1
                     UNTIL WS-IS GREATER WS-SIS-QTDE OR ACHOU
               IF  TSI-ORIGEM (WS-IS) EQUAL 'P'
               AND TSI-LIVRE (WS-IS)
               AND TSI-DATA (WS-IS)  NOT GREATER EXT-DATA
               AND TSI-VALOR (WS-IS) EQUAL EXT-VALOR
                   PERFORM RT-MARCAR-ITEM
                   SET ACHOU TO TRUE
               END-IF
           END-PERFORM.
      *
       RT-CONC-DEBITOX.                            EXIT.
      *----------------------------------------------------------------*
      *  CREDITO: COBRANCA PAGA ATE WS-PRAZO DIAS ANTES DO LANCAMENTO,  *
      *  UMA A UMA OU A SOMA DAS PAGAS NO MESMO DIA                     *
      *----------------------------------------------------------------*
       RT-CONC-CREDITO                             SECTION.
      *
           PERFORM VARYING WS-IS FROM 1 BY 1
                     UNTIL WS-IS GREATER WS-SIS-QTDE OR ACHOU
               IF  TSI-ORIGEM (WS-IS) EQUAL 'B'
               AND TSI-LIVRE (WS-IS)
               AND TSI-VALOR (WS-IS) EQUAL EXT-VALOR
               AND TSI-DIA (WS-IS) NOT GREATER WS-DIA-EXT
               AND TSI-DIA (WS-IS) + WS-PRAZO NOT LESS WS-DIA-EXT
                   PERFORM RT-MARCAR-ITEM
                   SET ACHOU TO TRUE
               END-IF
           END-PERFORM
      *
           MOVE 'B' TO WS-LOTE-ORIGEM
           PERFORM VARYING WS-K FROM 0 BY 1
                     UNTIL WS-K GREATER WS-PRAZO OR ACHOU
               COMPUTE WS-DIA-ALVO = WS-DIA-EXT - WS-K
               PERFORM RT-LOTE
           END-PERFORM.
      *
       RT-CONC-CREDITOX.                           EXIT.
      *----------------------------------------------------------------*
      *  LOTE: DOIS OU MAIS ITENS LIVRES DE WS-LOTE-ORIGEM NO DIA       *
      *  WS-DIA-ALVO CUJA SOMA E O VALOR DO LANCAMENTO                  *
      *----------------------------------------------------------------*
       RT-LOTE                                     SECTION.
      *
           MOVE ZEROS TO WS-LOTE-QTDE WS-LOTE-SOMA
           PERFORM VARYING WS-IS FROM 1 BY 1
                     UNTIL WS-IS GREATER WS-SIS-QTDE
               IF  TSI-ORIGEM (WS-IS) EQUAL WS-LOTE-ORIGEM
               AND TSI-LIVRE (WS-IS)
               AND TSI-DIA (WS-IS) EQUAL WS-DIA-ALVO
                   ADD 1                 TO WS-LOTE-QTDE
                   ADD TSI-VALOR (WS-IS) TO WS-LOTE-SOMA
               END-IF
           END-PERFORM
           IF  WS-LOTE-QTDE LESS 2
           OR  WS-LOTE-SOMA NOT EQUAL EXT-VALOR
               EXIT SECTION
           END-IF
      *
           PERFORM VARYING WS-IS FROM 1 BY 1
                     UNTIL WS-IS GREATER WS-SIS-QTDE
               IF  TSI-ORIGEM (WS-IS) EQUAL WS-LOTE-ORIGEM
               AND TSI-LIVRE (WS-IS)
               AND TSI-DIA (WS-IS) EQUAL WS-DIA-ALVO
                   PERFORM RT-MARCAR-ITEM
               END-IF
           END-PERFORM
           COMPUTE WS-DATA-AAAAMMDD =
                   FUNCTION DATE-OF-INTEGER(WS-DIA-ALVO)
           MOVE WS-LOTE-QTDE TO WS-LOTE-ED
           MOVE SPACES TO EXT-REFERENCIA
           STRING 'LOTE ' WS-DATA-AAAAMMDD ' (' WS-LOTE-ED ')'
                  DELIMITED BY SIZE INTO EXT-REFERENCIA
           SET ACHOU TO TRUE.
      *
       RT-LOTEX.                                   EXIT.
      *----------------------------------------------------------------*
      *  ITEM WS-IS CASADO COM O LANCAMENTO CORRENTE                    *
      *----------------------------------------------------------------*
       RT-MARCAR-ITEM                              SECTION.
      *
           MOVE 'S' TO TSI-USADO (WS-IS)
           MOVE TSI-ORIGEM (WS-IS)     TO EXT-ORIGEM
           MOVE TSI-REFERENCIA (WS-IS) TO EXT-REFERENCIA
      *
           MOVE SPACES                 TO REG-CONCLIG
           MOVE TSI-ORIGEM (WS-IS)     TO CLG-ORIGEM
           MOVE TSI-REFERENCIA (WS-IS) TO CLG-REFERENCIA
           MOVE EXT-CHAVE              TO CLG-EXTRATO
           SET  CLG-AUTOMATICA         TO TRUE
           MOVE TSI-VALOR (WS-IS)      TO CLG-VALOR
           MOVE WS-DATA-HOJE           TO CLG-DATA
           MOVE 'CONCBCO'              TO CLG-OPERADOR
           WRITE REG-CONCLIG
               INVALID KEY
                   DISPLAY PGMID '008I- ' CLG-CHAVE
                           ' JA ESTAVA NO CONCLIG'
           END-WRITE.
      *
       RT-MARCAR-ITEMX.                            EXIT.
      *----------------------------------------------------------------*
       RT-GRAVAR-CONCILIACAO                       SECTION.
      *
           SET  EXT-AUTOMATICA TO TRUE
           MOVE WS-DATA-HOJE   TO EXT-DATA-CONC
           MOVE 'CONCBCO'      TO EXT-OPERADOR
           REWRITE REG-EXTRATO
               INVALID KEY
                   DISPLAY PGMID '008I- ERRO ' FL-STA-EXTRATO
                           ' NA REGRAVACAO DE ' EXT-CHAVE
                   MOVE 8 TO WS-RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-CONCILIADOS
           END-REWRITE.
      *
       RT-GRAVAR-CONCILIACAOX.                     EXIT.
      *----------------------------------------------------------------*
      *  O QUE FICOU SEM PAR NOS DOIS LADOS, PARA O ACERTO NO CONCMNT   *
      *----------------------------------------------------------------*
       RT-LISTAR                                   SECTION.
      *
           OPEN OUTPUT CONCREL
           SET CONCREL-ABERTO TO TRUE
           MOVE WS-DATA-INI TO WS-DATA-AAAAMMDD
           PERFORM RT-EDITAR-DATA
           MOVE WS-DATA-ED  TO CAB-INI
           MOVE WS-DATA-FIM TO WS-DATA-AAAAMMDD
           PERFORM RT-EDITAR-DATA
           MOVE WS-DATA-ED  TO CAB-FIM
           WRITE REG-CONCREL FROM WS-CABECALHO
      *
           MOVE SPACES TO WS-SUBTITULO
           MOVE 'LANCAMENTOS DO EXTRATO SEM CORRESPONDENCIA NO SISTEMA'
             TO WS-SUBTITULO
           MOVE SPACES TO REG-CONCREL
           WRITE REG-CONCREL
           WRITE REG-CONCREL FROM WS-SUBTITULO
           WRITE REG-CONCREL FROM WS-TITULO-EXTRATO
      *
           MOVE LOW-VALUES TO EXT-CHAVE
           START EXTRATO KEY NOT LESS EXT-CHAVE
               INVALID KEY
                   SET FL-EXTRATO-EOF TO TRUE
           END-START
           PERFORM UNTIL FL-EXTRATO-EOF
               READ EXTRATO NEXT RECORD
                 AT END
                    SET FL-EXTRATO-EOF TO TRUE
                 NOT AT END
                    IF  EXT-PENDENTE
                        PERFORM RT-LINHA-EXTRATO
                    END-IF
               END-READ
           END-PERFORM
           MOVE '00' TO FL-STA-EXTRATO
      *
           MOVE SPACES TO WS-SUBTITULO
           MOVE 'MOVIMENTO DO SISTEMA SEM LANCAMENTO NO EXTRATO'
             TO WS-SUBTITULO
           MOVE SPACES TO REG-CONCREL
           WRITE REG-CONCREL
           WRITE REG-CONCREL FROM WS-SUBTITULO
           WRITE REG-CONCREL FROM WS-TITULO-SISTEMA
           PERFORM VARYING WS-IS FROM 1 BY 1
                     UNTIL WS-IS GREATER WS-SIS-QTDE
               IF  TSI-LIVRE (WS-IS)
                   PERFORM RT-LINHA-SISTEMA
               END-IF
           END-PERFORM
      *
           MOVE SPACES TO REG-CONCREL
           WRITE REG-CONCREL
           MOVE 'DEBITOS DO EXTRATO PENDENTES'  TO TOT-ROTULO
           MOVE ZEROS                           TO TOT-QTDE
           MOVE WS-VALOR-PEND-DEB               TO TOT-VALOR
           WRITE REG-CONCREL FROM WS-TOTAL-LINHA
           MOVE 'CREDITOS DO EXTRATO PENDENTES' TO TOT-ROTULO
           MOVE WS-VALOR-PEND-CRE               TO TOT-VALOR
           WRITE REG-CONCREL FROM WS-TOTAL-LINHA
           MOVE 'LANCAMENTOS DO EXTRATO PENDENTES' TO TOT-ROTULO
           MOVE WS-PENDENTES                    TO TOT-QTDE
           MOVE ZEROS                           TO TOT-VALOR
           WRITE REG-CONCREL FROM WS-TOTAL-LINHA
           MOVE 'ITENS DO SISTEMA SEM LANCAMENTO' TO TOT-ROTULO
           MOVE WS-SIS-PENDENTES                TO TOT-QTDE
           MOVE WS-VALOR-PEND-SIS               TO TOT-VALOR
           WRITE REG-CONCREL FROM WS-TOTAL-LINHA
           CLOSE CONCREL
           MOVE 'N' TO WS-CONCREL-ABERTO
      *
           IF  WS-PENDENTES GREATER ZEROS
           OR  WS-SIS-PENDENTES GREATER ZEROS
               IF  WS-RETURN-CODE LESS 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF
      *
           MOVE 'CONCREL'  TO CWSPLF-FILE
           MOVE 'CONCREL'  TO CWSPLF-REPORT
           MOVE SPACES     TO CWSPLF-TITLE
           STRING 'CONCILIACAO BANCARIA - PENDENCIAS DE ' CAB-INI
                  ' A ' CAB-FIM
                  DELIMITED BY SIZE INTO CWSPLF-TITLE
           CALL SB-CWSPLF USING PARAMETROS-CWSPLF
             ON EXCEPTION
                DISPLAY PGMID '009I- CWSPLF INDISPONIVEL - RELATORIO'
                        ' FICOU EM CONCREL'
           END-CALL.
      *
       RT-LISTARX.                                 EXIT.
      *----------------------------------------------------------------*
       RT-LINHA-EXTRATO                            SECTION.
      *
           ADD 1 TO WS-PENDENTES
           IF  EXT-DEBITO
               ADD EXT-VALOR TO WS-VALOR-PEND-DEB
           ELSE
               ADD EXT-VALOR TO WS-VALOR-PEND-CRE
           END-IF
           MOVE EXT-DATA TO WS-DATA-AAAAMMDD
           PERFORM RT-EDITAR-DATA
           MOVE WS-DATA-ED     TO DEX-DATA
           MOVE EXT-TIPO       TO DEX-TIPO
           MOVE EXT-VALOR      TO DEX-VALOR
           MOVE EXT-DOCUMENTO  TO DEX-DOCUMENTO
           MOVE EXT-HISTORICO  TO DEX-HISTORICO
           MOVE EXT-CHAVE      TO DEX-CHAVE
           WRITE REG-CONCREL FROM WS-DET-EXTRATO.
      *
       RT-LINHA-EXTRATOX.                          EXIT.
      *----------------------------------------------------------------*
       RT-LINHA-SISTEMA                            SECTION.
      *
           ADD 1 TO WS-SIS-PENDENTES
           ADD TSI-VALOR (WS-IS) TO WS-VALOR-PEND-SIS
           EVALUATE TSI-ORIGEM (WS-IS)
               WHEN 'S' MOVE 'SALARIO'  TO DSI-ORIGEM
               WHEN 'P' MOVE 'PENSAO'   TO DSI-ORIGEM
               WHEN 'Q' MOVE 'CHEQUE'   TO DSI-ORIGEM
               WHEN 'B' MOVE 'COBRANCA' TO DSI-ORIGEM
           END-EVALUATE
           MOVE TSI-REFERENCIA (WS-IS) TO DSI-REFERENCIA
           MOVE TSI-DATA (WS-IS)       TO WS-DATA-AAAAMMDD
           PERFORM RT-EDITAR-DATA
           MOVE WS-DATA-ED             TO DSI-DATA
           MOVE TSI-VALOR (WS-IS)      TO DSI-VALOR
           MOVE TSI-DESCRICAO (WS-IS)  TO DSI-DESCRICAO
           WRITE REG-CONCREL FROM WS-DET-SISTEMA.
      *
       RT-LINHA-SISTEMAX.                          EXIT.
      *----------------------------------------------------------------*
       RT-EDITAR-DATA                              SECTION.
      *
           MOVE WS-DATA-AAAAMMDD(7:2) TO WS-ED-DD
           MOVE WS-DATA-AAAAMMDD(5:2) TO WS-ED-MM
           MOVE WS-DATA-AAAAMMDD(1:4) TO WS-ED-AAAA.
      *
       RT-EDITAR-DATAX.                            EXIT.
      *----------------------------------------------------------------*
       RT-FINALIZAR                                SECTION.
      *
           IF  EXTRATO-ABERTO
               CLOSE EXTRATO
           END-IF
           IF  CONCLIG-ABERTO
               CLOSE CONCLIG
           END-IF
           DISPLAY PGMID '999I' TRACOS
           MOVE    WS-LIDOS           TO WS-DISPLAY
           DISPLAY PGMID '010I- LINHAS DO EXTRATO LIDAS....:' WS-DISPLAY
           MOVE    WS-IMPORTADOS      TO WS-DISPLAY
           DISPLAY PGMID '011I- LANCAMENTOS IMPORTADOS.....:' WS-DISPLAY
           MOVE    WS-DUPLICADOS      TO WS-DISPLAY
           DISPLAY PGMID '012I- JA IMPORTADOS ANTES........:' WS-DISPLAY
           MOVE    WS-INVALIDOS       TO WS-DISPLAY
           DISPLAY PGMID '013I- LINHAS INVALIDAS...........:' WS-DISPLAY
           MOVE    WS-CONCILIADOS     TO WS-DISPLAY
           DISPLAY PGMID '014I- CONCILIADOS AUTOMATICAMENTE:' WS-DISPLAY
           MOVE    WS-PENDENTES       TO WS-DISPLAY
           DISPLAY PGMID '015I- LANCAMENTOS PENDENTES......:' WS-DISPLAY
           MOVE    WS-SIS-PENDENTES   TO WS-DISPLAY
           DISPLAY PGMID '016I- ITENS DO SISTEMA PENDENTES.:' WS-DISPLAY
           IF  WS-SIS-EXCEDENTES GREATER ZEROS
               MOVE    WS-SIS-EXCEDENTES TO WS-DISPLAY
               DISPLAY PGMID '017I- ITENS ALEM DA TABELA.......:'
                       WS-DISPLAY
               IF  WS-RETURN-CODE LESS 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF
           DISPLAY PGMID '999I' TRACOS.
      *
       RT-FINALIZARX.                              EXIT.
      ******************************************************************
      *                      FIM  DO  PROGRAMA                         *
      ******************************************************************
