      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CNABREM.
       AUTHOR.        Traduzido de Easytrieve (macro esy.kex v.0.10).
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      * Remessa de cobranca (CNAB 240 ou 400, pelo    *
                      * CNABREM-LAYOUT, padrao 240) com o movimento   *
                      * do CHARGES desde a remessa anterior:          *
                      *                                               *
                      *  - 01 ENTRADA: COBRANCA EM ABERTO AINDA NAO   *
                      *    ENVIADA AO BANCO;                          *
                      *  - 06 ALTERACAO DE VENCIMENTO E 31 ALTERACAO  *
                      *    DE OUTROS DADOS (VALOR): COBRANCA EM       *
                      *    ABERTO DIFERENTE DO QUE FOI ENVIADO;       *
                      *  - 02 PEDIDO DE BAIXA: COBRANCA CANCELADA NO  *
                      *    BOLETO (SITUACAO C).                       *
                      *                                               *
                      * Cada item enviado fica no REMCOB (nosso-      *
                      * numero + NSA, situacao E = enviado) com o     *
                      * valor e o vencimento mandados; o CNABRET      *
                      * marca C (confirmado) ou R (rejeitado) pelas   *
                      * ocorrencias do retorno e lista o que o banco  *
                      * nao respondeu. O registro de controle do      *
                      * REMCOB guarda o ultimo NSA: cada remessa sai  *
                      * com o seguinte (CNABREM-NSA refaz uma remessa *
                      * ja gerada, com o mesmo numero).               *
                      *                                               *
                      * Empresa: ESOCIAL-CNPJ e CNABREM-BANCO,        *
                      * -AGENCIA (5 + DIGITO), -CONTA (12 + DIGITO),  *
                      * -CONVENIO, -CARTEIRA E -EMPRESA. O REMLST     *
                      * lista o conteudo da remessa.                  *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT CHARGES ASSIGN TO CHARGES
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS CHG-NOSSO-NUMERO
                  FILE STATUS   IS FL-STA-CHARGES.
      *
           SELECT OPTIONAL SACADO ASSIGN TO SACADO
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS SAC-CODIGO
                  FILE STATUS   IS FL-STA-SACADO.
      *
           SELECT REMCOB ASSIGN TO REMCOB
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS REMCOB-CHAVE
                  FILE STATUS   IS FL-STA-REMCOB.
      *
           SELECT REMESSA ASSIGN TO REMCOBR
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FL-STA-REMESSA.
      *
           SELECT REMLST ASSIGN TO REMLST.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *----------------------------------------------------------------*
      *  COBRANCAS EMITIDAS PELA CASA (BOLETO)                          *
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
      *----------------------------------------------------------------*
      *  CADASTRO DE SACADOS (SACMNT)                                   *
      *----------------------------------------------------------------*
       FD  SACADO
           RECORD CONTAINS 300 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-SACADO.
           03 SAC-CODIGO                     PIC  9(006).
           03 SAC-NOME                       PIC  X(040).
           03 SAC-TIPO                       PIC  X(001).
              88 SAC-JURIDICA                           VALUE 'J'.
              88 SAC-FISICA                             VALUE 'F'.
           03 SAC-DOCUMENTO                  PIC  9(014).
           03 SAC-IE                         PIC  X(018).
           03 SAC-UF                         PIC  X(002).
           03 SAC-ENDERECO                   PIC  X(040).
           03 SAC-CIDADE                     PIC  X(030).
           03 SAC-CEP                        PIC  9(008).
           03 FILLER                         PIC  X(141).
      *
      *----------------------------------------------------------------*
      *  ITENS DAS REMESSAS DE COBRANCA: NOSSO-NUMERO + NSA             *
      *  MOVIMENTO: 01 ENTRADA, 02 BAIXA, 06 VENCIMENTO, 31 VALOR       *
      *  SITUACAO: E(NVIADO), C(ONFIRMADO) E R(EJEITADO) PELO BANCO     *
      *  O REGISTRO DE CHAVE ZERADA E O CONTROLE DO ULTIMO NSA          *
      *----------------------------------------------------------------*
       FD  REMCOB
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-REMCOB.
           03 REMCOB-CHAVE.
              05 REMCOB-NOSSO-NUMERO         PIC  X(020).
              05 REMCOB-NSA                  PIC  9(006).
           03 REMCOB-MOVIMENTO               PIC  X(002).
              88 REMCOB-ENTRADA                         VALUE '01'.
              88 REMCOB-BAIXA                           VALUE '02'.
              88 REMCOB-VENCIMENTO-ALT                  VALUE '06'.
              88 REMCOB-VALOR-ALT                       VALUE '31'.
           03 REMCOB-VALOR                   PIC  9(009)V99.
           03 REMCOB-VENCIMENTO              PIC  9(008).
           03 REMCOB-SACADO                  PIC  9(006).
           03 REMCOB-DATA-EMISSAO            PIC  9(008).
           03 REMCOB-DATA-ENVIO              PIC  9(008).
           03 REMCOB-LAYOUT                  PIC  9(003).
           03 REMCOB-SITUACAO                PIC  X(001).
              88 REMCOB-ENVIADO                         VALUE 'E'.
              88 REMCOB-CONFIRMADO                      VALUE 'C'.
              88 REMCOB-REJEITADO                       VALUE 'R'.
           03 REMCOB-DATA-RETORNO            PIC  9(008).
           03 REMCOB-OCORRENCIA              PIC  X(002).
           03 FILLER                         PIC  X(017).
      *
       01  REG-REMCOB-CTL REDEFINES REG-REMCOB.
           03 REMCOB-CTL-CHAVE               PIC  X(026).
           03 REMCOB-ULTIMO-NSA              PIC  9(006).
           03 REMCOB-CTL-DATA                PIC  9(008).
           03 FILLER                         PIC  X(060).
      *
      *----------------------------------------------------------------*
      *  REMESSA DE COBRANCA - VISOES CNAB 240 (FEBRABAN) E CNAB 400    *
      *----------------------------------------------------------------*
       FD  REMESSA
           LABEL RECORD IS STANDARD.
      *
       01  REG-REMESSA-240                   PIC  X(240).
      *
      *    240: HEADER DE ARQUIVO (TIPO 0)
       01  REG-REM-HA.
           03 RHA-BANCO                      PIC  9(003).
           03 RHA-LOTE                       PIC  9(004).
           03 RHA-TIPO                       PIC  X(001).
           03 FILLER                         PIC  X(009).
           03 RHA-TIPO-INSCR                 PIC  X(001).
           03 RHA-CNPJ                       PIC  9(014).
           03 RHA-CONVENIO                   PIC  X(020).
           03 RHA-AGENCIA                    PIC  9(005).
           03 RHA-AGENCIA-DV                 PIC  X(001).
           03 RHA-CONTA                      PIC  9(012).
           03 RHA-CONTA-DV                   PIC  X(001).
           03 RHA-AG-CONTA-DV                PIC  X(001).
           03 RHA-NOME-EMPRESA               PIC  X(030).
           03 RHA-NOME-BANCO                 PIC  X(030).
           03 FILLER                         PIC  X(010).
           03 RHA-CODIGO-REMESSA             PIC  X(001).
           03 RHA-DATA-GERACAO               PIC  9(008).
           03 RHA-HORA-GERACAO               PIC  9(006).
           03 RHA-NSA                        PIC  9(006).
           03 RHA-VERSAO                     PIC  X(003).
           03 RHA-DENSIDADE                  PIC  X(005).
           03 FILLER                         PIC  X(069).
      *
      *    240: HEADER DE LOTE DE COBRANCA (TIPO 1)
       01  REG-REM-HL.
           03 RHL-BANCO                      PIC  9(003).
           03 RHL-LOTE                       PIC  9(004).
           03 RHL-TIPO                       PIC  X(001).
           03 RHL-OPERACAO                   PIC  X(001).
           03 RHL-SERVICO                    PIC  X(002).
           03 FILLER                         PIC  X(002).
           03 RHL-VERSAO                     PIC  X(003).
           03 FILLER                         PIC  X(001).
           03 RHL-TIPO-INSCR                 PIC  X(001).
           03 RHL-CNPJ                       PIC  9(015).
           03 RHL-CONVENIO                   PIC  X(020).
           03 RHL-AGENCIA                    PIC  9(005).
           03 RHL-AGENCIA-DV                 PIC  X(001).
           03 RHL-CONTA                      PIC  9(012).
           03 RHL-CONTA-DV                   PIC  X(001).
           03 RHL-AG-CONTA-DV                PIC  X(001).
           03 RHL-NOME-EMPRESA               PIC  X(030).
           03 RHL-MENSAGEM-1                 PIC  X(040).
           03 RHL-MENSAGEM-2                 PIC  X(040).
           03 RHL-NSA                        PIC  9(008).
           03 RHL-DATA-GRAVACAO              PIC  9(008).
           03 RHL-DATA-CREDITO               PIC  9(008).
           03 FILLER                         PIC  X(033).
      *
      *    240: DETALHE SEGMENTO P (TITULO)
       01  REG-REM-SP.
           03 RSP-BANCO                      PIC  9(003).
           03 RSP-LOTE                       PIC  9(004).
           03 RSP-TIPO                       PIC  X(001).
           03 RSP-SEQ                        PIC  9(005).
           03 RSP-SEGMENTO                   PIC  X(001).
           03 FILLER                         PIC  X(001).
           03 RSP-MOVIMENTO                  PIC  X(002).
           03 RSP-AGENCIA                    PIC  9(005).
           03 RSP-AGENCIA-DV                 PIC  X(001).
           03 RSP-CONTA                      PIC  9(012).
           03 RSP-CONTA-DV                   PIC  X(001).
           03 RSP-AG-CONTA-DV                PIC  X(001).
           03 RSP-NOSSO-NUMERO               PIC  X(020).
           03 RSP-CARTEIRA                   PIC  X(001).
           03 RSP-CADASTRAMENTO              PIC  X(001).
           03 RSP-DOCUMENTO                  PIC  X(001).
           03 RSP-EMISSAO-BOLETO             PIC  X(001).
           03 RSP-DISTRIBUICAO               PIC  X(001).
           03 RSP-SEU-NUMERO                 PIC  X(015).
           03 RSP-VENCIMENTO                 PIC  9(008).
           03 RSP-VALOR                      PIC  9(013)V99.
           03 RSP-AGENCIA-COBR               PIC  9(005).
           03 RSP-AGENCIA-COBR-DV            PIC  X(001).
           03 RSP-ESPECIE                    PIC  X(002).
           03 RSP-ACEITE                     PIC  X(001).
           03 RSP-DATA-EMISSAO               PIC  9(008).
           03 RSP-COD-JUROS                  PIC  X(001).
           03 RSP-DATA-JUROS                 PIC  9(008).
           03 RSP-JUROS                      PIC  9(013)V99.
           03 RSP-COD-DESCONTO               PIC  X(001).
           03 RSP-DATA-DESCONTO              PIC  9(008).
           03 RSP-DESCONTO                   PIC  9(013)V99.
           03 RSP-IOF                        PIC  9(013)V99.
           03 RSP-ABATIMENTO                 PIC  9(013)V99.
           03 RSP-USO-EMPRESA                PIC  X(025).
           03 RSP-COD-PROTESTO               PIC  X(001).
           03 RSP-DIAS-PROTESTO              PIC  9(002).
           03 RSP-COD-BAIXA                  PIC  X(001).
           03 RSP-DIAS-BAIXA                 PIC  X(003).
           03 RSP-MOEDA                      PIC  9(002).
           03 RSP-CONTRATO                   PIC  9(010).
           03 FILLER                         PIC  X(001).
      *
      *    240: DETALHE SEGMENTO Q (SACADO)
       01  REG-REM-SQ.
           03 RSQ-BANCO                      PIC  9(003).
           03 RSQ-LOTE                       PIC  9(004).
           03 RSQ-TIPO                       PIC  X(001).
           03 RSQ-SEQ                        PIC  9(005).
           03 RSQ-SEGMENTO                   PIC  X(001).
           03 FILLER                         PIC  X(001).
           03 RSQ-MOVIMENTO                  PIC  X(002).
           03 RSQ-TIPO-INSCR                 PIC  X(001).
           03 RSQ-INSCRICAO                  PIC  9(015).
           03 RSQ-NOME                       PIC  X(040).
           03 RSQ-ENDERECO                   PIC  X(040).
           03 RSQ-BAIRRO                     PIC  X(015).
           03 RSQ-CEP                        PIC  9(008).
           03 RSQ-CIDADE                     PIC  X(015).
           03 RSQ-UF                         PIC  X(002).
           03 RSQ-AVAL-TIPO                  PIC  X(001).
           03 RSQ-AVAL-INSCR                 PIC  9(015).
           03 RSQ-AVAL-NOME                  PIC  X(040).
           03 RSQ-BANCO-CORRESP              PIC  9(003).
           03 RSQ-NOSSO-CORRESP              PIC  X(020).
           03 FILLER                         PIC  X(008).
      *
      *    240: TRAILER DE LOTE (TIPO 5)
       01  REG-REM-TL.
           03 RTL-BANCO                      PIC  9(003).
           03 RTL-LOTE                       PIC  9(004).
           03 RTL-TIPO                       PIC  X(001).
           03 FILLER                         PIC  X(009).
           03 RTL-QTDE-REG                   PIC  9(006).
           03 FILLER                         PIC  X(217).
      *
      *    240: TRAILER DE ARQUIVO (TIPO 9)
       01  REG-REM-TA.
           03 RTA-BANCO                      PIC  9(003).
           03 RTA-LOTE                       PIC  9(004).
           03 RTA-TIPO                       PIC  X(001).
           03 FILLER                         PIC  X(009).
           03 RTA-QTDE-LOTES                 PIC  9(006).
           03 RTA-QTDE-REG                   PIC  9(006).
           03 RTA-QTDE-CONTAS                PIC  9(006).
           03 FILLER                         PIC  X(205).
      *
       01  REG-REMESSA-400                   PIC  X(400).
      *
      *    400: HEADER (TIPO 0)
       01  REG-REM4-H.
           03 R4H-TIPO                       PIC  X(001).
           03 R4H-OPERACAO                   PIC  X(001).
           03 R4H-LITERAL                    PIC  X(007).
           03 R4H-SERVICO                    PIC  X(002).
           03 R4H-LIT-SERVICO                PIC  X(015).
           03 R4H-CONVENIO                   PIC  X(020).
           03 R4H-NOME-EMPRESA               PIC  X(030).
           03 R4H-BANCO                      PIC  9(003).
           03 R4H-NOME-BANCO                 PIC  X(015).
           03 R4H-DATA-GRAVACAO              PIC  9(006).
           03 FILLER                         PIC  X(008).
           03 R4H-SISTEMA                    PIC  X(002).
           03 R4H-NSA                        PIC  9(007).
           03 FILLER                         PIC  X(277).
           03 R4H-SEQ                        PIC  9(006).
      *
      *    400: DETALHE (TIPO 1); O CONTROLE DO PARTICIPANTE VOLTA NO
      *    RETORNO NAS MESMAS POSICOES (NOSSO-NUMERO EM 39 A 58)
       01  REG-REM4-D.
           03 R4D-TIPO                       PIC  X(001).
           03 R4D-DEBITO                     PIC  X(019).
           03 R4D-EMPRESA.
              05 R4D-EMP-ZERO                PIC  X(001).
              05 R4D-EMP-CARTEIRA            PIC  X(003).
              05 R4D-EMP-AGENCIA             PIC  9(005).
              05 R4D-EMP-CONTA               PIC  9(007).
              05 R4D-EMP-CONTA-DV            PIC  X(001).
           03 R4D-CONTROLE.
              05 R4D-CONTROLE-TIPO           PIC  X(001).
              05 R4D-CONTROLE-NOSSO          PIC  X(020).
              05 FILLER                      PIC  X(004).
           03 R4D-BANCO-DEBITO               PIC  9(003).
           03 R4D-MULTA                      PIC  X(001).
           03 R4D-PERC-MULTA                 PIC  9(004).
           03 R4D-NOSSO-NUMERO               PIC  X(011).
           03 R4D-NOSSO-DV                   PIC  X(001).
           03 R4D-DESCONTO-DIA               PIC  9(010).
           03 R4D-EMISSAO                    PIC  X(001).
           03 R4D-DEBITO-AUTO                PIC  X(001).
           03 R4D-OPERACAO                   PIC  X(010).
           03 R4D-RATEIO                     PIC  X(001).
           03 R4D-AVISO                      PIC  X(001).
           03 FILLER                         PIC  X(002).
           03 R4D-OCORRENCIA                 PIC  X(002).
           03 R4D-DOCUMENTO                  PIC  X(010).
           03 R4D-VENCIMENTO                 PIC  9(006).
           03 R4D-VALOR                      PIC  9(011)V99.
           03 R4D-BANCO-COBR                 PIC  9(003).
           03 R4D-AGENCIA-COBR               PIC  9(005).
           03 R4D-ESPECIE                    PIC  X(002).
           03 R4D-ACEITE                     PIC  X(001).
           03 R4D-DATA-EMISSAO               PIC  9(006).
           03 R4D-INSTRUCAO-1                PIC  X(002).
           03 R4D-INSTRUCAO-2                PIC  X(002).
           03 R4D-MORA-DIA                   PIC  9(011)V99.
           03 R4D-DATA-DESCONTO              PIC  9(006).
           03 R4D-DESCONTO                   PIC  9(011)V99.
           03 R4D-IOF                        PIC  9(011)V99.
           03 R4D-ABATIMENTO                 PIC  9(011)V99.
           03 R4D-TIPO-INSCR                 PIC  X(002).
           03 R4D-INSCRICAO                  PIC  9(014).
           03 R4D-NOME                       PIC  X(040).
           03 R4D-ENDERECO                   PIC  X(040).
           03 R4D-MENSAGEM-1                 PIC  X(012).
           03 R4D-CEP                        PIC  9(008).
           03 R4D-MENSAGEM-2                 PIC  X(060).
           03 R4D-SEQ                        PIC  9(006).
      *
      *    400: TRAILER (TIPO 9)
       01  REG-REM4-T.
           03 R4T-TIPO                       PIC  X(001).
           03 FILLER                         PIC  X(393).
           03 R4T-SEQ                        PIC  9(006).
      *
      *----------------------------------------------------------------*
      *  CONTEUDO DA REMESSA PARA CONFERENCIA                           *
      *----------------------------------------------------------------*
       FD  REMLST
           LABEL RECORD IS OMITTED.
      *
       01  REG-REMLST                        PIC  X(100).
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
              '#CNABREM.'.
           03 FL-STA-CHARGES                 PIC  X(002)    VALUE
              ZEROS.
              88 FL-CHARGES-OK                              VALUE '00'.
              88 FL-CHARGES-EOF                             VALUE '10'.
           03 FL-STA-SACADO                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-SACADO-OK                               VALUE '00'.
           03 FL-STA-REMCOB                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-REMCOB-OK                               VALUE '00'.
              88 FL-REMCOB-EOF                              VALUE '10'.
              88 FL-REMCOB-NOVO                             VALUE '35'.
           03 FL-STA-REMESSA                 PIC  X(002)    VALUE
              ZEROS.
              88 FL-REMESSA-OK                              VALUE '00'.
           03 WS-RETURN-CODE                 PIC  9(003)    VALUE
              ZEROS.
           03 WS-DISPLAY                     PIC  -ZZZ.ZZZ.ZZ9.
           03 WS-TEM-SACADO                  PIC  X(001)    VALUE 'N'.
              88 TEM-SACADO                                 VALUE 'S'.
           03 WS-TEM-ENVIO                   PIC  X(001)    VALUE 'N'.
              88 TEM-ENVIO                                  VALUE 'S'.
           03 WS-TEM-CONTROLE                PIC  X(001)    VALUE 'N'.
              88 TEM-CONTROLE                               VALUE 'S'.
           03 WS-LST-ABERTO                  PIC  X(001)    VALUE 'N'.
              88 LST-ABERTO                                 VALUE 'S'.
           03 WS-SIMULACAO                   PIC  X(001)    VALUE
              SPACE.
              88 EM-SIMULACAO                               VALUE 'S'.
           03 WS-DATA-HOJE                   PIC  9(008)    VALUE
              ZEROS.
           03 WS-HORA-AGORA                  PIC  9(008)    VALUE
              ZEROS.
           03 WS-ENV                         PIC  X(030)    VALUE
              SPACES.
           03 WS-LAYOUT                      PIC  9(003)    VALUE 240.
              88 LAYOUT-240                                 VALUE 240.
              88 LAYOUT-400                                 VALUE 400.
           03 WS-MOVIMENTO                   PIC  X(002)    VALUE
              SPACES.
           03 WS-DESCRICAO                   PIC  X(020)    VALUE
              SPACES.
           03 WS-ULT-MOVIMENTO               PIC  X(002)    VALUE
              SPACES.
           03 WS-ULT-SITUACAO                PIC  X(001)    VALUE
              SPACE.
           03 WS-ULT-VALOR                   PIC  9(009)V99 VALUE
              ZEROS.
           03 WS-ULT-VENCIMENTO              PIC  9(008)    VALUE
              ZEROS.
           03 WS-NOME                        PIC  X(040)    VALUE
              SPACES.
           03 WS-DATA-AAAAMMDD               PIC  9(008)    VALUE
              ZEROS.
           03 REDEFINES WS-DATA-AAAAMMDD.
              05 WS-DT-ANO                   PIC  9(004).
              05 WS-DT-MES                   PIC  9(002).
              05 WS-DT-DIA                   PIC  9(002).
           03 WS-DATA-DDMMAAAA               PIC  9(008)    VALUE
              ZEROS.
           03 REDEFINES WS-DATA-DDMMAAAA.
              05 WS-DT2-DIA                  PIC  9(002).
              05 WS-DT2-MES                  PIC  9(002).
              05 WS-DT2-ANO                  PIC  9(004).
           03 WS-DATA-DDMMAA                 PIC  9(006)    VALUE
              ZEROS.
           03 WS-ED-VALOR                    PIC  ZZZ.ZZZ.ZZ9,99.
      *
      *----------------------------------------------------------------*
      *  DADOS DO BENEFICIARIO DA COBRANCA                              *
      *----------------------------------------------------------------*
       01  WS-EMPRESA.
           03 WS-CNPJ                        PIC  9(014)    VALUE
              ZEROS.
           03 WS-BANCO                       PIC  9(003)    VALUE
              ZEROS.
           03 WS-AGENCIA                     PIC  9(005)    VALUE
              ZEROS.
           03 WS-AGENCIA-DV                  PIC  X(001)    VALUE
              SPACE.
           03 WS-CONTA                       PIC  9(012)    VALUE
              ZEROS.
           03 WS-CONTA-DV                    PIC  X(001)    VALUE
              SPACE.
           03 WS-CONVENIO                    PIC  X(020)    VALUE
              SPACES.
           03 WS-CARTEIRA                    PIC  X(003)    VALUE
              '009'.
           03 WS-NOME-EMPRESA                PIC  X(030)    VALUE
              SPACES.
           03 WS-NSA                         PIC  9(006)    VALUE
              ZEROS.
           03 WS-NSA-INFORMADO               PIC  X(001)    VALUE 'N'.
              88 NSA-INFORMADO                              VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *  CONTADORES DA REMESSA E TOTAIS                                 *
      *----------------------------------------------------------------*
       01  WS-TOTAIS COMP-3.
           03 WS-LIDOS                       PIC S9(009)    VALUE ZEROS.
           03 WS-A-ENVIAR                    PIC S9(009)    VALUE ZEROS.
           03 WS-ENTRADAS                    PIC S9(009)    VALUE ZEROS.
           03 WS-ALTERACOES                  PIC S9(009)    VALUE ZEROS.
           03 WS-BAIXAS                      PIC S9(009)    VALUE ZEROS.
           03 WS-REFEITOS                    PIC S9(009)    VALUE ZEROS.
           03 WS-SEQ-LOTE                    PIC S9(005)    VALUE ZEROS.
           03 WS-REG-LOTE                    PIC S9(006)    VALUE ZEROS.
           03 WS-REG-ARQUIVO                 PIC S9(006)    VALUE ZEROS.
           03 WS-TOTAL-REMESSA               PIC S9(013)V99 VALUE
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
               PERFORM RT-LIMPAR-NSA
               PERFORM RT-SELECIONAR
               IF  WS-A-ENVIAR GREATER ZEROS
               AND WS-RETURN-CODE EQUAL ZEROS
                   PERFORM RT-GERAR-REMESSA
                   PERFORM RT-GRAVAR-CONTROLE
               ELSE
                   IF  WS-RETURN-CODE EQUAL ZEROS
                       DISPLAY PGMID '006I- NENHUM MOVIMENTO DE'
                               ' COBRANCA DESDE A ULTIMA REMESSA'
                   END-IF
               END-IF
               PERFORM RT-ENCERRAR-ARQUIVOS
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
      *  PARAMETROS DO BENEFICIARIO; ABERTURA DOS ARQUIVOS E NSA        *
      *----------------------------------------------------------------*
       RT-INICIAR                                  SECTION.
      *
           DISPLAY PGMID '001I ' FUNCTION WHEN-COMPILED
           ACCEPT WS-DATA-HOJE  FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA FROM TIME
      *
      *    NA SIMULACAO DO CICLO (PAYCTL) NADA DE PRODUCAO E GRAVADO
           DISPLAY 'PAYROLL-SIMULACAO' UPON ENVIRONMENT-NAME
           ACCEPT   WS-SIMULACAO        FROM ENVIRONMENT-VALUE
           IF  EM-SIMULACAO
               DISPLAY PGMID '001I- SIMULACAO DO CICLO: ARQUIVO DO'
                       ' BANCO NAO E GRAVADO'
               MOVE 8 TO WS-RETURN-CODE
               EXIT SECTION
           END-IF
      *
           MOVE SPACES TO WS-ENV
           DISPLAY 'CNABREM-LAYOUT' UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV          FROM ENVIRONMENT-VALUE
           IF  WS-ENV(1:3) IS NUMERIC
               MOVE WS-ENV(1:3) TO WS-LAYOUT
           END-IF
           IF  NOT LAYOUT-240
           AND NOT LAYOUT-400
               DISPLAY PGMID '002I- CNABREM-LAYOUT INVALIDO: '
                       WS-LAYOUT ' (240 OU 400)'
               MOVE 8 TO WS-RETURN-CODE
               EXIT SECTION
           END-IF
      *
           MOVE SPACES TO WS-ENV
           DISPLAY 'ESOCIAL-CNPJ' UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV        FROM ENVIRONMENT-VALUE
           IF  WS-ENV(1:14) IS NUMERIC
               MOVE WS-ENV(1:14) TO WS-CNPJ
           END-IF
      *
           MOVE SPACES TO WS-ENV
           DISPLAY 'CNABREM-BANCO' UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV         FROM ENVIRONMENT-VALUE
           IF  WS-ENV(1:3) IS NUMERIC
               MOVE WS-ENV(1:3) TO WS-BANCO
           END-IF
      *
           MOVE SPACES TO WS-ENV
           DISPLAY 'CNABREM-AGENCIA' UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV           FROM ENVIRONMENT-VALUE
           IF  WS-ENV(1:5) IS NUMERIC
               MOVE WS-ENV(1:5) TO WS-AGENCIA
               MOVE WS-ENV(6:1) TO WS-AGENCIA-DV
           END-IF
      *
           MOVE SPACES TO WS-ENV
           DISPLAY 'CNABREM-CONTA' UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV         FROM ENVIRONMENT-VALUE
           IF  WS-ENV(1:12) IS NUMERIC
               MOVE WS-ENV(1:12) TO WS-CONTA
               MOVE WS-ENV(13:1) TO WS-CONTA-DV
           END-IF
      *
           IF  WS-CNPJ    EQUAL ZEROS
           OR  WS-BANCO   EQUAL ZEROS
           OR  WS-AGENCIA EQUAL ZEROS
           OR  WS-CONTA   EQUAL ZEROS
               DISPLAY PGMID '003I- INFORME ESOCIAL-CNPJ,'
                       ' CNABREM-BANCO, CNABREM-AGENCIA E'
                       ' CNABREM-CONTA'
               MOVE 8 TO WS-RETURN-CODE
               EXIT SECTION
           END-IF
      *
           DISPLAY 'CNABREM-CONVENIO' UPON ENVIRONMENT-NAME
           ACCEPT   WS-CONVENIO       FROM ENVIRONMENT-VALUE
           DISPLAY 'CNABREM-EMPRESA' UPON ENVIRONMENT-NAME
           ACCEPT   WS-NOME-EMPRESA  FROM ENVIRONMENT-VALUE
           MOVE SPACES TO WS-ENV
           DISPLAY 'CNABREM-CARTEIRA' UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV            FROM ENVIRONMENT-VALUE
           IF  WS-ENV(1:3) IS NUMERIC
               MOVE WS-ENV(1:3) TO WS-CARTEIRA
           END-IF
      *
           MOVE SPACES TO WS-ENV
           DISPLAY 'CNABREM-NSA' UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV       FROM ENVIRONMENT-VALUE
           IF  WS-ENV(1:6) IS NUMERIC
               MOVE WS-ENV(1:6) TO WS-NSA
               SET NSA-INFORMADO TO TRUE
           END-IF
      *
           OPEN INPUT CHARGES
           IF  NOT FL-CHARGES-OK
               DISPLAY PGMID '005I- CHARGES AUSENTE OU COM ERRO '
                       FL-STA-CHARGES
               MOVE 8 TO WS-RETURN-CODE
               EXIT SECTION
           END-IF
      *
           OPEN I-O REMCOB
           IF  FL-REMCOB-NOVO
               OPEN OUTPUT REMCOB
               CLOSE REMCOB
               OPEN I-O REMCOB
           END-IF
           IF  NOT FL-REMCOB-OK
               DISPLAY PGMID '005I- REMCOB COM ERRO ' FL-STA-REMCOB
               CLOSE CHARGES
               MOVE 8 TO WS-RETURN-CODE
               EXIT SECTION
           END-IF
      *
           OPEN INPUT SACADO
           IF  FL-SACADO-OK
               SET TEM-SACADO TO TRUE
           END-IF
      *
      *    A REMESSA SEGUE O ULTIMO NSA DO REGISTRO DE CONTROLE
           MOVE ZEROS TO REMCOB-CTL-CHAVE
           READ REMCOB
               INVALID KEY
                   MOVE ZEROS TO REMCOB-ULTIMO-NSA
               NOT INVALID KEY
                   SET TEM-CONTROLE TO TRUE
           END-READ
           IF  NOT NSA-INFORMADO
               COMPUTE WS-NSA = REMCOB-ULTIMO-NSA + 1
           END-IF
           IF  WS-NSA EQUAL ZEROS
               DISPLAY PGMID '003I- CNABREM-NSA DEVE SER MAIOR QUE'
                       ' ZERO'
               MOVE 8 TO WS-RETURN-CODE
               PERFORM RT-ENCERRAR-ARQUIVOS
               EXIT SECTION
           END-IF
      *
           DISPLAY PGMID '004I- REMESSA DE COBRANCA CNAB ' WS-LAYOUT
                   ' NSA ' WS-NSA ' (ULTIMO ' REMCOB-ULTIMO-NSA ')'.
      *
       RT-INICIARX.                                EXIT.
      *----------------------------------------------------------------*
      *  A REEXECUCAO DE UM NSA REFAZ OS ITENS DELE A PARTIR DO CHARGES *
      *----------------------------------------------------------------*
       RT-LIMPAR-NSA                               SECTION.
      *
           MOVE LOW-VALUES TO REMCOB-CHAVE
           MOVE ZEROS      TO FL-STA-REMCOB
           START REMCOB KEY NOT LESS REMCOB-CHAVE
               INVALID KEY
                   SET FL-REMCOB-EOF TO TRUE
           END-START
           PERFORM UNTIL FL-REMCOB-EOF
               READ REMCOB NEXT RECORD
                 AT END
                    SET FL-REMCOB-EOF TO TRUE
                 NOT AT END
                    IF  REMCOB-NSA EQUAL WS-NSA
                    AND REMCOB-NOSSO-NUMERO NOT EQUAL ZEROS
                        DELETE REMCOB RECORD
                        ADD 1 TO WS-REFEITOS
                    END-IF
               END-READ
           END-PERFORM
           MOVE ZEROS TO FL-STA-REMCOB
           IF  WS-REFEITOS GREATER ZEROS
               DISPLAY PGMID '004I- NSA ' WS-NSA ' JA GERADO: A'
                       ' REMESSA E REFEITA'
           END-IF.
      *
       RT-LIMPAR-NSAX.                             EXIT.
      *----------------------------------------------------------------*
      *  PASSADA NO CHARGES: O QUE MUDOU DESDE O ULTIMO ENVIO           *
      *----------------------------------------------------------------*
       RT-SELECIONAR                               SECTION.
      *
           MOVE LOW-VALUES TO CHG-NOSSO-NUMERO
           START CHARGES KEY NOT LESS CHG-NOSSO-NUMERO
               INVALID KEY
                   SET FL-CHARGES-EOF TO TRUE
           END-START
           PERFORM UNTIL FL-CHARGES-EOF
                      OR WS-RETURN-CODE NOT EQUAL ZEROS
               READ CHARGES NEXT RECORD
                 AT END
                    SET FL-CHARGES-EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-LIDOS
                    PERFORM RT-SELECIONAR-COBRANCA
               END-READ
           END-PERFORM.
      *
       RT-SELECIONARX.                             EXIT.
      *----------------------------------------------------------------*
      *  MOVIMENTO DA COBRANCA CONTRA O ULTIMO ITEM ENVIADO AO BANCO:   *
      *  SEM ENVIO SO A ABERTA ENTRA; BAIXA JA ENVIADA ENCERRA; A       *
      *  COMPARACAO E COM O ULTIMO ENVIADO, MESMO REJEITADO (A          *
      *  REJEICAO SAIU NO CNABRET E NAO E REENVIADA SOZINHA)            *
      *----------------------------------------------------------------*
       RT-SELECIONAR-COBRANCA                      SECTION.
      *
           PERFORM RT-ULTIMO-ENVIO
           MOVE SPACES TO WS-MOVIMENTO
      *
           EVALUATE TRUE
               WHEN NOT TEM-ENVIO
                    IF  CHG-ABERTA
                        MOVE '01' TO WS-MOVIMENTO
                    END-IF
               WHEN WS-ULT-MOVIMENTO EQUAL '02'
                    CONTINUE
               WHEN CHG-CANCELADA
      *             ENTRADA RECUSADA: O BANCO NAO TEM O QUE BAIXAR
                    IF  WS-ULT-MOVIMENTO NOT EQUAL '01'
                    OR  WS-ULT-SITUACAO  NOT EQUAL 'R'
                        MOVE '02' TO WS-MOVIMENTO
                    END-IF
               WHEN NOT CHG-ABERTA
                    CONTINUE
               WHEN CHG-VALOR NOT EQUAL WS-ULT-VALOR
                    MOVE '31' TO WS-MOVIMENTO
               WHEN CHG-VENCIMENTO NOT EQUAL WS-ULT-VENCIMENTO
                    MOVE '06' TO WS-MOVIMENTO
               WHEN OTHER
                    CONTINUE
           END-EVALUATE
      *
           IF  WS-MOVIMENTO EQUAL SPACES
               EXIT SECTION
           END-IF
      *
           MOVE SPACES           TO REG-REMCOB
           MOVE CHG-NOSSO-NUMERO TO REMCOB-NOSSO-NUMERO
           MOVE WS-NSA           TO REMCOB-NSA
           MOVE WS-MOVIMENTO     TO REMCOB-MOVIMENTO
           MOVE CHG-VALOR        TO REMCOB-VALOR
           MOVE CHG-VENCIMENTO   TO REMCOB-VENCIMENTO
           MOVE CHG-SACADO       TO REMCOB-SACADO
           MOVE CHG-DATA-EMISSAO TO REMCOB-DATA-EMISSAO
           IF  REMCOB-VENCIMENTO IS NOT NUMERIC
               MOVE ZEROS TO REMCOB-VENCIMENTO
           END-IF
           IF  REMCOB-SACADO IS NOT NUMERIC
               MOVE ZEROS TO REMCOB-SACADO
           END-IF
           IF  REMCOB-DATA-EMISSAO IS NOT NUMERIC
               MOVE ZEROS TO REMCOB-DATA-EMISSAO
           END-IF
           MOVE WS-DATA-HOJE     TO REMCOB-DATA-ENVIO
           MOVE WS-LAYOUT        TO REMCOB-LAYOUT
           SET  REMCOB-ENVIADO   TO TRUE
           MOVE ZEROS            TO REMCOB-DATA-RETORNO
           WRITE REG-REMCOB
               INVALID KEY
                   DISPLAY PGMID '007I- ERRO ' FL-STA-REMCOB
                           ' NA GRAVACAO DO REMCOB ' CHG-NOSSO-NUMERO
                   MOVE 8 TO WS-RETURN-CODE
                   EXIT SECTION
           END-WRITE
      *
           ADD 1 TO WS-A-ENVIAR
           EVALUATE WS-MOVIMENTO
               WHEN '01'
                    ADD 1         TO WS-ENTRADAS
                    ADD CHG-VALOR TO WS-TOTAL-REMESSA
               WHEN '02'
                    ADD 1         TO WS-BAIXAS
               WHEN OTHER
                    ADD 1         TO WS-ALTERACOES
           END-EVALUATE.
      *
       RT-SELECIONAR-COBRANCAX.                    EXIT.
      *----------------------------------------------------------------*
      *  ULTIMO ITEM DA COBRANCA CORRENTE EM REMESSA ANTERIOR AO NSA    *
      *----------------------------------------------------------------*
       RT-ULTIMO-ENVIO                             SECTION.
      *
           MOVE 'N'    TO WS-TEM-ENVIO
           MOVE SPACES TO WS-ULT-MOVIMENTO WS-ULT-SITUACAO
           MOVE ZEROS  TO WS-ULT-VALOR WS-ULT-VENCIMENTO
      *
           MOVE CHG-NOSSO-NUMERO TO REMCOB-NOSSO-NUMERO
           MOVE ZEROS            TO REMCOB-NSA
           MOVE ZEROS            TO FL-STA-REMCOB
           START REMCOB KEY NOT LESS REMCOB-CHAVE
               INVALID KEY
                   SET FL-REMCOB-EOF TO TRUE
           END-START
           PERFORM UNTIL FL-REMCOB-EOF
               READ REMCOB NEXT RECORD
                 AT END
                    SET FL-REMCOB-EOF TO TRUE
                 NOT AT END
                    IF  REMCOB-NOSSO-NUMERO NOT EQUAL CHG-NOSSO-NUMERO
                    OR  REMCOB-NSA NOT LESS WS-NSA
                        SET FL-REMCOB-EOF TO TRUE
                    ELSE
                        SET  TEM-ENVIO         TO TRUE
                        MOVE REMCOB-MOVIMENTO  TO WS-ULT-MOVIMENTO
                        MOVE REMCOB-SITUACAO   TO WS-ULT-SITUACAO
                        MOVE REMCOB-VALOR      TO WS-ULT-VALOR
                        MOVE REMCOB-VENCIMENTO TO WS-ULT-VENCIMENTO
                    END-IF
               END-READ
           END-PERFORM
           MOVE ZEROS TO FL-STA-REMCOB.
      *
       RT-ULTIMO-ENVIOX.                           EXIT.
      *----------------------------------------------------------------*
      *  REMESSA: HEADER, OS ITENS DO NSA NA ORDEM DO NOSSO-NUMERO E    *
      *  TRAILER (NO 240 UM LOTE SO, SERVICO 01 COBRANCA)               *
      *----------------------------------------------------------------*
       RT-GERAR-REMESSA                            SECTION.
      *
           OPEN OUTPUT REMESSA
           IF  NOT FL-REMESSA-OK
               DISPLAY PGMID '008I- REMESSA COM ERRO ' FL-STA-REMESSA
               MOVE 8 TO WS-RETURN-CODE
               EXIT SECTION
           END-IF
      *
           OPEN OUTPUT REMLST
           SET LST-ABERTO TO TRUE
           MOVE SPACES TO REG-REMLST
           STRING 'REMESSA DE COBRANCA NSA ' WS-NSA
                  ' CNAB ' WS-LAYOUT ' DE ' WS-DATA-HOJE
                  DELIMITED BY SIZE INTO REG-REMLST
           WRITE REG-REMLST
           MOVE SPACES TO REG-REMLST
           STRING 'NOSSO-NUMERO         '
                  'MOVIMENTO                        VALOR '
                  'VENCTO   SACADO'
                  DELIMITED BY SIZE INTO REG-REMLST
           WRITE REG-REMLST
      *
           MOVE WS-DATA-HOJE TO WS-DATA-AAAAMMDD
           PERFORM RT-CONVERTER-DATA
           IF  LAYOUT-400
               PERFORM RT-HEADER-400
           ELSE
               PERFORM RT-HEADER-240
           END-IF
      *
           MOVE LOW-VALUES TO REMCOB-CHAVE
           MOVE ZEROS      TO FL-STA-REMCOB
           START REMCOB KEY NOT LESS REMCOB-CHAVE
               INVALID KEY
                   SET FL-REMCOB-EOF TO TRUE
           END-START
           PERFORM UNTIL FL-REMCOB-EOF
               READ REMCOB NEXT RECORD
                 AT END
                    SET FL-REMCOB-EOF TO TRUE
                 NOT AT END
                    IF  REMCOB-NSA EQUAL WS-NSA
                    AND REMCOB-NOSSO-NUMERO NOT EQUAL ZEROS
                        PERFORM RT-LER-SACADO
                        IF  LAYOUT-400
                            PERFORM RT-DETALHE-400
                        ELSE
                            PERFORM RT-DETALHE-240
                        END-IF
                        PERFORM RT-LISTAR
                    END-IF
               END-READ
           END-PERFORM
           MOVE ZEROS TO FL-STA-REMCOB
      *
           IF  LAYOUT-400
               PERFORM RT-TRAILER-400
           ELSE
               PERFORM RT-TRAILER-240
           END-IF
           CLOSE REMESSA.
      *
       RT-GERAR-REMESSAX.                          EXIT.
      *----------------------------------------------------------------*
       RT-HEADER-240                               SECTION.
      *
           MOVE SPACES         TO REG-REMESSA-240
           MOVE WS-BANCO       TO RHA-BANCO
           MOVE ZEROS          TO RHA-LOTE
           MOVE '0'            TO RHA-TIPO
           MOVE '2'            TO RHA-TIPO-INSCR
           MOVE WS-CNPJ        TO RHA-CNPJ
           MOVE WS-CONVENIO    TO RHA-CONVENIO
           MOVE WS-AGENCIA     TO RHA-AGENCIA
           MOVE WS-AGENCIA-DV  TO RHA-AGENCIA-DV
           MOVE WS-CONTA       TO RHA-CONTA
           MOVE WS-CONTA-DV    TO RHA-CONTA-DV
           MOVE WS-NOME-EMPRESA TO RHA-NOME-EMPRESA
           MOVE '1'            TO RHA-CODIGO-REMESSA
           MOVE WS-DATA-DDMMAAAA TO RHA-DATA-GERACAO
           MOVE WS-HORA-AGORA(1:6) TO RHA-HORA-GERACAO
           MOVE WS-NSA         TO RHA-NSA
           MOVE '089'          TO RHA-VERSAO
           MOVE '01600'        TO RHA-DENSIDADE
           WRITE REG-REMESSA-240
      *
           MOVE SPACES          TO REG-REMESSA-240
           MOVE WS-BANCO        TO RHL-BANCO
           MOVE 1               TO RHL-LOTE
           MOVE '1'             TO RHL-TIPO
           MOVE 'R'             TO RHL-OPERACAO
           MOVE '01'            TO RHL-SERVICO
           MOVE '040'           TO RHL-VERSAO
           MOVE '2'             TO RHL-TIPO-INSCR
           MOVE WS-CNPJ         TO RHL-CNPJ
           MOVE WS-CONVENIO     TO RHL-CONVENIO
           MOVE WS-AGENCIA      TO RHL-AGENCIA
           MOVE WS-AGENCIA-DV   TO RHL-AGENCIA-DV
           MOVE WS-CONTA        TO RHL-CONTA
           MOVE WS-CONTA-DV     TO RHL-CONTA-DV
           MOVE WS-NOME-EMPRESA TO RHL-NOME-EMPRESA
           MOVE WS-NSA          TO RHL-NSA
           MOVE WS-DATA-DDMMAAAA TO RHL-DATA-GRAVACAO
           MOVE ZEROS           TO RHL-DATA-CREDITO
           WRITE REG-REMESSA-240
      *
           MOVE 2     TO WS-REG-ARQUIVO
           MOVE 1     TO WS-REG-LOTE
           MOVE ZEROS TO WS-SEQ-LOTE.
      *
       RT-HEADER-240X.                             EXIT.
      *----------------------------------------------------------------*
      *  SEGMENTO P DE TODO ITEM; SEGMENTO Q (SACADO) SO NA ENTRADA     *
      *----------------------------------------------------------------*
       RT-DETALHE-240                              SECTION.
      *
           ADD  1 TO WS-SEQ-LOTE
           MOVE SPACES              TO REG-REMESSA-240
           MOVE WS-BANCO            TO RSP-BANCO
           MOVE 1                   TO RSP-LOTE
           MOVE '3'                 TO RSP-TIPO
           MOVE WS-SEQ-LOTE         TO RSP-SEQ
           MOVE 'P'                 TO RSP-SEGMENTO
           MOVE REMCOB-MOVIMENTO    TO RSP-MOVIMENTO
           MOVE WS-AGENCIA          TO RSP-AGENCIA
           MOVE WS-AGENCIA-DV       TO RSP-AGENCIA-DV
           MOVE WS-CONTA            TO RSP-CONTA
           MOVE WS-CONTA-DV         TO RSP-CONTA-DV
           MOVE REMCOB-NOSSO-NUMERO TO RSP-NOSSO-NUMERO
           MOVE '1'                 TO RSP-CARTEIRA
           MOVE '1'                 TO RSP-CADASTRAMENTO
           MOVE '2'                 TO RSP-DOCUMENTO
           MOVE '2'                 TO RSP-EMISSAO-BOLETO
           MOVE '2'                 TO RSP-DISTRIBUICAO
           MOVE REMCOB-NOSSO-NUMERO TO RSP-SEU-NUMERO
           MOVE REMCOB-VENCIMENTO   TO WS-DATA-AAAAMMDD
           PERFORM RT-CONVERTER-DATA
           MOVE WS-DATA-DDMMAAAA    TO RSP-VENCIMENTO
           MOVE REMCOB-VALOR        TO RSP-VALOR
           MOVE ZEROS               TO RSP-AGENCIA-COBR
           MOVE '02'                TO RSP-ESPECIE
           MOVE 'N'                 TO RSP-ACEITE
           MOVE REMCOB-DATA-EMISSAO TO WS-DATA-AAAAMMDD
           PERFORM RT-CONVERTER-DATA
           MOVE WS-DATA-DDMMAAAA    TO RSP-DATA-EMISSAO
           MOVE '3'                 TO RSP-COD-JUROS
           MOVE ZEROS               TO RSP-DATA-JUROS RSP-JUROS
                                       RSP-DATA-DESCONTO RSP-DESCONTO
                                       RSP-IOF RSP-ABATIMENTO
                                       RSP-DIAS-PROTESTO RSP-CONTRATO
           MOVE '0'                 TO RSP-COD-DESCONTO
           MOVE REMCOB-NOSSO-NUMERO TO RSP-USO-EMPRESA
           MOVE '3'                 TO RSP-COD-PROTESTO
           MOVE '2'                 TO RSP-COD-BAIXA
           MOVE 09                  TO RSP-MOEDA
           WRITE REG-REMESSA-240
           ADD 1 TO WS-REG-LOTE WS-REG-ARQUIVO
      *
           IF  REMCOB-MOVIMENTO NOT EQUAL '01'
               EXIT SECTION
           END-IF
      *
           ADD  1 TO WS-SEQ-LOTE
           MOVE SPACES              TO REG-REMESSA-240
           MOVE WS-BANCO            TO RSQ-BANCO
           MOVE 1                   TO RSQ-LOTE
           MOVE '3'                 TO RSQ-TIPO
           MOVE WS-SEQ-LOTE         TO RSQ-SEQ
           MOVE 'Q'                 TO RSQ-SEGMENTO
           MOVE REMCOB-MOVIMENTO    TO RSQ-MOVIMENTO
           MOVE ZEROS               TO RSQ-INSCRICAO RSQ-CEP
                                       RSQ-AVAL-INSCR
                                       RSQ-BANCO-CORRESP
           MOVE '0'                 TO RSQ-AVAL-TIPO
           MOVE WS-NOME             TO RSQ-NOME
           IF  TEM-SACADO
           AND FL-SACADO-OK
               IF  SAC-JURIDICA
                   MOVE '2'         TO RSQ-TIPO-INSCR
               ELSE
                   MOVE '1'         TO RSQ-TIPO-INSCR
               END-IF
               MOVE SAC-DOCUMENTO   TO RSQ-INSCRICAO
               MOVE SAC-ENDERECO    TO RSQ-ENDERECO
               MOVE SAC-CEP         TO RSQ-CEP
               MOVE SAC-CIDADE      TO RSQ-CIDADE
               MOVE SAC-UF          TO RSQ-UF
           END-IF
           WRITE REG-REMESSA-240
           ADD 1 TO WS-REG-LOTE WS-REG-ARQUIVO.
      *
       RT-DETALHE-240X.                            EXIT.
      *----------------------------------------------------------------*
       RT-TRAILER-240                              SECTION.
      *
           ADD  1               TO WS-REG-LOTE
           MOVE SPACES          TO REG-REMESSA-240
           MOVE WS-BANCO        TO RTL-BANCO
           MOVE 1               TO RTL-LOTE
           MOVE '5'             TO RTL-TIPO
           MOVE WS-REG-LOTE     TO RTL-QTDE-REG
           WRITE REG-REMESSA-240
           ADD 1 TO WS-REG-ARQUIVO
      *
           MOVE SPACES         TO REG-REMESSA-240
           MOVE WS-BANCO       TO RTA-BANCO
           MOVE 9999           TO RTA-LOTE
           MOVE '9'            TO RTA-TIPO
           ADD  1              TO WS-REG-ARQUIVO
           MOVE 1              TO RTA-QTDE-LOTES
           MOVE WS-REG-ARQUIVO TO RTA-QTDE-REG
           MOVE ZEROS          TO RTA-QTDE-CONTAS
           WRITE REG-REMESSA-240.
      *
       RT-TRAILER-240X.                            EXIT.
      *----------------------------------------------------------------*
       RT-HEADER-400                               SECTION.
      *
           MOVE SPACES          TO REG-REMESSA-400
           MOVE '0'             TO R4H-TIPO
           MOVE '1'             TO R4H-OPERACAO
           MOVE 'REMESSA'       TO R4H-LITERAL
           MOVE '01'            TO R4H-SERVICO
           MOVE 'COBRANCA'      TO R4H-LIT-SERVICO
           MOVE WS-CONVENIO     TO R4H-CONVENIO
           MOVE WS-NOME-EMPRESA TO R4H-NOME-EMPRESA
           MOVE WS-BANCO        TO R4H-BANCO
           MOVE WS-DATA-DDMMAA  TO R4H-DATA-GRAVACAO
           MOVE 'MX'            TO R4H-SISTEMA
           MOVE WS-NSA          TO R4H-NSA
           MOVE 1               TO R4H-SEQ
           WRITE REG-REMESSA-400
           MOVE 1 TO WS-REG-ARQUIVO.
      *
       RT-HEADER-400X.                             EXIT.
      *----------------------------------------------------------------*
       RT-DETALHE-400                              SECTION.
      *
           ADD  1 TO WS-REG-ARQUIVO
           MOVE SPACES              TO REG-REMESSA-400
           MOVE '1'                 TO R4D-TIPO
           MOVE ZEROS               TO R4D-EMP-ZERO
           MOVE WS-CARTEIRA         TO R4D-EMP-CARTEIRA
           MOVE WS-AGENCIA          TO R4D-EMP-AGENCIA
           MOVE WS-CONTA            TO R4D-EMP-CONTA
           MOVE WS-CONTA-DV         TO R4D-EMP-CONTA-DV
           MOVE '0'                 TO R4D-CONTROLE-TIPO
           MOVE REMCOB-NOSSO-NUMERO TO R4D-CONTROLE-NOSSO
           MOVE ZEROS               TO R4D-BANCO-DEBITO R4D-PERC-MULTA
                                       R4D-DESCONTO-DIA
           MOVE '0'                 TO R4D-MULTA
           MOVE REMCOB-NOSSO-NUMERO TO R4D-NOSSO-NUMERO
           MOVE '0'                 TO R4D-NOSSO-DV
           MOVE '2'                 TO R4D-EMISSAO
           MOVE 'N'                 TO R4D-DEBITO-AUTO
           MOVE '2'                 TO R4D-AVISO
           MOVE REMCOB-MOVIMENTO    TO R4D-OCORRENCIA
           MOVE REMCOB-VENCIMENTO   TO WS-DATA-AAAAMMDD
           PERFORM RT-CONVERTER-DATA
           MOVE WS-DATA-DDMMAA      TO R4D-VENCIMENTO
           MOVE REMCOB-VALOR        TO R4D-VALOR
           MOVE ZEROS               TO R4D-BANCO-COBR R4D-AGENCIA-COBR
           MOVE '01'                TO R4D-ESPECIE
           MOVE 'N'                 TO R4D-ACEITE
           MOVE REMCOB-DATA-EMISSAO TO WS-DATA-AAAAMMDD
           PERFORM RT-CONVERTER-DATA
           MOVE WS-DATA-DDMMAA      TO R4D-DATA-EMISSAO
           MOVE '00'                TO R4D-INSTRUCAO-1 R4D-INSTRUCAO-2
           MOVE ZEROS               TO R4D-MORA-DIA R4D-DATA-DESCONTO
                                       R4D-DESCONTO R4D-IOF
                                       R4D-ABATIMENTO R4D-INSCRICAO
                                       R4D-CEP
           MOVE '01'                TO R4D-TIPO-INSCR
           MOVE WS-NOME             TO R4D-NOME
           IF  TEM-SACADO
           AND FL-SACADO-OK
               IF  SAC-JURIDICA
                   MOVE '02'        TO R4D-TIPO-INSCR
               END-IF
               MOVE SAC-DOCUMENTO   TO R4D-INSCRICAO
               MOVE SAC-ENDERECO    TO R4D-ENDERECO
               MOVE SAC-CEP         TO R4D-CEP
           END-IF
           MOVE WS-REG-ARQUIVO      TO R4D-SEQ
           WRITE REG-REMESSA-400.
      *
       RT-DETALHE-400X.                            EXIT.
      *----------------------------------------------------------------*
       RT-TRAILER-400                              SECTION.
      *
           ADD  1              TO WS-REG-ARQUIVO
           MOVE SPACES         TO REG-REMESSA-400
           MOVE '9'            TO R4T-TIPO
           MOVE WS-REG-ARQUIVO TO R4T-SEQ
           WRITE REG-REMESSA-400.
      *
       RT-TRAILER-400X.                            EXIT.
      *----------------------------------------------------------------*
      *  NOME DO SACADO DO ITEM (SEM O CADASTRO, SO O CODIGO)           *
      *----------------------------------------------------------------*
       RT-LER-SACADO                               SECTION.
      *
           MOVE SPACES TO WS-NOME
           MOVE '99'   TO FL-STA-SACADO
           IF  NOT TEM-SACADO
               STRING 'SACADO ' REMCOB-SACADO
                      DELIMITED BY SIZE INTO WS-NOME
               EXIT SECTION
           END-IF
           MOVE REMCOB-SACADO TO SAC-CODIGO
           READ SACADO
               INVALID KEY
                   STRING 'SACADO ' REMCOB-SACADO ' NAO CADASTRADO'
                          DELIMITED BY SIZE INTO WS-NOME
               NOT INVALID KEY
                   MOVE SAC-NOME TO WS-NOME
           END-READ.
      *
       RT-LER-SACADOX.                             EXIT.
      *----------------------------------------------------------------*
       RT-LISTAR                                   SECTION.
      *
           EVALUATE REMCOB-MOVIMENTO
               WHEN '01' MOVE 'ENTRADA'              TO WS-DESCRICAO
               WHEN '02' MOVE 'PEDIDO DE BAIXA'      TO WS-DESCRICAO
               WHEN '06' MOVE 'ALTERA VENCIMENTO'    TO WS-DESCRICAO
               WHEN OTHER
                         MOVE 'ALTERA VALOR'         TO WS-DESCRICAO
           END-EVALUATE
           MOVE REMCOB-VALOR TO WS-ED-VALOR
           MOVE SPACES TO REG-REMLST
           STRING REMCOB-NOSSO-NUMERO ' ' REMCOB-MOVIMENTO ' '
                  WS-DESCRICAO ' ' WS-ED-VALOR ' '
                  REMCOB-VENCIMENTO ' ' WS-NOME(1:22)
                  DELIMITED BY SIZE INTO REG-REMLST
           WRITE REG-REMLST.
      *
       RT-LISTARX.                                 EXIT.
      *----------------------------------------------------------------*
      *  O NSA GERADO PASSA A SER O ULTIMO (A REEXECUCAO DE UM NSA      *
      *  ANTIGO NAO RECUA O CONTROLE)                                   *
      *----------------------------------------------------------------*
       RT-GRAVAR-CONTROLE                          SECTION.
      *
           IF  WS-RETURN-CODE NOT EQUAL ZEROS
               EXIT SECTION
           END-IF
           MOVE ZEROS TO REMCOB-CTL-CHAVE
           READ REMCOB
               INVALID KEY
                   MOVE SPACES TO REG-REMCOB-CTL
                   MOVE ZEROS  TO REMCOB-CTL-CHAVE
                   MOVE ZEROS  TO REMCOB-ULTIMO-NSA
                   MOVE 'N'    TO WS-TEM-CONTROLE
               NOT INVALID KEY
                   SET TEM-CONTROLE TO TRUE
           END-READ
           IF  WS-NSA NOT GREATER REMCOB-ULTIMO-NSA
               EXIT SECTION
           END-IF
           MOVE WS-NSA       TO REMCOB-ULTIMO-NSA
           MOVE WS-DATA-HOJE TO REMCOB-CTL-DATA
           IF  TEM-CONTROLE
               REWRITE REG-REMCOB-CTL
               END-REWRITE
           ELSE
               WRITE REG-REMCOB-CTL
               END-WRITE
           END-IF
           IF  NOT FL-REMCOB-OK
               DISPLAY PGMID '007I- ERRO ' FL-STA-REMCOB
                       ' NO CONTROLE DE NSA DO REMCOB'
               MOVE 8 TO WS-RETURN-CODE
           END-IF.
      *
       RT-GRAVAR-CONTROLEX.                        EXIT.
      *----------------------------------------------------------------*
      *  AAAAMMDD (WS-DATA-AAAAMMDD) PARA DDMMAAAA (240) E DDMMAA (400) *
      *----------------------------------------------------------------*
       RT-CONVERTER-DATA                           SECTION.
      *
           MOVE WS-DT-DIA TO WS-DT2-DIA
           MOVE WS-DT-MES TO WS-DT2-MES
           MOVE WS-DT-ANO TO WS-DT2-ANO
           MOVE WS-DATA-DDMMAAAA(1:4) TO WS-DATA-DDMMAA(1:4)
           MOVE WS-DATA-DDMMAAAA(7:2) TO WS-DATA-DDMMAA(5:2).
      *
       RT-CONVERTER-DATAX.                         EXIT.
      *----------------------------------------------------------------*
       RT-ENCERRAR-ARQUIVOS                        SECTION.
      *
           CLOSE CHARGES
                 REMCOB
           IF  TEM-SACADO
               CLOSE SACADO
           END-IF
           IF  LST-ABERTO
               CLOSE REMLST
           END-IF.
      *
       RT-ENCERRAR-ARQUIVOSX.                      EXIT.
      *----------------------------------------------------------------*
       RT-FINALIZAR                                SECTION.
      *
           DISPLAY PGMID '999I' TRACOS
           MOVE    WS-LIDOS           TO WS-DISPLAY
           DISPLAY PGMID '009I- COBRANCAS LIDAS........:' WS-DISPLAY
           MOVE    WS-A-ENVIAR        TO WS-DISPLAY
           DISPLAY PGMID '010I- ITENS NA REMESSA.......:' WS-DISPLAY
           MOVE    WS-ENTRADAS        TO WS-DISPLAY
           DISPLAY PGMID '011I- ENTRADAS...............:' WS-DISPLAY
           MOVE    WS-ALTERACOES      TO WS-DISPLAY
           DISPLAY PGMID '012I- ALTERACOES.............:' WS-DISPLAY
           MOVE    WS-BAIXAS          TO WS-DISPLAY
           DISPLAY PGMID '013I- PEDIDOS DE BAIXA.......:' WS-DISPLAY
           MOVE    WS-TOTAL-REMESSA   TO WS-ED-VALOR
           DISPLAY PGMID '014I- VALOR DAS ENTRADAS.....:' WS-ED-VALOR
           MOVE    WS-NSA             TO WS-DISPLAY
           DISPLAY PGMID '015I- NSA DA REMESSA.........:' WS-DISPLAY
           DISPLAY PGMID '999I' TRACOS.
      *
       RT-FINALIZARX.                              EXIT.
      ******************************************************************
      *                      FIM  DO  PROGRAMA                         *
      ******************************************************************
