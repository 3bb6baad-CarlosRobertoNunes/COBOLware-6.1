      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CNABPAG.
       AUTHOR.        Traduzido de Easytrieve (macro esy.kex v.0.10).
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      * Remessa CNAB 240 de pagamento de salarios     *
                      * (servico 30) com os liquidos da folha do      *
                      * PAYROLL-ANOMES gravados no PAYRES (tipo da    *
                      * folha em CNABPAG-TIPO, padrao M; A para o     *
                      * adiantamento quinzenal do ADIANT):            *
                      *                                               *
                      *  - A CONTA DE CREDITO VEM DO PERSBCO, COM OS  *
                      *    DIGITOS CONFERIDOS DE NOVO PELO BANCODV, E *
                      *    O CPF DO PERSEXT;                          *
                      *  - UM LOTE POR FORMA DE LANCAMENTO: 01 CONTA  *
                      *    CORRENTE E 05 POUPANCA NO BANCO DA         *
                      *    EMPRESA, 41 TED PARA OS OUTROS BANCOS;     *
                      *  - CADA CREDITO FICA NO CREDPAG (SITUACAO E   *
                      *    = ENVIADO) PARA A BAIXA PELO RETORNO       *
                      *    (CNABPRT); OS JA PAGOS NAO SAO REENVIADOS  *
                      *    NA REEXECUCAO;                             *
                      *  - SEM CONTA, COM DIGITO INVALIDO OU SEM CPF  *
                      *    O CREDITO FICA FORA DA REMESSA (SITUACAO   *
                      *    X) E SAI NO CREDEXC PARA PAGAMENTO POR     *
                      *    OUTRO MEIO.                                *
                      *                                               *
                      * Empresa: ESOCIAL-CNPJ e CNABPAG-BANCO,        *
                      * -AGENCIA (5 + DIGITO), -CONTA (12 + DIGITO),  *
                      * -CONVENIO, -EMPRESA, -DATA (AAAAMMDD, PADRAO  *
                      * HOJE) E -NSA (PADRAO 1).                      *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT PAYRES ASSIGN TO PAYRES
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS PAYRES-CHAVE
                  FILE STATUS   IS FL-STA-PAYRES.
      *
           SELECT OPTIONAL PERSBCO ASSIGN TO PERSBCO
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS PERSBCO-EMP-NO
                  FILE STATUS   IS FL-STA-PERSBCO.
      *
           SELECT OPTIONAL PERSNL ASSIGN TO SYS010
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
           SELECT CREDPAG ASSIGN TO CREDPAG
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS CREDPAG-CHAVE
                  FILE STATUS   IS FL-STA-CREDPAG.
      *
           SELECT REMESSA ASSIGN TO REMPAG
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FL-STA-REMESSA.
      *
           SELECT CREDEXC ASSIGN TO CREDEXC.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  PAYRES
           RECORD CONTAINS 150 CHARACTERS.
      *
       01  REG-PAYRES.
           03 PAYRES-CHAVE.
              05 PAYRES-ANOMES               PIC  9(006).
              05 PAYRES-TIPO                 PIC  X(001).
              05 PAYRES-EMP-NO               PIC  9(005).
           03 PAYRES-COMPANY                 PIC  9(002).
           03 PAYRES-DEPT                    PIC  9(003).
           03 PAYRES-AVOS                    PIC  9(002).
           03 PAYRES-DEPENDENTES             PIC  9(002).
           03 PAYRES-BRUTO                   PIC  9(009)V99.
           03 PAYRES-INSS                    PIC  9(007)V99.
           03 PAYRES-IRRF                    PIC  9(007)V99.
           03 PAYRES-ADIANTADO               PIC  9(009)V99.
           03 PAYRES-OUTROS                  PIC  9(007)V99.
           03 PAYRES-LIQUIDO                 PIC  9(009)V99.
           03 PAYRES-DATA-CALC               PIC  9(008).
           03 FILLER                         PIC  X(061).
      *
      *----------------------------------------------------------------*
      *  DADOS BANCARIOS DO EMPREGADO (MANTIDOS PELO PERSMNT)           *
      *----------------------------------------------------------------*
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
              88 PERSBCO-CORRENTE                       VALUE 'C'.
              88 PERSBCO-POUPANCA                       VALUE 'P'.
           03 PERSBCO-DATA-ATUALIZ           PIC  9(008).
           03 FILLER                         PIC  X(044).
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
           03 FILLER                         PIC  X(118).
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
      *----------------------------------------------------------------*
      *  CREDITOS DE SALARIO POR ANOMES + TIPO DE FOLHA + MATRICULA     *
      *  SITUACAO: E(NVIADO), P(AGO), R(EJEITADO PELO BANCO) E          *
      *  X (FORA DA REMESSA - MOTIVO EM CREDPAG-OCORRENCIAS)            *
      *  FORMA: 01 CONTA CORRENTE, 05 POUPANCA, 41 TED OUTRO BANCO      *
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
      *  REMESSA CNAB 240 (FEBRABAN) - VISOES POR TIPO DE REGISTRO      *
      *----------------------------------------------------------------*
       FD  REMESSA
           LABEL RECORD IS STANDARD.
      *
       01  REG-REMESSA                       PIC  X(240).
      *
      *    HEADER DE ARQUIVO (TIPO 0)
       01  REG-REM-HA REDEFINES REG-REMESSA.
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
      *    HEADER DE LOTE (TIPO 1)
       01  REG-REM-HL REDEFINES REG-REMESSA.
           03 RHL-BANCO                      PIC  9(003).
           03 RHL-LOTE                       PIC  9(004).
           03 RHL-TIPO                       PIC  X(001).
           03 RHL-OPERACAO                   PIC  X(001).
           03 RHL-SERVICO                    PIC  X(002).
           03 RHL-FORMA                      PIC  9(002).
           03 RHL-VERSAO                     PIC  X(003).
           03 FILLER                         PIC  X(001).
           03 RHL-TIPO-INSCR                 PIC  X(001).
           03 RHL-CNPJ                       PIC  9(014).
           03 RHL-CONVENIO                   PIC  X(020).
           03 RHL-AGENCIA                    PIC  9(005).
           03 RHL-AGENCIA-DV                 PIC  X(001).
           03 RHL-CONTA                      PIC  9(012).
           03 RHL-CONTA-DV                   PIC  X(001).
           03 RHL-AG-CONTA-DV                PIC  X(001).
           03 RHL-NOME-EMPRESA               PIC  X(030).
           03 RHL-MENSAGEM                   PIC  X(040).
           03 RHL-ENDERECO                   PIC  X(080).
           03 RHL-FORMA-PGTO                 PIC  X(002).
           03 FILLER                         PIC  X(006).
           03 RHL-OCORRENCIAS                PIC  X(010).
      *
      *    DETALHE SEGMENTO A (CREDITO)
       01  REG-REM-SA REDEFINES REG-REMESSA.
           03 RSA-BANCO                      PIC  9(003).
           03 RSA-LOTE                       PIC  9(004).
           03 RSA-TIPO                       PIC  X(001).
           03 RSA-SEQ                        PIC  9(005).
           03 RSA-SEGMENTO                   PIC  X(001).
           03 RSA-MOVIMENTO                  PIC  X(001).
           03 RSA-INSTRUCAO                  PIC  X(002).
           03 RSA-CAMARA                     PIC  9(003).
           03 RSA-FAV-BANCO                  PIC  9(003).
           03 RSA-FAV-AGENCIA                PIC  9(005).
           03 RSA-FAV-AGENCIA-DV             PIC  X(001).
           03 RSA-FAV-CONTA                  PIC  9(012).
           03 RSA-FAV-CONTA-DV               PIC  X(001).
           03 RSA-FAV-AG-CONTA-DV            PIC  X(001).
           03 RSA-FAV-NOME                   PIC  X(030).
           03 RSA-SEU-NUMERO                 PIC  X(020).
           03 RSA-DATA-PGTO                  PIC  9(008).
           03 RSA-MOEDA                      PIC  X(003).
           03 RSA-QTDE-MOEDA                 PIC  9(010)V9(05).
           03 RSA-VALOR                      PIC  9(013)V99.
           03 RSA-NOSSO-NUMERO               PIC  X(020).
           03 RSA-DATA-REAL                  PIC  9(008).
           03 RSA-VALOR-REAL                 PIC  9(013)V99.
           03 RSA-INFORMACAO                 PIC  X(040).
           03 RSA-COMPL-SERVICO              PIC  X(002).
           03 RSA-FINALIDADE-TED             PIC  X(005).
           03 RSA-FINALIDADE-COMPL           PIC  X(002).
           03 FILLER                         PIC  X(003).
           03 RSA-AVISO                      PIC  X(001).
           03 RSA-OCORRENCIAS                PIC  X(010).
      *
      *    DETALHE SEGMENTO B (FAVORECIDO)
       01  REG-REM-SB REDEFINES REG-REMESSA.
           03 RSB-BANCO                      PIC  9(003).
           03 RSB-LOTE                       PIC  9(004).
           03 RSB-TIPO                       PIC  X(001).
           03 RSB-SEQ                        PIC  9(005).
           03 RSB-SEGMENTO                   PIC  X(001).
           03 FILLER                         PIC  X(003).
           03 RSB-TIPO-INSCR                 PIC  X(001).
           03 RSB-CPF                        PIC  9(014).
           03 RSB-LOGRADOURO                 PIC  X(030).
           03 RSB-NUMERO                     PIC  X(005).
           03 RSB-COMPLEMENTO                PIC  X(015).
           03 RSB-BAIRRO                     PIC  X(015).
           03 RSB-CIDADE                     PIC  X(020).
           03 RSB-CEP                        PIC  X(008).
           03 RSB-UF                         PIC  X(002).
           03 FILLER                         PIC  X(113).
      *
      *    TRAILER DE LOTE (TIPO 5)
       01  REG-REM-TL REDEFINES REG-REMESSA.
           03 RTL-BANCO                      PIC  9(003).
           03 RTL-LOTE                       PIC  9(004).
           03 RTL-TIPO                       PIC  X(001).
           03 FILLER                         PIC  X(009).
           03 RTL-QTDE-REG                   PIC  9(006).
           03 RTL-SOMA                       PIC  9(016)V99.
           03 RTL-QTDE-MOEDA                 PIC  9(013)V9(05).
           03 RTL-AVISO                      PIC  9(006).
           03 FILLER                         PIC  X(165).
           03 RTL-OCORRENCIAS                PIC  X(010).
      *
      *    TRAILER DE ARQUIVO (TIPO 9)
       01  REG-REM-TA REDEFINES REG-REMESSA.
           03 RTA-BANCO                      PIC  9(003).
           03 RTA-LOTE                       PIC  9(004).
           03 RTA-TIPO                       PIC  X(001).
           03 FILLER                         PIC  X(009).
           03 RTA-QTDE-LOTES                 PIC  9(006).
           03 RTA-QTDE-REG                   PIC  9(006).
           03 RTA-QTDE-CONTAS                PIC  9(006).
           03 FILLER                         PIC  X(205).
      *
      *----------------------------------------------------------------*
      *  CREDITOS FORA DA REMESSA, PARA PAGAMENTO POR OUTRO MEIO        *
      *----------------------------------------------------------------*
       FD  CREDEXC
           LABEL RECORD IS OMITTED.
      *
       01  REG-CREDEXC                       PIC  X(100).
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
       77  SB-BANCODV                    PIC  X(08)  VALUE 'BANCODV'.
      *
      *----------------------------------------------------------------*
      *        AREA DE VARIAVEIS AUXILIARES                            *
      *----------------------------------------------------------------*
      *
       01  WS-VARIAVEIS.
           03 TRACOS                         PIC  X(060)    VALUE
              ALL '-'.
           03 PGMID                          PIC  X(009)    VALUE
              '#CNABPAG.'.
           03 FL-STA-PAYRES                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-PAYRES-OK                               VALUE '00'.
              88 FL-PAYRES-EOF                              VALUE '10'.
           03 FL-STA-PERSBCO                 PIC  X(002)    VALUE
              ZEROS.
              88 FL-PERSBCO-OK                              VALUE '00'.
           03 FL-STA-PERSNL                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-PERSNL-OK                               VALUE '00'.
           03 FL-STA-PERSEXT                 PIC  X(002)    VALUE
              ZEROS.
              88 FL-PERSEXT-OK                              VALUE '00'.
           03 FL-STA-CREDPAG                 PIC  X(002)    VALUE
              ZEROS.
              88 FL-CREDPAG-OK                              VALUE '00'.
              88 FL-CREDPAG-EOF                             VALUE '10'.
              88 FL-CREDPAG-NOVO                            VALUE '35'.
           03 FL-STA-REMESSA                 PIC  X(002)    VALUE
              ZEROS.
              88 FL-REMESSA-OK                              VALUE '00'.
           03 WS-RETURN-CODE                 PIC  9(003)    VALUE
              ZEROS.
           03 WS-DISPLAY                     PIC  -ZZZ.ZZZ.ZZ9.
           03 WS-TEM-PERSBCO                 PIC  X(001)    VALUE 'N'.
              88 TEM-PERSBCO                                VALUE 'S'.
           03 WS-TEM-PERSNL                  PIC  X(001)    VALUE 'N'.
              88 TEM-PERSNL                                 VALUE 'S'.
           03 WS-TEM-PERSEXT                 PIC  X(001)    VALUE 'N'.
              88 TEM-PERSEXT                                VALUE 'S'.
           03 WS-EXC-ABERTO                  PIC  X(001)    VALUE 'N'.
              88 EXC-ABERTO                                 VALUE 'S'.
           03 WS-LOTE-ABERTO                 PIC  X(001)    VALUE 'N'.
              88 LOTE-ABERTO                                VALUE 'S'.
           03 WS-DATA-HOJE                   PIC  9(008)    VALUE
              ZEROS.
           03 WS-HORA-AGORA                  PIC  9(008)    VALUE
              ZEROS.
           03 WS-ANOMES                      PIC  9(006)    VALUE
              ZEROS.
           03 WS-ANOMES-ENV                  PIC  X(006)    VALUE
              SPACES.
           03 WS-SIMULACAO                   PIC  X(001)    VALUE
              SPACE.
              88 EM-SIMULACAO                               VALUE 'S'.
           03 WS-TIPO                        PIC  X(001)    VALUE 'M'.
              88 WS-TIPO-VALIDO                  VALUE 'M' 'F' '1' '2'
                                                       'R' 'A'.
           03 WS-ENV                         PIC  X(030)    VALUE
              SPACES.
           03 WS-I                           PIC  9(002)    VALUE
              ZEROS.
           03 WS-MOTIVO                      PIC  X(010)    VALUE
              SPACES.
           03 WS-NOME                        PIC  X(030)    VALUE
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
           03 WS-ED-VALOR                    PIC  ZZZ.ZZZ.ZZ9,99.
      *
      *----------------------------------------------------------------*
      *  DADOS DA EMPRESA PAGADORA                                      *
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
           03 WS-NOME-EMPRESA                PIC  X(030)    VALUE
              SPACES.
           03 WS-DATA-PGTO                   PIC  9(008)    VALUE
              ZEROS.
           03 WS-NSA                         PIC  9(006)    VALUE 1.
      *
      *----------------------------------------------------------------*
      *  FORMAS DE LANCAMENTO, UM LOTE CADA, NA ORDEM DA REMESSA        *
      *----------------------------------------------------------------*
       01  WS-FORMAS-STR                     PIC  X(006)    VALUE
           '010541'.
       01  REDEFINES WS-FORMAS-STR.
           03 WS-FORMA OCCURS 3              PIC  9(002).
      *
      *----------------------------------------------------------------*
      *  CONTADORES DA REMESSA E TOTAIS                                 *
      *----------------------------------------------------------------*
       01  WS-TOTAIS COMP-3.
           03 WS-LIDOS                       PIC S9(009)    VALUE ZEROS.
           03 WS-A-ENVIAR                    PIC S9(009)    VALUE ZEROS.
           03 WS-JA-PAGOS                    PIC S9(009)    VALUE ZEROS.
           03 WS-FORA                        PIC S9(009)    VALUE ZEROS.
           03 WS-SEM-LIQUIDO                 PIC S9(009)    VALUE ZEROS.
           03 WS-LOTE                        PIC S9(004)    VALUE ZEROS.
           03 WS-SEQ-LOTE                    PIC S9(005)    VALUE ZEROS.
           03 WS-REG-LOTE                    PIC S9(006)    VALUE ZEROS.
           03 WS-REG-ARQUIVO                 PIC S9(006)    VALUE ZEROS.
           03 WS-SOMA-LOTE                   PIC S9(016)V99 VALUE
              ZEROS.
           03 WS-TOTAL-REMESSA               PIC S9(013)V99 VALUE
              ZEROS.
           03 WS-TOTAL-FORA                  PIC S9(013)V99 VALUE
              ZEROS.
      *
      *----------------------------------------------------------------*
      *  CRITICA DOS DIGITOS DE AGENCIA E CONTA (BANCODV)               *
      *----------------------------------------------------------------*
       01  PARAMETROS-BANCODV.
           03 BANCODV-BANCO                  PIC  9(003)    VALUE
              ZEROS.
           03 BANCODV-AGENCIA                PIC  9(005)    VALUE
              ZEROS.
           03 BANCODV-AGENCIA-DV             PIC  X(001)    VALUE
              SPACE.
           03 BANCODV-CONTA                  PIC  9(012)    VALUE
              ZEROS.
           03 BANCODV-CONTA-DV               PIC  X(001)    VALUE
              SPACE.
           03 BANCODV-RETORNO                PIC  X(002)    VALUE
              SPACES.
           03 BANCODV-CRITICADO              PIC  X(001)    VALUE
              SPACE.
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
               PERFORM RT-LIMPAR-PERIODO
               PERFORM RT-MONTAR-CREDITOS
               IF  WS-A-ENVIAR GREATER ZEROS
                   PERFORM RT-GERAR-REMESSA
               ELSE
                   DISPLAY PGMID '006I- NENHUM CREDITO A ENVIAR EM '
                           WS-ANOMES ' TIPO ' WS-TIPO
                   MOVE 4 TO WS-RETURN-CODE
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
      *  PARAMETROS DA EMPRESA E DO PERIODO; ABERTURA DOS ARQUIVOS      *
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
           DISPLAY 'PAYROLL-ANOMES' UPON ENVIRONMENT-NAME
           ACCEPT   WS-ANOMES-ENV   FROM ENVIRONMENT-VALUE
           IF  WS-ANOMES-ENV IS NUMERIC
               MOVE WS-ANOMES-ENV TO WS-ANOMES
           ELSE
               COMPUTE WS-ANOMES = WS-DATA-HOJE / 100
           END-IF
      *
           MOVE SPACES TO WS-ENV
           DISPLAY 'CNABPAG-TIPO' UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV        FROM ENVIRONMENT-VALUE
           IF  WS-ENV NOT EQUAL SPACES
               MOVE WS-ENV(1:1) TO WS-TIPO
           END-IF
           IF  NOT WS-TIPO-VALIDO
               DISPLAY PGMID '002I- CNABPAG-TIPO INVALIDO: ' WS-TIPO
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
           DISPLAY 'CNABPAG-BANCO' UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV         FROM ENVIRONMENT-VALUE
           IF  WS-ENV(1:3) IS NUMERIC
               MOVE WS-ENV(1:3) TO WS-BANCO
           END-IF
      *
           MOVE SPACES TO WS-ENV
           DISPLAY 'CNABPAG-AGENCIA' UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV           FROM ENVIRONMENT-VALUE
           IF  WS-ENV(1:5) IS NUMERIC
               MOVE WS-ENV(1:5) TO WS-AGENCIA
               MOVE WS-ENV(6:1) TO WS-AGENCIA-DV
           END-IF
      *
           MOVE SPACES TO WS-ENV
           DISPLAY 'CNABPAG-CONTA' UPON ENVIRONMENT-NAME
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
                       ' CNABPAG-BANCO, CNABPAG-AGENCIA E'
                       ' CNABPAG-CONTA'
               MOVE 8 TO WS-RETURN-CODE
               EXIT SECTION
           END-IF
      *
           DISPLAY 'CNABPAG-CONVENIO' UPON ENVIRONMENT-NAME
           ACCEPT   WS-CONVENIO       FROM ENVIRONMENT-VALUE
           DISPLAY 'CNABPAG-EMPRESA' UPON ENVIRONMENT-NAME
           ACCEPT   WS-NOME-EMPRESA  FROM ENVIRONMENT-VALUE
      *
           MOVE WS-DATA-HOJE TO WS-DATA-PGTO
           MOVE SPACES TO WS-ENV
           DISPLAY 'CNABPAG-DATA' UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV        FROM ENVIRONMENT-VALUE
           IF  WS-ENV(1:8) IS NUMERIC
               MOVE WS-ENV(1:8) TO WS-DATA-PGTO
           END-IF
      *
           MOVE SPACES TO WS-ENV
           DISPLAY 'CNABPAG-NSA' UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV       FROM ENVIRONMENT-VALUE
           IF  WS-ENV(1:6) IS NUMERIC
               MOVE WS-ENV(1:6) TO WS-NSA
           END-IF
      *
           DISPLAY PGMID '004I- CREDITOS DE ' WS-ANOMES ' TIPO '
                   WS-TIPO ' PARA ' WS-DATA-PGTO ' NSA ' WS-NSA
      *
           OPEN INPUT PAYRES
           IF  NOT FL-PAYRES-OK
               DISPLAY PGMID '005I- PAYRES AUSENTE OU COM ERRO '
                       FL-STA-PAYRES
               MOVE 8 TO WS-RETURN-CODE
               EXIT SECTION
           END-IF
      *
           OPEN I-O CREDPAG
           IF  FL-CREDPAG-NOVO
               OPEN OUTPUT CREDPAG
               CLOSE CREDPAG
               OPEN I-O CREDPAG
           END-IF
           IF  NOT FL-CREDPAG-OK
               DISPLAY PGMID '005I- CREDPAG COM ERRO ' FL-STA-CREDPAG
               CLOSE PAYRES
               MOVE 8 TO WS-RETURN-CODE
               EXIT SECTION
           END-IF
      *
           OPEN INPUT PERSBCO
           IF  FL-PERSBCO-OK
               SET TEM-PERSBCO TO TRUE
           END-IF
           OPEN INPUT PERSNL
           IF  FL-PERSNL-OK
               SET TEM-PERSNL TO TRUE
           END-IF
           OPEN INPUT PERSEXT
           IF  FL-PERSEXT-OK
               SET TEM-PERSEXT TO TRUE
           END-IF.
      *
       RT-INICIARX.                                EXIT.
      *----------------------------------------------------------------*
      *  A REEXECUCAO REFAZ OS CREDITOS DO PERIODO, MENOS OS JA PAGOS   *
      *----------------------------------------------------------------*
       RT-LIMPAR-PERIODO                           SECTION.
      *
           MOVE WS-ANOMES TO CREDPAG-ANOMES
           MOVE WS-TIPO   TO CREDPAG-TIPO
           MOVE ZEROS     TO CREDPAG-EMP-NO
           START CREDPAG KEY NOT LESS CREDPAG-CHAVE
               INVALID KEY
                   SET FL-CREDPAG-EOF TO TRUE
           END-START
           PERFORM UNTIL FL-CREDPAG-EOF
               READ CREDPAG NEXT RECORD
                 AT END
                    SET FL-CREDPAG-EOF TO TRUE
                 NOT AT END
                    IF  CREDPAG-ANOMES NOT EQUAL WS-ANOMES
                    OR  CREDPAG-TIPO   NOT EQUAL WS-TIPO
                        SET FL-CREDPAG-EOF TO TRUE
                    ELSE
                        IF  NOT CREDPAG-PAGO
                            DELETE CREDPAG RECORD
                        END-IF
                    END-IF
               END-READ
           END-PERFORM
           MOVE ZEROS TO FL-STA-CREDPAG.
      *
       RT-LIMPAR-PERIODOX.                         EXIT.
      *----------------------------------------------------------------*
      *  UM CREDITO POR LIQUIDO DO PERIODO NO PAYRES                    *
      *----------------------------------------------------------------*
       RT-MONTAR-CREDITOS                          SECTION.
      *
           MOVE WS-ANOMES TO PAYRES-ANOMES
           MOVE WS-TIPO   TO PAYRES-TIPO
           MOVE ZEROS     TO PAYRES-EMP-NO
           START PAYRES KEY NOT LESS PAYRES-CHAVE
               INVALID KEY
                   SET FL-PAYRES-EOF TO TRUE
           END-START
           PERFORM UNTIL FL-PAYRES-EOF
               READ PAYRES NEXT RECORD
                 AT END
                    SET FL-PAYRES-EOF TO TRUE
                 NOT AT END
                    IF  PAYRES-ANOMES NOT EQUAL WS-ANOMES
                    OR  PAYRES-TIPO   NOT EQUAL WS-TIPO
                        SET FL-PAYRES-EOF TO TRUE
                    ELSE
                        ADD 1 TO WS-LIDOS
                        PERFORM RT-MONTAR-CREDITO
                    END-IF
               END-READ
           END-PERFORM.
      *
       RT-MONTAR-CREDITOSX.                        EXIT.
      *----------------------------------------------------------------*
       RT-MONTAR-CREDITO                           SECTION.
      *
           IF  PAYRES-LIQUIDO EQUAL ZEROS
               ADD 1 TO WS-SEM-LIQUIDO
               EXIT SECTION
           END-IF
      *
           MOVE PAYRES-CHAVE TO CREDPAG-CHAVE
           READ CREDPAG
               NOT INVALID KEY
      *            SO OS PAGOS SOBREVIVEM A LIMPEZA DO PERIODO
                   ADD 1 TO WS-JA-PAGOS
                   EXIT SECTION
           END-READ
      *
           MOVE SPACES          TO REG-CREDPAG
           MOVE PAYRES-CHAVE    TO CREDPAG-CHAVE
           MOVE PAYRES-COMPANY  TO CREDPAG-COMPANY
           MOVE PAYRES-DEPT     TO CREDPAG-DEPT
           MOVE PAYRES-LIQUIDO  TO CREDPAG-VALOR
           MOVE WS-DATA-PGTO    TO CREDPAG-DATA-PGTO
           MOVE WS-NSA          TO CREDPAG-NSA
           MOVE ZEROS           TO CREDPAG-BANCO     CREDPAG-AGENCIA
                                   CREDPAG-CONTA     CREDPAG-FORMA
                                   CREDPAG-CPF       CREDPAG-VALOR-PAGO
                                   CREDPAG-DATA-RETORNO
      *
           MOVE 'SEM CONTA' TO WS-MOTIVO
           IF  TEM-PERSBCO
               MOVE PAYRES-EMP-NO TO PERSBCO-EMP-NO
               READ PERSBCO
                   NOT INVALID KEY
                       MOVE SPACES TO WS-MOTIVO
               END-READ
           END-IF
      *
           IF  WS-MOTIVO EQUAL SPACES
               MOVE PERSBCO-BANCO      TO CREDPAG-BANCO
                                          BANCODV-BANCO
               MOVE PERSBCO-AGENCIA    TO CREDPAG-AGENCIA
                                          BANCODV-AGENCIA
               MOVE PERSBCO-AGENCIA-DV TO CREDPAG-AGENCIA-DV
                                          BANCODV-AGENCIA-DV
               MOVE PERSBCO-CONTA      TO CREDPAG-CONTA
                                          BANCODV-CONTA
               MOVE PERSBCO-CONTA-DV   TO CREDPAG-CONTA-DV
                                          BANCODV-CONTA-DV
               MOVE SPACES             TO BANCODV-RETORNO
               CALL SB-BANCODV USING PARAMETROS-BANCODV
                 ON EXCEPTION
                    MOVE '00' TO BANCODV-RETORNO
               END-CALL
               EVALUATE BANCODV-RETORNO
                   WHEN '00' CONTINUE
                   WHEN '01' MOVE 'DV AGENCIA' TO WS-MOTIVO
                   WHEN '02' MOVE 'DV CONTA'   TO WS-MOTIVO
                   WHEN OTHER
                             MOVE 'CONTA INV.' TO WS-MOTIVO
               END-EVALUATE
           END-IF
      *
           IF  WS-MOTIVO EQUAL SPACES
               MOVE 'SEM CPF' TO WS-MOTIVO
               IF  TEM-PERSEXT
                   MOVE PAYRES-EMP-NO TO PERSEXT-EMP-NO
                   READ PERSEXT
                       NOT INVALID KEY
                           IF  PERSEXT-CPF IS NUMERIC
                           AND PERSEXT-CPF GREATER ZEROS
                               MOVE PERSEXT-CPF TO CREDPAG-CPF
                               MOVE SPACES      TO WS-MOTIVO
                           END-IF
                   END-READ
               END-IF
           END-IF
      *
           IF  WS-MOTIVO NOT EQUAL SPACES
               SET  CREDPAG-FORA TO TRUE
               MOVE WS-MOTIVO    TO CREDPAG-OCORRENCIAS
               ADD  1              TO WS-FORA
               ADD  CREDPAG-VALOR  TO WS-TOTAL-FORA
               PERFORM RT-EXCECAO
           ELSE
               SET CREDPAG-ENVIADO TO TRUE
               EVALUATE TRUE
                   WHEN CREDPAG-BANCO NOT EQUAL WS-BANCO
                        MOVE 41 TO CREDPAG-FORMA
                   WHEN PERSBCO-POUPANCA
                        MOVE 05 TO CREDPAG-FORMA
                   WHEN OTHER
                        MOVE 01 TO CREDPAG-FORMA
               END-EVALUATE
               ADD 1 TO WS-A-ENVIAR
           END-IF
      *
           WRITE REG-CREDPAG
               INVALID KEY
                   DISPLAY PGMID '007I- ERRO ' FL-STA-CREDPAG
                           ' NA GRAVACAO DO CREDPAG ' CREDPAG-EMP-NO
                   MOVE 8 TO WS-RETURN-CODE
           END-WRITE.
      *
       RT-MONTAR-CREDITOX.                         EXIT.
      *----------------------------------------------------------------*
      *  LISTA O CREDITO FORA DA REMESSA                                *
      *----------------------------------------------------------------*
       RT-EXCECAO                                  SECTION.
      *
           IF  NOT EXC-ABERTO
               OPEN OUTPUT CREDEXC
               SET EXC-ABERTO TO TRUE
               MOVE SPACES TO REG-CREDEXC
               STRING 'CREDITOS DE SALARIO FORA DA REMESSA - '
                      WS-ANOMES ' TIPO ' WS-TIPO
                      ' (PAGAR POR OUTRO MEIO)'
                      DELIMITED BY SIZE INTO REG-CREDEXC
               WRITE REG-CREDEXC
               MOVE 'MATR  NOME              VALOR LIQUIDO  MOTIVO'
                 TO REG-CREDEXC
               WRITE REG-CREDEXC
           END-IF
      *
           PERFORM RT-LER-NOME
           MOVE CREDPAG-VALOR TO WS-ED-VALOR
           MOVE SPACES TO REG-CREDEXC
           STRING CREDPAG-EMP-NO ' ' WS-NOME(1:16) ' ' WS-ED-VALOR
                  '  ' WS-MOTIVO
                  DELIMITED BY SIZE INTO REG-CREDEXC
           WRITE REG-CREDEXC.
      *
       RT-EXCECAOX.                                EXIT.
      *----------------------------------------------------------------*
       RT-LER-NOME                                 SECTION.
      *
           MOVE SPACES TO WS-NOME
           IF  TEM-PERSNL
               MOVE CREDPAG-EMP-NO TO PERSNL-EMP-NO
               READ PERSNL
                   INVALID KEY
                       MOVE 'DESLIGADO' TO WS-NOME
                   NOT INVALID KEY
                       MOVE NAME TO WS-NOME
               END-READ
           END-IF.
      *
       RT-LER-NOMEX.                               EXIT.
      *----------------------------------------------------------------*
      *  REMESSA: HEADER, UM LOTE POR FORMA DE LANCAMENTO, TRAILER      *
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
           MOVE SPACES         TO REG-REMESSA
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
           MOVE WS-DATA-HOJE   TO WS-DATA-AAAAMMDD
           PERFORM RT-CONVERTER-DATA
           MOVE WS-DATA-DDMMAAAA TO RHA-DATA-GERACAO
           MOVE WS-HORA-AGORA(1:6) TO RHA-HORA-GERACAO
           MOVE WS-NSA         TO RHA-NSA
           MOVE '089'          TO RHA-VERSAO
           MOVE '01600'        TO RHA-DENSIDADE
           WRITE REG-REMESSA
           ADD 1 TO WS-REG-ARQUIVO
      *
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I GREATER 3
               PERFORM RT-GERAR-LOTE
           END-PERFORM
      *
           MOVE SPACES         TO REG-REMESSA
           MOVE WS-BANCO       TO RTA-BANCO
           MOVE 9999           TO RTA-LOTE
           MOVE '9'            TO RTA-TIPO
           ADD  1              TO WS-REG-ARQUIVO
           MOVE WS-LOTE        TO RTA-QTDE-LOTES
           MOVE WS-REG-ARQUIVO TO RTA-QTDE-REG
           MOVE ZEROS          TO RTA-QTDE-CONTAS
           WRITE REG-REMESSA
           CLOSE REMESSA.
      *
       RT-GERAR-REMESSAX.                          EXIT.
      *----------------------------------------------------------------*
      *  PASSADA NOS CREDITOS ENVIADOS DO PERIODO COM A FORMA WS-I      *
      *----------------------------------------------------------------*
       RT-GERAR-LOTE                               SECTION.
      *
           MOVE 'N' TO WS-LOTE-ABERTO
           MOVE WS-ANOMES TO CREDPAG-ANOMES
           MOVE WS-TIPO   TO CREDPAG-TIPO
           MOVE ZEROS     TO CREDPAG-EMP-NO
           MOVE ZEROS     TO FL-STA-CREDPAG
           START CREDPAG KEY NOT LESS CREDPAG-CHAVE
               INVALID KEY
                   SET FL-CREDPAG-EOF TO TRUE
           END-START
           PERFORM UNTIL FL-CREDPAG-EOF
               READ CREDPAG NEXT RECORD
                 AT END
                    SET FL-CREDPAG-EOF TO TRUE
                 NOT AT END
                    IF  CREDPAG-ANOMES NOT EQUAL WS-ANOMES
                    OR  CREDPAG-TIPO   NOT EQUAL WS-TIPO
                        SET FL-CREDPAG-EOF TO TRUE
                    ELSE
                        IF  CREDPAG-ENVIADO
                        AND CREDPAG-FORMA EQUAL WS-FORMA(WS-I)
                            PERFORM RT-GRAVAR-SEGMENTOS
                        END-IF
                    END-IF
               END-READ
           END-PERFORM
           MOVE ZEROS TO FL-STA-CREDPAG
      *
           IF  LOTE-ABERTO
               PERFORM RT-FECHAR-LOTE
           END-IF.
      *
       RT-GERAR-LOTEX.                             EXIT.
      *----------------------------------------------------------------*
       RT-ABRIR-LOTE                               SECTION.
      *
           SET  LOTE-ABERTO TO TRUE
           ADD  1           TO WS-LOTE
           MOVE ZEROS       TO WS-SEQ-LOTE WS-SOMA-LOTE
           MOVE 1           TO WS-REG-LOTE
      *
           MOVE SPACES          TO REG-REMESSA
           MOVE WS-BANCO        TO RHL-BANCO
           MOVE WS-LOTE         TO RHL-LOTE
           MOVE '1'             TO RHL-TIPO
           MOVE 'C'             TO RHL-OPERACAO
           MOVE '30'            TO RHL-SERVICO
           MOVE WS-FORMA(WS-I)  TO RHL-FORMA
           MOVE '045'           TO RHL-VERSAO
           MOVE '2'             TO RHL-TIPO-INSCR
           MOVE WS-CNPJ         TO RHL-CNPJ
           MOVE WS-CONVENIO     TO RHL-CONVENIO
           MOVE WS-AGENCIA      TO RHL-AGENCIA
           MOVE WS-AGENCIA-DV   TO RHL-AGENCIA-DV
           MOVE WS-CONTA        TO RHL-CONTA
           MOVE WS-CONTA-DV     TO RHL-CONTA-DV
           MOVE WS-NOME-EMPRESA TO RHL-NOME-EMPRESA
           STRING 'SALARIO ' WS-ANOMES(5:2) '/' WS-ANOMES(1:4)
                  DELIMITED BY SIZE INTO RHL-MENSAGEM
           WRITE REG-REMESSA
           ADD 1 TO WS-REG-ARQUIVO.
      *
       RT-ABRIR-LOTEX.                             EXIT.
      *----------------------------------------------------------------*
      *  SEGMENTOS A (CREDITO) E B (CPF E ENDERECO) DO CREDITO          *
      *----------------------------------------------------------------*
       RT-GRAVAR-SEGMENTOS                         SECTION.
      *
           IF  NOT LOTE-ABERTO
               PERFORM RT-ABRIR-LOTE
           END-IF
           PERFORM RT-LER-NOME
      *
           ADD  1 TO WS-SEQ-LOTE
           MOVE SPACES              TO REG-REMESSA
           MOVE WS-BANCO            TO RSA-BANCO
           MOVE WS-LOTE             TO RSA-LOTE
           MOVE '3'                 TO RSA-TIPO
           MOVE WS-SEQ-LOTE         TO RSA-SEQ
           MOVE 'A'                 TO RSA-SEGMENTO
           MOVE '0'                 TO RSA-MOVIMENTO
           MOVE '00'                TO RSA-INSTRUCAO
           IF  CREDPAG-FORMA EQUAL 41
               MOVE 018             TO RSA-CAMARA
               MOVE '00004'         TO RSA-FINALIDADE-TED
           ELSE
               MOVE ZEROS           TO RSA-CAMARA
           END-IF
           MOVE CREDPAG-BANCO       TO RSA-FAV-BANCO
           MOVE CREDPAG-AGENCIA     TO RSA-FAV-AGENCIA
           MOVE CREDPAG-AGENCIA-DV  TO RSA-FAV-AGENCIA-DV
           MOVE CREDPAG-CONTA       TO RSA-FAV-CONTA
           MOVE CREDPAG-CONTA-DV    TO RSA-FAV-CONTA-DV
           MOVE WS-NOME             TO RSA-FAV-NOME
           MOVE CREDPAG-CHAVE       TO RSA-SEU-NUMERO
           MOVE CREDPAG-DATA-PGTO   TO WS-DATA-AAAAMMDD
           PERFORM RT-CONVERTER-DATA
           MOVE WS-DATA-DDMMAAAA    TO RSA-DATA-PGTO
           MOVE 'BRL'               TO RSA-MOEDA
           MOVE ZEROS               TO RSA-QTDE-MOEDA
           MOVE CREDPAG-VALOR       TO RSA-VALOR
           MOVE ZEROS               TO RSA-DATA-REAL RSA-VALOR-REAL
           MOVE '0'                 TO RSA-AVISO
           WRITE REG-REMESSA
      *
           ADD  1 TO WS-SEQ-LOTE
           MOVE SPACES              TO REG-REMESSA
           MOVE WS-BANCO            TO RSB-BANCO
           MOVE WS-LOTE             TO RSB-LOTE
           MOVE '3'                 TO RSB-TIPO
           MOVE WS-SEQ-LOTE         TO RSB-SEQ
           MOVE 'B'                 TO RSB-SEGMENTO
           MOVE '1'                 TO RSB-TIPO-INSCR
           MOVE CREDPAG-CPF         TO RSB-CPF
           IF  TEM-PERSEXT
               MOVE CREDPAG-EMP-NO  TO PERSEXT-EMP-NO
               READ PERSEXT
                   NOT INVALID KEY
                       MOVE PERSEXT-ENDERECO TO RSB-LOGRADOURO
               END-READ
           END-IF
           WRITE REG-REMESSA
      *
           ADD 2             TO WS-REG-LOTE WS-REG-ARQUIVO
           ADD CREDPAG-VALOR TO WS-SOMA-LOTE WS-TOTAL-REMESSA.
      *
       RT-GRAVAR-SEGMENTOSX.                       EXIT.
      *----------------------------------------------------------------*
       RT-FECHAR-LOTE                              SECTION.
      *
           ADD  1               TO WS-REG-LOTE
           MOVE SPACES          TO REG-REMESSA
           MOVE WS-BANCO        TO RTL-BANCO
           MOVE WS-LOTE         TO RTL-LOTE
           MOVE '5'             TO RTL-TIPO
           MOVE WS-REG-LOTE     TO RTL-QTDE-REG
           MOVE WS-SOMA-LOTE    TO RTL-SOMA
           MOVE ZEROS           TO RTL-QTDE-MOEDA RTL-AVISO
           WRITE REG-REMESSA
           ADD 1 TO WS-REG-ARQUIVO
           MOVE 'N' TO WS-LOTE-ABERTO.
      *
       RT-FECHAR-LOTEX.                            EXIT.
      *----------------------------------------------------------------*
      *  AAAAMMDD (WS-DATA-AAAAMMDD) PARA DDMMAAAA DO CNAB              *
      *----------------------------------------------------------------*
       RT-CONVERTER-DATA                           SECTION.
      *
           MOVE WS-DT-DIA TO WS-DT2-DIA
           MOVE WS-DT-MES TO WS-DT2-MES
           MOVE WS-DT-ANO TO WS-DT2-ANO.
      *
       RT-CONVERTER-DATAX.                         EXIT.
      *----------------------------------------------------------------*
       RT-ENCERRAR-ARQUIVOS                        SECTION.
      *
           CLOSE PAYRES
                 CREDPAG
           IF  TEM-PERSBCO
               CLOSE PERSBCO
           END-IF
           IF  TEM-PERSNL
               CLOSE PERSNL
           END-IF
           IF  TEM-PERSEXT
               CLOSE PERSEXT
           END-IF
           IF  EXC-ABERTO
               CLOSE CREDEXC
           END-IF.
      *
       RT-ENCERRAR-ARQUIVOSX.                      EXIT.
      *----------------------------------------------------------------*
       RT-FINALIZAR                                SECTION.
      *
           IF  WS-FORA GREATER ZEROS
           AND WS-RETURN-CODE LESS 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF
      *
           DISPLAY PGMID '999I' TRACOS
           MOVE    WS-LIDOS           TO WS-DISPLAY
           DISPLAY PGMID '009I- RESULTADOS LIDOS.......:' WS-DISPLAY
           MOVE    WS-A-ENVIAR        TO WS-DISPLAY
           DISPLAY PGMID '010I- CREDITOS NA REMESSA....:' WS-DISPLAY
           MOVE    WS-LOTE            TO WS-DISPLAY
           DISPLAY PGMID '011I- LOTES..................:' WS-DISPLAY
           MOVE    WS-TOTAL-REMESSA   TO WS-ED-VALOR
           DISPLAY PGMID '012I- VALOR DA REMESSA.......:' WS-ED-VALOR
           MOVE    WS-JA-PAGOS        TO WS-DISPLAY
           DISPLAY PGMID '013I- JA PAGOS (NAO ENVIADOS):' WS-DISPLAY
           MOVE    WS-SEM-LIQUIDO     TO WS-DISPLAY
           DISPLAY PGMID '014I- SEM LIQUIDO A CREDITAR.:' WS-DISPLAY
           MOVE    WS-FORA            TO WS-DISPLAY
           DISPLAY PGMID '015I- FORA DA REMESSA........:' WS-DISPLAY
           MOVE    WS-TOTAL-FORA      TO WS-ED-VALOR
           DISPLAY PGMID '016I- VALOR FORA DA REMESSA..:' WS-ED-VALOR
           DISPLAY PGMID '999I' TRACOS.
      *
       RT-FINALIZARX.                              EXIT.
      ******************************************************************
      *                      FIM  DO  PROGRAMA                         *
      ******************************************************************
