      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BOLETO.
       AUTHOR.        Traduzido de Easytrieve (macro esy.kex v.0.10).
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      * Emissao de boletos de cobranca: o operador    *
                      * informa o sacado (SACADO), o valor e o        *
                      * vencimento; o nosso-numero vem da sequencia   *
                      * do CWNEXT e a cobranca e aberta no CHARGES    *
                      * com o sacado, o vencimento e a emissao.       *
                      *                                               *
                      * O codigo de barras (44 posicoes, DV geral     *
                      * modulo 11) e a linha digitavel (campos com    *
                      * DV modulo 10) sao montados aqui e conferidos  *
                      * pelo CWBOLE antes de a cobranca ser gravada;  *
                      * o PIX copia-e-cola da mesma cobranca vem do   *
                      * CWPIX, com o nosso-numero como txid.          *
                      *                                               *
                      * Dados do beneficiario pelo ambiente:          *
                      *  BOLETO-BANCO, BOLETO-AGENCIA, BOLETO-CONTA,  *
                      *  BOLETO-CARTEIRA, BOLETO-BENEFICIARIO,        *
                      *  BOLETO-PIX-CHAVE/-NOME/-CIDADE.              *
                      *                                               *
                      * Impressao: a pagina (recibo do sacado e       *
                      * ficha de compensacao) e fundida no            *
                      * formulario BOLETO.frm pelo CWFORMS e vai ao   *
                      * spool (CWSPLF); o PDF do CWPDF leva as barras *
                      * intercaladas 2 de 5 e o QR code desenhados    *
                      * (QR gerado pelo comando de BOLETO-QRCMD) e    *
                      * pode seguir ao sacado pelo CWMAIL. A opcao    *
                      * [R]EIMPRIMIR refaz o boleto de uma cobranca   *
                      * em aberto a partir do CHARGES; [A]LTERAR      *
                      * troca o valor e/ou o vencimento e refaz o     *
                      * boleto; [C]ANCELAR marca a cobranca como      *
                      * cancelada (SITUACAO C). As alteracoes e os    *
                      * cancelamentos seguem ao banco na proxima      *
                      * remessa do CNABREM.                           *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT SACADO ASSIGN TO SACADO
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS SAC-CODIGO
                  FILE STATUS   IS FL-STA-SACADO.
      *
           SELECT OPTIONAL CHARGES ASSIGN TO CHARGES
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS CHG-NOSSO-NUMERO
                  FILE STATUS   IS FL-STA-CHARGES.
      *
           SELECT BOLEOUT ASSIGN TO BOLEOUT
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FL-STA-BOLEOUT.
      *
           SELECT BOLEFRM ASSIGN TO BOLEFRM
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FL-STA-BOLEFRM.
      *
           SELECT BOLEPDF ASSIGN TO BOLEPDF
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FL-STA-BOLEPDF.
      *
           SELECT BOLEQR ASSIGN TO BOLEQR
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FL-STA-BOLEQR.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *----------------------------------------------------------------*
      *  CADASTRO DE SACADOS (MANTIDO PELO SACMNT)                      *
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
           03 SAC-EMAIL                      PIC  X(050).
           03 FILLER                         PIC  X(091).
      *
      *----------------------------------------------------------------*
      *  COBRANCAS EMITIDAS PELA CASA                                   *
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
      *  PAGINA DO BOLETO, PAGINA FUNDIDA NO FORMULARIO, PAGINA DO PDF  *
      *  (COM AS LINHAS DE DESENHO) E QR CODE EM TEXTO DO GERADOR       *
      *----------------------------------------------------------------*
       FD  BOLEOUT
           LABEL RECORD IS STANDARD.
      *
       01  REG-BOLEOUT                       PIC  X(132).
      *
       FD  BOLEFRM
           LABEL RECORD IS STANDARD.
      *
       01  REG-BOLEFRM                       PIC  X(132).
      *
       FD  BOLEPDF
           LABEL RECORD IS STANDARD.
      *
       01  REG-BOLEPDF                       PIC  X(132).
      *
       FD  BOLEQR
           LABEL RECORD IS STANDARD.
      *
       01  REG-BOLEQR                        PIC  X(200).
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
       77  SB-CWLOGW                     PIC  X(08)  VALUE 'CWLOGW'.
       77  SB-CWGETU                     PIC  X(08)  VALUE 'CWGETU'.
       77  SB-CWIDLE                     PIC  X(08)  VALUE 'CWIDLE'.
       77  SB-CWJRNL                     PIC  X(08)  VALUE 'CWJRNL'.
       77  SB-CWNEXT                     PIC  X(08)  VALUE 'CWNEXT'.
       77  SB-CWBOLE                     PIC  X(08)  VALUE 'CWBOLE'.
       77  SB-CWPIX                      PIC  X(08)  VALUE 'CWPIX'.
       77  SB-CWFORMS                    PIC  X(08)  VALUE 'CWFORMS'.
       77  SB-CWSPLF                     PIC  X(08)  VALUE 'CWSPLF'.
       77  SB-CWPDF                      PIC  X(08)  VALUE 'CWPDF'.
       77  SB-CWMAIL                     PIC  X(08)  VALUE 'CWMAIL'.
       77  SB-SYSTEM                     PIC  X(08)  VALUE 'SYSTEM'.
      *
      *----------------------------------------------------------------*
      *        AREA DE VARIAVEIS AUXILIARES                            *
      *----------------------------------------------------------------*
      *
       01  WS-VARIAVEIS.
           03 TRACOS                         PIC  X(060)    VALUE
              ALL '-'.
           03 PGMID                          PIC  X(009)    VALUE
              '#BOLETO.'.
           03 FL-STA-SACADO                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-SACADO-OK                               VALUE '00'.
           03 FL-STA-CHARGES                 PIC  X(002)    VALUE
              ZEROS.
              88 FL-CHARGES-OK                              VALUE '00'.
           03 FL-STA-BOLEOUT                 PIC  X(002)    VALUE
              ZEROS.
           03 FL-STA-BOLEFRM                 PIC  X(002)    VALUE
              ZEROS.
              88 FL-BOLEFRM-OK                              VALUE '00'.
           03 FL-STA-BOLEPDF                 PIC  X(002)    VALUE
              ZEROS.
           03 FL-STA-BOLEQR                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-BOLEQR-OK                               VALUE '00'.
           03 WS-OPCAO                       PIC  X(001)    VALUE
              SPACE.
              88 OPCAO-FIM                                  VALUE 'F'.
           03 WS-RESPOSTA                    PIC  X(060)    VALUE
              SPACES.
           03 WS-CRITICA-OK                  PIC  X(001)    VALUE 'S'.
              88 CRITICA-OK                                 VALUE 'S'.
           03 WS-SACADO-ABERTO               PIC  X(001)    VALUE 'N'.
              88 SACADO-ABERTO                              VALUE 'S'.
           03 WS-CHARGES-ABERTO              PIC  X(001)    VALUE 'N'.
              88 CHARGES-ABERTO                             VALUE 'S'.
           03 WS-ACHADO                      PIC  X(001)    VALUE 'N'.
              88 ACHADO                                     VALUE 'S'.
           03 WS-FIM-ARQUIVO                 PIC  X(001)    VALUE 'N'.
              88 FIM-ARQUIVO                                VALUE 'S'.
           03 WS-TEM-QRCODE                  PIC  X(001)    VALUE 'N'.
              88 TEM-QRCODE                                 VALUE 'S'.
           03 WS-TEM-PDF                     PIC  X(001)    VALUE 'N'.
              88 TEM-PDF                                    VALUE 'S'.
           03 WS-CODIGO-INFORMADO            PIC  9(006)    VALUE
              ZEROS.
           03 WS-OPERADOR                    PIC  X(030)    VALUE
              SPACES.
           03 WS-TASK                        PIC  9(006)    VALUE
              ZEROS.
           03 WS-PROGRAMA                    PIC  X(008)    VALUE
              'BOLETO'.
           03 WS-DATA-HOJE                   PIC  9(008)    VALUE
              ZEROS.
           03 WS-EMITIDOS             COMP-3 PIC  9(006)    VALUE
              ZEROS.
           03 WS-REIMPRESSOS          COMP-3 PIC  9(006)    VALUE
              ZEROS.
           03 WS-ALTERADOS            COMP-3 PIC  9(006)    VALUE
              ZEROS.
           03 WS-CANCELADOS           COMP-3 PIC  9(006)    VALUE
              ZEROS.
           03 WS-EVENTO                      PIC  X(030)    VALUE
              SPACES.
           03 WS-VALOR-NOVO                  PIC  9(008)V99 VALUE
              ZEROS.
           03 WS-VENCIMENTO-NOVO             PIC  9(008)    VALUE
              ZEROS.
           03 WS-DISPLAY                     PIC  ZZZ.ZZ9.
           03 WS-DATA-INFORMADA              PIC  9(008)    VALUE
              ZEROS.
           03 WS-ANO                         PIC  9(004)    VALUE
              ZEROS.
           03 WS-DIAS-MES                    PIC  9(002)    VALUE
              ZEROS.
           03 WS-ED-VALOR                    PIC  ZZ.ZZZ.ZZ9,99.
           03 WS-ED-DOCUMENTO                PIC  X(018)    VALUE
              SPACES.
      *
      *----------------------------------------------------------------*
      *  BENEFICIARIO E CONTA DE COBRANCA (AMBIENTE)                    *
      *----------------------------------------------------------------*
       01  WS-BENEFICIARIO-AREA.
           03 WS-BANCO                       PIC  X(003)    VALUE
              SPACES.
           03 WS-AGENCIA                     PIC  X(004)    VALUE
              SPACES.
           03 WS-CARTEIRA                    PIC  X(002)    VALUE
              SPACES.
           03 WS-CONTA                       PIC  X(007)    VALUE
              SPACES.
           03 WS-BENEFICIARIO                PIC  X(040)    VALUE
              SPACES.
           03 WS-PIX-CHAVE                   PIC  X(077)    VALUE
              SPACES.
           03 WS-PIX-NOME                    PIC  X(025)    VALUE
              SPACES.
           03 WS-PIX-CIDADE                  PIC  X(015)    VALUE
              SPACES.
           03 WS-QRCMD                       PIC  X(200)    VALUE
              SPACES.
           03 WS-PDF-DIR                     PIC  X(200)    VALUE
              SPACES.
      *
      *----------------------------------------------------------------*
      *  BOLETO EM MONTAGEM                                             *
      *----------------------------------------------------------------*
       01  WS-BOLETO.
           03 WS-NOSSO-NUMERO                PIC  9(011)    VALUE
              ZEROS.
           03 WS-VALOR                       PIC  9(008)V99 VALUE
              ZEROS.
           03 WS-VALOR-BARRA REDEFINES WS-VALOR
                                             PIC  9(010).
           03 WS-VENCIMENTO                  PIC  9(008)    VALUE
              ZEROS.
           03 WS-EMISSAO                     PIC  9(008)    VALUE
              ZEROS.
           03 WS-FATOR                       PIC  9(004)    VALUE
              ZEROS.
           03 WS-DIAS-FATOR                  PIC  9(006)    VALUE
              ZEROS.
           03 WS-CAMPO-LIVRE                 PIC  X(025)    VALUE
              SPACES.
           03 WS-BARRA                       PIC  X(044)    VALUE
              SPACES.
           03 WS-LINHA                       PIC  X(047)    VALUE
              SPACES.
           03 WS-LINHA-EDITADA               PIC  X(054)    VALUE
              SPACES.
           03 WS-PAYLOAD                     PIC  X(512)    VALUE
              SPACES.
           03 WS-ARQ-PDF                     PIC  X(255)    VALUE
              SPACES.
           03 WS-COMANDO                     PIC  X(800)    VALUE
              SPACES.
      *
      *----------------------------------------------------------------*
      *  CALCULO DOS DIGITOS VERIFICADORES                              *
      *----------------------------------------------------------------*
       01  WS-CALCULO-DV.
           03 WS-CAMPO                       PIC  X(010)    VALUE
              SPACES.
           03 WS-CAMPO-TAM                   PIC  9(002)    VALUE
              ZEROS.
           03 WS-DV                          PIC  9(001)    VALUE
              ZEROS.
           03 WS-SOMA                        PIC  9(005)    VALUE
              ZEROS.
           03 WS-PESO                        PIC  9(002)    VALUE
              ZEROS.
           03 WS-PRODUTO                     PIC  9(003)    VALUE
              ZEROS.
           03 WS-RESTO                       PIC  9(002)    VALUE
              ZEROS.
           03 WS-DIGITO                      PIC  9(001)    VALUE
              ZEROS.
           03 WS-I                           PIC  9(003)    VALUE
              ZEROS.
           03 WS-J                           PIC  9(003)    VALUE
              ZEROS.
           03 WS-K                           PIC  9(003)    VALUE
              ZEROS.
      *
      *----------------------------------------------------------------*
      *  DATAS AAAAMMDD EDITADAS DD/MM/AAAA PARA A PAGINA               *
      *----------------------------------------------------------------*
       01  WS-DATA-AAAAMMDD                  PIC  9(008)    VALUE
           ZEROS.
       01  REDEFINES WS-DATA-AAAAMMDD.
           03 WS-DATA-AAAA                   PIC  9(004).
           03 WS-DATA-MM                     PIC  9(002).
           03 WS-DATA-DD                     PIC  9(002).
      *
       01  WS-DATA-ED.
           03 WS-ED-DD                       PIC  9(002).
           03 FILLER                         PIC  X(001)    VALUE '/'.
           03 WS-ED-MM                       PIC  9(002).
           03 FILLER                         PIC  X(001)    VALUE '/'.
           03 WS-ED-AAAA                     PIC  9(004).
      *
       01  WS-DIAS-POR-MES-STR               PIC  X(024)    VALUE
           '312831303130313130313031'.
       01  REDEFINES WS-DIAS-POR-MES-STR.
           03 WS-DIAS-POR-MES OCCURS 12      PIC  9(002).
      *
      *----------------------------------------------------------------*
      *  PAGINA DO BOLETO (60 LINHAS, MESMO TAMANHO DO FORMULARIO)      *
      *----------------------------------------------------------------*
       01  WS-PAGINA.
           03 WS-PAG-LINHA OCCURS 60         PIC  X(132).
      *
      *----------------------------------------------------------------*
      *  DESENHO NO PDF: RETANGULOS EM CENTESIMOS DE PONTO, ESCRITOS    *
      *  COMO "XXX.XX YYY.YY LLL.LL AAA.AA re", QUATRO POR LINHA, NA    *
      *  LINHA DE DESENHO DO CWPDF (X"1B" NA COLUNA 1)                  *
      *----------------------------------------------------------------*
       01  WS-DESENHO-AREA.
           03 WS-PDF-X                       PIC  9(005)    VALUE
              ZEROS.
           03 WS-PDF-Y                       PIC  9(005)    VALUE
              ZEROS.
           03 WS-PDF-LARG                    PIC  9(005)    VALUE
              ZEROS.
           03 WS-PDF-ALT                     PIC  9(005)    VALUE
              ZEROS.
           03 WS-PDF-CENTESIMOS              PIC  9(005)    VALUE
              ZEROS.
           03 REDEFINES WS-PDF-CENTESIMOS.
              05 WS-PDF-INTEIRO              PIC  9(003).
              05 WS-PDF-DECIMAL              PIC  9(002).
           03 WS-PDF-NUMERO.
              05 WS-PDF-NUM-INT              PIC  9(003).
              05 FILLER                      PIC  X(001)    VALUE '.'.
              05 WS-PDF-NUM-DEC              PIC  9(002).
           03 WS-DESENHO                     PIC  X(132)    VALUE
              SPACES.
           03 WS-DESENHO-PONTA               PIC  9(003)    VALUE
              ZEROS.
           03 WS-RETANGULOS                  PIC  9(001)    VALUE
              ZEROS.
      *
      *----------------------------------------------------------------*
      *  INTERCALADO 2 DE 5 (PADRAO FEBRABAN): BARRA ESTREITA 0,72 PT,  *
      *  LARGA 2,16 PT, ALTURA 37 PT; PADRAO DE CADA DIGITO EM CINCO    *
      *  ELEMENTOS (0 = ESTREITO, 1 = LARGO)                            *
      *----------------------------------------------------------------*
       01  WS-BARRAS.
           03 WS-ESTREITA                    PIC  9(005)    VALUE 72.
           03 WS-LARGA                       PIC  9(005)    VALUE 216.
           03 WS-BARRA-X0                    PIC  9(005)    VALUE 3000.
           03 WS-BARRA-Y0                    PIC  9(005)    VALUE 17900.
           03 WS-BARRA-ALT                   PIC  9(005)    VALUE 3700.
           03 WS-PAR-BARRA                   PIC  9(001)    VALUE
              ZEROS.
           03 WS-PAR-ESPACO                  PIC  9(001)    VALUE
              ZEROS.
      *
       01  WS-PADROES-STR                    PIC  X(050)    VALUE
           '00110100010100111000001011010001100000111001001010'.
       01  REDEFINES WS-PADROES-STR.
           03 WS-PADRAO OCCURS 10            PIC  X(005).
      *
      *----------------------------------------------------------------*
      *  QR CODE: MODULOS DE 3 PT A DIREITA DA FICHA; O GERADOR ESCREVE *
      *  DOIS CARACTERES POR MODULO ('#' = ESCURO)                      *
      *----------------------------------------------------------------*
       01  WS-QRCODE.
           03 WS-QR-MODULO                   PIC  9(005)    VALUE 300.
           03 WS-QR-X0                       PIC  9(005)    VALUE 42320.
           03 WS-QR-Y0                       PIC  9(005)    VALUE 47100.
           03 WS-QR-MAXIMO                   PIC  9(003)    VALUE 69.
           03 WS-QR-MODULOS                  PIC  9(003)    VALUE
              ZEROS.
           03 WS-QR-FILEIRA                  PIC  9(003)    VALUE
              ZEROS.
           03 WS-QR-INICIO                   PIC  9(003)    VALUE
              ZEROS.
           03 WS-QR-TAM                      PIC  9(003)    VALUE
              ZEROS.
      *
      *----------------------------------------------------------------*
      *  PARAMETROS DOS SUBPROGRAMAS COBOLWARE                          *
      *----------------------------------------------------------------*
       01  PARAMETROS-CWLOGW.
           03 CWLOGW-FUNCTION                PIC  X(001)    VALUE
              SPACE.
           03 CWLOGW-TEXT                    PIC  X(035)    VALUE
              SPACES.
      *
       01  WS-OBS                            PIC  X(080)    VALUE
           SPACES.
      *
      *----------------------------------------------------------------*
      *  JORNAL DE ALTERACOES (CWJRNL) PARA O ROLL-FORWARD (CWJRNLRF)   *
      *----------------------------------------------------------------*
       01  PARAMETROS-CWJRNL.
           03 CWJRNL-FUNCTION                PIC  X(001)    VALUE
              SPACE.
           03 CWJRNL-ARQUIVO                 PIC  X(012)    VALUE
              SPACES.
           03 CWJRNL-CHAVE                   PIC  X(020)    VALUE
              SPACES.
           03 CWJRNL-TAMANHO                 PIC  9(004)    VALUE
              ZEROS.
           03 CWJRNL-REGISTRO                PIC  X(512)    VALUE
              SPACES.
           03 CWJRNL-STATUS                  PIC  X(002)    VALUE
              ZEROS.
      *
      *----------------------------------------------------------------*
      *  PROXIMO NOSSO-NUMERO (CWNEXT, SEQUENCIA NO CWCONF): STATUS     *
      *  DIFERENTE DE '00' = CWCONF INDISPONIVEL, NUMERO NAO SERVE      *
      *----------------------------------------------------------------*
       01  PARAMETROS-CWNEXT.
           03 CWNEXT-FUNCTION                PIC  X(001)    VALUE
              SPACE.
              88 CWNEXT-DROP                                VALUE 'D'.
              88 CWNEXT-SET                                 VALUE 'S'.
           03 CWNEXT-VALUE                   PIC  9(018)    VALUE
              ZEROS.
           03 CWNEXT-INCREMENT               PIC  9(018)    VALUE
              ZEROS.
           03 CWNEXT-STATUS                  PIC  X(002)    VALUE
              ZEROS.
      *
      *----------------------------------------------------------------*
      *  CONFERENCIA DA LINHA DIGITAVEL E DO CODIGO DE BARRAS (CWBOLE)  *
      *----------------------------------------------------------------*
       01  PARAMETROS-CWBOLE.
           03 CWBOLE-FUNCTION                PIC  X(001)    VALUE
              SPACE.
           03 CWBOLE-LINHA                   PIC  X(047)    VALUE
              SPACES.
           03 CWBOLE-BARRA                   PIC  X(044)    VALUE
              SPACES.
           03 CWBOLE-STATUS                  PIC  X(002)    VALUE
              SPACES.
           03 CWBOLE-BANCO                   PIC  X(003)    VALUE
              SPACES.
           03 CWBOLE-VENCIMENTO              PIC  9(008)    VALUE
              ZEROS.
           03 CWBOLE-VALOR                   PIC  9(008)V99 VALUE
              ZEROS.
      *
      *----------------------------------------------------------------*
      *  PIX COPIA-E-COLA DA COBRANCA (CWPIX FUNCAO G)                  *
      *----------------------------------------------------------------*
       01  PARAMETROS-CWPIX.
           03 CWPIX-FUNCTION                 PIC  X(001)    VALUE
              'G'.
           03 CWPIX-CHAVE                    PIC  X(077)    VALUE
              SPACES.
           03 CWPIX-NOME                     PIC  X(025)    VALUE
              SPACES.
           03 CWPIX-CIDADE                   PIC  X(015)    VALUE
              SPACES.
           03 CWPIX-VALOR                    PIC  9(009)V99 VALUE
              ZEROS.
           03 CWPIX-TXID                     PIC  X(025)    VALUE
              SPACES.
           03 CWPIX-PAYLOAD                  PIC  X(512)    VALUE
              SPACES.
           03 CWPIX-STATUS                   PIC  X(002)    VALUE
              SPACES.
      *
      *----------------------------------------------------------------*
      *  FUSAO DA PAGINA NO FORMULARIO BOLETO.frm (CWFORMS)             *
      *----------------------------------------------------------------*
       01  PARAMETROS-CWFORMS.
           03 CWFORMS-FORM                   PIC  X(008)    VALUE
              'BOLETO'.
           03 CWFORMS-ENTRADA                PIC  X(255)    VALUE
              'BOLEOUT'.
           03 CWFORMS-SAIDA                  PIC  X(255)    VALUE
              'BOLEFRM'.
           03 CWFORMS-FUNCAO                 PIC  X(001)    VALUE
              'M'.
           03 CWFORMS-STATUS                 PIC  X(002)    VALUE
              SPACES.
      *
      *----------------------------------------------------------------*
      *  PARAMETROS DO CWSPLF (UM DOCUMENTO POR BOLETO)                 *
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
      *  PDF DO BOLETO (CWPDF), SEM TITULO: A PAGINA E O FORMULARIO     *
      *----------------------------------------------------------------*
       01  PARAMETROS-CWPDF.
           03 CWPDF-ENTRADA                  PIC  X(255)    VALUE
              'BOLEPDF'.
           03 CWPDF-SAIDA                    PIC  X(255)    VALUE
              SPACES.
           03 CWPDF-TITULO                   PIC  X(077)    VALUE
              SPACES.
           03 CWPDF-EMISSAO                  PIC  X(020)    VALUE
              SPACES.
           03 CWPDF-LINHAS                   PIC  9(003)    VALUE 60.
           03 CWPDF-STATUS                   PIC  X(002)    VALUE
              SPACES.
      *
      *----------------------------------------------------------------*
      *  BOLETO EM PDF AO SACADO (CWMAIL); A FOLGA NO FIM GARANTE QUE   *
      *  O CWMAIL NUNCA ACESSE ALEM DESTA AREA                          *
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
      *
      *----------------------------------------------------------------*
      *  TRAVA DE INATIVIDADE (CWIDLE): BATIDA A CADA INTERACAO; A     *
      *  RESPOSTA 'E' MANDA ENCERRAR A SESSAO LIMPA                    *
      *----------------------------------------------------------------*
       01  PARAMETROS-CWIDLE.
           03 CWIDLE-FUNCTION                PIC  X(001)    VALUE
              'T'.
           03 CWIDLE-USUARIO                 PIC  X(030)    VALUE
              SPACES.
           03 CWIDLE-TASK                    PIC  9(006)    VALUE
              ZEROS.
           03 CWIDLE-ACAO                    PIC  X(001)    VALUE
              SPACE.
           03 CWIDLE-STATUS                  PIC  X(002)    VALUE
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
           IF  NOT OPCAO-FIM
               PERFORM RT-DIALOGO
                       UNTIL OPCAO-FIM
           END-IF
      *
           PERFORM RT-FINALIZAR
      *
           GOBACK.
      *
       RT-PRINCIPALX.                              EXIT.
      *----------------------------------------------------------------*
      *  LE O BENEFICIARIO DO AMBIENTE E ABRE O SACADO E O CHARGES      *
      *  (SEM ELES NAO HA COMO EMITIR)                                  *
      *----------------------------------------------------------------*
       RT-INICIAR                                  SECTION.
      *
           CALL SB-CWGETU USING WS-OPERADOR WS-TASK WS-PROGRAMA '?'
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
      *
           DISPLAY 'BOLETO-BANCO'        UPON ENVIRONMENT-NAME
           ACCEPT  WS-BANCO              FROM ENVIRONMENT-VALUE
           DISPLAY 'BOLETO-AGENCIA'      UPON ENVIRONMENT-NAME
           ACCEPT  WS-AGENCIA            FROM ENVIRONMENT-VALUE
           DISPLAY 'BOLETO-CARTEIRA'     UPON ENVIRONMENT-NAME
           ACCEPT  WS-CARTEIRA           FROM ENVIRONMENT-VALUE
           DISPLAY 'BOLETO-CONTA'        UPON ENVIRONMENT-NAME
           ACCEPT  WS-CONTA              FROM ENVIRONMENT-VALUE
           DISPLAY 'BOLETO-BENEFICIARIO' UPON ENVIRONMENT-NAME
           ACCEPT  WS-BENEFICIARIO       FROM ENVIRONMENT-VALUE
           DISPLAY 'BOLETO-PIX-CHAVE'    UPON ENVIRONMENT-NAME
           ACCEPT  WS-PIX-CHAVE          FROM ENVIRONMENT-VALUE
           DISPLAY 'BOLETO-PIX-NOME'     UPON ENVIRONMENT-NAME
           ACCEPT  WS-PIX-NOME           FROM ENVIRONMENT-VALUE
           DISPLAY 'BOLETO-PIX-CIDADE'   UPON ENVIRONMENT-NAME
           ACCEPT  WS-PIX-CIDADE         FROM ENVIRONMENT-VALUE
           DISPLAY 'BOLETO-QRCMD'        UPON ENVIRONMENT-NAME
           ACCEPT  WS-QRCMD              FROM ENVIRONMENT-VALUE
           DISPLAY 'BOLETO-PDF-DIR'      UPON ENVIRONMENT-NAME
           ACCEPT  WS-PDF-DIR            FROM ENVIRONMENT-VALUE
      *
           IF  WS-BANCO    IS NOT NUMERIC
           OR  WS-AGENCIA  IS NOT NUMERIC
           OR  WS-CARTEIRA IS NOT NUMERIC
           OR  WS-CONTA    IS NOT NUMERIC
               DISPLAY PGMID '001I- BOLETO-BANCO/AGENCIA/CARTEIRA/'
                       'CONTA AUSENTES OU NAO NUMERICOS'
               SET OPCAO-FIM TO TRUE
               EXIT SECTION
           END-IF
           IF  WS-PIX-NOME EQUAL SPACES
               MOVE WS-BENEFICIARIO TO WS-PIX-NOME
           END-IF
      *    APOSTROFO NAO VAI NO PAYLOAD: ELE SEGUE ENTRE APOSTROFOS NA
      *    LINHA DE COMANDO DO GERADOR DO QR CODE
           INSPECT WS-PIX-NOME   REPLACING ALL "'" BY SPACE
           INSPECT WS-PIX-CIDADE REPLACING ALL "'" BY SPACE
           IF  WS-QRCMD EQUAL SPACES
               MOVE 'qrencode -t ASCII -m 0' TO WS-QRCMD
           END-IF
      *
      *    AS PAGINAS DO FORMULARIO TEM 60 LINHAS (CABEM NO PDF)
           DISPLAY 'CWFORMS-LINHAS' UPON ENVIRONMENT-NAME
           DISPLAY '060'            UPON ENVIRONMENT-VALUE
      *
           OPEN INPUT SACADO
           IF  NOT FL-SACADO-OK
               DISPLAY PGMID '001I- SACADO COM ERRO ' FL-STA-SACADO
               SET OPCAO-FIM TO TRUE
               EXIT SECTION
           END-IF
           SET SACADO-ABERTO TO TRUE
      *
           OPEN I-O CHARGES
           IF  NOT FL-CHARGES-OK
               DISPLAY PGMID '001I- CHARGES COM ERRO ' FL-STA-CHARGES
               SET OPCAO-FIM TO TRUE
               EXIT SECTION
           END-IF
           SET CHARGES-ABERTO TO TRUE.
      *
       RT-INICIARX.                                EXIT.
      *----------------------------------------------------------------*
      *                    MENU DA EMISSAO                             *
      *----------------------------------------------------------------*
       RT-DIALOGO                                  SECTION.
      *
           DISPLAY ' '
           DISPLAY 'BOLETO - EMISSAO DE BOLETOS DE COBRANCA'
           DISPLAY '[E]MITIR [R]EIMPRIMIR [A]LTERAR [C]ANCELAR [F]IM'
           DISPLAY 'OPCAO: ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           MOVE WS-RESPOSTA(1:1) TO WS-OPCAO
           INSPECT WS-OPCAO CONVERTING 'eracf' TO 'ERACF'
      *
      *    BATIDA DA TRAVA DE INATIVIDADE; 'E' ENCERRA A SESSAO
           MOVE 'T'         TO CWIDLE-FUNCTION
           MOVE WS-OPERADOR TO CWIDLE-USUARIO
           MOVE WS-TASK     TO CWIDLE-TASK
           CALL SB-CWIDLE USING PARAMETROS-CWIDLE
             ON EXCEPTION
                CONTINUE
           END-CALL
           IF  CWIDLE-ACAO EQUAL 'E'
               SET OPCAO-FIM TO TRUE
               EXIT SECTION
           END-IF
      *
           EVALUATE WS-OPCAO
               WHEN 'E' PERFORM RT-EMITIR
               WHEN 'R' PERFORM RT-REIMPRIMIR
               WHEN 'A' PERFORM RT-ALTERAR
               WHEN 'C' PERFORM RT-CANCELAR
               WHEN 'F' CONTINUE
               WHEN OTHER
                    DISPLAY PGMID '002I- OPCAO INVALIDA'
           END-EVALUATE.
      *
       RT-DIALOGOX.                                EXIT.
      *----------------------------------------------------------------*
      *  PEDE O CODIGO E LE O SACADO (ACHADO = S/N)                     *
      *----------------------------------------------------------------*
       RT-PEDE-SACADO                              SECTION.
      *
           MOVE 'N' TO WS-ACHADO
           DISPLAY 'CODIGO DO SACADO (6 DIGITOS): ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA(1:6) IS NOT NUMERIC
               DISPLAY PGMID '003I- CODIGO DEVE TER 6 DIGITOS'
               EXIT SECTION
           END-IF
           MOVE WS-RESPOSTA(1:6) TO WS-CODIGO-INFORMADO
           MOVE WS-CODIGO-INFORMADO TO SAC-CODIGO
           READ SACADO
               INVALID KEY
                   DISPLAY PGMID '003I- SACADO NAO CADASTRADO'
               NOT INVALID KEY
                   SET ACHADO TO TRUE
                   DISPLAY '   ' SAC-CODIGO ' ' SAC-NOME
                   DISPLAY '   E-MAIL ' SAC-EMAIL
           END-READ.
      *
       RT-PEDE-SACADOX.                            EXIT.
      *----------------------------------------------------------------*
      *  NOVO BOLETO: SACADO, VALOR E VENCIMENTO; O NOSSO-NUMERO SO E   *
      *  TOMADO DEPOIS DA CONFIRMACAO E A COBRANCA SO E ABERTA COM A    *
      *  LINHA E O CODIGO DE BARRAS CONFERIDOS PELO CWBOLE              *
      *----------------------------------------------------------------*
       RT-EMITIR                                   SECTION.
      *
           PERFORM RT-PEDE-SACADO
           IF  NOT ACHADO
               EXIT SECTION
           END-IF
      *
           DISPLAY 'VALOR (10 DIGITOS COM CENTAVOS): '
                   WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA(1:10) IS NOT NUMERIC
               DISPLAY PGMID '004I- VALOR DEVE TER 10 DIGITOS'
               EXIT SECTION
           END-IF
           MOVE WS-RESPOSTA(1:10) TO WS-VALOR-BARRA
           IF  WS-VALOR EQUAL ZEROS
               DISPLAY PGMID '004I- VALOR E OBRIGATORIO'
               EXIT SECTION
           END-IF
      *
           DISPLAY 'VENCIMENTO (MMDDAAAA): ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           MOVE 'S' TO WS-CRITICA-OK
           PERFORM RT-CRITICA-DATA
           IF  NOT CRITICA-OK
               EXIT SECTION
           END-IF
           IF  WS-DATA-INFORMADA LESS WS-DATA-HOJE
               DISPLAY PGMID '004I- VENCIMENTO JA PASSOU'
               EXIT SECTION
           END-IF
           MOVE WS-DATA-INFORMADA TO WS-VENCIMENTO
           MOVE WS-DATA-HOJE      TO WS-EMISSAO
      *
           MOVE WS-VALOR TO WS-ED-VALOR
           MOVE WS-VENCIMENTO TO WS-DATA-AAAAMMDD
           PERFORM RT-EDITAR-DATA
           DISPLAY '   VALOR ' WS-ED-VALOR ' VENCIMENTO ' WS-DATA-ED
           DISPLAY 'CONFIRMA A EMISSAO (S/N)? ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA(1:1) NOT EQUAL 'S' AND 's'
               EXIT SECTION
           END-IF
      *
           MOVE SPACE TO CWNEXT-FUNCTION
           MOVE 1     TO CWNEXT-INCREMENT
           CALL SB-CWNEXT USING PARAMETROS-CWNEXT
             ON EXCEPTION
                MOVE '99' TO CWNEXT-STATUS
           END-CALL
           IF  CWNEXT-STATUS NOT EQUAL '00'
               DISPLAY PGMID '005I- CWNEXT SEM NOSSO-NUMERO (STATUS '
                       CWNEXT-STATUS ') - BOLETO NAO EMITIDO'
               EXIT SECTION
           END-IF
           MOVE CWNEXT-VALUE TO WS-NOSSO-NUMERO
      *
           PERFORM RT-PREPARAR
           IF  NOT CRITICA-OK
               DISPLAY PGMID '005I- BOLETO ' WS-NOSSO-NUMERO
                       ' NAO EMITIDO'
               EXIT SECTION
           END-IF
      *
           MOVE SPACES           TO REG-CHARGES
           MOVE WS-NOSSO-NUMERO  TO CHG-NOSSO-NUMERO
           MOVE WS-VALOR         TO CHG-VALOR
           SET  CHG-ABERTA       TO TRUE
           MOVE ZEROS            TO CHG-DATA-PGTO CHG-VALOR-PAGO
           MOVE SAC-CODIGO       TO CHG-SACADO
           MOVE WS-VENCIMENTO    TO CHG-VENCIMENTO
           MOVE WS-EMISSAO       TO CHG-DATA-EMISSAO
           WRITE REG-CHARGES
               INVALID KEY
                   DISPLAY PGMID '005I- NOSSO-NUMERO ' WS-NOSSO-NUMERO
                           ' JA EXISTE NO CHARGES - VERIFIQUE A'
                           ' SEQUENCIA DO CWNEXT'
                   EXIT SECTION
           END-WRITE
           MOVE 'EMISSAO DE BOLETO' TO WS-EVENTO
           PERFORM RT-LOGA
           ADD 1 TO WS-EMITIDOS
           DISPLAY PGMID '005I- COBRANCA ' WS-NOSSO-NUMERO ' ABERTA'
      *
           PERFORM RT-IMPRIMIR.
      *
       RT-EMITIRX.                                 EXIT.
      *----------------------------------------------------------------*
      *  REFAZ O BOLETO DE UMA COBRANCA EM ABERTO EMITIDA AQUI (MESMO   *
      *  NOSSO-NUMERO, VALOR E VENCIMENTO DO CHARGES)                   *
      *----------------------------------------------------------------*
       RT-REIMPRIMIR                               SECTION.
      *
           DISPLAY 'NOSSO-NUMERO (11 DIGITOS): ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA(1:11) IS NOT NUMERIC
               DISPLAY PGMID '006I- NOSSO-NUMERO DEVE TER 11 DIGITOS'
               EXIT SECTION
           END-IF
           MOVE WS-RESPOSTA(1:11) TO WS-NOSSO-NUMERO
           MOVE SPACES            TO CHG-NOSSO-NUMERO
           MOVE WS-NOSSO-NUMERO   TO CHG-NOSSO-NUMERO
           READ CHARGES
               INVALID KEY
                   DISPLAY PGMID '006I- COBRANCA NAO CADASTRADA'
                   EXIT SECTION
           END-READ
           IF  NOT CHG-ABERTA
               DISPLAY PGMID '006I- COBRANCA NAO ESTA EM ABERTO ('
                       CHG-SITUACAO ')'
               EXIT SECTION
           END-IF
           IF  CHG-VENCIMENTO IS NOT NUMERIC
           OR  CHG-VENCIMENTO EQUAL ZEROS
           OR  CHG-SACADO IS NOT NUMERIC
               DISPLAY PGMID '006I- COBRANCA NAO FOI EMITIDA POR'
                       ' BOLETO'
               EXIT SECTION
           END-IF
           MOVE CHG-SACADO TO SAC-CODIGO
           READ SACADO
               INVALID KEY
                   DISPLAY PGMID '006I- SACADO ' CHG-SACADO
                           ' NAO CADASTRADO'
                   EXIT SECTION
           END-READ
      *
           MOVE CHG-VALOR        TO WS-VALOR
           MOVE CHG-VENCIMENTO   TO WS-VENCIMENTO
           MOVE CHG-DATA-EMISSAO TO WS-EMISSAO
           IF  WS-EMISSAO IS NOT NUMERIC
               MOVE WS-DATA-HOJE TO WS-EMISSAO
           END-IF
           PERFORM RT-PREPARAR
           IF  NOT CRITICA-OK
               EXIT SECTION
           END-IF
           ADD 1 TO WS-REIMPRESSOS
           PERFORM RT-IMPRIMIR.
      *
       RT-REIMPRIMIRX.                             EXIT.
      *----------------------------------------------------------------*
      *  NOVO VALOR E/OU NOVO VENCIMENTO DE UMA COBRANCA EM ABERTO      *
      *  (EM BRANCO MANTEM O ATUAL); O BOLETO E REFEITO COM O CODIGO    *
      *  DE BARRAS NOVO E A ALTERACAO VAI AO BANCO NA PROXIMA REMESSA   *
      *----------------------------------------------------------------*
       RT-ALTERAR                                  SECTION.
      *
           DISPLAY 'NOSSO-NUMERO (11 DIGITOS): ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA(1:11) IS NOT NUMERIC
               DISPLAY PGMID '016I- NOSSO-NUMERO DEVE TER 11 DIGITOS'
               EXIT SECTION
           END-IF
           MOVE WS-RESPOSTA(1:11) TO WS-NOSSO-NUMERO
           MOVE SPACES            TO CHG-NOSSO-NUMERO
           MOVE WS-NOSSO-NUMERO   TO CHG-NOSSO-NUMERO
           READ CHARGES
               INVALID KEY
                   DISPLAY PGMID '016I- COBRANCA NAO CADASTRADA'
                   EXIT SECTION
           END-READ
           IF  NOT CHG-ABERTA
               DISPLAY PGMID '016I- COBRANCA NAO ESTA EM ABERTO ('
                       CHG-SITUACAO ')'
               EXIT SECTION
           END-IF
           IF  CHG-VENCIMENTO IS NOT NUMERIC
           OR  CHG-VENCIMENTO EQUAL ZEROS
           OR  CHG-SACADO IS NOT NUMERIC
               DISPLAY PGMID '016I- COBRANCA NAO FOI EMITIDA POR'
                       ' BOLETO'
               EXIT SECTION
           END-IF
           MOVE CHG-SACADO TO SAC-CODIGO
           READ SACADO
               INVALID KEY
                   DISPLAY PGMID '016I- SACADO ' CHG-SACADO
                           ' NAO CADASTRADO'
                   EXIT SECTION
           END-READ
      *
           MOVE CHG-VALOR      TO WS-VALOR-NOVO WS-ED-VALOR
           MOVE CHG-VENCIMENTO TO WS-VENCIMENTO-NOVO WS-DATA-AAAAMMDD
           PERFORM RT-EDITAR-DATA
           DISPLAY '   ' SAC-CODIGO ' ' SAC-NOME
           DISPLAY '   VALOR ' WS-ED-VALOR ' VENCIMENTO ' WS-DATA-ED
      *
           DISPLAY 'NOVO VALOR (10 DIGITOS, BRANCO MANTEM): '
                   WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA(1:10) NOT EQUAL SPACES
               IF  WS-RESPOSTA(1:10) IS NOT NUMERIC
                   DISPLAY PGMID '016I- VALOR DEVE TER 10 DIGITOS'
                   EXIT SECTION
               END-IF
               MOVE WS-RESPOSTA(1:10) TO WS-VALOR-BARRA
               IF  WS-VALOR EQUAL ZEROS
                   DISPLAY PGMID '016I- VALOR E OBRIGATORIO'
                   EXIT SECTION
               END-IF
               MOVE WS-VALOR TO WS-VALOR-NOVO
           END-IF
      *
           DISPLAY 'NOVO VENCIMENTO (MMDDAAAA, BRANCO MANTEM): '
                   WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA(1:8) NOT EQUAL SPACES
               MOVE 'S' TO WS-CRITICA-OK
               PERFORM RT-CRITICA-DATA
               IF  NOT CRITICA-OK
                   EXIT SECTION
               END-IF
               IF  WS-DATA-INFORMADA LESS WS-DATA-HOJE
                   DISPLAY PGMID '016I- VENCIMENTO JA PASSOU'
                   EXIT SECTION
               END-IF
               MOVE WS-DATA-INFORMADA TO WS-VENCIMENTO-NOVO
           END-IF
      *
           IF  WS-VALOR-NOVO      EQUAL CHG-VALOR
           AND WS-VENCIMENTO-NOVO EQUAL CHG-VENCIMENTO
               DISPLAY PGMID '016I- NADA FOI ALTERADO'
               EXIT SECTION
           END-IF
      *
           MOVE WS-VALOR-NOVO      TO WS-ED-VALOR
           MOVE WS-VENCIMENTO-NOVO TO WS-DATA-AAAAMMDD
           PERFORM RT-EDITAR-DATA
           DISPLAY '   NOVO VALOR ' WS-ED-VALOR
                   ' NOVO VENCIMENTO ' WS-DATA-ED
           DISPLAY 'CONFIRMA A ALTERACAO (S/N)? ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA(1:1) NOT EQUAL 'S' AND 's'
               EXIT SECTION
           END-IF
      *
      *    O CODIGO DE BARRAS NOVO E CONFERIDO ANTES DE REGRAVAR
           MOVE WS-VALOR-NOVO      TO WS-VALOR
           MOVE WS-VENCIMENTO-NOVO TO WS-VENCIMENTO
           MOVE CHG-DATA-EMISSAO   TO WS-EMISSAO
           IF  WS-EMISSAO IS NOT NUMERIC
               MOVE WS-DATA-HOJE TO WS-EMISSAO
           END-IF
           PERFORM RT-PREPARAR
           IF  NOT CRITICA-OK
               DISPLAY PGMID '016I- COBRANCA ' WS-NOSSO-NUMERO
                       ' NAO ALTERADA'
               EXIT SECTION
           END-IF
      *
           MOVE WS-VALOR      TO CHG-VALOR
           MOVE WS-VENCIMENTO TO CHG-VENCIMENTO
           REWRITE REG-CHARGES
               INVALID KEY
                   DISPLAY PGMID '016I- ERRO ' FL-STA-CHARGES
                           ' NA REGRAVACAO DO CHARGES'
                   EXIT SECTION
           END-REWRITE
           MOVE 'ALTERACAO DE BOLETO' TO WS-EVENTO
           PERFORM RT-LOGA
           ADD 1 TO WS-ALTERADOS
           DISPLAY PGMID '016I- COBRANCA ' WS-NOSSO-NUMERO ' ALTERADA'
      *
           PERFORM RT-IMPRIMIR.
      *
       RT-ALTERARX.                                EXIT.
      *----------------------------------------------------------------*
      *  CANCELA UMA COBRANCA EM ABERTO; O PEDIDO DE BAIXA VAI AO       *
      *  BANCO NA PROXIMA REMESSA                                       *
      *----------------------------------------------------------------*
       RT-CANCELAR                                 SECTION.
      *
           DISPLAY 'NOSSO-NUMERO (11 DIGITOS): ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA(1:11) IS NOT NUMERIC
               DISPLAY PGMID '017I- NOSSO-NUMERO DEVE TER 11 DIGITOS'
               EXIT SECTION
           END-IF
           MOVE WS-RESPOSTA(1:11) TO WS-NOSSO-NUMERO
           MOVE SPACES            TO CHG-NOSSO-NUMERO
           MOVE WS-NOSSO-NUMERO   TO CHG-NOSSO-NUMERO
           READ CHARGES
               INVALID KEY
                   DISPLAY PGMID '017I- COBRANCA NAO CADASTRADA'
                   EXIT SECTION
           END-READ
           IF  NOT CHG-ABERTA
               DISPLAY PGMID '017I- COBRANCA NAO ESTA EM ABERTO ('
                       CHG-SITUACAO ')'
               EXIT SECTION
           END-IF
      *
           MOVE CHG-VALOR TO WS-ED-VALOR
           MOVE SPACES    TO WS-DATA-ED
           IF  CHG-VENCIMENTO IS NUMERIC
               MOVE CHG-VENCIMENTO TO WS-DATA-AAAAMMDD
               PERFORM RT-EDITAR-DATA
           END-IF
           DISPLAY '   SACADO ' CHG-SACADO ' VALOR ' WS-ED-VALOR
                   ' VENCIMENTO ' WS-DATA-ED
           DISPLAY 'CONFIRMA O CANCELAMENTO (S/N)? ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA(1:1) NOT EQUAL 'S' AND 's'
               EXIT SECTION
           END-IF
      *
           SET CHG-CANCELADA TO TRUE
           REWRITE REG-CHARGES
               INVALID KEY
                   DISPLAY PGMID '017I- ERRO ' FL-STA-CHARGES
                           ' NA REGRAVACAO DO CHARGES'
                   EXIT SECTION
           END-REWRITE
           MOVE 'CANCELAMENTO DE BOLETO' TO WS-EVENTO
           PERFORM RT-LOGA
           ADD 1 TO WS-CANCELADOS
           DISPLAY PGMID '017I- COBRANCA ' WS-NOSSO-NUMERO
                   ' CANCELADA'.
      *
       RT-CANCELARX.                               EXIT.
      *----------------------------------------------------------------*
      *  CRITICA DE CALENDARIO DE UMA DATA MMDDAAAA EM WS-RESPOSTA      *
      *----------------------------------------------------------------*
       RT-CRITICA-DATA                             SECTION.
      *
           IF  WS-RESPOSTA(1:8) IS NOT NUMERIC
           OR  WS-RESPOSTA(1:2) LESS '01'
           OR  WS-RESPOSTA(1:2) GREATER '12'
           OR  WS-RESPOSTA(3:2) LESS '01'
           OR  WS-RESPOSTA(3:2) GREATER '31'
           OR  WS-RESPOSTA(5:4) LESS '1900'
               DISPLAY PGMID '004I- DATA INVALIDA'
               MOVE 'N' TO WS-CRITICA-OK
               EXIT SECTION
           END-IF
           COMPUTE WS-DATA-INFORMADA =
                   FUNCTION NUMVAL(WS-RESPOSTA(5:4)) * 10000
                 + FUNCTION NUMVAL(WS-RESPOSTA(1:2)) * 100
                 + FUNCTION NUMVAL(WS-RESPOSTA(3:2))
           COMPUTE WS-ANO = WS-DATA-INFORMADA / 10000
           MOVE WS-DIAS-POR-MES(FUNCTION NUMVAL(WS-RESPOSTA(1:2)))
             TO WS-DIAS-MES
           IF  WS-RESPOSTA(1:2) EQUAL '02'
           AND FUNCTION MOD(WS-ANO, 4) EQUAL ZERO
           AND (FUNCTION MOD(WS-ANO, 100) NOT EQUAL ZERO
                OR FUNCTION MOD(WS-ANO, 400) EQUAL ZERO)
               MOVE 29 TO WS-DIAS-MES
           END-IF
           IF  FUNCTION NUMVAL(WS-RESPOSTA(3:2))
               GREATER WS-DIAS-MES
               DISPLAY PGMID '004I- DIA INEXISTENTE NO MES'
               MOVE 'N' TO WS-CRITICA-OK
           END-IF.
      *
       RT-CRITICA-DATAX.                           EXIT.
      *----------------------------------------------------------------*
      *  MONTA E CONFERE O CODIGO DE BARRAS E A LINHA DIGITAVEL E GERA  *
      *  O PIX; QUALQUER RECUSA DEIXA WS-CRITICA-OK = 'N'               *
      *----------------------------------------------------------------*
       RT-PREPARAR                                 SECTION.
      *
           MOVE 'S' TO WS-CRITICA-OK
           PERFORM RT-MONTAR-CODIGO
           PERFORM RT-CONFERIR-CODIGO
           IF  NOT CRITICA-OK
               EXIT SECTION
           END-IF
           PERFORM RT-GERAR-PIX.
      *
       RT-PREPARARX.                               EXIT.
      *----------------------------------------------------------------*
      *  CAMPO LIVRE (AGENCIA, CARTEIRA, NOSSO-NUMERO, CONTA E ZERO),   *
      *  FATOR DE VENCIMENTO, CODIGO DE BARRAS COM O DV GERAL E LINHA   *
      *  DIGITAVEL COM OS DVS DOS TRES PRIMEIROS CAMPOS                 *
      *----------------------------------------------------------------*
       RT-MONTAR-CODIGO                            SECTION.
      *
           MOVE SPACES TO WS-CAMPO-LIVRE
           STRING WS-AGENCIA WS-CARTEIRA WS-NOSSO-NUMERO WS-CONTA '0'
                  DELIMITED BY SIZE INTO WS-CAMPO-LIVRE
      *
      *    FATOR: DIAS DESDE 07/10/1997; PASSADO DE 9999 O CICLO
      *    RECOMECA EM 1000 (22/02/2025)
           COMPUTE WS-DIAS-FATOR =
                   FUNCTION INTEGER-OF-DATE(WS-VENCIMENTO)
                 - FUNCTION INTEGER-OF-DATE(19971007)
           PERFORM UNTIL WS-DIAS-FATOR NOT GREATER 9999
               SUBTRACT 9000 FROM WS-DIAS-FATOR
           END-PERFORM
           MOVE WS-DIAS-FATOR TO WS-FATOR
      *
           MOVE SPACES TO WS-BARRA
           STRING WS-BANCO '9' '0' WS-FATOR WS-VALOR-BARRA
                  WS-CAMPO-LIVRE
                  DELIMITED BY SIZE INTO WS-BARRA
      *
      *    DV GERAL: MODULO 11, PESOS 2 A 9 DA DIREITA PARA A ESQUERDA
      *    SEM A POSICAO 5; RESULTADO 0, 10 OU 11 VIRA 1
           MOVE ZEROS TO WS-SOMA
           MOVE 2     TO WS-PESO
           PERFORM VARYING WS-I FROM 44 BY -1 UNTIL WS-I LESS 1
               IF  WS-I NOT EQUAL 5
                   MOVE WS-BARRA(WS-I:1) TO WS-DIGITO
                   COMPUTE WS-SOMA = WS-SOMA + WS-DIGITO * WS-PESO
                   IF  WS-PESO EQUAL 9
                       MOVE 2 TO WS-PESO
                   ELSE
                       ADD 1 TO WS-PESO
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE WS-RESTO = FUNCTION MOD(WS-SOMA, 11)
           IF  WS-RESTO LESS 2
               MOVE 1 TO WS-DV
           ELSE
               COMPUTE WS-DV = 11 - WS-RESTO
           END-IF
           MOVE WS-DV TO WS-BARRA(5:1)
      *
           MOVE SPACES TO WS-LINHA
           MOVE WS-BARRA(1:4)         TO WS-CAMPO
           MOVE WS-CAMPO-LIVRE(1:5)   TO WS-CAMPO(5:5)
           MOVE 9                     TO WS-CAMPO-TAM
           PERFORM RT-MODULO-10
           MOVE WS-CAMPO(1:9)         TO WS-LINHA(1:9)
           MOVE WS-DV                 TO WS-LINHA(10:1)
      *
           MOVE WS-CAMPO-LIVRE(6:10)  TO WS-CAMPO
           MOVE 10                    TO WS-CAMPO-TAM
           PERFORM RT-MODULO-10
           MOVE WS-CAMPO              TO WS-LINHA(11:10)
           MOVE WS-DV                 TO WS-LINHA(21:1)
      *
           MOVE WS-CAMPO-LIVRE(16:10) TO WS-CAMPO
           MOVE 10                    TO WS-CAMPO-TAM
           PERFORM RT-MODULO-10
           MOVE WS-CAMPO              TO WS-LINHA(22:10)
           MOVE WS-DV                 TO WS-LINHA(32:1)
      *
           MOVE WS-BARRA(5:1)         TO WS-LINHA(33:1)
           MOVE WS-BARRA(6:14)        TO WS-LINHA(34:14)
      *
           MOVE SPACES TO WS-LINHA-EDITADA
           STRING WS-LINHA(1:5)  '.' WS-LINHA(6:5)  ' '
                  WS-LINHA(11:5) '.' WS-LINHA(16:6) ' '
                  WS-LINHA(22:5) '.' WS-LINHA(27:6) ' '
                  WS-LINHA(33:1) ' ' WS-LINHA(34:14)
                  DELIMITED BY SIZE INTO WS-LINHA-EDITADA.
      *
       RT-MONTAR-CODIGOX.                          EXIT.
      *----------------------------------------------------------------*
      *  MODULO 10 DE WS-CAMPO (WS-CAMPO-TAM POSICOES): PESOS 2,1,2,1   *
      *  DA DIREITA PARA A ESQUERDA, PRODUTO ACIMA DE 9 SOMA OS         *
      *  ALGARISMOS                                                     *
      *----------------------------------------------------------------*
       RT-MODULO-10                                SECTION.
      *
           MOVE ZEROS TO WS-SOMA
           MOVE 2     TO WS-PESO
           PERFORM VARYING WS-I FROM WS-CAMPO-TAM BY -1
                     UNTIL WS-I LESS 1
               MOVE WS-CAMPO(WS-I:1) TO WS-DIGITO
               COMPUTE WS-PRODUTO = WS-DIGITO * WS-PESO
               IF  WS-PRODUTO GREATER 9
                   SUBTRACT 9 FROM WS-PRODUTO
               END-IF
               ADD WS-PRODUTO TO WS-SOMA
               IF  WS-PESO EQUAL 2
                   MOVE 1 TO WS-PESO
               ELSE
                   MOVE 2 TO WS-PESO
               END-IF
           END-PERFORM
           COMPUTE WS-RESTO = FUNCTION MOD(WS-SOMA, 10)
           IF  WS-RESTO EQUAL ZERO
               MOVE ZERO TO WS-DV
           ELSE
               COMPUTE WS-DV = 10 - WS-RESTO
           END-IF.
      *
       RT-MODULO-10X.                              EXIT.
      *----------------------------------------------------------------*
      *  O CWBOLE CONFERE A LINHA E O CODIGO DE BARRAS E DEVOLVE O      *
      *  VENCIMENTO E O VALOR, QUE TEM DE BATER COM OS INFORMADOS       *
      *----------------------------------------------------------------*
       RT-CONFERIR-CODIGO                          SECTION.
      *
           MOVE 'L'      TO CWBOLE-FUNCTION
           MOVE WS-LINHA TO CWBOLE-LINHA
           CALL SB-CWBOLE USING PARAMETROS-CWBOLE
             ON EXCEPTION
                MOVE '99' TO CWBOLE-STATUS
           END-CALL
           IF  CWBOLE-STATUS NOT EQUAL '00'
               DISPLAY PGMID '007I- CWBOLE RECUSOU A LINHA DIGITAVEL ('
                       CWBOLE-STATUS ')'
               MOVE 'N' TO WS-CRITICA-OK
               EXIT SECTION
           END-IF
      *
           MOVE 'B'      TO CWBOLE-FUNCTION
           MOVE WS-BARRA TO CWBOLE-BARRA
           CALL SB-CWBOLE USING PARAMETROS-CWBOLE
             ON EXCEPTION
                MOVE '99' TO CWBOLE-STATUS
           END-CALL
           IF  CWBOLE-STATUS NOT EQUAL '00'
               DISPLAY PGMID '007I- CWBOLE RECUSOU O CODIGO DE BARRAS ('
                       CWBOLE-STATUS ')'
               MOVE 'N' TO WS-CRITICA-OK
               EXIT SECTION
           END-IF
      *
           IF  CWBOLE-BANCO      NOT EQUAL WS-BANCO
           OR  CWBOLE-VENCIMENTO NOT EQUAL WS-VENCIMENTO
           OR  CWBOLE-VALOR      NOT EQUAL WS-VALOR
               DISPLAY PGMID '007I- CWBOLE LEU ' CWBOLE-BANCO ' '
                       CWBOLE-VENCIMENTO ' ' CWBOLE-VALOR
                       ' - DIVERGE DO INFORMADO'
               MOVE 'N' TO WS-CRITICA-OK
           END-IF.
      *
       RT-CONFERIR-CODIGOX.                        EXIT.
      *----------------------------------------------------------------*
      *  PIX COPIA-E-COLA DA MESMA COBRANCA; SEM CHAVE PIX NO AMBIENTE  *
      *  O BOLETO SAI SO COM O CODIGO DE BARRAS                         *
      *----------------------------------------------------------------*
       RT-GERAR-PIX                                SECTION.
      *
           MOVE SPACES TO WS-PAYLOAD
           IF  WS-PIX-CHAVE EQUAL SPACES
               EXIT SECTION
           END-IF
           MOVE 'G'             TO CWPIX-FUNCTION
           MOVE WS-PIX-CHAVE    TO CWPIX-CHAVE
           MOVE WS-PIX-NOME     TO CWPIX-NOME
           MOVE WS-PIX-CIDADE   TO CWPIX-CIDADE
           MOVE WS-VALOR        TO CWPIX-VALOR
           MOVE SPACES          TO CWPIX-TXID CWPIX-PAYLOAD
           MOVE WS-NOSSO-NUMERO TO CWPIX-TXID
           CALL SB-CWPIX USING PARAMETROS-CWPIX
             ON EXCEPTION
                MOVE '99' TO CWPIX-STATUS
           END-CALL
           IF  CWPIX-STATUS EQUAL '00'
               MOVE CWPIX-PAYLOAD TO WS-PAYLOAD
           ELSE
               DISPLAY PGMID '008I- CWPIX STATUS ' CWPIX-STATUS
                       ' - BOLETO SEM PIX'
           END-IF.
      *
       RT-GERAR-PIXX.                              EXIT.
      *----------------------------------------------------------------*
      *  PAGINA, FORMULARIO, SPOOL, PDF E E-MAIL DO BOLETO PREPARADO    *
      *----------------------------------------------------------------*
       RT-IMPRIMIR                                 SECTION.
      *
           PERFORM RT-ESCREVER-PAGINA
           PERFORM RT-FUNDIR-FORMULARIO
           PERFORM RT-DESPACHAR-SPOOL
           PERFORM RT-GERAR-PDF
           IF  TEM-PDF
           AND SAC-EMAIL NOT EQUAL SPACES
               PERFORM RT-ENVIAR-EMAIL
           END-IF.
      *
       RT-IMPRIMIRX.                               EXIT.
      *----------------------------------------------------------------*
      *  PAGINA DO BOLETO NO ARQUIVO BOLEOUT: RECIBO DO SACADO NO ALTO  *
      *  E FICHA DE COMPENSACAO EMBAIXO, NAS POSICOES DO BOLETO.frm;    *
      *  AS LINHAS 42 A 45 FICAM LIVRES PARA AS BARRAS DO PDF           *
      *----------------------------------------------------------------*
       RT-ESCREVER-PAGINA                          SECTION.
      *
           MOVE SPACES TO WS-PAGINA
           MOVE WS-VALOR TO WS-ED-VALOR
           MOVE WS-VENCIMENTO TO WS-DATA-AAAAMMDD
           PERFORM RT-EDITAR-DATA
           IF  SAC-JURIDICA
               MOVE SAC-DOCUMENTO TO WS-ED-DOCUMENTO
           ELSE
               MOVE SAC-DOCUMENTO(4:11) TO WS-ED-DOCUMENTO
           END-IF
      *
      *    RECIBO DO SACADO
           MOVE WS-BENEFICIARIO     TO WS-PAG-LINHA(5)(3:40)
           MOVE WS-DATA-ED          TO WS-PAG-LINHA(5)(58:10)
           MOVE SAC-NOME            TO WS-PAG-LINHA(7)(3:40)
           MOVE WS-NOSSO-NUMERO     TO WS-PAG-LINHA(7)(58:11)
           MOVE WS-LINHA-EDITADA    TO WS-PAG-LINHA(9)(3:54)
           MOVE WS-ED-VALOR         TO WS-PAG-LINHA(9)(58:13)
      *
      *    FICHA DE COMPENSACAO
           STRING WS-BANCO '-9  ' WS-LINHA-EDITADA
                  DELIMITED BY SIZE INTO WS-PAG-LINHA(13)(3:62)
           MOVE WS-DATA-ED          TO WS-PAG-LINHA(16)(58:10)
           MOVE WS-BENEFICIARIO     TO WS-PAG-LINHA(18)(3:40)
           STRING WS-AGENCIA '/' WS-CONTA
                  DELIMITED BY SIZE INTO WS-PAG-LINHA(18)(58:12)
           MOVE WS-EMISSAO TO WS-DATA-AAAAMMDD
           PERFORM RT-EDITAR-DATA
           MOVE WS-DATA-ED          TO WS-PAG-LINHA(20)(3:10)
           MOVE WS-NOSSO-NUMERO     TO WS-PAG-LINHA(20)(20:11)
           MOVE WS-CARTEIRA         TO WS-PAG-LINHA(20)(40:2)
           MOVE WS-NOSSO-NUMERO     TO WS-PAG-LINHA(20)(58:11)
           MOVE WS-ED-VALOR         TO WS-PAG-LINHA(22)(58:13)
           STRING SAC-NOME ' ' WS-ED-DOCUMENTO
                  DELIMITED BY SIZE INTO WS-PAG-LINHA(26)(3:76)
           MOVE SAC-ENDERECO        TO WS-PAG-LINHA(27)(3:40)
           STRING SAC-CEP ' ' SAC-CIDADE ' ' SAC-UF
                  DELIMITED BY SIZE INTO WS-PAG-LINHA(28)(3:50)
      *
      *    PIX COPIA-E-COLA EM SEIS LINHAS DE 76 E O RESTO NA SETIMA;
      *    O QR CODE (NO PDF) FICA A DIREITA DA FICHA
           IF  WS-PAYLOAD NOT EQUAL SPACES
               MOVE 'PIX - LEIA O QR CODE'
                 TO WS-PAG-LINHA(13)(88:20)
               MOVE 1 TO WS-K
               PERFORM VARYING WS-J FROM 31 BY 1 UNTIL WS-J GREATER 36
                   MOVE WS-PAYLOAD(WS-K:76) TO WS-PAG-LINHA(WS-J)(3:76)
                   ADD 76 TO WS-K
               END-PERFORM
               MOVE WS-PAYLOAD(457:56) TO WS-PAG-LINHA(37)(3:56)
           ELSE
               MOVE 'PIX INDISPONIVEL PARA ESTA COBRANCA'
                 TO WS-PAG-LINHA(31)(3:35)
           END-IF
      *
      *    DIGITOS DO CODIGO DE BARRAS ABAIXO DAS BARRAS
           MOVE WS-BARRA            TO WS-PAG-LINHA(47)(3:44)
      *
           OPEN OUTPUT BOLEOUT
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J GREATER 60
               MOVE WS-PAG-LINHA(WS-J) TO REG-BOLEOUT
               WRITE REG-BOLEOUT
           END-PERFORM
           CLOSE BOLEOUT.
      *
       RT-ESCREVER-PAGINAX.                        EXIT.
      *----------------------------------------------------------------*
      *  FUNDE A PAGINA NO FORMULARIO (BOLEFRM); SEM O BOLETO.frm O     *
      *  BOLETO SAI SO COM OS DADOS                                     *
      *----------------------------------------------------------------*
       RT-FUNDIR-FORMULARIO                        SECTION.
      *
           MOVE 'M'  TO CWFORMS-FUNCAO
           MOVE '00' TO CWFORMS-STATUS
           CALL SB-CWFORMS USING PARAMETROS-CWFORMS
             ON EXCEPTION
                MOVE '99' TO CWFORMS-STATUS
           END-CALL
           IF  CWFORMS-STATUS EQUAL '00'
               EXIT SECTION
           END-IF
      *
           DISPLAY PGMID '009I- CWFORMS STATUS ' CWFORMS-STATUS
                   ' - BOLETO SEM O FORMULARIO'
           OPEN OUTPUT BOLEFRM
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J GREATER 60
               MOVE WS-PAG-LINHA(WS-J) TO REG-BOLEFRM
               WRITE REG-BOLEFRM
           END-PERFORM
           CLOSE BOLEFRM.
      *
       RT-FUNDIR-FORMULARIOX.                      EXIT.
      *----------------------------------------------------------------*
      *  DESPACHA O BOLETO COMO DOCUMENTO PROPRIO NO SPOOL              *
      *----------------------------------------------------------------*
       RT-DESPACHAR-SPOOL                          SECTION.
      *
           MOVE 'BOLEFRM'  TO CWSPLF-FILE
           MOVE 'BOLETO'   TO CWSPLF-REPORT
           MOVE SPACES     TO CWSPLF-TITLE CWSPLF-NOTE
           STRING 'BOLETO ' WS-NOSSO-NUMERO ' ' SAC-CODIGO ' ' SAC-NOME
                  DELIMITED BY SIZE INTO CWSPLF-TITLE
           CALL SB-CWSPLF USING PARAMETROS-CWSPLF
             ON EXCEPTION
                DISPLAY PGMID '010I- CWSPLF INDISPONIVEL - BOLETO'
                        ' FICOU EM BOLEFRM'
           END-CALL.
      *
       RT-DESPACHAR-SPOOLX.                        EXIT.
      *----------------------------------------------------------------*
      *  PDF DO BOLETO: A PAGINA FUNDIDA MAIS AS LINHAS DE DESENHO DAS  *
      *  BARRAS E DO QR CODE (BOLEPDF), RENDERIZADA PELO CWPDF EM       *
      *  BOL<NOSSO-NUMERO>.pdf NO DIRETORIO DE BOLETO-PDF-DIR           *
      *----------------------------------------------------------------*
       RT-GERAR-PDF                                SECTION.
      *
           MOVE 'N' TO WS-TEM-PDF
           OPEN OUTPUT BOLEPDF
           OPEN INPUT  BOLEFRM
           IF  NOT FL-BOLEFRM-OK
               DISPLAY PGMID '011I- BOLEFRM COM ERRO ' FL-STA-BOLEFRM
                       ' - PDF NAO GERADO'
               CLOSE BOLEPDF
               EXIT SECTION
           END-IF
           MOVE 'N' TO WS-FIM-ARQUIVO
           PERFORM UNTIL FIM-ARQUIVO
               READ BOLEFRM
                 AT END
                    SET FIM-ARQUIVO TO TRUE
                 NOT AT END
                    MOVE REG-BOLEFRM TO REG-BOLEPDF
                    WRITE REG-BOLEPDF
               END-READ
           END-PERFORM
           CLOSE BOLEFRM
      *
           MOVE SPACES TO WS-DESENHO
           MOVE ZEROS  TO WS-RETANGULOS
           PERFORM RT-DESENHAR-BARRAS
           PERFORM RT-DESENHAR-QRCODE
           PERFORM RT-GRAVAR-DESENHO
           CLOSE BOLEPDF
      *
           MOVE SPACES TO WS-ARQ-PDF
           IF  WS-PDF-DIR EQUAL SPACES
               STRING 'BOL' WS-NOSSO-NUMERO '.pdf'
                      DELIMITED BY SIZE INTO WS-ARQ-PDF
           ELSE
               STRING WS-PDF-DIR DELIMITED BY SPACE
                      '/BOL' WS-NOSSO-NUMERO '.pdf'
                      DELIMITED BY SIZE INTO WS-ARQ-PDF
           END-IF
           MOVE 'BOLEPDF'  TO CWPDF-ENTRADA
           MOVE WS-ARQ-PDF TO CWPDF-SAIDA
           MOVE SPACES     TO CWPDF-TITULO CWPDF-EMISSAO
           MOVE 60         TO CWPDF-LINHAS
           MOVE '00'       TO CWPDF-STATUS
           CALL SB-CWPDF USING PARAMETROS-CWPDF
             ON EXCEPTION
                MOVE '99' TO CWPDF-STATUS
           END-CALL
           IF  CWPDF-STATUS EQUAL '00'
               SET TEM-PDF TO TRUE
               DISPLAY PGMID '011I- PDF EM ' WS-ARQ-PDF(1:60)
           ELSE
               DISPLAY PGMID '011I- CWPDF STATUS ' CWPDF-STATUS
                       ' - PDF NAO GERADO'
           END-IF.
      *
       RT-GERAR-PDFX.                              EXIT.
      *----------------------------------------------------------------*
      *  CODIGO DE BARRAS INTERCALADO 2 DE 5: INICIO (ESTREITOS BARRA,  *
      *  ESPACO, BARRA, ESPACO), 22 PARES DE DIGITOS - O PRIMEIRO DA    *
      *  AS BARRAS E O SEGUNDO OS ESPACOS - E FIM (LARGA, ESPACO,       *
      *  BARRA ESTREITOS)                                               *
      *----------------------------------------------------------------*
       RT-DESENHAR-BARRAS                          SECTION.
      *
           MOVE WS-BARRA-X0  TO WS-PDF-X
           MOVE WS-BARRA-Y0  TO WS-PDF-Y
           MOVE WS-BARRA-ALT TO WS-PDF-ALT
      *
           MOVE WS-ESTREITA TO WS-PDF-LARG
           PERFORM RT-ACRESCENTAR-RETANGULO
           COMPUTE WS-PDF-X = WS-PDF-X + WS-ESTREITA * 2
           PERFORM RT-ACRESCENTAR-RETANGULO
           COMPUTE WS-PDF-X = WS-PDF-X + WS-ESTREITA * 2
      *
           PERFORM VARYING WS-J FROM 1 BY 2 UNTIL WS-J GREATER 44
               MOVE WS-BARRA(WS-J:1)     TO WS-PAR-BARRA
               MOVE WS-BARRA(WS-J + 1:1) TO WS-PAR-ESPACO
               PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K GREATER 5
                   IF  WS-PADRAO(WS-PAR-BARRA + 1)(WS-K:1) EQUAL '1'
                       MOVE WS-LARGA    TO WS-PDF-LARG
                   ELSE
                       MOVE WS-ESTREITA TO WS-PDF-LARG
                   END-IF
                   PERFORM RT-ACRESCENTAR-RETANGULO
                   ADD WS-PDF-LARG TO WS-PDF-X
                   IF  WS-PADRAO(WS-PAR-ESPACO + 1)(WS-K:1) EQUAL '1'
                       ADD WS-LARGA    TO WS-PDF-X
                   ELSE
                       ADD WS-ESTREITA TO WS-PDF-X
                   END-IF
               END-PERFORM
           END-PERFORM
      *
           MOVE WS-LARGA TO WS-PDF-LARG
           PERFORM RT-ACRESCENTAR-RETANGULO
           COMPUTE WS-PDF-X = WS-PDF-X + WS-LARGA + WS-ESTREITA
           MOVE WS-ESTREITA TO WS-PDF-LARG
           PERFORM RT-ACRESCENTAR-RETANGULO.
      *
       RT-DESENHAR-BARRASX.                        EXIT.
      *----------------------------------------------------------------*
      *  QR CODE DO PIX: O GERADOR (BOLETO-QRCMD, PADRAO QRENCODE EM    *
      *  TEXTO) GRAVA A MATRIZ EM BOLEQR, UMA FILEIRA POR LINHA; CADA   *
      *  SEQUENCIA DE MODULOS ESCUROS DA FILEIRA VIRA UM RETANGULO.     *
      *  SEM O GERADOR O BOLETO FICA SO COM O COPIA-E-COLA              *
      *----------------------------------------------------------------*
       RT-DESENHAR-QRCODE                          SECTION.
      *
           MOVE 'N' TO WS-TEM-QRCODE
           IF  WS-PAYLOAD EQUAL SPACES
               EXIT SECTION
           END-IF
      *
           MOVE SPACES TO WS-COMANDO
           STRING WS-QRCMD   DELIMITED BY '  '
                  ' -o BOLEQR '''
                  WS-PAYLOAD DELIMITED BY '  '
                  ''''
                  DELIMITED BY SIZE INTO WS-COMANDO
           CALL SB-SYSTEM USING WS-COMANDO
             ON EXCEPTION
                DISPLAY PGMID '012I- GERADOR DE QR CODE INDISPONIVEL'
                EXIT SECTION
           END-CALL
           OPEN INPUT BOLEQR
           IF  NOT FL-BOLEQR-OK
               DISPLAY PGMID '012I- QR CODE NAO GERADO ('
                       FL-STA-BOLEQR ') - SO O COPIA-E-COLA'
               EXIT SECTION
           END-IF
      *
           MOVE ZEROS TO WS-QR-MODULOS WS-QR-FILEIRA
           MOVE WS-QR-MODULO TO WS-PDF-ALT
           MOVE 'N' TO WS-FIM-ARQUIVO
           PERFORM UNTIL FIM-ARQUIVO
               READ BOLEQR
                 AT END
                    SET FIM-ARQUIVO TO TRUE
                 NOT AT END
                    PERFORM RT-DESENHAR-FILEIRA
               END-READ
           END-PERFORM
           CLOSE BOLEQR
           IF  WS-QR-MODULOS EQUAL ZEROS
               DISPLAY PGMID '012I- QR CODE VAZIO OU MAIOR QUE '
                       WS-QR-MAXIMO ' MODULOS - SO O COPIA-E-COLA'
           ELSE
               SET TEM-QRCODE TO TRUE
           END-IF.
      *
       RT-DESENHAR-QRCODEX.                        EXIT.
      *----------------------------------------------------------------*
      *  UMA FILEIRA DO QR CODE; A PRIMEIRA (COM OS DOIS PADROES DE     *
      *  POSICAO NAS PONTAS) DA A LARGURA DA MATRIZ                     *
      *----------------------------------------------------------------*
       RT-DESENHAR-FILEIRA                         SECTION.
      *
           IF  WS-QR-FILEIRA EQUAL ZEROS
               PERFORM VARYING WS-I FROM 200 BY -1
                         UNTIL WS-I LESS 1
                            OR REG-BOLEQR(WS-I:1) NOT EQUAL SPACE
                   CONTINUE
               END-PERFORM
               DIVIDE WS-I BY 2 GIVING WS-QR-MODULOS
               IF  WS-QR-MODULOS GREATER WS-QR-MAXIMO
                   MOVE ZEROS TO WS-QR-MODULOS
               END-IF
           END-IF
           IF  WS-QR-MODULOS EQUAL ZEROS
           OR  WS-QR-FILEIRA NOT LESS WS-QR-MODULOS
               EXIT SECTION
           END-IF
           ADD 1 TO WS-QR-FILEIRA
           COMPUTE WS-PDF-Y = WS-QR-Y0 - WS-QR-FILEIRA * WS-QR-MODULO
      *
           MOVE ZEROS TO WS-QR-INICIO
           PERFORM VARYING WS-J FROM 1 BY 1
                     UNTIL WS-J GREATER WS-QR-MODULOS
               IF  REG-BOLEQR(WS-J * 2 - 1:1) EQUAL '#'
                   IF  WS-QR-INICIO EQUAL ZEROS
                       MOVE WS-J TO WS-QR-INICIO
                   END-IF
               ELSE
                   IF  WS-QR-INICIO NOT EQUAL ZEROS
                       PERFORM RT-RETANGULO-QRCODE
                   END-IF
               END-IF
           END-PERFORM
           IF  WS-QR-INICIO NOT EQUAL ZEROS
               PERFORM RT-RETANGULO-QRCODE
           END-IF.
      *
       RT-DESENHAR-FILEIRAX.                       EXIT.
      *----------------------------------------------------------------*
      *  RETANGULO DOS MODULOS ESCUROS WS-QR-INICIO A WS-J - 1          *
      *----------------------------------------------------------------*
       RT-RETANGULO-QRCODE                         SECTION.
      *
           COMPUTE WS-QR-TAM = WS-J - WS-QR-INICIO
           COMPUTE WS-PDF-X  = WS-QR-X0
                             + (WS-QR-INICIO - 1) * WS-QR-MODULO
           COMPUTE WS-PDF-LARG = WS-QR-TAM * WS-QR-MODULO
           PERFORM RT-ACRESCENTAR-RETANGULO
           MOVE ZEROS TO WS-QR-INICIO.
      *
       RT-RETANGULO-QRCODEX.                       EXIT.
      *----------------------------------------------------------------*
      *  ACRESCENTA "X Y LARGURA ALTURA re" A LINHA DE DESENHO; A CADA  *
      *  QUATRO RETANGULOS A LINHA VAI PARA O BOLEPDF                   *
      *----------------------------------------------------------------*
       RT-ACRESCENTAR-RETANGULO                    SECTION.
      *
           IF  WS-RETANGULOS EQUAL ZEROS
               MOVE SPACES TO WS-DESENHO
               MOVE X'1B'  TO WS-DESENHO(1:1)
               MOVE 2      TO WS-DESENHO-PONTA
           END-IF
           MOVE WS-PDF-X    TO WS-PDF-CENTESIMOS
           PERFORM RT-EDITAR-PONTOS
           MOVE WS-PDF-Y    TO WS-PDF-CENTESIMOS
           PERFORM RT-EDITAR-PONTOS
           MOVE WS-PDF-LARG TO WS-PDF-CENTESIMOS
           PERFORM RT-EDITAR-PONTOS
           MOVE WS-PDF-ALT  TO WS-PDF-CENTESIMOS
           PERFORM RT-EDITAR-PONTOS
           STRING 're ' DELIMITED BY SIZE
                  INTO WS-DESENHO WITH POINTER WS-DESENHO-PONTA
           ADD 1 TO WS-RETANGULOS
           IF  WS-RETANGULOS EQUAL 4
               PERFORM RT-GRAVAR-DESENHO
           END-IF.
      *
       RT-ACRESCENTAR-RETANGULOX.                  EXIT.
      *----------------------------------------------------------------*
      *  CENTESIMOS DE PONTO EM "999.99 " (PONTO DECIMAL DO PDF)        *
      *----------------------------------------------------------------*
       RT-EDITAR-PONTOS                            SECTION.
      *
           MOVE WS-PDF-INTEIRO TO WS-PDF-NUM-INT
           MOVE WS-PDF-DECIMAL TO WS-PDF-NUM-DEC
           STRING WS-PDF-NUMERO ' ' DELIMITED BY SIZE
                  INTO WS-DESENHO WITH POINTER WS-DESENHO-PONTA.
      *
       RT-EDITAR-PONTOSX.                          EXIT.
      *----------------------------------------------------------------*
      *  GRAVA A LINHA DE DESENHO PENDENTE NO BOLEPDF                   *
      *----------------------------------------------------------------*
       RT-GRAVAR-DESENHO                           SECTION.
      *
           IF  WS-RETANGULOS GREATER ZEROS
               MOVE WS-DESENHO TO REG-BOLEPDF
               WRITE REG-BOLEPDF
               MOVE ZEROS TO WS-RETANGULOS
           END-IF.
      *
       RT-GRAVAR-DESENHOX.                         EXIT.
      *----------------------------------------------------------------*
      *  OFERECE O PDF AO SACADO POR E-MAIL (CWMAIL, PDF EM ANEXO)      *
      *----------------------------------------------------------------*
       RT-ENVIAR-EMAIL                             SECTION.
      *
           DISPLAY 'ENVIAR O PDF PARA ' SAC-EMAIL(1:40) ' (S/N)? '
                   WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA(1:1) NOT EQUAL 'S' AND 's'
               EXIT SECTION
           END-IF
      *
           MOVE WS-VALOR      TO WS-ED-VALOR
           MOVE WS-VENCIMENTO TO WS-DATA-AAAAMMDD
           PERFORM RT-EDITAR-DATA
           MOVE SAC-EMAIL     TO CWMAIL-TO
           MOVE SPACES        TO CWMAIL-SUBJECT CWMAIL-TEXT
           STRING 'BOLETO DE COBRANCA ' WS-NOSSO-NUMERO ' - '
                  WS-BENEFICIARIO
                  DELIMITED BY SIZE INTO CWMAIL-SUBJECT
           STRING 'VENCIMENTO ' WS-DATA-ED ' VALOR ' WS-ED-VALOR
                  ' - BOLETO EM ANEXO, PAGAVEL TAMBEM POR PIX'
                  DELIMITED BY SIZE INTO CWMAIL-TEXT
           MOVE WS-ARQ-PDF    TO CWMAIL-ATTACHES
           CALL SB-CWMAIL USING PARAMETROS-CWMAIL
             ON EXCEPTION
                DISPLAY PGMID '013I- CWMAIL INDISPONIVEL - BOLETO NAO'
                        ' ENVIADO'
                EXIT SECTION
           END-CALL
           DISPLAY PGMID '013I- BOLETO ENVIADO A ' SAC-EMAIL(1:40).
      *
       RT-ENVIAR-EMAILX.                           EXIT.
      *----------------------------------------------------------------*
      *  DATA AAAAMMDD EM DD/MM/AAAA                                    *
      *----------------------------------------------------------------*
       RT-EDITAR-DATA                              SECTION.
      *
           MOVE WS-DATA-DD   TO WS-ED-DD
           MOVE WS-DATA-MM   TO WS-ED-MM
           MOVE WS-DATA-AAAA TO WS-ED-AAAA.
      *
       RT-EDITAR-DATAX.                            EXIT.
      *----------------------------------------------------------------*
      *  ABERTURA, ALTERACAO OU CANCELAMENTO (WS-EVENTO) DA COBRANCA   *
      *  NO CWLOGF E NO JORNAL DO CHARGES                               *
      *----------------------------------------------------------------*
       RT-LOGA                                     SECTION.
      *
           MOVE 'I' TO CWLOGW-FUNCTION
           MOVE SPACES TO CWLOGW-TEXT
           STRING 'CHARGES ' CHG-NOSSO-NUMERO
                  DELIMITED BY SIZE INTO CWLOGW-TEXT
           CALL SB-CWLOGW USING PARAMETROS-CWLOGW
             ON EXCEPTION
                CONTINUE
           END-CALL
      *
           MOVE WS-EVENTO TO WS-OBS
           MOVE '^' TO CWLOGW-FUNCTION
           CALL SB-CWLOGW USING PARAMETROS-CWLOGW WS-OBS
             ON EXCEPTION
                CONTINUE
           END-CALL
      *
           MOVE REG-CHARGES TO WS-OBS
           MOVE '^' TO CWLOGW-FUNCTION
           CALL SB-CWLOGW USING PARAMETROS-CWLOGW WS-OBS
             ON EXCEPTION
                CONTINUE
           END-CALL
      *
           MOVE 'W'              TO CWJRNL-FUNCTION
           MOVE 'CHARGES'        TO CWJRNL-ARQUIVO
           MOVE CHG-NOSSO-NUMERO TO CWJRNL-CHAVE
           MOVE 80               TO CWJRNL-TAMANHO
           MOVE SPACES           TO CWJRNL-REGISTRO
           MOVE REG-CHARGES      TO CWJRNL-REGISTRO(1:80)
           CALL SB-CWJRNL USING PARAMETROS-CWJRNL
             ON EXCEPTION
                CONTINUE
           END-CALL.
      *
       RT-LOGAX.                                   EXIT.
      *----------------------------------------------------------------*
       RT-FINALIZAR                                SECTION.
      *
           IF  SACADO-ABERTO
               CLOSE SACADO
               MOVE 'N' TO WS-SACADO-ABERTO
           END-IF
           IF  CHARGES-ABERTO
               CLOSE CHARGES
               MOVE 'N' TO WS-CHARGES-ABERTO
           END-IF
           DISPLAY PGMID '999I' TRACOS
           MOVE    WS-EMITIDOS        TO WS-DISPLAY
           DISPLAY PGMID '014I- BOLETOS EMITIDOS.......:' WS-DISPLAY
           MOVE    WS-REIMPRESSOS     TO WS-DISPLAY
           DISPLAY PGMID '015I- BOLETOS REIMPRESSOS....:' WS-DISPLAY
           MOVE    WS-ALTERADOS       TO WS-DISPLAY
           DISPLAY PGMID '018I- BOLETOS ALTERADOS......:' WS-DISPLAY
           MOVE    WS-CANCELADOS      TO WS-DISPLAY
           DISPLAY PGMID '019I- BOLETOS CANCELADOS.....:' WS-DISPLAY
           DISPLAY PGMID '999I' TRACOS.
      *
       RT-FINALIZARX.                              EXIT.
      ******************************************************************
      *                      FIM  DO  PROGRAMA                         *
      ******************************************************************
