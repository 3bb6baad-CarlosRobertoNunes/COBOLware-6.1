      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CHEQUE.
       AUTHOR.        Traduzido de Easytrieve (macro esy.kex v.0.10).
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      * Emissao de cheques (rescisoes, pensao         *
                      * alimenticia a beneficiario sem conta, reembol-*
                      * sos a fornecedores): o operador informa o     *
                      * favorecido, o valor, a origem e a referencia; *
                      * o numero segue o talao (o registro de         *
                      * controle do CHEQREG sugere o seguinte ao      *
                      * ultimo emitido).                              *
                      *                                               *
                      * O valor por extenso vem do CWEXT3 e o cheque  *
                      * e montado no layout CHEQUE.lay (CHEQUE-LAYOUT *
                      * troca o arquivo; sem ele vale o padrao        *
                      * interno) e vai a impressora de cheques        *
                      * CHEQUE-IMPRESSORA (padrao CHEQIMP). Cidade da *
                      * emissao em CHEQUE-CIDADE.                     *
                      *                                               *
                      * O CHEQREG guarda numero, favorecido, valor e  *
                      * situacao (E emitido, A anulado). [A]NULAR     *
                      * pede o motivo; [R]EEMITIR anula o cheque (se  *
                      * ainda emitido) e emite outro com os mesmos    *
                      * dados, amarrando os dois numeros. Motivo,     *
                      * anulacao e reemissao vao ao CWLOGF (CWLOGW).  *
                      * [L]ISTA DO DIA manda ao spool (CWSPLF) os     *
                      * cheques emitidos e anulados na data para a    *
                      * tesouraria; com CHEQUE-LISTA=S o programa so  *
                      * emite a lista do dia, sem dialogo.            *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT CHEQREG ASSIGN TO CHEQREG
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS CHQ-NUMERO
                  FILE STATUS   IS FL-STA-CHEQREG.
      *
           SELECT CHEQLAY ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FL-STA-CHEQLAY.
      *
           SELECT CHEQIMP ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FL-STA-CHEQIMP.
      *
           SELECT CHEQREL ASSIGN TO CHEQREL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *----------------------------------------------------------------*
      *  REGISTRO DE CHEQUES; O NUMERO ZERO E O CONTROLE DO TALAO       *
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
              88 CHQ-ORIGEM-VALIDA                      VALUE 'R' 'P'
                                                              'F' 'O'.
           03 CHQ-REFERENCIA                 PIC  X(020).
           03 CHQ-DATA-EMISSAO               PIC  9(008).
           03 CHQ-OPERADOR                   PIC  X(030).
           03 CHQ-DATA-ANULACAO              PIC  9(008).
           03 CHQ-OPERADOR-ANULACAO          PIC  X(030).
           03 CHQ-MOTIVO                     PIC  X(050).
           03 CHQ-SUBSTITUTO                 PIC  9(006).
           03 CHQ-SUBSTITUIDO                PIC  9(006).
           03 FILLER                         PIC  X(014).
      *
       01  REG-CHEQREG-CTL REDEFINES REG-CHEQREG.
           03 CHQ-CTL-CHAVE                  PIC  9(006).
           03 CHQ-ULTIMO-NUMERO              PIC  9(006).
           03 CHQ-CTL-DATA                   PIC  9(008).
           03 FILLER                         PIC  X(230).
      *
      *----------------------------------------------------------------*
      *  LAYOUT DO CHEQUE: CAMPO;LINHA;COLUNA;TAMANHO                   *
      *----------------------------------------------------------------*
       FD  CHEQLAY
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-CHEQLAY.
      *
       01  REG-CHEQLAY                       PIC  X(080).
      *
      *----------------------------------------------------------------*
      *  IMPRESSORA DE CHEQUES                                          *
      *----------------------------------------------------------------*
       FD  CHEQIMP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-CHEQIMP.
      *
       01  REG-CHEQIMP                       PIC  X(100).
      *
       FD  CHEQREL
           LABEL RECORD IS OMITTED.
      *
       01  REG-CHEQREL                       PIC  X(132).
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
       77  SB-CWEXT3                     PIC  X(08)  VALUE 'CWEXT3'.
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
              '#CHEQUE.'.
           03 FL-STA-CHEQREG                 PIC  X(002)    VALUE
              ZEROS.
              88 FL-CHEQREG-OK                              VALUE '00'.
              88 FL-CHEQREG-EOF                             VALUE '10'.
              88 FL-CHEQREG-NOVO                            VALUE '35'.
           03 FL-STA-CHEQLAY                 PIC  X(002)    VALUE
              ZEROS.
              88 FL-CHEQLAY-OK                              VALUE '00'.
              88 FL-CHEQLAY-EOF                             VALUE '10'.
           03 FL-STA-CHEQIMP                 PIC  X(002)    VALUE
              ZEROS.
              88 FL-CHEQIMP-OK                              VALUE '00'.
           03 LB-CHEQLAY                     PIC  X(255)    VALUE
              SPACES.
           03 LB-CHEQIMP                     PIC  X(255)    VALUE
              SPACES.
           03 WS-OPCAO                       PIC  X(001)    VALUE
              SPACE.
              88 OPCAO-FIM                                  VALUE 'F'.
           03 WS-RESPOSTA                    PIC  X(060)    VALUE
              SPACES.
           03 WS-CRITICA-OK                  PIC  X(001)    VALUE 'S'.
              88 CRITICA-OK                                 VALUE 'S'.
           03 WS-CHEQREG-ABERTO              PIC  X(001)    VALUE 'N'.
              88 CHEQREG-ABERTO                             VALUE 'S'.
           03 WS-SO-LISTA                    PIC  X(001)    VALUE 'N'.
              88 SO-LISTA                                   VALUE 'S'.
           03 WS-OPERADOR                    PIC  X(030)    VALUE
              SPACES.
           03 WS-TASK                        PIC  9(006)    VALUE
              ZEROS.
           03 WS-PROGRAMA                    PIC  X(008)    VALUE
              'CHEQUE'.
           03 WS-DATA-HOJE                   PIC  9(008)    VALUE
              ZEROS.
           03 WS-DATA-LISTA                  PIC  9(008)    VALUE
              ZEROS.
           03 WS-DATA-INFORMADA              PIC  9(008)    VALUE
              ZEROS.
           03 WS-ANO                         PIC  9(004)    VALUE
              ZEROS.
           03 WS-DIAS-MES                    PIC  9(002)    VALUE
              ZEROS.
           03 WS-CIDADE                      PIC  X(030)    VALUE
              SPACES.
           03 WS-EVENTO                      PIC  X(030)    VALUE
              SPACES.
           03 WS-NUMERO                      PIC  9(006)    VALUE
              ZEROS.
           03 WS-NUMERO-ORIGINAL             PIC  9(006)    VALUE
              ZEROS.
           03 WS-SUGERIDO                    PIC  9(006)    VALUE
              ZEROS.
           03 WS-VALOR                       PIC  9(008)V99 VALUE
              ZEROS.
           03 WS-VALOR-DIGITOS REDEFINES WS-VALOR
                                             PIC  9(010).
           03 WS-FAVORECIDO                  PIC  X(060)    VALUE
              SPACES.
           03 WS-ORIGEM                      PIC  X(001)    VALUE
              SPACE.
           03 WS-REFERENCIA                  PIC  X(020)    VALUE
              SPACES.
           03 WS-MOTIVO                      PIC  X(050)    VALUE
              SPACES.
           03 WS-DISPLAY                     PIC  ZZZ.ZZ9.
           03 WS-ED-VALOR                    PIC  ZZ.ZZZ.ZZ9,99.
           03 WS-ED-ASTER                    PIC  **.***.**9,99.
           03 WS-ED-NUMERO                   PIC  9(006).
           03 WS-EMITIDOS             COMP-3 PIC  9(006)    VALUE
              ZEROS.
           03 WS-ANULADOS             COMP-3 PIC  9(006)    VALUE
              ZEROS.
           03 WS-REEMITIDOS           COMP-3 PIC  9(006)    VALUE
              ZEROS.
           03 WS-LISTAS               COMP-3 PIC  9(006)    VALUE
              ZEROS.
      *
      *----------------------------------------------------------------*
      *  CAMPOS DO LAYOUT: LINHA, COLUNA E TAMANHO; LINHAS = ALTURA DO  *
      *  FORMULARIO. PADRAO DO CHEQUE COMUM (CARACTERES DE 1/10 POL)    *
      *----------------------------------------------------------------*
       01  WS-LAYOUT.
           03 WS-LAY-PADRAO.
              05 FILLER                      PIC  X(020)    VALUE
                 'VALOR     001060018'.
              05 FILLER                      PIC  X(020)    VALUE
                 'EXTENSO-1 003014064'.
              05 FILLER                      PIC  X(020)    VALUE
                 'EXTENSO-2 005002076'.
              05 FILLER                      PIC  X(020)    VALUE
                 'FAVORECIDO007004060'.
              05 FILLER                      PIC  X(020)    VALUE
                 'LOCAL     009030014'.
              05 FILLER                      PIC  X(020)    VALUE
                 'DIA       009046002'.
              05 FILLER                      PIC  X(020)    VALUE
                 'MES       009052009'.
              05 FILLER                      PIC  X(020)    VALUE
                 'ANO       009066004'.
              05 FILLER                      PIC  X(020)    VALUE
                 'NUMERO    000000000'.
              05 FILLER                      PIC  X(020)    VALUE
                 'LINHAS    012000000'.
           03 FILLER REDEFINES WS-LAY-PADRAO.
              05 WS-LAY-CAMPO OCCURS 10 TIMES INDEXED BY INDLAY.
                 07 WS-LAY-NOME              PIC  X(010).
                 07 WS-LAY-LINHA             PIC  9(003).
                 07 WS-LAY-COLUNA            PIC  9(003).
                 07 WS-LAY-TAMANHO           PIC  9(003).
                 07 FILLER                   PIC  X(001).
           03 WS-LAY-ENTRADA.
              05 WS-LAY-ENT-NOME             PIC  X(010).
              05 WS-LAY-ENT-LINHA            PIC  X(003).
              05 WS-LAY-ENT-COLUNA           PIC  X(003).
              05 WS-LAY-ENT-TAMANHO          PIC  X(003).
           03 WS-LAY-LIDOS            COMP   PIC  9(004)    VALUE
              ZEROS.
           03 WS-LAY-ERROS            COMP   PIC  9(004)    VALUE
              ZEROS.
           03 WS-IX                   COMP   PIC  9(004)    VALUE
              ZEROS.
           03 WS-LIN                  COMP   PIC  9(004)    VALUE
              ZEROS.
           03 WS-COL                  COMP   PIC  9(004)    VALUE
              ZEROS.
           03 WS-TAM                  COMP   PIC  9(004)    VALUE
              ZEROS.
           03 WS-ALTURA               COMP   PIC  9(004)    VALUE
              ZEROS.
           03 WS-CAMPO                       PIC  X(100)    VALUE
              SPACES.
           03 WS-NOME-CAMPO                  PIC  X(010)    VALUE
              SPACES.
      *
      *----------------------------------------------------------------*
      *  FOLHA DO CHEQUE (ATE 30 LINHAS DE 100 COLUNAS)                 *
      *----------------------------------------------------------------*
       01  WS-FOLHA.
           03 WS-FOLHA-LINHA OCCURS 30       PIC  X(100).
      *
       01  WS-MESES-STR.
           03 FILLER                         PIC  X(009)    VALUE
              'JANEIRO  '.
           03 FILLER                         PIC  X(009)    VALUE
              'FEVEREIRO'.
           03 FILLER                         PIC  X(009)    VALUE
              'MARCO    '.
           03 FILLER                         PIC  X(009)    VALUE
              'ABRIL    '.
           03 FILLER                         PIC  X(009)    VALUE
              'MAIO     '.
           03 FILLER                         PIC  X(009)    VALUE
              'JUNHO    '.
           03 FILLER                         PIC  X(009)    VALUE
              'JULHO    '.
           03 FILLER                         PIC  X(009)    VALUE
              'AGOSTO   '.
           03 FILLER                         PIC  X(009)    VALUE
              'SETEMBRO '.
           03 FILLER                         PIC  X(009)    VALUE
              'OUTUBRO  '.
           03 FILLER                         PIC  X(009)    VALUE
              'NOVEMBRO '.
           03 FILLER                         PIC  X(009)    VALUE
              'DEZEMBRO '.
       01  REDEFINES WS-MESES-STR.
           03 WS-MES-NOME OCCURS 12          PIC  X(009).
      *
       01  WS-DIAS-POR-MES-STR               PIC  X(024)    VALUE
           '312831303130313130313031'.
       01  REDEFINES WS-DIAS-POR-MES-STR.
           03 WS-DIAS-POR-MES OCCURS 12      PIC  9(002).
      *
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
      *----------------------------------------------------------------*
      *  LINHAS DA LISTA DO DIA                                         *
      *----------------------------------------------------------------*
       01  WS-TOTAIS-LISTA.
           03 WS-LST-EMITIDOS         COMP-3 PIC S9(007)    VALUE ZEROS.
           03 WS-LST-VALOR-EMITIDOS   COMP-3 PIC S9(011)V99 VALUE ZEROS.
           03 WS-LST-ANULADOS         COMP-3 PIC S9(007)    VALUE ZEROS.
           03 WS-LST-VALOR-ANULADOS   COMP-3 PIC S9(011)V99 VALUE ZEROS.
      *
       01  WS-CABECALHO.
           03 FILLER                         PIC  X(037)    VALUE
              'CHEQUES EMITIDOS E ANULADOS NO DIA '.
           03 CAB-DATA                       PIC  X(010).
           03 FILLER                         PIC  X(011)    VALUE
              ' - CIDADE: '.
           03 CAB-CIDADE                     PIC  X(030).
           03 FILLER                         PIC  X(044)    VALUE
              SPACES.
      *
       01  WS-TITULOS.
           03 FILLER                         PIC  X(050)    VALUE
              'NUMERO  S  FAVORECIDO                             '.
           03 FILLER                         PIC  X(050)    VALUE
              '        O  REFERENCIA                   VALOR  OBS'.
           03 FILLER                         PIC  X(032)    VALUE
              'ERVACAO'.
      *
       01  WS-DETALHE.
           03 DET-NUMERO                     PIC  9(006).
           03 FILLER                         PIC  X(002)    VALUE
              SPACES.
           03 DET-SITUACAO                   PIC  X(001).
           03 FILLER                         PIC  X(002)    VALUE
              SPACES.
           03 DET-FAVORECIDO                 PIC  X(045).
           03 FILLER                         PIC  X(002)    VALUE
              SPACES.
           03 DET-ORIGEM                     PIC  X(001).
           03 FILLER                         PIC  X(003)    VALUE
              SPACES.
           03 DET-REFERENCIA                 PIC  X(020).
           03 FILLER                         PIC  X(001)    VALUE
              SPACE.
           03 DET-VALOR                      PIC  ZZ.ZZZ.ZZ9,99.
           03 FILLER                         PIC  X(002)    VALUE
              SPACES.
           03 DET-OBS                        PIC  X(034).
      *
       01  WS-TOTAL-LINHA.
           03 TOT-ROTULO                     PIC  X(040).
           03 TOT-QTDE                       PIC  ZZZ.ZZ9.
           03 FILLER                         PIC  X(037)    VALUE
              SPACES.
           03 TOT-VALOR                      PIC  Z.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                         PIC  X(032)    VALUE
              SPACES.
      *
      *----------------------------------------------------------------*
      *  VALOR POR EXTENSO EM ATE TRES LINHAS (CWEXT3): 'M' = COM A     *
      *  MOEDA, LINHAS COMPLETADAS COM O ENCHEDOR                       *
      *----------------------------------------------------------------*
       01  PARAMETROS-CWEXT3.
           03 CWEXT3-VALOR            COMP-3 PIC S9(012)V99 VALUE ZEROS.
           03 CWEXT3-OPCAO                   PIC  X(001)    VALUE 'M'.
           03 CWEXT3-ENCHEDOR                PIC  X(001)    VALUE '*'.
           03 CWEXT3-LINHA-1                 PIC  X(099)    VALUE
              SPACES.
           03 CWEXT3-TAM-1                   PIC  9(002)    VALUE
              ZEROS.
           03 CWEXT3-LINHA-2                 PIC  X(099)    VALUE
              SPACES.
           03 CWEXT3-TAM-2                   PIC  9(002)    VALUE
              ZEROS.
           03 CWEXT3-LINHA-3                 PIC  X(099)    VALUE
              SPACES.
           03 CWEXT3-TAM-3                   PIC  9(002)    VALUE
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
           IF  SO-LISTA
               MOVE WS-DATA-HOJE TO WS-DATA-LISTA
               PERFORM RT-LISTAR
               SET OPCAO-FIM TO TRUE
           END-IF
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
      *  AMBIENTE, LAYOUT DO CHEQUE E ABERTURA DO CHEQREG               *
      *----------------------------------------------------------------*
       RT-INICIAR                                  SECTION.
      *
           CALL SB-CWGETU USING WS-OPERADOR WS-TASK WS-PROGRAMA '?'
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
      *
           DISPLAY 'CHEQUE-CIDADE'     UPON ENVIRONMENT-NAME
           ACCEPT  WS-CIDADE           FROM ENVIRONMENT-VALUE
           DISPLAY 'CHEQUE-IMPRESSORA' UPON ENVIRONMENT-NAME
           ACCEPT  LB-CHEQIMP          FROM ENVIRONMENT-VALUE
           IF  LB-CHEQIMP EQUAL SPACES
               MOVE 'CHEQIMP' TO LB-CHEQIMP
           END-IF
           DISPLAY 'CHEQUE-LAYOUT'     UPON ENVIRONMENT-NAME
           ACCEPT  LB-CHEQLAY          FROM ENVIRONMENT-VALUE
           IF  LB-CHEQLAY EQUAL SPACES
               MOVE 'CHEQUE.lay' TO LB-CHEQLAY
           END-IF
           DISPLAY 'CHEQUE-LISTA'      UPON ENVIRONMENT-NAME
           ACCEPT  WS-SO-LISTA         FROM ENVIRONMENT-VALUE
           INSPECT WS-SO-LISTA CONVERTING 's' TO 'S'
      *
           PERFORM RT-CARREGAR-LAYOUT
      *
           OPEN I-O CHEQREG
           IF  FL-CHEQREG-NOVO
               OPEN OUTPUT CHEQREG
               CLOSE CHEQREG
               OPEN I-O CHEQREG
           END-IF
           IF  NOT FL-CHEQREG-OK
               DISPLAY PGMID '001I- CHEQREG COM ERRO ' FL-STA-CHEQREG
               SET OPCAO-FIM TO TRUE
               MOVE 'N' TO WS-SO-LISTA
               EXIT SECTION
           END-IF
           SET CHEQREG-ABERTO TO TRUE.
      *
       RT-INICIARX.                                EXIT.
      *----------------------------------------------------------------*
      *  LE O CHEQUE.lay POR CIMA DO PADRAO; LINHA INVALIDA E CAMPO     *
      *  DESCONHECIDO SAO AVISADOS E IGNORADOS                          *
      *----------------------------------------------------------------*
       RT-CARREGAR-LAYOUT                          SECTION.
      *
           OPEN INPUT CHEQLAY
           IF  NOT FL-CHEQLAY-OK
               DISPLAY PGMID '002I- LAYOUT ' LB-CHEQLAY(1:30)
                       ' AUSENTE - USADO O PADRAO'
               EXIT SECTION
           END-IF
           PERFORM UNTIL FL-CHEQLAY-EOF
               READ CHEQLAY
                 AT END
                    SET FL-CHEQLAY-EOF TO TRUE
                 NOT AT END
                    IF  REG-CHEQLAY(1:1) NOT EQUAL '*'
                    AND REG-CHEQLAY NOT EQUAL SPACES
                        PERFORM RT-LINHA-LAYOUT
                    END-IF
               END-READ
           END-PERFORM
           CLOSE CHEQLAY
           DISPLAY PGMID '002I- LAYOUT ' LB-CHEQLAY(1:30) ': '
                   WS-LAY-LIDOS ' CAMPO(S), ' WS-LAY-ERROS
                   ' IGNORADO(S)'.
      *
       RT-CARREGAR-LAYOUTX.                        EXIT.
      *----------------------------------------------------------------*
       RT-LINHA-LAYOUT                             SECTION.
      *
           MOVE SPACES TO WS-LAY-ENTRADA
           UNSTRING REG-CHEQLAY DELIMITED BY ';'
               INTO WS-LAY-ENT-NOME    WS-LAY-ENT-LINHA
                    WS-LAY-ENT-COLUNA  WS-LAY-ENT-TAMANHO
           END-UNSTRING
           IF  WS-LAY-ENT-LINHA   IS NOT NUMERIC
           OR  WS-LAY-ENT-COLUNA  IS NOT NUMERIC
           OR  WS-LAY-ENT-TAMANHO IS NOT NUMERIC
               DISPLAY PGMID '002I- LAYOUT: LINHA INVALIDA '
                       REG-CHEQLAY(1:40)
               ADD 1 TO WS-LAY-ERROS
               EXIT SECTION
           END-IF
           SET INDLAY TO 1
           SEARCH WS-LAY-CAMPO
               AT END
                   DISPLAY PGMID '002I- LAYOUT: CAMPO DESCONHECIDO '
                           WS-LAY-ENT-NOME
                   ADD 1 TO WS-LAY-ERROS
               WHEN WS-LAY-NOME (INDLAY) EQUAL WS-LAY-ENT-NOME
                   MOVE WS-LAY-ENT-LINHA   TO WS-LAY-LINHA   (INDLAY)
                   MOVE WS-LAY-ENT-COLUNA  TO WS-LAY-COLUNA  (INDLAY)
                   MOVE WS-LAY-ENT-TAMANHO TO WS-LAY-TAMANHO (INDLAY)
                   ADD 1 TO WS-LAY-LIDOS
           END-SEARCH.
      *
       RT-LINHA-LAYOUTX.                           EXIT.
      *----------------------------------------------------------------*
      *                    MENU DOS CHEQUES                            *
      *----------------------------------------------------------------*
       RT-DIALOGO                                  SECTION.
      *
           DISPLAY ' '
           DISPLAY 'CHEQUE - EMISSAO E REGISTRO DE CHEQUES'
           DISPLAY '[E]MITIR [A]NULAR [R]EEMITIR [L]ISTA DO DIA [F]IM'
           DISPLAY 'OPCAO: ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           MOVE WS-RESPOSTA(1:1) TO WS-OPCAO
           INSPECT WS-OPCAO CONVERTING 'earlf' TO 'EARLF'
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
               WHEN 'A' PERFORM RT-ANULAR
               WHEN 'R' PERFORM RT-REEMITIR
               WHEN 'L' PERFORM RT-PEDE-LISTA
               WHEN 'F' CONTINUE
               WHEN OTHER
                    DISPLAY PGMID '003I- OPCAO INVALIDA'
           END-EVALUATE.
      *
       RT-DIALOGOX.                                EXIT.
      *----------------------------------------------------------------*
      *  NOVO CHEQUE: FAVORECIDO, VALOR, ORIGEM E REFERENCIA            *
      *----------------------------------------------------------------*
       RT-EMITIR                                   SECTION.
      *
           DISPLAY 'FAVORECIDO: ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA EQUAL SPACES
               DISPLAY PGMID '004I- FAVORECIDO E OBRIGATORIO'
               EXIT SECTION
           END-IF
           MOVE WS-RESPOSTA TO WS-FAVORECIDO
           INSPECT WS-FAVORECIDO CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
      *
           DISPLAY 'VALOR (10 DIGITOS COM CENTAVOS): '
                   WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA(1:10) IS NOT NUMERIC
               DISPLAY PGMID '004I- VALOR DEVE TER 10 DIGITOS'
               EXIT SECTION
           END-IF
           MOVE WS-RESPOSTA(1:10) TO WS-VALOR-DIGITOS
           IF  WS-VALOR EQUAL ZEROS
               DISPLAY PGMID '004I- VALOR E OBRIGATORIO'
               EXIT SECTION
           END-IF
      *
           DISPLAY 'ORIGEM ([R]ESCISAO [P]ENSAO [F]ORNECEDOR '
                   '[O]UTROS): ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           MOVE WS-RESPOSTA(1:1) TO WS-ORIGEM
           INSPECT WS-ORIGEM CONVERTING 'rpfo' TO 'RPFO'
           IF  WS-ORIGEM NOT EQUAL 'R' AND 'P' AND 'F' AND 'O'
               DISPLAY PGMID '004I- ORIGEM INVALIDA'
               EXIT SECTION
           END-IF
           DISPLAY 'REFERENCIA (MATRICULA, PROCESSO, NOTA): '
                   WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           MOVE WS-RESPOSTA TO WS-REFERENCIA
      *
           MOVE ZEROS TO WS-NUMERO-ORIGINAL
           PERFORM RT-GRAVAR-CHEQUE.
      *
       RT-EMITIRX.                                 EXIT.
      *----------------------------------------------------------------*
      *  NUMERO DO TALAO, CONFIRMACAO, REGISTRO E IMPRESSAO DO CHEQUE   *
      *  EM WS-FAVORECIDO/WS-VALOR/WS-ORIGEM/WS-REFERENCIA              *
      *  (WS-NUMERO-ORIGINAL = CHEQUE SUBSTITUIDO NA REEMISSAO)         *
      *----------------------------------------------------------------*
       RT-GRAVAR-CHEQUE                            SECTION.
      *
           MOVE ZEROS TO CHQ-CTL-CHAVE
           READ CHEQREG
               INVALID KEY
                   MOVE ZEROS TO CHQ-ULTIMO-NUMERO
           END-READ
           COMPUTE WS-SUGERIDO = CHQ-ULTIMO-NUMERO + 1
           DISPLAY 'NUMERO DO CHEQUE (6 DIGITOS, BRANCO = '
                   WS-SUGERIDO '): ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA EQUAL SPACES
               MOVE WS-SUGERIDO TO WS-NUMERO
           ELSE
               IF  WS-RESPOSTA(1:6) IS NOT NUMERIC
               OR  WS-RESPOSTA(1:6) EQUAL '000000'
                   DISPLAY PGMID '005I- NUMERO DEVE TER 6 DIGITOS'
                   EXIT SECTION
               END-IF
               MOVE WS-RESPOSTA(1:6) TO WS-NUMERO
           END-IF
           MOVE WS-NUMERO TO CHQ-NUMERO
           READ CHEQREG
               NOT INVALID KEY
                   DISPLAY PGMID '005I- CHEQUE ' WS-NUMERO
                           ' JA REGISTRADO (' CHQ-SITUACAO ')'
                   EXIT SECTION
           END-READ
      *
           MOVE WS-VALOR TO WS-ED-VALOR
           DISPLAY '   CHEQUE ' WS-NUMERO ' ' WS-ED-VALOR ' A '
                   WS-FAVORECIDO(1:40)
           DISPLAY 'CONFIRMA A EMISSAO (S/N)? ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA(1:1) NOT EQUAL 'S' AND 's'
               EXIT SECTION
           END-IF
      *
           MOVE SPACES             TO REG-CHEQREG
           MOVE WS-NUMERO          TO CHQ-NUMERO
           MOVE WS-FAVORECIDO      TO CHQ-FAVORECIDO
           MOVE WS-VALOR           TO CHQ-VALOR
           SET  CHQ-EMITIDO        TO TRUE
           MOVE WS-ORIGEM          TO CHQ-ORIGEM
           MOVE WS-REFERENCIA      TO CHQ-REFERENCIA
           MOVE WS-DATA-HOJE       TO CHQ-DATA-EMISSAO
           MOVE WS-OPERADOR        TO CHQ-OPERADOR
           MOVE ZEROS              TO CHQ-DATA-ANULACAO CHQ-SUBSTITUTO
           MOVE WS-NUMERO-ORIGINAL TO CHQ-SUBSTITUIDO
           WRITE REG-CHEQREG
               INVALID KEY
                   DISPLAY PGMID '005I- ERRO ' FL-STA-CHEQREG
                           ' NA GRAVACAO DO CHEQUE ' WS-NUMERO
                   EXIT SECTION
           END-WRITE
           IF  WS-NUMERO-ORIGINAL EQUAL ZEROS
               MOVE 'EMISSAO DE CHEQUE' TO WS-EVENTO
           ELSE
               MOVE 'REEMISSAO DE CHEQUE' TO WS-EVENTO
           END-IF
           PERFORM RT-LOGA
           ADD 1 TO WS-EMITIDOS
           PERFORM RT-IMPRIMIR
      *
      *    O CONTROLE SO AVANCA: UM NUMERO FORA DE ORDEM NAO O RECUA
           MOVE ZEROS TO CHQ-CTL-CHAVE
           READ CHEQREG
               INVALID KEY
                   MOVE SPACES    TO REG-CHEQREG
                   MOVE ZEROS     TO CHQ-CTL-CHAVE
                   MOVE WS-NUMERO TO CHQ-ULTIMO-NUMERO
                   MOVE WS-DATA-HOJE TO CHQ-CTL-DATA
                   WRITE REG-CHEQREG
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   IF  WS-NUMERO GREATER CHQ-ULTIMO-NUMERO
                       MOVE WS-NUMERO    TO CHQ-ULTIMO-NUMERO
                       MOVE WS-DATA-HOJE TO CHQ-CTL-DATA
                       REWRITE REG-CHEQREG
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                   END-IF
           END-READ
           DISPLAY PGMID '005I- CHEQUE ' WS-NUMERO ' EMITIDO'.
      *
       RT-GRAVAR-CHEQUEX.                          EXIT.
      *----------------------------------------------------------------*
      *  PEDE O NUMERO E LE O CHEQUE EMITIDO (CRITICA-OK = S/N)         *
      *----------------------------------------------------------------*
       RT-PEDE-CHEQUE                              SECTION.
      *
           MOVE 'N' TO WS-CRITICA-OK
           DISPLAY 'NUMERO DO CHEQUE (6 DIGITOS): ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA(1:6) IS NOT NUMERIC
           OR  WS-RESPOSTA(1:6) EQUAL '000000'
               DISPLAY PGMID '006I- NUMERO DEVE TER 6 DIGITOS'
               EXIT SECTION
           END-IF
           MOVE WS-RESPOSTA(1:6) TO WS-NUMERO CHQ-NUMERO
           READ CHEQREG
               INVALID KEY
                   DISPLAY PGMID '006I- CHEQUE NAO REGISTRADO'
                   EXIT SECTION
           END-READ
           MOVE CHQ-VALOR TO WS-ED-VALOR
           MOVE CHQ-DATA-EMISSAO TO WS-DATA-AAAAMMDD
           PERFORM RT-EDITAR-DATA
           DISPLAY '   ' CHQ-NUMERO ' ' WS-DATA-ED ' ' WS-ED-VALOR
                   ' ' CHQ-FAVORECIDO(1:40) ' (' CHQ-SITUACAO ')'
           SET CRITICA-OK TO TRUE.
      *
       RT-PEDE-CHEQUEX.                            EXIT.
      *----------------------------------------------------------------*
      *  MOTIVO DA ANULACAO, OBRIGATORIO (CRITICA-OK = S/N)             *
      *----------------------------------------------------------------*
       RT-PEDE-MOTIVO                              SECTION.
      *
           MOVE 'N' TO WS-CRITICA-OK
           DISPLAY 'MOTIVO: ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA EQUAL SPACES
               DISPLAY PGMID '007I- MOTIVO E OBRIGATORIO'
               EXIT SECTION
           END-IF
           MOVE WS-RESPOSTA TO WS-MOTIVO
           SET CRITICA-OK TO TRUE.
      *
       RT-PEDE-MOTIVOX.                            EXIT.
      *----------------------------------------------------------------*
      *  ANULA UM CHEQUE EMITIDO, COM MOTIVO                            *
      *----------------------------------------------------------------*
       RT-ANULAR                                   SECTION.
      *
           PERFORM RT-PEDE-CHEQUE
           IF  NOT CRITICA-OK
               EXIT SECTION
           END-IF
           IF  NOT CHQ-EMITIDO
               DISPLAY PGMID '007I- CHEQUE JA ANULADO EM '
                       CHQ-DATA-ANULACAO
               EXIT SECTION
           END-IF
           PERFORM RT-PEDE-MOTIVO
           IF  NOT CRITICA-OK
               EXIT SECTION
           END-IF
           DISPLAY 'CONFIRMA A ANULACAO (S/N)? ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA(1:1) NOT EQUAL 'S' AND 's'
               EXIT SECTION
           END-IF
      *
           PERFORM RT-GRAVAR-ANULACAO.
      *
       RT-ANULARX.                                 EXIT.
      *----------------------------------------------------------------*
      *  REGISTRA A ANULACAO DO CHEQUE LIDO (MOTIVO EM WS-MOTIVO)       *
      *----------------------------------------------------------------*
       RT-GRAVAR-ANULACAO                          SECTION.
      *
           SET  CHQ-ANULADO  TO TRUE
           MOVE WS-DATA-HOJE TO CHQ-DATA-ANULACAO
           MOVE WS-OPERADOR  TO CHQ-OPERADOR-ANULACAO
           MOVE WS-MOTIVO    TO CHQ-MOTIVO
           REWRITE REG-CHEQREG
               INVALID KEY
                   DISPLAY PGMID '007I- ERRO ' FL-STA-CHEQREG
                           ' NA REGRAVACAO DO CHEQUE ' CHQ-NUMERO
                   MOVE 'N' TO WS-CRITICA-OK
                   EXIT SECTION
           END-REWRITE
           MOVE 'ANULACAO DE CHEQUE' TO WS-EVENTO
           PERFORM RT-LOGA
           ADD 1 TO WS-ANULADOS
           DISPLAY PGMID '007I- CHEQUE ' CHQ-NUMERO ' ANULADO'.
      *
       RT-GRAVAR-ANULACAOX.                        EXIT.
      *----------------------------------------------------------------*
      *  REEMISSAO: ANULA O ORIGINAL (SE AINDA EMITIDO) E EMITE OUTRO   *
      *  COM OS MESMOS DADOS; OS DOIS FICAM AMARRADOS NO CHEQREG        *
      *----------------------------------------------------------------*
       RT-REEMITIR                                 SECTION.
      *
           PERFORM RT-PEDE-CHEQUE
           IF  NOT CRITICA-OK
               EXIT SECTION
           END-IF
           IF  CHQ-SUBSTITUTO NOT EQUAL ZEROS
               DISPLAY PGMID '008I- CHEQUE JA REEMITIDO NO '
                       CHQ-SUBSTITUTO
               EXIT SECTION
           END-IF
           PERFORM RT-PEDE-MOTIVO
           IF  NOT CRITICA-OK
               EXIT SECTION
           END-IF
      *
           MOVE CHQ-NUMERO     TO WS-NUMERO-ORIGINAL
           MOVE CHQ-FAVORECIDO TO WS-FAVORECIDO
           MOVE CHQ-VALOR      TO WS-VALOR
           MOVE CHQ-ORIGEM     TO WS-ORIGEM
           MOVE CHQ-REFERENCIA TO WS-REFERENCIA
           IF  CHQ-EMITIDO
               PERFORM RT-GRAVAR-ANULACAO
               IF  NOT CRITICA-OK
                   EXIT SECTION
               END-IF
           END-IF
      *
           MOVE ZEROS TO WS-NUMERO
           PERFORM RT-GRAVAR-CHEQUE
           IF  WS-NUMERO EQUAL ZEROS
               EXIT SECTION
           END-IF
           MOVE WS-NUMERO TO CHQ-NUMERO
           READ CHEQREG
               INVALID KEY
                   DISPLAY PGMID '008I- CHEQUE ' WS-NUMERO-ORIGINAL
                           ' ANULADO SEM SUBSTITUTO'
                   EXIT SECTION
           END-READ
           IF  CHQ-SUBSTITUIDO NOT EQUAL WS-NUMERO-ORIGINAL
               DISPLAY PGMID '008I- CHEQUE ' WS-NUMERO-ORIGINAL
                       ' ANULADO SEM SUBSTITUTO'
               EXIT SECTION
           END-IF
      *
           MOVE WS-NUMERO-ORIGINAL TO CHQ-NUMERO
           READ CHEQREG
               INVALID KEY
                   EXIT SECTION
           END-READ
           MOVE WS-NUMERO TO CHQ-SUBSTITUTO
           REWRITE REG-CHEQREG
               INVALID KEY
                   DISPLAY PGMID '008I- ERRO ' FL-STA-CHEQREG
                           ' AO AMARRAR ' WS-NUMERO-ORIGINAL ' A '
                           WS-NUMERO
                   EXIT SECTION
           END-REWRITE
           MOVE 'CHEQUE SUBSTITUIDO' TO WS-EVENTO
           PERFORM RT-LOGA
           ADD 1 TO WS-REEMITIDOS
           DISPLAY PGMID '008I- CHEQUE ' WS-NUMERO-ORIGINAL
                   ' SUBSTITUIDO PELO ' WS-NUMERO.
      *
       RT-REEMITIRX.                               EXIT.
      *----------------------------------------------------------------*
      *  MONTA A FOLHA NO LAYOUT E MANDA A IMPRESSORA DE CHEQUES        *
      *----------------------------------------------------------------*
       RT-IMPRIMIR                                 SECTION.
      *
           MOVE SPACES TO WS-FOLHA
           MOVE 'LINHAS' TO WS-NOME-CAMPO
           PERFORM RT-POSICAO-CAMPO
           MOVE WS-LIN TO WS-ALTURA
           IF  WS-ALTURA EQUAL ZEROS OR WS-ALTURA GREATER 30
               MOVE 12 TO WS-ALTURA
           END-IF
      *
           MOVE CHQ-VALOR TO WS-ED-ASTER
           MOVE SPACES TO WS-CAMPO
           STRING '#' WS-ED-ASTER '#'
                  DELIMITED BY SIZE INTO WS-CAMPO
           MOVE 'VALOR' TO WS-NOME-CAMPO
           PERFORM RT-COLOCAR-CAMPO
      *
      *    EXTENSO NAS DUAS LINHAS DO LAYOUT, COMPLETADAS COM '*'
           MOVE 'EXTENSO-1' TO WS-NOME-CAMPO
           PERFORM RT-POSICAO-CAMPO
           IF  WS-TAM GREATER 99 OR WS-TAM EQUAL ZEROS
               MOVE 64 TO WS-TAM
           END-IF
           MOVE WS-TAM TO CWEXT3-TAM-1
           MOVE 'EXTENSO-2' TO WS-NOME-CAMPO
           PERFORM RT-POSICAO-CAMPO
           IF  WS-TAM GREATER 99 OR WS-TAM EQUAL ZEROS
               MOVE 76 TO WS-TAM
           END-IF
           MOVE WS-TAM TO CWEXT3-TAM-2
           MOVE ZEROS  TO CWEXT3-TAM-3
           MOVE CHQ-VALOR TO CWEXT3-VALOR
           MOVE SPACES    TO CWEXT3-LINHA-1 CWEXT3-LINHA-2
                             CWEXT3-LINHA-3
           CALL SB-CWEXT3 USING PARAMETROS-CWEXT3
             ON EXCEPTION
                DISPLAY PGMID '009I- CWEXT3 INDISPONIVEL - CHEQUE '
                        CHQ-NUMERO ' SEM EXTENSO'
           END-CALL
           MOVE CWEXT3-LINHA-1 TO WS-CAMPO
           MOVE 'EXTENSO-1'    TO WS-NOME-CAMPO
           PERFORM RT-COLOCAR-CAMPO
           MOVE CWEXT3-LINHA-2 TO WS-CAMPO
           MOVE 'EXTENSO-2'    TO WS-NOME-CAMPO
           PERFORM RT-COLOCAR-CAMPO
      *
           MOVE CHQ-FAVORECIDO TO WS-CAMPO
           MOVE 'FAVORECIDO'   TO WS-NOME-CAMPO
           PERFORM RT-COLOCAR-CAMPO
           MOVE WS-CIDADE      TO WS-CAMPO
           MOVE 'LOCAL'        TO WS-NOME-CAMPO
           PERFORM RT-COLOCAR-CAMPO
           MOVE CHQ-DATA-EMISSAO TO WS-DATA-AAAAMMDD
           MOVE WS-DATA-DD     TO WS-CAMPO
           MOVE 'DIA'          TO WS-NOME-CAMPO
           PERFORM RT-COLOCAR-CAMPO
           MOVE WS-MES-NOME (WS-DATA-MM) TO WS-CAMPO
           MOVE 'MES'          TO WS-NOME-CAMPO
           PERFORM RT-COLOCAR-CAMPO
           MOVE WS-DATA-AAAA   TO WS-CAMPO
           MOVE 'ANO'          TO WS-NOME-CAMPO
           PERFORM RT-COLOCAR-CAMPO
           MOVE CHQ-NUMERO     TO WS-CAMPO
           MOVE 'NUMERO'       TO WS-NOME-CAMPO
           PERFORM RT-COLOCAR-CAMPO
      *
           OPEN OUTPUT CHEQIMP
           IF  NOT FL-CHEQIMP-OK
               DISPLAY PGMID '009I- IMPRESSORA ' LB-CHEQIMP(1:30)
                       ' COM ERRO ' FL-STA-CHEQIMP ' - CHEQUE '
                       CHQ-NUMERO ' REGISTRADO SEM IMPRESSAO'
               EXIT SECTION
           END-IF
           PERFORM VARYING WS-IX FROM 1 BY 1
                     UNTIL WS-IX GREATER WS-ALTURA
               WRITE REG-CHEQIMP FROM WS-FOLHA-LINHA (WS-IX)
           END-PERFORM
           CLOSE CHEQIMP.
      *
       RT-IMPRIMIRX.                               EXIT.
      *----------------------------------------------------------------*
      *  LINHA, COLUNA E TAMANHO DO CAMPO WS-NOME-CAMPO NO LAYOUT       *
      *----------------------------------------------------------------*
       RT-POSICAO-CAMPO                            SECTION.
      *
           MOVE ZEROS TO WS-LIN WS-COL WS-TAM
           SET INDLAY TO 1
           SEARCH WS-LAY-CAMPO
               AT END
                   CONTINUE
               WHEN WS-LAY-NOME (INDLAY) EQUAL WS-NOME-CAMPO
                   MOVE WS-LAY-LINHA   (INDLAY) TO WS-LIN
                   MOVE WS-LAY-COLUNA  (INDLAY) TO WS-COL
                   MOVE WS-LAY-TAMANHO (INDLAY) TO WS-TAM
           END-SEARCH.
      *
       RT-POSICAO-CAMPOX.                          EXIT.
      *----------------------------------------------------------------*
      *  WS-CAMPO NA POSICAO DO CAMPO WS-NOME-CAMPO; LINHA ZERO = CAMPO *
      *  FORA DO LAYOUT; O QUE PASSA DA FOLHA E CORTADO                 *
      *----------------------------------------------------------------*
       RT-COLOCAR-CAMPO                            SECTION.
      *
           PERFORM RT-POSICAO-CAMPO
           IF  WS-LIN EQUAL ZEROS OR WS-LIN GREATER 30
           OR  WS-COL EQUAL ZEROS OR WS-COL GREATER 100
           OR  WS-TAM EQUAL ZEROS
               EXIT SECTION
           END-IF
           IF  WS-COL + WS-TAM GREATER 101
               COMPUTE WS-TAM = 101 - WS-COL
           END-IF
           MOVE WS-CAMPO TO WS-FOLHA-LINHA (WS-LIN) (WS-COL:WS-TAM).
      *
       RT-COLOCAR-CAMPOX.                          EXIT.
      *----------------------------------------------------------------*
      *  DATA DA LISTA (BRANCO = HOJE)                                  *
      *----------------------------------------------------------------*
       RT-PEDE-LISTA                               SECTION.
      *
           DISPLAY 'DATA (MMDDAAAA, BRANCO = HOJE): ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA EQUAL SPACES
               MOVE WS-DATA-HOJE TO WS-DATA-LISTA
           ELSE
               MOVE 'S' TO WS-CRITICA-OK
               PERFORM RT-CRITICA-DATA
               IF  NOT CRITICA-OK
                   EXIT SECTION
               END-IF
               MOVE WS-DATA-INFORMADA TO WS-DATA-LISTA
           END-IF
           PERFORM RT-LISTAR.
      *
       RT-PEDE-LISTAX.                             EXIT.
      *----------------------------------------------------------------*
      *  CHEQUES EMITIDOS OU ANULADOS EM WS-DATA-LISTA, PARA O SPOOL    *
      *----------------------------------------------------------------*
       RT-LISTAR                                   SECTION.
      *
           IF  NOT CHEQREG-ABERTO
               EXIT SECTION
           END-IF
           INITIALIZE WS-TOTAIS-LISTA
           OPEN OUTPUT CHEQREL
           MOVE WS-DATA-LISTA TO WS-DATA-AAAAMMDD
           PERFORM RT-EDITAR-DATA
           MOVE WS-DATA-ED TO CAB-DATA
           MOVE WS-CIDADE  TO CAB-CIDADE
           WRITE REG-CHEQREL FROM WS-CABECALHO
           MOVE SPACES TO REG-CHEQREL
           WRITE REG-CHEQREL
           WRITE REG-CHEQREL FROM WS-TITULOS
      *
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
                    IF  CHQ-DATA-EMISSAO  EQUAL WS-DATA-LISTA
                    OR  CHQ-DATA-ANULACAO EQUAL WS-DATA-LISTA
                        PERFORM RT-LINHA-LISTA
                    END-IF
               END-READ
           END-PERFORM
           MOVE '00' TO FL-STA-CHEQREG
      *
           MOVE SPACES TO REG-CHEQREL
           WRITE REG-CHEQREL
           MOVE 'CHEQUES EMITIDOS NO DIA' TO TOT-ROTULO
           MOVE WS-LST-EMITIDOS       TO TOT-QTDE
           MOVE WS-LST-VALOR-EMITIDOS TO TOT-VALOR
           WRITE REG-CHEQREL FROM WS-TOTAL-LINHA
           MOVE 'CHEQUES ANULADOS NO DIA' TO TOT-ROTULO
           MOVE WS-LST-ANULADOS       TO TOT-QTDE
           MOVE WS-LST-VALOR-ANULADOS TO TOT-VALOR
           WRITE REG-CHEQREL FROM WS-TOTAL-LINHA
           CLOSE CHEQREL
           ADD 1 TO WS-LISTAS
      *
           MOVE 'CHEQREL'  TO CWSPLF-FILE
           MOVE 'CHEQREL'  TO CWSPLF-REPORT
           MOVE SPACES     TO CWSPLF-TITLE
           STRING 'CHEQUES DO DIA ' WS-DATA-ED ' - TESOURARIA'
                  DELIMITED BY SIZE INTO CWSPLF-TITLE
           CALL SB-CWSPLF USING PARAMETROS-CWSPLF
             ON EXCEPTION
                DISPLAY PGMID '010I- CWSPLF INDISPONIVEL - LISTA'
                        ' FICOU EM CHEQREL'
           END-CALL
           DISPLAY PGMID '010I- LISTA DE ' WS-DATA-ED ' NO SPOOL'.
      *
       RT-LISTARX.                                 EXIT.
      *----------------------------------------------------------------*
       RT-LINHA-LISTA                              SECTION.
      *
           MOVE CHQ-NUMERO     TO DET-NUMERO
           MOVE CHQ-SITUACAO   TO DET-SITUACAO
           MOVE CHQ-FAVORECIDO TO DET-FAVORECIDO
           MOVE CHQ-ORIGEM     TO DET-ORIGEM
           MOVE CHQ-REFERENCIA TO DET-REFERENCIA
           MOVE CHQ-VALOR      TO DET-VALOR
           MOVE SPACES         TO DET-OBS
           EVALUATE TRUE
               WHEN CHQ-ANULADO AND CHQ-SUBSTITUTO NOT EQUAL ZEROS
                    STRING 'SUBSTITUIDO PELO ' CHQ-SUBSTITUTO
                           DELIMITED BY SIZE INTO DET-OBS
               WHEN CHQ-ANULADO
                    MOVE CHQ-MOTIVO TO DET-OBS
               WHEN CHQ-SUBSTITUIDO NOT EQUAL ZEROS
                    STRING 'SUBSTITUI O ' CHQ-SUBSTITUIDO
                           DELIMITED BY SIZE INTO DET-OBS
           END-EVALUATE
           WRITE REG-CHEQREL FROM WS-DETALHE
      *
           IF  CHQ-DATA-EMISSAO EQUAL WS-DATA-LISTA
               ADD 1         TO WS-LST-EMITIDOS
               ADD CHQ-VALOR TO WS-LST-VALOR-EMITIDOS
           END-IF
           IF  CHQ-ANULADO
           AND CHQ-DATA-ANULACAO EQUAL WS-DATA-LISTA
               ADD 1         TO WS-LST-ANULADOS
               ADD CHQ-VALOR TO WS-LST-VALOR-ANULADOS
           END-IF.
      *
       RT-LINHA-LISTAX.                            EXIT.
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
               DISPLAY PGMID '011I- DATA INVALIDA'
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
               DISPLAY PGMID '011I- DIA INEXISTENTE NO MES'
               MOVE 'N' TO WS-CRITICA-OK
           END-IF.
      *
       RT-CRITICA-DATAX.                           EXIT.
      *----------------------------------------------------------------*
       RT-EDITAR-DATA                              SECTION.
      *
           MOVE WS-DATA-DD   TO WS-ED-DD
           MOVE WS-DATA-MM   TO WS-ED-MM
           MOVE WS-DATA-AAAA TO WS-ED-AAAA.
      *
       RT-EDITAR-DATAX.                            EXIT.
      *----------------------------------------------------------------*
      *  EMISSAO, ANULACAO OU SUBSTITUICAO (WS-EVENTO) DO CHEQUE NO     *
      *  CWLOGF, COM O MOTIVO, E NO JORNAL DO CHEQREG                   *
      *----------------------------------------------------------------*
       RT-LOGA                                     SECTION.
      *
           MOVE 'I' TO CWLOGW-FUNCTION
           MOVE SPACES TO CWLOGW-TEXT
           STRING 'CHEQREG ' CHQ-NUMERO
                  DELIMITED BY SIZE INTO CWLOGW-TEXT
           CALL SB-CWLOGW USING PARAMETROS-CWLOGW
             ON EXCEPTION
                CONTINUE
           END-CALL
      *
           MOVE SPACES TO WS-OBS
           MOVE CHQ-VALOR TO WS-ED-VALOR
           STRING WS-EVENTO ' ' WS-ED-VALOR ' ' CHQ-FAVORECIDO
                  DELIMITED BY SIZE INTO WS-OBS
           MOVE '^' TO CWLOGW-FUNCTION
           CALL SB-CWLOGW USING PARAMETROS-CWLOGW WS-OBS
             ON EXCEPTION
                CONTINUE
           END-CALL
      *
           IF  CHQ-ANULADO OR CHQ-SUBSTITUIDO NOT EQUAL ZEROS
               MOVE SPACES TO WS-OBS
               STRING 'MOTIVO: ' WS-MOTIVO
                      DELIMITED BY SIZE INTO WS-OBS
               MOVE '^' TO CWLOGW-FUNCTION
               CALL SB-CWLOGW USING PARAMETROS-CWLOGW WS-OBS
                 ON EXCEPTION
                    CONTINUE
               END-CALL
           END-IF
      *
           MOVE 'W'         TO CWJRNL-FUNCTION
           MOVE 'CHEQREG'   TO CWJRNL-ARQUIVO
           MOVE CHQ-NUMERO  TO CWJRNL-CHAVE
           MOVE 250         TO CWJRNL-TAMANHO
           MOVE SPACES      TO CWJRNL-REGISTRO
           MOVE REG-CHEQREG TO CWJRNL-REGISTRO(1:250)
           CALL SB-CWJRNL USING PARAMETROS-CWJRNL
             ON EXCEPTION
                CONTINUE
           END-CALL.
      *
       RT-LOGAX.                                   EXIT.
      *----------------------------------------------------------------*
       RT-FINALIZAR                                SECTION.
      *
           IF  CHEQREG-ABERTO
               CLOSE CHEQREG
               MOVE 'N' TO WS-CHEQREG-ABERTO
           END-IF
           DISPLAY PGMID '999I' TRACOS
           MOVE    WS-EMITIDOS        TO WS-DISPLAY
           DISPLAY PGMID '012I- CHEQUES EMITIDOS.......:' WS-DISPLAY
           MOVE    WS-ANULADOS        TO WS-DISPLAY
           DISPLAY PGMID '013I- CHEQUES ANULADOS.......:' WS-DISPLAY
           MOVE    WS-REEMITIDOS      TO WS-DISPLAY
           DISPLAY PGMID '014I- CHEQUES REEMITIDOS.....:' WS-DISPLAY
           MOVE    WS-LISTAS          TO WS-DISPLAY
           DISPLAY PGMID '015I- LISTAS DO DIA..........:' WS-DISPLAY
           DISPLAY PGMID '999I' TRACOS.
      *
       RT-FINALIZARX.                              EXIT.
      ******************************************************************
      *                      FIM  DO  PROGRAMA                         *
      ******************************************************************
