      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    REGUACOB.
       AUTHOR.        Traduzido de Easytrieve (macro esy.kex v.0.10).
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      * Regua de cobranca: cartas escalonadas para as *
                      * cobrancas vencidas do CHARGES na data-base    *
                      * REGUACOB-DATA (AAAAMMDD, padrao: hoje):       *
                      *                                               *
                      *  - 1 LEMBRETE, A PARTIR DE REGUA-DIAS-1 DIAS  *
                      *    DE ATRASO (PADRAO 005);                    *
                      *  - 2 NOTIFICACAO, A PARTIR DE REGUA-DIAS-2    *
                      *    (PADRAO 030);                              *
                      *  - 3 ULTIMO AVISO, A PARTIR DE REGUA-DIAS-3   *
                      *    (PADRAO 060).                              *
                      *                                               *
                      * Cada cobranca sobe no maximo um estagio por   *
                      * execucao e so depois de REGUA-INTERVALO dias  *
                      * (padrao 007) da carta anterior. O AVISCOB     *
                      * guarda o estagio, a data e o meio de cada     *
                      * carta: nenhuma carta sai duas vezes. Se o     *
                      * vencimento foi alterado no BOLETO a regua     *
                      * recomeca do lembrete.                         *
                      *                                               *
                      * Sacado com e-mail recebe pelo CWMMRG/CWMAIL   *
                      * (gabaritos REGUACOB-GABARITO-1 a -3, padrao   *
                      * REGUA1.txt a REGUA3.txt); sem e-mail, ou se o *
                      * envio falhar, a carta sai no REGUAPOS para o  *
                      * correio (spool CWSPLF). Multa e juros pelo    *
                      * ENCMORA. O REGUALST lista as cartas do dia.   *
                      *                                               *
                      * RC 4 = e-mail que falhou ou sacado nao        *
                      * cadastrado; RC 8 = CHARGES, SACADO ou AVISCOB *
                      * indisponivel, regua invalida ou simulacao do  *
                      * ciclo (nada e enviado).                       *
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
           SELECT SACADO ASSIGN TO SACADO
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS SAC-CODIGO
                  FILE STATUS   IS FL-STA-SACADO.
      *
           SELECT AVISCOB ASSIGN TO AVISCOB
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS AVI-NOSSO-NUMERO
                  FILE STATUS   IS FL-STA-AVISCOB.
      *
           SELECT REGUADAD ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FL-STA-REGUADAD.
      *
           SELECT REGUAMRG ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FL-STA-REGUAMRG.
      *
           SELECT REGUAPOS ASSIGN TO REGUAPOS.
      *
           SELECT REGUALST ASSIGN TO REGUALST.
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
      *  CARTAS DE COBRANCA ENVIADAS POR NOSSO-NUMERO: ESTAGIO ATUAL    *
      *  (0 A 3) E DATA E MEIO (E-MAIL OU CORREIO) DE CADA ESTAGIO      *
      *----------------------------------------------------------------*
       FD  AVISCOB
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-AVISCOB.
           03 AVI-NOSSO-NUMERO               PIC  X(020).
           03 AVI-SACADO                     PIC  9(006).
           03 AVI-VENCIMENTO                 PIC  9(008).
           03 AVI-ESTAGIO                    PIC  9(001).
              88 AVI-SEM-CARTA                          VALUE 0.
              88 AVI-ULTIMO-AVISO                       VALUE 3.
           03 AVI-CARTA OCCURS 3 TIMES.
              05 AVI-DATA                    PIC  9(008).
              05 AVI-MEIO                    PIC  X(001).
                 88 AVI-POR-EMAIL                       VALUE 'E'.
                 88 AVI-POR-CORREIO                     VALUE 'C'.
           03 AVI-VALOR-COBRADO              PIC  9(009)V99.
           03 FILLER                         PIC  X(027).
      *
      *----------------------------------------------------------------*
      *  DADOS DA MALA DIRETA (CWMMRG): CABECALHO E UM DESTINATARIO     *
      *----------------------------------------------------------------*
       FD  REGUADAD
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-REGUADAD.
      *
       01  REG-REGUADAD                      PIC  X(500).
      *
      *----------------------------------------------------------------*
      *  SITUACAO DO ENVIO DEVOLVIDA PELO CWMMRG                        *
      *----------------------------------------------------------------*
       FD  REGUAMRG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-REGUAMRG.
      *
       01  REG-REGUAMRG                      PIC  X(120).
      *
      *----------------------------------------------------------------*
      *  CARTAS PARA O CORREIO, UMA POR PAGINA DE 60 LINHAS             *
      *----------------------------------------------------------------*
       FD  REGUAPOS
           LABEL RECORD IS OMITTED.
      *
       01  REG-REGUAPOS                      PIC  X(080).
      *
       FD  REGUALST
           LABEL RECORD IS OMITTED.
      *
       01  REG-REGUALST                      PIC  X(100).
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
       77  SB-CWMMRG                     PIC  X(08)  VALUE 'CWMMRG'.
       77  SB-ENCMORA                    PIC  X(08)  VALUE 'ENCMORA'.
      *
      *----------------------------------------------------------------*
      *        AREA DE VARIAVEIS AUXILIARES                            *
      *----------------------------------------------------------------*
      *
       01  WS-VARIAVEIS.
           03 TRACOS                         PIC  X(060)    VALUE
              ALL '-'.
           03 PGMID                          PIC  X(010)    VALUE
              '#REGUACOB.'.
           03 FL-STA-CHARGES                 PIC  X(002)    VALUE
              ZEROS.
              88 FL-CHARGES-OK                              VALUE '00'.
              88 FL-CHARGES-EOF                             VALUE '10'.
           03 FL-STA-SACADO                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-SACADO-OK                               VALUE '00'.
           03 FL-STA-AVISCOB                 PIC  X(002)    VALUE
              ZEROS.
              88 FL-AVISCOB-OK                              VALUE '00'.
              88 FL-AVISCOB-NOVO                            VALUE '35'.
              88 FL-AVISCOB-INEXISTENTE                     VALUE '23'.
           03 FL-STA-REGUADAD                PIC  X(002)    VALUE
              ZEROS.
              88 FL-REGUADAD-OK                             VALUE '00'.
           03 FL-STA-REGUAMRG                PIC  X(002)    VALUE
              ZEROS.
              88 FL-REGUAMRG-OK                             VALUE '00'.
              88 FL-REGUAMRG-EOF                            VALUE '10'.
           03 LB-REGUADAD                    PIC  X(255)    VALUE
              'reguacob.dad'.
           03 LB-REGUAMRG                    PIC  X(255)    VALUE
              'cwmmrg.lst'.
           03 WS-RETURN-CODE                 PIC  9(003)    VALUE
              ZEROS.
           03 WS-DISPLAY                     PIC  -ZZZ.ZZZ.ZZ9.
           03 WS-SIMULACAO                   PIC  X(001)    VALUE
              SPACE.
              88 EM-SIMULACAO                               VALUE 'S'.
           03 WS-ARQUIVOS-ABERTOS            PIC  X(001)    VALUE 'N'.
              88 ARQUIVOS-ABERTOS                           VALUE 'S'.
           03 WS-AVISCOB-NOVO                PIC  X(001)    VALUE 'N'.
              88 AVISCOB-NOVO                               VALUE 'S'.
           03 WS-EMAIL-OK                    PIC  X(001)    VALUE 'N'.
              88 EMAIL-OK                                   VALUE 'S'.
           03 WS-ENV                         PIC  X(030)    VALUE
              SPACES.
           03 WS-ENV-DIAS REDEFINES WS-ENV.
              05 WS-ENV-DIAS-NUM             PIC  9(003).
              05 FILLER                      PIC  X(027).
           03 WS-DATA-HOJE                   PIC  9(008)    VALUE
              ZEROS.
           03 WS-DATA-BASE                   PIC  9(008)    VALUE
              ZEROS.
           03 WS-DATA-AUX                    PIC  9(008)    VALUE
              ZEROS.
           03 FILLER REDEFINES WS-DATA-AUX.
              05 WS-AUX-ANO                  PIC  9(004).
              05 WS-AUX-MES                  PIC  9(002).
              05 WS-AUX-DIA                  PIC  9(002).
           03 WS-DATA-ED                     PIC  X(010)    VALUE
              SPACES.
           03 WS-DATA-BASE-ED                PIC  X(010)    VALUE
              SPACES.
           03 WS-VENCTO-ED                   PIC  X(010)    VALUE
              SPACES.
           03 WS-ED-VALOR                    PIC  ZZZ.ZZZ.ZZ9,99.
           03 WS-ED-DIAS                     PIC  ZZZZ9.
           03 WS-ED-PCT                      PIC  Z9,99.
           03 WS-ESTAGIO                     PIC  9(001)    VALUE
              ZEROS.
           03 WS-DIAS-CARTA           COMP-3 PIC S9(007)    VALUE ZEROS.
           03 WS-INTERVALO                   PIC  9(003)    VALUE 7.
           03 WS-LINHA                COMP   PIC  9(004)    VALUE
              ZEROS.
           03 WS-MEIO                        PIC  X(001)    VALUE
              SPACE.
           03 WS-OBS                         PIC  X(040)    VALUE
              SPACES.
           03 WS-BENEFICIARIO                PIC  X(040)    VALUE
              SPACES.
           03 WS-NOME-MALA                   PIC  X(040)    VALUE
              SPACES.
      *
      *----------------------------------------------------------------*
      *  REGUA: DIAS DE ATRASO, GABARITO DO E-MAIL E ASSUNTO POR        *
      *  ESTAGIO                                                        *
      *----------------------------------------------------------------*
       01  WS-REGUA.
           03 WS-REGUA-ESTAGIO OCCURS 3 TIMES.
              05 WS-REGUA-DIAS               PIC  9(003).
              05 WS-REGUA-GABARITO           PIC  X(080).
              05 WS-REGUA-ASSUNTO            PIC  X(080).
      *
      *----------------------------------------------------------------*
      *  TEXTO DAS CARTAS PARA O CORREIO: TITULO E CINCO LINHAS         *
      *----------------------------------------------------------------*
       01  WS-TEXTOS.
           03 FILLER                         PIC  X(050)    VALUE
              'LEMBRETE DE PAGAMENTO'.
           03 FILLER                         PIC  X(050)    VALUE
              'NAO IDENTIFICAMOS ATE O MOMENTO O PAGAMENTO DO'.
           03 FILLER                         PIC  X(050)    VALUE
              'TITULO ABAIXO; PODE TER SIDO UM ESQUECIMENTO.'.
           03 FILLER                         PIC  X(050)    VALUE
              'PEDIMOS REGULARIZA-LO O QUANTO ANTES, PELO VALOR'.
           03 FILLER                         PIC  X(050)    VALUE
              'ATUALIZADO INFORMADO NESTA CARTA.'.
           03 FILLER                         PIC  X(050)    VALUE
              SPACES.
           03 FILLER                         PIC  X(050)    VALUE
              'NOTIFICACAO DE DEBITO EM ATRASO'.
           03 FILLER                         PIC  X(050)    VALUE
              'APESAR DO LEMBRETE ANTERIOR, O TITULO ABAIXO'.
           03 FILLER                         PIC  X(050)    VALUE
              'CONTINUA EM ABERTO. FICA V.SA. NOTIFICADA DO'.
           03 FILLER                         PIC  X(050)    VALUE
              'DEBITO, SOBRE O QUAL CORREM MULTA E JUROS DE MORA.'.
           03 FILLER                         PIC  X(050)    VALUE
              'SOLICITAMOS O PAGAMENTO NO PRAZO DE 10 DIAS.'.
           03 FILLER                         PIC  X(050)    VALUE
              SPACES.
           03 FILLER                         PIC  X(050)    VALUE
              'ULTIMO AVISO DE COBRANCA'.
           03 FILLER                         PIC  X(050)    VALUE
              'ESGOTADOS OS AVISOS ANTERIORES SEM QUE O TITULO'.
           03 FILLER                         PIC  X(050)    VALUE
              'ABAIXO FOSSE PAGO, ESTE E O ULTIMO AVISO ANTES DO'.
           03 FILLER                         PIC  X(050)    VALUE
              'ENCAMINHAMENTO DO DEBITO A PROTESTO E AOS ORGAOS'.
           03 FILLER                         PIC  X(050)    VALUE
              'DE PROTECAO AO CREDITO. REGULARIZE EM ATE 5 DIAS.'.
           03 FILLER                         PIC  X(050)    VALUE
              SPACES.
       01  FILLER REDEFINES WS-TEXTOS.
           03 WS-TEXTO-ESTAGIO OCCURS 3 TIMES.
              05 WS-TEXTO-TITULO             PIC  X(050).
              05 WS-TEXTO-LINHA OCCURS 5 TIMES
                                             PIC  X(050).
      *
       01  WS-PAGINA.
           03 WS-PAG-LINHA OCCURS 60         PIC  X(080).
      *
      *----------------------------------------------------------------*
      *  TOTAIS DO PROCESSAMENTO                                        *
      *----------------------------------------------------------------*
       01  WS-TOTAIS                  COMP-3.
           03 WS-LIDOS                       PIC S9(009)    VALUE ZEROS.
           03 WS-VENCIDAS                    PIC S9(009)    VALUE ZEROS.
           03 WS-CARTAS OCCURS 3 TIMES       PIC S9(009).
           03 WS-POR-EMAIL                   PIC S9(009)    VALUE ZEROS.
           03 WS-POR-CORREIO                 PIC S9(009)    VALUE ZEROS.
           03 WS-EMAIL-FALHOU                PIC S9(009)    VALUE ZEROS.
           03 WS-SEM-SACADO                  PIC S9(009)    VALUE ZEROS.
           03 WS-REINICIADAS                 PIC S9(009)    VALUE ZEROS.
           03 WS-AGUARDANDO                  PIC S9(009)    VALUE ZEROS.
           03 WS-ENCERRADAS                  PIC S9(009)    VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *  ENCARGOS DE UMA COBRANCA (ENCMORA)                             *
      *----------------------------------------------------------------*
       01  PARAMETROS-ENCMORA.
           03 ENCMORA-VALOR                  PIC  9(009)V99 VALUE
              ZEROS.
           03 ENCMORA-VENCIMENTO             PIC  9(008)    VALUE
              ZEROS.
           03 ENCMORA-DATA-BASE              PIC  9(008)    VALUE
              ZEROS.
           03 ENCMORA-PCT-MULTA              PIC  9(002)V99 VALUE
              ZEROS.
           03 ENCMORA-PCT-JUROS              PIC  9(002)V99 VALUE
              ZEROS.
           03 ENCMORA-DIAS                   PIC S9(005)    VALUE
              ZEROS.
           03 ENCMORA-FAIXA                  PIC  9(001)    VALUE
              ZEROS.
           03 ENCMORA-MULTA                  PIC  9(009)V99 VALUE
              ZEROS.
           03 ENCMORA-JUROS                  PIC  9(009)V99 VALUE
              ZEROS.
           03 ENCMORA-TOTAL                  PIC  9(009)V99 VALUE
              ZEROS.
           03 ENCMORA-RETORNO                PIC  X(002)    VALUE
              SPACES.
      *
      *----------------------------------------------------------------*
      *  CAMPOS DA LINHA DE DADOS DA MALA DIRETA                        *
      *----------------------------------------------------------------*
       01  WS-MALA.
           03 MALA-VALOR                     PIC  X(014).
           03 MALA-MULTA                     PIC  X(014).
           03 MALA-JUROS                     PIC  X(014).
           03 MALA-TOTAL                     PIC  X(014).
           03 MALA-DIAS                      PIC  X(005).
           03 MALA-PTR                COMP   PIC  9(004).
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
           03 CWSPLF-WIDTH                   PIC  9(003)    VALUE 080.
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
               PERFORM RT-PROCESSAR
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
      *  REGUA DO AMBIENTE E ABERTURA DOS ARQUIVOS                      *
      *----------------------------------------------------------------*
       RT-INICIAR                                  SECTION.
      *
           DISPLAY PGMID '001I ' FUNCTION WHEN-COMPILED
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           INITIALIZE WS-CARTAS (1) WS-CARTAS (2) WS-CARTAS (3)
      *
      *    NA SIMULACAO DO CICLO (PAYCTL) NENHUMA CARTA E ENVIADA
           DISPLAY 'PAYROLL-SIMULACAO' UPON ENVIRONMENT-NAME
           ACCEPT   WS-SIMULACAO        FROM ENVIRONMENT-VALUE
           IF  EM-SIMULACAO
               DISPLAY PGMID '001I- SIMULACAO DO CICLO: NENHUMA CARTA'
                       ' DE COBRANCA E ENVIADA'
               MOVE 8 TO WS-RETURN-CODE
               EXIT SECTION
           END-IF
      *
           MOVE WS-DATA-HOJE TO WS-DATA-BASE
           MOVE SPACES TO WS-ENV
           DISPLAY 'REGUACOB-DATA' UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV         FROM ENVIRONMENT-VALUE
           IF  WS-ENV NOT EQUAL SPACES
               IF  WS-ENV(1:8) IS NUMERIC
                   MOVE WS-ENV(1:8) TO WS-DATA-BASE
               END-IF
               IF  WS-ENV(1:8) IS NOT NUMERIC
               OR  FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-BASE)
                   NOT EQUAL 0
                   MOVE WS-DATA-HOJE TO WS-DATA-BASE
                   DISPLAY PGMID '002I- REGUACOB-DATA INVALIDA ('
                           WS-ENV(1:8) ') - USADA A DATA DE HOJE'
               END-IF
           END-IF
           MOVE WS-DATA-BASE TO WS-DATA-AUX
           PERFORM RT-EDITAR-DATA
           MOVE WS-DATA-ED   TO WS-DATA-BASE-ED
      *
           MOVE 005 TO WS-REGUA-DIAS (1)
           MOVE 030 TO WS-REGUA-DIAS (2)
           MOVE 060 TO WS-REGUA-DIAS (3)
           MOVE 'REGUA1.txt' TO WS-REGUA-GABARITO (1)
           MOVE 'REGUA2.txt' TO WS-REGUA-GABARITO (2)
           MOVE 'REGUA3.txt' TO WS-REGUA-GABARITO (3)
           MOVE 'LEMBRETE DE PAGAMENTO - TITULO &NOSSO'
             TO WS-REGUA-ASSUNTO (1)
           MOVE 'NOTIFICACAO DE DEBITO EM ATRASO - TITULO &NOSSO'
             TO WS-REGUA-ASSUNTO (2)
           MOVE 'ULTIMO AVISO DE COBRANCA - TITULO &NOSSO'
             TO WS-REGUA-ASSUNTO (3)
      *
           MOVE SPACES TO WS-ENV
           DISPLAY 'REGUA-DIAS-1' UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV        FROM ENVIRONMENT-VALUE
           IF  WS-ENV(1:3) IS NUMERIC
               MOVE WS-ENV-DIAS-NUM TO WS-REGUA-DIAS (1)
           END-IF
           MOVE SPACES TO WS-ENV
           DISPLAY 'REGUA-DIAS-2' UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV        FROM ENVIRONMENT-VALUE
           IF  WS-ENV(1:3) IS NUMERIC
               MOVE WS-ENV-DIAS-NUM TO WS-REGUA-DIAS (2)
           END-IF
           MOVE SPACES TO WS-ENV
           DISPLAY 'REGUA-DIAS-3' UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV        FROM ENVIRONMENT-VALUE
           IF  WS-ENV(1:3) IS NUMERIC
               MOVE WS-ENV-DIAS-NUM TO WS-REGUA-DIAS (3)
           END-IF
           MOVE SPACES TO WS-ENV
           DISPLAY 'REGUA-INTERVALO' UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV           FROM ENVIRONMENT-VALUE
           IF  WS-ENV(1:3) IS NUMERIC
               MOVE WS-ENV-DIAS-NUM TO WS-INTERVALO
           END-IF
           IF  WS-REGUA-DIAS (1) EQUAL ZEROS
           OR  WS-REGUA-DIAS (2) NOT GREATER WS-REGUA-DIAS (1)
           OR  WS-REGUA-DIAS (3) NOT GREATER WS-REGUA-DIAS (2)
               DISPLAY PGMID '003I- REGUA INVALIDA: REGUA-DIAS-1/2/3 = '
                       WS-REGUA-DIAS (1) '/' WS-REGUA-DIAS (2) '/'
                       WS-REGUA-DIAS (3) ' - DEVEM SER CRESCENTES'
               MOVE 8 TO WS-RETURN-CODE
               EXIT SECTION
           END-IF
      *
           MOVE SPACES TO WS-ENV
           DISPLAY 'REGUACOB-GABARITO-1' UPON ENVIRONMENT-NAME
           ACCEPT   WS-REGUA-GABARITO (1) FROM ENVIRONMENT-VALUE
           IF  WS-REGUA-GABARITO (1) EQUAL SPACES
               MOVE 'REGUA1.txt' TO WS-REGUA-GABARITO (1)
           END-IF
           DISPLAY 'REGUACOB-GABARITO-2' UPON ENVIRONMENT-NAME
           ACCEPT   WS-REGUA-GABARITO (2) FROM ENVIRONMENT-VALUE
           IF  WS-REGUA-GABARITO (2) EQUAL SPACES
               MOVE 'REGUA2.txt' TO WS-REGUA-GABARITO (2)
           END-IF
           DISPLAY 'REGUACOB-GABARITO-3' UPON ENVIRONMENT-NAME
           ACCEPT   WS-REGUA-GABARITO (3) FROM ENVIRONMENT-VALUE
           IF  WS-REGUA-GABARITO (3) EQUAL SPACES
               MOVE 'REGUA3.txt' TO WS-REGUA-GABARITO (3)
           END-IF
           DISPLAY 'BOLETO-BENEFICIARIO' UPON ENVIRONMENT-NAME
           ACCEPT   WS-BENEFICIARIO       FROM ENVIRONMENT-VALUE
           DISPLAY PGMID '001I- DATA-BASE ' WS-DATA-BASE ' REGUA '
                   WS-REGUA-DIAS (1) '/' WS-REGUA-DIAS (2) '/'
                   WS-REGUA-DIAS (3) ' DIAS, INTERVALO ' WS-INTERVALO
      *
           OPEN INPUT CHARGES
           IF  NOT FL-CHARGES-OK
               DISPLAY PGMID '004I- CHARGES COM ERRO ' FL-STA-CHARGES
               MOVE 8 TO WS-RETURN-CODE
               EXIT SECTION
           END-IF
      *
           OPEN INPUT SACADO
           IF  NOT FL-SACADO-OK
               DISPLAY PGMID '004I- SACADO COM ERRO ' FL-STA-SACADO
               CLOSE CHARGES
               MOVE 8 TO WS-RETURN-CODE
               EXIT SECTION
           END-IF
      *
           OPEN I-O AVISCOB
           IF  FL-AVISCOB-NOVO
               OPEN OUTPUT AVISCOB
               CLOSE AVISCOB
               OPEN I-O AVISCOB
           END-IF
           IF  NOT FL-AVISCOB-OK
               DISPLAY PGMID '004I- AVISCOB COM ERRO ' FL-STA-AVISCOB
               CLOSE CHARGES SACADO
               MOVE 8 TO WS-RETURN-CODE
               EXIT SECTION
           END-IF
      *
           OPEN OUTPUT REGUAPOS REGUALST
           SET ARQUIVOS-ABERTOS TO TRUE
           MOVE SPACES TO REG-REGUALST
           STRING 'CARTAS DE COBRANCA - DATA-BASE ' WS-DATA-BASE-ED
                  DELIMITED BY SIZE INTO REG-REGUALST
           WRITE REG-REGUALST
           MOVE SPACES TO REG-REGUALST
           STRING 'NOSSO-NUMERO         SACADO  DIAS  EST MEIO'
                  '     TOTAL ATUALIZ. OBSERVACAO'
                  DELIMITED BY SIZE INTO REG-REGUALST
           WRITE REG-REGUALST.
      *
       RT-INICIARX.                                EXIT.
      *----------------------------------------------------------------*
      *  PASSADA NAS COBRANCAS EM ABERTO DO CHARGES                     *
      *----------------------------------------------------------------*
       RT-PROCESSAR                                SECTION.
      *
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
                    ADD 1 TO WS-LIDOS
                    IF  CHG-ABERTA
                        PERFORM RT-AVALIAR
                    END-IF
               END-READ
           END-PERFORM.
      *
       RT-PROCESSARX.                              EXIT.
      *----------------------------------------------------------------*
      *  ESTAGIO SEGUINTE DA COBRANCA, SE O ATRASO E O INTERVALO DESDE  *
      *  A CARTA ANTERIOR JA O PERMITEM                                 *
      *----------------------------------------------------------------*
       RT-AVALIAR                                  SECTION.
      *
           MOVE CHG-VALOR      TO ENCMORA-VALOR
           MOVE CHG-VENCIMENTO TO ENCMORA-VENCIMENTO
           MOVE WS-DATA-BASE   TO ENCMORA-DATA-BASE
           CALL SB-ENCMORA USING PARAMETROS-ENCMORA
             ON EXCEPTION
                DISPLAY PGMID '005I- ENCMORA INDISPONIVEL'
                MOVE 8 TO WS-RETURN-CODE
                SET FL-CHARGES-EOF TO TRUE
                EXIT SECTION
           END-CALL
           IF  ENCMORA-RETORNO NOT EQUAL '00'
           OR  ENCMORA-DIAS LESS WS-REGUA-DIAS (1)
               EXIT SECTION
           END-IF
           ADD 1 TO WS-VENCIDAS
      *
           MOVE 'N' TO WS-AVISCOB-NOVO
           MOVE CHG-NOSSO-NUMERO TO AVI-NOSSO-NUMERO
           READ AVISCOB
           IF  FL-AVISCOB-INEXISTENTE
               SET AVISCOB-NOVO TO TRUE
               INITIALIZE REG-AVISCOB
               MOVE CHG-NOSSO-NUMERO TO AVI-NOSSO-NUMERO
               MOVE CHG-SACADO       TO AVI-SACADO
               MOVE CHG-VENCIMENTO   TO AVI-VENCIMENTO
           END-IF
      *
      *    VENCIMENTO PRORROGADO NO BOLETO: A REGUA RECOMECA
           IF  AVI-VENCIMENTO NOT EQUAL CHG-VENCIMENTO
               ADD 1 TO WS-REINICIADAS
               INITIALIZE AVI-ESTAGIO AVI-CARTA (1) AVI-CARTA (2)
                          AVI-CARTA (3) AVI-VALOR-COBRADO
               MOVE CHG-VENCIMENTO TO AVI-VENCIMENTO
           END-IF
      *
           IF  AVI-ULTIMO-AVISO
               ADD 1 TO WS-ENCERRADAS
               EXIT SECTION
           END-IF
           COMPUTE WS-ESTAGIO = AVI-ESTAGIO + 1
           IF  ENCMORA-DIAS LESS WS-REGUA-DIAS (WS-ESTAGIO)
               EXIT SECTION
           END-IF
           IF  NOT AVI-SEM-CARTA
               COMPUTE WS-DIAS-CARTA =
                       FUNCTION INTEGER-OF-DATE(WS-DATA-BASE)
                     - FUNCTION INTEGER-OF-DATE(AVI-DATA (AVI-ESTAGIO))
               IF  WS-DIAS-CARTA LESS WS-INTERVALO
                   ADD 1 TO WS-AGUARDANDO
                   EXIT SECTION
               END-IF
           END-IF
      *
           MOVE CHG-SACADO TO SAC-CODIGO
           READ SACADO
           IF  NOT FL-SACADO-OK
               ADD 1 TO WS-SEM-SACADO
               MOVE SPACE TO WS-MEIO
               MOVE 'SACADO NAO CADASTRADO - SEM CARTA' TO WS-OBS
               PERFORM RT-LISTAR
               EXIT SECTION
           END-IF
      *
           MOVE CHG-VENCIMENTO TO WS-DATA-AUX
           PERFORM RT-EDITAR-DATA
           MOVE WS-DATA-ED     TO WS-VENCTO-ED
           MOVE SPACES         TO WS-OBS
           MOVE 'N'            TO WS-EMAIL-OK
           IF  SAC-EMAIL NOT EQUAL SPACES
               PERFORM RT-ENVIAR-EMAIL
           END-IF
           IF  EMAIL-OK
               MOVE 'E' TO WS-MEIO
               ADD 1 TO WS-POR-EMAIL
               MOVE SAC-EMAIL TO WS-OBS
           ELSE
               MOVE 'C' TO WS-MEIO
               ADD 1 TO WS-POR-CORREIO
               PERFORM RT-IMPRIMIR-CARTA
           END-IF
           ADD 1 TO WS-CARTAS (WS-ESTAGIO)
      *
           MOVE WS-ESTAGIO    TO AVI-ESTAGIO
           MOVE WS-DATA-BASE  TO AVI-DATA (WS-ESTAGIO)
           MOVE WS-MEIO       TO AVI-MEIO (WS-ESTAGIO)
           MOVE ENCMORA-TOTAL TO AVI-VALOR-COBRADO
           MOVE CHG-SACADO    TO AVI-SACADO
           IF  AVISCOB-NOVO
               WRITE REG-AVISCOB
           ELSE
               REWRITE REG-AVISCOB
           END-IF
           IF  NOT FL-AVISCOB-OK
               DISPLAY PGMID '006I- ERRO ' FL-STA-AVISCOB
                       ' AO GRAVAR AVISCOB ' AVI-NOSSO-NUMERO
               MOVE 8 TO WS-RETURN-CODE
               SET FL-CHARGES-EOF TO TRUE
           END-IF
           PERFORM RT-LISTAR.
      *
       RT-AVALIARX.                                EXIT.
      *----------------------------------------------------------------*
      *  E-MAIL PELO CWMMRG: UM DESTINATARIO NO ARQUIVO DE DADOS E A    *
      *  SITUACAO CONFERIDA NO CWMMRG.LST                               *
      *----------------------------------------------------------------*
       RT-ENVIAR-EMAIL                             SECTION.
      *
           OPEN OUTPUT REGUADAD
           IF  NOT FL-REGUADAD-OK
               DISPLAY PGMID '007I- ERRO ' FL-STA-REGUADAD ' AO CRIAR '
                       LB-REGUADAD(1:20)
               ADD 1 TO WS-EMAIL-FALHOU
               EXIT SECTION
           END-IF
           MOVE SPACES TO REG-REGUADAD
           STRING 'EMAIL;NOME;NOSSO;VALOR;VENCTO;DIAS;'
                  'MULTA;JUROS;TOTAL;EMPRESA;DATA'
                  DELIMITED BY SIZE INTO REG-REGUADAD
           WRITE REG-REGUADAD
      *
           MOVE ENCMORA-VALOR TO WS-ED-VALOR
           MOVE FUNCTION TRIM(WS-ED-VALOR) TO MALA-VALOR
           MOVE ENCMORA-MULTA TO WS-ED-VALOR
           MOVE FUNCTION TRIM(WS-ED-VALOR) TO MALA-MULTA
           MOVE ENCMORA-JUROS TO WS-ED-VALOR
           MOVE FUNCTION TRIM(WS-ED-VALOR) TO MALA-JUROS
           MOVE ENCMORA-TOTAL TO WS-ED-VALOR
           MOVE FUNCTION TRIM(WS-ED-VALOR) TO MALA-TOTAL
           MOVE ENCMORA-DIAS  TO WS-ED-DIAS
           MOVE FUNCTION TRIM(WS-ED-DIAS)  TO MALA-DIAS
           MOVE SAC-NOME      TO WS-NOME-MALA
           INSPECT WS-NOME-MALA REPLACING ALL ';' BY ','
           MOVE SPACES TO REG-REGUADAD
           MOVE 1      TO MALA-PTR
           STRING FUNCTION TRIM(SAC-EMAIL)        ';'
                  FUNCTION TRIM(WS-NOME-MALA)     ';'
                  FUNCTION TRIM(CHG-NOSSO-NUMERO) ';'
                  FUNCTION TRIM(MALA-VALOR)       ';'
                  WS-VENCTO-ED                    ';'
                  FUNCTION TRIM(MALA-DIAS)        ';'
                  FUNCTION TRIM(MALA-MULTA)       ';'
                  FUNCTION TRIM(MALA-JUROS)       ';'
                  FUNCTION TRIM(MALA-TOTAL)       ';'
                  FUNCTION TRIM(WS-BENEFICIARIO)  ';'
                  WS-DATA-BASE-ED
                  DELIMITED BY SIZE INTO REG-REGUADAD POINTER MALA-PTR
           WRITE REG-REGUADAD
           CLOSE REGUADAD
      *
           DISPLAY 'CWMMRGDADOS'    UPON ENVIRONMENT-NAME
           DISPLAY LB-REGUADAD      UPON ENVIRONMENT-VALUE
           DISPLAY 'CWMMRGGABARITO' UPON ENVIRONMENT-NAME
           DISPLAY WS-REGUA-GABARITO (WS-ESTAGIO)
                                    UPON ENVIRONMENT-VALUE
           DISPLAY 'CWMMRGASSUNTO'  UPON ENVIRONMENT-NAME
           DISPLAY WS-REGUA-ASSUNTO (WS-ESTAGIO)
                                    UPON ENVIRONMENT-VALUE
           CALL SB-CWMMRG
             ON EXCEPTION
                DISPLAY PGMID '007I- CWMMRG INDISPONIVEL - '
                        CHG-NOSSO-NUMERO ' VAI PELO CORREIO'
                ADD 1 TO WS-EMAIL-FALHOU
                EXIT SECTION
           END-CALL
      *    O CWMMRG ACUMULA O CABECALHO DOS DADOS DE UMA CHAMADA PARA
      *    A OUTRA: CADA CARTA COMECA COM ELE LIMPO
           CANCEL SB-CWMMRG
      *
           OPEN INPUT REGUAMRG
           IF  NOT FL-REGUAMRG-OK
               ADD 1 TO WS-EMAIL-FALHOU
               EXIT SECTION
           END-IF
           PERFORM UNTIL FL-REGUAMRG-EOF
                      OR EMAIL-OK
               READ REGUAMRG
                 AT END
                    SET FL-REGUAMRG-EOF TO TRUE
                 NOT AT END
                    IF  REG-REGUAMRG(1:9) EQUAL '  OK     '
                        SET EMAIL-OK TO TRUE
                    END-IF
               END-READ
           END-PERFORM
           CLOSE REGUAMRG
           IF  NOT EMAIL-OK
               DISPLAY PGMID '007I- E-MAIL FALHOU PARA '
                       CHG-NOSSO-NUMERO ' - VAI PELO CORREIO'
               ADD 1 TO WS-EMAIL-FALHOU
           END-IF.
      *
       RT-ENVIAR-EMAILX.                           EXIT.
      *----------------------------------------------------------------*
      *  CARTA PARA O CORREIO: UMA PAGINA NO REGUAPOS                   *
      *----------------------------------------------------------------*
       RT-IMPRIMIR-CARTA                           SECTION.
      *
           MOVE SPACES TO WS-PAGINA
           MOVE WS-BENEFICIARIO TO WS-PAG-LINHA(3)(3:40)
           MOVE WS-DATA-BASE-ED TO WS-PAG-LINHA(3)(68:10)
      *
           MOVE SAC-NOME        TO WS-PAG-LINHA(7)(3:40)
           MOVE SAC-ENDERECO    TO WS-PAG-LINHA(8)(3:40)
           STRING SAC-CEP(1:5) '-' SAC-CEP(6:3) '  '
                  FUNCTION TRIM(SAC-CIDADE) ' - ' SAC-UF
                  DELIMITED BY SIZE INTO WS-PAG-LINHA(9)(3:60)
      *
           MOVE WS-TEXTO-TITULO (WS-ESTAGIO) TO WS-PAG-LINHA(13)(3:50)
           PERFORM VARYING WS-LINHA FROM 1 BY 1 UNTIL WS-LINHA > 5
               MOVE WS-TEXTO-LINHA (WS-ESTAGIO WS-LINHA)
                 TO WS-PAG-LINHA(WS-LINHA + 15)(3:50)
           END-PERFORM
      *
           MOVE 'TITULO (NOSSO NUMERO).........:'
             TO WS-PAG-LINHA(23)(3:31)
           MOVE CHG-NOSSO-NUMERO TO WS-PAG-LINHA(23)(35:20)
           MOVE 'VENCIMENTO....................:'
             TO WS-PAG-LINHA(24)(3:31)
           MOVE WS-VENCTO-ED     TO WS-PAG-LINHA(24)(35:10)
           MOVE 'VALOR ORIGINAL................:'
             TO WS-PAG-LINHA(25)(3:31)
           MOVE ENCMORA-VALOR    TO WS-ED-VALOR
           MOVE WS-ED-VALOR      TO WS-PAG-LINHA(25)(35:14)
           MOVE 'DIAS DE ATRASO................:'
             TO WS-PAG-LINHA(26)(3:31)
           MOVE ENCMORA-DIAS     TO WS-ED-DIAS
           MOVE WS-ED-DIAS       TO WS-PAG-LINHA(26)(44:5)
           MOVE ENCMORA-PCT-MULTA TO WS-ED-PCT
           STRING 'MULTA (' WS-ED-PCT '%)...............:'
                  DELIMITED BY SIZE INTO WS-PAG-LINHA(27)(3:31)
           MOVE ENCMORA-MULTA    TO WS-ED-VALOR
           MOVE WS-ED-VALOR      TO WS-PAG-LINHA(27)(35:14)
           MOVE ENCMORA-PCT-JUROS TO WS-ED-PCT
           STRING 'JUROS DE MORA (' WS-ED-PCT '% A.M.)...:'
                  DELIMITED BY SIZE INTO WS-PAG-LINHA(28)(3:31)
           MOVE ENCMORA-JUROS    TO WS-ED-VALOR
           MOVE WS-ED-VALOR      TO WS-PAG-LINHA(28)(35:14)
           STRING 'TOTAL ATUALIZADO ' WS-DATA-BASE-ED '....:'
                  DELIMITED BY SIZE INTO WS-PAG-LINHA(30)(3:31)
           MOVE ENCMORA-TOTAL    TO WS-ED-VALOR
           MOVE WS-ED-VALOR      TO WS-PAG-LINHA(30)(35:14)
      *
           MOVE 'CASO O PAGAMENTO JA TENHA SIDO EFETUADO, PEDIMOS'
             TO WS-PAG-LINHA(34)(3:50)
           MOVE 'DESCONSIDERAR ESTE AVISO.'
             TO WS-PAG-LINHA(35)(3:50)
           MOVE 'ATENCIOSAMENTE,'          TO WS-PAG-LINHA(39)(3:15)
           MOVE WS-BENEFICIARIO            TO WS-PAG-LINHA(42)(3:40)
           MOVE 'DEPARTAMENTO DE COBRANCA' TO WS-PAG-LINHA(43)(3:24)
           STRING 'AVISO ' WS-ESTAGIO ' DE 3'
                  DELIMITED BY SIZE INTO WS-PAG-LINHA(58)(3:12)
      *
           WRITE REG-REGUAPOS FROM WS-PAG-LINHA(1) AFTER PAGE
           PERFORM VARYING WS-LINHA FROM 2 BY 1 UNTIL WS-LINHA > 60
               WRITE REG-REGUAPOS FROM WS-PAG-LINHA(WS-LINHA)
           END-PERFORM.
      *
       RT-IMPRIMIR-CARTAX.                         EXIT.
      *----------------------------------------------------------------*
      *  LINHA DO REGUALST                                              *
      *----------------------------------------------------------------*
       RT-LISTAR                                   SECTION.
      *
           MOVE ENCMORA-DIAS  TO WS-ED-DIAS
           MOVE ENCMORA-TOTAL TO WS-ED-VALOR
           MOVE SPACES TO REG-REGUALST
           STRING CHG-NOSSO-NUMERO ' ' CHG-SACADO '  ' WS-ED-DIAS
                  '   ' WS-ESTAGIO '   ' WS-MEIO '   '
                  WS-ED-VALOR ' ' WS-OBS
                  DELIMITED BY SIZE INTO REG-REGUALST
           WRITE REG-REGUALST.
      *
       RT-LISTARX.                                 EXIT.
      *----------------------------------------------------------------*
      *  DATA AAAAMMDD DE WS-DATA-AUX EM DD/MM/AAAA                     *
      *----------------------------------------------------------------*
       RT-EDITAR-DATA                              SECTION.
      *
           MOVE SPACES TO WS-DATA-ED
           STRING WS-AUX-DIA '/' WS-AUX-MES '/' WS-AUX-ANO
                  DELIMITED BY SIZE INTO WS-DATA-ED.
      *
       RT-EDITAR-DATAX.                            EXIT.
      *----------------------------------------------------------------*
      *  FECHA OS ARQUIVOS E MANDA AS CARTAS DO CORREIO PARA O SPOOL    *
      *----------------------------------------------------------------*
       RT-ENCERRAR-ARQUIVOS                        SECTION.
      *
           IF  NOT ARQUIVOS-ABERTOS
               EXIT SECTION
           END-IF
           CLOSE CHARGES SACADO AVISCOB REGUAPOS REGUALST
           MOVE 'N' TO WS-ARQUIVOS-ABERTOS
      *
           IF  WS-POR-CORREIO EQUAL ZEROS
               EXIT SECTION
           END-IF
           MOVE 'REGUAPOS' TO CWSPLF-FILE
           MOVE 'REGUAPO'  TO CWSPLF-REPORT
           MOVE SPACES     TO CWSPLF-TITLE
           STRING 'CARTAS DE COBRANCA PARA O CORREIO - '
                  WS-DATA-BASE-ED
                  DELIMITED BY SIZE INTO CWSPLF-TITLE
           CALL SB-CWSPLF USING PARAMETROS-CWSPLF
             ON EXCEPTION
                DISPLAY PGMID '008I- CWSPLF INDISPONIVEL - CARTAS'
                        ' FICARAM EM REGUAPOS'
           END-CALL.
      *
       RT-ENCERRAR-ARQUIVOSX.                      EXIT.
      *----------------------------------------------------------------*
       RT-FINALIZAR                                SECTION.
      *
           IF  WS-RETURN-CODE EQUAL ZEROS
               IF  WS-EMAIL-FALHOU GREATER ZEROS
               OR  WS-SEM-SACADO   GREATER ZEROS
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF
           DISPLAY PGMID '999I' TRACOS
           MOVE    WS-LIDOS            TO WS-DISPLAY
           DISPLAY PGMID '009I- COBRANCAS LIDAS........:' WS-DISPLAY
           MOVE    WS-VENCIDAS         TO WS-DISPLAY
           DISPLAY PGMID '010I- VENCIDAS NA REGUA......:' WS-DISPLAY
           MOVE    WS-CARTAS (1)       TO WS-DISPLAY
           DISPLAY PGMID '011I- LEMBRETES..............:' WS-DISPLAY
           MOVE    WS-CARTAS (2)       TO WS-DISPLAY
           DISPLAY PGMID '012I- NOTIFICACOES...........:' WS-DISPLAY
           MOVE    WS-CARTAS (3)       TO WS-DISPLAY
           DISPLAY PGMID '013I- ULTIMOS AVISOS.........:' WS-DISPLAY
           MOVE    WS-POR-EMAIL        TO WS-DISPLAY
           DISPLAY PGMID '014I- POR E-MAIL.............:' WS-DISPLAY
           MOVE    WS-POR-CORREIO      TO WS-DISPLAY
           DISPLAY PGMID '015I- PELO CORREIO...........:' WS-DISPLAY
           MOVE    WS-EMAIL-FALHOU     TO WS-DISPLAY
           DISPLAY PGMID '016I- E-MAILS QUE FALHARAM...:' WS-DISPLAY
           MOVE    WS-SEM-SACADO       TO WS-DISPLAY
           DISPLAY PGMID '017I- SACADO NAO CADASTRADO..:' WS-DISPLAY
           MOVE    WS-AGUARDANDO       TO WS-DISPLAY
           DISPLAY PGMID '018I- AGUARDANDO INTERVALO...:' WS-DISPLAY
           MOVE    WS-REINICIADAS      TO WS-DISPLAY
           DISPLAY PGMID '019I- REGUA REINICIADA.......:' WS-DISPLAY
           MOVE    WS-ENCERRADAS       TO WS-DISPLAY
           DISPLAY PGMID '020I- REGUA ENCERRADA........:' WS-DISPLAY
           DISPLAY PGMID '999I' TRACOS.
      *
       RT-FINALIZARX.                              EXIT.
      ******************************************************************
      *                      FIM  DO  PROGRAMA                         *
      ******************************************************************
