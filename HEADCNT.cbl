      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HEADCNT.
       AUTHOR.        Traduzido de Easytrieve (macro esy.kex v.0.10).
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      * Quadro de pessoal e rotatividade (turnover)   *
                      * por departamento, mes a mes, nos 12 meses que *
                      * terminam no mes de referencia PAYROLL-ANOMES  *
                      * (padrao: mes corrente).                       *
                      *                                               *
                      * Cada vinculo vem do PERSNL (ativos, com a     *
                      * data de admissao) e do DESLIG (desligados     *
                      * pelo PERSMNT e pelo PERSBTCH, com a imagem do *
                      * cadastro, a data e o motivo); o departamento  *
                      * e o do cadastro (o da imagem, no desligado).  *
                      *                                               *
                      * Por departamento e mes: quadro de abertura,   *
                      * admissoes, desligamentos voluntarios (pedido  *
                      * e acordo) e involuntarios (sem justa causa,   *
                      * justa causa e fim de contrato), quadro de     *
                      * fechamento, turnover % (desligados / quadro   *
                      * medio), tempo medio de casa dos desligados em *
                      * meses e, para conferencia, os pagos no mes    *
                      * segundo o PAYHIST. A linha 12 MESES fecha a   *
                      * janela movel; o TOTAL GERAL soma a empresa.   *
                      *                                               *
                      * Sai a listagem HEADREL no spool (CWSPLF) e o  *
                      * mesmo conteudo em HEADCSV, delimitado por     *
                      * ponto e virgula, para planilha.               *
                      *                                               *
                      * RC 4 = DESLIG ou PAYHIST ausente (quadro      *
                      * incompleto); RC 8 = PERSNL indisponivel.      *
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
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD KEY    IS PERSNL-EMP-NO
                  FILE STATUS   IS FL-STA-PERSNL.
      *
           SELECT OPTIONAL DESLIG ASSIGN TO DESLIG
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS DESLIG-CHAVE
                  FILE STATUS   IS FL-STA-DESLIG.
      *
           SELECT OPTIONAL PAYHIST ASSIGN TO PAYHIST
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS PAYHIST-CHAVE
                  FILE STATUS   IS FL-STA-PAYHIST.
      *
           SELECT OPTIONAL DEPTOS ASSIGN TO DEPTOS
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS DEPTOS-DEPT
                  FILE STATUS   IS FL-STA-DEPTOS.
      *
           SELECT HEADCSV ASSIGN TO HEADCSV
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FL-STA-HEADCSV.
      *
           SELECT HEADREL ASSIGN TO HEADREL.
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
           03 LAST-NAME                      PIC  X(008).
           03 FILLER                         PIC  X(069).
           03 PAY-GROSS                      PIC S9(004)V9(02) COMP-3.
           03 DEPT                           PIC  9(003).
           03 FILLER                         PIC  X(035).
           03 DATE-OF-HIRE                   PIC  9(006).
           03 DATE-OF-HIRE-CC                PIC  9(008).
           03 FILLER                         PIC  X(001).
      *
      *----------------------------------------------------------------*
      *  DESLIGAMENTOS (PERSMNT/PERSBTCH): IMAGEM DO REGISTRO EXCLUIDO  *
      *----------------------------------------------------------------*
       FD  DESLIG
           RECORD CONTAINS 250 CHARACTERS.
      *
       01  REG-DESLIG.
           03 DESLIG-CHAVE.
              05 DESLIG-EMP-NO               PIC  9(005).
              05 DESLIG-DATA                 PIC  9(008).
           03 DESLIG-MOTIVO                  PIC  X(001).
              88 DESLIG-VOLUNTARIO           VALUE 'P' 'A'.
           03 DESLIG-AVISO                   PIC  X(001).
           03 DESLIG-SITUACAO                PIC  X(001).
           03 DESLIG-PRAZO                   PIC  9(008).
           03 DESLIG-DATA-CALC               PIC  9(008).
           03 DESLIG-OPERADOR                PIC  X(030).
           03 DESLIG-DATA-REGISTRO           PIC  9(008).
           03 DESLIG-REG-PERSNL.
              05 FILLER                      PIC  X(097).
              05 DESLIG-DEPT                 PIC  9(003).
              05 FILLER                      PIC  X(041).
              05 DESLIG-ADMISSAO             PIC  9(008).
              05 FILLER                      PIC  X(001).
           03 FILLER                         PIC  X(030).
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
           03 FILLER                         PIC  X(064).
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
      *  SAIDA DELIMITADA (PONTO E VIRGULA) PARA PLANILHA               *
      *----------------------------------------------------------------*
       FD  HEADCSV
           LABEL RECORD IS OMITTED.
      *
       01  REG-HEADCSV                       PIC  X(150).
      *
       FD  HEADREL
           LABEL RECORD IS OMITTED.
      *
       01  REG-HEADREL                       PIC  X(132).
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
              '#HEADCNT.'.
           03 FL-STA-PERSNL                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-PERSNL-OK                               VALUE '00'.
              88 FL-PERSNL-EOF                              VALUE '10'.
           03 FL-STA-DESLIG                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-DESLIG-OK                               VALUE '00'.
              88 FL-DESLIG-EOF                              VALUE '10'.
           03 FL-STA-PAYHIST                 PIC  X(002)    VALUE
              ZEROS.
              88 FL-PAYHIST-OK                              VALUE '00'.
              88 FL-PAYHIST-EOF                             VALUE '10'.
           03 FL-STA-DEPTOS                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-DEPTOS-OK                               VALUE '00'.
              88 FL-DEPTOS-EOF                              VALUE '10'.
           03 FL-STA-HEADCSV                 PIC  X(002)    VALUE
              ZEROS.
              88 FL-HEADCSV-OK                              VALUE '00'.
           03 WS-RETURN-CODE                 PIC  9(003)    VALUE
              ZEROS.
           03 WS-DISPLAY                     PIC  -ZZZ.ZZZ.ZZ9.
           03 WS-LIDOS-PERSNL         COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-LIDOS-DESLIG         COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-LIDOS-PAYHIST        COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-DEPTOS-LISTADOS      COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-SEM-TABELA           COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-TEM-DESLIG                  PIC  X(001)    VALUE 'N'.
              88 TEM-DESLIG                                 VALUE 'S'.
           03 WS-TEM-PAYHIST                 PIC  X(001)    VALUE 'N'.
              88 TEM-PAYHIST                                VALUE 'S'.
           03 WS-CSV-ABERTO                  PIC  X(001)    VALUE 'N'.
              88 CSV-ABERTO                                 VALUE 'S'.
           03 WS-CSV-DELIMITADOR             PIC  X(001)    VALUE ';'.
           03 WS-DATA-HOJE                   PIC  9(008)    VALUE
              ZEROS.
           03 FILLER REDEFINES WS-DATA-HOJE.
              05 WS-HOJE-ANO                 PIC  9(004).
              05 WS-HOJE-MES                 PIC  9(002).
              05 WS-HOJE-DIA                 PIC  9(002).
           03 WS-ANOMES-ENV                  PIC  X(006)    VALUE
              SPACES.
           03 WS-ANOMES                      PIC  9(006)    VALUE
              ZEROS.
           03 FILLER REDEFINES WS-ANOMES.
              05 WS-ANOMES-ANO               PIC  9(004).
              05 WS-ANOMES-MES               PIC  9(002).
           03 WS-ANOMES-INI                  PIC  9(006)    VALUE
              ZEROS.
           03 FILLER REDEFINES WS-ANOMES-INI.
              05 WS-INI-ANO                  PIC  9(004).
              05 WS-INI-MES                  PIC  9(002).
           03 WS-ANOMES-AUX                  PIC  9(006)    VALUE
              ZEROS.
           03 FILLER REDEFINES WS-ANOMES-AUX.
              05 WS-AUX-ANO                  PIC  9(004).
              05 WS-AUX-MES                  PIC  9(002).
           03 WS-MES-FIM-ABS          COMP-3 PIC S9(007)    VALUE ZEROS.
           03 WS-MES-INI-ABS          COMP-3 PIC S9(007)    VALUE ZEROS.
           03 WS-MES-ABS              COMP-3 PIC S9(007)    VALUE ZEROS.
           03 WS-DATA-INI                    PIC  9(008)    VALUE
              ZEROS.
           03 WS-DATA-FIM                    PIC  9(008)    VALUE
              ZEROS.
           03 WS-INT-DATA                    PIC  9(008)    VALUE
              ZEROS.
      *
      *----------------------------------------------------------------*
      *  VINCULO EM ANALISE (ATIVO DO PERSNL OU DESLIGADO DO DESLIG)    *
      *----------------------------------------------------------------*
       01  WS-VINCULO.
           03 WS-VIN-DEPT                    PIC  9(003)    VALUE
              ZEROS.
           03 WS-VIN-ADMISSAO                PIC  9(008)    VALUE
              ZEROS.
           03 WS-VIN-DESLIG                  PIC  9(008)    VALUE
              ZEROS.
           03 WS-VIN-VOLUNTARIO              PIC  X(001)    VALUE 'N'.
              88 VIN-VOLUNTARIO                             VALUE 'S'.
           03 WS-VIN-DIAS             COMP-3 PIC S9(007)    VALUE ZEROS.
           03 WS-SOMA-ABERTURA               PIC  9(001)    VALUE
              ZEROS.
           03 WS-SOMA-MES-ADM         COMP   PIC  9(004)    VALUE
              ZEROS.
           03 WS-SOMA-MES-DESL        COMP   PIC  9(004)    VALUE
              ZEROS.
           03 WS-DATA-AUX                    PIC  9(008)    VALUE
              ZEROS.
      *
      *----------------------------------------------------------------*
      *  QUADRO POR DEPARTAMENTO E MES DA JANELA (1 = MAIS ANTIGO);     *
      *  A ULTIMA OCORRENCIA E O TOTAL GERAL                            *
      *----------------------------------------------------------------*
       01  WS-QUADRO.
           03 WS-TAB-QTDE             COMP   PIC  9(004)    VALUE
              ZEROS.
           03 WS-TAB-MAX              COMP   PIC  9(004)    VALUE 100.
           03 WS-IX-TOTAL             COMP   PIC  9(004)    VALUE 101.
           03 WS-IX                   COMP   PIC  9(004)    VALUE
              ZEROS.
           03 WS-IX-DEPT              COMP   PIC  9(004)    VALUE
              ZEROS.
           03 WS-IM                   COMP   PIC  9(004)    VALUE
              ZEROS.
           03 WS-TAB-DEPTO OCCURS 101 TIMES INDEXED BY INDDEP.
              05 TAB-DEPT                    PIC  9(003).
              05 TAB-DESCRICAO               PIC  X(030).
              05 TAB-ABERTURA         COMP-3 PIC S9(007).
              05 TAB-MES OCCURS 12 TIMES.
                 07 TAB-ADMISSOES     COMP-3 PIC S9(007).
                 07 TAB-VOLUNTARIOS   COMP-3 PIC S9(007).
                 07 TAB-INVOLUNTARIOS COMP-3 PIC S9(007).
                 07 TAB-DIAS-CASA     COMP-3 PIC S9(009).
                 07 TAB-COM-TEMPO     COMP-3 PIC S9(007).
                 07 TAB-NA-FOLHA      COMP-3 PIC S9(007).
      *
      *----------------------------------------------------------------*
      *  CALCULO DE UMA LINHA (MES OU 12 MESES)                         *
      *----------------------------------------------------------------*
       01  WS-CALCULO.
           03 WS-ATIVIDADE            COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-ABERTURA             COMP-3 PIC S9(007)    VALUE ZEROS.
           03 WS-FECHAMENTO           COMP-3 PIC S9(007)    VALUE ZEROS.
           03 WS-ADMISSOES            COMP-3 PIC S9(007)    VALUE ZEROS.
           03 WS-VOLUNTARIOS          COMP-3 PIC S9(007)    VALUE ZEROS.
           03 WS-INVOLUNTARIOS        COMP-3 PIC S9(007)    VALUE ZEROS.
           03 WS-DESLIGADOS           COMP-3 PIC S9(007)    VALUE ZEROS.
           03 WS-DIAS-CASA            COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-COM-TEMPO            COMP-3 PIC S9(007)    VALUE ZEROS.
           03 WS-NA-FOLHA             COMP-3 PIC S9(007)    VALUE ZEROS.
           03 WS-QUADRO-MEDIO         COMP-3 PIC S9(007)V99 VALUE ZEROS.
           03 WS-SOMA-MEDIOS          COMP-3 PIC S9(009)V99 VALUE ZEROS.
           03 WS-TURNOVER             COMP-3 PIC S9(003)V99 VALUE ZEROS.
           03 WS-TEMPO-MEDIO          COMP-3 PIC S9(004)V9  VALUE ZEROS.
           03 WS-ABERTURA-ANO         COMP-3 PIC S9(007)    VALUE ZEROS.
           03 WS-ADMISSOES-ANO        COMP-3 PIC S9(007)    VALUE ZEROS.
           03 WS-VOLUNTARIOS-ANO      COMP-3 PIC S9(007)    VALUE ZEROS.
           03 WS-INVOLUNTARIOS-ANO    COMP-3 PIC S9(007)    VALUE ZEROS.
           03 WS-DIAS-CASA-ANO        COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-COM-TEMPO-ANO        COMP-3 PIC S9(007)    VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *  LINHAS DA LISTAGEM                                             *
      *----------------------------------------------------------------*
       01  WS-CABECALHO.
           03 FILLER                         PIC  X(036)    VALUE
              'QUADRO DE PESSOAL E TURNOVER - DE '.
           03 CAB-INI-MES                    PIC  9(002).
           03 FILLER                         PIC  X(001)    VALUE '/'.
           03 CAB-INI-ANO                    PIC  9(004).
           03 FILLER                         PIC  X(003)    VALUE
              ' A '.
           03 CAB-FIM-MES                    PIC  9(002).
           03 FILLER                         PIC  X(001)    VALUE '/'.
           03 CAB-FIM-ANO                    PIC  9(004).
           03 FILLER                         PIC  X(011)    VALUE
              ' - EMITIDO '.
           03 CAB-DIA                        PIC  9(002).
           03 FILLER                         PIC  X(001)    VALUE '/'.
           03 CAB-MES                        PIC  9(002).
           03 FILLER                         PIC  X(001)    VALUE '/'.
           03 CAB-ANO                        PIC  9(004).
           03 FILLER                         PIC  X(058)    VALUE
              SPACES.
      *
       01  WS-NOTA.
           03 FILLER                         PIC  X(035)    VALUE
              'TURN.% = DESLIGADOS / QUADRO MEDIO;'.
           03 FILLER                         PIC  X(047)    VALUE
              ' T.CASA = TEMPO MEDIO DE CASA DOS DESLIGADOS EM'.
           03 FILLER                         PIC  X(050)    VALUE
              ' MESES; FOLHA = PAGOS NO MES (PAYHIST)'.
      *
       01  WS-TITULOS.
           03 FILLER                         PIC  X(051)    VALUE
              '  MES/ANO    ABERT.  ADMIS.   VOLUNT   INVOL.   FEC'.
           03 FILLER                         PIC  X(081)    VALUE
              'HAM.  TURN.%     T.CASA      FOLHA'.
      *
       01  WS-LINHA-DEPT.
           03 FILLER                         PIC  X(006)    VALUE
              'DEPTO '.
           03 LDP-DEPT                       PIC  X(003).
           03 FILLER                         PIC  X(001)    VALUE
              SPACE.
           03 LDP-DESCRICAO                  PIC  X(030).
           03 FILLER                         PIC  X(092)    VALUE
              SPACES.
      *
       01  WS-DETALHE.
           03 FILLER                         PIC  X(002)    VALUE
              SPACES.
           03 DET-ROTULO                     PIC  X(009).
           03 FILLER                         PIC  X(002)    VALUE
              SPACES.
           03 DET-ABERTURA                   PIC  ZZ.ZZ9.
           03 FILLER                         PIC  X(002)    VALUE
              SPACES.
           03 DET-ADMISSOES                  PIC  ZZ.ZZ9.
           03 FILLER                         PIC  X(003)    VALUE
              SPACES.
           03 DET-VOLUNTARIOS                PIC  ZZ.ZZ9.
           03 FILLER                         PIC  X(003)    VALUE
              SPACES.
           03 DET-INVOLUNTARIOS              PIC  ZZ.ZZ9.
           03 FILLER                         PIC  X(003)    VALUE
              SPACES.
           03 DET-FECHAMENTO                 PIC  ZZ.ZZ9.
           03 FILLER                         PIC  X(003)    VALUE
              SPACES.
           03 DET-TURNOVER                   PIC  ZZ9,99.
           03 FILLER                         PIC  X(005)    VALUE
              SPACES.
           03 DET-TEMPO-MEDIO                PIC  ZZZ9,9
                                             BLANK WHEN ZERO.
           03 FILLER                         PIC  X(005)    VALUE
              SPACES.
           03 DET-NA-FOLHA                   PIC  ZZ.ZZ9
                                             BLANK WHEN ZERO.
           03 FILLER                         PIC  X(047)    VALUE
              SPACES.
      *
      *----------------------------------------------------------------*
      *  CAMPOS DA LINHA DELIMITADA                                     *
      *----------------------------------------------------------------*
       01  WS-CSV.
           03 CSV-DEPT                       PIC  X(003).
           03 CSV-PERIODO                    PIC  X(006).
           03 CSV-NUMERO                     PIC  Z(006)9.
           03 CSV-PERCENTUAL                 PIC  ZZ9,99.
           03 CSV-TEMPO                      PIC  ZZZ9,9.
           03 CSV-LINHA                      PIC  X(150).
           03 CSV-PTR                 COMP   PIC  9(004).
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
               PERFORM RT-CARREGAR
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
      *  JANELA DE 12 MESES ATE O MES DE REFERENCIA; ABRE OS ARQUIVOS   *
      *  E CARREGA OS DEPARTAMENTOS DO DEPTOS NO QUADRO                 *
      *----------------------------------------------------------------*
       RT-INICIAR                                  SECTION.
      *
           DISPLAY PGMID '001I ' FUNCTION WHEN-COMPILED
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           INITIALIZE WS-TAB-DEPTO (1)
           PERFORM VARYING WS-IX FROM 2 BY 1
                     UNTIL WS-IX GREATER WS-IX-TOTAL
               MOVE WS-TAB-DEPTO (1) TO WS-TAB-DEPTO (WS-IX)
           END-PERFORM
      *
           DISPLAY 'PAYROLL-ANOMES' UPON ENVIRONMENT-NAME
           ACCEPT   WS-ANOMES-ENV   FROM ENVIRONMENT-VALUE
           IF  WS-ANOMES-ENV IS NUMERIC
               MOVE WS-ANOMES-ENV TO WS-ANOMES
           ELSE
               COMPUTE WS-ANOMES = WS-DATA-HOJE / 100
           END-IF
           COMPUTE WS-MES-FIM-ABS = WS-ANOMES-ANO * 12
                                  + WS-ANOMES-MES - 1
           COMPUTE WS-MES-INI-ABS = WS-MES-FIM-ABS - 11
           MOVE WS-MES-INI-ABS TO WS-MES-ABS
           PERFORM RT-ANOMES-DO-MES
           MOVE WS-ANOMES-AUX TO WS-ANOMES-INI
           COMPUTE WS-DATA-INI = WS-ANOMES-INI * 100 + 1
           COMPUTE WS-MES-ABS = WS-MES-FIM-ABS + 1
           PERFORM RT-ANOMES-DO-MES
           COMPUTE WS-INT-DATA =
                   FUNCTION INTEGER-OF-DATE(WS-ANOMES-AUX * 100 + 1)
                   - 1
           COMPUTE WS-DATA-FIM = FUNCTION DATE-OF-INTEGER(WS-INT-DATA)
           DISPLAY PGMID '001I- JANELA ' WS-DATA-INI ' A ' WS-DATA-FIM
      *
           OPEN INPUT PERSNL
           IF  NOT FL-PERSNL-OK
               DISPLAY PGMID '002I- PERSNL COM ERRO ' FL-STA-PERSNL
               MOVE 8 TO WS-RETURN-CODE
               EXIT SECTION
           END-IF
      *
           OPEN INPUT DESLIG
           IF  FL-DESLIG-OK
               SET TEM-DESLIG TO TRUE
           ELSE
               DISPLAY PGMID '003I- DESLIG AUSENTE OU COM ERRO '
                       FL-STA-DESLIG ' - SEM DESLIGAMENTOS'
               MOVE 4 TO WS-RETURN-CODE
           END-IF
      *
           OPEN INPUT PAYHIST
           IF  FL-PAYHIST-OK
               SET TEM-PAYHIST TO TRUE
           ELSE
               DISPLAY PGMID '003I- PAYHIST AUSENTE OU COM ERRO '
                       FL-STA-PAYHIST ' - COLUNA FOLHA EM BRANCO'
               MOVE 4 TO WS-RETURN-CODE
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
                        IF  WS-TAB-QTDE LESS WS-TAB-MAX
                            ADD  1 TO WS-TAB-QTDE
                            MOVE DEPTOS-DEPT
                              TO TAB-DEPT (WS-TAB-QTDE)
                            MOVE DEPTOS-DESCRICAO
                              TO TAB-DESCRICAO (WS-TAB-QTDE)
                        END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPTOS
           END-IF
           MOVE 999           TO TAB-DEPT (WS-IX-TOTAL)
           MOVE 'TOTAL GERAL' TO TAB-DESCRICAO (WS-IX-TOTAL)
      *
           OPEN OUTPUT HEADREL
           MOVE WS-INI-MES    TO CAB-INI-MES
           MOVE WS-INI-ANO    TO CAB-INI-ANO
           MOVE WS-ANOMES-MES TO CAB-FIM-MES
           MOVE WS-ANOMES-ANO TO CAB-FIM-ANO
           MOVE WS-HOJE-DIA   TO CAB-DIA
           MOVE WS-HOJE-MES   TO CAB-MES
           MOVE WS-HOJE-ANO   TO CAB-ANO
           WRITE REG-HEADREL FROM WS-CABECALHO
           WRITE REG-HEADREL FROM WS-NOTA
           MOVE SPACES TO REG-HEADREL
           WRITE REG-HEADREL
      *
           OPEN OUTPUT HEADCSV
           IF  FL-HEADCSV-OK
               SET CSV-ABERTO TO TRUE
               MOVE SPACES TO REG-HEADCSV
               STRING 'DEPTO;PERIODO;ABERTURA;ADMISSOES;VOLUNTARIOS;'
                      'INVOLUNTARIOS;FECHAMENTO;TURNOVER_PCT;'
                      'TEMPO_CASA_MESES;NA_FOLHA'
                      DELIMITED BY SIZE INTO REG-HEADCSV
               WRITE REG-HEADCSV
           ELSE
               DISPLAY PGMID '004I- HEADCSV COM ERRO ' FL-STA-HEADCSV
                       ' - SO A LISTAGEM'
           END-IF.
      *
       RT-INICIARX.                                EXIT.
      *----------------------------------------------------------------*
      *  MES ABSOLUTO (ANO * 12 + MES - 1) PARA AAAAMM                  *
      *----------------------------------------------------------------*
       RT-ANOMES-DO-MES                            SECTION.
      *
           COMPUTE WS-AUX-ANO = WS-MES-ABS / 12
           COMPUTE WS-AUX-MES = WS-MES-ABS - WS-AUX-ANO * 12 + 1.
      *
       RT-ANOMES-DO-MESX.                          EXIT.
      *----------------------------------------------------------------*
      *  ATIVOS DO PERSNL, DESLIGADOS DO DESLIG E PAGOS DO PAYHIST      *
      *----------------------------------------------------------------*
       RT-CARREGAR                                 SECTION.
      *
           PERFORM UNTIL FL-PERSNL-EOF
               READ PERSNL
                 AT END
                    SET FL-PERSNL-EOF TO TRUE
                 NOT AT END
                    ADD  1               TO WS-LIDOS-PERSNL
                    MOVE DEPT            TO WS-VIN-DEPT
                    MOVE DATE-OF-HIRE-CC TO WS-VIN-ADMISSAO
                    MOVE ZEROS           TO WS-VIN-DESLIG
                    MOVE 'N'             TO WS-VIN-VOLUNTARIO
                    PERFORM RT-CONTAR-VINCULO
               END-READ
           END-PERFORM
           CLOSE PERSNL
      *
           IF  TEM-DESLIG
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
                        ADD  1               TO WS-LIDOS-DESLIG
                        MOVE DESLIG-DEPT     TO WS-VIN-DEPT
                        MOVE DESLIG-ADMISSAO TO WS-VIN-ADMISSAO
                        MOVE DESLIG-DATA     TO WS-VIN-DESLIG
                        MOVE 'N'             TO WS-VIN-VOLUNTARIO
                        IF  DESLIG-VOLUNTARIO
                            SET VIN-VOLUNTARIO TO TRUE
                        END-IF
                        PERFORM RT-CONTAR-VINCULO
                   END-READ
               END-PERFORM
               CLOSE DESLIG
           END-IF
      *
           IF  TEM-PAYHIST
               MOVE LOW-VALUES    TO PAYHIST-CHAVE
               MOVE WS-ANOMES-INI TO PAYHIST-ANOMES
               START PAYHIST KEY NOT LESS PAYHIST-CHAVE
                   INVALID KEY
                       SET FL-PAYHIST-EOF TO TRUE
               END-START
               PERFORM UNTIL FL-PAYHIST-EOF
                   READ PAYHIST NEXT RECORD
                     AT END
                        SET FL-PAYHIST-EOF TO TRUE
                     NOT AT END
                        IF  PAYHIST-ANOMES GREATER WS-ANOMES
                            SET FL-PAYHIST-EOF TO TRUE
                        ELSE
                            ADD 1 TO WS-LIDOS-PAYHIST
                            PERFORM RT-CONTAR-PAGO
                        END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYHIST
           END-IF.
      *
       RT-CARREGARX.                               EXIT.
      *----------------------------------------------------------------*
      *  UM VINCULO: NO QUADRO DE ABERTURA SE ADMITIDO ANTES DA JANELA  *
      *  E NAO DESLIGADO ANTES DELA; ADMISSAO E DESLIGAMENTO CONTAM NO  *
      *  MES EM QUE CAEM DENTRO DA JANELA                               *
      *----------------------------------------------------------------*
       RT-CONTAR-VINCULO                           SECTION.
      *
           MOVE ZEROS TO WS-SOMA-ABERTURA WS-SOMA-MES-ADM
                         WS-SOMA-MES-DESL WS-VIN-DIAS
      *
           IF  WS-VIN-ADMISSAO LESS WS-DATA-INI
               IF  WS-VIN-DESLIG EQUAL ZEROS
               OR  WS-VIN-DESLIG NOT LESS WS-DATA-INI
                   MOVE 1 TO WS-SOMA-ABERTURA
               END-IF
           ELSE
               IF  WS-VIN-ADMISSAO NOT GREATER WS-DATA-FIM
                   MOVE WS-VIN-ADMISSAO TO WS-DATA-AUX
                   PERFORM RT-MES-DA-DATA
                   MOVE WS-IM TO WS-SOMA-MES-ADM
               END-IF
           END-IF
      *
           IF  WS-VIN-DESLIG NOT LESS WS-DATA-INI
           AND WS-VIN-DESLIG NOT GREATER WS-DATA-FIM
               MOVE WS-VIN-DESLIG TO WS-DATA-AUX
               PERFORM RT-MES-DA-DATA
               MOVE WS-IM TO WS-SOMA-MES-DESL
               IF  FUNCTION TEST-DATE-YYYYMMDD(WS-VIN-ADMISSAO)
                   EQUAL ZEROS
               AND WS-VIN-ADMISSAO NOT GREATER WS-VIN-DESLIG
                   COMPUTE WS-VIN-DIAS =
                           FUNCTION INTEGER-OF-DATE(WS-VIN-DESLIG)
                         - FUNCTION INTEGER-OF-DATE(WS-VIN-ADMISSAO)
                         + 1
               END-IF
           END-IF
      *
           IF  WS-SOMA-ABERTURA EQUAL ZEROS
           AND WS-SOMA-MES-ADM  EQUAL ZEROS
           AND WS-SOMA-MES-DESL EQUAL ZEROS
               EXIT SECTION
           END-IF
      *
           PERFORM RT-LOCALIZAR-DEPT
           IF  WS-IX-DEPT GREATER ZEROS
               MOVE WS-IX-DEPT TO WS-IX
               PERFORM RT-ACUMULAR
           END-IF
           MOVE WS-IX-TOTAL TO WS-IX
           PERFORM RT-ACUMULAR.
      *
       RT-CONTAR-VINCULOX.                         EXIT.
      *----------------------------------------------------------------*
       RT-ACUMULAR                                 SECTION.
      *
           ADD WS-SOMA-ABERTURA TO TAB-ABERTURA (WS-IX)
           IF  WS-SOMA-MES-ADM GREATER ZEROS
               ADD 1 TO TAB-ADMISSOES (WS-IX WS-SOMA-MES-ADM)
           END-IF
           IF  WS-SOMA-MES-DESL GREATER ZEROS
               IF  VIN-VOLUNTARIO
                   ADD 1 TO TAB-VOLUNTARIOS (WS-IX WS-SOMA-MES-DESL)
               ELSE
                   ADD 1 TO TAB-INVOLUNTARIOS (WS-IX WS-SOMA-MES-DESL)
               END-IF
               IF  WS-VIN-DIAS GREATER ZEROS
                   ADD WS-VIN-DIAS
                    TO TAB-DIAS-CASA (WS-IX WS-SOMA-MES-DESL)
                   ADD 1 TO TAB-COM-TEMPO (WS-IX WS-SOMA-MES-DESL)
               END-IF
           END-IF.
      *
       RT-ACUMULARX.                               EXIT.
      *----------------------------------------------------------------*
      *  PAGO NO PAYHIST: CONTA NO MES E NO DEPARTAMENTO DO CICLO       *
      *----------------------------------------------------------------*
       RT-CONTAR-PAGO                              SECTION.
      *
           MOVE PAYHIST-ANOMES TO WS-ANOMES-AUX
           COMPUTE WS-IM = WS-AUX-ANO * 12 + WS-AUX-MES - 1
                         - WS-MES-INI-ABS + 1
           MOVE PAYHIST-DEPT TO WS-VIN-DEPT
           PERFORM RT-LOCALIZAR-DEPT
           IF  WS-IX-DEPT GREATER ZEROS
               ADD 1 TO TAB-NA-FOLHA (WS-IX-DEPT WS-IM)
           END-IF
           ADD 1 TO TAB-NA-FOLHA (WS-IX-TOTAL WS-IM).
      *
       RT-CONTAR-PAGOX.                            EXIT.
      *----------------------------------------------------------------*
      *  POSICAO DO MES DE WS-DATA-AUX NA JANELA (1 A 12)               *
      *----------------------------------------------------------------*
       RT-MES-DA-DATA                              SECTION.
      *
           COMPUTE WS-ANOMES-AUX = WS-DATA-AUX / 100
           COMPUTE WS-IM = WS-AUX-ANO * 12 + WS-AUX-MES - 1
                         - WS-MES-INI-ABS + 1.
      *
       RT-MES-DA-DATAX.                            EXIT.
      *----------------------------------------------------------------*
      *  DEPARTAMENTO NO QUADRO; O QUE NAO ESTA NO DEPTOS ENTRA NO FIM  *
      *  (ZERO = QUADRO CHEIO, SO NO TOTAL GERAL)                       *
      *----------------------------------------------------------------*
       RT-LOCALIZAR-DEPT                           SECTION.
      *
           MOVE ZEROS TO WS-IX-DEPT
           SET INDDEP TO 1
           SEARCH WS-TAB-DEPTO
               AT END
                   CONTINUE
               WHEN INDDEP GREATER WS-TAB-QTDE
                   CONTINUE
               WHEN TAB-DEPT (INDDEP) EQUAL WS-VIN-DEPT
                   SET WS-IX-DEPT TO INDDEP
           END-SEARCH
           IF  WS-IX-DEPT GREATER ZEROS
               EXIT SECTION
           END-IF
      *
           IF  WS-TAB-QTDE NOT LESS WS-TAB-MAX
               ADD 1 TO WS-SEM-TABELA
               EXIT SECTION
           END-IF
           ADD  1           TO WS-TAB-QTDE
           MOVE WS-TAB-QTDE TO WS-IX-DEPT
           MOVE WS-VIN-DEPT TO TAB-DEPT (WS-IX-DEPT)
           MOVE 'NAO CADASTRADO NO DEPTOS'
             TO TAB-DESCRICAO (WS-IX-DEPT).
      *
       RT-LOCALIZAR-DEPTX.                         EXIT.
      *----------------------------------------------------------------*
      *  UM BLOCO POR DEPARTAMENTO COM MOVIMENTO E O TOTAL GERAL        *
      *----------------------------------------------------------------*
       RT-LISTAR                                   SECTION.
      *
           PERFORM VARYING WS-IX FROM 1 BY 1
                     UNTIL WS-IX GREATER WS-TAB-QTDE
               MOVE TAB-ABERTURA (WS-IX) TO WS-ATIVIDADE
               PERFORM VARYING WS-IM FROM 1 BY 1
                         UNTIL WS-IM GREATER 12
                   ADD TAB-ADMISSOES     (WS-IX WS-IM)
                       TAB-VOLUNTARIOS   (WS-IX WS-IM)
                       TAB-INVOLUNTARIOS (WS-IX WS-IM)
                       TAB-NA-FOLHA      (WS-IX WS-IM)
                    TO WS-ATIVIDADE
               END-PERFORM
               IF  WS-ATIVIDADE GREATER ZEROS
                   ADD 1 TO WS-DEPTOS-LISTADOS
                   PERFORM RT-LISTAR-DEPT
               END-IF
           END-PERFORM
           MOVE WS-IX-TOTAL TO WS-IX
           PERFORM RT-LISTAR-DEPT
      *
           CLOSE HEADREL
           IF  CSV-ABERTO
               CLOSE HEADCSV
               MOVE 'N' TO WS-CSV-ABERTO
           END-IF
      *
           MOVE 'HEADREL'  TO CWSPLF-FILE
           MOVE 'HEADREL'  TO CWSPLF-REPORT
           MOVE SPACES     TO CWSPLF-TITLE
           STRING 'QUADRO DE PESSOAL E TURNOVER - ' WS-ANOMES-INI
                  ' A ' WS-ANOMES
                  DELIMITED BY SIZE INTO CWSPLF-TITLE
           CALL SB-CWSPLF USING PARAMETROS-CWSPLF
             ON EXCEPTION
                DISPLAY PGMID '005I- CWSPLF INDISPONIVEL - LISTAGEM'
                        ' FICOU EM HEADREL'
           END-CALL.
      *
       RT-LISTARX.                                 EXIT.
      *----------------------------------------------------------------*
      *  DOZE MESES DO DEPARTAMENTO WS-IX E A LINHA DOS 12 MESES        *
      *----------------------------------------------------------------*
       RT-LISTAR-DEPT                              SECTION.
      *
           IF  WS-IX EQUAL WS-IX-TOTAL
               MOVE 'GER'           TO LDP-DEPT CSV-DEPT
           ELSE
               MOVE TAB-DEPT (WS-IX) TO LDP-DEPT CSV-DEPT
           END-IF
           MOVE TAB-DESCRICAO (WS-IX) TO LDP-DESCRICAO
           MOVE SPACES TO REG-HEADREL
           WRITE REG-HEADREL
           WRITE REG-HEADREL FROM WS-LINHA-DEPT
           WRITE REG-HEADREL FROM WS-TITULOS
      *
           MOVE TAB-ABERTURA (WS-IX) TO WS-ABERTURA WS-ABERTURA-ANO
           MOVE ZEROS TO WS-ADMISSOES-ANO WS-VOLUNTARIOS-ANO
                         WS-INVOLUNTARIOS-ANO WS-DIAS-CASA-ANO
                         WS-COM-TEMPO-ANO WS-SOMA-MEDIOS
           PERFORM VARYING WS-IM FROM 1 BY 1
                     UNTIL WS-IM GREATER 12
               MOVE TAB-ADMISSOES     (WS-IX WS-IM) TO WS-ADMISSOES
               MOVE TAB-VOLUNTARIOS   (WS-IX WS-IM) TO WS-VOLUNTARIOS
               MOVE TAB-INVOLUNTARIOS (WS-IX WS-IM)
                 TO WS-INVOLUNTARIOS
               MOVE TAB-DIAS-CASA     (WS-IX WS-IM) TO WS-DIAS-CASA
               MOVE TAB-COM-TEMPO     (WS-IX WS-IM) TO WS-COM-TEMPO
               MOVE TAB-NA-FOLHA      (WS-IX WS-IM) TO WS-NA-FOLHA
               COMPUTE WS-FECHAMENTO = WS-ABERTURA + WS-ADMISSOES
                                     - WS-VOLUNTARIOS
                                     - WS-INVOLUNTARIOS
               COMPUTE WS-QUADRO-MEDIO ROUNDED =
                       (WS-ABERTURA + WS-FECHAMENTO) / 2
               ADD WS-QUADRO-MEDIO  TO WS-SOMA-MEDIOS
               ADD WS-ADMISSOES     TO WS-ADMISSOES-ANO
               ADD WS-VOLUNTARIOS   TO WS-VOLUNTARIOS-ANO
               ADD WS-INVOLUNTARIOS TO WS-INVOLUNTARIOS-ANO
               ADD WS-DIAS-CASA     TO WS-DIAS-CASA-ANO
               ADD WS-COM-TEMPO     TO WS-COM-TEMPO-ANO
               COMPUTE WS-MES-ABS = WS-MES-INI-ABS + WS-IM - 1
               PERFORM RT-ANOMES-DO-MES
               MOVE SPACES TO DET-ROTULO
               STRING '  ' WS-AUX-MES '/' WS-AUX-ANO
                      DELIMITED BY SIZE INTO DET-ROTULO
               MOVE WS-ANOMES-AUX TO CSV-PERIODO
               PERFORM RT-IMPRIMIR-LINHA
               MOVE WS-FECHAMENTO TO WS-ABERTURA
           END-PERFORM
      *
      *    JANELA MOVEL: QUADRO MEDIO = MEDIA DOS QUADROS MEDIOS MENSAIS
           MOVE WS-ABERTURA-ANO      TO WS-ABERTURA
           MOVE WS-ADMISSOES-ANO     TO WS-ADMISSOES
           MOVE WS-VOLUNTARIOS-ANO   TO WS-VOLUNTARIOS
           MOVE WS-INVOLUNTARIOS-ANO TO WS-INVOLUNTARIOS
           MOVE WS-DIAS-CASA-ANO     TO WS-DIAS-CASA
           MOVE WS-COM-TEMPO-ANO     TO WS-COM-TEMPO
           MOVE ZEROS                TO WS-NA-FOLHA
           COMPUTE WS-QUADRO-MEDIO ROUNDED = WS-SOMA-MEDIOS / 12
           MOVE ' 12 MESES' TO DET-ROTULO
           MOVE '12M'       TO CSV-PERIODO
           PERFORM RT-IMPRIMIR-LINHA.
      *
       RT-LISTAR-DEPTX.                            EXIT.
      *----------------------------------------------------------------*
      *  TURNOVER E TEMPO MEDIO DE CASA; LINHA NA LISTAGEM E NO CSV     *
      *----------------------------------------------------------------*
       RT-IMPRIMIR-LINHA                           SECTION.
      *
           COMPUTE WS-DESLIGADOS = WS-VOLUNTARIOS + WS-INVOLUNTARIOS
           MOVE ZEROS TO WS-TURNOVER WS-TEMPO-MEDIO
           IF  WS-QUADRO-MEDIO GREATER ZEROS
               COMPUTE WS-TURNOVER ROUNDED =
                       WS-DESLIGADOS * 100 / WS-QUADRO-MEDIO
                   ON SIZE ERROR
                       MOVE 999,99 TO WS-TURNOVER
               END-COMPUTE
           END-IF
           IF  WS-COM-TEMPO GREATER ZEROS
               COMPUTE WS-TEMPO-MEDIO ROUNDED =
                       WS-DIAS-CASA / WS-COM-TEMPO / 30,4375
           END-IF
      *
           MOVE WS-ABERTURA      TO DET-ABERTURA
           MOVE WS-ADMISSOES     TO DET-ADMISSOES
           MOVE WS-VOLUNTARIOS   TO DET-VOLUNTARIOS
           MOVE WS-INVOLUNTARIOS TO DET-INVOLUNTARIOS
           MOVE WS-FECHAMENTO    TO DET-FECHAMENTO
           MOVE WS-TURNOVER      TO DET-TURNOVER
           MOVE WS-TEMPO-MEDIO   TO DET-TEMPO-MEDIO
           MOVE WS-NA-FOLHA      TO DET-NA-FOLHA
           WRITE REG-HEADREL FROM WS-DETALHE
      *
           IF  NOT CSV-ABERTO
               EXIT SECTION
           END-IF
           MOVE SPACES TO CSV-LINHA
           MOVE 1      TO CSV-PTR
           STRING CSV-DEPT WS-CSV-DELIMITADOR
                  FUNCTION TRIM(CSV-PERIODO) WS-CSV-DELIMITADOR
                  DELIMITED BY SIZE INTO CSV-LINHA POINTER CSV-PTR
           MOVE WS-ABERTURA TO CSV-NUMERO
           PERFORM RT-CSV-NUMERO
           MOVE WS-ADMISSOES TO CSV-NUMERO
           PERFORM RT-CSV-NUMERO
           MOVE WS-VOLUNTARIOS TO CSV-NUMERO
           PERFORM RT-CSV-NUMERO
           MOVE WS-INVOLUNTARIOS TO CSV-NUMERO
           PERFORM RT-CSV-NUMERO
           MOVE WS-FECHAMENTO TO CSV-NUMERO
           PERFORM RT-CSV-NUMERO
           MOVE WS-TURNOVER    TO CSV-PERCENTUAL
           MOVE WS-TEMPO-MEDIO TO CSV-TEMPO
           STRING FUNCTION TRIM(CSV-PERCENTUAL) WS-CSV-DELIMITADOR
                  FUNCTION TRIM(CSV-TEMPO)      WS-CSV-DELIMITADOR
                  DELIMITED BY SIZE INTO CSV-LINHA POINTER CSV-PTR
           MOVE WS-NA-FOLHA TO CSV-NUMERO
           STRING FUNCTION TRIM(CSV-NUMERO)
                  DELIMITED BY SIZE INTO CSV-LINHA POINTER CSV-PTR
           MOVE CSV-LINHA TO REG-HEADCSV
           WRITE REG-HEADCSV.
      *
       RT-IMPRIMIR-LINHAX.                         EXIT.
      *----------------------------------------------------------------*
       RT-CSV-NUMERO                               SECTION.
      *
           STRING FUNCTION TRIM(CSV-NUMERO) WS-CSV-DELIMITADOR
                  DELIMITED BY SIZE INTO CSV-LINHA POINTER CSV-PTR.
      *
       RT-CSV-NUMEROX.                             EXIT.
      *----------------------------------------------------------------*
       RT-FINALIZAR                                SECTION.
      *
           IF  WS-SEM-TABELA GREATER ZEROS
               DISPLAY PGMID '006I- MAIS DE 100 DEPARTAMENTOS - '
                       'EXCEDENTES SO NO TOTAL GERAL'
           END-IF
           DISPLAY PGMID '999I' TRACOS
           MOVE    WS-LIDOS-PERSNL     TO WS-DISPLAY
           DISPLAY PGMID '007I- ATIVOS LIDOS...........:' WS-DISPLAY
           MOVE    WS-LIDOS-DESLIG     TO WS-DISPLAY
           DISPLAY PGMID '008I- DESLIGAMENTOS LIDOS....:' WS-DISPLAY
           MOVE    WS-LIDOS-PAYHIST    TO WS-DISPLAY
           DISPLAY PGMID '009I- PAGAMENTOS NA JANELA...:' WS-DISPLAY
           MOVE    WS-DEPTOS-LISTADOS  TO WS-DISPLAY
           DISPLAY PGMID '010I- DEPARTAMENTOS LISTADOS.:' WS-DISPLAY
           DISPLAY PGMID '999I' TRACOS.
      *
       RT-FINALIZARX.                              EXIT.
      ******************************************************************
      *                      FIM  DO  PROGRAMA                         *
      ******************************************************************
