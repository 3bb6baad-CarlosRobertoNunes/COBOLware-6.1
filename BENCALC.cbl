      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BENCALC.
       AUTHOR.        Traduzido de Easytrieve (macro esy.kex v.0.10).
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      * Apuracao mensal do vale-transporte e do       *
                      * vale-refeicao/alimentacao (PAYROLL-ANOMES)    *
                      * para cada matricula com adesao ativa no BENEF *
                      * (mantido pelo BENMNT):                        *
                      *                                               *
                      *  - DIAS DE USO: DIAS UTEIS DO MES (SEGUNDA A  *
                      *    SEXTA FORA DO CALENDARIO FERIADOS, O MESMO *
                      *    DO CURDATE), A PARTIR DO INICIO DA ADESAO, *
                      *    MENOS OS DIAS DE FERIAS APROVADAS OU       *
                      *    LANCADAS (VACPED) E OS DE AFASTAMENTO      *
                      *    (AFAST, MANTIDO PELO AFASTMNT);            *
                      *  - TRANSPORTE: DIAS X VIAGENS DE CADA LINHA X *
                      *    TARIFA; PARTE DO EMPREGADO LIMITADA A 6%   *
                      *    DO SALARIO BASE (PAY-GROSS X 52 / 12);     *
                      *  - REFEICAO/ALIMENTACAO: DIAS X VALOR DO DIA; *
                      *    PARTE DO EMPREGADO PELO PERCENTUAL DA      *
                      *    ADESAO.                                    *
                      *                                               *
                      * O resultado fica no BENPAG (anomes +          *
                      * matricula), de onde o NETCALC desconta a      *
                      * parte do empregado; o recalculo do mesmo mes  *
                      * substitui o anterior. O pedido ao fornecedor  *
                      * sai no BENPED (header 0, um detalhe 1 por     *
                      * linha de onibus e por vale-refeicao e trailer *
                      * 9), com o contrato em BENEF-CONTRATO e o CNPJ *
                      * em ESOCIAL-CNPJ.                              *
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
           SELECT OPTIONAL BENEF ASSIGN TO BENEF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS BENEF-EMP-NO
                  FILE STATUS   IS FL-STA-BENEF.
      *
           SELECT OPTIONAL VACPED ASSIGN TO VACPED
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS VACPED-CHAVE
                  FILE STATUS   IS FL-STA-VACPED.
      *
           SELECT OPTIONAL AFAST ASSIGN TO AFAST
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS AFAST-CHAVE
                  FILE STATUS   IS FL-STA-AFAST.
      *
           SELECT OPTIONAL PERSEXT ASSIGN TO PERSEXT
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS PERSEXT-EMP-NO
                  FILE STATUS   IS FL-STA-PERSEXT.
      *
           SELECT OPTIONAL FERIADOS ASSIGN TO FERIADOS
                  ORGANIZATION  IS SEQUENTIAL
                  FILE STATUS   IS FL-STA-FERIADOS.
      *
           SELECT BENPAG ASSIGN TO BENPAG
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS BENPAG-CHAVE
                  FILE STATUS   IS FL-STA-BENPAG.
      *
           SELECT BENPED ASSIGN TO BENPED
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FL-STA-BENPED.
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
      *  ADESAO AOS VALES POR MATRICULA (MANTIDA PELO BENMNT)           *
      *----------------------------------------------------------------*
       FD  BENEF
           RECORD CONTAINS 200 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-BENEF.
           03 BENEF-EMP-NO                   PIC  9(005).
           03 BENEF-VT                       PIC  X(001).
              88 BENEF-COM-VT                           VALUE 'S'.
           03 BENEF-VT-QTDE                  PIC  9(001).
           03 BENEF-VT-TAB OCCURS 4 TIMES INDEXED BY INDLIN.
              05 BENEF-VT-LINHA              PIC  X(010).
              05 BENEF-VT-TARIFA             PIC  9(003)V99.
              05 BENEF-VT-VIAGENS            PIC  9(001).
           03 BENEF-VR-PLANO                 PIC  X(001).
              88 BENEF-SEM-VR                           VALUE 'N'.
              88 BENEF-VR-REFEICAO                      VALUE 'R'.
           03 BENEF-VR-VALOR-DIA             PIC  9(003)V99.
           03 BENEF-VR-PCT                   PIC  9(002)V99.
           03 BENEF-DATA-INICIO              PIC  9(008).
           03 BENEF-SITUACAO                 PIC  X(001).
              88 BENEF-ATIVO                            VALUE 'A'.
           03 BENEF-DATA-ALT                 PIC  9(008).
           03 BENEF-OPERADOR                 PIC  X(030).
           03 FILLER                         PIC  X(072).
      *
      *----------------------------------------------------------------*
      *  SOLICITACOES DE FERIAS (VACSOLIC): A(PROVADA) OU L(ANCADA)     *
      *----------------------------------------------------------------*
       FD  VACPED
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-VACPED.
           03 VACPED-CHAVE.
              05 VACPED-EMP-NO               PIC  9(005).
              05 VACPED-SEQ                  PIC  9(003).
           03 VACPED-DEPT                    PIC  9(003).
           03 VACPED-DATA-INICIO             PIC  9(008).
           03 VACPED-DATA-FIM                PIC  9(008).
           03 VACPED-DIAS                    PIC  9(002).
           03 VACPED-ABONO                   PIC  9(002).
           03 VACPED-SITUACAO                PIC  X(001).
              88 VACPED-GOZO                            VALUE 'A' 'L'.
           03 FILLER                         PIC  X(088).
      *
      *----------------------------------------------------------------*
      *  AFASTAMENTOS (AFASTMNT): RETORNO = PRIMEIRO DIA TRABALHADO,    *
      *  ZERO = AINDA AFASTADO                                          *
      *----------------------------------------------------------------*
       FD  AFAST
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-AFAST.
           03 AFAST-CHAVE.
              05 AFAST-EMP-NO                PIC  9(005).
              05 AFAST-SEQ                   PIC  9(002).
           03 AFAST-TIPO                     PIC  X(001).
           03 AFAST-DATA-INICIO              PIC  9(008).
           03 AFAST-DATA-RETORNO             PIC  9(008).
           03 FILLER                         PIC  X(076).
      *
       FD  PERSEXT
           RECORD CONTAINS 160 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-PERSEXT.
           03 PERSEXT-EMP-NO                 PIC  9(005).
           03 PERSEXT-CPF                    PIC  9(011).
           03 FILLER                         PIC  X(144).
      *
      *----------------------------------------------------------------*
      *  CALENDARIO DE FERIADOS DO CURDATE (UMA DATA POR REGISTRO)      *
      *----------------------------------------------------------------*
       FD  FERIADOS
           RECORDING MODE IS FIXED
           RECORD CONTAINS 008 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-FERIADOS.
           03 FERIADO-DATA                   PIC  9(008).
      *
      *----------------------------------------------------------------*
      *  VALES DO MES POR ANOMES + MATRICULA: DIAS DE USO, VALORES E    *
      *  PARTE DO EMPREGADO DESCONTADA PELO NETCALC                     *
      *----------------------------------------------------------------*
       FD  BENPAG
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-BENPAG.
           03 BENPAG-CHAVE.
              05 BENPAG-ANOMES               PIC  9(006).
              05 BENPAG-EMP-NO               PIC  9(005).
           03 BENPAG-DEPT                    PIC  9(003).
           03 BENPAG-DIAS-UTEIS              PIC  9(002).
           03 BENPAG-DIAS-AUSENTE            PIC  9(002).
           03 BENPAG-DIAS                    PIC  9(002).
           03 BENPAG-VT-VIAGENS              PIC  9(004).
           03 BENPAG-VT-VALOR                PIC  9(007)V99.
           03 BENPAG-VT-DESCONTO             PIC  9(007)V99.
           03 BENPAG-VR-PLANO                PIC  X(001).
           03 BENPAG-VR-VALOR                PIC  9(007)V99.
           03 BENPAG-VR-DESCONTO             PIC  9(007)V99.
           03 BENPAG-SALARIO-BASE            PIC  9(009)V99.
           03 BENPAG-DATA-CALC               PIC  9(008).
           03 FILLER                         PIC  X(070).
      *
      *----------------------------------------------------------------*
      *  PEDIDO AO FORNECEDOR DOS VALES                                 *
      *----------------------------------------------------------------*
       FD  BENPED
           LABEL RECORD IS STANDARD.
      *
       01  REG-BENPED                        PIC  X(120).
      *
      *    HEADER (TIPO 0)
       01  REG-BPD-HEADER REDEFINES REG-BENPED.
           03 BPH-TIPO                       PIC  X(001).
           03 BPH-ANOMES                     PIC  9(006).
           03 BPH-DATA-GERACAO               PIC  9(008).
           03 BPH-CNPJ                       PIC  9(014).
           03 BPH-CONTRATO                   PIC  X(020).
           03 FILLER                         PIC  X(071).
      *
      *    DETALHE (TIPO 1): PRODUTO VT, VR OU VA
       01  REG-BPD-DETALHE REDEFINES REG-BENPED.
           03 BPD-TIPO                       PIC  X(001).
           03 BPD-PRODUTO                    PIC  X(002).
           03 BPD-EMP-NO                     PIC  9(005).
           03 BPD-CPF                        PIC  9(011).
           03 BPD-NOME                       PIC  X(030).
           03 BPD-DEPT                       PIC  9(003).
           03 BPD-LINHA                      PIC  X(010).
           03 BPD-DIAS                       PIC  9(002).
           03 BPD-QTDE                       PIC  9(004).
           03 BPD-UNITARIO                   PIC  9(005)V99.
           03 BPD-VALOR                      PIC  9(009)V99.
           03 FILLER                         PIC  X(034).
      *
      *    TRAILER (TIPO 9)
       01  REG-BPD-TRAILER REDEFINES REG-BENPED.
           03 BPT-TIPO                       PIC  X(001).
           03 BPT-QTDE-DETALHES              PIC  9(006).
           03 BPT-TOTAL-VT                   PIC  9(011)V99.
           03 BPT-TOTAL-VR                   PIC  9(011)V99.
           03 FILLER                         PIC  X(087).
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
              '#BENCALC.'.
           03 FL-STA-PERSNL                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-PERSNL-EOF                              VALUE '10'.
              88 FL-PERSNL-OK                               VALUE '00'.
           03 FL-STA-BENEF                   PIC  X(002)    VALUE
              ZEROS.
              88 FL-BENEF-OK                                VALUE '00'.
              88 FL-BENEF-AUSENTE                           VALUE '35'.
           03 FL-STA-VACPED                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-VACPED-OK                               VALUE '00'.
              88 FL-VACPED-EOF                              VALUE '10'.
              88 FL-VACPED-AUSENTE                          VALUE '35'.
           03 FL-STA-AFAST                   PIC  X(002)    VALUE
              ZEROS.
              88 FL-AFAST-OK                                VALUE '00'.
              88 FL-AFAST-EOF                               VALUE '10'.
              88 FL-AFAST-AUSENTE                           VALUE '35'.
           03 FL-STA-PERSEXT                 PIC  X(002)    VALUE
              ZEROS.
              88 FL-PERSEXT-OK                              VALUE '00'.
           03 FL-STA-FERIADOS                PIC  X(002)    VALUE
              ZEROS.
              88 FL-FERIADOS-OK                             VALUE '00'.
              88 FL-FERIADOS-EOF                            VALUE '10'.
           03 FL-STA-BENPAG                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-BENPAG-OK                               VALUE '00'.
              88 FL-BENPAG-EOF                              VALUE '10'.
              88 FL-BENPAG-NOVO                             VALUE '35'.
           03 FL-STA-BENPED                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-BENPED-OK                               VALUE '00'.
           03 WS-TEM-VACPED                  PIC  X(001)    VALUE 'N'.
              88 TEM-VACPED                                 VALUE 'S'.
           03 WS-TEM-AFAST                   PIC  X(001)    VALUE 'N'.
              88 TEM-AFAST                                  VALUE 'S'.
           03 WS-TEM-PERSEXT                 PIC  X(001)    VALUE 'N'.
              88 TEM-PERSEXT                                VALUE 'S'.
           03 WS-ARQUIVOS-ABERTOS            PIC  X(001)    VALUE 'N'.
              88 ARQUIVOS-ABERTOS                           VALUE 'S'.
           03 WS-RETURN-CODE                 PIC  9(003)    VALUE
              ZEROS.
           03 WS-DISPLAY                     PIC  -ZZZ.ZZZ.ZZ9.
           03 WS-DISPLAY-VALOR               PIC  -ZZZ.ZZZ.ZZ9,99.
           03 WS-ANOMES                      PIC  9(006)    VALUE
              ZEROS.
           03 WS-ANOMES-ENV                  PIC  X(006)    VALUE
              SPACES.
           03 WS-ENV                         PIC  X(020)    VALUE
              SPACES.
           03 WS-CNPJ                        PIC  9(014)    VALUE
              ZEROS.
           03 WS-CONTRATO                    PIC  X(020)    VALUE
              SPACES.
           03 WS-DATA-HOJE                   PIC  9(008)    VALUE
              ZEROS.
           03 WS-PRIMEIRO-DIA                PIC  9(008)    VALUE
              ZEROS.
           03 WS-ULTIMO-DIA                  PIC  9(008)    VALUE
              ZEROS.
           03 WS-DIAS-NO-MES                 PIC  9(002)    VALUE
              ZEROS.
           03 WS-ANO                         PIC  9(004)    VALUE
              ZEROS.
           03 WS-MES                         PIC  9(002)    VALUE
              ZEROS.
           03 WS-DATA                        PIC  9(008)    VALUE
              ZEROS.
           03 WS-INICIO                      PIC  9(008)    VALUE
              ZEROS.
           03 WS-FIM                         PIC  9(008)    VALUE
              ZEROS.
           03 WS-DIA                  COMP   PIC  9(004)    VALUE
              ZEROS.
           03 WS-DIA-DE               COMP   PIC  9(004)    VALUE
              ZEROS.
           03 WS-DIA-ATE              COMP   PIC  9(004)    VALUE
              ZEROS.
           03 WS-DOW                  COMP   PIC  9(004)    VALUE
              ZEROS.
           03 WS-FER-QTDE             COMP   PIC  9(004)    VALUE
              ZEROS.
           03 WS-IX                   COMP   PIC  9(004)    VALUE
              ZEROS.
           03 WS-DIAS-UTEIS                  PIC  9(002)    VALUE
              ZEROS.
           03 WS-DIAS-USO                    PIC  9(002)    VALUE
              ZEROS.
           03 WS-VIAGENS-DIA                 PIC  9(002)    VALUE
              ZEROS.
           03 WS-QTDE-LINHA                  PIC  9(004)    VALUE
              ZEROS.
           03 WS-SALARIO-BASE         COMP-3 PIC S9(009)V99 VALUE
              ZEROS.
           03 WS-LIMITE-VT            COMP-3 PIC S9(009)V99 VALUE
              ZEROS.
           03 WS-VALOR-LINHA          COMP-3 PIC S9(009)V99 VALUE
              ZEROS.
           03 WS-VT-PCT-LIMITE               PIC  9(002)V99 VALUE
              6,00.
      *
      *----------------------------------------------------------------*
      *  DIAS DO MES: UTIL NO CALENDARIO (S/N) E DE USO DA MATRICULA    *
      *----------------------------------------------------------------*
       01  WS-CALENDARIO.
           03 WS-CAL-MES                     PIC  X(031)    VALUE
              SPACES.
           03 FILLER REDEFINES WS-CAL-MES.
              05 WS-CAL-UTIL OCCURS 31       PIC  X(001).
           03 WS-CAL-USO                     PIC  X(031)    VALUE
              SPACES.
           03 FILLER REDEFINES WS-CAL-USO.
              05 WS-CAL-USA OCCURS 31        PIC  X(001).
           03 WS-FERIADOS-TAB OCCURS 100     PIC  9(008).
      *
       01  WS-DIAS-POR-MES-STR               PIC  X(024)    VALUE
           '312831303130313130313031'.
       01  REDEFINES WS-DIAS-POR-MES-STR.
           03 WS-DIAS-POR-MES OCCURS 12      PIC  9(002).
      *
       01  WS-TOTAIS COMP-3.
           03 WS-LIDOS                       PIC S9(009)    VALUE ZEROS.
           03 WS-COM-ADESAO                  PIC S9(009)    VALUE ZEROS.
           03 WS-COM-VT                      PIC S9(009)    VALUE ZEROS.
           03 WS-COM-VR                      PIC S9(009)    VALUE ZEROS.
           03 WS-SEM-DIAS                    PIC S9(009)    VALUE ZEROS.
           03 WS-LIMITADOS                   PIC S9(009)    VALUE ZEROS.
           03 WS-EXCLUIDOS                   PIC S9(009)    VALUE ZEROS.
           03 WS-DETALHES                    PIC S9(009)    VALUE ZEROS.
           03 WS-TOTAL-VT                    PIC S9(011)V99 VALUE ZEROS.
           03 WS-TOTAL-VR                    PIC S9(011)V99 VALUE ZEROS.
           03 WS-TOTAL-DESCONTO              PIC S9(011)V99 VALUE ZEROS.
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
           DISPLAY PGMID '001I ' FUNCTION WHEN-COMPILED
      *
           PERFORM RT-INICIAR
      *
           IF  WS-RETURN-CODE LESS 8
               PERFORM RT-PROCESSAR
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
      *  MES DE COMPETENCIA, CALENDARIO DE DIAS UTEIS E ABERTURA        *
      *----------------------------------------------------------------*
       RT-INICIAR                                  SECTION.
      *
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           DISPLAY 'PAYROLL-ANOMES' UPON ENVIRONMENT-NAME
           ACCEPT   WS-ANOMES-ENV   FROM ENVIRONMENT-VALUE
           IF  WS-ANOMES-ENV IS NUMERIC
               MOVE WS-ANOMES-ENV TO WS-ANOMES
           ELSE
               COMPUTE WS-ANOMES = WS-DATA-HOJE / 100
           END-IF
           COMPUTE WS-ANO = WS-ANOMES / 100
           COMPUTE WS-MES = WS-ANOMES - WS-ANO * 100
           IF  WS-MES LESS 1 OR WS-MES GREATER 12
               DISPLAY PGMID '002I- PAYROLL-ANOMES INVALIDO: '
                       WS-ANOMES
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
           DISPLAY 'BENEF-CONTRATO' UPON ENVIRONMENT-NAME
           ACCEPT   WS-CONTRATO     FROM ENVIRONMENT-VALUE
      *
           PERFORM RT-CALENDARIO
      *
           OPEN INPUT BENEF
           IF  FL-BENEF-AUSENTE
               DISPLAY PGMID '003I- BENEF AUSENTE - NENHUMA ADESAO'
                       ' AOS VALES'
               CLOSE BENEF
               MOVE 4 TO WS-RETURN-CODE
               EXIT SECTION
           END-IF
           IF  NOT FL-BENEF-OK
               DISPLAY PGMID '003I- BENEF COM ERRO ' FL-STA-BENEF
               MOVE 8 TO WS-RETURN-CODE
               EXIT SECTION
           END-IF
      *
           OPEN INPUT PERSNL
           IF  NOT FL-PERSNL-OK
               DISPLAY PGMID '004I- PERSNL AUSENTE OU COM ERRO '
                       FL-STA-PERSNL
               CLOSE BENEF
               MOVE 8 TO WS-RETURN-CODE
               EXIT SECTION
           END-IF
      *
           OPEN I-O BENPAG
           IF  FL-BENPAG-NOVO
               OPEN OUTPUT BENPAG
               CLOSE BENPAG
               OPEN I-O BENPAG
           END-IF
           IF  NOT FL-BENPAG-OK
               DISPLAY PGMID '005I- BENPAG COM ERRO ' FL-STA-BENPAG
               CLOSE BENEF PERSNL
               MOVE 8 TO WS-RETURN-CODE
               EXIT SECTION
           END-IF
      *
           OPEN OUTPUT BENPED
           IF  NOT FL-BENPED-OK
               DISPLAY PGMID '006I- BENPED COM ERRO ' FL-STA-BENPED
               CLOSE BENEF PERSNL BENPAG
               MOVE 8 TO WS-RETURN-CODE
               EXIT SECTION
           END-IF
           SET ARQUIVOS-ABERTOS TO TRUE
      *
           OPEN INPUT VACPED
           IF  FL-VACPED-OK
               SET TEM-VACPED TO TRUE
           ELSE
               IF  NOT FL-VACPED-AUSENTE
                   DISPLAY PGMID '007I- VACPED COM ERRO '
                           FL-STA-VACPED ' - FERIAS NAO ABATIDAS'
               END-IF
           END-IF
           OPEN INPUT AFAST
           IF  FL-AFAST-OK
               SET TEM-AFAST TO TRUE
           ELSE
               IF  NOT FL-AFAST-AUSENTE
                   DISPLAY PGMID '007I- AFAST COM ERRO '
                           FL-STA-AFAST ' - AFASTAMENTOS NAO ABATIDOS'
               END-IF
           END-IF
           OPEN INPUT PERSEXT
           IF  FL-PERSEXT-OK
               SET TEM-PERSEXT TO TRUE
           END-IF
      *
      *    RECALCULO DO MES: O RESULTADO ANTERIOR E SUBSTITUIDO
           PERFORM RT-LIMPAR-MES
      *
           MOVE SPACES           TO REG-BENPED
           MOVE '0'              TO BPH-TIPO
           MOVE WS-ANOMES        TO BPH-ANOMES
           MOVE WS-DATA-HOJE     TO BPH-DATA-GERACAO
           MOVE WS-CNPJ          TO BPH-CNPJ
           MOVE WS-CONTRATO      TO BPH-CONTRATO
           WRITE REG-BENPED.
      *
       RT-INICIARX.                                EXIT.
      *----------------------------------------------------------------*
      *  DIAS UTEIS DO MES: SEGUNDA A SEXTA FORA DOS FERIADOS (O        *
      *  CALENDARIO FERIADOS DO CURDATE, UMA DATA AAAAMMDD POR LINHA)   *
      *----------------------------------------------------------------*
       RT-CALENDARIO                               SECTION.
      *
           MOVE WS-DIAS-POR-MES(WS-MES) TO WS-DIAS-NO-MES
           IF  WS-MES EQUAL 2
           AND FUNCTION MOD(WS-ANO, 4) EQUAL ZERO
           AND (FUNCTION MOD(WS-ANO, 100) NOT EQUAL ZERO
                OR FUNCTION MOD(WS-ANO, 400) EQUAL ZERO)
               MOVE 29 TO WS-DIAS-NO-MES
           END-IF
           COMPUTE WS-PRIMEIRO-DIA = WS-ANOMES * 100 + 1
           COMPUTE WS-ULTIMO-DIA   = WS-ANOMES * 100 + WS-DIAS-NO-MES
      *
           MOVE ZEROS TO WS-FER-QTDE
           OPEN INPUT FERIADOS
           IF  FL-FERIADOS-OK
               PERFORM UNTIL FL-FERIADOS-EOF
                          OR WS-FER-QTDE NOT LESS 100
                   READ FERIADOS
                     AT END
                        SET FL-FERIADOS-EOF TO TRUE
                     NOT AT END
                        IF  REG-FERIADOS IS NUMERIC
                        AND FERIADO-DATA NOT LESS WS-PRIMEIRO-DIA
                        AND FERIADO-DATA NOT GREATER WS-ULTIMO-DIA
                            ADD  1 TO WS-FER-QTDE
                            MOVE FERIADO-DATA
                              TO WS-FERIADOS-TAB(WS-FER-QTDE)
                        END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FERIADOS
      *
           MOVE ALL 'N' TO WS-CAL-MES
           MOVE ZEROS   TO WS-DIAS-UTEIS
           PERFORM VARYING WS-DIA FROM 1 BY 1
                     UNTIL WS-DIA GREATER WS-DIAS-NO-MES
               COMPUTE WS-DATA = WS-ANOMES * 100 + WS-DIA
               COMPUTE WS-DOW  =
                       FUNCTION MOD(FUNCTION INTEGER-OF-DATE(WS-DATA),
                                    7)
               IF  WS-DOW NOT EQUAL ZERO AND WS-DOW NOT EQUAL 6
                   MOVE 'S' TO WS-CAL-UTIL(WS-DIA)
                   PERFORM VARYING WS-IX FROM 1 BY 1
                             UNTIL WS-IX GREATER WS-FER-QTDE
                       IF  WS-FERIADOS-TAB(WS-IX) EQUAL WS-DATA
                           MOVE 'N' TO WS-CAL-UTIL(WS-DIA)
                       END-IF
                   END-PERFORM
               END-IF
               IF  WS-CAL-UTIL(WS-DIA) EQUAL 'S'
                   ADD 1 TO WS-DIAS-UTEIS
               END-IF
           END-PERFORM
      *
           MOVE WS-DIAS-UTEIS TO WS-DISPLAY
           DISPLAY PGMID '008I- ' WS-ANOMES ': DIAS UTEIS NO MES'
                   WS-DISPLAY ' (' WS-FER-QTDE ' FERIADO(S))'.
      *
       RT-CALENDARIOX.                             EXIT.
      *----------------------------------------------------------------*
      *  APAGA O RESULTADO DO MES NO BENPAG ANTES DO RECALCULO          *
      *----------------------------------------------------------------*
       RT-LIMPAR-MES                               SECTION.
      *
           MOVE WS-ANOMES TO BENPAG-ANOMES
           MOVE ZEROS     TO BENPAG-EMP-NO
           START BENPAG KEY NOT LESS BENPAG-CHAVE
               INVALID KEY
                   EXIT SECTION
           END-START
           PERFORM UNTIL FL-BENPAG-EOF
               READ BENPAG NEXT RECORD
                 AT END
                    SET FL-BENPAG-EOF TO TRUE
                 NOT AT END
                    IF  BENPAG-ANOMES NOT EQUAL WS-ANOMES
                        SET FL-BENPAG-EOF TO TRUE
                    ELSE
                        DELETE BENPAG RECORD
                            INVALID KEY
                                CONTINUE
                            NOT INVALID KEY
                                ADD 1 TO WS-EXCLUIDOS
                        END-DELETE
                    END-IF
               END-READ
           END-PERFORM
           MOVE ZEROS TO FL-STA-BENPAG.
      *
       RT-LIMPAR-MESX.                             EXIT.
      *----------------------------------------------------------------*
      *  PASSADA NO CADASTRO: CADA MATRICULA COM ADESAO ATIVA           *
      *----------------------------------------------------------------*
       RT-PROCESSAR                                SECTION.
      *
           IF  NOT ARQUIVOS-ABERTOS
               EXIT SECTION
           END-IF
      *
           PERFORM UNTIL FL-PERSNL-EOF
               READ PERSNL
                 AT END
                    SET FL-PERSNL-EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-LIDOS
                    PERFORM RT-CALCULAR-MATRICULA
               END-READ
           END-PERFORM
      *
           MOVE SPACES           TO REG-BENPED
           MOVE '9'              TO BPT-TIPO
           MOVE WS-DETALHES      TO BPT-QTDE-DETALHES
           MOVE WS-TOTAL-VT      TO BPT-TOTAL-VT
           MOVE WS-TOTAL-VR      TO BPT-TOTAL-VR
           WRITE REG-BENPED.
      *
       RT-PROCESSARX.                              EXIT.
      *----------------------------------------------------------------*
      *  DIAS DE USO, VALORES E PARTE DO EMPREGADO DA MATRICULA         *
      *----------------------------------------------------------------*
       RT-CALCULAR-MATRICULA                       SECTION.
      *
           MOVE PERSNL-EMP-NO TO BENEF-EMP-NO
           READ BENEF
               INVALID KEY
                   EXIT SECTION
           END-READ
           IF  NOT BENEF-ATIVO
           OR  BENEF-DATA-INICIO GREATER WS-ULTIMO-DIA
           OR  (NOT BENEF-COM-VT AND BENEF-SEM-VR)
               EXIT SECTION
           END-IF
           ADD 1 TO WS-COM-ADESAO
      *
      *    DIAS UTEIS A PARTIR DO INICIO DA ADESAO, MENOS FERIAS E
      *    AFASTAMENTOS
           MOVE WS-CAL-MES TO WS-CAL-USO
           IF  BENEF-DATA-INICIO GREATER WS-PRIMEIRO-DIA
               MOVE WS-PRIMEIRO-DIA TO WS-INICIO
               COMPUTE WS-FIM = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(BENEF-DATA-INICIO) - 1)
               PERFORM RT-MARCAR-AUSENCIA
           END-IF
           PERFORM RT-AUSENCIA-FERIAS
           PERFORM RT-AUSENCIA-AFAST
      *
           MOVE ZEROS TO WS-DIAS-USO
           PERFORM VARYING WS-DIA FROM 1 BY 1
                     UNTIL WS-DIA GREATER WS-DIAS-NO-MES
               IF  WS-CAL-USA(WS-DIA) EQUAL 'S'
                   ADD 1 TO WS-DIAS-USO
               END-IF
           END-PERFORM
           IF  WS-DIAS-USO EQUAL ZEROS
               ADD 1 TO WS-SEM-DIAS
           END-IF
      *
           MOVE SPACES            TO REG-BENPAG
           MOVE WS-ANOMES         TO BENPAG-ANOMES
           MOVE PERSNL-EMP-NO     TO BENPAG-EMP-NO
           MOVE DEPT              TO BENPAG-DEPT
           MOVE WS-DIAS-UTEIS     TO BENPAG-DIAS-UTEIS
           COMPUTE BENPAG-DIAS-AUSENTE = WS-DIAS-UTEIS - WS-DIAS-USO
           MOVE WS-DIAS-USO       TO BENPAG-DIAS
           MOVE ZEROS             TO BENPAG-VT-VIAGENS
                                     BENPAG-VT-VALOR
                                     BENPAG-VT-DESCONTO
                                     BENPAG-VR-VALOR
                                     BENPAG-VR-DESCONTO
           MOVE BENEF-VR-PLANO    TO BENPAG-VR-PLANO
           COMPUTE WS-SALARIO-BASE ROUNDED = PAY-GROSS * 52 / 12
           IF  WS-SALARIO-BASE LESS ZEROS
               MOVE ZEROS TO WS-SALARIO-BASE
           END-IF
           MOVE WS-SALARIO-BASE   TO BENPAG-SALARIO-BASE
           MOVE WS-DATA-HOJE      TO BENPAG-DATA-CALC
      *
           IF  TEM-PERSEXT
               MOVE PERSNL-EMP-NO TO PERSEXT-EMP-NO
               READ PERSEXT
                   INVALID KEY
                       MOVE ZEROS TO PERSEXT-CPF
               END-READ
           END-IF
      *
           IF  BENEF-COM-VT
               PERFORM RT-VALE-TRANSPORTE
           END-IF
           IF  NOT BENEF-SEM-VR
               PERFORM RT-VALE-REFEICAO
           END-IF
      *
           WRITE REG-BENPAG
               INVALID KEY
                   REWRITE REG-BENPAG
                       INVALID KEY
                           DISPLAY PGMID '009I- ERRO ' FL-STA-BENPAG
                                   ' NA GRAVACAO DO BENPAG '
                                   PERSNL-EMP-NO
                           MOVE 8 TO WS-RETURN-CODE
                   END-REWRITE
           END-WRITE
           ADD BENPAG-VT-DESCONTO BENPAG-VR-DESCONTO
            TO WS-TOTAL-DESCONTO.
      *
       RT-CALCULAR-MATRICULAX.                     EXIT.
      *----------------------------------------------------------------*
      *  FERIAS APROVADAS OU LANCADAS QUE ALCANCAM O MES                *
      *----------------------------------------------------------------*
       RT-AUSENCIA-FERIAS                          SECTION.
      *
           IF  NOT TEM-VACPED
               EXIT SECTION
           END-IF
           MOVE PERSNL-EMP-NO TO VACPED-EMP-NO
           MOVE ZEROS         TO VACPED-SEQ
           START VACPED KEY NOT LESS VACPED-CHAVE
               INVALID KEY
                   EXIT SECTION
           END-START
           MOVE ZEROS TO FL-STA-VACPED
           PERFORM UNTIL FL-VACPED-EOF
               READ VACPED NEXT RECORD
                 AT END
                    SET FL-VACPED-EOF TO TRUE
                 NOT AT END
                    IF  VACPED-EMP-NO NOT EQUAL PERSNL-EMP-NO
                        SET FL-VACPED-EOF TO TRUE
                    ELSE
                        IF  VACPED-GOZO
                            MOVE VACPED-DATA-INICIO TO WS-INICIO
                            MOVE VACPED-DATA-FIM    TO WS-FIM
                            PERFORM RT-MARCAR-AUSENCIA
                        END-IF
                    END-IF
               END-READ
           END-PERFORM
           MOVE ZEROS TO FL-STA-VACPED.
      *
       RT-AUSENCIA-FERIASX.                        EXIT.
      *----------------------------------------------------------------*
      *  AFASTAMENTOS QUE ALCANCAM O MES (SEM RETORNO = ATE O FIM)      *
      *----------------------------------------------------------------*
       RT-AUSENCIA-AFAST                           SECTION.
      *
           IF  NOT TEM-AFAST
               EXIT SECTION
           END-IF
           MOVE PERSNL-EMP-NO TO AFAST-EMP-NO
           MOVE ZEROS         TO AFAST-SEQ
           START AFAST KEY NOT LESS AFAST-CHAVE
               INVALID KEY
                   EXIT SECTION
           END-START
           MOVE ZEROS TO FL-STA-AFAST
           PERFORM UNTIL FL-AFAST-EOF
               READ AFAST NEXT RECORD
                 AT END
                    SET FL-AFAST-EOF TO TRUE
                 NOT AT END
                    IF  AFAST-EMP-NO NOT EQUAL PERSNL-EMP-NO
                        SET FL-AFAST-EOF TO TRUE
                    ELSE
                        MOVE AFAST-DATA-INICIO TO WS-INICIO
                        IF  AFAST-DATA-RETORNO GREATER ZEROS
                            COMPUTE WS-FIM =
                                    FUNCTION DATE-OF-INTEGER(
                                    FUNCTION INTEGER-OF-DATE(
                                    AFAST-DATA-RETORNO) - 1)
                        ELSE
                            MOVE WS-ULTIMO-DIA TO WS-FIM
                        END-IF
                        PERFORM RT-MARCAR-AUSENCIA
                    END-IF
               END-READ
           END-PERFORM
           MOVE ZEROS TO FL-STA-AFAST.
      *
       RT-AUSENCIA-AFASTX.                         EXIT.
      *----------------------------------------------------------------*
      *  TIRA DOS DIAS DE USO O PERIODO WS-INICIO A WS-FIM (AAAAMMDD)   *
      *  NA PARTE QUE CAI DENTRO DO MES                                 *
      *----------------------------------------------------------------*
       RT-MARCAR-AUSENCIA                          SECTION.
      *
           IF  WS-INICIO IS NOT NUMERIC
           OR  WS-FIM IS NOT NUMERIC
           OR  WS-INICIO GREATER WS-ULTIMO-DIA
           OR  WS-FIM LESS WS-PRIMEIRO-DIA
           OR  WS-FIM LESS WS-INICIO
               EXIT SECTION
           END-IF
           IF  WS-INICIO LESS WS-PRIMEIRO-DIA
               MOVE 1 TO WS-DIA-DE
           ELSE
               COMPUTE WS-DIA-DE = WS-INICIO - WS-ANOMES * 100
           END-IF
           IF  WS-FIM GREATER WS-ULTIMO-DIA
               MOVE WS-DIAS-NO-MES TO WS-DIA-ATE
           ELSE
               COMPUTE WS-DIA-ATE = WS-FIM - WS-ANOMES * 100
           END-IF
           PERFORM VARYING WS-DIA FROM WS-DIA-DE BY 1
                     UNTIL WS-DIA GREATER WS-DIA-ATE
               MOVE 'N' TO WS-CAL-USA(WS-DIA)
           END-PERFORM.
      *
       RT-MARCAR-AUSENCIAX.                        EXIT.
      *----------------------------------------------------------------*
      *  VALE-TRANSPORTE: UM DETALHE NO PEDIDO POR LINHA; O DESCONTO    *
      *  DO EMPREGADO E O CUSTO DO MES ATE 6% DO SALARIO BASE           *
      *----------------------------------------------------------------*
       RT-VALE-TRANSPORTE                          SECTION.
      *
           ADD 1 TO WS-COM-VT
           PERFORM VARYING INDLIN FROM 1 BY 1
                     UNTIL INDLIN GREATER BENEF-VT-QTDE
                        OR INDLIN GREATER 4
               COMPUTE WS-QTDE-LINHA =
                       WS-DIAS-USO * BENEF-VT-VIAGENS(INDLIN)
               COMPUTE WS-VALOR-LINHA =
                       WS-QTDE-LINHA * BENEF-VT-TARIFA(INDLIN)
               ADD WS-QTDE-LINHA  TO BENPAG-VT-VIAGENS
               ADD WS-VALOR-LINHA TO BENPAG-VT-VALOR
               IF  WS-QTDE-LINHA GREATER ZEROS
                   MOVE SPACES                  TO REG-BENPED
                   MOVE '1'                     TO BPD-TIPO
                   MOVE 'VT'                    TO BPD-PRODUTO
                   MOVE BENEF-VT-LINHA(INDLIN)  TO BPD-LINHA
                   MOVE WS-QTDE-LINHA           TO BPD-QTDE
                   MOVE BENEF-VT-TARIFA(INDLIN) TO BPD-UNITARIO
                   MOVE WS-VALOR-LINHA          TO BPD-VALOR
                   PERFORM RT-GRAVAR-DETALHE
                   ADD WS-VALOR-LINHA TO WS-TOTAL-VT
               END-IF
           END-PERFORM
      *
           COMPUTE WS-LIMITE-VT ROUNDED =
                   WS-SALARIO-BASE * WS-VT-PCT-LIMITE / 100
           IF  BENPAG-VT-VALOR GREATER WS-LIMITE-VT
               MOVE WS-LIMITE-VT    TO BENPAG-VT-DESCONTO
               ADD 1 TO WS-LIMITADOS
           ELSE
               MOVE BENPAG-VT-VALOR TO BENPAG-VT-DESCONTO
           END-IF.
      *
       RT-VALE-TRANSPORTEX.                        EXIT.
      *----------------------------------------------------------------*
      *  VALE-REFEICAO (VR) OU ALIMENTACAO (VA): DIAS X VALOR DO DIA;   *
      *  DESCONTO PELO PERCENTUAL DA ADESAO                             *
      *----------------------------------------------------------------*
       RT-VALE-REFEICAO                            SECTION.
      *
           ADD 1 TO WS-COM-VR
           COMPUTE BENPAG-VR-VALOR = WS-DIAS-USO * BENEF-VR-VALOR-DIA
           COMPUTE BENPAG-VR-DESCONTO ROUNDED =
                   BENPAG-VR-VALOR * BENEF-VR-PCT / 100
           IF  WS-DIAS-USO GREATER ZEROS
               MOVE SPACES             TO REG-BENPED
               MOVE '1'                TO BPD-TIPO
               IF  BENEF-VR-REFEICAO
                   MOVE 'VR'           TO BPD-PRODUTO
               ELSE
                   MOVE 'VA'           TO BPD-PRODUTO
               END-IF
               MOVE WS-DIAS-USO        TO BPD-QTDE
               MOVE BENEF-VR-VALOR-DIA TO BPD-UNITARIO
               MOVE BENPAG-VR-VALOR    TO BPD-VALOR
               PERFORM RT-GRAVAR-DETALHE
               ADD BENPAG-VR-VALOR TO WS-TOTAL-VR
           END-IF.
      *
       RT-VALE-REFEICAOX.                          EXIT.
      *----------------------------------------------------------------*
      *  COMPLETA E GRAVA O DETALHE DO PEDIDO MONTADO PELO CHAMADOR     *
      *----------------------------------------------------------------*
       RT-GRAVAR-DETALHE                           SECTION.
      *
           MOVE PERSNL-EMP-NO     TO BPD-EMP-NO
           IF  TEM-PERSEXT
           AND PERSEXT-CPF IS NUMERIC
               MOVE PERSEXT-CPF   TO BPD-CPF
           ELSE
               MOVE ZEROS         TO BPD-CPF
           END-IF
           MOVE LAST-NAME         TO BPD-NOME
           MOVE DEPT              TO BPD-DEPT
           MOVE WS-DIAS-USO       TO BPD-DIAS
           WRITE REG-BENPED
           ADD 1 TO WS-DETALHES.
      *
       RT-GRAVAR-DETALHEX.                         EXIT.
      *----------------------------------------------------------------*
       RT-FINALIZAR                                SECTION.
      *
           IF  ARQUIVOS-ABERTOS
               CLOSE PERSNL BENEF BENPAG BENPED
               IF  TEM-VACPED
                   CLOSE VACPED
               END-IF
               IF  TEM-AFAST
                   CLOSE AFAST
               END-IF
               IF  TEM-PERSEXT
                   CLOSE PERSEXT
               END-IF
           END-IF
      *
           DISPLAY PGMID '999I' TRACOS
           MOVE    WS-LIDOS           TO WS-DISPLAY
           DISPLAY PGMID '010I- LIDOS DO CADASTRO......:' WS-DISPLAY
           MOVE    WS-COM-ADESAO      TO WS-DISPLAY
           DISPLAY PGMID '011I- COM ADESAO ATIVA.......:' WS-DISPLAY
           MOVE    WS-COM-VT          TO WS-DISPLAY
           DISPLAY PGMID '012I- COM VALE-TRANSPORTE....:' WS-DISPLAY
           MOVE    WS-COM-VR          TO WS-DISPLAY
           DISPLAY PGMID '013I- COM VALE-REFEICAO......:' WS-DISPLAY
           MOVE    WS-SEM-DIAS        TO WS-DISPLAY
           DISPLAY PGMID '014I- SEM DIAS DE USO NO MES.:' WS-DISPLAY
           MOVE    WS-LIMITADOS       TO WS-DISPLAY
           DISPLAY PGMID '015I- VT LIMITADO A 6%.......:' WS-DISPLAY
           MOVE    WS-EXCLUIDOS       TO WS-DISPLAY
           DISPLAY PGMID '016I- SUBSTITUIDOS DO MES....:' WS-DISPLAY
           MOVE    WS-DETALHES        TO WS-DISPLAY
           DISPLAY PGMID '017I- DETALHES NO PEDIDO.....:' WS-DISPLAY
           MOVE    WS-TOTAL-VT        TO WS-DISPLAY-VALOR
           DISPLAY PGMID '018I- TOTAL VALE-TRANSPORTE..:'
                   WS-DISPLAY-VALOR
           MOVE    WS-TOTAL-VR        TO WS-DISPLAY-VALOR
           DISPLAY PGMID '019I- TOTAL VALE-REFEICAO....:'
                   WS-DISPLAY-VALOR
           MOVE    WS-TOTAL-DESCONTO  TO WS-DISPLAY-VALOR
           DISPLAY PGMID '020I- A DESCONTAR NA FOLHA...:'
                   WS-DISPLAY-VALOR
           DISPLAY PGMID '999I' TRACOS.
      *
       RT-FINALIZARX.                              EXIT.
      ******************************************************************
      *                      FIM  DO  PROGRAMA                         *
      ******************************************************************
