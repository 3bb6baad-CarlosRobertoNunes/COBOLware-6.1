      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PENSREL.
       AUTHOR.        Traduzido de Easytrieve (macro esy.kex v.0.10).
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      * Relatorio mensal de pensao alimenticia para o *
                      * juridico: para cada ordem judicial (PENSAO,   *
                      * mantido pelo PENSMNT) vigente no              *
                      * PAYROLL-ANOMES (padrao: mes corrente) ou com  *
                      * credito no mes, o processo, o empregado, o    *
                      * beneficiario com CPF e conta, a base do       *
                      * desconto e os creditos gravados pelo NETCALC  *
                      * no PENPAG: folha mensal (M), 2a parcela do    *
                      * 13o (2) e ferias (F).                         *
                      *                                               *
                      * Ordem vigente sem credito no mes sai marcada  *
                      * para conferencia (empregado sem folha         *
                      * calculada, liquido insuficiente ou folha      *
                      * ainda nao processada).                        *
                      *                                               *
                      * Sai a listagem PENSLST no spool (CWSPLF).     *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT PENSAO ASSIGN TO PENSAO
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD KEY    IS PENSAO-CHAVE
                  FILE STATUS   IS FL-STA-PENSAO.
      *
           SELECT OPTIONAL PENPAG ASSIGN TO PENPAG
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS PENPAG-CHAVE
                  FILE STATUS   IS FL-STA-PENPAG.
      *
           SELECT PERSNL ASSIGN TO SYS010
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS PERSNL-EMP-NO
                  FILE STATUS   IS FL-STA-PERSNL.
      *
           SELECT PENSLST ASSIGN TO PENSLST.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *----------------------------------------------------------------*
      *  ORDENS DE PENSAO ALIMENTICIA (MANTIDAS PELO PENSMNT)           *
      *----------------------------------------------------------------*
       FD  PENSAO
           RECORD CONTAINS 200 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-PENSAO.
           03 PENSAO-CHAVE.
              05 PENSAO-EMP-NO               PIC  9(005).
              05 PENSAO-SEQ                  PIC  9(002).
           03 PENSAO-PROCESSO                PIC  X(025).
           03 PENSAO-NOME                    PIC  X(040).
           03 PENSAO-CPF                     PIC  9(011).
           03 PENSAO-BANCO                   PIC  9(003).
           03 PENSAO-AGENCIA                 PIC  9(005).
           03 PENSAO-AGENCIA-DV              PIC  X(001).
           03 PENSAO-CONTA                   PIC  9(012).
           03 PENSAO-CONTA-DV                PIC  X(001).
           03 PENSAO-TIPO-CONTA              PIC  X(001).
           03 PENSAO-BASE                    PIC  X(001).
              88 PENSAO-SOBRE-BRUTO                     VALUE 'B'.
              88 PENSAO-SOBRE-LIQUIDO                   VALUE 'L'.
              88 PENSAO-VALOR-FIXO                      VALUE 'F'.
           03 PENSAO-PERCENTUAL              PIC  9(003)V99.
           03 PENSAO-VALOR                   PIC  9(007)V99.
           03 PENSAO-INCIDE-13               PIC  X(001).
           03 PENSAO-INCIDE-FERIAS           PIC  X(001).
           03 PENSAO-DATA-INICIO             PIC  9(008).
           03 PENSAO-DATA-FIM                PIC  9(008).
           03 PENSAO-SITUACAO                PIC  X(001).
              88 PENSAO-ATIVA                           VALUE 'A'.
           03 PENSAO-DATA-ALT                PIC  9(008).
           03 PENSAO-OPERADOR                PIC  X(030).
           03 FILLER                         PIC  X(022).
      *
      *----------------------------------------------------------------*
      *  CREDITOS DOS BENEFICIARIOS (GRAVADOS PELO NETCALC)             *
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
       FD  PENSLST
           LABEL RECORD IS OMITTED.
      *
       01  REG-PENSLST                       PIC  X(132).
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
              '#PENSREL.'.
           03 FL-STA-PENSAO                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-PENSAO-EOF                              VALUE '10'.
              88 FL-PENSAO-OK                               VALUE '00'.
           03 FL-STA-PENPAG                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-PENPAG-OK                               VALUE '00'.
           03 FL-STA-PERSNL                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-PERSNL-OK                               VALUE '00'.
           03 WS-RETURN-CODE                 PIC  9(003)    VALUE
              ZEROS.
           03 WS-DISPLAY                     PIC  -ZZZ.ZZZ.ZZ9.
           03 WS-LIDOS                COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-LISTADOS             COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-SEM-CREDITO          COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-TEM-PENPAG                  PIC  X(001)    VALUE 'N'.
              88 TEM-PENPAG                                 VALUE 'S'.
           03 WS-TEM-PERSNL                  PIC  X(001)    VALUE 'N'.
              88 TEM-PERSNL                                 VALUE 'S'.
           03 WS-VIGENTE                     PIC  X(001)    VALUE 'N'.
              88 VIGENTE                                    VALUE 'S'.
           03 WS-DATA-HOJE                   PIC  9(008)    VALUE
              ZEROS.
           03 WS-ANOMES                      PIC  9(006)    VALUE
              ZEROS.
           03 FILLER REDEFINES WS-ANOMES.
              05 WS-ANO                      PIC  9(004).
              05 WS-MES                      PIC  9(002).
           03 WS-ANOMES-ENV                  PIC  X(006)    VALUE
              SPACES.
           03 WS-TIPO-BUSCA                  PIC  X(001)    VALUE
              SPACE.
           03 WS-CREDITO              COMP-3 PIC S9(007)V99 VALUE
              ZEROS.
           03 WS-VALOR-FOLHA          COMP-3 PIC S9(007)V99 VALUE
              ZEROS.
           03 WS-VALOR-13             COMP-3 PIC S9(007)V99 VALUE
              ZEROS.
           03 WS-VALOR-FERIAS         COMP-3 PIC S9(007)V99 VALUE
              ZEROS.
           03 WS-VALOR-TOTAL          COMP-3 PIC S9(009)V99 VALUE
              ZEROS.
           03 WS-ED-PCT                      PIC  ZZ9,99.
           03 WS-ED-FIXO                     PIC  ZZZ.ZZ9,99.
      *
      *----------------------------------------------------------------*
      *  TOTAIS DO MES                                                  *
      *----------------------------------------------------------------*
       01  WS-TOTAIS.
           03 WS-TOT-FOLHA            COMP-3 PIC S9(011)V99 VALUE
              ZEROS.
           03 WS-TOT-13               COMP-3 PIC S9(011)V99 VALUE
              ZEROS.
           03 WS-TOT-FERIAS           COMP-3 PIC S9(011)V99 VALUE
              ZEROS.
           03 WS-TOT-GERAL            COMP-3 PIC S9(011)V99 VALUE
              ZEROS.
      *
      *----------------------------------------------------------------*
      *  LINHAS DA LISTAGEM                                             *
      *----------------------------------------------------------------*
       01  WS-CABECALHO.
           03 FILLER                         PIC  X(055)    VALUE
              'PENSAO ALIMENTICIA - CREDITOS AOS BENEFICIARIOS EM '.
           03 CAB-MES                        PIC  9(002).
           03 FILLER                         PIC  X(001)    VALUE '/'.
           03 CAB-ANO                        PIC  9(004).
           03 FILLER                         PIC  X(070)    VALUE
              SPACES.
      *
       01  WS-TITULOS-1.
           03 FILLER                         PIC  X(044)    VALUE
              'MATR. EMPREG.  SQ PROCESSO'.
           03 FILLER                         PIC  X(035)    VALUE
              'BENEFICIARIO'.
           03 FILLER                         PIC  X(053)    VALUE
              'CPF            BASE DO DESCONTO     SIT'.
      *
       01  WS-TITULOS-2.
           03 FILLER                         PIC  X(018)    VALUE
              SPACES.
           03 FILLER                         PIC  X(039)    VALUE
              'BCO AGENCIA CONTA          T      FOLHA'.
           03 FILLER                         PIC  X(075)    VALUE
              '        13O     FERIAS      TOTAL OBSERVACAO'.
      *
       01  WS-DETALHE-1.
           03 DET-EMP-NO                     PIC  9(005).
           03 FILLER                         PIC  X(001)    VALUE
              SPACE.
           03 DET-LAST-NAME                  PIC  X(008).
           03 FILLER                         PIC  X(001)    VALUE
              SPACE.
           03 DET-SEQ                        PIC  9(002).
           03 FILLER                         PIC  X(001)    VALUE
              SPACE.
           03 DET-PROCESSO                   PIC  X(025).
           03 FILLER                         PIC  X(001)    VALUE
              SPACE.
           03 DET-BENEFICIARIO               PIC  X(034).
           03 FILLER                         PIC  X(001)    VALUE
              SPACE.
           03 DET-CPF                        PIC  999.999.999B99.
           03 FILLER                         PIC  X(001)    VALUE
              SPACE.
           03 DET-BASE                       PIC  X(020).
           03 FILLER                         PIC  X(001)    VALUE
              SPACE.
           03 DET-SITUACAO                   PIC  X(001).
           03 FILLER                         PIC  X(016)    VALUE
              SPACES.
      *
       01  WS-DETALHE-2.
           03 FILLER                         PIC  X(018)    VALUE
              SPACES.
           03 DET-BANCO                      PIC  9(003).
           03 FILLER                         PIC  X(001)    VALUE
              SPACE.
           03 DET-AGENCIA                    PIC  9(005).
           03 FILLER                         PIC  X(001)    VALUE '-'.
           03 DET-AGENCIA-DV                 PIC  X(001).
           03 FILLER                         PIC  X(001)    VALUE
              SPACE.
           03 DET-CONTA                      PIC  9(012).
           03 FILLER                         PIC  X(001)    VALUE '-'.
           03 DET-CONTA-DV                   PIC  X(001).
           03 FILLER                         PIC  X(001)    VALUE
              SPACE.
           03 DET-TIPO-CONTA                 PIC  X(001).
           03 FILLER                         PIC  X(001)    VALUE
              SPACE.
           03 DET-FOLHA                      PIC  ZZZ.ZZ9,99.
           03 FILLER                         PIC  X(001)    VALUE
              SPACE.
           03 DET-13                         PIC  ZZZ.ZZ9,99.
           03 FILLER                         PIC  X(001)    VALUE
              SPACE.
           03 DET-FERIAS                     PIC  ZZZ.ZZ9,99.
           03 FILLER                         PIC  X(001)    VALUE
              SPACE.
           03 DET-TOTAL                      PIC  ZZZ.ZZ9,99.
           03 FILLER                         PIC  X(001)    VALUE
              SPACE.
           03 DET-OBSERVACAO                 PIC  X(040).
      *
       01  WS-RODAPE.
           03 FILLER                         PIC  X(018)    VALUE
              'TOTAL DO MES'.
           03 ROD-ORDENS                     PIC  ZZZ.ZZ9.
           03 FILLER                         PIC  X(009)    VALUE
              ' ORDEM(S)'.
           03 FILLER                         PIC  X(007)    VALUE
              SPACES.
           03 ROD-FOLHA                      PIC  Z.ZZZ.ZZ9,99.
           03 FILLER                         PIC  X(001)    VALUE
              SPACE.
           03 ROD-13                         PIC  Z.ZZZ.ZZ9,99.
           03 FILLER                         PIC  X(001)    VALUE
              SPACE.
           03 ROD-FERIAS                     PIC  Z.ZZZ.ZZ9,99.
           03 FILLER                         PIC  X(001)    VALUE
              SPACE.
           03 ROD-TOTAL                      PIC  ZZ.ZZZ.ZZ9,99.
           03 FILLER                         PIC  X(037)    VALUE
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
      *  MES DE REFERENCIA; ABRE OS ARQUIVOS                            *
      *----------------------------------------------------------------*
       RT-INICIAR                                  SECTION.
      *
           DISPLAY PGMID '001I ' FUNCTION WHEN-COMPILED
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
      *
           DISPLAY 'PAYROLL-ANOMES' UPON ENVIRONMENT-NAME
           ACCEPT   WS-ANOMES-ENV   FROM ENVIRONMENT-VALUE
           IF  WS-ANOMES-ENV IS NUMERIC
               MOVE WS-ANOMES-ENV TO WS-ANOMES
           ELSE
               COMPUTE WS-ANOMES = WS-DATA-HOJE / 100
           END-IF
           DISPLAY PGMID '001I- REFERENCIA ' WS-ANOMES
      *
           OPEN INPUT PENSAO
           IF  NOT FL-PENSAO-OK
               DISPLAY PGMID '002I- PENSAO AUSENTE OU COM ERRO '
                       FL-STA-PENSAO ' - NADA A LISTAR'
               MOVE 4 TO WS-RETURN-CODE
               EXIT SECTION
           END-IF
      *
           OPEN INPUT PENPAG
           IF  FL-PENPAG-OK
               SET TEM-PENPAG TO TRUE
           ELSE
               DISPLAY PGMID '002I- PENPAG AUSENTE OU COM ERRO '
                       FL-STA-PENPAG ' - ORDENS SEM CREDITOS'
           END-IF
      *
           OPEN INPUT PERSNL
           IF  FL-PERSNL-OK
               SET TEM-PERSNL TO TRUE
           END-IF
      *
           OPEN OUTPUT PENSLST
           MOVE WS-MES TO CAB-MES
           MOVE WS-ANO TO CAB-ANO
           WRITE REG-PENSLST FROM WS-CABECALHO
           MOVE SPACES TO REG-PENSLST
           WRITE REG-PENSLST
           WRITE REG-PENSLST FROM WS-TITULOS-1
           WRITE REG-PENSLST FROM WS-TITULOS-2.
      *
       RT-INICIARX.                                EXIT.
      *----------------------------------------------------------------*
      *  PASSADA NAS ORDENS DE PENSAO                                   *
      *----------------------------------------------------------------*
       RT-PROCESSAR                                SECTION.
      *
           PERFORM UNTIL FL-PENSAO-EOF
               READ PENSAO
                 AT END
                    SET FL-PENSAO-EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-LIDOS
                    PERFORM RT-LISTAR-ORDEM
               END-READ
           END-PERFORM
      *
           MOVE WS-LISTADOS   TO ROD-ORDENS
           MOVE WS-TOT-FOLHA  TO ROD-FOLHA
           MOVE WS-TOT-13     TO ROD-13
           MOVE WS-TOT-FERIAS TO ROD-FERIAS
           MOVE WS-TOT-GERAL  TO ROD-TOTAL
           MOVE SPACES TO REG-PENSLST
           WRITE REG-PENSLST
           WRITE REG-PENSLST FROM WS-RODAPE
      *
           CLOSE PENSAO PENSLST
           IF  TEM-PENPAG
               CLOSE PENPAG
           END-IF
           IF  TEM-PERSNL
               CLOSE PERSNL
           END-IF
      *
           PERFORM RT-DESPACHAR-SPOOL.
      *
       RT-PROCESSARX.                              EXIT.
      *----------------------------------------------------------------*
      *  ORDEM VIGENTE NO MES OU COM CREDITO NO MES: DUAS LINHAS        *
      *----------------------------------------------------------------*
       RT-LISTAR-ORDEM                             SECTION.
      *
           MOVE 'N' TO WS-VIGENTE
           IF  PENSAO-ATIVA
           AND PENSAO-DATA-INICIO / 100 NOT GREATER WS-ANOMES
               IF  PENSAO-DATA-FIM EQUAL ZEROS
               OR  PENSAO-DATA-FIM / 100 NOT LESS WS-ANOMES
                   SET VIGENTE TO TRUE
               END-IF
           END-IF
      *
           MOVE 'M' TO WS-TIPO-BUSCA
           PERFORM RT-BUSCAR-CREDITO
           MOVE WS-CREDITO TO WS-VALOR-FOLHA
           MOVE '2' TO WS-TIPO-BUSCA
           PERFORM RT-BUSCAR-CREDITO
           MOVE WS-CREDITO TO WS-VALOR-13
           MOVE 'F' TO WS-TIPO-BUSCA
           PERFORM RT-BUSCAR-CREDITO
           MOVE WS-CREDITO TO WS-VALOR-FERIAS
           COMPUTE WS-VALOR-TOTAL = WS-VALOR-FOLHA + WS-VALOR-13
                                  + WS-VALOR-FERIAS
      *
           IF  NOT VIGENTE
           AND WS-VALOR-TOTAL EQUAL ZEROS
               EXIT SECTION
           END-IF
      *
           MOVE SPACES TO LAST-NAME
           IF  TEM-PERSNL
               MOVE PENSAO-EMP-NO TO PERSNL-EMP-NO
               READ PERSNL
                   INVALID KEY
                       MOVE 'DESLIG.' TO LAST-NAME
               END-READ
           END-IF
      *
           MOVE PENSAO-EMP-NO     TO DET-EMP-NO
           MOVE LAST-NAME         TO DET-LAST-NAME
           MOVE PENSAO-SEQ        TO DET-SEQ
           MOVE PENSAO-PROCESSO   TO DET-PROCESSO
           MOVE PENSAO-NOME       TO DET-BENEFICIARIO
           MOVE PENSAO-CPF        TO DET-CPF
           MOVE PENSAO-SITUACAO   TO DET-SITUACAO
           MOVE SPACES            TO DET-BASE
           EVALUATE TRUE
               WHEN PENSAO-SOBRE-BRUTO
                    MOVE PENSAO-PERCENTUAL TO WS-ED-PCT
                    STRING WS-ED-PCT '% DO BRUTO'
                           DELIMITED BY SIZE INTO DET-BASE
               WHEN PENSAO-SOBRE-LIQUIDO
                    MOVE PENSAO-PERCENTUAL TO WS-ED-PCT
                    STRING WS-ED-PCT '% DO LIQUIDO'
                           DELIMITED BY SIZE INTO DET-BASE
               WHEN OTHER
                    MOVE PENSAO-VALOR TO WS-ED-FIXO
                    STRING 'FIXO ' WS-ED-FIXO
                           DELIMITED BY SIZE INTO DET-BASE
           END-EVALUATE
           WRITE REG-PENSLST FROM WS-DETALHE-1
      *
           MOVE PENSAO-BANCO      TO DET-BANCO
           MOVE PENSAO-AGENCIA    TO DET-AGENCIA
           MOVE PENSAO-AGENCIA-DV TO DET-AGENCIA-DV
           MOVE PENSAO-CONTA      TO DET-CONTA
           MOVE PENSAO-CONTA-DV   TO DET-CONTA-DV
           MOVE PENSAO-TIPO-CONTA TO DET-TIPO-CONTA
           MOVE WS-VALOR-FOLHA    TO DET-FOLHA
           MOVE WS-VALOR-13       TO DET-13
           MOVE WS-VALOR-FERIAS   TO DET-FERIAS
           MOVE WS-VALOR-TOTAL    TO DET-TOTAL
           MOVE SPACES            TO DET-OBSERVACAO
           IF  VIGENTE
           AND WS-VALOR-TOTAL EQUAL ZEROS
               MOVE '*** VIGENTE SEM CREDITO NO MES ***'
                 TO DET-OBSERVACAO
               ADD 1 TO WS-SEM-CREDITO
           END-IF
           IF  NOT VIGENTE
               MOVE 'ORDEM NAO VIGENTE - CREDITO DO MES'
                 TO DET-OBSERVACAO
           END-IF
           WRITE REG-PENSLST FROM WS-DETALHE-2
      *
           ADD WS-VALOR-FOLHA  TO WS-TOT-FOLHA
           ADD WS-VALOR-13     TO WS-TOT-13
           ADD WS-VALOR-FERIAS TO WS-TOT-FERIAS
           ADD WS-VALOR-TOTAL  TO WS-TOT-GERAL
           ADD 1 TO WS-LISTADOS.
      *
       RT-LISTAR-ORDEMX.                           EXIT.
      *----------------------------------------------------------------*
      *  CREDITO DA ORDEM CORRENTE NO MES PARA O TIPO WS-TIPO-BUSCA     *
      *----------------------------------------------------------------*
       RT-BUSCAR-CREDITO                           SECTION.
      *
           MOVE ZEROS TO WS-CREDITO
           IF  NOT TEM-PENPAG
               EXIT SECTION
           END-IF
           MOVE WS-ANOMES     TO PENPAG-ANOMES
           MOVE WS-TIPO-BUSCA TO PENPAG-TIPO
           MOVE PENSAO-EMP-NO TO PENPAG-EMP-NO
           MOVE PENSAO-SEQ    TO PENPAG-SEQ
           READ PENPAG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PENPAG-VALOR TO WS-CREDITO
           END-READ.
      *
       RT-BUSCAR-CREDITOX.                         EXIT.
      *----------------------------------------------------------------*
       RT-DESPACHAR-SPOOL                          SECTION.
      *
           MOVE 'PENSLST'  TO CWSPLF-FILE
           MOVE 'PENSLST'  TO CWSPLF-REPORT
           MOVE SPACES     TO CWSPLF-TITLE
           STRING 'PENSAO ALIMENTICIA - CREDITOS AOS BENEFICIARIOS EM '
                  WS-ANOMES
                  DELIMITED BY SIZE INTO CWSPLF-TITLE
           CALL SB-CWSPLF USING PARAMETROS-CWSPLF
             ON EXCEPTION
                DISPLAY PGMID '003I- CWSPLF INDISPONIVEL - LISTAGEM'
                        ' FICOU EM PENSLST'
           END-CALL.
      *
       RT-DESPACHAR-SPOOLX.                        EXIT.
      *----------------------------------------------------------------*
       RT-FINALIZAR                                SECTION.
      *
           IF  WS-SEM-CREDITO GREATER ZEROS
           AND WS-RETURN-CODE EQUAL ZEROS
               MOVE 4 TO WS-RETURN-CODE
           END-IF
           DISPLAY PGMID '999I' TRACOS
           MOVE    WS-LIDOS           TO WS-DISPLAY
           DISPLAY PGMID '004I- ORDENS LIDAS...........:' WS-DISPLAY
           MOVE    WS-LISTADOS        TO WS-DISPLAY
           DISPLAY PGMID '005I- ORDENS LISTADAS........:' WS-DISPLAY
           MOVE    WS-SEM-CREDITO     TO WS-DISPLAY
           DISPLAY PGMID '006I- VIGENTES SEM CREDITO...:' WS-DISPLAY
           DISPLAY PGMID '999I' TRACOS.
      *
       RT-FINALIZARX.                              EXIT.
      ******************************************************************
      *                      FIM  DO  PROGRAMA                         *
      ******************************************************************
