                      * (abatidos do saldo), com cada lancamento      *
                      * gravado no CWLOGF.                            *
                      *                                               *
                      * No gozo de ferias informa-se tambem o inicio  *
                      * e os dias vendidos (abono pecuniario, ate     *
                      * 10): a tela calcula as ferias sobre o         *
                      * PAY-GROSS com o 1/3 constitucional, o abono   *
                      * com o seu 1/3 (isentos), a contribuicao e o   *
                      * imposto pela entrada NETCALC-PENSAO (com a    *
                      * pensao alimenticia das ordens que alcancam as *
                      * ferias, creditada aos beneficiarios no        *
                      * PENPAG), grava o resultado no PAYRES (tipo F, *
                      * anomes do inicio) para o abatimento na folha  *
                      * mensal e manda o recibo de ferias ao spool.   *
                      *                                               *
                      * A entrada VACMNT-POSTAR faz o mesmo gozo de   *
                      * ferias sem tela (matricula, inicio, dias e    *
                      * abono entram; retorno, liquido e data de      *
                      * pagamento saem), usada pelo VACPOST para      *
                      * lancar as solicitacoes aprovadas no VACSOLIC  *
                      * quando chega a data de inicio.                *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS VACBAL-EMP-NO
                  FILE STATUS   IS FL-STA-VACBAL.
      *
           SELECT PERSNL ASSIGN TO SYS010
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS PERSNL-EMP-NO
                  FILE STATUS   IS FL-STA-PERSNL.
      *
           SELECT OPTIONAL PAYRES ASSIGN TO PAYRES
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS PAYRES-CHAVE
                  FILE STATUS   IS FL-STA-PAYRES.
      *
           SELECT RECFER ASSIGN TO RECFER.
      *
       DATA DIVISION.
       FILE SECTION.
           03 VACBAL-ULT-ACUMULO             PIC  9(006).
           03 VACBAL-VENCIMENTO              PIC  9(008).
           03 FILLER                         PIC  X(050).
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
      *  RESULTADOS DA FOLHA POR ANOMES + TIPO DE FOLHA + MATRICULA     *
      *  (NAS FERIAS: AVOS = DIAS GOZADOS, ADIANTADO = SALARIO DOS      *
      *  DIAS DE FERIAS A ABATER NA FOLHA MENSAL, OUTROS = ABONO)       *
      *----------------------------------------------------------------*
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
           03 FILLER                         PIC  X(051).
           03 PAYRES-PENSAO                  PIC  9(007)V99.
           03 FILLER                         PIC  X(001).
      *
      *----------------------------------------------------------------*
      *  RECIBO DE FERIAS (REGERADO A CADA LANCAMENTO E DESPACHADO)     *
      *----------------------------------------------------------------*
       FD  RECFER
           LABEL RECORD IS OMITTED.
      *
       01  REG-RECFER                        PIC  X(080).
      *================================================================*
       WORKING-STORAGE SECTION.
      *================================================================*
       77  SB-CWLOGW                     PIC  X(08)  VALUE 'CWLOGW'.
       77  SB-CWGETU                     PIC  X(08)  VALUE 'CWGETU'.
       77  SB-CWIDLE                     PIC  X(08)  VALUE 'CWIDLE'.
       77  SB-CWSPLF                     PIC  X(08)  VALUE 'CWSPLF'.
       77  SB-NETCALC-PEN                PIC  X(14)  VALUE
           'NETCALC-PENSAO'.
       77  SB-NETCALC-DEP                PIC  X(14)  VALUE
           'NETCALC-DEPEND'.
      *
      *----------------------------------------------------------------*
      *        AREA DE VARIAVEIS AUXILIARES                            *
           03 WS-GOZADOS-ED                  PIC  ZZ9,9.
           03 WS-TIPO-LANC                   PIC  X(001)    VALUE
              SPACE.
              88 LANC-FERIAS                                VALUE 'G'.
           03 FL-STA-PERSNL                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-PERSNL-OK                               VALUE '00'.
           03 FL-STA-PAYRES                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-PAYRES-OK                               VALUE '00'.
              88 FL-PAYRES-AUSENTE                          VALUE '35'.
           03 WS-TEM-NETCALC                 PIC  X(001)    VALUE 'S'.
              88 TEM-NETCALC                                VALUE 'S'.
           03 WS-DIAS-ABONO                  PIC  9(002)    VALUE
              ZEROS.
           03 WS-DIAS-SALDO                  PIC  9(003)V9  VALUE
              ZEROS.
           03 WS-DATA-HOJE                   PIC  9(008)    VALUE
              ZEROS.
           03 WS-DATA-INICIO                 PIC  9(008)    VALUE
              ZEROS.
           03 WS-DATA-PAGTO                  PIC  9(008)    VALUE
              ZEROS.
           03 WS-INT-DATA                    PIC  9(008)    VALUE
              ZEROS.
           03 WS-DIAS-MES                    PIC  9(002)    VALUE
              ZEROS.
           03 WS-ANO                         PIC  9(004)    VALUE
              ZEROS.
           03 WS-COMPANY                     PIC  9(002)    VALUE
              ZEROS.
           03 WS-DATA-OK                     PIC  X(001)    VALUE 'S'.
              88 DATA-OK                                    VALUE 'S'.
           03 WS-LANCADO                     PIC  X(001)    VALUE 'N'.
              88 LANCADO                                    VALUE 'S'.
           03 WS-DIAS-LOG                    PIC  9(004)    VALUE
              ZEROS.
      *
      *----------------------------------------------------------------*
      *  VALORES DAS FERIAS DO LANCAMENTO CORRENTE                      *
      *----------------------------------------------------------------*
       01  WS-FERIAS.
           03 WS-SALARIO-MES          COMP-3 PIC S9(009)V99 VALUE
              ZEROS.
           03 WS-SALARIO-DIA          COMP-3 PIC S9(007)V9(4) VALUE
              ZEROS.
           03 WS-VALOR-FERIAS         COMP-3 PIC S9(009)V99 VALUE
              ZEROS.
           03 WS-TERCO-FERIAS         COMP-3 PIC S9(009)V99 VALUE
              ZEROS.
           03 WS-VALOR-ABONO          COMP-3 PIC S9(009)V99 VALUE
              ZEROS.
           03 WS-TERCO-ABONO          COMP-3 PIC S9(009)V99 VALUE
              ZEROS.
           03 WS-TOTAL-BRUTO          COMP-3 PIC S9(009)V99 VALUE
              ZEROS.
           03 WS-LIQUIDO              COMP-3 PIC S9(009)V99 VALUE
              ZEROS.
           03 WS-DEPENDENTES                 PIC  9(002)    VALUE
              ZEROS.
           03 WS-ED-VALOR                    PIC  ZZZ.ZZ9,99.
           03 WS-ED-DIAS                     PIC  ZZ9,9.
      *
      *----------------------------------------------------------------*
      *  DIAS POR MES PARA A CRITICA DA DATA DE INICIO                  *
      *----------------------------------------------------------------*
       01  WS-DIAS-POR-MES-STR               PIC  X(024)    VALUE
           '312831303130313130313031'.
       01  REDEFINES WS-DIAS-POR-MES-STR.
           03 WS-DIAS-POR-MES OCCURS 12      PIC  9(002).
      *
      *----------------------------------------------------------------*
      *  PARAMETROS DA ENTRADA NETCALC-PENSAO (CALCULO COM A PENSAO     *
      *  ALIMENTICIA DAS ORDENS QUE ALCANCAM AS FERIAS)                 *
      *----------------------------------------------------------------*
       01  PARAMETROS-NETCALC-PEN.
           03 NETCALC-PEN-MATRICULA          PIC  9(005)    VALUE
              ZEROS.
           03 NETCALC-PEN-ANOMES             PIC  9(006)    VALUE
              ZEROS.
           03 NETCALC-PEN-TIPO               PIC  X(001)    VALUE
              'F'.
           03 NETCALC-PEN-GRAVAR             PIC  X(001)    VALUE
              'S'.
           03 NETCALC-PEN-BRUTO              PIC  9(009)V99 VALUE
              ZEROS.
           03 NETCALC-PEN-DEPENDENTES        PIC  9(002)    VALUE
              ZEROS.
           03 NETCALC-PEN-INSS               PIC  9(007)V99 VALUE
              ZEROS.
           03 NETCALC-PEN-IRRF               PIC  9(007)V99 VALUE
              ZEROS.
           03 NETCALC-PEN-PENSAO             PIC  9(007)V99 VALUE
              ZEROS.
           03 NETCALC-PEN-LIQUIDO            PIC  9(009)V99 VALUE
              ZEROS.
      *
      *----------------------------------------------------------------*
      *  PARAMETROS DA ENTRADA NETCALC-DEPEND (DEPENDENTES NO MES)      *
      *----------------------------------------------------------------*
       01  PARAMETROS-NETCALC-DEP.
           03 NETCALC-DEP-MATRICULA          PIC  9(005)    VALUE
              ZEROS.
           03 NETCALC-DEP-ANOMES             PIC  9(006)    VALUE
              ZEROS.
           03 NETCALC-DEP-QTDE               PIC  9(002)    VALUE
              ZEROS.
      *
      *----------------------------------------------------------------*
      *  PARAMETROS DO CWSPLF (UM RECIBO POR LANCAMENTO)                *
      *----------------------------------------------------------------*
       01  PARAMETROS-CWSPLF.
           03 CWSPLF-FILE                    PIC  X(050)    VALUE
              SPACES.
           03 CWSPLF-REPORT                  PIC  X(007)    VALUE
              SPACES.
           03 CWSPLF-FORM-TYPE               PIC  X(001)    VALUE '1'.
           03 CWSPLF-FLAG                    PIC  X(001)    VALUE
              SPACE.
           03 CWSPLF-WIDTH                   PIC  9(003)    VALUE 80.
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
       01  PARAMETROS-CWLOGW.
           03 CWLOGW-FUNCTION                PIC  X(001)    VALUE
              SPACE.
           03 CWIDLE-STATUS                  PIC  X(002)    VALUE
              ZEROS.
      *
       LINKAGE SECTION.
      *
      *----------------------------------------------------------------*
      *  PARAMETROS DA ENTRADA VACMNT-POSTAR (GOZO SEM TELA): RETORNO   *
      *  00 LANCADO, 01 SEM SALDO NO VACBAL, 02 DIAS ACIMA DO SALDO,    *
      *  03 MATRICULA FORA DO CADASTRO, 09 VACBAL INDISPONIVEL          *
      *----------------------------------------------------------------*
       01  PARAMETROS-VACMNT-POST.
           03 VACMNT-POST-MATRICULA          PIC  9(005).
           03 VACMNT-POST-INICIO             PIC  9(008).
           03 VACMNT-POST-DIAS               PIC  9(003)V9.
           03 VACMNT-POST-ABONO              PIC  9(002).
           03 VACMNT-POST-RETORNO            PIC  X(002).
           03 VACMNT-POST-LIQUIDO            PIC  9(009)V99.
           03 VACMNT-POST-DATA-PAGTO         PIC  9(008).
      *================================================================*
       PROCEDURE DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       RT-PRINCIPAL                                SECTION.
      *
           CALL SB-CWGETU USING WS-OPERADOR WS-TASK WS-PROGRAMA '?'
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
      *
           OPEN I-O VACBAL
           IF  FL-VACBAL-AUSENTE
           GOBACK.
      *
       RT-PRINCIPALX.                              EXIT.
      *----------------------------------------------------------------*
      *  ENTRADA DE GOZO SEM TELA PARA O LANCAMENTO DAS SOLICITACOES    *
      *  APROVADAS (VACPOST)                                            *
      *----------------------------------------------------------------*
       RT-POSTAR-UNITARIO                          SECTION.
      *
           ENTRY "VACMNT-POSTAR" USING PARAMETROS-VACMNT-POST.
      *
           CALL SB-CWGETU USING WS-OPERADOR WS-TASK WS-PROGRAMA '?'
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE ZEROS TO VACMNT-POST-LIQUIDO VACMNT-POST-DATA-PAGTO
      *
           OPEN I-O VACBAL
           IF  NOT FL-VACBAL-OK
               MOVE '09' TO VACMNT-POST-RETORNO
               GOBACK
           END-IF
           PERFORM RT-POSTAR
           CLOSE VACBAL
      *
           GOBACK.
      *
       RT-POSTAR-UNITARIOX.                        EXIT.
      *----------------------------------------------------------------*
      *  GOZO DE FERIAS COM OS DADOS DA SOLICITACAO APROVADA            *
      *----------------------------------------------------------------*
       RT-POSTAR                                   SECTION.
      *
           MOVE 'G'                    TO WS-TIPO-LANC
           MOVE VACMNT-POST-MATRICULA  TO WS-EMP-INFORMADO
           MOVE VACMNT-POST-INICIO     TO WS-DATA-INICIO
           MOVE VACMNT-POST-DIAS       TO WS-DIAS
           MOVE VACMNT-POST-ABONO      TO WS-DIAS-ABONO
      *
           MOVE WS-EMP-INFORMADO TO VACBAL-EMP-NO
           READ VACBAL
               INVALID KEY
                   MOVE '01' TO VACMNT-POST-RETORNO
                   EXIT SECTION
           END-READ
           COMPUTE WS-DIAS-SALDO = WS-DIAS + WS-DIAS-ABONO
           IF  WS-DIAS-SALDO GREATER VACBAL-SALDO
               MOVE '02' TO VACMNT-POST-RETORNO
               EXIT SECTION
           END-IF
           PERFORM RT-LER-CADASTRO
           IF  NOT DATA-OK
               MOVE '03' TO VACMNT-POST-RETORNO
               EXIT SECTION
           END-IF
      *
           PERFORM RT-EFETIVAR-LANCAMENTO
           IF  NOT LANCADO
               MOVE '09' TO VACMNT-POST-RETORNO
               EXIT SECTION
           END-IF
           PERFORM RT-CALCULAR-FERIAS
           PERFORM RT-GRAVAR-PAYRES
           PERFORM RT-ESCREVER-RECIBO
           PERFORM RT-DESPACHAR-SPOOL
           MOVE '00'          TO VACMNT-POST-RETORNO
           MOVE WS-LIQUIDO    TO VACMNT-POST-LIQUIDO
           MOVE WS-DATA-PAGTO TO VACMNT-POST-DATA-PAGTO.
      *
       RT-POSTARX.                                 EXIT.
      *----------------------------------------------------------------*
       RT-DIALOGO                                  SECTION.
      *
               EXIT SECTION
           END-IF
      *
      *    NO GOZO DE FERIAS: INICIO, ABONO E LEITURA DO CADASTRO ANTES
      *    DE MEXER NO SALDO
           MOVE ZEROS TO WS-DIAS-ABONO
           IF  LANC-FERIAS
               PERFORM RT-PEDE-FERIAS
               IF  NOT DATA-OK
                   EXIT SECTION
               END-IF
           END-IF
      *
           COMPUTE WS-DIAS-SALDO = WS-DIAS + WS-DIAS-ABONO
           PERFORM RT-EFETIVAR-LANCAMENTO
           IF  NOT LANCADO
               EXIT SECTION
           END-IF
      *
           PERFORM RT-MOSTRA
           DISPLAY PGMID '005I- LANCAMENTO EFETUADO'
      *
           IF  LANC-FERIAS
               PERFORM RT-CALCULAR-FERIAS
               PERFORM RT-GRAVAR-PAYRES
               PERFORM RT-ESCREVER-RECIBO
               PERFORM RT-DESPACHAR-SPOOL
           END-IF.
      *
       RT-LANCARX.                                 EXIT.
      *----------------------------------------------------------------*
      *  ABATE DO SALDO OS DIAS DO LANCAMENTO E ANOTA NO CWLOGF         *
      *----------------------------------------------------------------*
       RT-EFETIVAR-LANCAMENTO                      SECTION.
      *
           MOVE 'N' TO WS-LANCADO
           SUBTRACT WS-DIAS-SALDO FROM VACBAL-SALDO
           ADD      WS-DIAS-SALDO TO   VACBAL-GOZADOS-ANO
           REWRITE REG-VACBAL
               INVALID KEY
                   DISPLAY PGMID '005I- ERRO ' FL-STA-VACBAL
                           ' NA REGRAVACAO'
                   EXIT SECTION
           END-REWRITE
           SET LANCADO TO TRUE
      *
           COMPUTE WS-DIAS-LOG = WS-DIAS * 10
           MOVE WS-TIPO-LANC TO CWLOGW-FUNCTION
           MOVE SPACES TO CWLOGW-TEXT
           STRING 'VACBAL ' WS-EMP-INFORMADO
                  ' DIAS ' WS-DIAS-LOG
                  DELIMITED BY SIZE INTO CWLOGW-TEXT
           CALL SB-CWLOGW USING PARAMETROS-CWLOGW
             ON EXCEPTION
                CONTINUE
           END-CALL.
      *
       RT-EFETIVAR-LANCAMENTOX.                    EXIT.
      *----------------------------------------------------------------*
      *  DADOS DO GOZO: INICIO MMDDAAAA (VAZIO = HOJE), DIAS VENDIDOS   *
      *  (ABONO, ATE 10, DENTRO DO SALDO) E O CADASTRO DA MATRICULA     *
      *----------------------------------------------------------------*
       RT-PEDE-FERIAS                              SECTION.
      *
           MOVE 'N' TO WS-DATA-OK
           DISPLAY 'INICIO DAS FERIAS (MMDDAAAA, VAZIO = HOJE): '
                   WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA EQUAL SPACES
               MOVE WS-DATA-HOJE TO WS-DATA-INICIO
           ELSE
               IF  WS-RESPOSTA(1:8) IS NOT NUMERIC
               OR  WS-RESPOSTA(1:2) LESS '01'
               OR  WS-RESPOSTA(1:2) GREATER '12'
               OR  WS-RESPOSTA(3:2) LESS '01'
               OR  WS-RESPOSTA(3:2) GREATER '31'
                   DISPLAY PGMID '006I- DATA DE INICIO INVALIDA'
                   EXIT SECTION
               END-IF
               COMPUTE WS-DATA-INICIO =
                       FUNCTION NUMVAL(WS-RESPOSTA(5:4)) * 10000
                     + FUNCTION NUMVAL(WS-RESPOSTA(1:2)) * 100
                     + FUNCTION NUMVAL(WS-RESPOSTA(3:2))
               COMPUTE WS-ANO = WS-DATA-INICIO / 10000
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
                   DISPLAY PGMID '006I- DIA INEXISTENTE NO MES'
                   EXIT SECTION
               END-IF
           END-IF
      *
           DISPLAY 'DIAS VENDIDOS - ABONO (00 A 10): '
                   WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA NOT EQUAL SPACES
               IF  WS-RESPOSTA(1:2) IS NOT NUMERIC
                   DISPLAY PGMID '006I- ABONO DEVE SER NUMERICO'
                   EXIT SECTION
               END-IF
               MOVE WS-RESPOSTA(1:2) TO WS-DIAS-ABONO
           END-IF
           IF  WS-DIAS-ABONO GREATER 10
               DISPLAY PGMID '006I- ABONO LIMITADO A 10 DIAS'
               EXIT SECTION
           END-IF
           IF  WS-DIAS + WS-DIAS-ABONO GREATER VACBAL-SALDO
               DISPLAY PGMID '006I- GOZO MAIS ABONO ACIMA DO SALDO'
               EXIT SECTION
           END-IF
      *
           PERFORM RT-LER-CADASTRO.
      *
       RT-PEDE-FERIASX.                            EXIT.
      *----------------------------------------------------------------*
      *  CADASTRO DA MATRICULA PARA O CALCULO (DATA-OK = ACHADA)        *
      *----------------------------------------------------------------*
       RT-LER-CADASTRO                             SECTION.
      *
           MOVE 'N' TO WS-DATA-OK
           OPEN INPUT PERSNL
           IF  NOT FL-PERSNL-OK
               DISPLAY PGMID '006I- PERSNL AUSENTE OU COM ERRO '
                       FL-STA-PERSNL
               EXIT SECTION
           END-IF
           MOVE WS-EMP-INFORMADO TO PERSNL-EMP-NO
           READ PERSNL
               INVALID KEY
                   DISPLAY PGMID '006I- MATRICULA FORA DO CADASTRO'
               NOT INVALID KEY
                   MOVE 'S' TO WS-DATA-OK
           END-READ
           CLOSE PERSNL.
      *
       RT-LER-CADASTROX.                           EXIT.
      *----------------------------------------------------------------*
      *  FERIAS SOBRE O PAY-GROSS (MES COMERCIAL DE 30 DIAS) + 1/3;     *
      *  ABONO + 1/3 SAO ISENTOS; CONTRIBUICAO, IMPOSTO E PENSAO        *
      *  SEPARADOS DA FOLHA MENSAL PELA ENTRADA NETCALC-PENSAO          *
      *----------------------------------------------------------------*
       RT-CALCULAR-FERIAS                          SECTION.
      *
           IF  PERSNL-COMPANY-X IS NUMERIC
               MOVE PERSNL-COMPANY-X TO WS-COMPANY
           ELSE
               MOVE ZEROS            TO WS-COMPANY
           END-IF
           COMPUTE WS-SALARIO-MES ROUNDED = PAY-GROSS * 52 / 12
           COMPUTE WS-SALARIO-DIA = WS-SALARIO-MES / 30
           COMPUTE WS-VALOR-FERIAS ROUNDED = WS-SALARIO-DIA * WS-DIAS
           COMPUTE WS-TERCO-FERIAS ROUNDED = WS-VALOR-FERIAS / 3
           COMPUTE WS-VALOR-ABONO ROUNDED =
                   WS-SALARIO-DIA * WS-DIAS-ABONO
           COMPUTE WS-TERCO-ABONO ROUNDED = WS-VALOR-ABONO / 3
           COMPUTE WS-TOTAL-BRUTO = WS-VALOR-FERIAS + WS-TERCO-FERIAS
                 + WS-VALOR-ABONO + WS-TERCO-ABONO
      *
           PERFORM RT-BUSCAR-DEPENDENTES
           MOVE WS-EMP-INFORMADO TO NETCALC-PEN-MATRICULA
           COMPUTE NETCALC-PEN-ANOMES = WS-DATA-INICIO / 100
           MOVE 'F'              TO NETCALC-PEN-TIPO
           MOVE 'S'              TO NETCALC-PEN-GRAVAR
           COMPUTE NETCALC-PEN-BRUTO = WS-VALOR-FERIAS
                                     + WS-TERCO-FERIAS
           MOVE WS-DEPENDENTES TO NETCALC-PEN-DEPENDENTES
           MOVE ZEROS          TO NETCALC-PEN-INSS NETCALC-PEN-IRRF
                                  NETCALC-PEN-PENSAO NETCALC-PEN-LIQUIDO
           CALL SB-NETCALC-PEN USING PARAMETROS-NETCALC-PEN
             ON EXCEPTION
                IF  TEM-NETCALC
                    DISPLAY PGMID '007I- NETCALC-PENSAO INDISPONIVEL -'
                            ' FERIAS SEM DESCONTOS LEGAIS'
                END-IF
                MOVE 'N' TO WS-TEM-NETCALC
           END-CALL
           IF  NOT TEM-NETCALC
               MOVE ZEROS TO NETCALC-PEN-INSS NETCALC-PEN-IRRF
                             NETCALC-PEN-PENSAO
           END-IF
           COMPUTE WS-LIQUIDO = WS-TOTAL-BRUTO - NETCALC-PEN-INSS
                              - NETCALC-PEN-IRRF - NETCALC-PEN-PENSAO
      *
      *    PAGAMENTO ATE DOIS DIAS ANTES DO INICIO DO GOZO
           COMPUTE WS-INT-DATA =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-INICIO) - 2
           COMPUTE WS-DATA-PAGTO =
                   FUNCTION DATE-OF-INTEGER(WS-INT-DATA).
      *
       RT-CALCULAR-FERIASX.                        EXIT.
      *----------------------------------------------------------------*
      *  DEPENDENTES QUE DEDUZEM NO IMPOSTO NO MES (NETCALC-DEPEND)     *
      *----------------------------------------------------------------*
       RT-BUSCAR-DEPENDENTES                       SECTION.
      *
           MOVE ZEROS TO WS-DEPENDENTES NETCALC-DEP-QTDE
           MOVE WS-EMP-INFORMADO TO NETCALC-DEP-MATRICULA
           COMPUTE NETCALC-DEP-ANOMES = WS-DATA-INICIO / 100
           CALL SB-NETCALC-DEP USING PARAMETROS-NETCALC-DEP
             ON EXCEPTION
                MOVE ZEROS TO NETCALC-DEP-QTDE
           END-CALL
           MOVE NETCALC-DEP-QTDE TO WS-DEPENDENTES.
      *
       RT-BUSCAR-DEPENDENTESX.                     EXIT.
      *----------------------------------------------------------------*
      *  RESULTADO NO PAYRES (TIPO F, ANOMES DO INICIO); UM SEGUNDO     *
      *  PERIODO NO MESMO MES SOMA AO PRIMEIRO                          *
      *----------------------------------------------------------------*
       RT-GRAVAR-PAYRES                            SECTION.
      *
           OPEN I-O PAYRES
           IF  FL-PAYRES-AUSENTE
               OPEN OUTPUT PAYRES
               CLOSE PAYRES
               OPEN I-O PAYRES
           END-IF
           IF  NOT FL-PAYRES-OK
               DISPLAY PGMID '008I- PAYRES COM ERRO ' FL-STA-PAYRES
                       ' - FERIAS NAO ABATIDAS NA FOLHA'
               EXIT SECTION
           END-IF
      *
           COMPUTE PAYRES-ANOMES = WS-DATA-INICIO / 100
           MOVE 'F'              TO PAYRES-TIPO
           MOVE WS-EMP-INFORMADO TO PAYRES-EMP-NO
           READ PAYRES
               INVALID KEY
                   MOVE ZEROS TO PAYRES-AVOS PAYRES-BRUTO PAYRES-INSS
                                 PAYRES-IRRF PAYRES-ADIANTADO
                                 PAYRES-OUTROS PAYRES-LIQUIDO
                   MOVE SPACES TO REG-PAYRES(90:61)
           END-READ
           IF  PAYRES-PENSAO IS NOT NUMERIC
               MOVE ZEROS TO PAYRES-PENSAO
           END-IF
      *
           MOVE WS-COMPANY       TO PAYRES-COMPANY
           MOVE DEPT             TO PAYRES-DEPT
           MOVE WS-DEPENDENTES   TO PAYRES-DEPENDENTES
           ADD  WS-DIAS          TO PAYRES-AVOS
           ADD  WS-TOTAL-BRUTO   TO PAYRES-BRUTO
           ADD  NETCALC-PEN-INSS TO PAYRES-INSS
           ADD  NETCALC-PEN-IRRF TO PAYRES-IRRF
           ADD  NETCALC-PEN-PENSAO TO PAYRES-PENSAO
           ADD  WS-VALOR-FERIAS  TO PAYRES-ADIANTADO
           COMPUTE PAYRES-OUTROS = PAYRES-OUTROS + WS-VALOR-ABONO
                                 + WS-TERCO-ABONO
           ADD  WS-LIQUIDO       TO PAYRES-LIQUIDO
           MOVE WS-DATA-HOJE     TO PAYRES-DATA-CALC
           WRITE REG-PAYRES
               INVALID KEY
                   REWRITE REG-PAYRES
                       INVALID KEY
                           DISPLAY PGMID '008I- ERRO ' FL-STA-PAYRES
                                   ' NA GRAVACAO DO PAYRES'
                   END-REWRITE
           END-WRITE
           CLOSE PAYRES.
      *
       RT-GRAVAR-PAYRESX.                          EXIT.
      *----------------------------------------------------------------*
      *  RECIBO DE FERIAS (ARQUIVO RECFER)                              *
      *----------------------------------------------------------------*
       RT-ESCREVER-RECIBO                          SECTION.
      *
           OPEN OUTPUT RECFER
           MOVE ALL '=' TO REG-RECFER
           WRITE REG-RECFER
           MOVE '               RECIBO DE FERIAS' TO REG-RECFER
           WRITE REG-RECFER
           MOVE ALL '=' TO REG-RECFER
           WRITE REG-RECFER
      *
           MOVE SPACES TO REG-RECFER
           STRING 'MATRICULA: ' PERSNL-EMP-NO
                  '   EMPRESA: ' WS-COMPANY
                  '   NOME: ' LAST-NAME
                  '   DEPT: ' DEPT
                  DELIMITED BY SIZE INTO REG-RECFER
           WRITE REG-RECFER
           MOVE SPACES TO REG-RECFER
           STRING 'INICIO DO GOZO: ' WS-DATA-INICIO(7:2) '/'
                  WS-DATA-INICIO(5:2) '/' WS-DATA-INICIO(1:4)
                  '   PAGAMENTO ATE: ' WS-DATA-PAGTO(7:2) '/'
                  WS-DATA-PAGTO(5:2) '/' WS-DATA-PAGTO(1:4)
                  DELIMITED BY SIZE INTO REG-RECFER
           WRITE REG-RECFER
           MOVE SPACES TO REG-RECFER
           WRITE REG-RECFER
      *
           MOVE WS-DIAS        TO WS-ED-DIAS
           MOVE WS-VALOR-FERIAS TO WS-ED-VALOR
           MOVE SPACES TO REG-RECFER
           STRING 'FERIAS (' WS-ED-DIAS ' DIAS)...............: '
                  WS-ED-VALOR
                  DELIMITED BY SIZE INTO REG-RECFER
           WRITE REG-RECFER
           MOVE WS-TERCO-FERIAS TO WS-ED-VALOR
           MOVE SPACES TO REG-RECFER
           STRING '1/3 CONSTITUCIONAL..............: ' WS-ED-VALOR
                  DELIMITED BY SIZE INTO REG-RECFER
           WRITE REG-RECFER
           MOVE WS-VALOR-ABONO TO WS-ED-VALOR
           MOVE SPACES TO REG-RECFER
           STRING 'ABONO PECUNIARIO (' WS-DIAS-ABONO ' DIAS)......: '
                  WS-ED-VALOR
                  DELIMITED BY SIZE INTO REG-RECFER
           WRITE REG-RECFER
           MOVE WS-TERCO-ABONO TO WS-ED-VALOR
           MOVE SPACES TO REG-RECFER
           STRING '1/3 SOBRE O ABONO...............: ' WS-ED-VALOR
                  DELIMITED BY SIZE INTO REG-RECFER
           WRITE REG-RECFER
           MOVE WS-TOTAL-BRUTO TO WS-ED-VALOR
           MOVE SPACES TO REG-RECFER
           STRING 'TOTAL BRUTO.....................: ' WS-ED-VALOR
                  DELIMITED BY SIZE INTO REG-RECFER
           WRITE REG-RECFER
      *
           MOVE NETCALC-PEN-INSS TO WS-ED-VALOR
           MOVE SPACES TO REG-RECFER
           STRING 'CONTRIBUICAO (INSS).............: ' WS-ED-VALOR
                  DELIMITED BY SIZE INTO REG-RECFER
           WRITE REG-RECFER
           MOVE NETCALC-PEN-IRRF TO WS-ED-VALOR
           MOVE SPACES TO REG-RECFER
           STRING 'IMPOSTO (IRRF)..................: ' WS-ED-VALOR
                  DELIMITED BY SIZE INTO REG-RECFER
           WRITE REG-RECFER
           IF  NETCALC-PEN-PENSAO GREATER ZEROS
               MOVE NETCALC-PEN-PENSAO TO WS-ED-VALOR
               MOVE SPACES TO REG-RECFER
               STRING 'PENSAO ALIMENTICIA..............: ' WS-ED-VALOR
                      DELIMITED BY SIZE INTO REG-RECFER
               WRITE REG-RECFER
           END-IF
           MOVE WS-LIQUIDO TO WS-ED-VALOR
           MOVE SPACES TO REG-RECFER
           STRING 'LIQUIDO DAS FERIAS..............: ' WS-ED-VALOR
                  DELIMITED BY SIZE INTO REG-RECFER
           WRITE REG-RECFER
      *
           MOVE SPACES TO REG-RECFER
           WRITE REG-RECFER
           MOVE 'O SALARIO DOS DIAS DE FERIAS SERA ABATIDO NA FOLHA'
             TO REG-RECFER
           WRITE REG-RECFER
           MOVE 'DO MES DE INICIO DO GOZO.' TO REG-RECFER
           WRITE REG-RECFER
           MOVE ALL '=' TO REG-RECFER
           WRITE REG-RECFER
           CLOSE RECFER.
      *
       RT-ESCREVER-RECIBOX.                        EXIT.
      *----------------------------------------------------------------*
       RT-DESPACHAR-SPOOL                          SECTION.
      *
           MOVE 'RECFER'   TO CWSPLF-FILE
           MOVE 'RECFER'   TO CWSPLF-REPORT
           MOVE SPACES     TO CWSPLF-TITLE
           STRING 'RECIBO DE FERIAS ' PERSNL-EMP-NO ' ' LAST-NAME
                  ' INICIO ' WS-DATA-INICIO
                  DELIMITED BY SIZE INTO CWSPLF-TITLE
           MOVE 'DESTINO-EMAIL' TO CWSPLF-NOTE
           CALL SB-CWSPLF USING PARAMETROS-CWSPLF
             ON EXCEPTION
                DISPLAY PGMID '009I- CWSPLF INDISPONIVEL - RECIBO'
                        ' FICOU EM RECFER'
           END-CALL.
      *
       RT-DESPACHAR-SPOOLX.                        EXIT.
      ******************************************************************
      *                      FIM  DO  PROGRAMA                         *
      ******************************************************************
