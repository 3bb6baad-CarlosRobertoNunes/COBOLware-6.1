      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DECTERC.
       AUTHOR.        Traduzido de Easytrieve (macro esy.kex v.0.10).
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      * Calculo do 13o salario em duas parcelas:      *
                      *                                               *
                      *  - 1A PARCELA (NOVEMBRO): METADE DO 13O       *
                      *    PROPORCIONAL, SEM DESCONTOS;               *
                      *  - 2A PARCELA (DEZEMBRO): 13O INTEGRAL MENOS  *
                      *    A 1A PARCELA JA PAGA, COM CONTRIBUICAO E   *
                      *    IMPOSTO PELA ENTRADA NETCALC-PENSAO, QUE   *
                      *    TAMBEM DESCONTA A PENSAO ALIMENTICIA DAS   *
                      *    ORDENS QUE ALCANCAM O 13O E GRAVA O        *
                      *    CREDITO DOS BENEFICIARIOS (PENPAG).        *
                      *                                               *
                      * Base = bruto mensal (PAY-GROSS x 52 / 12)     *
                      * mais a media mensal do bonus do ano           *
                      * (BONUSLED); avos = meses do ano com 15 dias   *
                      * ou mais de trabalho, contados da admissao     *
                      * (DATE-OF-HIRE-CC) ate dezembro ou ate o       *
                      * desligamento.                                 *
                      *                                               *
                      * A parcela vem de PAYROLL-13-PARCELA (1 ou 2;  *
                      * sem ela, dezembro = 2, demais meses = 1) e o  *
                      * mes de PAYROLL-ANOMES. Sai o registro por     *
                      * departamento (DECREG) e o resultado de cada   *
                      * matricula vai para o arquivo de resultados    *
                      * da folha (PAYRES), de onde o HOLERITE tira o  *
                      * demonstrativo do 13o.                         *
                      *                                               *
                      * A regra de avos tambem e oferecida pela       *
                      * entrada DECTERC-CALL (admissao, data final e  *
                      * base entram; avos e 13o proporcional saem),   *
                      * usada pelo calculo de rescisao.               *
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
           SELECT OPTIONAL BONUSLED ASSIGN TO BONUSLED
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS BONUSLED-CHAVE
                  FILE STATUS   IS FL-STA-BONUSLED.
      *
           SELECT OPTIONAL PAYRES ASSIGN TO PAYRES
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS PAYRES-CHAVE
                  FILE STATUS   IS FL-STA-PAYRES.
      *
           SELECT DECREG ASSIGN TO DECREG.
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
       FD  BONUSLED
           RECORD CONTAINS 060 CHARACTERS.
      *
       01  REG-BONUSLED.
           03 BONUSLED-CHAVE.
              05 BONUSLED-ANO                PIC  9(004).
              05 BONUSLED-EMP-NO             PIC  9(005).
           03 BONUSLED-COMPANY               PIC  9(002).
           03 BONUSLED-DEPT                  PIC  9(003).
           03 BONUSLED-TOTAL-ANO             PIC  9(007)V99.
           03 BONUSLED-QTDE-LANC             PIC  9(003).
           03 BONUSLED-ULT-DATA              PIC  9(008).
           03 FILLER                         PIC  X(026).
      *
      *----------------------------------------------------------------*
      *  RESULTADOS DA FOLHA POR ANOMES + TIPO DE FOLHA + MATRICULA     *
      *----------------------------------------------------------------*
       FD  PAYRES
           RECORD CONTAINS 150 CHARACTERS.
      *
       01  REG-PAYRES.
           03 PAYRES-CHAVE.
              05 PAYRES-ANOMES               PIC  9(006).
              05 PAYRES-TIPO                 PIC  X(001).
                 88 PAYRES-MENSAL                        VALUE 'M'.
                 88 PAYRES-13-PARCELA-1                  VALUE '1'.
                 88 PAYRES-13-PARCELA-2                  VALUE '2'.
                 88 PAYRES-FERIAS                        VALUE 'F'.
                 88 PAYRES-RESCISAO                      VALUE 'R'.
                 88 PAYRES-ADIANTAMENTO                  VALUE 'A'.
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
       FD  DECREG
           LABEL RECORD IS OMITTED.
      *
       01  REG-DECREG                        PIC  X(120).
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
       77  SB-NETCALC-PEN                PIC  X(14)  VALUE
           'NETCALC-PENSAO'.
       77  SB-NETCALC-DEP                PIC  X(14)  VALUE
           'NETCALC-DEPEND'.
      *
      *----------------------------------------------------------------*
      *        AREA DE VARIAVEIS AUXILIARES                            *
      *----------------------------------------------------------------*
      *
       01  WS-VARIAVEIS.
           03 TRACOS                         PIC  X(060)    VALUE
              ALL '-'.
           03 PGMID                          PIC  X(009)    VALUE
              '#DECTERC.'.
           03 FL-STA-PERSNL                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-PERSNL-EOF                              VALUE '10'.
              88 FL-PERSNL-OK                               VALUE '00'.
           03 FL-STA-BONUSLED                PIC  X(002)    VALUE
              ZEROS.
              88 FL-BONUSLED-OK                             VALUE '00'.
           03 FL-STA-PAYRES                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-PAYRES-OK                               VALUE '00'.
              88 FL-PAYRES-AUSENTE                          VALUE '35'.
           03 WS-RETURN-CODE                 PIC  9(003)    VALUE
              ZEROS.
           03 WS-DISPLAY                     PIC  -ZZZ.ZZZ.ZZ9.
           03 WS-LIDOS                COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-CALCULADOS           COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-SEM-AVOS             COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-SEM-1A-PARCELA       COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-TEM-BONUSLED                PIC  X(001)    VALUE 'N'.
              88 TEM-BONUSLED                               VALUE 'S'.
           03 WS-TEM-NETCALC                 PIC  X(001)    VALUE 'S'.
              88 TEM-NETCALC                                VALUE 'S'.
           03 WS-DATA-HOJE                   PIC  9(008)    VALUE
              ZEROS.
           03 WS-ANOMES                      PIC  9(006)    VALUE
              ZEROS.
           03 FILLER REDEFINES WS-ANOMES.
              05 WS-ANO                      PIC  9(004).
              05 WS-MES                      PIC  9(002).
           03 WS-ANOMES-ENV                  PIC  X(006)    VALUE
              SPACES.
           03 WS-PARCELA                     PIC  X(001)    VALUE
              SPACES.
              88 PARCELA-1                                  VALUE '1'.
              88 PARCELA-2                                  VALUE '2'.
           03 WS-PARCELA-ENV                 PIC  X(001)    VALUE
              SPACES.
           03 WS-COMPANY                     PIC  9(002)    VALUE
              ZEROS.
           03 WS-ANOMES-BUSCA                PIC  9(006)    VALUE
              ZEROS.
           03 WS-MES-BUSCA                   PIC  9(002)    VALUE
              ZEROS.
      *
      *----------------------------------------------------------------*
      *  CAMPOS DO CALCULO DA MATRICULA                                 *
      *----------------------------------------------------------------*
       01  WS-CALCULO.
           03 WS-BRUTO-MES            COMP-3 PIC S9(009)V99 VALUE
              ZEROS.
           03 WS-MEDIA-BONUS          COMP-3 PIC S9(007)V99 VALUE
              ZEROS.
           03 WS-BASE-MES             COMP-3 PIC S9(009)V99 VALUE
              ZEROS.
           03 WS-AVOS                        PIC  9(002)    VALUE
              ZEROS.
           03 WS-DECIMO               COMP-3 PIC S9(009)V99 VALUE
              ZEROS.
           03 WS-BRUTO-PARCELA        COMP-3 PIC S9(009)V99 VALUE
              ZEROS.
           03 WS-PRIMEIRA             COMP-3 PIC S9(009)V99 VALUE
              ZEROS.
           03 WS-INSS                 COMP-3 PIC S9(007)V99 VALUE
              ZEROS.
           03 WS-IRRF                 COMP-3 PIC S9(007)V99 VALUE
              ZEROS.
           03 WS-LIQUIDO              COMP-3 PIC S9(009)V99 VALUE
              ZEROS.
           03 WS-PENSAO               COMP-3 PIC S9(007)V99 VALUE
              ZEROS.
           03 WS-DEPENDENTES                 PIC  9(002)    VALUE
              ZEROS.
      *
      *----------------------------------------------------------------*
      *  CAMPOS DA REGRA DE AVOS (MES COM 15 DIAS OU MAIS CONTA)        *
      *----------------------------------------------------------------*
       01  WS-AVOS-CALCULO.
           03 WS-AV-ADMISSAO                 PIC  9(008)    VALUE
              ZEROS.
           03 FILLER REDEFINES WS-AV-ADMISSAO.
              05 WS-AV-ADM-ANO               PIC  9(004).
              05 WS-AV-ADM-MES               PIC  9(002).
              05 WS-AV-ADM-DIA               PIC  9(002).
           03 WS-AV-FIM                      PIC  9(008)    VALUE
              ZEROS.
           03 FILLER REDEFINES WS-AV-FIM.
              05 WS-AV-FIM-ANO               PIC  9(004).
              05 WS-AV-FIM-MES               PIC  9(002).
              05 WS-AV-FIM-DIA               PIC  9(002).
           03 WS-AV-MES-INICIAL              PIC S9(003)    VALUE
              ZEROS.
           03 WS-AV-MES-FINAL                PIC S9(003)    VALUE
              ZEROS.
           03 WS-AV-DIAS-MES                 PIC  9(002)    VALUE
              ZEROS.
           03 WS-AV-RESULTADO                PIC S9(003)    VALUE
              ZEROS.
           03 WS-AV-BASE              COMP-3 PIC S9(009)V99 VALUE
              ZEROS.
           03 WS-AV-VALOR             COMP-3 PIC S9(009)V99 VALUE
              ZEROS.
           03 WS-DIAS-POR-MES                PIC  X(024)    VALUE
              '312831303130313130313031'.
           03 FILLER REDEFINES WS-DIAS-POR-MES.
              05 WS-DIAS-DO-MES OCCURS 12 TIMES
                                             PIC  9(002).
      *
      *----------------------------------------------------------------*
      *  TOTAIS POR DEPARTAMENTO PARA O RESUMO DO DECREG                *
      *----------------------------------------------------------------*
       01  WS-TOTAIS-DEPT.
           03 WS-TOT-QTDE             COMP-3 PIC  9(003)    VALUE ZEROS.
           03 WS-TOT-TAB OCCURS 100 TIMES INDEXED BY INDTOT.
              05 WS-TOT-DEPT                 PIC  9(003).
              05 WS-TOT-BRUTO         COMP-3 PIC S9(011)V99.
              05 WS-TOT-LIQUIDO       COMP-3 PIC S9(011)V99.
              05 WS-TOT-EMPREGADOS    COMP-3 PIC  9(005).
      *
      *----------------------------------------------------------------*
      *  PARAMETROS DA ENTRADA NETCALC-PENSAO (CALCULO COM A PENSAO     *
      *  ALIMENTICIA DAS ORDENS QUE ALCANCAM O 13O)                     *
      *----------------------------------------------------------------*
       01  PARAMETROS-NETCALC-PEN.
           03 NETCALC-PEN-MATRICULA          PIC  9(005)    VALUE
              ZEROS.
           03 NETCALC-PEN-ANOMES             PIC  9(006)    VALUE
              ZEROS.
           03 NETCALC-PEN-TIPO               PIC  X(001)    VALUE
              SPACE.
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
      *  LINHA DO REGISTRO DO 13O                                       *
      *----------------------------------------------------------------*
       01  WS-EDICOES.
           03 WS-ED-BASE                     PIC  ZZZ.ZZ9,99.
           03 WS-ED-BRUTO                    PIC  ZZZ.ZZ9,99.
           03 WS-ED-INSS                     PIC  ZZ.ZZ9,99.
           03 WS-ED-IRRF                     PIC  ZZ.ZZ9,99.
           03 WS-ED-PRIMEIRA                 PIC  ZZZ.ZZ9,99.
           03 WS-ED-LIQUIDO                  PIC  ZZZ.ZZ9,99.
           03 WS-ED-TOT-1                    PIC  ZZZ.ZZZ.ZZ9,99.
           03 WS-ED-TOT-2                    PIC  ZZZ.ZZZ.ZZ9,99.
           03 WS-ED-EMPREGADOS               PIC  ZZZZ9.
      *================================================================*
       01  FILLER                            PIC  X(32)  VALUE
                                     'FFF  FIM DAWORKING-STORAGE  FFF'.
      *================================================================*
       LINKAGE SECTION.
      *
      *----------------------------------------------------------------*
      *  PARAMETROS DA ENTRADA DECTERC-CALL (13O PROPORCIONAL)          *
      *----------------------------------------------------------------*
       01  PARAMETROS-DECTERC.
           03 DECTERC-ADMISSAO               PIC  9(008).
           03 DECTERC-DATA-FIM               PIC  9(008).
           03 DECTERC-BASE-MES               PIC  9(009)V99.
           03 DECTERC-AVOS                   PIC  9(002).
           03 DECTERC-VALOR                  PIC  9(009)V99.
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
      *  ENTRADA DA REGRA DE AVOS PARA OUTROS PROGRAMAS (RESCISAO)      *
      *----------------------------------------------------------------*
       RT-CALCULO-UNITARIO                         SECTION.
      *
           ENTRY "DECTERC-CALL" USING PARAMETROS-DECTERC.
      *
           MOVE DECTERC-ADMISSAO TO WS-AV-ADMISSAO
           MOVE DECTERC-DATA-FIM TO WS-AV-FIM
           MOVE DECTERC-BASE-MES TO WS-AV-BASE
           PERFORM RT-CALCULAR-AVOS
           MOVE WS-AVOS          TO DECTERC-AVOS
           MOVE WS-AV-VALOR      TO DECTERC-VALOR
      *
           GOBACK.
      *
       RT-CALCULO-UNITARIOX.                       EXIT.
      *----------------------------------------------------------------*
       RT-INICIAR                                  SECTION.
      *
           DISPLAY PGMID '001I ' FUNCTION WHEN-COMPILED
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
      *
           DISPLAY 'PAYROLL-ANOMES' UPON ENVIRONMENT-NAME
           ACCEPT   WS-ANOMES-ENV   FROM ENVIRONMENT-VALUE
           IF  WS-ANOMES-ENV IS NUMERIC
           AND WS-ANOMES-ENV NOT EQUAL SPACES
               MOVE WS-ANOMES-ENV TO WS-ANOMES
           ELSE
               COMPUTE WS-ANOMES = WS-DATA-HOJE / 100
           END-IF
      *
           DISPLAY 'PAYROLL-13-PARCELA' UPON ENVIRONMENT-NAME
           ACCEPT   WS-PARCELA-ENV      FROM ENVIRONMENT-VALUE
           EVALUATE TRUE
               WHEN WS-PARCELA-ENV EQUAL '1' OR '2'
                    MOVE WS-PARCELA-ENV TO WS-PARCELA
               WHEN WS-MES EQUAL 12
                    SET PARCELA-2 TO TRUE
               WHEN OTHER
                    SET PARCELA-1 TO TRUE
           END-EVALUATE
           DISPLAY PGMID '001I- 13O SALARIO ' WS-PARCELA
                   'A PARCELA - ANOMES ' WS-ANOMES
      *
           OPEN INPUT PERSNL
           IF  NOT FL-PERSNL-OK
               DISPLAY PGMID '002I- PERSNL AUSENTE OU COM ERRO '
                       FL-STA-PERSNL
               MOVE 8 TO WS-RETURN-CODE
               EXIT SECTION
           END-IF
      *
           OPEN INPUT BONUSLED
           IF  FL-BONUSLED-OK
               SET TEM-BONUSLED TO TRUE
           END-IF
      *
           OPEN I-O PAYRES
           IF  FL-PAYRES-AUSENTE
               OPEN OUTPUT PAYRES
               CLOSE PAYRES
               OPEN I-O PAYRES
           END-IF
           IF  NOT FL-PAYRES-OK
               DISPLAY PGMID '003I- PAYRES COM ERRO ' FL-STA-PAYRES
               MOVE 8 TO WS-RETURN-CODE
               EXIT SECTION
           END-IF.
      *
       RT-INICIARX.                                EXIT.
      *----------------------------------------------------------------*
      *  PASSADA NO CADASTRO: CALCULA A PARCELA DE CADA MATRICULA E     *
      *  ACUMULA OS TOTAIS POR DEPARTAMENTO                             *
      *----------------------------------------------------------------*
       RT-PROCESSAR                                SECTION.
      *
           OPEN OUTPUT DECREG
           MOVE SPACES TO REG-DECREG
           STRING 'REGISTRO DO 13O SALARIO - ' WS-PARCELA
                  'A PARCELA - ANOMES ' WS-ANOMES ' (DECTERC)'
                  DELIMITED BY SIZE INTO REG-DECREG
           WRITE REG-DECREG
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
           CLOSE PERSNL
           IF  TEM-BONUSLED
               CLOSE BONUSLED
           END-IF
           CLOSE PAYRES
      *
           PERFORM RT-IMPRIMIR-TOTAIS
           CLOSE DECREG.
      *
       RT-PROCESSARX.                              EXIT.
      *----------------------------------------------------------------*
       RT-CALCULAR-MATRICULA                       SECTION.
      *
           IF  PERSNL-COMPANY-X IS NUMERIC
               MOVE PERSNL-COMPANY-X TO WS-COMPANY
           ELSE
               MOVE ZEROS            TO WS-COMPANY
           END-IF
      *
      *    AVOS DO ANO INTEIRO (ATE 31/12); QUEM SAI ANTES DE DEZEMBRO
      *    RECEBE O PROPORCIONAL NA RESCISAO
           COMPUTE WS-BRUTO-MES ROUNDED = PAY-GROSS * 52 / 12
           MOVE DATE-OF-HIRE-CC TO WS-AV-ADMISSAO
           COMPUTE WS-AV-FIM = WS-ANO * 10000 + 1231
           MOVE ZEROS TO WS-AV-BASE
           PERFORM RT-CALCULAR-AVOS
      *
           IF  WS-AVOS EQUAL ZEROS
               ADD 1 TO WS-SEM-AVOS
               EXIT SECTION
           END-IF
      *
           PERFORM RT-MEDIA-BONUS
           COMPUTE WS-BASE-MES = WS-BRUTO-MES + WS-MEDIA-BONUS
           COMPUTE WS-DECIMO ROUNDED = WS-BASE-MES * WS-AVOS / 12
      *
           MOVE ZEROS TO WS-INSS WS-IRRF WS-PRIMEIRA WS-DEPENDENTES
                         WS-PENSAO
           IF  PARCELA-1
               COMPUTE WS-BRUTO-PARCELA ROUNDED = WS-DECIMO / 2
               MOVE WS-BRUTO-PARCELA TO WS-LIQUIDO
           ELSE
               PERFORM RT-CALCULAR-2A-PARCELA
           END-IF
      *
           PERFORM RT-GRAVAR-RESULTADO
           ADD 1 TO WS-CALCULADOS
      *
           PERFORM RT-IMPRIMIR-LINHA
           PERFORM RT-ACUMULAR-DEPT.
      *
       RT-CALCULAR-MATRICULAX.                     EXIT.
      *----------------------------------------------------------------*
      *  2A PARCELA: CONTRIBUICAO, IMPOSTO E PENSAO ALIMENTICIA SOBRE   *
      *  O 13O INTEGRAL, DESCONTADA A 1A PARCELA PAGA NO ANO            *
      *----------------------------------------------------------------*
       RT-CALCULAR-2A-PARCELA                      SECTION.
      *
           MOVE WS-DECIMO TO WS-BRUTO-PARCELA
      *
           PERFORM RT-BUSCAR-DEPENDENTES
      *
           MOVE PERSNL-EMP-NO  TO NETCALC-PEN-MATRICULA
           MOVE WS-ANOMES      TO NETCALC-PEN-ANOMES
           MOVE '2'            TO NETCALC-PEN-TIPO
           MOVE 'S'            TO NETCALC-PEN-GRAVAR
           MOVE WS-DECIMO      TO NETCALC-PEN-BRUTO
           MOVE WS-DEPENDENTES TO NETCALC-PEN-DEPENDENTES
           MOVE ZEROS          TO NETCALC-PEN-INSS NETCALC-PEN-IRRF
                                  NETCALC-PEN-PENSAO NETCALC-PEN-LIQUIDO
           CALL SB-NETCALC-PEN USING PARAMETROS-NETCALC-PEN
             ON EXCEPTION
                IF  TEM-NETCALC
                    DISPLAY PGMID '004I- NETCALC-PENSAO INDISPONIVEL -'
                            ' 2A PARCELA SEM DESCONTOS'
                END-IF
                MOVE 'N' TO WS-TEM-NETCALC
           END-CALL
           IF  TEM-NETCALC
               MOVE NETCALC-PEN-INSS   TO WS-INSS
               MOVE NETCALC-PEN-IRRF   TO WS-IRRF
               MOVE NETCALC-PEN-PENSAO TO WS-PENSAO
           END-IF
      *
      *    A 1A PARCELA PODE TER SIDO PAGA EM QUALQUER MES ANTERIOR
      *    DO ANO (NOVEMBRO OU ANTECIPADA NAS FERIAS)
           PERFORM VARYING WS-MES-BUSCA FROM 1 BY 1
                     UNTIL WS-MES-BUSCA GREATER 11
                        OR WS-PRIMEIRA GREATER ZEROS
               COMPUTE WS-ANOMES-BUSCA = WS-ANO * 100 + WS-MES-BUSCA
               MOVE WS-ANOMES-BUSCA TO PAYRES-ANOMES
               MOVE '1'             TO PAYRES-TIPO
               MOVE PERSNL-EMP-NO   TO PAYRES-EMP-NO
               READ PAYRES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PAYRES-LIQUIDO TO WS-PRIMEIRA
               END-READ
           END-PERFORM
           IF  WS-PRIMEIRA EQUAL ZEROS
               ADD 1 TO WS-SEM-1A-PARCELA
           END-IF
      *
           COMPUTE WS-LIQUIDO = WS-DECIMO - WS-INSS - WS-IRRF
                 - WS-PENSAO - WS-PRIMEIRA
           IF  WS-LIQUIDO LESS ZEROS
               MOVE ZEROS TO WS-LIQUIDO
           END-IF.
      *
       RT-CALCULAR-2A-PARCELAX.                    EXIT.
      *----------------------------------------------------------------*
      *  DEPENDENTES QUE DEDUZEM NO IMPOSTO NO MES (NETCALC-DEPEND)     *
      *----------------------------------------------------------------*
       RT-BUSCAR-DEPENDENTES                       SECTION.
      *
           MOVE ZEROS TO WS-DEPENDENTES NETCALC-DEP-QTDE
           MOVE PERSNL-EMP-NO TO NETCALC-DEP-MATRICULA
           MOVE WS-ANOMES     TO NETCALC-DEP-ANOMES
           CALL SB-NETCALC-DEP USING PARAMETROS-NETCALC-DEP
             ON EXCEPTION
                MOVE ZEROS TO NETCALC-DEP-QTDE
           END-CALL
           MOVE NETCALC-DEP-QTDE TO WS-DEPENDENTES.
      *
       RT-BUSCAR-DEPENDENTESX.                     EXIT.
      *----------------------------------------------------------------*
      *  MEDIA MENSAL DO BONUS DO ANO SOBRE OS MESES TRABALHADOS        *
      *----------------------------------------------------------------*
       RT-MEDIA-BONUS                              SECTION.
      *
           MOVE ZEROS TO WS-MEDIA-BONUS
           IF  NOT TEM-BONUSLED
               EXIT SECTION
           END-IF
           MOVE WS-ANO        TO BONUSLED-ANO
           MOVE PERSNL-EMP-NO TO BONUSLED-EMP-NO
           READ BONUSLED
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE WS-MEDIA-BONUS ROUNDED =
                           BONUSLED-TOTAL-ANO / WS-AVOS
           END-READ.
      *
       RT-MEDIA-BONUSX.                            EXIT.
      *----------------------------------------------------------------*
      *  AVOS DO ANO DA DATA FINAL: DA ADMISSAO (OU JANEIRO) ATE A      *
      *  DATA FINAL; O PRIMEIRO E O ULTIMO MES SO CONTAM COM 15 DIAS    *
      *  OU MAIS DE TRABALHO. COM BASE INFORMADA, DEVOLVE TAMBEM O 13O  *
      *  PROPORCIONAL (BASE X AVOS / 12)                                *
      *----------------------------------------------------------------*
       RT-CALCULAR-AVOS                            SECTION.
      *
           MOVE ZEROS TO WS-AVOS WS-AV-VALOR
           IF  WS-AV-ADMISSAO GREATER WS-AV-FIM
           OR  WS-AV-FIM-MES  LESS 1 OR GREATER 12
               EXIT SECTION
           END-IF
           IF  WS-AV-ADM-ANO EQUAL WS-AV-FIM-ANO
           AND (WS-AV-ADM-MES LESS 1 OR GREATER 12)
               EXIT SECTION
           END-IF
      *
           IF  WS-AV-ADM-ANO LESS WS-AV-FIM-ANO
               MOVE 1 TO WS-AV-MES-INICIAL
           ELSE
               MOVE WS-AV-ADM-MES TO WS-AV-MES-INICIAL
               MOVE WS-DIAS-DO-MES(WS-AV-ADM-MES) TO WS-AV-DIAS-MES
               IF  WS-AV-ADM-MES EQUAL 2
               AND FUNCTION MOD(WS-AV-ADM-ANO, 4) EQUAL ZEROS
                   MOVE 29 TO WS-AV-DIAS-MES
               END-IF
               IF  WS-AV-DIAS-MES - WS-AV-ADM-DIA + 1 LESS 15
                   ADD 1 TO WS-AV-MES-INICIAL
               END-IF
           END-IF
      *
           MOVE WS-AV-FIM-MES TO WS-AV-MES-FINAL
           IF  WS-AV-FIM-DIA LESS 15
               SUBTRACT 1 FROM WS-AV-MES-FINAL
           END-IF
      *
           COMPUTE WS-AV-RESULTADO = WS-AV-MES-FINAL
                                   - WS-AV-MES-INICIAL + 1
           IF  WS-AV-RESULTADO GREATER ZEROS
               MOVE WS-AV-RESULTADO TO WS-AVOS
           END-IF
      *
           COMPUTE WS-AV-VALOR ROUNDED = WS-AV-BASE * WS-AVOS / 12.
      *
       RT-CALCULAR-AVOSX.                          EXIT.
      *----------------------------------------------------------------*
      *  GRAVA O RESULTADO DA MATRICULA (REGRAVA NO REPROCESSAMENTO)    *
      *----------------------------------------------------------------*
       RT-GRAVAR-RESULTADO                         SECTION.
      *
           MOVE SPACES           TO REG-PAYRES
           MOVE WS-ANOMES        TO PAYRES-ANOMES
           MOVE WS-PARCELA       TO PAYRES-TIPO
           MOVE PERSNL-EMP-NO    TO PAYRES-EMP-NO
           MOVE WS-COMPANY       TO PAYRES-COMPANY
           MOVE DEPT             TO PAYRES-DEPT
           MOVE WS-AVOS          TO PAYRES-AVOS
           MOVE WS-DEPENDENTES   TO PAYRES-DEPENDENTES
           MOVE WS-BRUTO-PARCELA TO PAYRES-BRUTO
           MOVE WS-INSS          TO PAYRES-INSS
           MOVE WS-IRRF          TO PAYRES-IRRF
           MOVE WS-PRIMEIRA      TO PAYRES-ADIANTADO
           MOVE ZEROS            TO PAYRES-OUTROS
           MOVE WS-LIQUIDO       TO PAYRES-LIQUIDO
           MOVE WS-DATA-HOJE     TO PAYRES-DATA-CALC
           MOVE WS-PENSAO        TO PAYRES-PENSAO
           WRITE REG-PAYRES
               INVALID KEY
                   REWRITE REG-PAYRES
                       INVALID KEY
                           DISPLAY PGMID '005I- ERRO AO GRAVAR PAYRES '
                                   PERSNL-EMP-NO ' ' FL-STA-PAYRES
                           MOVE 4 TO WS-RETURN-CODE
                   END-REWRITE
           END-WRITE.
      *
       RT-GRAVAR-RESULTADOX.                       EXIT.
      *----------------------------------------------------------------*
       RT-IMPRIMIR-LINHA                           SECTION.
      *
           MOVE WS-BASE-MES      TO WS-ED-BASE
           MOVE WS-BRUTO-PARCELA TO WS-ED-BRUTO
           MOVE WS-INSS          TO WS-ED-INSS
           MOVE WS-IRRF          TO WS-ED-IRRF
           MOVE WS-PRIMEIRA      TO WS-ED-PRIMEIRA
           MOVE WS-LIQUIDO       TO WS-ED-LIQUIDO
           MOVE SPACES           TO REG-DECREG
           STRING 'DEPT ' DEPT
                  ' MATR ' PERSNL-EMP-NO
                  ' ' LAST-NAME
                  ' AVOS ' WS-AVOS
                  ' BASE ' WS-ED-BASE
                  ' BRUTO ' WS-ED-BRUTO
                  ' INSS ' WS-ED-INSS
                  ' IRRF ' WS-ED-IRRF
                  ' 1APARC ' WS-ED-PRIMEIRA
                  ' LIQ ' WS-ED-LIQUIDO
                  DELIMITED BY SIZE INTO REG-DECREG
           WRITE REG-DECREG.
      *
       RT-IMPRIMIR-LINHAX.                         EXIT.
      *----------------------------------------------------------------*
       RT-ACUMULAR-DEPT                            SECTION.
      *
           PERFORM VARYING INDTOT FROM 1 BY 1
                     UNTIL INDTOT GREATER WS-TOT-QTDE
               IF  WS-TOT-DEPT(INDTOT) EQUAL DEPT
                   ADD WS-BRUTO-PARCELA TO WS-TOT-BRUTO(INDTOT)
                   ADD WS-LIQUIDO       TO WS-TOT-LIQUIDO(INDTOT)
                   ADD 1                TO WS-TOT-EMPREGADOS(INDTOT)
                   EXIT SECTION
               END-IF
           END-PERFORM
           IF  WS-TOT-QTDE LESS 100
               ADD 1 TO WS-TOT-QTDE
               SET  INDTOT TO WS-TOT-QTDE
               MOVE DEPT             TO WS-TOT-DEPT(INDTOT)
               MOVE WS-BRUTO-PARCELA TO WS-TOT-BRUTO(INDTOT)
               MOVE WS-LIQUIDO       TO WS-TOT-LIQUIDO(INDTOT)
               MOVE 1                TO WS-TOT-EMPREGADOS(INDTOT)
           END-IF.
      *
       RT-ACUMULAR-DEPTX.                          EXIT.
      *----------------------------------------------------------------*
       RT-IMPRIMIR-TOTAIS                          SECTION.
      *
           MOVE SPACES TO REG-DECREG
           WRITE REG-DECREG
           MOVE 'TOTAIS POR DEPARTAMENTO' TO REG-DECREG
           WRITE REG-DECREG
           PERFORM VARYING INDTOT FROM 1 BY 1
                     UNTIL INDTOT GREATER WS-TOT-QTDE
               MOVE WS-TOT-BRUTO(INDTOT)      TO WS-ED-TOT-1
               MOVE WS-TOT-LIQUIDO(INDTOT)    TO WS-ED-TOT-2
               MOVE WS-TOT-EMPREGADOS(INDTOT) TO WS-ED-EMPREGADOS
               MOVE SPACES TO REG-DECREG
               STRING 'DEPT ' WS-TOT-DEPT(INDTOT)
                      ' EMPREGADOS ' WS-ED-EMPREGADOS
                      ' BRUTO ' WS-ED-TOT-1
                      ' LIQUIDO ' WS-ED-TOT-2
                      DELIMITED BY SIZE INTO REG-DECREG
               WRITE REG-DECREG
           END-PERFORM.
      *
       RT-IMPRIMIR-TOTAISX.                        EXIT.
      *----------------------------------------------------------------*
       RT-FINALIZAR                                SECTION.
      *
           DISPLAY PGMID '999I' TRACOS
           MOVE    WS-LIDOS           TO WS-DISPLAY
           DISPLAY PGMID '006I- LIDOS DO CADASTRO......:' WS-DISPLAY
           MOVE    WS-CALCULADOS      TO WS-DISPLAY
           DISPLAY PGMID '007I- PARCELAS CALCULADAS....:' WS-DISPLAY
           MOVE    WS-SEM-AVOS        TO WS-DISPLAY
           DISPLAY PGMID '008I- SEM AVOS NO ANO........:' WS-DISPLAY
           IF  PARCELA-2
               MOVE    WS-SEM-1A-PARCELA  TO WS-DISPLAY
               DISPLAY PGMID '009I- SEM 1A PARCELA NO ANO..:' WS-DISPLAY
           END-IF
           DISPLAY PGMID '999I' TRACOS.
      *
       RT-FINALIZARX.                              EXIT.
      ******************************************************************
      *                      FIM  DO  PROGRAMA                         *
      ******************************************************************
