      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    INFREND.
       AUTHOR.        Traduzido de Easytrieve (macro esy.kex v.0.10).
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      * Informe de rendimentos anual por matricula    *
                      * (comprovante de rendimentos pagos e de        *
                      * imposto retido na fonte) do ano-calendario    *
                      * PAYROLL-ANO-CALENDARIO (padrao: ano anterior  *
                      * ao corrente), somando os resultados da folha  *
                      * gravados no PAYRES:                           *
                      *                                               *
                      *  - TRIBUTAVEIS: BRUTO DA FOLHA MENSAL (M),    *
                      *    DAS FERIAS (F, SEM O ABONO PECUNIARIO) E   *
                      *    DA RESCISAO (R), COM O INSS E O IRRF       *
                      *    RETIDOS E A PENSAO ALIMENTICIA PAGA;       *
                      *  - ISENTOS: ABONO PECUNIARIO DE FERIAS E O    *
                      *    SEU TERCO;                                 *
                      *  - TRIBUTACAO EXCLUSIVA: DECIMO TERCEIRO      *
                      *    (2A PARCELA INTEGRAL OU SO A 1A) COM O     *
                      *    INSS E O IRRF DELE.                        *
                      *                                               *
                      * Meses sem folha mensal gravada (anteriores    *
                      * ao PAYRES) sao reconstituidos do PAYHIST:     *
                      * salario do ciclo x 52 / 12 mais o bonus,      *
                      * com INSS e IRRF pela entrada NETCALC-CALL.    *
                      * O bonus do ano (BONUSLED) sai como            *
                      * informacao complementar.                      *
                      *                                               *
                      * Os totais do ano ficam no INFRES (ano +       *
                      * matricula) e cada informe vira um documento   *
                      * no spool (CWSPLF) com o e-mail do PERSEXT no  *
                      * titulo, para o fluxo DESTINO-EMAIL, como o    *
                      * HOLERITE. ESOCIAL-CNPJ, quando informado,     *
                      * sai como CNPJ da fonte pagadora.              *
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
           SELECT OPTIONAL PAYHIST ASSIGN TO PAYHIST
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS PAYHIST-CHAVE
                  FILE STATUS   IS FL-STA-PAYHIST.
      *
           SELECT OPTIONAL BONUSLED ASSIGN TO BONUSLED
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS BONUSLED-CHAVE
                  FILE STATUS   IS FL-STA-BONUSLED.
      *
           SELECT INFRES ASSIGN TO INFRES
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS INFRES-CHAVE
                  FILE STATUS   IS FL-STA-INFRES.
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
           SELECT OPTIONAL DEPTOS ASSIGN TO DEPTOS
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS DEPTOS-DEPT
                  FILE STATUS   IS FL-STA-DEPTOS.
      *
           SELECT INFOUT ASSIGN TO INFOUT.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *----------------------------------------------------------------*
      *  RESULTADOS DA FOLHA POR ANOMES + TIPO DE FOLHA + MATRICULA     *
      *  (NAS FERIAS, OUTROS = ABONO PECUNIARIO + TERCO DO ABONO; NA    *
      *  2A PARCELA DO 13O, BRUTO = 13O INTEGRAL)                       *
      *----------------------------------------------------------------*
       FD  PAYRES
           RECORD CONTAINS 150 CHARACTERS.
      *
       01  REG-PAYRES.
           03 PAYRES-CHAVE.
              05 PAYRES-ANOMES               PIC  9(006).
              05 PAYRES-TIPO                 PIC  X(001).
                 88 PAYRES-MENSAL                       VALUE 'M'.
                 88 PAYRES-FERIAS                       VALUE 'F'.
                 88 PAYRES-1A-PARCELA                   VALUE '1'.
                 88 PAYRES-2A-PARCELA                   VALUE '2'.
                 88 PAYRES-RESCISAO                     VALUE 'R'.
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
           03 PAYRES-BONUS                   PIC  9(007)V99.
           03 PAYRES-BASE-INSS               PIC  9(009)V99.
           03 PAYRES-BASE-IRRF               PIC  9(009)V99.
           03 FILLER                         PIC  X(020).
           03 PAYRES-PENSAO                  PIC  9(007)V99.
           03 FILLER                         PIC  X(001).
      *
      *----------------------------------------------------------------*
      *  ARMAZEM DE HISTORICO: UM REGISTRO POR CICLO E MATRICULA        *
      *----------------------------------------------------------------*
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
           03 PAYHIST-SAL-ANTES              PIC  9(006)V99.
           03 PAYHIST-SAL-DEPOIS             PIC  9(006)V99.
           03 PAYHIST-RAISE-PCT              PIC  9(002)V99.
           03 PAYHIST-BONUS                  PIC  9(006)V99.
           03 PAYHIST-DATA-CARGA             PIC  9(008).
           03 FILLER                         PIC  X(028).
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
      *  TOTAIS DO INFORME POR ANO-CALENDARIO + MATRICULA               *
      *----------------------------------------------------------------*
       FD  INFRES
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-INFRES.
           03 INFRES-CHAVE.
              05 INFRES-ANO                  PIC  9(004).
              05 INFRES-EMP-NO               PIC  9(005).
           03 INFRES-COMPANY                 PIC  9(002).
           03 INFRES-DEPT                    PIC  9(003).
           03 INFRES-TRIBUTAVEL              PIC  9(009)V99.
           03 INFRES-INSS                    PIC  9(009)V99.
           03 INFRES-IRRF                    PIC  9(009)V99.
           03 INFRES-ISENTO                  PIC  9(009)V99.
           03 INFRES-DECIMO                  PIC  9(009)V99.
           03 INFRES-INSS-13                 PIC  9(007)V99.
           03 INFRES-IRRF-13                 PIC  9(007)V99.
           03 INFRES-BONUS                   PIC  9(007)V99.
           03 INFRES-MESES-FOLHA             PIC  9(002).
           03 INFRES-MESES-HIST              PIC  9(002).
           03 INFRES-CPF                     PIC  9(011).
           03 INFRES-DATA-GERACAO            PIC  9(008).
           03 INFRES-1A-PARCELA              PIC  9(009)V99.
           03 INFRES-PENSAO                  PIC  9(009)V99.
           03 INFRES-PENSAO-13               PIC  9(007)V99.
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
      *  PAGINA DO INFORME DA MATRICULA CORRENTE (UM DOCUMENTO POR      *
      *  EMPREGADO NO SPOOL)                                            *
      *----------------------------------------------------------------*
       FD  INFOUT
           LABEL RECORD IS OMITTED.
      *
       01  REG-INFOUT                        PIC  X(080).
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
       77  SB-NETCALC                    PIC  X(12)  VALUE
           'NETCALC-CALL'.
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
              '#INFREND.'.
           03 FL-STA-PAYRES                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-PAYRES-OK                               VALUE '00'.
              88 FL-PAYRES-EOF                              VALUE '10'.
           03 FL-STA-PAYHIST                 PIC  X(002)    VALUE
              ZEROS.
              88 FL-PAYHIST-OK                              VALUE '00'.
              88 FL-PAYHIST-EOF                             VALUE '10'.
           03 FL-STA-BONUSLED                PIC  X(002)    VALUE
              ZEROS.
              88 FL-BONUSLED-OK                             VALUE '00'.
           03 FL-STA-INFRES                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-INFRES-OK                               VALUE '00'.
              88 FL-INFRES-EOF                              VALUE '10'.
              88 FL-INFRES-NOVO                             VALUE '35'.
           03 FL-STA-PERSNL                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-PERSNL-OK                               VALUE '00'.
           03 FL-STA-PERSEXT                 PIC  X(002)    VALUE
              ZEROS.
              88 FL-PERSEXT-OK                              VALUE '00'.
           03 FL-STA-DEPTOS                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-DEPTOS-OK                               VALUE '00'.
           03 WS-RETURN-CODE                 PIC  9(003)    VALUE
              ZEROS.
           03 WS-DISPLAY                     PIC  -ZZZ.ZZZ.ZZ9.
           03 WS-LIDOS                COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-RECONSTITUIDOS       COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-GERADOS              COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-SEM-CPF              COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-TEM-PAYHIST                 PIC  X(001)    VALUE 'N'.
              88 TEM-PAYHIST                                VALUE 'S'.
           03 WS-TEM-BONUSLED                PIC  X(001)    VALUE 'N'.
              88 TEM-BONUSLED                               VALUE 'S'.
           03 WS-TEM-PERSNL                  PIC  X(001)    VALUE 'N'.
              88 TEM-PERSNL                                 VALUE 'S'.
           03 WS-TEM-PERSEXT                 PIC  X(001)    VALUE 'N'.
              88 TEM-PERSEXT                                VALUE 'S'.
           03 WS-TEM-DEPTOS                  PIC  X(001)    VALUE 'N'.
              88 TEM-DEPTOS                                 VALUE 'S'.
           03 WS-TEM-NETCALC                 PIC  X(001)    VALUE 'S'.
              88 TEM-NETCALC                                VALUE 'S'.
           03 WS-DATA-HOJE                   PIC  9(008)    VALUE
              ZEROS.
           03 FILLER REDEFINES WS-DATA-HOJE.
              05 WS-ANO-HOJE                 PIC  9(004).
              05 FILLER                      PIC  9(004).
           03 WS-ANO                         PIC  9(004)    VALUE
              ZEROS.
           03 WS-ANO-ENV                     PIC  X(004)    VALUE
              SPACES.
           03 WS-ANOMES-INICIO               PIC  9(006)    VALUE
              ZEROS.
           03 FILLER REDEFINES WS-ANOMES-INICIO.
              05 WS-INICIO-ANO               PIC  9(004).
              05 WS-INICIO-MES               PIC  9(002).
           03 WS-ANOMES-FIM                  PIC  9(006)    VALUE
              ZEROS.
           03 FILLER REDEFINES WS-ANOMES-FIM.
              05 WS-FIM-ANO                  PIC  9(004).
              05 WS-FIM-MES                  PIC  9(002).
           03 WS-CNPJ-ENV                    PIC  X(014)    VALUE
              SPACES.
           03 WS-EMP-NO                      PIC  9(005)    VALUE
              ZEROS.
           03 WS-COMPANY                     PIC  9(002)    VALUE
              ZEROS.
           03 WS-DEPT                        PIC  9(003)    VALUE
              ZEROS.
           03 WS-NOME                        PIC  X(008)    VALUE
              SPACES.
           03 WS-EMAIL                       PIC  X(050)    VALUE
              SPACES.
           03 WS-DEPT-DESC                   PIC  X(030)    VALUE
              SPACES.
           03 WS-DECIMO                      PIC  9(009)V99 VALUE
              ZEROS.
           03 WS-ED-VALOR                    PIC  ZZZ.ZZZ.ZZ9,99.
      *
      *----------------------------------------------------------------*
      *  PARAMETROS DA ENTRADA NETCALC-CALL                             *
      *----------------------------------------------------------------*
       01  PARAMETROS-NETCALC.
           03 NETCALC-BRUTO-MES              PIC  9(009)V99 VALUE
              ZEROS.
           03 NETCALC-DEPENDENTES            PIC  9(002)    VALUE
              ZEROS.
           03 NETCALC-INSS                   PIC  9(007)V99 VALUE
              ZEROS.
           03 NETCALC-IRRF                   PIC  9(007)V99 VALUE
              ZEROS.
           03 NETCALC-LIQUIDO                PIC  9(009)V99 VALUE
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
      *  PARAMETROS DO CWSPLF (UM DOCUMENTO POR EMPREGADO)              *
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
               PERFORM RT-LIMPAR-ANO
               PERFORM RT-ACUMULAR-PAYRES
               IF  TEM-PAYHIST
                   PERFORM RT-ACUMULAR-HISTORICO
               END-IF
               PERFORM RT-EMITIR-INFORMES
               IF  WS-GERADOS EQUAL ZEROS
                   DISPLAY PGMID '005I- NENHUM RENDIMENTO PAGO EM '
                           WS-ANO
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
      *  PARAMETROS DO AMBIENTE E ABERTURA DOS ARQUIVOS                 *
      *----------------------------------------------------------------*
       RT-INICIAR                                  SECTION.
      *
           DISPLAY PGMID '001I ' FUNCTION WHEN-COMPILED
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
      *
      *    O INFORME SAI EM FEVEREIRO, DO ANO ANTERIOR
           DISPLAY 'PAYROLL-ANO-CALENDARIO' UPON ENVIRONMENT-NAME
           ACCEPT   WS-ANO-ENV              FROM ENVIRONMENT-VALUE
           IF  WS-ANO-ENV IS NUMERIC
               MOVE WS-ANO-ENV TO WS-ANO
           ELSE
               COMPUTE WS-ANO = WS-ANO-HOJE - 1
           END-IF
           MOVE WS-ANO TO WS-INICIO-ANO WS-FIM-ANO
           MOVE 01     TO WS-INICIO-MES
           MOVE 12     TO WS-FIM-MES
      *
           DISPLAY 'ESOCIAL-CNPJ' UPON ENVIRONMENT-NAME
           ACCEPT   WS-CNPJ-ENV   FROM ENVIRONMENT-VALUE
           IF  WS-CNPJ-ENV IS NOT NUMERIC
               MOVE SPACES TO WS-CNPJ-ENV
           END-IF
      *
           DISPLAY PGMID '002I- INFORMES DO ANO-CALENDARIO ' WS-ANO
      *
           OPEN INPUT PAYRES
           IF  NOT FL-PAYRES-OK
               DISPLAY PGMID '003I- PAYRES AUSENTE OU COM ERRO '
                       FL-STA-PAYRES
               MOVE 8 TO WS-RETURN-CODE
               EXIT SECTION
           END-IF
      *
           OPEN I-O INFRES
           IF  FL-INFRES-NOVO
               OPEN OUTPUT INFRES
               CLOSE INFRES
               OPEN I-O INFRES
           END-IF
           IF  NOT FL-INFRES-OK
               DISPLAY PGMID '004I- INFRES COM ERRO ' FL-STA-INFRES
               CLOSE PAYRES
               MOVE 8 TO WS-RETURN-CODE
               EXIT SECTION
           END-IF
      *
           OPEN INPUT PAYHIST
           IF  FL-PAYHIST-OK
               SET TEM-PAYHIST TO TRUE
           END-IF
           OPEN INPUT BONUSLED
           IF  FL-BONUSLED-OK
               SET TEM-BONUSLED TO TRUE
           END-IF
           OPEN INPUT PERSNL
           IF  FL-PERSNL-OK
               SET TEM-PERSNL TO TRUE
           END-IF
           OPEN INPUT PERSEXT
           IF  FL-PERSEXT-OK
               SET TEM-PERSEXT TO TRUE
           END-IF
           OPEN INPUT DEPTOS
           IF  FL-DEPTOS-OK
               SET TEM-DEPTOS TO TRUE
           END-IF.
      *
       RT-INICIARX.                                EXIT.
      *----------------------------------------------------------------*
      *  A REEMISSAO DO ANO SUBSTITUI OS TOTAIS ANTERIORES              *
      *----------------------------------------------------------------*
       RT-LIMPAR-ANO                               SECTION.
      *
           MOVE WS-ANO TO INFRES-ANO
           MOVE ZEROS  TO INFRES-EMP-NO
           START INFRES KEY NOT LESS INFRES-CHAVE
               INVALID KEY
                   SET FL-INFRES-EOF TO TRUE
           END-START
           PERFORM UNTIL FL-INFRES-EOF
               READ INFRES NEXT RECORD
                 AT END
                    SET FL-INFRES-EOF TO TRUE
                 NOT AT END
                    IF  INFRES-ANO NOT EQUAL WS-ANO
                        SET FL-INFRES-EOF TO TRUE
                    ELSE
                        DELETE INFRES RECORD
                    END-IF
               END-READ
           END-PERFORM
           MOVE ZEROS TO FL-STA-INFRES.
      *
       RT-LIMPAR-ANOX.                             EXIT.
      *----------------------------------------------------------------*
      *  PASSADA NOS RESULTADOS DE JANEIRO A DEZEMBRO DO ANO            *
      *----------------------------------------------------------------*
       RT-ACUMULAR-PAYRES                          SECTION.
      *
           MOVE WS-ANOMES-INICIO TO PAYRES-ANOMES
           MOVE LOW-VALUES       TO PAYRES-TIPO
           MOVE ZEROS            TO PAYRES-EMP-NO
           START PAYRES KEY NOT LESS PAYRES-CHAVE
               INVALID KEY
                   SET FL-PAYRES-EOF TO TRUE
           END-START
           PERFORM UNTIL FL-PAYRES-EOF
               READ PAYRES NEXT RECORD
                 AT END
                    SET FL-PAYRES-EOF TO TRUE
                 NOT AT END
                    IF  PAYRES-ANOMES GREATER WS-ANOMES-FIM
                        SET FL-PAYRES-EOF TO TRUE
                    ELSE
                        ADD 1 TO WS-LIDOS
                        PERFORM RT-SOMAR-RESULTADO
                    END-IF
               END-READ
           END-PERFORM
           MOVE ZEROS TO FL-STA-PAYRES.
      *
       RT-ACUMULAR-PAYRESX.                        EXIT.
      *----------------------------------------------------------------*
      *  SOMA UM RESULTADO DA FOLHA NOS QUADROS DO INFORME              *
      *----------------------------------------------------------------*
       RT-SOMAR-RESULTADO                          SECTION.
      *
           MOVE PAYRES-EMP-NO  TO WS-EMP-NO
           MOVE PAYRES-COMPANY TO WS-COMPANY
           MOVE PAYRES-DEPT    TO WS-DEPT
           PERFORM RT-LER-INFRES
      *
           EVALUATE TRUE
               WHEN PAYRES-MENSAL
                    ADD PAYRES-BRUTO TO INFRES-TRIBUTAVEL
                    ADD PAYRES-INSS  TO INFRES-INSS
                    ADD PAYRES-IRRF  TO INFRES-IRRF
                    IF  PAYRES-BONUS IS NUMERIC
                        ADD PAYRES-BONUS TO INFRES-BONUS
                    END-IF
                    ADD 1            TO INFRES-MESES-FOLHA
                    PERFORM RT-SOMAR-PENSAO
               WHEN PAYRES-FERIAS
                    IF  PAYRES-BRUTO GREATER PAYRES-OUTROS
                        COMPUTE INFRES-TRIBUTAVEL = INFRES-TRIBUTAVEL
                              + PAYRES-BRUTO - PAYRES-OUTROS
                    END-IF
                    ADD PAYRES-OUTROS TO INFRES-ISENTO
                    ADD PAYRES-INSS   TO INFRES-INSS
                    ADD PAYRES-IRRF   TO INFRES-IRRF
                    PERFORM RT-SOMAR-PENSAO
               WHEN PAYRES-RESCISAO
                    ADD PAYRES-BRUTO TO INFRES-TRIBUTAVEL
                    ADD PAYRES-INSS  TO INFRES-INSS
                    ADD PAYRES-IRRF  TO INFRES-IRRF
               WHEN PAYRES-1A-PARCELA
                    ADD PAYRES-BRUTO TO INFRES-1A-PARCELA
               WHEN PAYRES-2A-PARCELA
                    MOVE PAYRES-BRUTO TO INFRES-DECIMO
                    ADD  PAYRES-INSS  TO INFRES-INSS-13
                    ADD  PAYRES-IRRF  TO INFRES-IRRF-13
                    IF  PAYRES-PENSAO IS NUMERIC
                        ADD PAYRES-PENSAO TO INFRES-PENSAO-13
                    END-IF
               WHEN OTHER
                    EXIT SECTION
           END-EVALUATE
      *
           PERFORM RT-GRAVAR-INFRES.
      *
       RT-SOMAR-RESULTADOX.                        EXIT.
      *----------------------------------------------------------------*
      *  PENSAO ALIMENTICIA DESCONTADA NA FOLHA MENSAL E NAS FERIAS     *
      *----------------------------------------------------------------*
       RT-SOMAR-PENSAO                             SECTION.
      *
           IF  PAYRES-PENSAO IS NUMERIC
               ADD PAYRES-PENSAO TO INFRES-PENSAO
           END-IF.
      *
       RT-SOMAR-PENSAOX.                           EXIT.
      *----------------------------------------------------------------*
      *  MESES DO HISTORICO SEM FOLHA MENSAL GRAVADA: RECONSTITUI O     *
      *  BRUTO DO CICLO E OS DESCONTOS PELO MOTOR DE CALCULO            *
      *----------------------------------------------------------------*
       RT-ACUMULAR-HISTORICO                       SECTION.
      *
           MOVE WS-ANOMES-INICIO TO PAYHIST-ANOMES
           MOVE ZEROS            TO PAYHIST-COMPANY PAYHIST-EMP-NO
           START PAYHIST KEY NOT LESS PAYHIST-CHAVE
               INVALID KEY
                   SET FL-PAYHIST-EOF TO TRUE
           END-START
           PERFORM UNTIL FL-PAYHIST-EOF
               READ PAYHIST NEXT RECORD
                 AT END
                    SET FL-PAYHIST-EOF TO TRUE
                 NOT AT END
                    IF  PAYHIST-ANOMES GREATER WS-ANOMES-FIM
                        SET FL-PAYHIST-EOF TO TRUE
                    ELSE
                        PERFORM RT-RECONSTITUIR-MES
                    END-IF
               END-READ
           END-PERFORM.
      *
       RT-ACUMULAR-HISTORICOX.                     EXIT.
      *----------------------------------------------------------------*
       RT-RECONSTITUIR-MES                         SECTION.
      *
           MOVE PAYHIST-ANOMES TO PAYRES-ANOMES
           MOVE 'M'            TO PAYRES-TIPO
           MOVE PAYHIST-EMP-NO TO PAYRES-EMP-NO
           READ PAYRES
               NOT INVALID KEY
                   EXIT SECTION
           END-READ
      *
           MOVE ZEROS TO NETCALC-DEP-QTDE
           MOVE PAYHIST-EMP-NO TO NETCALC-DEP-MATRICULA
           MOVE PAYHIST-ANOMES TO NETCALC-DEP-ANOMES
           CALL SB-NETCALC-DEP USING PARAMETROS-NETCALC-DEP
             ON EXCEPTION
                MOVE ZEROS TO NETCALC-DEP-QTDE
           END-CALL
      *
           COMPUTE NETCALC-BRUTO-MES ROUNDED =
                   PAYHIST-SAL-ANTES * 52 / 12 + PAYHIST-BONUS
           MOVE NETCALC-DEP-QTDE TO NETCALC-DEPENDENTES
           MOVE ZEROS TO NETCALC-INSS NETCALC-IRRF NETCALC-LIQUIDO
           CALL SB-NETCALC USING PARAMETROS-NETCALC
             ON EXCEPTION
                IF  TEM-NETCALC
                    DISPLAY PGMID '006I- NETCALC-CALL INDISPONIVEL -'
                            ' MESES DO HISTORICO SEM DESCONTOS'
                END-IF
                MOVE 'N' TO WS-TEM-NETCALC
                MOVE ZEROS TO NETCALC-INSS NETCALC-IRRF
           END-CALL
      *
           MOVE PAYHIST-EMP-NO  TO WS-EMP-NO
           MOVE PAYHIST-COMPANY TO WS-COMPANY
           MOVE PAYHIST-DEPT    TO WS-DEPT
           PERFORM RT-LER-INFRES
           ADD NETCALC-BRUTO-MES TO INFRES-TRIBUTAVEL
           ADD NETCALC-INSS      TO INFRES-INSS
           ADD NETCALC-IRRF      TO INFRES-IRRF
           ADD PAYHIST-BONUS     TO INFRES-BONUS
           ADD 1                 TO INFRES-MESES-HIST
           PERFORM RT-GRAVAR-INFRES
           ADD 1 TO WS-RECONSTITUIDOS.
      *
       RT-RECONSTITUIR-MESX.                       EXIT.
      *----------------------------------------------------------------*
      *  TOTAIS DA MATRICULA WS-EMP-NO NO ANO (NOVO SE NAO HOUVER)      *
      *----------------------------------------------------------------*
       RT-LER-INFRES                               SECTION.
      *
           MOVE WS-ANO    TO INFRES-ANO
           MOVE WS-EMP-NO TO INFRES-EMP-NO
           READ INFRES
               INVALID KEY
                   MOVE SPACES    TO REG-INFRES
                   MOVE WS-ANO    TO INFRES-ANO
                   MOVE WS-EMP-NO TO INFRES-EMP-NO
                   MOVE ZEROS TO INFRES-TRIBUTAVEL  INFRES-INSS
                                 INFRES-IRRF        INFRES-ISENTO
                                 INFRES-DECIMO      INFRES-INSS-13
                                 INFRES-IRRF-13     INFRES-BONUS
                                 INFRES-MESES-FOLHA INFRES-MESES-HIST
                                 INFRES-CPF         INFRES-1A-PARCELA
                                 INFRES-DATA-GERACAO INFRES-PENSAO
                                 INFRES-PENSAO-13
           END-READ
           MOVE WS-COMPANY TO INFRES-COMPANY
           MOVE WS-DEPT    TO INFRES-DEPT.
      *
       RT-LER-INFRESX.                             EXIT.
      *----------------------------------------------------------------*
       RT-GRAVAR-INFRES                            SECTION.
      *
           WRITE REG-INFRES
               INVALID KEY
                   REWRITE REG-INFRES
                       INVALID KEY
                           DISPLAY PGMID '007I- ERRO ' FL-STA-INFRES
                                   ' NA GRAVACAO DO INFRES '
                                   INFRES-EMP-NO
                           MOVE 8 TO WS-RETURN-CODE
                   END-REWRITE
           END-WRITE.
      *
       RT-GRAVAR-INFRESX.                          EXIT.
      *----------------------------------------------------------------*
      *  UM INFORME POR MATRICULA DO ANO, EM ORDEM DE MATRICULA         *
      *----------------------------------------------------------------*
       RT-EMITIR-INFORMES                          SECTION.
      *
           MOVE WS-ANO TO INFRES-ANO
           MOVE ZEROS  TO INFRES-EMP-NO
           START INFRES KEY NOT LESS INFRES-CHAVE
               INVALID KEY
                   SET FL-INFRES-EOF TO TRUE
           END-START
           PERFORM UNTIL FL-INFRES-EOF
               READ INFRES NEXT RECORD
                 AT END
                    SET FL-INFRES-EOF TO TRUE
                 NOT AT END
                    IF  INFRES-ANO NOT EQUAL WS-ANO
                        SET FL-INFRES-EOF TO TRUE
                    ELSE
                        PERFORM RT-EMITIR-MATRICULA
                    END-IF
               END-READ
           END-PERFORM.
      *
       RT-EMITIR-INFORMESX.                        EXIT.
      *----------------------------------------------------------------*
       RT-EMITIR-MATRICULA                         SECTION.
      *
      *    13O: A 2A PARCELA TRAZ O VALOR INTEGRAL; SEM ELA, SO A 1A
           IF  INFRES-DECIMO EQUAL ZEROS
               MOVE INFRES-1A-PARCELA TO WS-DECIMO
           ELSE
               MOVE INFRES-DECIMO     TO WS-DECIMO
           END-IF
           IF  INFRES-TRIBUTAVEL EQUAL ZEROS
           AND INFRES-ISENTO     EQUAL ZEROS
           AND WS-DECIMO         EQUAL ZEROS
               EXIT SECTION
           END-IF
      *
           IF  TEM-BONUSLED
               MOVE INFRES-ANO    TO BONUSLED-ANO
               MOVE INFRES-EMP-NO TO BONUSLED-EMP-NO
               READ BONUSLED
                   NOT INVALID KEY
                       MOVE BONUSLED-TOTAL-ANO TO INFRES-BONUS
               END-READ
           END-IF
      *
           MOVE SPACES TO WS-EMAIL
           IF  TEM-PERSEXT
               MOVE INFRES-EMP-NO TO PERSEXT-EMP-NO
               READ PERSEXT
                   NOT INVALID KEY
                       MOVE PERSEXT-EMAIL TO WS-EMAIL
                       IF  PERSEXT-CPF IS NUMERIC
                           MOVE PERSEXT-CPF TO INFRES-CPF
                       END-IF
               END-READ
           END-IF
           IF  INFRES-CPF EQUAL ZEROS
               ADD 1 TO WS-SEM-CPF
               DISPLAY PGMID '008I- MATRICULA ' INFRES-EMP-NO
                       ' SEM CPF NO PERSEXT'
           END-IF
      *
           MOVE SPACES TO WS-NOME
           IF  TEM-PERSNL
               MOVE INFRES-EMP-NO TO PERSNL-EMP-NO
               READ PERSNL
                   INVALID KEY
                       MOVE 'DESLIG.' TO WS-NOME
                   NOT INVALID KEY
                       MOVE LAST-NAME TO WS-NOME
               END-READ
           END-IF
      *
           MOVE SPACES TO WS-DEPT-DESC
           IF  TEM-DEPTOS
               MOVE INFRES-DEPT TO DEPTOS-DEPT
               READ DEPTOS
                   NOT INVALID KEY
                       MOVE DEPTOS-DESCRICAO TO WS-DEPT-DESC
               END-READ
           END-IF
      *
           MOVE WS-DATA-HOJE TO INFRES-DATA-GERACAO
           REWRITE REG-INFRES
               INVALID KEY
                   DISPLAY PGMID '007I- ERRO ' FL-STA-INFRES
                           ' NA GRAVACAO DO INFRES ' INFRES-EMP-NO
           END-REWRITE
      *
           PERFORM RT-ESCREVER-PAGINA
           PERFORM RT-DESPACHAR-SPOOL
           ADD 1 TO WS-GERADOS.
      *
       RT-EMITIR-MATRICULAX.                       EXIT.
      *----------------------------------------------------------------*
      *  PAGINA DO INFORME (ARQUIVO INFOUT, REGERADO A CADA MATRICULA)  *
      *----------------------------------------------------------------*
       RT-ESCREVER-PAGINA                          SECTION.
      *
           OPEN OUTPUT INFOUT
           MOVE ALL '=' TO REG-INFOUT
           WRITE REG-INFOUT
           MOVE SPACES TO REG-INFOUT
           STRING '   COMPROVANTE DE RENDIMENTOS PAGOS E DE IMPOSTO'
                  ' SOBRE A RENDA RETIDO NA FONTE'
                  DELIMITED BY SIZE INTO REG-INFOUT
           WRITE REG-INFOUT
           MOVE SPACES TO REG-INFOUT
           STRING '                         ANO-CALENDARIO DE ' WS-ANO
                  DELIMITED BY SIZE INTO REG-INFOUT
           WRITE REG-INFOUT
           MOVE ALL '=' TO REG-INFOUT
           WRITE REG-INFOUT
      *
           MOVE '1. FONTE PAGADORA' TO REG-INFOUT
           WRITE REG-INFOUT
           MOVE SPACES TO REG-INFOUT
           STRING '   CNPJ: ' WS-CNPJ-ENV
                  '   EMPRESA: ' INFRES-COMPANY
                  DELIMITED BY SIZE INTO REG-INFOUT
           WRITE REG-INFOUT
      *
           MOVE '2. PESSOA FISICA BENEFICIARIA DOS RENDIMENTOS'
             TO REG-INFOUT
           WRITE REG-INFOUT
           MOVE SPACES TO REG-INFOUT
           STRING '   CPF: ' INFRES-CPF
                  '   MATRICULA: ' INFRES-EMP-NO
                  '   NOME: ' WS-NOME
                  DELIMITED BY SIZE INTO REG-INFOUT
           WRITE REG-INFOUT
           MOVE SPACES TO REG-INFOUT
           STRING '   DEPT: ' INFRES-DEPT ' - ' WS-DEPT-DESC
                  DELIMITED BY SIZE INTO REG-INFOUT
           WRITE REG-INFOUT
      *
           MOVE '3. RENDIMENTOS TRIBUTAVEIS, DEDUCOES E IMPOSTO RETIDO'
             TO REG-INFOUT
           WRITE REG-INFOUT
           MOVE INFRES-TRIBUTAVEL TO WS-ED-VALOR
           MOVE SPACES TO REG-INFOUT
           STRING '   TOTAL DOS RENDIMENTOS (INCLUSIVE FERIAS)...: '
                  WS-ED-VALOR
                  DELIMITED BY SIZE INTO REG-INFOUT
           WRITE REG-INFOUT
           MOVE INFRES-INSS TO WS-ED-VALOR
           MOVE SPACES TO REG-INFOUT
           STRING '   CONTRIBUICAO PREVIDENCIARIA OFICIAL........: '
                  WS-ED-VALOR
                  DELIMITED BY SIZE INTO REG-INFOUT
           WRITE REG-INFOUT
           MOVE INFRES-IRRF TO WS-ED-VALOR
           MOVE SPACES TO REG-INFOUT
           STRING '   IMPOSTO SOBRE A RENDA RETIDO NA FONTE......: '
                  WS-ED-VALOR
                  DELIMITED BY SIZE INTO REG-INFOUT
           WRITE REG-INFOUT
           IF  INFRES-PENSAO GREATER ZEROS
               MOVE INFRES-PENSAO TO WS-ED-VALOR
               MOVE SPACES TO REG-INFOUT
               STRING '   PENSAO ALIMENTICIA.........................: '
                      WS-ED-VALOR
                      DELIMITED BY SIZE INTO REG-INFOUT
               WRITE REG-INFOUT
           END-IF
      *
           MOVE '4. RENDIMENTOS ISENTOS E NAO TRIBUTAVEIS'
             TO REG-INFOUT
           WRITE REG-INFOUT
           MOVE INFRES-ISENTO TO WS-ED-VALOR
           MOVE SPACES TO REG-INFOUT
           STRING '   ABONO PECUNIARIO DE FERIAS E TERCO.........: '
                  WS-ED-VALOR
                  DELIMITED BY SIZE INTO REG-INFOUT
           WRITE REG-INFOUT
      *
           MOVE '5. RENDIMENTOS SUJEITOS A TRIBUTACAO EXCLUSIVA'
             TO REG-INFOUT
           WRITE REG-INFOUT
           MOVE WS-DECIMO TO WS-ED-VALOR
           MOVE SPACES TO REG-INFOUT
           STRING '   DECIMO TERCEIRO SALARIO....................: '
                  WS-ED-VALOR
                  DELIMITED BY SIZE INTO REG-INFOUT
           WRITE REG-INFOUT
           MOVE INFRES-IRRF-13 TO WS-ED-VALOR
           MOVE SPACES TO REG-INFOUT
           STRING '   IMPOSTO SOBRE O 13O SALARIO................: '
                  WS-ED-VALOR
                  DELIMITED BY SIZE INTO REG-INFOUT
           WRITE REG-INFOUT
      *
           MOVE '6. INFORMACOES COMPLEMENTARES' TO REG-INFOUT
           WRITE REG-INFOUT
           MOVE INFRES-INSS-13 TO WS-ED-VALOR
           MOVE SPACES TO REG-INFOUT
           STRING '   CONTRIBUICAO PREVIDENCIARIA SOBRE O 13O....: '
                  WS-ED-VALOR
                  DELIMITED BY SIZE INTO REG-INFOUT
           WRITE REG-INFOUT
           MOVE INFRES-BONUS TO WS-ED-VALOR
           MOVE SPACES TO REG-INFOUT
           STRING '   BONUS PAGOS NO ANO (INCLUSOS NO QUADRO 3)..: '
                  WS-ED-VALOR
                  DELIMITED BY SIZE INTO REG-INFOUT
           WRITE REG-INFOUT
           IF  INFRES-PENSAO-13 GREATER ZEROS
               MOVE INFRES-PENSAO-13 TO WS-ED-VALOR
               MOVE SPACES TO REG-INFOUT
               STRING '   PENSAO ALIMENTICIA SOBRE O 13O SALARIO.....: '
                      WS-ED-VALOR
                      DELIMITED BY SIZE INTO REG-INFOUT
               WRITE REG-INFOUT
           END-IF
           IF  INFRES-MESES-HIST GREATER ZEROS
               MOVE SPACES TO REG-INFOUT
               STRING '   MESES APURADOS PELO HISTORICO DA FOLHA.....: '
                      INFRES-MESES-HIST
                      DELIMITED BY SIZE INTO REG-INFOUT
               WRITE REG-INFOUT
           END-IF
      *
           MOVE ALL '=' TO REG-INFOUT
           WRITE REG-INFOUT
           MOVE SPACES TO REG-INFOUT
           STRING '   EMITIDO EM ' WS-DATA-HOJE(7:2) '/'
                  WS-DATA-HOJE(5:2) '/' WS-DATA-HOJE(1:4)
                  DELIMITED BY SIZE INTO REG-INFOUT
           WRITE REG-INFOUT
           CLOSE INFOUT.
      *
       RT-ESCREVER-PAGINAX.                        EXIT.
      *----------------------------------------------------------------*
      *  DESPACHA O INFORME COMO DOCUMENTO PROPRIO NO SPOOL; O E-MAIL   *
      *  DO EMPREGADO SEGUE NO TITULO PARA O FLUXO DESTINO-EMAIL        *
      *----------------------------------------------------------------*
       RT-DESPACHAR-SPOOL                          SECTION.
      *
           MOVE 'INFOUT'   TO CWSPLF-FILE
           MOVE 'INFREND'  TO CWSPLF-REPORT
           MOVE SPACES     TO CWSPLF-TITLE
           STRING 'INFORME DE RENDIMENTOS ' WS-ANO ' '
                  INFRES-EMP-NO ' ' WS-NOME
                  ' EMAIL: ' WS-EMAIL
                  DELIMITED BY SIZE INTO CWSPLF-TITLE
           MOVE 'DESTINO-EMAIL' TO CWSPLF-NOTE
           CALL SB-CWSPLF USING PARAMETROS-CWSPLF
             ON EXCEPTION
                DISPLAY PGMID '009I- CWSPLF INDISPONIVEL - INFORME'
                        ' FICOU EM INFOUT'
           END-CALL.
      *
       RT-DESPACHAR-SPOOLX.                        EXIT.
      *----------------------------------------------------------------*
       RT-ENCERRAR-ARQUIVOS                        SECTION.
      *
           CLOSE PAYRES
                 INFRES
           IF  TEM-PAYHIST
               CLOSE PAYHIST
           END-IF
           IF  TEM-BONUSLED
               CLOSE BONUSLED
           END-IF
           IF  TEM-PERSNL
               CLOSE PERSNL
           END-IF
           IF  TEM-PERSEXT
               CLOSE PERSEXT
           END-IF
           IF  TEM-DEPTOS
               CLOSE DEPTOS
           END-IF.
      *
       RT-ENCERRAR-ARQUIVOSX.                      EXIT.
      *----------------------------------------------------------------*
       RT-FINALIZAR                                SECTION.
      *
           IF  WS-RETURN-CODE EQUAL ZEROS
           AND WS-SEM-CPF GREATER ZEROS
               MOVE 4 TO WS-RETURN-CODE
           END-IF
      *
           DISPLAY PGMID '999I' TRACOS
           MOVE    WS-LIDOS           TO WS-DISPLAY
           DISPLAY PGMID '010I- RESULTADOS DA FOLHA....:' WS-DISPLAY
           MOVE    WS-RECONSTITUIDOS  TO WS-DISPLAY
           DISPLAY PGMID '011I- MESES DO HISTORICO.....:' WS-DISPLAY
           MOVE    WS-GERADOS         TO WS-DISPLAY
           DISPLAY PGMID '012I- INFORMES GERADOS.......:' WS-DISPLAY
           MOVE    WS-SEM-CPF         TO WS-DISPLAY
           DISPLAY PGMID '013I- INFORMES SEM CPF.......:' WS-DISPLAY
           DISPLAY PGMID '999I' TRACOS.
      *
       RT-FINALIZARX.                              EXIT.
      ******************************************************************
      *                      FIM  DO  PROGRAMA                         *
      ******************************************************************
