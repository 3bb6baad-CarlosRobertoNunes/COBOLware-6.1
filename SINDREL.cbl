      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SINDREL.
       AUTHOR.        Traduzido de Easytrieve (macro esy.kex v.0.10).
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      * Relatorio mensal de repasse da contribuicao   *
                      * sindical: para cada sindicato da tabela       *
                      * SINDIC (mantida pelo SINDMNT), os empregados  *
                      * com contribuicao descontada pelo NETCALC no   *
                      * PAYROLL-ANOMES (padrao: mes corrente) e os    *
                      * que tem carta de oposicao no ano, gravados    *
                      * no SINDPAG, com o salario base e o valor.     *
                      *                                               *
                      * Sai um subtotal por sindicato, com o nome e   *
                      * o CNPJ para a guia de repasse, e o total      *
                      * geral do mes.                                 *
                      *                                               *
                      * Sai a listagem SINDLST no spool (CWSPLF).     *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT SINDIC ASSIGN TO SINDIC
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD KEY    IS SINDIC-CODIGO
                  FILE STATUS   IS FL-STA-SINDIC.
      *
           SELECT OPTIONAL SINDPAG ASSIGN TO SINDPAG
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS SINDPAG-CHAVE
                  FILE STATUS   IS FL-STA-SINDPAG.
      *
           SELECT PERSNL ASSIGN TO SYS010
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS PERSNL-EMP-NO
                  FILE STATUS   IS FL-STA-PERSNL.
      *
           SELECT SINDLST ASSIGN TO SINDLST.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *----------------------------------------------------------------*
      *  SINDICATOS (MANTIDOS PELO SINDMNT)                             *
      *----------------------------------------------------------------*
       FD  SINDIC
           RECORD CONTAINS 350 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-SINDIC.
           03 SINDIC-CODIGO                  PIC  X(004).
           03 SINDIC-NOME                    PIC  X(030).
           03 SINDIC-CNPJ                    PIC  9(014).
           03 SINDIC-DATA-BASE               PIC  9(004).
           03 SINDIC-CONTRIB-TIPO            PIC  X(001).
           03 SINDIC-CONTRIB-PCT             PIC  9(002)V99.
           03 SINDIC-CONTRIB-VALOR           PIC  9(005)V99.
           03 SINDIC-CONTRIB-MES             PIC  9(002).
           03 FILLER                         PIC  X(284).
      *
      *----------------------------------------------------------------*
      *  CONTRIBUICOES DO MES GRAVADAS PELO NETCALC                     *
      *----------------------------------------------------------------*
       FD  SINDPAG
           RECORD CONTAINS 080 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-SINDPAG.
           03 SINDPAG-CHAVE.
              05 SINDPAG-ANOMES              PIC  9(006).
              05 SINDPAG-EMP-NO              PIC  9(005).
           03 SINDPAG-SINDICATO              PIC  X(004).
           03 SINDPAG-DEPT                   PIC  9(003).
           03 SINDPAG-BASE                   PIC  9(007)V99.
           03 SINDPAG-VALOR                  PIC  9(007)V99.
           03 SINDPAG-SITUACAO               PIC  X(001).
              88 SINDPAG-DESCONTADO                     VALUE 'D'.
              88 SINDPAG-OPOSICAO                       VALUE 'O'.
           03 SINDPAG-DATA-CALC              PIC  9(008).
           03 FILLER                         PIC  X(035).
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
       FD  SINDLST
           LABEL RECORD IS OMITTED.
      *
       01  REG-SINDLST                       PIC  X(132).
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
              '#SINDREL.'.
           03 FL-STA-SINDIC                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-SINDIC-EOF                              VALUE '10'.
              88 FL-SINDIC-OK                               VALUE '00'.
           03 FL-STA-SINDPAG                 PIC  X(002)    VALUE
              ZEROS.
              88 FL-SINDPAG-EOF                             VALUE '10'.
              88 FL-SINDPAG-OK                              VALUE '00'.
           03 FL-STA-PERSNL                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-PERSNL-OK                               VALUE '00'.
           03 WS-RETURN-CODE                 PIC  9(003)    VALUE
              ZEROS.
           03 WS-DISPLAY                     PIC  -ZZZ.ZZZ.ZZ9.
           03 WS-SINDICATOS           COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-LISTADOS             COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-OPOSICOES            COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-TEM-SINDPAG                 PIC  X(001)    VALUE 'N'.
              88 TEM-SINDPAG                                VALUE 'S'.
           03 WS-TEM-PERSNL                  PIC  X(001)    VALUE 'N'.
              88 TEM-PERSNL                                 VALUE 'S'.
           03 WS-DATA-HOJE                   PIC  9(008)    VALUE
              ZEROS.
           03 WS-ANOMES                      PIC  9(006)    VALUE
              ZEROS.
           03 FILLER REDEFINES WS-ANOMES.
              05 WS-ANO                      PIC  9(004).
              05 WS-MES                      PIC  9(002).
           03 WS-ANOMES-ENV                  PIC  X(006)    VALUE
              SPACES.
      *
      *----------------------------------------------------------------*
      *  TOTAIS DO SINDICATO E DO MES                                   *
      *----------------------------------------------------------------*
       01  WS-TOTAIS.
           03 WS-SUB-EMPREG           COMP-3 PIC S9(007)    VALUE
              ZEROS.
           03 WS-SUB-OPOSICOES        COMP-3 PIC S9(007)    VALUE
              ZEROS.
           03 WS-SUB-VALOR            COMP-3 PIC S9(009)V99 VALUE
              ZEROS.
           03 WS-TOT-EMPREG           COMP-3 PIC S9(007)    VALUE
              ZEROS.
           03 WS-TOT-OPOSICOES        COMP-3 PIC S9(007)    VALUE
              ZEROS.
           03 WS-TOT-VALOR            COMP-3 PIC S9(009)V99 VALUE
              ZEROS.
      *
      *----------------------------------------------------------------*
      *  LINHAS DA LISTAGEM                                             *
      *----------------------------------------------------------------*
       01  WS-CABECALHO.
           03 FILLER                         PIC  X(055)    VALUE
              'CONTRIBUICAO SINDICAL - REPASSE AOS SINDICATOS EM '.
           03 CAB-MES                        PIC  9(002).
           03 FILLER                         PIC  X(001)    VALUE '/'.
           03 CAB-ANO                        PIC  9(004).
           03 FILLER                         PIC  X(070)    VALUE
              SPACES.
      *
       01  WS-SINDICATO.
           03 FILLER                         PIC  X(010)    VALUE
              'SINDICATO '.
           03 SIN-CODIGO                     PIC  X(004).
           03 FILLER                         PIC  X(003)    VALUE
              ' - '.
           03 SIN-NOME                       PIC  X(030).
           03 FILLER                         PIC  X(007)    VALUE
              '  CNPJ '.
           03 SIN-CNPJ                       PIC  99.999.999/9999B99.
           03 FILLER                         PIC  X(060)    VALUE
              SPACES.
      *
       01  WS-TITULOS.
           03 FILLER                         PIC  X(037)    VALUE
              'MATR. EMPREG.   DEP   SALARIO BASE   '.
           03 FILLER                         PIC  X(095)    VALUE
              'CONTRIBUICAO  SITUACAO'.
      *
       01  WS-DETALHE.
           03 DET-EMP-NO                     PIC  9(005).
           03 FILLER                         PIC  X(001)    VALUE
              SPACE.
           03 DET-LAST-NAME                  PIC  X(008).
           03 FILLER                         PIC  X(002)    VALUE
              SPACES.
           03 DET-DEPT                       PIC  9(003).
           03 FILLER                         PIC  X(003)    VALUE
              SPACES.
           03 DET-BASE                       PIC  Z.ZZZ.ZZ9,99.
           03 FILLER                         PIC  X(003)    VALUE
              SPACES.
           03 DET-VALOR                      PIC  Z.ZZZ.ZZ9,99.
           03 FILLER                         PIC  X(002)    VALUE
              SPACES.
           03 DET-SITUACAO                   PIC  X(010).
           03 FILLER                         PIC  X(071)    VALUE
              SPACES.
      *
       01  WS-TOTAL.
           03 TOT-TITULO                     PIC  X(010).
           03 TOT-EMPREG                     PIC  ZZZ.ZZ9.
           03 FILLER                         PIC  X(012)    VALUE
              ' EMPREGADOS'.
           03 FILLER                         PIC  X(008)    VALUE
              SPACES.
           03 TOT-VALOR                      PIC  Z.ZZZ.ZZ9,99.
           03 FILLER                         PIC  X(002)    VALUE
              SPACES.
           03 TOT-OPOSICOES                  PIC  ZZZ.ZZ9.
           03 FILLER                         PIC  X(014)    VALUE
              ' OPOSICAO(OES)'.
           03 FILLER                         PIC  X(060)    VALUE
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
           OPEN INPUT SINDIC
           IF  NOT FL-SINDIC-OK
               DISPLAY PGMID '002I- SINDIC AUSENTE OU COM ERRO '
                       FL-STA-SINDIC ' - NADA A LISTAR'
               MOVE 4 TO WS-RETURN-CODE
               EXIT SECTION
           END-IF
      *
           OPEN INPUT SINDPAG
           IF  FL-SINDPAG-OK
               SET TEM-SINDPAG TO TRUE
           ELSE
               DISPLAY PGMID '002I- SINDPAG AUSENTE OU COM ERRO '
                       FL-STA-SINDPAG ' - SINDICATOS SEM REPASSE'
           END-IF
      *
           OPEN INPUT PERSNL
           IF  FL-PERSNL-OK
               SET TEM-PERSNL TO TRUE
           END-IF
      *
           OPEN OUTPUT SINDLST
           MOVE WS-MES TO CAB-MES
           MOVE WS-ANO TO CAB-ANO
           WRITE REG-SINDLST FROM WS-CABECALHO.
      *
       RT-INICIARX.                                EXIT.
      *----------------------------------------------------------------*
      *  PASSADA NOS SINDICATOS                                         *
      *----------------------------------------------------------------*
       RT-PROCESSAR                                SECTION.
      *
           PERFORM UNTIL FL-SINDIC-EOF
               READ SINDIC
                 AT END
                    SET FL-SINDIC-EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-SINDICATOS
                    PERFORM RT-LISTAR-SINDICATO
               END-READ
           END-PERFORM
      *
           MOVE 'TOTAL GERAL'    TO TOT-TITULO
           MOVE WS-TOT-EMPREG    TO TOT-EMPREG
           MOVE WS-TOT-VALOR     TO TOT-VALOR
           MOVE WS-TOT-OPOSICOES TO TOT-OPOSICOES
           MOVE SPACES TO REG-SINDLST
           WRITE REG-SINDLST
           WRITE REG-SINDLST FROM WS-TOTAL
      *
           CLOSE SINDIC SINDLST
           IF  TEM-SINDPAG
               CLOSE SINDPAG
           END-IF
           IF  TEM-PERSNL
               CLOSE PERSNL
           END-IF
      *
           PERFORM RT-DESPACHAR-SPOOL.
      *
       RT-PROCESSARX.                              EXIT.
      *----------------------------------------------------------------*
      *  CABECALHO DO SINDICATO, AS CONTRIBUICOES DO MES E O SUBTOTAL   *
      *----------------------------------------------------------------*
       RT-LISTAR-SINDICATO                         SECTION.
      *
           MOVE SINDIC-CODIGO TO SIN-CODIGO
           MOVE SINDIC-NOME   TO SIN-NOME
           MOVE SINDIC-CNPJ   TO SIN-CNPJ
           MOVE SPACES TO REG-SINDLST
           WRITE REG-SINDLST
           WRITE REG-SINDLST FROM WS-SINDICATO
           WRITE REG-SINDLST FROM WS-TITULOS
      *
           MOVE ZEROS TO WS-SUB-EMPREG WS-SUB-OPOSICOES WS-SUB-VALOR
           IF  TEM-SINDPAG
               MOVE WS-ANOMES TO SINDPAG-ANOMES
               MOVE ZEROS     TO SINDPAG-EMP-NO
               START SINDPAG KEY NOT LESS SINDPAG-CHAVE
               IF  FL-SINDPAG-OK
                   PERFORM UNTIL FL-SINDPAG-EOF
                       READ SINDPAG NEXT RECORD
                         AT END
                            SET FL-SINDPAG-EOF TO TRUE
                         NOT AT END
                            IF  SINDPAG-ANOMES NOT EQUAL WS-ANOMES
                                SET FL-SINDPAG-EOF TO TRUE
                            ELSE
                                IF  SINDPAG-SINDICATO EQUAL
                                    SINDIC-CODIGO
                                    PERFORM RT-LISTAR-CONTRIBUICAO
                                END-IF
                            END-IF
                       END-READ
                   END-PERFORM
               END-IF
               MOVE ZEROS TO FL-STA-SINDPAG
           END-IF
      *
           MOVE 'TOTAL'          TO TOT-TITULO
           MOVE WS-SUB-EMPREG    TO TOT-EMPREG
           MOVE WS-SUB-VALOR     TO TOT-VALOR
           MOVE WS-SUB-OPOSICOES TO TOT-OPOSICOES
           WRITE REG-SINDLST FROM WS-TOTAL
      *
           ADD WS-SUB-EMPREG    TO WS-TOT-EMPREG
           ADD WS-SUB-OPOSICOES TO WS-TOT-OPOSICOES
           ADD WS-SUB-VALOR     TO WS-TOT-VALOR.
      *
       RT-LISTAR-SINDICATOX.                       EXIT.
      *----------------------------------------------------------------*
       RT-LISTAR-CONTRIBUICAO                      SECTION.
      *
           MOVE SPACES TO LAST-NAME
           IF  TEM-PERSNL
               MOVE SINDPAG-EMP-NO TO PERSNL-EMP-NO
               READ PERSNL
                   INVALID KEY
                       MOVE 'DESLIG.' TO LAST-NAME
               END-READ
           END-IF
      *
           MOVE SINDPAG-EMP-NO TO DET-EMP-NO
           MOVE LAST-NAME      TO DET-LAST-NAME
           MOVE SINDPAG-DEPT   TO DET-DEPT
           MOVE SINDPAG-BASE   TO DET-BASE
           MOVE SINDPAG-VALOR  TO DET-VALOR
           IF  SINDPAG-OPOSICAO
               MOVE 'OPOSICAO'   TO DET-SITUACAO
               ADD 1 TO WS-SUB-OPOSICOES
               ADD 1 TO WS-OPOSICOES
           ELSE
               MOVE 'DESCONTADO' TO DET-SITUACAO
               ADD 1 TO WS-SUB-EMPREG
               ADD SINDPAG-VALOR TO WS-SUB-VALOR
           END-IF
           WRITE REG-SINDLST FROM WS-DETALHE
           ADD 1 TO WS-LISTADOS.
      *
       RT-LISTAR-CONTRIBUICAOX.                    EXIT.
      *----------------------------------------------------------------*
       RT-DESPACHAR-SPOOL                          SECTION.
      *
           MOVE 'SINDLST'  TO CWSPLF-FILE
           MOVE 'SINDLST'  TO CWSPLF-REPORT
           MOVE SPACES     TO CWSPLF-TITLE
           STRING 'CONTRIBUICAO SINDICAL - REPASSE AOS SINDICATOS EM '
                  WS-ANOMES
                  DELIMITED BY SIZE INTO CWSPLF-TITLE
           CALL SB-CWSPLF USING PARAMETROS-CWSPLF
             ON EXCEPTION
                DISPLAY PGMID '003I- CWSPLF INDISPONIVEL - LISTAGEM'
                        ' FICOU EM SINDLST'
           END-CALL.
      *
       RT-DESPACHAR-SPOOLX.                        EXIT.
      *----------------------------------------------------------------*
       RT-FINALIZAR                                SECTION.
      *
           IF  NOT TEM-SINDPAG
           AND WS-RETURN-CODE EQUAL ZEROS
               MOVE 4 TO WS-RETURN-CODE
           END-IF
           DISPLAY PGMID '999I' TRACOS
           MOVE    WS-SINDICATOS      TO WS-DISPLAY
           DISPLAY PGMID '004I- SINDICATOS LIDOS.......:' WS-DISPLAY
           MOVE    WS-LISTADOS        TO WS-DISPLAY
           DISPLAY PGMID '005I- EMPREGADOS LISTADOS....:' WS-DISPLAY
           MOVE    WS-OPOSICOES       TO WS-DISPLAY
           DISPLAY PGMID '006I- COM CARTA DE OPOSICAO..:' WS-DISPLAY
           DISPLAY PGMID '999I' TRACOS.
      *
       RT-FINALIZARX.                              EXIT.
      ******************************************************************
      *                      FIM  DO  PROGRAMA                         *
      ******************************************************************
