      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CARGOREL.
       AUTHOR.        Traduzido de Easytrieve (macro esy.kex v.0.10).
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      * Relatorio de compa-ratio para a revisao       *
                      * salarial anual: os empregados do PERSNL por   *
                      * departamento e cargo (cargo do PERSEXT, faixa *
                      * da tabela CARGOS mantida pelo CARGOMNT), com  *
                      * o salario semanal, o compa-ratio (salario /   *
                      * ponto medio x 100) e a marca de ABAIXO DO     *
                      * MINIMO, ACIMA DO MAXIMO, SEM CARGO ou CARGO   *
                      * NAO CADASTRADO.                               *
                      *                                               *
                      * A ordem departamento + cargo + matricula vem  *
                      * do arquivo de trabalho indexado CMPWORK;      *
                      * totais por cargo, por departamento e gerais   *
                      * com o compa-ratio medio e as quantidades      *
                      * fora da faixa.                                *
                      *                                               *
                      * Sai a listagem CMPREL no spool (CWSPLF).      *
                      *                                               *
                      * RC 4 = ha empregados marcados; RC 8 = PERSNL  *
                      * ou CMPWORK indisponivel.                      *
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
           SELECT OPTIONAL PERSEXT ASSIGN TO PERSEXT
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS PERSEXT-EMP-NO
                  FILE STATUS   IS FL-STA-PERSEXT.
      *
           SELECT OPTIONAL CARGOS ASSIGN TO CARGOS
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS CARGOS-CODIGO
                  FILE STATUS   IS FL-STA-CARGOS.
      *
           SELECT OPTIONAL DEPTOS ASSIGN TO DEPTOS
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS DEPTOS-DEPT
                  FILE STATUS   IS FL-STA-DEPTOS.
      *
           SELECT CMPWORK ASSIGN TO CMPWORK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS CMP-CHAVE
                  FILE STATUS   IS FL-STA-CMPWORK.
      *
           SELECT CMPREL ASSIGN TO CMPREL.
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
           03 PERSEXT-CARGO                  PIC  X(006).
           03 FILLER                         PIC  X(013).
      *
       FD  CARGOS
           RECORD CONTAINS 080 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-CARGOS.
           03 CARGOS-CODIGO                  PIC  X(006).
           03 CARGOS-TITULO                  PIC  X(030).
           03 CARGOS-GRAU                    PIC  X(003).
           03 CARGOS-MINIMO                  PIC  9(004)V99.
           03 CARGOS-MEDIO                   PIC  9(004)V99.
           03 CARGOS-MAXIMO                  PIC  9(004)V99.
           03 FILLER                         PIC  X(023).
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
      *  TRABALHO: EMPREGADOS NA ORDEM DEPARTAMENTO + CARGO + MATRICULA *
      *----------------------------------------------------------------*
       FD  CMPWORK
           RECORD CONTAINS 050 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-CMPWORK.
           03 CMP-CHAVE.
              05 CMP-DEPT                    PIC  9(003).
              05 CMP-CARGO                   PIC  X(006).
              05 CMP-EMP-NO                  PIC  9(005).
           03 CMP-LAST-NAME                  PIC  X(008).
           03 CMP-SALARIO                    PIC S9(004)V99.
           03 FILLER                         PIC  X(022).
      *
       FD  CMPREL
           LABEL RECORD IS OMITTED.
      *
       01  REG-CMPREL                        PIC  X(132).
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
           03 PGMID                          PIC  X(010)    VALUE
              '#CARGOREL.'.
           03 FL-STA-PERSNL                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-PERSNL-OK                               VALUE '00'.
              88 FL-PERSNL-EOF                              VALUE '10'.
           03 FL-STA-PERSEXT                 PIC  X(002)    VALUE
              ZEROS.
              88 FL-PERSEXT-OK                              VALUE '00'.
           03 FL-STA-CARGOS                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-CARGOS-OK                               VALUE '00'.
           03 FL-STA-DEPTOS                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-DEPTOS-OK                               VALUE '00'.
           03 FL-STA-CMPWORK                 PIC  X(002)    VALUE
              ZEROS.
              88 FL-CMPWORK-OK                              VALUE '00'.
              88 FL-CMPWORK-EOF                             VALUE '10'.
           03 WS-RETURN-CODE                 PIC  9(003)    VALUE
              ZEROS.
           03 WS-DISPLAY                     PIC  -ZZZ.ZZZ.ZZ9.
           03 WS-LIDOS                COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-LISTADOS             COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-MARCADOS             COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-TEM-PERSEXT                 PIC  X(001)    VALUE 'N'.
              88 TEM-PERSEXT                                VALUE 'S'.
           03 WS-TEM-CARGOS                  PIC  X(001)    VALUE 'N'.
              88 TEM-CARGOS                                 VALUE 'S'.
           03 WS-TEM-DEPTOS                  PIC  X(001)    VALUE 'N'.
              88 TEM-DEPTOS                                 VALUE 'S'.
           03 WS-CARGO-ACHADO                PIC  X(001)    VALUE 'N'.
              88 CARGO-ACHADO                               VALUE 'S'.
           03 WS-PRIMEIRO                    PIC  X(001)    VALUE 'S'.
              88 PRIMEIRO                                   VALUE 'S'.
           03 WS-DEPT-ANT                    PIC  9(003)    VALUE
              ZEROS.
           03 WS-CARGO-ANT                   PIC  X(006)    VALUE
              SPACES.
           03 WS-DATA-HOJE                   PIC  9(008)    VALUE
              ZEROS.
           03 FILLER REDEFINES WS-DATA-HOJE.
              05 WS-HOJE-ANO                 PIC  9(004).
              05 WS-HOJE-MES                 PIC  9(002).
              05 WS-HOJE-DIA                 PIC  9(002).
           03 WS-COMPA                COMP-3 PIC S9(003)V9  VALUE
              ZEROS.
           03 WS-COMPA-MEDIO          COMP-3 PIC S9(003)V9  VALUE
              ZEROS.
           03 WS-NIV                  COMP-3 PIC  9(001)    VALUE
              ZEROS.
      *
      *----------------------------------------------------------------*
      *  ACUMULADORES: 1 = CARGO, 2 = DEPARTAMENTO, 3 = GERAL           *
      *----------------------------------------------------------------*
       01  WS-ACUMULADORES.
           03 WS-ACM OCCURS 3 TIMES.
              05 ACM-QTDE             COMP-3 PIC S9(007).
              05 ACM-COM-FAIXA        COMP-3 PIC S9(007).
              05 ACM-SOMA-COMPA       COMP-3 PIC S9(009)V9.
              05 ACM-ABAIXO           COMP-3 PIC S9(007).
              05 ACM-ACIMA            COMP-3 PIC S9(007).
              05 ACM-SEM-CARGO        COMP-3 PIC S9(007).
      *
      *----------------------------------------------------------------*
      *  LINHAS DA LISTAGEM                                             *
      *----------------------------------------------------------------*
       01  WS-CABECALHO.
           03 FILLER                         PIC  X(048)    VALUE
              'COMPA-RATIO POR DEPARTAMENTO E CARGO - EMITIDO '.
           03 CAB-DIA                        PIC  9(002).
           03 FILLER                         PIC  X(001)    VALUE '/'.
           03 CAB-MES                        PIC  9(002).
           03 FILLER                         PIC  X(001)    VALUE '/'.
           03 CAB-ANO                        PIC  9(004).
           03 FILLER                         PIC  X(074)    VALUE
              SPACES.
      *
       01  WS-TITULOS.
           03 FILLER                         PIC  X(044)    VALUE
              '      MATR. NOME      SALARIO SEM.  COMPA-RT'.
           03 FILLER                         PIC  X(088)    VALUE
              '  SITUACAO'.
      *
       01  WS-LINHA-DEPT.
           03 FILLER                         PIC  X(006)    VALUE
              'DEPTO '.
           03 LDP-DEPT                       PIC  9(003).
           03 FILLER                         PIC  X(001)    VALUE
              SPACE.
           03 LDP-DESCRICAO                  PIC  X(030).
           03 FILLER                         PIC  X(092)    VALUE
              SPACES.
      *
       01  WS-LINHA-CARGO.
           03 FILLER                         PIC  X(008)    VALUE
              '  CARGO '.
           03 LCG-CARGO                      PIC  X(006).
           03 FILLER                         PIC  X(001)    VALUE
              SPACE.
           03 LCG-TITULO                     PIC  X(030).
           03 FILLER                         PIC  X(006)    VALUE
              ' GRAU '.
           03 LCG-GRAU                       PIC  X(003).
           03 FILLER                         PIC  X(006)    VALUE
              '  MIN '.
           03 LCG-MINIMO                     PIC  Z.ZZ9,99.
           03 FILLER                         PIC  X(006)    VALUE
              '  MED '.
           03 LCG-MEDIO                      PIC  Z.ZZ9,99.
           03 FILLER                         PIC  X(006)    VALUE
              '  MAX '.
           03 LCG-MAXIMO                     PIC  Z.ZZ9,99.
           03 FILLER                         PIC  X(036)    VALUE
              SPACES.
      *
       01  WS-DETALHE.
           03 FILLER                         PIC  X(006)    VALUE
              SPACES.
           03 DET-EMP-NO                     PIC  9(005).
           03 FILLER                         PIC  X(001)    VALUE
              SPACE.
           03 DET-LAST-NAME                  PIC  X(008).
           03 FILLER                         PIC  X(004)    VALUE
              SPACES.
           03 DET-SALARIO                    PIC  Z.ZZ9,99-.
           03 FILLER                         PIC  X(005)    VALUE
              SPACES.
           03 DET-COMPA                      PIC  ZZ9,9
                                             BLANK WHEN ZERO.
           03 FILLER                         PIC  X(003)    VALUE
              SPACES.
           03 DET-SITUACAO                   PIC  X(030).
           03 FILLER                         PIC  X(056)    VALUE
              SPACES.
      *
       01  WS-LINHA-TOTAL.
           03 FILLER                         PIC  X(004)    VALUE
              SPACES.
           03 TOT-ROTULO                     PIC  X(016).
           03 TOT-QTDE                       PIC  ZZZ.ZZ9.
           03 FILLER                         PIC  X(026)    VALUE
              ' EMPREG.  COMPA-RT MEDIO '.
           03 TOT-COMPA                      PIC  ZZ9,9.
           03 FILLER                         PIC  X(010)    VALUE
              '  ABAIXO: '.
           03 TOT-ABAIXO                     PIC  ZZZ.ZZ9.
           03 FILLER                         PIC  X(009)    VALUE
              '  ACIMA: '.
           03 TOT-ACIMA                      PIC  ZZZ.ZZ9.
           03 FILLER                         PIC  X(013)    VALUE
              '  SEM CARGO: '.
           03 TOT-SEM-CARGO                  PIC  ZZZ.ZZ9.
           03 FILLER                         PIC  X(021)    VALUE
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
      *  ABRE OS ARQUIVOS; CADASTROS AUXILIARES SAO OPCIONAIS           *
      *----------------------------------------------------------------*
       RT-INICIAR                                  SECTION.
      *
           DISPLAY PGMID '001I ' FUNCTION WHEN-COMPILED
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           INITIALIZE WS-ACUMULADORES
      *
           OPEN INPUT PERSNL
           IF  NOT FL-PERSNL-OK
               DISPLAY PGMID '002I- PERSNL COM ERRO ' FL-STA-PERSNL
               MOVE 8 TO WS-RETURN-CODE
               EXIT SECTION
           END-IF
      *
           OPEN INPUT PERSEXT
           IF  FL-PERSEXT-OK
               SET TEM-PERSEXT TO TRUE
           ELSE
               DISPLAY PGMID '003I- PERSEXT AUSENTE OU COM ERRO '
                       FL-STA-PERSEXT ' - TODOS SEM CARGO'
           END-IF
      *
           OPEN INPUT CARGOS
           IF  FL-CARGOS-OK
               SET TEM-CARGOS TO TRUE
           ELSE
               DISPLAY PGMID '003I- CARGOS AUSENTE OU COM ERRO '
                       FL-STA-CARGOS ' - FAIXAS NAO CONFERIDAS'
           END-IF
      *
           OPEN INPUT DEPTOS
           IF  FL-DEPTOS-OK
               SET TEM-DEPTOS TO TRUE
           END-IF
      *
           OPEN OUTPUT CMPWORK
           CLOSE CMPWORK
           OPEN I-O CMPWORK
           IF  NOT FL-CMPWORK-OK
               DISPLAY PGMID '004I- CMPWORK COM ERRO ' FL-STA-CMPWORK
               CLOSE PERSNL
               MOVE 8 TO WS-RETURN-CODE
               EXIT SECTION
           END-IF
      *
           OPEN OUTPUT CMPREL
           MOVE WS-HOJE-DIA TO CAB-DIA
           MOVE WS-HOJE-MES TO CAB-MES
           MOVE WS-HOJE-ANO TO CAB-ANO
           WRITE REG-CMPREL FROM WS-CABECALHO
           MOVE SPACES TO REG-CMPREL
           WRITE REG-CMPREL
           WRITE REG-CMPREL FROM WS-TITULOS.
      *
       RT-INICIARX.                                EXIT.
      *----------------------------------------------------------------*
      *  PRIMEIRA PASSADA: CADA EMPREGADO NO CMPWORK COM O SEU CARGO    *
      *----------------------------------------------------------------*
       RT-CARREGAR                                 SECTION.
      *
           PERFORM UNTIL FL-PERSNL-EOF
               READ PERSNL
                 AT END
                    SET FL-PERSNL-EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-LIDOS
                    PERFORM RT-GRAVAR-CMPWORK
               END-READ
           END-PERFORM
           CLOSE PERSNL
           IF  TEM-PERSEXT
               CLOSE PERSEXT
           END-IF.
      *
       RT-CARREGARX.                               EXIT.
      *----------------------------------------------------------------*
       RT-GRAVAR-CMPWORK                           SECTION.
      *
           MOVE SPACES         TO REG-CMPWORK
           MOVE DEPT           TO CMP-DEPT
           MOVE PERSNL-EMP-NO  TO CMP-EMP-NO
           MOVE LAST-NAME      TO CMP-LAST-NAME
           MOVE PAY-GROSS      TO CMP-SALARIO
           IF  TEM-PERSEXT
               MOVE PERSNL-EMP-NO TO PERSEXT-EMP-NO
               READ PERSEXT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PERSEXT-CARGO TO CMP-CARGO
               END-READ
           END-IF
           WRITE REG-CMPWORK
               INVALID KEY
                   DISPLAY PGMID '004I- ERRO ' FL-STA-CMPWORK
                           ' NO CMPWORK - MATRICULA ' PERSNL-EMP-NO
           END-WRITE.
      *
       RT-GRAVAR-CMPWORKX.                         EXIT.
      *----------------------------------------------------------------*
      *  SEGUNDA PASSADA: LISTAGEM COM QUEBRA POR DEPARTAMENTO E CARGO  *
      *----------------------------------------------------------------*
       RT-LISTAR                                   SECTION.
      *
           MOVE LOW-VALUES TO CMP-CHAVE
           START CMPWORK KEY NOT LESS CMP-CHAVE
           IF  NOT FL-CMPWORK-OK
               DISPLAY PGMID '005I- NENHUM EMPREGADO A LISTAR'
               SET FL-CMPWORK-EOF TO TRUE
           END-IF
      *
           PERFORM UNTIL FL-CMPWORK-EOF
               READ CMPWORK NEXT RECORD
                 AT END
                    SET FL-CMPWORK-EOF TO TRUE
                 NOT AT END
                    PERFORM RT-LISTAR-EMPREGADO
               END-READ
           END-PERFORM
      *
           IF  NOT PRIMEIRO
               MOVE 1 TO WS-NIV
               MOVE 'TOTAL DO CARGO' TO TOT-ROTULO
               PERFORM RT-IMPRIMIR-TOTAL
               MOVE 2 TO WS-NIV
               MOVE 'TOTAL DO DEPTO' TO TOT-ROTULO
               PERFORM RT-IMPRIMIR-TOTAL
           END-IF
           MOVE 3 TO WS-NIV
           MOVE 'TOTAL GERAL' TO TOT-ROTULO
           MOVE SPACES TO REG-CMPREL
           WRITE REG-CMPREL
           PERFORM RT-IMPRIMIR-TOTAL
      *
           CLOSE CMPWORK CMPREL
           IF  TEM-CARGOS
               CLOSE CARGOS
           END-IF
           IF  TEM-DEPTOS
               CLOSE DEPTOS
           END-IF
      *
           PERFORM RT-DESPACHAR-SPOOL.
      *
       RT-LISTARX.                                 EXIT.
      *----------------------------------------------------------------*
      *  QUEBRAS DE DEPARTAMENTO E CARGO E A LINHA DO EMPREGADO         *
      *----------------------------------------------------------------*
       RT-LISTAR-EMPREGADO                         SECTION.
      *
           IF  PRIMEIRO
               MOVE 'N' TO WS-PRIMEIRO
               PERFORM RT-ABRIR-DEPT
               PERFORM RT-ABRIR-CARGO
           ELSE
               IF  CMP-DEPT NOT EQUAL WS-DEPT-ANT
                   MOVE 1 TO WS-NIV
                   MOVE 'TOTAL DO CARGO' TO TOT-ROTULO
                   PERFORM RT-IMPRIMIR-TOTAL
                   MOVE 2 TO WS-NIV
                   MOVE 'TOTAL DO DEPTO' TO TOT-ROTULO
                   PERFORM RT-IMPRIMIR-TOTAL
                   PERFORM RT-ABRIR-DEPT
                   PERFORM RT-ABRIR-CARGO
               ELSE
                   IF  CMP-CARGO NOT EQUAL WS-CARGO-ANT
                       MOVE 1 TO WS-NIV
                       MOVE 'TOTAL DO CARGO' TO TOT-ROTULO
                       PERFORM RT-IMPRIMIR-TOTAL
                       PERFORM RT-ABRIR-CARGO
                   END-IF
               END-IF
           END-IF
      *
           MOVE CMP-EMP-NO    TO DET-EMP-NO
           MOVE CMP-LAST-NAME TO DET-LAST-NAME
           MOVE CMP-SALARIO   TO DET-SALARIO
           MOVE ZEROS         TO WS-COMPA
           MOVE SPACES        TO DET-SITUACAO
           EVALUATE TRUE
               WHEN CMP-CARGO EQUAL SPACES
                    MOVE 'SEM CARGO' TO DET-SITUACAO
                    PERFORM RT-SOMAR-SEM-CARGO
               WHEN NOT CARGO-ACHADO
                    MOVE 'CARGO NAO CADASTRADO' TO DET-SITUACAO
                    PERFORM RT-SOMAR-SEM-CARGO
               WHEN OTHER
                    PERFORM RT-CONFERIR-FAIXA
           END-EVALUATE
           MOVE WS-COMPA TO DET-COMPA
           WRITE REG-CMPREL FROM WS-DETALHE
      *
           PERFORM VARYING WS-NIV FROM 1 BY 1 UNTIL WS-NIV GREATER 3
               ADD 1 TO ACM-QTDE(WS-NIV)
           END-PERFORM
           ADD 1 TO WS-LISTADOS.
      *
       RT-LISTAR-EMPREGADOX.                       EXIT.
      *----------------------------------------------------------------*
      *  COMPA-RATIO E POSICAO NA FAIXA DO CARGO                        *
      *----------------------------------------------------------------*
       RT-CONFERIR-FAIXA                           SECTION.
      *
           IF  CARGOS-MEDIO GREATER ZEROS
               COMPUTE WS-COMPA ROUNDED =
                       CMP-SALARIO * 100 / CARGOS-MEDIO
                 ON SIZE ERROR
                    MOVE 999,9 TO WS-COMPA
               END-COMPUTE
           END-IF
           PERFORM VARYING WS-NIV FROM 1 BY 1 UNTIL WS-NIV GREATER 3
               ADD 1        TO ACM-COM-FAIXA(WS-NIV)
               ADD WS-COMPA TO ACM-SOMA-COMPA(WS-NIV)
           END-PERFORM
      *
           EVALUATE TRUE
               WHEN CMP-SALARIO LESS CARGOS-MINIMO
                    MOVE '*** ABAIXO DO MINIMO ***' TO DET-SITUACAO
                    ADD 1 TO WS-MARCADOS
                    PERFORM VARYING WS-NIV FROM 1 BY 1
                              UNTIL WS-NIV GREATER 3
                        ADD 1 TO ACM-ABAIXO(WS-NIV)
                    END-PERFORM
               WHEN CMP-SALARIO GREATER CARGOS-MAXIMO
                    MOVE '*** ACIMA DO MAXIMO ***' TO DET-SITUACAO
                    ADD 1 TO WS-MARCADOS
                    PERFORM VARYING WS-NIV FROM 1 BY 1
                              UNTIL WS-NIV GREATER 3
                        ADD 1 TO ACM-ACIMA(WS-NIV)
                    END-PERFORM
               WHEN OTHER
                    MOVE 'DENTRO DA FAIXA' TO DET-SITUACAO
           END-EVALUATE.
      *
       RT-CONFERIR-FAIXAX.                         EXIT.
      *----------------------------------------------------------------*
       RT-SOMAR-SEM-CARGO                          SECTION.
      *
           ADD 1 TO WS-MARCADOS
           PERFORM VARYING WS-NIV FROM 1 BY 1 UNTIL WS-NIV GREATER 3
               ADD 1 TO ACM-SEM-CARGO(WS-NIV)
           END-PERFORM.
      *
       RT-SOMAR-SEM-CARGOX.                        EXIT.
      *----------------------------------------------------------------*
      *  CABECALHO DO DEPARTAMENTO COM A DESCRICAO DO DEPTOS            *
      *----------------------------------------------------------------*
       RT-ABRIR-DEPT                               SECTION.
      *
           MOVE CMP-DEPT TO WS-DEPT-ANT LDP-DEPT
           MOVE SPACES   TO LDP-DESCRICAO
           IF  TEM-DEPTOS
               MOVE CMP-DEPT TO DEPTOS-DEPT
               READ DEPTOS
                   INVALID KEY
                       MOVE 'NAO CADASTRADO NO DEPTOS' TO LDP-DESCRICAO
                   NOT INVALID KEY
                       MOVE DEPTOS-DESCRICAO TO LDP-DESCRICAO
               END-READ
           END-IF
           MOVE SPACES TO REG-CMPREL
           WRITE REG-CMPREL
           WRITE REG-CMPREL FROM WS-LINHA-DEPT
           INITIALIZE WS-ACM(2).
      *
       RT-ABRIR-DEPTX.                             EXIT.
      *----------------------------------------------------------------*
      *  CABECALHO DO CARGO COM A FAIXA DA TABELA CARGOS                *
      *----------------------------------------------------------------*
       RT-ABRIR-CARGO                              SECTION.
      *
           MOVE CMP-CARGO TO WS-CARGO-ANT LCG-CARGO
           MOVE 'N'       TO WS-CARGO-ACHADO
           MOVE SPACES    TO LCG-TITULO LCG-GRAU
           MOVE ZEROS     TO LCG-MINIMO LCG-MEDIO LCG-MAXIMO
           EVALUATE TRUE
               WHEN CMP-CARGO EQUAL SPACES
                    MOVE 'SEM CARGO ATRIBUIDO' TO LCG-TITULO
               WHEN NOT TEM-CARGOS
                    MOVE 'TABELA CARGOS INDISPONIVEL' TO LCG-TITULO
               WHEN OTHER
                    MOVE CMP-CARGO TO CARGOS-CODIGO
                    READ CARGOS
                        INVALID KEY
                            MOVE 'NAO CADASTRADO NO CARGOS'
                              TO LCG-TITULO
                        NOT INVALID KEY
                            SET CARGO-ACHADO TO TRUE
                            MOVE CARGOS-TITULO TO LCG-TITULO
                            MOVE CARGOS-GRAU   TO LCG-GRAU
                            MOVE CARGOS-MINIMO TO LCG-MINIMO
                            MOVE CARGOS-MEDIO  TO LCG-MEDIO
                            MOVE CARGOS-MAXIMO TO LCG-MAXIMO
                    END-READ
           END-EVALUATE
           WRITE REG-CMPREL FROM WS-LINHA-CARGO
           INITIALIZE WS-ACM(1).
      *
       RT-ABRIR-CARGOX.                            EXIT.
      *----------------------------------------------------------------*
      *  LINHA DE TOTAL DO NIVEL WS-NIV (ROTULO JA EM TOT-ROTULO)       *
      *----------------------------------------------------------------*
       RT-IMPRIMIR-TOTAL                           SECTION.
      *
           MOVE ZEROS TO WS-COMPA-MEDIO
           IF  ACM-COM-FAIXA(WS-NIV) GREATER ZEROS
               COMPUTE WS-COMPA-MEDIO ROUNDED =
                       ACM-SOMA-COMPA(WS-NIV) / ACM-COM-FAIXA(WS-NIV)
           END-IF
           MOVE ACM-QTDE(WS-NIV)      TO TOT-QTDE
           MOVE WS-COMPA-MEDIO        TO TOT-COMPA
           MOVE ACM-ABAIXO(WS-NIV)    TO TOT-ABAIXO
           MOVE ACM-ACIMA(WS-NIV)     TO TOT-ACIMA
           MOVE ACM-SEM-CARGO(WS-NIV) TO TOT-SEM-CARGO
           WRITE REG-CMPREL FROM WS-LINHA-TOTAL.
      *
       RT-IMPRIMIR-TOTALX.                         EXIT.
      *----------------------------------------------------------------*
       RT-DESPACHAR-SPOOL                          SECTION.
      *
           MOVE 'CMPREL'   TO CWSPLF-FILE
           MOVE 'CMPREL'   TO CWSPLF-REPORT
           MOVE SPACES     TO CWSPLF-TITLE
           STRING 'COMPA-RATIO POR DEPARTAMENTO E CARGO - '
                  WS-DATA-HOJE
                  DELIMITED BY SIZE INTO CWSPLF-TITLE
           CALL SB-CWSPLF USING PARAMETROS-CWSPLF
             ON EXCEPTION
                DISPLAY PGMID '006I- CWSPLF INDISPONIVEL - LISTAGEM'
                        ' FICOU EM CMPREL'
           END-CALL.
      *
       RT-DESPACHAR-SPOOLX.                        EXIT.
      *----------------------------------------------------------------*
       RT-FINALIZAR                                SECTION.
      *
           IF  WS-MARCADOS GREATER ZEROS
           AND WS-RETURN-CODE EQUAL ZEROS
               MOVE 4 TO WS-RETURN-CODE
           END-IF
           DISPLAY PGMID '999I' TRACOS
           MOVE    WS-LIDOS           TO WS-DISPLAY
           DISPLAY PGMID '007I- EMPREGADOS LIDOS.......:' WS-DISPLAY
           MOVE    WS-LISTADOS        TO WS-DISPLAY
           DISPLAY PGMID '008I- EMPREGADOS LISTADOS....:' WS-DISPLAY
           MOVE    WS-MARCADOS        TO WS-DISPLAY
           DISPLAY PGMID '009I- FORA DA FAIXA/SEM CARGO:' WS-DISPLAY
           DISPLAY PGMID '999I' TRACOS.
      *
       RT-FINALIZARX.                              EXIT.
      ******************************************************************
      *                      FIM  DO  PROGRAMA                         *
      ******************************************************************
