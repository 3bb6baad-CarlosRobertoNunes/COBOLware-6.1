      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MERITO.
       AUTHOR.        Traduzido de Easytrieve (macro esy.kex v.0.10).
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      * Proposta de aumento por merito: para cada     *
                      * matricula do PERSNL pega a nota do ciclo no   *
                      * AVALIA (AVALMNT) e cruza com a matriz de      *
                      * merito do cartao MERITCRD, que da o           *
                      * percentual por nota e posicao na faixa        *
                      * salarial:                                     *
                      *                                               *
                      * C = compa-ratio do cargo (CARGOFX), usado     *
                      *     quando o empregado tem cargo na tabela;   *
                      * B = banda do BANDDIST (PAY-GROSS / 500, ate   *
                      *     9), para quem nao tem cargo ou quando o   *
                      *     cartao nao traz linhas C.                 *
                      *                                               *
                      * Sai a proposta MERITPRP no layout da RATETAB  *
                      * para revisao do RH e carga pelo CARTA, e a    *
                      * listagem MERITREL (spool, CWSPLF) com o       *
                      * detalhe e o custo proposto por departamento   *
                      * (semanal e anualizado), antes de qualquer     *
                      * aprovacao. Nada e aplicado ao cadastro.       *
                      *                                               *
                      * Ambiente: MERITO-CICLO (AAAA, padrao o ano    *
                      * corrente) e MERITO-VIGENCIA (AAAAMMDD da      *
                      * RATETAB, padrao zeros como no SAMPLE1).       *
                      *                                               *
                      * RC 4 = matricula sem nota ou sem celula na    *
                      * matriz; RC 8 = PERSNL, AVALIA ou MERITCRD     *
                      * indisponivel ou matriz vazia.                 *
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
           SELECT AVALIA ASSIGN TO AVALIA
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS AVALIA-CHAVE
                  FILE STATUS   IS FL-STA-AVALIA.
      *
           SELECT OPTIONAL DEPTOS ASSIGN TO DEPTOS
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS DEPTOS-DEPT
                  FILE STATUS   IS FL-STA-DEPTOS.
      *
           SELECT MERITCRD ASSIGN TO MERITCRD
                  ORGANIZATION  IS SEQUENTIAL
                  FILE STATUS   IS FL-STA-MERITCRD.
      *
           SELECT MERITPRP ASSIGN TO MERITPRP
                  ORGANIZATION  IS SEQUENTIAL.
      *
           SELECT MERITREL ASSIGN TO MERITREL.
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
      *  AVALIACAO DE DESEMPENHO POR MATRICULA E CICLO (AVALMNT)        *
      *----------------------------------------------------------------*
       FD  AVALIA
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-AVALIA.
           03 AVALIA-CHAVE.
              05 AVALIA-EMP-NO               PIC  9(005).
              05 AVALIA-CICLO                PIC  9(004).
           03 AVALIA-DEPT                    PIC  9(003).
           03 AVALIA-NOTA                    PIC  9(001).
              88 AVALIA-NOTA-VALIDA                     VALUE 1 THRU 5.
           03 AVALIA-COMENTARIO              PIC  X(030).
           03 AVALIA-AVALIADOR               PIC  X(030).
           03 AVALIA-DATA-ALT                PIC  9(008).
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
      *  MATRIZ DE MERITO, UMA CELULA POR CARTAO ('*' = COMENTARIO):    *
      *  TIPO C = NOTA X FAIXA DE COMPA-RATIO (DE/ATE 999V9);           *
      *  TIPO B = NOTA X FAIXA DE BANDAS (DE/ATE DE 0 A 9)              *
      *----------------------------------------------------------------*
       FD  MERITCRD
           LABEL RECORD IS OMITTED.
      *
       01  REG-MERITCRD.
           03 MAT-TIPO                       PIC  X(001).
              88 MAT-COMPA                              VALUE 'C'.
              88 MAT-BANDA                              VALUE 'B'.
           03 MAT-NOTA                       PIC  9(001).
           03 MAT-FAIXA.
              05 MAT-COMPA-DE                PIC  9(003)V9.
              05 MAT-COMPA-ATE               PIC  9(003)V9.
           03 MAT-FAIXA-BANDA REDEFINES MAT-FAIXA.
              05 MAT-BANDA-DE                PIC  9(001).
              05 MAT-BANDA-ATE               PIC  9(001).
              05 FILLER                      PIC  X(006).
           03 MAT-PERCENT                    PIC  9(002).
           03 FILLER                         PIC  X(068).
      *
      *----------------------------------------------------------------*
      *  PROPOSTA PARA REVISAO DO RH E CARGA PELO CARTA - MESMO LAYOUT  *
      *  DO REGISTRO RATETAB (COMO A RATEPROP DO SAMPLE1)               *
      *----------------------------------------------------------------*
       FD  MERITPRP
           RECORDING MODE IS FIXED
           RECORD CONTAINS 017 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-MERITPRP.
           03 MERITPRP-COMPANY               PIC  9(002).
           03 MERITPRP-EMP                   PIC  9(005).
           03 MERITPRP-RAISE-PERCENT         PIC  9(002).
           03 MERITPRP-EFFECTIVE-DATE        PIC  9(008).
      *
       FD  MERITREL
           LABEL RECORD IS OMITTED.
      *
       01  REG-MERITREL                      PIC  X(132).
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
       77  SB-CARGOFX                    PIC  X(08)  VALUE 'CARGOFX'.
      *
      *----------------------------------------------------------------*
      *        AREA DE VARIAVEIS AUXILIARES                            *
      *----------------------------------------------------------------*
      *
       01  WS-VARIAVEIS.
           03 TRACOS                         PIC  X(060)    VALUE
              ALL '-'.
           03 PGMID                          PIC  X(008)    VALUE
              '#MERITO.'.
           03 FL-STA-PERSNL                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-PERSNL-OK                               VALUE '00'.
              88 FL-PERSNL-EOF                              VALUE '10'.
           03 FL-STA-AVALIA                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-AVALIA-OK                               VALUE '00'.
           03 FL-STA-DEPTOS                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-DEPTOS-OK                               VALUE '00'.
           03 FL-STA-MERITCRD                PIC  X(002)    VALUE
              ZEROS.
              88 FL-MERITCRD-OK                             VALUE '00'.
              88 FL-MERITCRD-EOF                            VALUE '10'.
           03 WS-RETURN-CODE                 PIC  9(003)    VALUE
              ZEROS.
           03 WS-DISPLAY                     PIC  -ZZZ.ZZZ.ZZ9.
           03 WS-DISPLAY-VALOR               PIC  -ZZ.ZZZ.ZZZ.ZZ9,99.
           03 WS-LIDOS                COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-AVALIADOS            COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-SEM-NOTA             COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-SEM-CELULA           COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-PROPOSTAS            COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-POR-COMPA            COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-POR-BANDA            COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-TEM-DEPTOS                  PIC  X(001)    VALUE 'N'.
              88 TEM-DEPTOS                                 VALUE 'S'.
           03 WS-TEM-LINHA-C                 PIC  X(001)    VALUE 'N'.
              88 TEM-LINHA-C                                VALUE 'S'.
           03 WS-ACHADO                      PIC  X(001)    VALUE 'N'.
              88 ACHADO                                     VALUE 'S'.
           03 WS-CICLO                       PIC  9(004)    VALUE
              ZEROS.
           03 WS-VIGENCIA                    PIC  9(008)    VALUE
              ZEROS.
           03 WS-ENV                         PIC  X(010)    VALUE
              SPACES.
           03 WS-DATA-HOJE                   PIC  9(008)    VALUE
              ZEROS.
           03 WS-COMPANY                     PIC  9(002)    VALUE
              ZEROS.
           03 WS-BANDA                       PIC  9(001)    VALUE
              ZEROS.
           03 WS-COMPA                       PIC  9(003)V9  VALUE
              ZEROS.
           03 WS-EIXO                        PIC  X(001)    VALUE
              SPACE.
           03 WS-PERCENT                     PIC  9(002)    VALUE
              ZEROS.
           03 WS-AUMENTO              COMP-3 PIC S9(007)V99 VALUE
              ZEROS.
           03 WS-ANUAL                COMP-3 PIC S9(011)V99 VALUE
              ZEROS.
           03 WS-PCT-MEDIO                   PIC  9(003)V99 VALUE
              ZEROS.
      *
      *----------------------------------------------------------------*
      *  MATRIZ DE MERITO CARREGADA DO MERITCRD                         *
      *----------------------------------------------------------------*
       01  WS-MATRIZ.
           03 WS-MAT-QTDE             COMP-3 PIC  9(003)    VALUE ZEROS.
           03 WS-MAT-TAB OCCURS 100 TIMES INDEXED BY INDMAT.
              05 WS-MAT-TIPO                 PIC  X(001).
              05 WS-MAT-NOTA                 PIC  9(001).
              05 WS-MAT-DE                   PIC  9(003)V9.
              05 WS-MAT-ATE                  PIC  9(003)V9.
              05 WS-MAT-PERCENT              PIC  9(002).
      *
      *----------------------------------------------------------------*
      *  CUSTO PROPOSTO POR DEPARTAMENTO                                *
      *----------------------------------------------------------------*
       01  WS-DEPARTAMENTOS.
           03 WS-DEP-QTDE             COMP-3 PIC  9(003)    VALUE ZEROS.
           03 WS-DEP-POS              COMP-3 PIC  9(003)    VALUE ZEROS.
           03 WS-DEP-TAB OCCURS 200 TIMES INDEXED BY INDDEP.
              05 WS-DEP-DEPT                 PIC  9(003).
              05 WS-DEP-EMPREGADOS    COMP-3 PIC S9(005).
              05 WS-DEP-PROPOSTAS     COMP-3 PIC S9(005).
              05 WS-DEP-FOLHA         COMP-3 PIC S9(009)V99.
              05 WS-DEP-AUMENTO       COMP-3 PIC S9(009)V99.
       01  WS-TOTAIS.
           03 WS-TOT-EMPREGADOS       COMP-3 PIC S9(007)    VALUE ZEROS.
           03 WS-TOT-PROPOSTAS        COMP-3 PIC S9(007)    VALUE ZEROS.
           03 WS-TOT-FOLHA            COMP-3 PIC S9(011)V99 VALUE ZEROS.
           03 WS-TOT-AUMENTO          COMP-3 PIC S9(011)V99 VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *  LINHAS DA LISTAGEM                                             *
      *----------------------------------------------------------------*
       01  WS-CABECALHO.
           03 FILLER                         PIC  X(043)    VALUE
              'PROPOSTA DE AUMENTO POR MERITO - CICLO '.
           03 CAB-CICLO                      PIC  9(004).
           03 FILLER                         PIC  X(013)    VALUE
              '  VIGENCIA '.
           03 CAB-VIGENCIA                   PIC  9(008).
           03 FILLER                         PIC  X(064)    VALUE
              '  (SUJEITA A APROVACAO DO RH)'.
      *
       01  WS-TITULOS.
           03 FILLER                         PIC  X(040)    VALUE
              ' MATR. NOME     DEPT NOTA EIXO'.
           03 FILLER                         PIC  X(092)    VALUE
              'SALARIO SEM.  PCT   AUMENTO SEM.  OBSERVACAO'.
      *
       01  WS-DETALHE.
           03 FILLER                         PIC  X(001)    VALUE
              SPACE.
           03 DET-EMP-NO                     PIC  9(005).
           03 FILLER                         PIC  X(001)    VALUE
              SPACE.
           03 DET-LAST-NAME                  PIC  X(008).
           03 FILLER                         PIC  X(002)    VALUE
              SPACES.
           03 DET-DEPT                       PIC  9(003).
           03 FILLER                         PIC  X(003)    VALUE
              SPACES.
           03 DET-NOTA                       PIC  X(001).
           03 FILLER                         PIC  X(002)    VALUE
              SPACES.
           03 DET-EIXO                       PIC  X(013).
           03 DET-SALARIO                    PIC  ZZ.ZZZ.ZZ9,99.
           03 FILLER                         PIC  X(002)    VALUE
              SPACES.
           03 DET-PERCENT                    PIC  ZZ9.
           03 FILLER                         PIC  X(002)    VALUE
              SPACES.
           03 DET-AUMENTO                    PIC  ZZ.ZZZ.ZZ9,99.
           03 FILLER                         PIC  X(002)    VALUE
              SPACES.
           03 DET-OBSERVACAO                 PIC  X(030).
           03 FILLER                         PIC  X(028)    VALUE
              SPACES.
      *
       01  WS-EIXO-COMPA.
           03 FILLER                         PIC  X(006)    VALUE
              'COMPA '.
           03 EIX-COMPA                      PIC  ZZ9,9.
       01  WS-EIXO-BANDA.
           03 FILLER                         PIC  X(006)    VALUE
              'BANDA '.
           03 EIX-BANDA                      PIC  9(001).
      *
       01  WS-TITULO-RESUMO.
           03 FILLER                         PIC  X(060)    VALUE
              'CUSTO PROPOSTO POR DEPARTAMENTO'.
           03 FILLER                         PIC  X(072)    VALUE
              SPACES.
      *
       01  WS-TITULOS-RESUMO.
           03 FILLER                         PIC  X(050)    VALUE
              'DEPT DESCRICAO                      EMPREG PROPOS'.
           03 FILLER                         PIC  X(082)    VALUE
              ' FOLHA SEMANAL   AUMENTO SEM.    AUMENTO ANUAL   MEDIO'.
      *
       01  WS-LINHA-RESUMO.
           03 RES-DEPT                       PIC  X(003).
           03 FILLER                         PIC  X(002)    VALUE
              SPACES.
           03 RES-DESCRICAO                  PIC  X(030).
           03 FILLER                         PIC  X(001)    VALUE
              SPACE.
           03 RES-EMPREGADOS                 PIC  ZZZZZ9.
           03 FILLER                         PIC  X(001)    VALUE
              SPACE.
           03 RES-PROPOSTAS                  PIC  ZZZZZ9.
           03 FILLER                         PIC  X(001)    VALUE
              SPACE.
           03 RES-FOLHA                      PIC  ZZZ.ZZZ.ZZ9,99.
           03 FILLER                         PIC  X(003)    VALUE
              SPACES.
           03 RES-AUMENTO                    PIC  ZZZ.ZZZ.ZZ9,99.
           03 FILLER                         PIC  X(001)    VALUE
              SPACE.
           03 RES-ANUAL                      PIC  Z.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                         PIC  X(002)    VALUE
              SPACES.
           03 RES-MEDIO                      PIC  ZZ9,99.
           03 FILLER                         PIC  X(030)    VALUE
              SPACES.
      *
      *----------------------------------------------------------------*
      *  FAIXA DO CARGO E COMPA-RATIO DO EMPREGADO                      *
      *----------------------------------------------------------------*
       01  PARAMETROS-CARGOFX.
           03 CARGOFX-EMP-NO                 PIC  9(005)    VALUE
              ZEROS.
           03 CARGOFX-CARGO                  PIC  X(006)    VALUE
              SPACES.
           03 CARGOFX-SALARIO                PIC  9(004)V99 VALUE
              ZEROS.
           03 CARGOFX-RETORNO                PIC  X(002)    VALUE
              SPACES.
           03 CARGOFX-TITULO                 PIC  X(030)    VALUE
              SPACES.
           03 CARGOFX-MINIMO                 PIC  9(004)V99 VALUE
              ZEROS.
           03 CARGOFX-MEDIO                  PIC  9(004)V99 VALUE
              ZEROS.
           03 CARGOFX-MAXIMO                 PIC  9(004)V99 VALUE
              ZEROS.
           03 CARGOFX-COMPA                  PIC  9(003)V9  VALUE
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
               PERFORM RT-IMPRIMIR-RESUMO
               PERFORM RT-DESPACHAR-SPOOL
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
      *  LE O CICLO E A VIGENCIA DO AMBIENTE, CARREGA A MATRIZ E ABRE   *
      *  OS ARQUIVOS                                                    *
      *----------------------------------------------------------------*
       RT-INICIAR                                  SECTION.
      *
           DISPLAY PGMID '001I ' FUNCTION WHEN-COMPILED
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
      *
           COMPUTE WS-CICLO = WS-DATA-HOJE / 10000
           DISPLAY 'MERITO-CICLO'    UPON ENVIRONMENT-NAME
           MOVE SPACES TO WS-ENV
           ACCEPT   WS-ENV           FROM ENVIRONMENT-VALUE
           IF  WS-ENV(1:4) IS NUMERIC
               MOVE WS-ENV(1:4) TO WS-CICLO
           END-IF
           DISPLAY 'MERITO-VIGENCIA' UPON ENVIRONMENT-NAME
           MOVE SPACES TO WS-ENV
           ACCEPT   WS-ENV           FROM ENVIRONMENT-VALUE
           IF  WS-ENV(1:8) IS NUMERIC
               MOVE WS-ENV(1:8) TO WS-VIGENCIA
           END-IF
           DISPLAY PGMID '001I- CICLO ' WS-CICLO ' VIGENCIA '
                   WS-VIGENCIA
      *
           PERFORM RT-CARREGAR-MATRIZ
           IF  WS-RETURN-CODE NOT EQUAL ZEROS
               EXIT SECTION
           END-IF
      *
           OPEN INPUT PERSNL
           IF  NOT FL-PERSNL-OK
               DISPLAY PGMID '002I- PERSNL COM ERRO ' FL-STA-PERSNL
               MOVE 8 TO WS-RETURN-CODE
               EXIT SECTION
           END-IF
           OPEN INPUT AVALIA
           IF  NOT FL-AVALIA-OK
               DISPLAY PGMID '002I- AVALIA AUSENTE OU COM ERRO '
                       FL-STA-AVALIA
               CLOSE PERSNL
               MOVE 8 TO WS-RETURN-CODE
               EXIT SECTION
           END-IF
           OPEN INPUT DEPTOS
           IF  FL-DEPTOS-OK
               SET TEM-DEPTOS TO TRUE
           END-IF
      *
           OPEN OUTPUT MERITPRP MERITREL
           MOVE WS-CICLO    TO CAB-CICLO
           MOVE WS-VIGENCIA TO CAB-VIGENCIA
           WRITE REG-MERITREL FROM WS-CABECALHO
           MOVE SPACES TO REG-MERITREL
           WRITE REG-MERITREL
           WRITE REG-MERITREL FROM WS-TITULOS.
      *
       RT-INICIARX.                                EXIT.
      *----------------------------------------------------------------*
      *  CARREGA AS CELULAS VALIDAS DO MERITCRD; SEM NENHUMA NAO HA O   *
      *  QUE PROPOR (RC 8)                                              *
      *----------------------------------------------------------------*
       RT-CARREGAR-MATRIZ                          SECTION.
      *
           OPEN INPUT MERITCRD
           IF  NOT FL-MERITCRD-OK
               DISPLAY PGMID '003I- MERITCRD AUSENTE OU COM ERRO '
                       FL-STA-MERITCRD
               MOVE 8 TO WS-RETURN-CODE
               EXIT SECTION
           END-IF
      *
           PERFORM UNTIL FL-MERITCRD-EOF
               READ MERITCRD
                 AT END
                    SET FL-MERITCRD-EOF TO TRUE
                 NOT AT END
                    PERFORM RT-CARREGAR-CELULA
               END-READ
           END-PERFORM
           CLOSE MERITCRD
      *
           IF  WS-MAT-QTDE EQUAL ZEROS
               DISPLAY PGMID '003I- MERITCRD SEM CELULAS VALIDAS'
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               DISPLAY PGMID '003I- MATRIZ DE MERITO COM '
                       WS-MAT-QTDE ' CELULAS'
           END-IF.
      *
       RT-CARREGAR-MATRIZX.                        EXIT.
      *----------------------------------------------------------------*
       RT-CARREGAR-CELULA                          SECTION.
      *
           IF  MAT-TIPO EQUAL '*'
           OR  REG-MERITCRD EQUAL SPACES
               EXIT SECTION
           END-IF
           IF  NOT MAT-COMPA
           AND NOT MAT-BANDA
               DISPLAY PGMID '004I- CARTAO IGNORADO (TIPO): '
                       REG-MERITCRD(1:20)
               EXIT SECTION
           END-IF
           IF  MAT-NOTA IS NOT NUMERIC
           OR  MAT-NOTA LESS 1
           OR  MAT-NOTA GREATER 5
           OR  MAT-PERCENT IS NOT NUMERIC
               DISPLAY PGMID '004I- CARTAO IGNORADO (NOTA/PCT): '
                       REG-MERITCRD(1:20)
               EXIT SECTION
           END-IF
           IF  MAT-COMPA
               IF  MAT-FAIXA IS NOT NUMERIC
               OR  MAT-COMPA-DE GREATER MAT-COMPA-ATE
                   DISPLAY PGMID '004I- CARTAO IGNORADO (FAIXA): '
                           REG-MERITCRD(1:20)
                   EXIT SECTION
               END-IF
           ELSE
               IF  MAT-BANDA-DE  IS NOT NUMERIC
               OR  MAT-BANDA-ATE IS NOT NUMERIC
               OR  MAT-BANDA-DE GREATER MAT-BANDA-ATE
                   DISPLAY PGMID '004I- CARTAO IGNORADO (FAIXA): '
                           REG-MERITCRD(1:20)
                   EXIT SECTION
               END-IF
           END-IF
           IF  WS-MAT-QTDE NOT LESS 100
               DISPLAY PGMID '004I- MATRIZ CHEIA - CARTAO IGNORADO: '
                       REG-MERITCRD(1:20)
               EXIT SECTION
           END-IF
      *
           ADD  1 TO WS-MAT-QTDE
           SET  INDMAT TO WS-MAT-QTDE
           MOVE MAT-TIPO    TO WS-MAT-TIPO(INDMAT)
           MOVE MAT-NOTA    TO WS-MAT-NOTA(INDMAT)
           MOVE MAT-PERCENT TO WS-MAT-PERCENT(INDMAT)
           IF  MAT-COMPA
               SET  TEM-LINHA-C TO TRUE
               MOVE MAT-COMPA-DE  TO WS-MAT-DE(INDMAT)
               MOVE MAT-COMPA-ATE TO WS-MAT-ATE(INDMAT)
           ELSE
               MOVE MAT-BANDA-DE  TO WS-MAT-DE(INDMAT)
               MOVE MAT-BANDA-ATE TO WS-MAT-ATE(INDMAT)
           END-IF.
      *
       RT-CARREGAR-CELULAX.                        EXIT.
      *----------------------------------------------------------------*
      *  UMA PASSADA NO PERSNL: NOTA, POSICAO NA FAIXA, PERCENTUAL DA   *
      *  MATRIZ, PROPOSTA E LINHA DA LISTAGEM                           *
      *----------------------------------------------------------------*
       RT-PROCESSAR                                SECTION.
      *
           PERFORM UNTIL FL-PERSNL-EOF
               READ PERSNL
                 AT END
                    SET FL-PERSNL-EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-LIDOS
                    PERFORM RT-PROPOR-MATRICULA
               END-READ
           END-PERFORM
           CLOSE PERSNL AVALIA MERITPRP.
      *
       RT-PROCESSARX.                              EXIT.
      *----------------------------------------------------------------*
       RT-PROPOR-MATRICULA                         SECTION.
      *
      *    EMPRESA DO EMPREGADO (BRANCOS NO CADASTRO ANTIGO = 00)
           IF  PERSNL-COMPANY-X IS NUMERIC
               MOVE PERSNL-COMPANY-X TO WS-COMPANY
           ELSE
               MOVE ZEROS            TO WS-COMPANY
           END-IF
           PERFORM RT-ACHAR-DEPT
           ADD 1         TO WS-DEP-EMPREGADOS(INDDEP)
           ADD PAY-GROSS TO WS-DEP-FOLHA(INDDEP)
      *
           MOVE PERSNL-EMP-NO TO DET-EMP-NO
           MOVE LAST-NAME     TO DET-LAST-NAME
           MOVE DEPT          TO DET-DEPT
           MOVE PAY-GROSS     TO DET-SALARIO
           MOVE SPACES        TO DET-NOTA DET-EIXO DET-OBSERVACAO
           MOVE ZEROS         TO DET-PERCENT DET-AUMENTO
      *
           MOVE PERSNL-EMP-NO TO AVALIA-EMP-NO
           MOVE WS-CICLO      TO AVALIA-CICLO
           READ AVALIA
               INVALID KEY
                   MOVE ZEROS TO AVALIA-NOTA
           END-READ
           IF  NOT AVALIA-NOTA-VALIDA
               MOVE '*** SEM AVALIACAO NO CICLO' TO DET-OBSERVACAO
               ADD 1 TO WS-SEM-NOTA
               WRITE REG-MERITREL FROM WS-DETALHE
               EXIT SECTION
           END-IF
           ADD  1           TO WS-AVALIADOS
           MOVE AVALIA-NOTA TO DET-NOTA
      *
           PERFORM RT-POSICAO-NA-FAIXA
           PERFORM RT-BUSCAR-CELULA
           IF  NOT ACHADO
               MOVE '*** SEM CELULA NA MATRIZ' TO DET-OBSERVACAO
               ADD 1 TO WS-SEM-CELULA
               WRITE REG-MERITREL FROM WS-DETALHE
               EXIT SECTION
           END-IF
      *
           COMPUTE WS-AUMENTO ROUNDED = PAY-GROSS * WS-PERCENT / 100
           MOVE WS-PERCENT TO DET-PERCENT
           MOVE WS-AUMENTO TO DET-AUMENTO
           IF  WS-PERCENT EQUAL ZEROS
               MOVE 'SEM AUMENTO PELA MATRIZ' TO DET-OBSERVACAO
               WRITE REG-MERITREL FROM WS-DETALHE
               EXIT SECTION
           END-IF
           IF  WS-EIXO EQUAL 'C'
               ADD 1 TO WS-POR-COMPA
           ELSE
               ADD 1 TO WS-POR-BANDA
           END-IF
      *
           MOVE WS-COMPANY    TO MERITPRP-COMPANY
           MOVE PERSNL-EMP-NO TO MERITPRP-EMP
           MOVE WS-PERCENT    TO MERITPRP-RAISE-PERCENT
           MOVE WS-VIGENCIA   TO MERITPRP-EFFECTIVE-DATE
           WRITE REG-MERITPRP
           ADD  1             TO WS-PROPOSTAS
           ADD  1             TO WS-DEP-PROPOSTAS(INDDEP)
           ADD  WS-AUMENTO    TO WS-DEP-AUMENTO(INDDEP)
           WRITE REG-MERITREL FROM WS-DETALHE.
      *
       RT-PROPOR-MATRICULAX.                       EXIT.
      *----------------------------------------------------------------*
      *  BANDA DO BANDDIST E, QUANDO HA CARGO NA TABELA, COMPA-RATIO    *
      *----------------------------------------------------------------*
       RT-POSICAO-NA-FAIXA                         SECTION.
      *
           COMPUTE WS-BANDA = PAY-GROSS / 500
               ON SIZE ERROR
                    MOVE 9 TO WS-BANDA
           END-COMPUTE
           MOVE ZEROS TO WS-COMPA
           IF  NOT TEM-LINHA-C
               EXIT SECTION
           END-IF
      *
           MOVE PERSNL-EMP-NO TO CARGOFX-EMP-NO
           MOVE SPACES        TO CARGOFX-CARGO
           MOVE PAY-GROSS     TO CARGOFX-SALARIO
           CALL SB-CARGOFX USING PARAMETROS-CARGOFX
             ON EXCEPTION
                MOVE '04' TO CARGOFX-RETORNO
           END-CALL
           IF  CARGOFX-RETORNO EQUAL '00' OR '01' OR '02'
               MOVE CARGOFX-COMPA TO WS-COMPA
           END-IF.
      *
       RT-POSICAO-NA-FAIXAX.                       EXIT.
      *----------------------------------------------------------------*
      *  CELULA DA MATRIZ: POR COMPA-RATIO QUANDO O EMPREGADO TEM       *
      *  CARGO, SENAO POR BANDA (ACHADO = S/N)                          *
      *----------------------------------------------------------------*
       RT-BUSCAR-CELULA                            SECTION.
      *
           MOVE 'N' TO WS-ACHADO
           IF  WS-COMPA GREATER ZEROS
               MOVE WS-COMPA TO EIX-COMPA
               MOVE WS-EIXO-COMPA TO DET-EIXO
               PERFORM VARYING INDMAT FROM 1 BY 1
                         UNTIL INDMAT GREATER WS-MAT-QTDE
                   IF  WS-MAT-TIPO(INDMAT) EQUAL 'C'
                   AND WS-MAT-NOTA(INDMAT) EQUAL AVALIA-NOTA
                   AND WS-COMPA NOT LESS    WS-MAT-DE(INDMAT)
                   AND WS-COMPA NOT GREATER WS-MAT-ATE(INDMAT)
                       MOVE 'C' TO WS-EIXO
                       MOVE WS-MAT-PERCENT(INDMAT) TO WS-PERCENT
                       SET  ACHADO TO TRUE
                       EXIT SECTION
                   END-IF
               END-PERFORM
           END-IF
      *
           MOVE WS-BANDA TO EIX-BANDA
           MOVE WS-EIXO-BANDA TO DET-EIXO
           PERFORM VARYING INDMAT FROM 1 BY 1
                     UNTIL INDMAT GREATER WS-MAT-QTDE
               IF  WS-MAT-TIPO(INDMAT) EQUAL 'B'
               AND WS-MAT-NOTA(INDMAT) EQUAL AVALIA-NOTA
               AND WS-BANDA NOT LESS    WS-MAT-DE(INDMAT)
               AND WS-BANDA NOT GREATER WS-MAT-ATE(INDMAT)
                   MOVE 'B' TO WS-EIXO
                   MOVE WS-MAT-PERCENT(INDMAT) TO WS-PERCENT
                   SET  ACHADO TO TRUE
                   EXIT SECTION
               END-IF
           END-PERFORM.
      *
       RT-BUSCAR-CELULAX.                          EXIT.
      *----------------------------------------------------------------*
      *  POSICIONA INDDEP NO DEPARTAMENTO DA MATRICULA; O NOVO ENTRA NA *
      *  ORDEM DE DEPARTAMENTO (ACIMA DE 200 O ULTIMO ACUMULA O RESTO)  *
      *----------------------------------------------------------------*
       RT-ACHAR-DEPT                               SECTION.
      *
           PERFORM VARYING INDDEP FROM 1 BY 1
                     UNTIL INDDEP GREATER WS-DEP-QTDE
               IF  WS-DEP-DEPT(INDDEP) EQUAL DEPT
                   EXIT SECTION
               END-IF
               IF  WS-DEP-DEPT(INDDEP) GREATER DEPT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF  WS-DEP-QTDE NOT LESS 200
               SET INDDEP TO 200
               EXIT SECTION
           END-IF
           SET  WS-DEP-POS TO INDDEP
           ADD  1 TO WS-DEP-QTDE
           PERFORM VARYING INDDEP FROM WS-DEP-QTDE BY -1
                     UNTIL INDDEP NOT GREATER WS-DEP-POS
               MOVE WS-DEP-TAB(INDDEP - 1) TO WS-DEP-TAB(INDDEP)
           END-PERFORM
           SET  INDDEP TO WS-DEP-POS
           MOVE DEPT  TO WS-DEP-DEPT(INDDEP)
           MOVE ZEROS TO WS-DEP-EMPREGADOS(INDDEP)
                         WS-DEP-PROPOSTAS(INDDEP)
                         WS-DEP-FOLHA(INDDEP)
                         WS-DEP-AUMENTO(INDDEP).
      *
       RT-ACHAR-DEPTX.                             EXIT.
      *----------------------------------------------------------------*
      *  CUSTO PROPOSTO POR DEPARTAMENTO (SEMANAL E ANUALIZADO EM 52    *
      *  SEMANAS) E TOTAL DA EMPRESA, NA ORDEM DE DEPARTAMENTO          *
      *----------------------------------------------------------------*
       RT-IMPRIMIR-RESUMO                          SECTION.
      *
           MOVE SPACES TO REG-MERITREL
           WRITE REG-MERITREL AFTER PAGE
           WRITE REG-MERITREL FROM WS-TITULO-RESUMO
           MOVE SPACES TO REG-MERITREL
           WRITE REG-MERITREL
           WRITE REG-MERITREL FROM WS-TITULOS-RESUMO
      *
           PERFORM VARYING INDDEP FROM 1 BY 1
                     UNTIL INDDEP GREATER WS-DEP-QTDE
               MOVE WS-DEP-DEPT(INDDEP) TO RES-DEPT
               MOVE SPACES              TO RES-DESCRICAO
               IF  TEM-DEPTOS
                   MOVE WS-DEP-DEPT(INDDEP) TO DEPTOS-DEPT
                   READ DEPTOS
                       INVALID KEY
                           MOVE 'NAO CADASTRADO NO DEPTOS'
                             TO RES-DESCRICAO
                       NOT INVALID KEY
                           MOVE DEPTOS-DESCRICAO TO RES-DESCRICAO
                   END-READ
               END-IF
               MOVE WS-DEP-EMPREGADOS(INDDEP) TO RES-EMPREGADOS
               MOVE WS-DEP-PROPOSTAS(INDDEP)  TO RES-PROPOSTAS
               MOVE WS-DEP-FOLHA(INDDEP)      TO RES-FOLHA
               MOVE WS-DEP-AUMENTO(INDDEP)    TO RES-AUMENTO
               COMPUTE WS-ANUAL = WS-DEP-AUMENTO(INDDEP) * 52
               MOVE WS-ANUAL                  TO RES-ANUAL
               MOVE ZEROS                     TO WS-PCT-MEDIO
               IF  WS-DEP-FOLHA(INDDEP) GREATER ZEROS
                   COMPUTE WS-PCT-MEDIO ROUNDED =
                           WS-DEP-AUMENTO(INDDEP) * 100
                         / WS-DEP-FOLHA(INDDEP)
               END-IF
               MOVE WS-PCT-MEDIO              TO RES-MEDIO
               WRITE REG-MERITREL FROM WS-LINHA-RESUMO
      *
               ADD WS-DEP-EMPREGADOS(INDDEP) TO WS-TOT-EMPREGADOS
               ADD WS-DEP-PROPOSTAS(INDDEP)  TO WS-TOT-PROPOSTAS
               ADD WS-DEP-FOLHA(INDDEP)      TO WS-TOT-FOLHA
               ADD WS-DEP-AUMENTO(INDDEP)    TO WS-TOT-AUMENTO
           END-PERFORM
      *
           MOVE SPACES             TO REG-MERITREL
           WRITE REG-MERITREL
           MOVE 'TOT'              TO RES-DEPT
           MOVE 'TOTAL DA EMPRESA' TO RES-DESCRICAO
           MOVE WS-TOT-EMPREGADOS  TO RES-EMPREGADOS
           MOVE WS-TOT-PROPOSTAS   TO RES-PROPOSTAS
           MOVE WS-TOT-FOLHA       TO RES-FOLHA
           MOVE WS-TOT-AUMENTO     TO RES-AUMENTO
           COMPUTE WS-ANUAL = WS-TOT-AUMENTO * 52
           MOVE WS-ANUAL           TO RES-ANUAL
           MOVE ZEROS              TO WS-PCT-MEDIO
           IF  WS-TOT-FOLHA GREATER ZEROS
               COMPUTE WS-PCT-MEDIO ROUNDED =
                       WS-TOT-AUMENTO * 100 / WS-TOT-FOLHA
           END-IF
           MOVE WS-PCT-MEDIO       TO RES-MEDIO
           WRITE REG-MERITREL FROM WS-LINHA-RESUMO
      *
           CLOSE MERITREL
           IF  TEM-DEPTOS
               CLOSE DEPTOS
           END-IF.
      *
       RT-IMPRIMIR-RESUMOX.                        EXIT.
      *----------------------------------------------------------------*
       RT-DESPACHAR-SPOOL                          SECTION.
      *
           MOVE 'MERITREL' TO CWSPLF-FILE
           MOVE 'MERITO'   TO CWSPLF-REPORT
           MOVE SPACES     TO CWSPLF-TITLE
           STRING 'PROPOSTA DE AUMENTO POR MERITO - CICLO '
                  WS-CICLO
                  DELIMITED BY SIZE INTO CWSPLF-TITLE
           CALL SB-CWSPLF USING PARAMETROS-CWSPLF
             ON EXCEPTION
                DISPLAY PGMID '005I- CWSPLF INDISPONIVEL - LISTAGEM'
                        ' FICOU EM MERITREL'
           END-CALL.
      *
       RT-DESPACHAR-SPOOLX.                        EXIT.
      *----------------------------------------------------------------*
       RT-FINALIZAR                                SECTION.
      *
           IF  WS-RETURN-CODE EQUAL ZEROS
               IF  WS-SEM-NOTA   GREATER ZEROS
               OR  WS-SEM-CELULA GREATER ZEROS
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF
           DISPLAY PGMID '999I' TRACOS
           MOVE    WS-LIDOS           TO WS-DISPLAY
           DISPLAY PGMID '006I- EMPREGADOS LIDOS.......:' WS-DISPLAY
           MOVE    WS-AVALIADOS       TO WS-DISPLAY
           DISPLAY PGMID '007I- AVALIADOS NO CICLO.....:' WS-DISPLAY
           MOVE    WS-SEM-NOTA        TO WS-DISPLAY
           DISPLAY PGMID '008I- SEM AVALIACAO..........:' WS-DISPLAY
           MOVE    WS-SEM-CELULA      TO WS-DISPLAY
           DISPLAY PGMID '009I- SEM CELULA NA MATRIZ...:' WS-DISPLAY
           MOVE    WS-POR-COMPA       TO WS-DISPLAY
           DISPLAY PGMID '010I- PROPOSTAS POR COMPA....:' WS-DISPLAY
           MOVE    WS-POR-BANDA       TO WS-DISPLAY
           DISPLAY PGMID '011I- PROPOSTAS POR BANDA....:' WS-DISPLAY
           MOVE    WS-PROPOSTAS       TO WS-DISPLAY
           DISPLAY PGMID '012I- GRAVADOS EM MERITPRP...:' WS-DISPLAY
           COMPUTE WS-ANUAL = WS-TOT-AUMENTO * 52
           MOVE    WS-ANUAL           TO WS-DISPLAY-VALOR
           DISPLAY PGMID '013I- CUSTO ANUAL PROPOSTO...:'
                   WS-DISPLAY-VALOR
           DISPLAY PGMID '999I' TRACOS.
      *
       RT-FINALIZARX.                              EXIT.
      ******************************************************************
      *                      FIM  DO  PROGRAMA                         *
      ******************************************************************
