      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PAYINTEG.
       AUTHOR.        Traduzido de Easytrieve (macro esy.kex v.0.10).
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      * Integridade referencial entre os arquivos da  *
                      * folha. Cada regra cruza um arquivo com o      *
                      * cadastro e lista no INTEGREL as ocorrencias:  *
                      *                                               *
                      *  R01 DEPT DO PERSNL SEM DEPTOS                *
                      *  R02 PERSEXT SEM MATRICULA NO PERSNL          *
                      *  R03 VACBAL SEM PERSNL NEM DESLIGAMENTO       *
                      *  R04 PROVLINK ATIVO DE EMPREGADO DESLIGADO    *
                      *  R05 BONUSLED DE MATRICULA DESCONHECIDA       *
                      *  R06 SALPEND PENDENTE DE DESLIGADO            *
                      *                                               *
                      * Regra B (bloqueante) com ocorrencia termina   *
                      * com RC 8 e o PAYCTL nao abre o ciclo; regra   *
                      * A (aviso) so lista e termina com RC 4. O      *
                      * padrao de cada regra e trocado pelos cartoes  *
                      * INTEGCRD (REGRA E B/A). Matricula 9XXXX e     *
                      * token do LGPDANON e nao e ocorrencia.         *
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
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS PERSNL-EMP-NO
                  FILE STATUS   IS FL-STA-PERSNL.
      *
           SELECT OPTIONAL DEPTOS ASSIGN TO DEPTOS
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS DEPTOS-DEPT
                  FILE STATUS   IS FL-STA-DEPTOS.
      *
           SELECT OPTIONAL DESLIG ASSIGN TO DESLIG
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS DESLIG-CHAVE
                  FILE STATUS   IS FL-STA-DESLIG.
      *
           SELECT OPTIONAL INATIVO ASSIGN TO INATIVO
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS INATIVO-CHAVE
                  FILE STATUS   IS FL-STA-INATIVO.
      *
           SELECT OPTIONAL PERSEXT ASSIGN TO PERSEXT
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS PERSEXT-EMP-NO
                  FILE STATUS   IS FL-STA-PERSEXT.
      *
           SELECT OPTIONAL VACBAL ASSIGN TO VACBAL
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS VACBAL-EMP-NO
                  FILE STATUS   IS FL-STA-VACBAL.
      *
           SELECT OPTIONAL PROVLINK ASSIGN TO PROVLINK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS LINK-EMP-NO
                  FILE STATUS   IS FL-STA-PROVLINK.
      *
           SELECT OPTIONAL BONUSLED ASSIGN TO BONUSLED
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS BONUSLED-CHAVE
                  FILE STATUS   IS FL-STA-BONUSLED.
      *
           SELECT OPTIONAL SALPEND ASSIGN TO SALPEND
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS SALPEND-EMP-NO
                  FILE STATUS   IS FL-STA-SALPEND.
      *
           SELECT OPTIONAL INTEGCRD ASSIGN TO INTEGCRD
                  ORGANIZATION  IS SEQUENTIAL
                  FILE STATUS   IS FL-STA-INTEGCRD.
      *
           SELECT INTEGREL ASSIGN TO INTEGREL.
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
           03 FILLER                         PIC  X(011).
           03 LAST-NAME                      PIC  X(008).
           03 FILLER                         PIC  X(069).
           03 PAY-GROSS                      PIC S9(004)V9(02) COMP-3.
           03 DEPT                           PIC  9(003).
           03 FILLER                         PIC  X(050).
      *
       FD  DEPTOS
           RECORD CONTAINS 080 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-DEPTOS.
           03 DEPTOS-DEPT                    PIC  9(003).
           03 DEPTOS-DESCRICAO               PIC  X(030).
           03 FILLER                         PIC  X(047).
      *
       FD  DESLIG
           RECORD CONTAINS 250 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-DESLIG.
           03 DESLIG-CHAVE.
              05 DESLIG-EMP-NO               PIC  9(005).
              05 DESLIG-DATA                 PIC  9(008).
           03 FILLER                         PIC  X(237).
      *
       FD  INATIVO
           RECORD CONTAINS 300 CHARACTERS.
      *
       01  REG-INATIVO.
           03 INATIVO-CHAVE.
              05 INATIVO-EMP-NO              PIC  9(005).
              05 INATIVO-DATA                PIC  9(008).
           03 FILLER                         PIC  X(287).
      *
       FD  PERSEXT
           RECORD CONTAINS 160 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-PERSEXT.
           03 PERSEXT-EMP-NO                 PIC  9(005).
           03 FILLER                         PIC  X(155).
      *
       FD  VACBAL
           RECORD CONTAINS 080 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-VACBAL.
           03 VACBAL-EMP-NO                  PIC  9(005).
           03 FILLER                         PIC  X(075).
      *
       FD  PROVLINK
           RECORD CONTAINS 050 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-PROVLINK.
           03 LINK-EMP-NO                    PIC  9(005).
           03 LINK-USUARIO                   PIC  X(030).
           03 LINK-SITUACAO                  PIC  X(001).
              88 LINK-ATIVO                              VALUE 'A'.
           03 LINK-DATA                      PIC  9(008).
           03 FILLER                         PIC  X(006).
      *
       FD  BONUSLED
           RECORD CONTAINS 060 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-BONUSLED.
           03 BONUSLED-CHAVE.
              06 BONUSLED-ANO                PIC  9(004).
              06 BONUSLED-EMP-NO             PIC  9(005).
           03 FILLER                         PIC  X(051).
      *
       FD  SALPEND
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-SALPEND.
           03 SALPEND-EMP-NO                 PIC  9(005).
           03 FILLER                         PIC  X(016).
           03 SALPEND-SOLICITANTE            PIC  X(030).
           03 SALPEND-TASK                   PIC  9(006).
           03 SALPEND-DATA                   PIC  9(008).
           03 FILLER                         PIC  X(055).
      *
      *----------------------------------------------------------------*
      *  SEVERIDADE POR REGRA ('*' = COMENTARIO): RNN B|A               *
      *----------------------------------------------------------------*
       FD  INTEGCRD
           LABEL RECORD IS OMITTED.
      *
       01  REG-INTEGCRD.
           03 ICD-REGRA                      PIC  X(003).
           03 FILLER                         PIC  X(001).
           03 ICD-SEVERIDADE                 PIC  X(001).
           03 FILLER                         PIC  X(075).
      *
       FD  INTEGREL
           LABEL RECORD IS OMITTED.
      *
       01  REG-INTEGREL                      PIC  X(132).
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
              '#PAYINTEG.'.
           03 FL-STA-PERSNL                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-PERSNL-OK                               VALUE '00'.
              88 FL-PERSNL-EOF                              VALUE '10'.
           03 FL-STA-DEPTOS                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-DEPTOS-OK                               VALUE '00'.
           03 FL-STA-DESLIG                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-DESLIG-OK                               VALUE '00'.
           03 FL-STA-INATIVO                 PIC  X(002)    VALUE
              ZEROS.
              88 FL-INATIVO-OK                              VALUE '00'.
           03 FL-STA-PERSEXT                 PIC  X(002)    VALUE
              ZEROS.
              88 FL-PERSEXT-OK                              VALUE '00'.
              88 FL-PERSEXT-EOF                             VALUE '10'.
           03 FL-STA-VACBAL                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-VACBAL-OK                               VALUE '00'.
              88 FL-VACBAL-EOF                              VALUE '10'.
           03 FL-STA-PROVLINK                PIC  X(002)    VALUE
              ZEROS.
              88 FL-PROVLINK-OK                             VALUE '00'.
              88 FL-PROVLINK-EOF                            VALUE '10'.
           03 FL-STA-BONUSLED                PIC  X(002)    VALUE
              ZEROS.
              88 FL-BONUSLED-OK                             VALUE '00'.
              88 FL-BONUSLED-EOF                            VALUE '10'.
           03 FL-STA-SALPEND                 PIC  X(002)    VALUE
              ZEROS.
              88 FL-SALPEND-OK                              VALUE '00'.
              88 FL-SALPEND-EOF                             VALUE '10'.
           03 FL-STA-INTEGCRD                PIC  X(002)    VALUE
              ZEROS.
              88 FL-INTEGCRD-OK                             VALUE '00'.
              88 FL-INTEGCRD-EOF                            VALUE '10'.
           03 WS-RETURN-CODE                 PIC  9(003)    VALUE
              ZEROS.
           03 WS-SIMULACAO                   PIC  X(001)    VALUE
              SPACE.
              88 EM-SIMULACAO                               VALUE 'S'.
           03 WS-TITULO-SPOOL                PIC  X(174)    VALUE
              SPACES.
           03 WS-DISPLAY                     PIC  -ZZZ.ZZZ.ZZ9.
           03 WS-PERSNL-ABERTO               PIC  X(001)    VALUE 'N'.
              88 PERSNL-ABERTO                              VALUE 'S'.
           03 WS-TEM-DEPTOS                  PIC  X(001)    VALUE 'N'.
              88 TEM-DEPTOS                                 VALUE 'S'.
           03 WS-TEM-DESLIG                  PIC  X(001)    VALUE 'N'.
              88 TEM-DESLIG                                 VALUE 'S'.
           03 WS-TEM-INATIVO                 PIC  X(001)    VALUE 'N'.
              88 TEM-INATIVO                                VALUE 'S'.
           03 WS-EMP-VER                     PIC  9(005)    VALUE
              ZEROS.
           03 WS-ATIVA                       PIC  X(001)    VALUE 'N'.
              88 ATIVA                                      VALUE 'S'.
           03 WS-DESLIGADA                   PIC  X(001)    VALUE 'N'.
              88 DESLIGADA                                  VALUE 'S'.
           03 WS-IR                   COMP   PIC  9(004)    VALUE
              ZEROS.
           03 WS-DATA-HOJE                   PIC  9(008)    VALUE
              ZEROS.
           03 WS-LIDOS-PERSNL         COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-CARTOES-IGNORADOS    COMP-3 PIC S9(005)    VALUE ZEROS.
           03 WS-REGRAS-BLOQUEANTES   COMP-3 PIC S9(005)    VALUE ZEROS.
           03 WS-REGRAS-AVISO         COMP-3 PIC S9(005)    VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *  REGRAS: CODIGO, SEVERIDADE PADRAO (B = BLOQUEANTE, A = AVISO)  *
      *  E DESCRICAO                                                    *
      *----------------------------------------------------------------*
       01  WS-REGRAS-PADRAO.
           03 FILLER                         PIC  X(044)    VALUE
              'R01BDEPT DO PERSNL SEM DEPTOS               '.
           03 FILLER                         PIC  X(044)    VALUE
              'R02APERSEXT SEM MATRICULA NO PERSNL         '.
           03 FILLER                         PIC  X(044)    VALUE
              'R03AVACBAL SEM PERSNL NEM DESLIGAMENTO      '.
           03 FILLER                         PIC  X(044)    VALUE
              'R04BPROVLINK ATIVO DE EMPREGADO DESLIGADO   '.
           03 FILLER                         PIC  X(044)    VALUE
              'R05BBONUSLED DE MATRICULA DESCONHECIDA      '.
           03 FILLER                         PIC  X(044)    VALUE
              'R06BSALPEND PENDENTE DE DESLIGADO           '.
       01  WS-REGRAS REDEFINES WS-REGRAS-PADRAO.
           03 WS-REG-TAB OCCURS 6 TIMES INDEXED BY INDREG.
              05 WS-REG-CODIGO               PIC  X(003).
              05 WS-REG-SEVERIDADE           PIC  X(001).
                 88 REGRA-BLOQUEANTE                    VALUE 'B'.
              05 WS-REG-DESCRICAO            PIC  X(040).
      *
       01  WS-OCORRENCIAS.
           03 WS-OCO-QTDE OCCURS 6 TIMES
                                      COMP-3 PIC S9(007).
      *
      *----------------------------------------------------------------*
      *  LINHAS DA LISTAGEM                                             *
      *----------------------------------------------------------------*
       01  WS-CABECALHO.
           03 FILLER                         PIC  X(048)    VALUE
              'INTEGRIDADE REFERENCIAL DOS ARQUIVOS DA FOLHA - '.
           03 CAB-DATA                       PIC  9999/99/99.
           03 FILLER                         PIC  X(004)    VALUE
              SPACES.
           03 CAB-SIMULACAO                  PIC  X(017)    VALUE
              SPACES.
           03 FILLER                         PIC  X(053)    VALUE
              SPACES.
      *
       01  WS-LINHA-REGRA.
           03 LRG-CODIGO                     PIC  X(003).
           03 FILLER                         PIC  X(001)    VALUE
              SPACE.
           03 LRG-DESCRICAO                  PIC  X(040).
           03 FILLER                         PIC  X(002)    VALUE
              SPACES.
           03 LRG-SEVERIDADE                 PIC  X(011).
           03 FILLER                         PIC  X(075)    VALUE
              SPACES.
      *
       01  WS-DETALHE.
           03 FILLER                         PIC  X(004)    VALUE
              SPACES.
           03 DET-EMP-NO                     PIC  9(005).
           03 FILLER                         PIC  X(002)    VALUE
              SPACES.
           03 DET-TEXTO                      PIC  X(070).
           03 FILLER                         PIC  X(051)    VALUE
              SPACES.
      *
       01  WS-TOTAL-REGRA.
           03 FILLER                         PIC  X(004)    VALUE
              SPACES.
           03 FILLER                         PIC  X(013)    VALUE
              'OCORRENCIAS: '.
           03 TRG-QTDE                       PIC  Z.ZZZ.ZZ9.
           03 FILLER                         PIC  X(106)    VALUE
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
       RT-INICIAR                                  SECTION.
      *
           DISPLAY PGMID '001I ' FUNCTION WHEN-COMPILED
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
      *
           OPEN INPUT PERSNL
           IF  NOT FL-PERSNL-OK
               DISPLAY PGMID '002I- PERSNL AUSENTE OU COM ERRO '
                       FL-STA-PERSNL
               MOVE 8 TO WS-RETURN-CODE
               EXIT SECTION
           END-IF
           SET PERSNL-ABERTO TO TRUE
      *
           OPEN INPUT DEPTOS
           IF  FL-DEPTOS-OK
               SET TEM-DEPTOS TO TRUE
           ELSE
               DISPLAY PGMID '002I- SEM DEPTOS - REGRA R01 NAO'
                       ' CONFERIDA'
           END-IF
           OPEN INPUT DESLIG
           IF  FL-DESLIG-OK
               SET TEM-DESLIG TO TRUE
           END-IF
           OPEN INPUT INATIVO
           IF  FL-INATIVO-OK
               SET TEM-INATIVO TO TRUE
           END-IF
      *
           PERFORM RT-CARREGAR-SEVERIDADES
      *
           OPEN OUTPUT INTEGREL
           MOVE WS-DATA-HOJE TO CAB-DATA
      *    NA SIMULACAO DO CICLO (PAYCTL) A LISTAGEM SAI MARCADA
           DISPLAY 'PAYROLL-SIMULACAO' UPON ENVIRONMENT-NAME
           ACCEPT   WS-SIMULACAO        FROM ENVIRONMENT-VALUE
           IF  EM-SIMULACAO
               MOVE '*** SIMULACAO ***' TO CAB-SIMULACAO
           END-IF
           WRITE REG-INTEGREL FROM WS-CABECALHO.
      *
       RT-INICIARX.                                EXIT.
      *----------------------------------------------------------------*
      *  CARTOES INTEGCRD TROCAM A SEVERIDADE PADRAO DA REGRA           *
      *----------------------------------------------------------------*
       RT-CARREGAR-SEVERIDADES                     SECTION.
      *
           OPEN INPUT INTEGCRD
           IF  NOT FL-INTEGCRD-OK
               CLOSE INTEGCRD
               EXIT SECTION
           END-IF
           PERFORM UNTIL FL-INTEGCRD-EOF
               READ INTEGCRD
                 AT END
                    SET FL-INTEGCRD-EOF TO TRUE
                 NOT AT END
                    PERFORM RT-CARREGAR-CARTAO
               END-READ
           END-PERFORM
           CLOSE INTEGCRD.
      *
       RT-CARREGAR-SEVERIDADESX.                   EXIT.
      *----------------------------------------------------------------*
       RT-CARREGAR-CARTAO                          SECTION.
      *
           IF  ICD-REGRA(1:1) EQUAL '*'
           OR  REG-INTEGCRD EQUAL SPACES
               EXIT SECTION
           END-IF
           IF  ICD-SEVERIDADE NOT EQUAL 'B'
           AND ICD-SEVERIDADE NOT EQUAL 'A'
               DISPLAY PGMID '003I- CARTAO IGNORADO (SEVERIDADE): '
                       REG-INTEGCRD(1:20)
               ADD  1 TO WS-CARTOES-IGNORADOS
               MOVE 4 TO WS-RETURN-CODE
               EXIT SECTION
           END-IF
           SET INDREG TO 1
           SEARCH WS-REG-TAB
               AT END
                   DISPLAY PGMID '003I- CARTAO IGNORADO (REGRA): '
                           REG-INTEGCRD(1:20)
                   ADD  1 TO WS-CARTOES-IGNORADOS
                   MOVE 4 TO WS-RETURN-CODE
               WHEN WS-REG-CODIGO(INDREG) EQUAL ICD-REGRA
                   MOVE ICD-SEVERIDADE TO WS-REG-SEVERIDADE(INDREG)
           END-SEARCH.
      *
       RT-CARREGAR-CARTAOX.                        EXIT.
      *----------------------------------------------------------------*
      *  UMA REGRA DEPOIS DA OUTRA, CADA UMA COM SEU BLOCO NO INTEGREL  *
      *----------------------------------------------------------------*
       RT-PROCESSAR                                SECTION.
      *
           MOVE 1 TO WS-IR
           PERFORM RT-ABRIR-REGRA
           PERFORM RT-REGRA-DEPTOS
           PERFORM RT-FECHAR-REGRA
      *
           MOVE 2 TO WS-IR
           PERFORM RT-ABRIR-REGRA
           PERFORM RT-REGRA-PERSEXT
           PERFORM RT-FECHAR-REGRA
      *
           MOVE 3 TO WS-IR
           PERFORM RT-ABRIR-REGRA
           PERFORM RT-REGRA-VACBAL
           PERFORM RT-FECHAR-REGRA
      *
           MOVE 4 TO WS-IR
           PERFORM RT-ABRIR-REGRA
           PERFORM RT-REGRA-PROVLINK
           PERFORM RT-FECHAR-REGRA
      *
           MOVE 5 TO WS-IR
           PERFORM RT-ABRIR-REGRA
           PERFORM RT-REGRA-BONUSLED
           PERFORM RT-FECHAR-REGRA
      *
           MOVE 6 TO WS-IR
           PERFORM RT-ABRIR-REGRA
           PERFORM RT-REGRA-SALPEND
           PERFORM RT-FECHAR-REGRA.
      *
       RT-PROCESSARX.                              EXIT.
      *----------------------------------------------------------------*
       RT-ABRIR-REGRA                              SECTION.
      *
           MOVE SPACES TO REG-INTEGREL
           WRITE REG-INTEGREL
           MOVE WS-REG-CODIGO(WS-IR)    TO LRG-CODIGO
           MOVE WS-REG-DESCRICAO(WS-IR) TO LRG-DESCRICAO
           IF  REGRA-BLOQUEANTE(WS-IR)
               MOVE '(BLOQUEANTE)' TO LRG-SEVERIDADE
           ELSE
               MOVE '(AVISO)'      TO LRG-SEVERIDADE
           END-IF
           WRITE REG-INTEGREL FROM WS-LINHA-REGRA.
      *
       RT-ABRIR-REGRAX.                            EXIT.
      *----------------------------------------------------------------*
       RT-FECHAR-REGRA                             SECTION.
      *
           MOVE WS-OCO-QTDE(WS-IR) TO TRG-QTDE
           WRITE REG-INTEGREL FROM WS-TOTAL-REGRA
           IF  WS-OCO-QTDE(WS-IR) EQUAL ZEROS
               EXIT SECTION
           END-IF
           IF  REGRA-BLOQUEANTE(WS-IR)
               ADD  1 TO WS-REGRAS-BLOQUEANTES
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               ADD  1 TO WS-REGRAS-AVISO
               IF  WS-RETURN-CODE LESS 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF.
      *
       RT-FECHAR-REGRAX.                           EXIT.
      *----------------------------------------------------------------*
      *  R01: DEPARTAMENTO DO EMPREGADO ATIVO PRECISA ESTAR NO DEPTOS   *
      *----------------------------------------------------------------*
       RT-REGRA-DEPTOS                             SECTION.
      *
           IF  NOT TEM-DEPTOS
               MOVE 'DEPTOS AUSENTE - REGRA NAO CONFERIDA'
                 TO REG-INTEGREL(5:)
               WRITE REG-INTEGREL
               EXIT SECTION
           END-IF
           MOVE ZEROS TO PERSNL-EMP-NO
           START PERSNL KEY NOT LESS PERSNL-EMP-NO
               INVALID KEY
                   SET FL-PERSNL-EOF TO TRUE
           END-START
           PERFORM UNTIL FL-PERSNL-EOF
               READ PERSNL NEXT RECORD
                 AT END
                    SET FL-PERSNL-EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-LIDOS-PERSNL
                    MOVE DEPT TO DEPTOS-DEPT
                    READ DEPTOS
                        INVALID KEY
                            MOVE PERSNL-EMP-NO TO DET-EMP-NO
                            MOVE SPACES        TO DET-TEXTO
                            STRING LAST-NAME ' DEPT ' DEPT
                                   ' NAO CADASTRADO NO DEPTOS'
                                   DELIMITED BY SIZE INTO DET-TEXTO
                            PERFORM RT-GRAVAR-OCORRENCIA
                    END-READ
               END-READ
           END-PERFORM.
      *
       RT-REGRA-DEPTOSX.                           EXIT.
      *----------------------------------------------------------------*
      *  R02: EXTENSAO DO CADASTRO (CPF E CONTATO) SEM O EMPREGADO      *
      *----------------------------------------------------------------*
       RT-REGRA-PERSEXT                            SECTION.
      *
           OPEN INPUT PERSEXT
           IF  NOT FL-PERSEXT-OK
               CLOSE PERSEXT
               EXIT SECTION
           END-IF
           MOVE ZEROS TO PERSEXT-EMP-NO
           START PERSEXT KEY NOT LESS PERSEXT-EMP-NO
               INVALID KEY
                   SET FL-PERSEXT-EOF TO TRUE
           END-START
           PERFORM UNTIL FL-PERSEXT-EOF
               READ PERSEXT NEXT RECORD
                 AT END
                    SET FL-PERSEXT-EOF TO TRUE
                 NOT AT END
                    MOVE PERSEXT-EMP-NO TO WS-EMP-VER
                    PERFORM RT-CONFERIR-ATIVA
                    IF  NOT ATIVA
                    AND WS-EMP-VER LESS 90000
                        MOVE WS-EMP-VER TO DET-EMP-NO
                        MOVE 'EXTENSAO SEM MATRICULA NO PERSNL'
                          TO DET-TEXTO
                        PERFORM RT-GRAVAR-OCORRENCIA
                    END-IF
               END-READ
           END-PERFORM
           CLOSE PERSEXT.
      *
       RT-REGRA-PERSEXTX.                          EXIT.
      *----------------------------------------------------------------*
      *  R03: SALDO DE FERIAS SEM EMPREGADO ATIVO E SEM DESLIGAMENTO    *
      *  (O DESLIGADO GUARDA O SALDO PARA A RESCISAO)                   *
      *----------------------------------------------------------------*
       RT-REGRA-VACBAL                             SECTION.
      *
           OPEN INPUT VACBAL
           IF  NOT FL-VACBAL-OK
               CLOSE VACBAL
               EXIT SECTION
           END-IF
           MOVE ZEROS TO VACBAL-EMP-NO
           START VACBAL KEY NOT LESS VACBAL-EMP-NO
               INVALID KEY
                   SET FL-VACBAL-EOF TO TRUE
           END-START
           PERFORM UNTIL FL-VACBAL-EOF
               READ VACBAL NEXT RECORD
                 AT END
                    SET FL-VACBAL-EOF TO TRUE
                 NOT AT END
                    MOVE VACBAL-EMP-NO TO WS-EMP-VER
                    PERFORM RT-CONFERIR-ATIVA
                    IF  NOT ATIVA
                        PERFORM RT-CONFERIR-DESLIGADA
                        IF  NOT DESLIGADA
                            MOVE WS-EMP-VER TO DET-EMP-NO
                            MOVE SPACES     TO DET-TEXTO
                            STRING 'SALDO DE FERIAS SEM PERSNL E'
                                   ' SEM DESLIGAMENTO'
                                   DELIMITED BY SIZE INTO DET-TEXTO
                            PERFORM RT-GRAVAR-OCORRENCIA
                        END-IF
                    END-IF
               END-READ
           END-PERFORM
           CLOSE VACBAL.
      *
       RT-REGRA-VACBALX.                           EXIT.
      *----------------------------------------------------------------*
      *  R04: SIGN-ON AINDA ATIVO PARA MATRICULA FORA DO PERSNL         *
      *----------------------------------------------------------------*
       RT-REGRA-PROVLINK                           SECTION.
      *
           OPEN INPUT PROVLINK
           IF  NOT FL-PROVLINK-OK
               CLOSE PROVLINK
               EXIT SECTION
           END-IF
           MOVE ZEROS TO LINK-EMP-NO
           START PROVLINK KEY NOT LESS LINK-EMP-NO
               INVALID KEY
                   SET FL-PROVLINK-EOF TO TRUE
           END-START
           PERFORM UNTIL FL-PROVLINK-EOF
               READ PROVLINK NEXT RECORD
                 AT END
                    SET FL-PROVLINK-EOF TO TRUE
                 NOT AT END
                    IF  LINK-ATIVO
                        MOVE LINK-EMP-NO TO WS-EMP-VER
                        PERFORM RT-CONFERIR-ATIVA
                        IF  NOT ATIVA
                            MOVE WS-EMP-VER TO DET-EMP-NO
                            MOVE SPACES     TO DET-TEXTO
                            STRING 'SIGN-ON ' LINK-USUARIO
                                   ' ATIVO SEM EMPREGADO'
                                   DELIMITED BY SIZE INTO DET-TEXTO
                            PERFORM RT-GRAVAR-OCORRENCIA
                        END-IF
                    END-IF
               END-READ
           END-PERFORM
           CLOSE PROVLINK.
      *
       RT-REGRA-PROVLINKX.                         EXIT.
      *----------------------------------------------------------------*
      *  R05: BONUS DE MATRICULA QUE NUNCA EXISTIU (NEM ATIVA, NEM      *
      *  DESLIGADA, NEM ARQUIVADA NO INATIVO)                           *
      *----------------------------------------------------------------*
       RT-REGRA-BONUSLED                           SECTION.
      *
           OPEN INPUT BONUSLED
           IF  NOT FL-BONUSLED-OK
               CLOSE BONUSLED
               EXIT SECTION
           END-IF
           INITIALIZE BONUSLED-CHAVE
           START BONUSLED KEY NOT LESS BONUSLED-CHAVE
               INVALID KEY
                   SET FL-BONUSLED-EOF TO TRUE
           END-START
           PERFORM UNTIL FL-BONUSLED-EOF
               READ BONUSLED NEXT RECORD
                 AT END
                    SET FL-BONUSLED-EOF TO TRUE
                 NOT AT END
                    MOVE BONUSLED-EMP-NO TO WS-EMP-VER
                    IF  WS-EMP-VER LESS 90000
                        PERFORM RT-CONFERIR-ATIVA
                        IF  NOT ATIVA
                            PERFORM RT-CONFERIR-DESLIGADA
                            IF  NOT DESLIGADA
                                MOVE WS-EMP-VER TO DET-EMP-NO
                                MOVE SPACES     TO DET-TEXTO
                                STRING 'BONUS DE ' BONUSLED-ANO
                                       ' PARA MATRICULA DESCONHECIDA'
                                       DELIMITED BY SIZE
                                       INTO DET-TEXTO
                                PERFORM RT-GRAVAR-OCORRENCIA
                            END-IF
                        END-IF
                    END-IF
               END-READ
           END-PERFORM
           CLOSE BONUSLED.
      *
       RT-REGRA-BONUSLEDX.                         EXIT.
      *----------------------------------------------------------------*
      *  R06: PEDIDO DE MUDANCA DE SALARIO QUE SOBROU DO DESLIGAMENTO   *
      *----------------------------------------------------------------*
       RT-REGRA-SALPEND                            SECTION.
      *
           OPEN INPUT SALPEND
           IF  NOT FL-SALPEND-OK
               CLOSE SALPEND
               EXIT SECTION
           END-IF
           MOVE ZEROS TO SALPEND-EMP-NO
           START SALPEND KEY NOT LESS SALPEND-EMP-NO
               INVALID KEY
                   SET FL-SALPEND-EOF TO TRUE
           END-START
           PERFORM UNTIL FL-SALPEND-EOF
               READ SALPEND NEXT RECORD
                 AT END
                    SET FL-SALPEND-EOF TO TRUE
                 NOT AT END
                    MOVE SALPEND-EMP-NO TO WS-EMP-VER
                    PERFORM RT-CONFERIR-ATIVA
                    IF  NOT ATIVA
                        MOVE WS-EMP-VER TO DET-EMP-NO
                        MOVE SPACES     TO DET-TEXTO
                        STRING 'PEDIDO DE ' SALPEND-DATA ' POR '
                               SALPEND-SOLICITANTE
                               DELIMITED BY SIZE INTO DET-TEXTO
                        PERFORM RT-GRAVAR-OCORRENCIA
                    END-IF
               END-READ
           END-PERFORM
           CLOSE SALPEND.
      *
       RT-REGRA-SALPENDX.                          EXIT.
      *----------------------------------------------------------------*
       RT-GRAVAR-OCORRENCIA                        SECTION.
      *
           ADD 1 TO WS-OCO-QTDE(WS-IR)
           WRITE REG-INTEGREL FROM WS-DETALHE.
      *
       RT-GRAVAR-OCORRENCIAX.                      EXIT.
      *----------------------------------------------------------------*
      *  MATRICULA EM WS-EMP-VER NO CADASTRO ATIVO?                     *
      *----------------------------------------------------------------*
       RT-CONFERIR-ATIVA                           SECTION.
      *
           MOVE 'N' TO WS-ATIVA
           MOVE WS-EMP-VER TO PERSNL-EMP-NO
           READ PERSNL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ATIVA TO TRUE
           END-READ.
      *
       RT-CONFERIR-ATIVAX.                         EXIT.
      *----------------------------------------------------------------*
      *  MATRICULA EM WS-EMP-VER NO DESLIG OU ARQUIVADA NO INATIVO?     *
      *----------------------------------------------------------------*
       RT-CONFERIR-DESLIGADA                       SECTION.
      *
           MOVE 'N' TO WS-DESLIGADA
           IF  TEM-DESLIG
               MOVE WS-EMP-VER TO DESLIG-EMP-NO
               MOVE ZEROS      TO DESLIG-DATA
               START DESLIG KEY NOT LESS DESLIG-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ DESLIG NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF  DESLIG-EMP-NO EQUAL WS-EMP-VER
                                   SET DESLIGADA TO TRUE
                               END-IF
                       END-READ
               END-START
           END-IF
           IF  DESLIGADA
           OR  NOT TEM-INATIVO
               EXIT SECTION
           END-IF
           MOVE WS-EMP-VER TO INATIVO-EMP-NO
           MOVE ZEROS      TO INATIVO-DATA
           START INATIVO KEY NOT LESS INATIVO-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ INATIVO NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF  INATIVO-EMP-NO EQUAL WS-EMP-VER
                               SET DESLIGADA TO TRUE
                           END-IF
                   END-READ
           END-START.
      *
       RT-CONFERIR-DESLIGADAX.                     EXIT.
      *----------------------------------------------------------------*
      *  NA SIMULACAO DO CICLO (PAYCTL) A ENTRADA DO SPOOL VAI MARCADA  *
      *----------------------------------------------------------------*
       RT-MARCAR-SIMULACAO                         SECTION.
      *
           DISPLAY 'PAYROLL-SIMULACAO' UPON ENVIRONMENT-NAME
           ACCEPT   WS-SIMULACAO        FROM ENVIRONMENT-VALUE
           IF  EM-SIMULACAO
               MOVE 'SIMULACAO'   TO CWSPLF-NOTE
               MOVE CWSPLF-TITLE  TO WS-TITULO-SPOOL
               MOVE SPACES        TO CWSPLF-TITLE
               STRING 'SIMULACAO - ' WS-TITULO-SPOOL
                      DELIMITED BY SIZE INTO CWSPLF-TITLE
           END-IF.
      *
       RT-MARCAR-SIMULACAOX.                       EXIT.
      *----------------------------------------------------------------*
       RT-FINALIZAR                                SECTION.
      *
           IF  PERSNL-ABERTO
               CLOSE PERSNL
               CLOSE INTEGREL
               MOVE 'INTEGREL' TO CWSPLF-FILE
               MOVE 'INTEGRI'  TO CWSPLF-REPORT
               MOVE 'INTEGRIDADE REFERENCIAL DOS ARQUIVOS DA FOLHA'
                 TO CWSPLF-TITLE
               PERFORM RT-MARCAR-SIMULACAO
               CALL SB-CWSPLF USING PARAMETROS-CWSPLF
                 ON EXCEPTION
                    DISPLAY PGMID '004I- CWSPLF INDISPONIVEL -'
                            ' LISTAGEM FICOU EM INTEGREL'
               END-CALL
           END-IF
           IF  TEM-DEPTOS
               CLOSE DEPTOS
           END-IF
           IF  TEM-DESLIG
               CLOSE DESLIG
           END-IF
           IF  TEM-INATIVO
               CLOSE INATIVO
           END-IF
      *
           DISPLAY PGMID '999I' TRACOS
           MOVE    WS-LIDOS-PERSNL    TO WS-DISPLAY
           DISPLAY PGMID '005I- PERSNL LIDOS...........:' WS-DISPLAY
           PERFORM VARYING WS-IR FROM 1 BY 1 UNTIL WS-IR GREATER 6
               MOVE WS-OCO-QTDE(WS-IR) TO WS-DISPLAY
               DISPLAY PGMID '006I- ' WS-REG-CODIGO(WS-IR) ' '
                       WS-REG-SEVERIDADE(WS-IR)
                       ' OCORRENCIAS.........:' WS-DISPLAY
           END-PERFORM
           MOVE    WS-REGRAS-BLOQUEANTES TO WS-DISPLAY
           DISPLAY PGMID '007I- REGRAS BLOQUEANTES.....:' WS-DISPLAY
           MOVE    WS-REGRAS-AVISO    TO WS-DISPLAY
           DISPLAY PGMID '008I- REGRAS DE AVISO........:' WS-DISPLAY
           MOVE    WS-CARTOES-IGNORADOS TO WS-DISPLAY
           DISPLAY PGMID '009I- CARTOES IGNORADOS......:' WS-DISPLAY
           DISPLAY PGMID '999I' TRACOS.
      *
       RT-FINALIZARX.                              EXIT.
      ******************************************************************
      *                      FIM  DO  PROGRAMA                         *
      ******************************************************************
