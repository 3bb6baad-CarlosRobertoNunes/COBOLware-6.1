      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CARGOFX.
       AUTHOR.        Traduzido de Easytrieve (macro esy.kex v.0.10).
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      * Confere um salario semanal contra a faixa do  *
                      * cargo do empregado (tabela CARGOS, mantida    *
                      * pelo CARGOMNT) e devolve o compa-ratio        *
                      * (salario / ponto medio x 100). Usado pelo     *
                      * PERSMNT, PERSBTCH e SALAPPR para avisar o     *
                      * salario novo fora da faixa; o aviso nao       *
                      * impede a gravacao.                            *
                      *                                               *
                      * Com CARGOFX-CARGO em branco o cargo e lido do *
                      * PERSEXT pela matricula; informado, a tabela   *
                      * e lida direto (PERSMNT, que esta com o        *
                      * PERSEXT aberto na digitacao do cargo).        *
                      *                                               *
                      * CARGOFX-RETORNO: 00 DENTRO DA FAIXA, 01       *
                      * ABAIXO DO MINIMO, 02 ACIMA DO MAXIMO, 03      *
                      * EMPREGADO SEM CARGO, 04 CARGO NAO CADASTRADO. *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT OPTIONAL CARGOS ASSIGN TO CARGOS
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS CARGOS-CODIGO
                  FILE STATUS   IS FL-STA-CARGOS.
      *
           SELECT OPTIONAL PERSEXT ASSIGN TO PERSEXT
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS PERSEXT-EMP-NO
                  FILE STATUS   IS FL-STA-PERSEXT.
      *
       DATA DIVISION.
       FILE SECTION.
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
           03 PGMID                          PIC  X(009)    VALUE
              '#CARGOFX.'.
           03 FL-STA-CARGOS                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-CARGOS-OK                               VALUE '00'.
           03 FL-STA-PERSEXT                 PIC  X(002)    VALUE
              ZEROS.
              88 FL-PERSEXT-OK                              VALUE '00'.
      *================================================================*
       01  FILLER                            PIC  X(32)  VALUE
                                     'FFF  FIM DAWORKING-STORAGE  FFF'.
      *================================================================*
       LINKAGE SECTION.
      *
      *----------------------------------------------------------------*
      *  MATRICULA, CARGO (BRANCO = DO PERSEXT) E SALARIO SEMANAL NA    *
      *  ENTRADA; FAIXA DO CARGO E COMPA-RATIO NA SAIDA                 *
      *----------------------------------------------------------------*
       01  PARAMETROS-CARGOFX.
           03 CARGOFX-EMP-NO                 PIC  9(005).
           03 CARGOFX-CARGO                  PIC  X(006).
           03 CARGOFX-SALARIO                PIC  9(004)V99.
           03 CARGOFX-RETORNO                PIC  X(002).
           03 CARGOFX-TITULO                 PIC  X(030).
           03 CARGOFX-MINIMO                 PIC  9(004)V99.
           03 CARGOFX-MEDIO                  PIC  9(004)V99.
           03 CARGOFX-MAXIMO                 PIC  9(004)V99.
           03 CARGOFX-COMPA                  PIC  9(003)V9.
      *================================================================*
       PROCEDURE DIVISION USING PARAMETROS-CARGOFX.
      *================================================================*
      *----------------------------------------------------------------*
      *                        ROTINA PRINCIPAL                        *
      *----------------------------------------------------------------*
       RT-PRINCIPAL                                SECTION.
      *
           MOVE '00'   TO CARGOFX-RETORNO
           MOVE SPACES TO CARGOFX-TITULO
           MOVE ZEROS  TO CARGOFX-MINIMO CARGOFX-MEDIO CARGOFX-MAXIMO
                          CARGOFX-COMPA
      *
           IF  CARGOFX-CARGO EQUAL SPACES
               PERFORM RT-LER-PERSEXT
           END-IF
           IF  CARGOFX-CARGO EQUAL SPACES
               MOVE '03' TO CARGOFX-RETORNO
               GOBACK
           END-IF
      *
           PERFORM RT-LER-CARGO
           IF  CARGOFX-RETORNO NOT EQUAL '00'
               GOBACK
           END-IF
      *
           IF  CARGOFX-MEDIO GREATER ZEROS
               COMPUTE CARGOFX-COMPA ROUNDED =
                       CARGOFX-SALARIO * 100 / CARGOFX-MEDIO
                 ON SIZE ERROR
                    MOVE 999,9 TO CARGOFX-COMPA
               END-COMPUTE
           END-IF
           EVALUATE TRUE
               WHEN CARGOFX-SALARIO LESS CARGOFX-MINIMO
                    MOVE '01' TO CARGOFX-RETORNO
               WHEN CARGOFX-SALARIO GREATER CARGOFX-MAXIMO
                    MOVE '02' TO CARGOFX-RETORNO
           END-EVALUATE
      *
           GOBACK.
      *
       RT-PRINCIPALX.                              EXIT.
      *----------------------------------------------------------------*
      *  CARGO DO EMPREGADO NOS DADOS COMPLEMENTARES                    *
      *----------------------------------------------------------------*
       RT-LER-PERSEXT                              SECTION.
      *
           OPEN INPUT PERSEXT
           IF  NOT FL-PERSEXT-OK
               EXIT SECTION
           END-IF
           MOVE CARGOFX-EMP-NO TO PERSEXT-EMP-NO
           READ PERSEXT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PERSEXT-CARGO TO CARGOFX-CARGO
           END-READ
           CLOSE PERSEXT.
      *
       RT-LER-PERSEXTX.                            EXIT.
      *----------------------------------------------------------------*
      *  FAIXA DO CARGO NA TABELA CARGOS                                *
      *----------------------------------------------------------------*
       RT-LER-CARGO                                SECTION.
      *
           OPEN INPUT CARGOS
           IF  NOT FL-CARGOS-OK
               MOVE '04' TO CARGOFX-RETORNO
               EXIT SECTION
           END-IF
           MOVE CARGOFX-CARGO TO CARGOS-CODIGO
           READ CARGOS
               INVALID KEY
                   MOVE '04' TO CARGOFX-RETORNO
               NOT INVALID KEY
                   MOVE CARGOS-TITULO TO CARGOFX-TITULO
                   MOVE CARGOS-MINIMO TO CARGOFX-MINIMO
                   MOVE CARGOS-MEDIO  TO CARGOFX-MEDIO
                   MOVE CARGOS-MAXIMO TO CARGOFX-MAXIMO
           END-READ
           CLOSE CARGOS.
      *
       RT-LER-CARGOX.                              EXIT.
      ******************************************************************
      *                      FIM  DO  PROGRAMA                         *
      ******************************************************************
