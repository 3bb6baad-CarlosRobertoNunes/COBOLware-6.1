      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SINDFX.
       AUTHOR.        Traduzido de Easytrieve (macro esy.kex v.0.10).
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      * Sindicato do empregado, piso salarial e       *
                      * contribuicao do mes (tabela SINDIC, mantida   *
                      * pelo SINDMNT).                                *
                      *                                               *
                      * O vinculo e pelo cargo quando ele consta na   *
                      * tabela de pisos de algum sindicato; senao,    *
                      * pelo departamento. Piso do cargo na           *
                      * convencao, ou o piso geral dela, contra o     *
                      * salario mensal (semanal x 52 / 12). Usado     *
                      * pelo PERSMNT, PERSBTCH e CARTA para avisar o  *
                      * salario abaixo do piso; o aviso nao impede a  *
                      * gravacao.                                     *
                      *                                               *
                      * Com SINDFX-CARGO em branco o cargo e lido do  *
                      * PERSEXT pela matricula.                       *
                      *                                               *
                      * Com SINDFX-ANOMES informado sai tambem a      *
                      * contribuicao do mes pela regra da convencao   *
                      * (P = percentual do salario todo mes, F =      *
                      * valor fixo todo mes, D = um dia de salario no *
                      * mes de desconto, N = sem contribuicao), zero  *
                      * para quem protocolou carta de oposicao no ano *
                      * (SINDOPOS). Usado pelo NETCALC.               *
                      *                                               *
                      * SINDFX-RETORNO: 00 NO PISO OU ACIMA, 01       *
                      * ABAIXO DO PISO, 03 SEM SINDICATO VINCULADO,   *
                      * 04 TABELA SINDIC AUSENTE.                     *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT OPTIONAL SINDIC ASSIGN TO SINDIC
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS SINDIC-CODIGO
                  FILE STATUS   IS FL-STA-SINDIC.
      *
           SELECT OPTIONAL SINDOPOS ASSIGN TO SINDOPOS
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS SINDOPOS-CHAVE
                  FILE STATUS   IS FL-STA-SINDOPOS.
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
      *----------------------------------------------------------------*
      *  SINDICATOS: CONVENCAO, PISOS MENSAIS POR CARGO E DEPARTAMENTOS *
      *  VINCULADOS                                                     *
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
              88 SINDIC-CONTRIB-PERC                    VALUE 'P'.
              88 SINDIC-CONTRIB-FIXA                    VALUE 'F'.
              88 SINDIC-CONTRIB-DIA                     VALUE 'D'.
           03 SINDIC-CONTRIB-PCT             PIC  9(002)V99.
           03 SINDIC-CONTRIB-VALOR           PIC  9(005)V99.
           03 SINDIC-CONTRIB-MES             PIC  9(002).
           03 SINDIC-PISO-GERAL              PIC  9(005)V99.
           03 SINDIC-PISO-QTDE               PIC  9(002).
           03 SINDIC-PISO-TAB OCCURS 10 TIMES INDEXED BY INDPISO.
              05 SINDIC-PISO-CARGO           PIC  X(006).
              05 SINDIC-PISO-VALOR           PIC  9(005)V99.
           03 SINDIC-DEPT-QTDE               PIC  9(002).
           03 SINDIC-DEPT-TAB OCCURS 20 TIMES INDEXED BY INDSDP.
              05 SINDIC-DEPT                 PIC  9(003).
           03 SINDIC-DATA-ALT                PIC  9(008).
           03 SINDIC-OPERADOR                PIC  X(030).
           03 FILLER                         PIC  X(045).
      *
      *----------------------------------------------------------------*
      *  CARTAS DE OPOSICAO A CONTRIBUICAO POR MATRICULA E ANO          *
      *----------------------------------------------------------------*
       FD  SINDOPOS
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-SINDOPOS.
           03 SINDOPOS-CHAVE.
              05 SINDOPOS-EMP-NO             PIC  9(005).
              05 SINDOPOS-ANO                PIC  9(004).
           03 SINDOPOS-SINDICATO             PIC  X(004).
           03 SINDOPOS-DATA-PROTOCOLO        PIC  9(008).
           03 SINDOPOS-DATA-ALT              PIC  9(008).
           03 SINDOPOS-OPERADOR              PIC  X(030).
           03 FILLER                         PIC  X(041).
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
           03 PGMID                          PIC  X(008)    VALUE
              '#SINDFX.'.
           03 FL-STA-SINDIC                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-SINDIC-OK                               VALUE '00'.
              88 FL-SINDIC-EOF                              VALUE '10'.
           03 FL-STA-SINDOPOS                PIC  X(002)    VALUE
              ZEROS.
              88 FL-SINDOPOS-OK                             VALUE '00'.
           03 FL-STA-PERSEXT                 PIC  X(002)    VALUE
              ZEROS.
              88 FL-PERSEXT-OK                              VALUE '00'.
           03 WS-VINCULO                     PIC  X(001)    VALUE
              SPACE.
              88 VINCULO-CARGO                              VALUE 'C'.
              88 VINCULO-DEPT                               VALUE 'D'.
           03 WS-SIND-ACHADO                 PIC  X(350)    VALUE
              SPACES.
      *================================================================*
       01  FILLER                            PIC  X(32)  VALUE
                                     'FFF  FIM DAWORKING-STORAGE  FFF'.
      *================================================================*
       LINKAGE SECTION.
      *
      *----------------------------------------------------------------*
      *  MATRICULA, DEPT, CARGO (BRANCO = DO PERSEXT), SALARIO SEMANAL  *
      *  E ANOMES (ZERO = SO O PISO) NA ENTRADA; SINDICATO, PISO        *
      *  MENSAL E CONTRIBUICAO DO MES NA SAIDA                          *
      *----------------------------------------------------------------*
       01  PARAMETROS-SINDFX.
           03 SINDFX-EMP-NO                  PIC  9(005).
           03 SINDFX-DEPT                    PIC  9(003).
           03 SINDFX-CARGO                   PIC  X(006).
           03 SINDFX-SALARIO                 PIC  9(004)V99.
           03 SINDFX-ANOMES                  PIC  9(006).
           03 SINDFX-RETORNO                 PIC  X(002).
           03 SINDFX-SINDICATO               PIC  X(004).
           03 SINDFX-NOME                    PIC  X(030).
           03 SINDFX-PISO                    PIC  9(005)V99.
           03 SINDFX-SALARIO-MES             PIC  9(007)V99.
           03 SINDFX-OPOSICAO                PIC  X(001).
           03 SINDFX-CONTRIB                 PIC  9(007)V99.
      *================================================================*
       PROCEDURE DIVISION USING PARAMETROS-SINDFX.
      *================================================================*
      *----------------------------------------------------------------*
      *                        ROTINA PRINCIPAL                        *
      *----------------------------------------------------------------*
       RT-PRINCIPAL                                SECTION.
      *
           MOVE '00'   TO SINDFX-RETORNO
           MOVE SPACES TO SINDFX-SINDICATO SINDFX-NOME
           MOVE 'N'    TO SINDFX-OPOSICAO
           MOVE ZEROS  TO SINDFX-PISO SINDFX-CONTRIB
           COMPUTE SINDFX-SALARIO-MES ROUNDED = SINDFX-SALARIO * 52 / 12
      *
           IF  SINDFX-CARGO EQUAL SPACES
               PERFORM RT-LER-PERSEXT
           END-IF
      *
           PERFORM RT-ACHAR-SINDICATO
           IF  SINDFX-RETORNO NOT EQUAL '00'
               GOBACK
           END-IF
      *
           IF  SINDFX-SALARIO-MES LESS SINDFX-PISO
               MOVE '01' TO SINDFX-RETORNO
           END-IF
      *
           IF  SINDFX-ANOMES GREATER ZEROS
               PERFORM RT-CONTRIBUICAO
           END-IF
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
           MOVE SINDFX-EMP-NO TO PERSEXT-EMP-NO
           READ PERSEXT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PERSEXT-CARGO TO SINDFX-CARGO
           END-READ
           CLOSE PERSEXT.
      *
       RT-LER-PERSEXTX.                            EXIT.
      *----------------------------------------------------------------*
      *  PASSADA NA TABELA SINDIC: O CARGO NOS PISOS DE UMA CONVENCAO   *
      *  PREVALECE SOBRE O DEPARTAMENTO VINCULADO A OUTRA               *
      *----------------------------------------------------------------*
       RT-ACHAR-SINDICATO                          SECTION.
      *
           OPEN INPUT SINDIC
           IF  NOT FL-SINDIC-OK
               MOVE '04' TO SINDFX-RETORNO
               EXIT SECTION
           END-IF
      *
           MOVE SPACE TO WS-VINCULO
           PERFORM UNTIL FL-SINDIC-EOF
                      OR VINCULO-CARGO
               READ SINDIC NEXT RECORD
                 AT END
                    SET FL-SINDIC-EOF TO TRUE
                 NOT AT END
                    PERFORM VARYING INDPISO FROM 1 BY 1
                              UNTIL INDPISO GREATER SINDIC-PISO-QTDE
                                 OR INDPISO GREATER 10
                        IF  SINDFX-CARGO NOT EQUAL SPACES
                        AND SINDIC-PISO-CARGO(INDPISO)
                            EQUAL SINDFX-CARGO
                            SET VINCULO-CARGO TO TRUE
                            MOVE SINDIC-PISO-VALOR(INDPISO)
                              TO SINDFX-PISO
                            MOVE REG-SINDIC TO WS-SIND-ACHADO
                            EXIT PERFORM
                        END-IF
                    END-PERFORM
                    IF  NOT VINCULO-CARGO
                    AND NOT VINCULO-DEPT
                        PERFORM VARYING INDSDP FROM 1 BY 1
                                  UNTIL INDSDP GREATER SINDIC-DEPT-QTDE
                                     OR INDSDP GREATER 20
                            IF  SINDIC-DEPT(INDSDP) EQUAL SINDFX-DEPT
                                SET VINCULO-DEPT TO TRUE
                                MOVE SINDIC-PISO-GERAL TO SINDFX-PISO
                                MOVE REG-SINDIC TO WS-SIND-ACHADO
                                EXIT PERFORM
                            END-IF
                        END-PERFORM
                    END-IF
               END-READ
           END-PERFORM
           CLOSE SINDIC
           MOVE ZEROS TO FL-STA-SINDIC
      *
           IF  NOT VINCULO-CARGO
           AND NOT VINCULO-DEPT
               MOVE '03' TO SINDFX-RETORNO
               EXIT SECTION
           END-IF
           MOVE WS-SIND-ACHADO TO REG-SINDIC
           MOVE SINDIC-CODIGO  TO SINDFX-SINDICATO
           MOVE SINDIC-NOME    TO SINDFX-NOME.
      *
       RT-ACHAR-SINDICATOX.                        EXIT.
      *----------------------------------------------------------------*
      *  CONTRIBUICAO DO MES PELA REGRA DA CONVENCAO, SALVO CARTA DE    *
      *  OPOSICAO PROTOCOLADA NO ANO                                    *
      *----------------------------------------------------------------*
       RT-CONTRIBUICAO                             SECTION.
      *
           OPEN INPUT SINDOPOS
           IF  FL-SINDOPOS-OK
               MOVE SINDFX-EMP-NO      TO SINDOPOS-EMP-NO
               COMPUTE SINDOPOS-ANO = SINDFX-ANOMES / 100
               READ SINDOPOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO SINDFX-OPOSICAO
               END-READ
               CLOSE SINDOPOS
           END-IF
           IF  SINDFX-OPOSICAO EQUAL 'S'
               EXIT SECTION
           END-IF
      *
           EVALUATE TRUE
               WHEN SINDIC-CONTRIB-PERC
                    COMPUTE SINDFX-CONTRIB ROUNDED =
                            SINDFX-SALARIO-MES * SINDIC-CONTRIB-PCT
                                               / 100
               WHEN SINDIC-CONTRIB-FIXA
                    MOVE SINDIC-CONTRIB-VALOR TO SINDFX-CONTRIB
               WHEN SINDIC-CONTRIB-DIA
                    IF  FUNCTION MOD(SINDFX-ANOMES, 100)
                        EQUAL SINDIC-CONTRIB-MES
                        COMPUTE SINDFX-CONTRIB ROUNDED =
                                SINDFX-SALARIO-MES / 30
                    END-IF
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.
      *
       RT-CONTRIBUICAOX.                           EXIT.
      ******************************************************************
      *                      FIM  DO  PROGRAMA                         *
      ******************************************************************
