      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CARGOMNT.
       AUTHOR.        Traduzido de Easytrieve (macro esy.kex v.0.10).
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      * Manutencao da tabela mestre de cargos CARGOS  *
                      * (indexada por CARGOS-CODIGO): consulta,       *
                      * listagem, inclusao, alteracao e exclusao de   *
                      * cargos com titulo, grau e a faixa salarial    *
                      * (minimo, ponto medio e maximo), na mesma      *
                      * unidade semanal do PAY-GROSS do PERSNL.       *
                      *                                               *
                      * O cargo do empregado fica no PERSEXT; o       *
                      * CARGOFX confere o salario contra a faixa      *
                      * (PERSMNT, PERSBTCH e SALAPPR) e o CARGOREL    *
                      * lista o compa-ratio por departamento e cargo. *
                      *                                               *
                      * A faixa tem de ser 0 < MINIMO <= MEDIO <=     *
                      * MAXIMO; cargo ainda atribuido a algum         *
                      * empregado no PERSEXT nao pode ser excluido.   *
                      *                                               *
                      * Trava real da tabela (CWRLOCK) e toda         *
                      * mudanca gravada no CWLOGF com antes e depois. *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT CARGOS ASSIGN TO CARGOS
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS CARGOS-CODIGO
                  FILE STATUS   IS FL-STA-CARGOS.
      *
           SELECT OPTIONAL PERSEXT ASSIGN TO PERSEXT
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD KEY    IS PERSEXT-EMP-NO
                  FILE STATUS   IS FL-STA-PERSEXT.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *----------------------------------------------------------------*
      *  CARGO COM A FAIXA SALARIAL SEMANAL (MESMA UNIDADE DO           *
      *  PAY-GROSS)                                                     *
      *----------------------------------------------------------------*
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
      *        SUBPROGRAMAS                                            *
      *----------------------------------------------------------------*
      *
       77  SB-CWRLOCK                    PIC  X(08)  VALUE 'CWRLOCK'.
       77  SB-CWLOGW                     PIC  X(08)  VALUE 'CWLOGW'.
       77  SB-CWGETU                     PIC  X(08)  VALUE 'CWGETU'.
       77  SB-CWIDLE                     PIC  X(08)  VALUE 'CWIDLE'.
       77  SB-CWJRNL                     PIC  X(08)  VALUE 'CWJRNL'.
      *
      *----------------------------------------------------------------*
      *        AREA DE VARIAVEIS AUXILIARES                            *
      *----------------------------------------------------------------*
      *
       01  WS-VARIAVEIS.
           03 PGMID                          PIC  X(010)    VALUE
              '#CARGOMNT.'.
           03 FL-STA-CARGOS                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-CARGOS-EOF                              VALUE '10'.
              88 FL-CARGOS-OK                               VALUE '00'.
              88 FL-CARGOS-NOVO                             VALUE '35'.
              88 FL-CARGOS-DUP                              VALUE '22'.
           03 FL-STA-PERSEXT                 PIC  X(002)    VALUE
              ZEROS.
              88 FL-PERSEXT-EOF                             VALUE '10'.
              88 FL-PERSEXT-OK                              VALUE '00'.
           03 WS-OPCAO                       PIC  X(001)    VALUE
              SPACE.
              88 OPCAO-FIM                                  VALUE 'F'.
           03 WS-RESPOSTA                    PIC  X(030)    VALUE
              SPACES.
           03 WS-CARGO-INFORMADO             PIC  X(006)    VALUE
              SPACES.
           03 WS-VALOR                       PIC  9(004)V99 VALUE
              ZEROS.
           03 WS-CRITICA-OK                  PIC  X(001)    VALUE 'S'.
              88 CRITICA-OK                                 VALUE 'S'.
           03 WS-OPERADOR                    PIC  X(030)    VALUE
              SPACES.
           03 WS-TASK                        PIC  9(006)    VALUE
              ZEROS.
           03 WS-PROGRAMA                    PIC  X(008)    VALUE
              'CARGOMNT'.
           03 WS-LOCK-NOME                   PIC  X(040)    VALUE
              SPACES.
           03 WS-LOCK-STATUS                 PIC  X(002)    VALUE
              SPACES.
           03 WS-LOCK-DONO                   PIC  X(030)    VALUE
              SPACES.
           03 WS-TABELA-TRAVADA              PIC  X(001)    VALUE 'N'.
              88 TABELA-TRAVADA                             VALUE 'S'.
           03 WS-REG-ANTES                   PIC  X(080)    VALUE
              SPACES.
           03 WS-LISTADOS             COMP-3 PIC  9(004)    VALUE
              ZEROS.
           03 WS-EM-USO               COMP-3 PIC  9(005)    VALUE
              ZEROS.
           03 WS-MINIMO-ED                   PIC  Z.ZZ9,99.
           03 WS-MEDIO-ED                    PIC  Z.ZZ9,99.
           03 WS-MAXIMO-ED                   PIC  Z.ZZ9,99.
      *
      *----------------------------------------------------------------*
      *  PARAMETROS DOS SUBPROGRAMAS COBOLWARE                          *
      *----------------------------------------------------------------*
       01  PARAMETROS-CWLOGW.
           03 CWLOGW-FUNCTION                PIC  X(001)    VALUE
              SPACE.
           03 CWLOGW-TEXT                    PIC  X(035)    VALUE
              SPACES.
      *
      *----------------------------------------------------------------*
      *  JORNAL DE ALTERACOES (CWJRNL) PARA O ROLL-FORWARD (CWJRNLRF)   *
      *----------------------------------------------------------------*
       01  PARAMETROS-CWJRNL.
           03 CWJRNL-FUNCTION                PIC  X(001)    VALUE
              SPACE.
           03 CWJRNL-ARQUIVO                 PIC  X(012)    VALUE
              SPACES.
           03 CWJRNL-CHAVE                   PIC  X(020)    VALUE
              SPACES.
           03 CWJRNL-TAMANHO                 PIC  9(004)    VALUE
              ZEROS.
           03 CWJRNL-REGISTRO                PIC  X(512)    VALUE
              SPACES.
           03 CWJRNL-STATUS                  PIC  X(002)    VALUE
              ZEROS.
      *
       01  WS-OBS                            PIC  X(080)    VALUE
           SPACES.
      *================================================================*
       01  FILLER                            PIC  X(32)  VALUE
                                     'FFF  FIM DAWORKING-STORAGE  FFF'.
      *================================================================*
      *
      *----------------------------------------------------------------*
      *  TRAVA DE INATIVIDADE (CWIDLE): BATIDA A CADA INTERACAO; A     *
      *  RESPOSTA 'E' MANDA ENCERRAR A SESSAO LIMPA                    *
      *----------------------------------------------------------------*
       01  PARAMETROS-CWIDLE.
           03 CWIDLE-FUNCTION                PIC  X(001)    VALUE
              'T'.
           03 CWIDLE-USUARIO                 PIC  X(030)    VALUE
              SPACES.
           03 CWIDLE-TASK                    PIC  9(006)    VALUE
              ZEROS.
           03 CWIDLE-ACAO                    PIC  X(001)    VALUE
              SPACE.
           03 CWIDLE-STATUS                  PIC  X(002)    VALUE
              ZEROS.
       PROCEDURE DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
      *                        ROTINA PRINCIPAL                        *
      *----------------------------------------------------------------*
       RT-PRINCIPAL                                SECTION.
      *
           PERFORM RT-INICIAR
      *
           IF  NOT OPCAO-FIM
               PERFORM RT-DIALOGO
                       UNTIL OPCAO-FIM
           END-IF
      *
           PERFORM RT-FINALIZAR
      *
           GOBACK.
      *
       RT-PRINCIPALX.                              EXIT.
      *----------------------------------------------------------------*
      *  TRAVA A TABELA E ABRE O ARQUIVO (CRIANDO-O SE NAO EXISTE)      *
      *----------------------------------------------------------------*
       RT-INICIAR                                  SECTION.
      *
           CALL SB-CWGETU USING WS-OPERADOR WS-TASK WS-PROGRAMA '?'
      *
           MOVE 'CARGOS' TO WS-LOCK-NOME
           CALL SB-CWRLOCK USING 'L' WS-LOCK-NOME WS-OPERADOR
                                 WS-TASK WS-LOCK-STATUS WS-LOCK-DONO
             ON EXCEPTION
                MOVE '00' TO WS-LOCK-STATUS
           END-CALL
           IF  WS-LOCK-STATUS NOT EQUAL '00'
               DISPLAY PGMID '001I- TABELA EM MANUTENCAO POR '
                       WS-LOCK-DONO
               SET OPCAO-FIM TO TRUE
               EXIT SECTION
           END-IF
           SET TABELA-TRAVADA TO TRUE
      *
           OPEN I-O CARGOS
           IF  FL-CARGOS-NOVO
               OPEN OUTPUT CARGOS
               CLOSE CARGOS
               OPEN I-O CARGOS
           END-IF
           IF  NOT FL-CARGOS-OK
               DISPLAY PGMID '001I- CARGOS COM ERRO ' FL-STA-CARGOS
               SET OPCAO-FIM TO TRUE
           END-IF.
      *
       RT-INICIARX.                                EXIT.
      *----------------------------------------------------------------*
      *                    MENU DA MANUTENCAO                          *
      *----------------------------------------------------------------*
       RT-DIALOGO                                  SECTION.
      *
           DISPLAY ' '
           DISPLAY 'CARGOMNT - MANUTENCAO DA TABELA CARGOS'
           DISPLAY '[C]ONSULTA [L]ISTAR [I]NCLUSAO [A]LTERACAO'
                   ' [E]XCLUSAO [F]IM'
           DISPLAY 'OPCAO: ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           MOVE WS-RESPOSTA(1:1) TO WS-OPCAO
           INSPECT WS-OPCAO CONVERTING 'cliaef' TO 'CLIAEF'
      *
      *    BATIDA DA TRAVA DE INATIVIDADE; 'E' ENCERRA A SESSAO
           MOVE 'T'         TO CWIDLE-FUNCTION
           MOVE WS-OPERADOR TO CWIDLE-USUARIO
           MOVE WS-TASK     TO CWIDLE-TASK
           CALL SB-CWIDLE USING PARAMETROS-CWIDLE
             ON EXCEPTION
                CONTINUE
           END-CALL
           IF  CWIDLE-ACAO EQUAL 'E'
               SET OPCAO-FIM TO TRUE
               EXIT SECTION
           END-IF
      *
           EVALUATE WS-OPCAO
               WHEN 'C' PERFORM RT-CONSULTA
               WHEN 'L' PERFORM RT-LISTAR
               WHEN 'I' PERFORM RT-INCLUSAO
               WHEN 'A' PERFORM RT-ALTERACAO
               WHEN 'E' PERFORM RT-EXCLUSAO
               WHEN 'F' CONTINUE
               WHEN OTHER
                    DISPLAY PGMID '002I- OPCAO INVALIDA'
           END-EVALUATE.
      *
       RT-DIALOGOX.                                EXIT.
      *----------------------------------------------------------------*
      *  PEDE O CODIGO DO CARGO (ALFANUMERICO, EM MAIUSCULAS)           *
      *----------------------------------------------------------------*
       RT-PEDE-CARGO                               SECTION.
      *
           DISPLAY 'CARGO: ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           MOVE WS-RESPOSTA(1:6) TO WS-CARGO-INFORMADO
           INSPECT WS-CARGO-INFORMADO
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF  WS-CARGO-INFORMADO EQUAL SPACES
               DISPLAY PGMID '003I- CARGO NAO INFORMADO'
           END-IF.
      *
       RT-PEDE-CARGOX.                             EXIT.
      *----------------------------------------------------------------*
       RT-CONSULTA                                 SECTION.
      *
           PERFORM RT-PEDE-CARGO
           IF  WS-CARGO-INFORMADO EQUAL SPACES
               EXIT SECTION
           END-IF
           MOVE WS-CARGO-INFORMADO TO CARGOS-CODIGO
           READ CARGOS
               INVALID KEY
                   DISPLAY PGMID '004I- CARGO NAO CADASTRADO'
               NOT INVALID KEY
                   PERFORM RT-MOSTRA
           END-READ.
      *
       RT-CONSULTAX.                               EXIT.
      *----------------------------------------------------------------*
       RT-LISTAR                                   SECTION.
      *
           MOVE ZEROS  TO WS-LISTADOS
           MOVE SPACES TO CARGOS-CODIGO
           START CARGOS KEY NOT LESS CARGOS-CODIGO
           IF  NOT FL-CARGOS-OK
               DISPLAY PGMID '004I- TABELA VAZIA'
               EXIT SECTION
           END-IF
           PERFORM UNTIL FL-CARGOS-EOF
               READ CARGOS NEXT RECORD
                 AT END
                    SET FL-CARGOS-EOF TO TRUE
                 NOT AT END
                    PERFORM RT-MOSTRA
                    ADD 1 TO WS-LISTADOS
               END-READ
           END-PERFORM
           MOVE ZEROS TO FL-STA-CARGOS
           DISPLAY PGMID '004I- ' WS-LISTADOS ' CARGO(S)'.
      *
       RT-LISTARX.                                 EXIT.
      *----------------------------------------------------------------*
       RT-MOSTRA                                   SECTION.
      *
           MOVE CARGOS-MINIMO TO WS-MINIMO-ED
           MOVE CARGOS-MEDIO  TO WS-MEDIO-ED
           MOVE CARGOS-MAXIMO TO WS-MAXIMO-ED
           DISPLAY 'CARGO: ' CARGOS-CODIGO
                   '  TITULO: ' CARGOS-TITULO
                   '  GRAU: '   CARGOS-GRAU
           DISPLAY '   FAIXA SEMANAL  MIN: ' WS-MINIMO-ED
                   '  MED: ' WS-MEDIO-ED
                   '  MAX: ' WS-MAXIMO-ED.
      *
       RT-MOSTRAX.                                 EXIT.
      *----------------------------------------------------------------*
       RT-INCLUSAO                                 SECTION.
      *
           PERFORM RT-PEDE-CARGO
           IF  WS-CARGO-INFORMADO EQUAL SPACES
               EXIT SECTION
           END-IF
           MOVE SPACES             TO REG-CARGOS
           MOVE WS-CARGO-INFORMADO TO CARGOS-CODIGO
           MOVE ZEROS TO CARGOS-MINIMO CARGOS-MEDIO CARGOS-MAXIMO
           PERFORM RT-PEDE-CAMPOS
           IF  NOT CRITICA-OK
               DISPLAY PGMID '005I- INCLUSAO REJEITADA PELA CRITICA'
               EXIT SECTION
           END-IF
           WRITE REG-CARGOS
               INVALID KEY
                   DISPLAY PGMID '005I- CARGO JA CADASTRADO'
               NOT INVALID KEY
                   MOVE 'I' TO CWLOGW-FUNCTION
                   MOVE 'INCLUSAO DE CARGO' TO WS-REG-ANTES
                   PERFORM RT-LOGA
                   MOVE 'W' TO CWJRNL-FUNCTION
                   PERFORM RT-JORNALIZAR
                   DISPLAY PGMID '005I- INCLUIDO ' WS-CARGO-INFORMADO
           END-WRITE.
      *
       RT-INCLUSAOX.                               EXIT.
      *----------------------------------------------------------------*
       RT-ALTERACAO                                SECTION.
      *
           PERFORM RT-PEDE-CARGO
           IF  WS-CARGO-INFORMADO EQUAL SPACES
               EXIT SECTION
           END-IF
           MOVE WS-CARGO-INFORMADO TO CARGOS-CODIGO
           READ CARGOS
               INVALID KEY
                   DISPLAY PGMID '004I- CARGO NAO CADASTRADO'
                   EXIT SECTION
           END-READ
           PERFORM RT-MOSTRA
           MOVE REG-CARGOS TO WS-REG-ANTES
           PERFORM RT-PEDE-CAMPOS
           IF  NOT CRITICA-OK
               DISPLAY PGMID '006I- ALTERACAO REJEITADA PELA CRITICA'
               EXIT SECTION
           END-IF
           REWRITE REG-CARGOS
               INVALID KEY
                   DISPLAY PGMID '006I- ERRO ' FL-STA-CARGOS
                           ' NA REGRAVACAO'
               NOT INVALID KEY
                   MOVE 'A' TO CWLOGW-FUNCTION
                   PERFORM RT-LOGA
                   MOVE 'R' TO CWJRNL-FUNCTION
                   PERFORM RT-JORNALIZAR
                   DISPLAY PGMID '006I- ALTERADO ' WS-CARGO-INFORMADO
           END-REWRITE.
      *
       RT-ALTERACAOX.                              EXIT.
      *----------------------------------------------------------------*
       RT-EXCLUSAO                                 SECTION.
      *
           PERFORM RT-PEDE-CARGO
           IF  WS-CARGO-INFORMADO EQUAL SPACES
               EXIT SECTION
           END-IF
           MOVE WS-CARGO-INFORMADO TO CARGOS-CODIGO
           READ CARGOS
               INVALID KEY
                   DISPLAY PGMID '004I- CARGO NAO CADASTRADO'
                   EXIT SECTION
           END-READ
           PERFORM RT-MOSTRA
      *
           PERFORM RT-CONTAR-USO
           IF  WS-EM-USO GREATER ZEROS
               DISPLAY PGMID '007I- CARGO ATRIBUIDO A ' WS-EM-USO
                       ' EMPREGADO(S) - EXCLUSAO RECUSADA'
               EXIT SECTION
           END-IF
      *
           DISPLAY 'CONFIRMA EXCLUSAO (S/N)? ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA(1:1) EQUAL 'S' OR 's'
               MOVE REG-CARGOS TO WS-REG-ANTES
               DELETE CARGOS RECORD
                   INVALID KEY
                       DISPLAY PGMID '007I- ERRO ' FL-STA-CARGOS
                               ' NA EXCLUSAO'
                   NOT INVALID KEY
                       MOVE 'E' TO CWLOGW-FUNCTION
                       MOVE 'REGISTRO EXCLUIDO' TO REG-CARGOS
                       PERFORM RT-LOGA
                       MOVE 'D' TO CWJRNL-FUNCTION
                       PERFORM RT-JORNALIZAR
                       DISPLAY PGMID '007I- EXCLUIDO '
                               WS-CARGO-INFORMADO
               END-DELETE
           END-IF.
      *
       RT-EXCLUSAOX.                               EXIT.
      *----------------------------------------------------------------*
      *  CONTA OS EMPREGADOS DO PERSEXT QUE AINDA TEM O CARGO           *
      *----------------------------------------------------------------*
       RT-CONTAR-USO                               SECTION.
      *
           MOVE ZEROS TO WS-EM-USO
           OPEN INPUT PERSEXT
           IF  NOT FL-PERSEXT-OK
               EXIT SECTION
           END-IF
           PERFORM UNTIL FL-PERSEXT-EOF
               READ PERSEXT
                 AT END
                    SET FL-PERSEXT-EOF TO TRUE
                 NOT AT END
                    IF  PERSEXT-CARGO EQUAL WS-CARGO-INFORMADO
                        ADD 1 TO WS-EM-USO
                    END-IF
               END-READ
           END-PERFORM
           CLOSE PERSEXT.
      *
       RT-CONTAR-USOX.                             EXIT.
      *----------------------------------------------------------------*
      *  ACEITA OS CAMPOS DO REGISTRO CORRENTE (VAZIO MANTEM) E         *
      *  CRITICA A FAIXA: 0 < MINIMO <= MEDIO <= MAXIMO                 *
      *----------------------------------------------------------------*
       RT-PEDE-CAMPOS                              SECTION.
      *
           MOVE 'S' TO WS-CRITICA-OK
      *
           DISPLAY 'TITULO (VAZIO MANTEM): ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA NOT EQUAL SPACES
               MOVE WS-RESPOSTA(1:30) TO CARGOS-TITULO
           END-IF
      *
           DISPLAY 'GRAU: ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA NOT EQUAL SPACES
               MOVE WS-RESPOSTA(1:3) TO CARGOS-GRAU
           END-IF
      *
           DISPLAY 'MINIMO SEMANAL (9999V99): ' WITH NO ADVANCING
           PERFORM RT-PEDE-VALOR
           IF  NOT CRITICA-OK
               EXIT SECTION
           END-IF
           IF  WS-RESPOSTA NOT EQUAL SPACES
               MOVE WS-VALOR TO CARGOS-MINIMO
           END-IF
      *
           DISPLAY 'PONTO MEDIO SEMANAL (9999V99): ' WITH NO ADVANCING
           PERFORM RT-PEDE-VALOR
           IF  NOT CRITICA-OK
               EXIT SECTION
           END-IF
           IF  WS-RESPOSTA NOT EQUAL SPACES
               MOVE WS-VALOR TO CARGOS-MEDIO
           END-IF
      *
           DISPLAY 'MAXIMO SEMANAL (9999V99): ' WITH NO ADVANCING
           PERFORM RT-PEDE-VALOR
           IF  NOT CRITICA-OK
               EXIT SECTION
           END-IF
           IF  WS-RESPOSTA NOT EQUAL SPACES
               MOVE WS-VALOR TO CARGOS-MAXIMO
           END-IF
      *
           IF  CARGOS-TITULO EQUAL SPACES
               DISPLAY PGMID '008I- TITULO OBRIGATORIO'
               MOVE 'N' TO WS-CRITICA-OK
               EXIT SECTION
           END-IF
           IF  CARGOS-MINIMO EQUAL ZEROS
           OR  CARGOS-MEDIO  LESS CARGOS-MINIMO
           OR  CARGOS-MAXIMO LESS CARGOS-MEDIO
               DISPLAY PGMID '008I- FAIXA INVALIDA - EXIGE 0 < MINIMO'
                       ' <= MEDIO <= MAXIMO'
               MOVE 'N' TO WS-CRITICA-OK
           END-IF.
      *
       RT-PEDE-CAMPOSX.                            EXIT.
      *----------------------------------------------------------------*
      *  ACEITA UM VALOR DE 6 DIGITOS COM 2 DECIMAIS IMPLICITOS         *
      *----------------------------------------------------------------*
       RT-PEDE-VALOR                               SECTION.
      *
           MOVE SPACES TO WS-RESPOSTA
           MOVE ZEROS  TO WS-VALOR
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA EQUAL SPACES
               EXIT SECTION
           END-IF
           IF  WS-RESPOSTA(1:6) IS NUMERIC
           AND WS-RESPOSTA(7:24) EQUAL SPACES
               MOVE WS-RESPOSTA(1:6) TO WS-VALOR(1:6)
           ELSE
               DISPLAY PGMID '009I- VALOR DEVE TER 6 DIGITOS'
               MOVE 'N' TO WS-CRITICA-OK
           END-IF.
      *
       RT-PEDE-VALORX.                             EXIT.
      *----------------------------------------------------------------*
      *  GRAVA NO CWLOGF A FUNCAO COM AS IMAGENS ANTES E DEPOIS         *
      *----------------------------------------------------------------*
       RT-LOGA                                     SECTION.
      *
           MOVE SPACES TO CWLOGW-TEXT
           STRING 'CARGOS ' WS-CARGO-INFORMADO
                  DELIMITED BY SIZE INTO CWLOGW-TEXT
           CALL SB-CWLOGW USING PARAMETROS-CWLOGW
             ON EXCEPTION
                CONTINUE
           END-CALL
      *
           MOVE WS-REG-ANTES TO WS-OBS
           MOVE '^' TO CWLOGW-FUNCTION
           CALL SB-CWLOGW USING PARAMETROS-CWLOGW WS-OBS
             ON EXCEPTION
                CONTINUE
           END-CALL
      *
           MOVE REG-CARGOS TO WS-OBS
           MOVE '^' TO CWLOGW-FUNCTION
           CALL SB-CWLOGW USING PARAMETROS-CWLOGW WS-OBS
             ON EXCEPTION
                CONTINUE
           END-CALL.
      *
       RT-LOGAX.                                   EXIT.
      *----------------------------------------------------------------*
      *  ANOTA A MUDANCA EFETIVADA NO JORNAL (CWJRNL AUSENTE NAO        *
      *  ATRAPALHA A MANUTENCAO); NA EXCLUSAO VAI A IMAGEM ORIGINAL     *
      *----------------------------------------------------------------*
       RT-JORNALIZAR                               SECTION.
      *
           MOVE 'CARGOS'  TO CWJRNL-ARQUIVO
           MOVE SPACES    TO CWJRNL-CHAVE
           MOVE 80        TO CWJRNL-TAMANHO
           MOVE SPACES    TO CWJRNL-REGISTRO
           IF  CWJRNL-FUNCTION EQUAL 'D'
               MOVE WS-REG-ANTES      TO CWJRNL-REGISTRO(1:80)
               MOVE WS-REG-ANTES(1:6) TO CWJRNL-CHAVE(1:6)
           ELSE
               MOVE REG-CARGOS        TO CWJRNL-REGISTRO(1:80)
               MOVE CARGOS-CODIGO     TO CWJRNL-CHAVE(1:6)
           END-IF
           CALL SB-CWJRNL USING PARAMETROS-CWJRNL
             ON EXCEPTION
                CONTINUE
           END-CALL.
      *
       RT-JORNALIZARX.                             EXIT.
      *----------------------------------------------------------------*
       RT-FINALIZAR                                SECTION.
      *
           IF  FL-CARGOS-OK
           OR  FL-CARGOS-EOF
               CLOSE CARGOS
           END-IF
           IF  TABELA-TRAVADA
               MOVE 'CARGOS' TO WS-LOCK-NOME
               CALL SB-CWRLOCK USING 'U' WS-LOCK-NOME WS-OPERADOR
                                     WS-TASK WS-LOCK-STATUS
                                     WS-LOCK-DONO
                 ON EXCEPTION
                    CONTINUE
               END-CALL
               MOVE 'N' TO WS-TABELA-TRAVADA
           END-IF.
      *
       RT-FINALIZARX.                              EXIT.
      ******************************************************************
      *                      FIM  DO  PROGRAMA                         *
      ******************************************************************
