      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RATEMNT.
       AUTHOR.        Traduzido de Easytrieve (macro esy.kex v.0.10).
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      * Rateio do custo da matricula entre            *
                      * departamentos (RATEIO), chamado pela opcao    *
                      * [R]ATEIO do PERSMNT para a matricula ja       *
                      * localizada. Cada vigencia (AAAAMM) traz ate 5 *
                      * departamentos com o percentual de cada um,    *
                      * que precisam somar 100,00%; a vigencia vale   *
                      * do mes informado ate a vigencia seguinte. Uma *
                      * vigencia sem departamentos encerra o rateio e *
                      * o custo volta ao DEPT do PERSNL.              *
                      *                                               *
                      * O rateio e lido pelo RATEIOFX no lancamento   *
                      * contabil (PAYJRNL), nos totais de encargos    *
                      * (ENCCALC) e no custo por departamento do      *
                      * PAYHSTRP. Vigencia anterior ao mes corrente   *
                      * ja alcancou folha fechada e nao se altera nem *
                      * se exclui: inclui-se uma vigencia nova.       *
                      *                                               *
                      * O PERSMNT ja trava o cadastro inteiro         *
                      * (CWRLOCK), o que serializa tambem esta        *
                      * manutencao; toda mudanca vai ao CWLOGF com    *
                      * antes e depois e ao jornal (CWJRNL).          *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT RATEIO ASSIGN TO RATEIO
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS RATEIO-CHAVE
                  FILE STATUS   IS FL-STA-RATEIO.
      *
           SELECT OPTIONAL DEPTOS ASSIGN TO DEPTOS
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS DEPTOS-DEPT
                  FILE STATUS   IS FL-STA-DEPTOS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *----------------------------------------------------------------*
      *  RATEIO: MATRICULA + VIGENCIA (AAAAMM); ATE 5 DEPARTAMENTOS     *
      *  COM PERCENTUAL (SOMA 100,00) OU NENHUM (ENCERRA O RATEIO)      *
      *----------------------------------------------------------------*
       FD  RATEIO
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-RATEIO.
           03 RATEIO-CHAVE.
              05 RATEIO-EMP-NO               PIC  9(005).
              05 RATEIO-VIGENCIA             PIC  9(006).
           03 RATEIO-QTDE                    PIC  9(001).
           03 RATEIO-ITEM OCCURS 5 TIMES.
              05 RATEIO-DEPT                 PIC  9(003).
              05 RATEIO-PERCENTUAL           PIC  9(003)V99.
           03 RATEIO-OBSERVACAO              PIC  X(030).
           03 RATEIO-DATA-ALT                PIC  9(008).
           03 RATEIO-OPERADOR                PIC  X(030).
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
           03 PGMID                          PIC  X(009)    VALUE
              '#RATEMNT.'.
           03 FL-STA-RATEIO                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-RATEIO-EOF                              VALUE '10'.
              88 FL-RATEIO-OK                               VALUE '00'.
              88 FL-RATEIO-NOVO                             VALUE '35'.
           03 FL-STA-DEPTOS                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-DEPTOS-OK                               VALUE '00'.
           03 WS-OPCAO                       PIC  X(001)    VALUE
              SPACE.
              88 OPCAO-FIM                                  VALUE 'V'.
           03 WS-RESPOSTA                    PIC  X(050)    VALUE
              SPACES.
           03 WS-CRITICA-OK                  PIC  X(001)    VALUE 'S'.
              88 CRITICA-OK                                 VALUE 'S'.
           03 WS-RATEIO-ABERTO               PIC  X(001)    VALUE 'N'.
              88 RATEIO-ABERTO                              VALUE 'S'.
           03 WS-TEM-DEPTOS                  PIC  X(001)    VALUE 'N'.
              88 TEM-DEPTOS                                 VALUE 'S'.
           03 WS-ACHADO                      PIC  X(001)    VALUE 'N'.
              88 ACHADO                                     VALUE 'S'.
           03 WS-VIG-INFORMADA               PIC  9(006)    VALUE
              ZEROS.
           03 WS-OPERADOR                    PIC  X(030)    VALUE
              SPACES.
           03 WS-TASK                        PIC  9(006)    VALUE
              ZEROS.
           03 WS-PROGRAMA                    PIC  X(008)    VALUE
              'RATEMNT'.
           03 WS-REG-ANTES                   PIC  X(120)    VALUE
              SPACES.
           03 WS-DATA-HOJE                   PIC  9(008)    VALUE
              ZEROS.
           03 WS-ANOMES-HOJE                 PIC  9(006)    VALUE
              ZEROS.
           03 WS-LISTADOS             COMP-3 PIC  9(004)    VALUE
              ZEROS.
           03 WS-IND                  COMP-3 PIC  9(001)    VALUE
              ZEROS.
           03 WS-IND-2                COMP-3 PIC  9(001)    VALUE
              ZEROS.
           03 WS-SOMA-PCT                    PIC  9(004)V99 VALUE
              ZEROS.
           03 WS-ED-PCT                      PIC  ZZ9,99.
           03 WS-ED-SOMA                     PIC  ZZZ9,99.
           03 WS-LINHA                       PIC  X(080)    VALUE
              SPACES.
           03 WS-PONTEIRO             COMP-3 PIC  9(003)    VALUE
              ZEROS.
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
       01  WS-OBS                            PIC  X(080)    VALUE
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
      *
       LINKAGE SECTION.
      *
      *----------------------------------------------------------------*
      *  MATRICULA LOCALIZADA PELO PERSMNT                              *
      *----------------------------------------------------------------*
       01  PARAMETROS-RATEMNT.
           03 RATEMNT-EMP-NO                 PIC  9(005).
           03 RATEMNT-LAST-NAME              PIC  X(008).
           03 RATEMNT-DEPT                   PIC  9(003).
      *================================================================*
       PROCEDURE DIVISION USING PARAMETROS-RATEMNT.
      *================================================================*
      *----------------------------------------------------------------*
      *                        ROTINA PRINCIPAL                        *
      *----------------------------------------------------------------*
       RT-PRINCIPAL                                SECTION.
      *
           MOVE SPACE TO WS-OPCAO
           PERFORM RT-INICIAR
      *
           IF  NOT OPCAO-FIM
               PERFORM RT-LISTAR
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
      *  ABRE O ARQUIVO (CRIANDO-O SE NAO EXISTE) E O DEPTOS PARA A     *
      *  CRITICA DOS DEPARTAMENTOS                                      *
      *----------------------------------------------------------------*
       RT-INICIAR                                  SECTION.
      *
           CALL SB-CWGETU USING WS-OPERADOR WS-TASK WS-PROGRAMA '?'
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           COMPUTE WS-ANOMES-HOJE = WS-DATA-HOJE / 100
      *
           OPEN I-O RATEIO
           IF  FL-RATEIO-NOVO
               OPEN OUTPUT RATEIO
               CLOSE RATEIO
               OPEN I-O RATEIO
           END-IF
           IF  NOT FL-RATEIO-OK
               DISPLAY PGMID '001I- RATEIO COM ERRO ' FL-STA-RATEIO
               SET OPCAO-FIM TO TRUE
           ELSE
               SET RATEIO-ABERTO TO TRUE
           END-IF
      *
           OPEN INPUT DEPTOS
           IF  FL-DEPTOS-OK
               SET TEM-DEPTOS TO TRUE
           END-IF.
      *
       RT-INICIARX.                                EXIT.
      *----------------------------------------------------------------*
      *                    MENU DA MANUTENCAO                          *
      *----------------------------------------------------------------*
       RT-DIALOGO                                  SECTION.
      *
           DISPLAY ' '
           DISPLAY 'RATEMNT - RATEIO DE CUSTO DA MATRICULA '
                   RATEMNT-EMP-NO ' ' RATEMNT-LAST-NAME
                   ' (DEPT ' RATEMNT-DEPT ')'
           DISPLAY '[L]ISTAR [I]NCLUSAO [A]LTERACAO [E]XCLUSAO'
                   ' [V]OLTAR'
           DISPLAY 'OPCAO: ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           MOVE WS-RESPOSTA(1:1) TO WS-OPCAO
           INSPECT WS-OPCAO CONVERTING 'liaev' TO 'LIAEV'
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
               WHEN 'L' PERFORM RT-LISTAR
               WHEN 'I' PERFORM RT-INCLUSAO
               WHEN 'A' PERFORM RT-ALTERACAO
               WHEN 'E' PERFORM RT-EXCLUSAO
               WHEN 'V' CONTINUE
               WHEN OTHER
                    DISPLAY PGMID '002I- OPCAO INVALIDA'
           END-EVALUATE.
      *
       RT-DIALOGOX.                                EXIT.
      *----------------------------------------------------------------*
      *  LISTA AS VIGENCIAS DE RATEIO DA MATRICULA                      *
      *----------------------------------------------------------------*
       RT-LISTAR                                   SECTION.
      *
           MOVE ZEROS            TO WS-LISTADOS
           MOVE RATEMNT-EMP-NO TO RATEIO-EMP-NO
           MOVE ZEROS            TO RATEIO-VIGENCIA
           START RATEIO KEY NOT LESS RATEIO-CHAVE
               INVALID KEY
                   SET FL-RATEIO-EOF TO TRUE
           END-START
           PERFORM UNTIL FL-RATEIO-EOF
               READ RATEIO NEXT RECORD
                 AT END
                    SET FL-RATEIO-EOF TO TRUE
                 NOT AT END
                    IF  RATEIO-EMP-NO NOT EQUAL RATEMNT-EMP-NO
                        SET FL-RATEIO-EOF TO TRUE
                    ELSE
                        PERFORM RT-MOSTRA
                        ADD 1 TO WS-LISTADOS
                    END-IF
               END-READ
           END-PERFORM
           MOVE ZEROS TO FL-STA-RATEIO
           DISPLAY PGMID '003I- ' WS-LISTADOS ' VIGENCIA(S) DE RATEIO'
           IF  WS-LISTADOS EQUAL ZEROS
               DISPLAY PGMID '003I- SEM RATEIO: CUSTO TODO NO DEPT '
                       RATEMNT-DEPT
           END-IF.
      *
       RT-LISTARX.                                 EXIT.
      *----------------------------------------------------------------*
       RT-MOSTRA                                   SECTION.
      *
           MOVE SPACES TO WS-LINHA
           MOVE 1      TO WS-PONTEIRO
           STRING 'VIGENCIA ' RATEIO-VIGENCIA(5:2) '/'
                  RATEIO-VIGENCIA(1:4) ':'
                  DELIMITED BY SIZE INTO WS-LINHA
                  WITH POINTER WS-PONTEIRO
           IF  RATEIO-QTDE EQUAL ZERO
               STRING ' ENCERRA O RATEIO'
                      DELIMITED BY SIZE INTO WS-LINHA
                      WITH POINTER WS-PONTEIRO
           END-IF
           PERFORM VARYING WS-IND FROM 1 BY 1
                     UNTIL WS-IND GREATER RATEIO-QTDE
                        OR WS-IND GREATER 5
               MOVE RATEIO-PERCENTUAL(WS-IND) TO WS-ED-PCT
               STRING ' DEPT ' RATEIO-DEPT(WS-IND) ' ' WS-ED-PCT '%'
                      DELIMITED BY SIZE INTO WS-LINHA
                      WITH POINTER WS-PONTEIRO
           END-PERFORM
           DISPLAY WS-LINHA
           IF  RATEIO-OBSERVACAO NOT EQUAL SPACES
               DISPLAY '   ' RATEIO-OBSERVACAO
           END-IF.
      *
       RT-MOSTRAX.                                 EXIT.
      *----------------------------------------------------------------*
      *  PEDE A VIGENCIA E LE O RATEIO (ACHADO = S/N)                   *
      *----------------------------------------------------------------*
       RT-PEDE-E-LOCALIZA                          SECTION.
      *
           MOVE 'N' TO WS-ACHADO
           PERFORM RT-PEDE-VIGENCIA
           IF  NOT CRITICA-OK
               EXIT SECTION
           END-IF
           MOVE RATEMNT-EMP-NO TO RATEIO-EMP-NO
           MOVE WS-VIG-INFORMADA TO RATEIO-VIGENCIA
           READ RATEIO
               INVALID KEY
                   DISPLAY PGMID '004I- VIGENCIA NAO CADASTRADA'
               NOT INVALID KEY
                   SET ACHADO TO TRUE
                   PERFORM RT-MOSTRA
           END-READ.
      *
       RT-PEDE-E-LOCALIZAX.                        EXIT.
      *----------------------------------------------------------------*
       RT-PEDE-VIGENCIA                            SECTION.
      *
           MOVE 'S' TO WS-CRITICA-OK
           DISPLAY 'VIGENCIA (AAAAMM): ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA(1:6) IS NOT NUMERIC
           OR  WS-RESPOSTA(5:2) LESS '01'
           OR  WS-RESPOSTA(5:2) GREATER '12'
           OR  WS-RESPOSTA(1:4) LESS '1900'
               DISPLAY PGMID '004I- MES INVALIDO'
               MOVE 'N' TO WS-CRITICA-OK
               EXIT SECTION
           END-IF
           MOVE WS-RESPOSTA(1:6) TO WS-VIG-INFORMADA.
      *
       RT-PEDE-VIGENCIAX.                          EXIT.
      *----------------------------------------------------------------*
      *  INCLUSAO DE UMA VIGENCIA NOVA                                  *
      *----------------------------------------------------------------*
       RT-INCLUSAO                                 SECTION.
      *
           PERFORM RT-PEDE-VIGENCIA
           IF  NOT CRITICA-OK
               EXIT SECTION
           END-IF
           IF  WS-VIG-INFORMADA LESS WS-ANOMES-HOJE
               DISPLAY PGMID '005I- VIGENCIA ANTERIOR AO MES CORRENTE'
                       ' - FOLHA JA FECHADA'
               EXIT SECTION
           END-IF
           MOVE SPACES           TO REG-RATEIO
           MOVE RATEMNT-EMP-NO TO RATEIO-EMP-NO
           MOVE WS-VIG-INFORMADA TO RATEIO-VIGENCIA
           MOVE ZEROS            TO RATEIO-QTDE
           PERFORM VARYING WS-IND FROM 1 BY 1
                     UNTIL WS-IND GREATER 5
               MOVE ZEROS TO RATEIO-DEPT(WS-IND)
                             RATEIO-PERCENTUAL(WS-IND)
           END-PERFORM
           MOVE SPACES           TO WS-REG-ANTES
      *
           PERFORM RT-PEDE-CAMPOS
           IF  NOT CRITICA-OK
               DISPLAY PGMID '005I- INCLUSAO REJEITADA PELA CRITICA'
               EXIT SECTION
           END-IF
      *
           WRITE REG-RATEIO
               INVALID KEY
                   DISPLAY PGMID '005I- VIGENCIA JA CADASTRADA - USE'
                           ' A ALTERACAO'
               NOT INVALID KEY
                   MOVE 'I' TO CWLOGW-FUNCTION
                   MOVE 'INCLUSAO DE RATEIO' TO WS-REG-ANTES
                   PERFORM RT-LOGA
                   MOVE 'W' TO CWJRNL-FUNCTION
                   PERFORM RT-JORNALIZAR
                   DISPLAY PGMID '005I- INCLUIDA VIGENCIA '
                           RATEIO-VIGENCIA
           END-WRITE.
      *
       RT-INCLUSAOX.                               EXIT.
      *----------------------------------------------------------------*
       RT-ALTERACAO                                SECTION.
      *
           PERFORM RT-PEDE-E-LOCALIZA
           IF  NOT ACHADO
               EXIT SECTION
           END-IF
           IF  RATEIO-VIGENCIA LESS WS-ANOMES-HOJE
               DISPLAY PGMID '006I- VIGENCIA JA ALCANCOU FOLHA FECHADA'
                       ' - INCLUA UMA VIGENCIA NOVA'
               EXIT SECTION
           END-IF
           MOVE REG-RATEIO TO WS-REG-ANTES
           PERFORM RT-PEDE-CAMPOS
           IF  NOT CRITICA-OK
               DISPLAY PGMID '006I- ALTERACAO REJEITADA PELA CRITICA'
               EXIT SECTION
           END-IF
           REWRITE REG-RATEIO
               INVALID KEY
                   DISPLAY PGMID '006I- ERRO ' FL-STA-RATEIO
                           ' NA REGRAVACAO'
               NOT INVALID KEY
                   MOVE 'A' TO CWLOGW-FUNCTION
                   PERFORM RT-LOGA
                   MOVE 'R' TO CWJRNL-FUNCTION
                   PERFORM RT-JORNALIZAR
                   DISPLAY PGMID '006I- ALTERADA VIGENCIA '
                           RATEIO-VIGENCIA
           END-REWRITE.
      *
       RT-ALTERACAOX.                              EXIT.
      *----------------------------------------------------------------*
      *  SO SE EXCLUI VIGENCIA QUE AINDA NAO ALCANCOU FOLHA FECHADA     *
      *----------------------------------------------------------------*
       RT-EXCLUSAO                                 SECTION.
      *
           PERFORM RT-PEDE-E-LOCALIZA
           IF  NOT ACHADO
               EXIT SECTION
           END-IF
           IF  RATEIO-VIGENCIA LESS WS-ANOMES-HOJE
               DISPLAY PGMID '007I- VIGENCIA JA ALCANCOU FOLHA FECHADA'
                       ' - INCLUA UMA VIGENCIA NOVA'
               EXIT SECTION
           END-IF
           DISPLAY 'CONFIRMA EXCLUSAO (S/N)? ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA(1:1) EQUAL 'S' OR 's'
               MOVE REG-RATEIO TO WS-REG-ANTES
               DELETE RATEIO RECORD
                   INVALID KEY
                       DISPLAY PGMID '007I- ERRO ' FL-STA-RATEIO
                               ' NA EXCLUSAO'
                   NOT INVALID KEY
                       MOVE 'E' TO CWLOGW-FUNCTION
                       MOVE 'REGISTRO EXCLUIDO' TO REG-RATEIO
                       PERFORM RT-LOGA
                       MOVE 'D' TO CWJRNL-FUNCTION
                       PERFORM RT-JORNALIZAR
                       DISPLAY PGMID '007I- EXCLUIDA VIGENCIA '
                               WS-VIG-INFORMADA
               END-DELETE
           END-IF.
      *
       RT-EXCLUSAOX.                               EXIT.
      *----------------------------------------------------------------*
      *  ACEITA OS DEPARTAMENTOS E PERCENTUAIS COM CRITICA: VAZIO NO    *
      *  PRIMEIRO DEPARTAMENTO MANTEM O RATEIO ATUAL, 000 ENCERRA O     *
      *  RATEIO; A SOMA PRECISA DAR 100,00                              *
      *----------------------------------------------------------------*
       RT-PEDE-CAMPOS                              SECTION.
      *
           MOVE 'S' TO WS-CRITICA-OK
           DISPLAY 'ATE 5 DEPARTAMENTOS; DEPT VAZIO TERMINA A LISTA,'
                   ' 000 NO PRIMEIRO ENCERRA O RATEIO'
           PERFORM VARYING WS-IND FROM 1 BY 1
                     UNTIL WS-IND GREATER 5
                        OR NOT CRITICA-OK
               DISPLAY 'DEPT ' WS-IND ' (3 DIGITOS): '
                       WITH NO ADVANCING
               MOVE SPACES TO WS-RESPOSTA
               ACCEPT WS-RESPOSTA
               IF  WS-RESPOSTA EQUAL SPACES
                   IF  WS-IND EQUAL 1
                   AND WS-REG-ANTES NOT EQUAL SPACES
                       MOVE 6 TO WS-IND
                   END-IF
                   IF  WS-IND EQUAL 1
                       DISPLAY PGMID '008I- INFORME UM DEPT OU 000'
                       MOVE 'N' TO WS-CRITICA-OK
                   END-IF
                   IF  WS-IND GREATER 1
                   AND WS-IND LESS 6
                       COMPUTE RATEIO-QTDE = WS-IND - 1
                       PERFORM RT-LIMPAR-ITENS
                       MOVE 6 TO WS-IND
                   END-IF
               ELSE
                   IF  WS-IND EQUAL 1
                   AND WS-RESPOSTA(1:3) EQUAL '000'
                       MOVE ZEROS TO RATEIO-QTDE
                       PERFORM RT-LIMPAR-ITENS
                       MOVE 6 TO WS-IND
                   ELSE
                       PERFORM RT-PEDE-ITEM
                   END-IF
               END-IF
           END-PERFORM
           IF  NOT CRITICA-OK
               EXIT SECTION
           END-IF
      *
           IF  RATEIO-QTDE GREATER ZERO
               PERFORM RT-CRITICA-RATEIO
               IF  NOT CRITICA-OK
                   EXIT SECTION
               END-IF
           END-IF
      *
           DISPLAY 'OBSERVACAO (MOTIVO DO RATEIO): ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA NOT EQUAL SPACES
               MOVE WS-RESPOSTA(1:30) TO RATEIO-OBSERVACAO
           END-IF
      *
           MOVE WS-DATA-HOJE TO RATEIO-DATA-ALT
           MOVE WS-OPERADOR  TO RATEIO-OPERADOR.
      *
       RT-PEDE-CAMPOSX.                            EXIT.
      *----------------------------------------------------------------*
      *  DEPARTAMENTO WS-IND (JA EM WS-RESPOSTA) E O SEU PERCENTUAL     *
      *----------------------------------------------------------------*
       RT-PEDE-ITEM                                SECTION.
      *
           IF  WS-RESPOSTA(1:3) IS NOT NUMERIC
           OR  WS-RESPOSTA(1:3) EQUAL '000'
               DISPLAY PGMID '008I- DEPT DEVE TER 3 DIGITOS'
               MOVE 'N' TO WS-CRITICA-OK
               EXIT SECTION
           END-IF
           MOVE WS-RESPOSTA(1:3) TO RATEIO-DEPT(WS-IND)
           IF  TEM-DEPTOS
               MOVE RATEIO-DEPT(WS-IND) TO DEPTOS-DEPT
               READ DEPTOS
                   INVALID KEY
                       DISPLAY PGMID '008I- DEPT ' DEPTOS-DEPT
                               ' NAO CADASTRADO NO DEPTOS'
                       MOVE 'N' TO WS-CRITICA-OK
                       EXIT SECTION
               END-READ
           END-IF
      *
           DISPLAY 'PERCENTUAL (5 DIGITOS COM 2 DECIMAIS): '
                   WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA(1:5) IS NOT NUMERIC
               DISPLAY PGMID '009I- PERCENTUAL DEVE TER 5 DIGITOS'
               MOVE 'N' TO WS-CRITICA-OK
               EXIT SECTION
           END-IF
           COMPUTE RATEIO-PERCENTUAL(WS-IND) =
                   FUNCTION NUMVAL(WS-RESPOSTA(1:5)) / 100
           IF  RATEIO-PERCENTUAL(WS-IND) EQUAL ZEROS
           OR  RATEIO-PERCENTUAL(WS-IND) GREATER 100
               DISPLAY PGMID '009I- PERCENTUAL DEVE ESTAR ENTRE'
                       ' 0,01 E 100,00'
               MOVE 'N' TO WS-CRITICA-OK
               EXIT SECTION
           END-IF
           MOVE WS-IND TO RATEIO-QTDE.
      *
       RT-PEDE-ITEMX.                              EXIT.
      *----------------------------------------------------------------*
      *  ZERA OS ITENS DEPOIS DO ULTIMO INFORMADO                       *
      *----------------------------------------------------------------*
       RT-LIMPAR-ITENS                             SECTION.
      *
           PERFORM VARYING WS-IND-2 FROM 5 BY -1
                     UNTIL WS-IND-2 NOT GREATER RATEIO-QTDE
               MOVE ZEROS TO RATEIO-DEPT(WS-IND-2)
                             RATEIO-PERCENTUAL(WS-IND-2)
           END-PERFORM.
      *
       RT-LIMPAR-ITENSX.                           EXIT.
      *----------------------------------------------------------------*
      *  SOMA DE 100,00% E DEPARTAMENTO SEM REPETICAO                   *
      *----------------------------------------------------------------*
       RT-CRITICA-RATEIO                           SECTION.
      *
           MOVE ZEROS TO WS-SOMA-PCT
           PERFORM VARYING WS-IND FROM 1 BY 1
                     UNTIL WS-IND GREATER RATEIO-QTDE
               ADD RATEIO-PERCENTUAL(WS-IND) TO WS-SOMA-PCT
               PERFORM VARYING WS-IND-2 FROM 1 BY 1
                         UNTIL WS-IND-2 NOT LESS WS-IND
                   IF  RATEIO-DEPT(WS-IND-2) EQUAL RATEIO-DEPT(WS-IND)
                       DISPLAY PGMID '010I- DEPT ' RATEIO-DEPT(WS-IND)
                               ' INFORMADO MAIS DE UMA VEZ'
                       MOVE 'N' TO WS-CRITICA-OK
                   END-IF
               END-PERFORM
           END-PERFORM
           IF  WS-SOMA-PCT NOT EQUAL 100
               MOVE WS-SOMA-PCT TO WS-ED-SOMA
               DISPLAY PGMID '010I- PERCENTUAIS SOMAM ' WS-ED-SOMA
                       '% - PRECISAM SOMAR 100,00%'
               MOVE 'N' TO WS-CRITICA-OK
           END-IF.
      *
       RT-CRITICA-RATEIOX.                         EXIT.
      *----------------------------------------------------------------*
      *  GRAVA NO CWLOGF A FUNCAO COM AS IMAGENS ANTES E DEPOIS         *
      *----------------------------------------------------------------*
       RT-LOGA                                     SECTION.
      *
           MOVE SPACES TO CWLOGW-TEXT
           STRING 'RATEIO ' RATEMNT-EMP-NO '-' WS-VIG-INFORMADA
                  DELIMITED BY SIZE INTO CWLOGW-TEXT
           CALL SB-CWLOGW USING PARAMETROS-CWLOGW
             ON EXCEPTION
                CONTINUE
           END-CALL
      *
           MOVE WS-REG-ANTES(1:80) TO WS-OBS
           MOVE '^' TO CWLOGW-FUNCTION
           CALL SB-CWLOGW USING PARAMETROS-CWLOGW WS-OBS
             ON EXCEPTION
                CONTINUE
           END-CALL
      *
           MOVE REG-RATEIO(1:80) TO WS-OBS
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
           MOVE 'RATEIO'  TO CWJRNL-ARQUIVO
           MOVE SPACES    TO CWJRNL-CHAVE
           MOVE 120       TO CWJRNL-TAMANHO
           MOVE SPACES    TO CWJRNL-REGISTRO
           IF  CWJRNL-FUNCTION EQUAL 'D'
               MOVE WS-REG-ANTES       TO CWJRNL-REGISTRO(1:120)
               MOVE WS-REG-ANTES(1:11) TO CWJRNL-CHAVE(1:11)
           ELSE
               MOVE REG-RATEIO         TO CWJRNL-REGISTRO(1:120)
               MOVE RATEIO-CHAVE       TO CWJRNL-CHAVE(1:11)
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
           IF  RATEIO-ABERTO
               MOVE 'N' TO WS-RATEIO-ABERTO
               CLOSE RATEIO
           END-IF
           IF  TEM-DEPTOS
               MOVE 'N' TO WS-TEM-DEPTOS
               CLOSE DEPTOS
           END-IF.
      *
       RT-FINALIZARX.                              EXIT.
      ******************************************************************
      *                      FIM  DO  PROGRAMA                         *
      ******************************************************************
