      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TAXMNT.
       AUTHOR.        Traduzido de Easytrieve (macro esy.kex v.0.10).
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      * Manutencao das tabelas de faixas de           *
                      * contribuicao (INSS) e de imposto (IRRF)       *
                      * com vigencia: o arquivo TAXTAB e indexado     *
                      * por tipo (I/R) + vigencia (AAAAMM) + faixa,   *
                      * e o NETCALC usa, para cada tipo, a maior      *
                      * vigencia nao posterior ao PAYROLL-ANOMES -    *
                      * reprocessamentos e recalculos retroativos     *
                      * ficam com as faixas do ano certo.             *
                      *                                               *
                      * A opcao de migracao carrega numa vigencia     *
                      * informada as faixas dos antigos cartoes       *
                      * INSSTAB e IRRFTAB.                            *
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
           SELECT TAXTAB ASSIGN TO TAXTAB
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS TAXTAB-CHAVE
                  FILE STATUS   IS FL-STA-TAXTAB.
      *
           SELECT OPTIONAL INSSTAB ASSIGN TO INSSTAB
                  ORGANIZATION  IS SEQUENTIAL
                  FILE STATUS   IS FL-STA-INSSTAB.
      *
           SELECT OPTIONAL IRRFTAB ASSIGN TO IRRFTAB
                  ORGANIZATION  IS SEQUENTIAL
                  FILE STATUS   IS FL-STA-IRRFTAB.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *----------------------------------------------------------------*
      *  FAIXAS COM VIGENCIA: TIPO I = CONTRIBUICAO (LIMITE +           *
      *  ALIQUOTA), TIPO R = IMPOSTO (LIMITE + ALIQUOTA + DEDUZIR)      *
      *----------------------------------------------------------------*
       FD  TAXTAB
           RECORD CONTAINS 080 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-TAXTAB.
           03 TAXTAB-CHAVE.
              05 TAXTAB-TIPO                 PIC  X(001).
                 88 TAXTAB-INSS                          VALUE 'I'.
                 88 TAXTAB-IRRF                          VALUE 'R'.
              05 TAXTAB-VIGENCIA             PIC  9(006).
              05 TAXTAB-FAIXA                PIC  9(002).
           03 TAXTAB-LIMITE                  PIC  9(006)V99.
           03 TAXTAB-ALIQUOTA                PIC  9(002)V99.
           03 TAXTAB-DEDUZIR                 PIC  9(006)V99.
           03 TAXTAB-DATA-ALT                PIC  9(008).
           03 FILLER                         PIC  X(043).
      *
      *----------------------------------------------------------------*
      *  ANTIGOS CARTOES DE FAIXAS, ORIGEM DA MIGRACAO                  *
      *----------------------------------------------------------------*
       FD  INSSTAB
           RECORDING MODE IS FIXED
           RECORD CONTAINS 080 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-INSSTAB.
           03 INS-LIMITE                     PIC  9(006)V99.
           03 INS-ALIQUOTA                   PIC  9(002)V99.
           03 FILLER                         PIC  X(068).
      *
       FD  IRRFTAB
           RECORDING MODE IS FIXED
           RECORD CONTAINS 080 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-IRRFTAB.
           03 IRF-LIMITE                     PIC  9(006)V99.
           03 IRF-ALIQUOTA                   PIC  9(002)V99.
           03 IRF-DEDUZIR                    PIC  9(006)V99.
           03 FILLER                         PIC  X(060).
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
           03 PGMID                          PIC  X(008)    VALUE
              '#TAXMNT.'.
           03 FL-STA-TAXTAB                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-TAXTAB-EOF                              VALUE '10'.
              88 FL-TAXTAB-OK                               VALUE '00'.
              88 FL-TAXTAB-NOVO                             VALUE '35'.
           03 FL-STA-INSSTAB                 PIC  X(002)    VALUE
              ZEROS.
              88 FL-INSSTAB-EOF                             VALUE '10'.
              88 FL-INSSTAB-OK                              VALUE '00'.
           03 FL-STA-IRRFTAB                 PIC  X(002)    VALUE
              ZEROS.
              88 FL-IRRFTAB-EOF                             VALUE '10'.
              88 FL-IRRFTAB-OK                              VALUE '00'.
           03 WS-OPCAO                       PIC  X(001)    VALUE
              SPACE.
              88 OPCAO-FIM                                  VALUE 'F'.
           03 WS-RESPOSTA                    PIC  X(030)    VALUE
              SPACES.
           03 WS-CHAVE-OK                    PIC  X(001)    VALUE 'N'.
              88 CHAVE-OK                                   VALUE 'S'.
           03 WS-CHAVE-INFORMADA.
              05 WS-TIPO-INFORMADO           PIC  X(001)    VALUE
                 SPACE.
                 88 TIPO-VALIDO                             VALUE 'I'
                                                                  'R'.
              05 WS-VIGENCIA-INFORMADA       PIC  9(006)    VALUE
                 ZEROS.
              05 WS-FAIXA-INFORMADA          PIC  9(002)    VALUE
                 ZEROS.
           03 WS-OPERADOR                    PIC  X(030)    VALUE
              SPACES.
           03 WS-TASK                        PIC  9(006)    VALUE
              ZEROS.
           03 WS-PROGRAMA                    PIC  X(008)    VALUE
              'TAXMNT'.
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
           03 WS-DATA-HOJE                   PIC  9(008)    VALUE
              ZEROS.
           03 WS-LISTADOS             COMP-3 PIC  9(004)    VALUE
              ZEROS.
           03 WS-MIGRADOS             COMP-3 PIC  9(004)    VALUE
              ZEROS.
           03 WS-ED-LIMITE                   PIC  ZZZ.ZZ9,99.
           03 WS-ED-ALIQUOTA                 PIC  Z9,99.
           03 WS-ED-DEDUZIR                  PIC  ZZZ.ZZ9,99.
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
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
      *
      *    A TRAVA DA TABELA TODA (CWRLOCK) SERIALIZA AS SESSOES DE
      *    MANUTENCAO, COMO NO DEPTMNT
           MOVE 'TAXTAB' TO WS-LOCK-NOME
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
           OPEN I-O TAXTAB
           IF  FL-TAXTAB-NOVO
               OPEN OUTPUT TAXTAB
               CLOSE TAXTAB
               OPEN I-O TAXTAB
           END-IF
           IF  NOT FL-TAXTAB-OK
               DISPLAY PGMID '001I- TAXTAB COM ERRO ' FL-STA-TAXTAB
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
           DISPLAY 'TAXMNT - FAIXAS DE INSS E IRRF POR VIGENCIA'
           DISPLAY '[C]ONSULTA [L]ISTAR [I]NCLUSAO [A]LTERACAO'
                   ' [E]XCLUSAO [M]IGRAR [F]IM'
           DISPLAY 'OPCAO: ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           MOVE WS-RESPOSTA(1:1) TO WS-OPCAO
           INSPECT WS-OPCAO CONVERTING 'cliaemf' TO 'CLIAEMF'
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
               WHEN 'M' PERFORM RT-MIGRAR
               WHEN 'F' CONTINUE
               WHEN OTHER
                    DISPLAY PGMID '002I- OPCAO INVALIDA'
           END-EVALUATE.
      *
       RT-DIALOGOX.                                EXIT.
      *----------------------------------------------------------------*
      *  PEDE TIPO (I/R) E VIGENCIA (AAAAMM); COM FAIXA-TAMBEM = S,     *
      *  PEDE A FAIXA (01 A 10)                                         *
      *----------------------------------------------------------------*
       RT-PEDE-CHAVE                               SECTION.
      *
           MOVE 'N' TO WS-CHAVE-OK
           MOVE ZEROS TO WS-VIGENCIA-INFORMADA WS-FAIXA-INFORMADA
           DISPLAY 'TIPO ([I]NSS / I[R]RF): ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           MOVE WS-RESPOSTA(1:1) TO WS-TIPO-INFORMADO
           INSPECT WS-TIPO-INFORMADO CONVERTING 'ir' TO 'IR'
           IF  NOT TIPO-VALIDO
               DISPLAY PGMID '003I- TIPO DEVE SER I OU R'
               EXIT SECTION
           END-IF
      *
           DISPLAY 'VIGENCIA (AAAAMM): ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA(1:6) IS NOT NUMERIC
           OR  WS-RESPOSTA(5:2) LESS '01'
           OR  WS-RESPOSTA(5:2) GREATER '12'
               DISPLAY PGMID '003I- VIGENCIA INVALIDA'
               EXIT SECTION
           END-IF
           MOVE WS-RESPOSTA(1:6) TO WS-VIGENCIA-INFORMADA
           SET CHAVE-OK TO TRUE.
      *
       RT-PEDE-CHAVEX.                             EXIT.
      *----------------------------------------------------------------*
       RT-PEDE-FAIXA                               SECTION.
      *
           IF  NOT CHAVE-OK
               EXIT SECTION
           END-IF
           MOVE 'N' TO WS-CHAVE-OK
           DISPLAY 'FAIXA (01 A 10): ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA(1:2) IS NOT NUMERIC
           OR  WS-RESPOSTA(1:2) LESS '01'
           OR  WS-RESPOSTA(1:2) GREATER '10'
               DISPLAY PGMID '003I- FAIXA DEVE SER DE 01 A 10'
               EXIT SECTION
           END-IF
           MOVE WS-RESPOSTA(1:2)   TO WS-FAIXA-INFORMADA
           MOVE WS-CHAVE-INFORMADA TO TAXTAB-CHAVE
           SET CHAVE-OK TO TRUE.
      *
       RT-PEDE-FAIXAX.                             EXIT.
      *----------------------------------------------------------------*
      *  MOSTRA AS FAIXAS DE UM TIPO NUMA VIGENCIA                      *
      *----------------------------------------------------------------*
       RT-CONSULTA                                 SECTION.
      *
           PERFORM RT-PEDE-CHAVE
           IF  NOT CHAVE-OK
               EXIT SECTION
           END-IF
           MOVE ZEROS TO WS-LISTADOS
           MOVE WS-CHAVE-INFORMADA TO TAXTAB-CHAVE
           START TAXTAB KEY NOT LESS TAXTAB-CHAVE
               INVALID KEY
                   SET FL-TAXTAB-EOF TO TRUE
           END-START
           PERFORM UNTIL FL-TAXTAB-EOF
               READ TAXTAB NEXT RECORD
                 AT END
                    SET FL-TAXTAB-EOF TO TRUE
                 NOT AT END
                    IF  TAXTAB-TIPO     NOT EQUAL WS-TIPO-INFORMADO
                    OR  TAXTAB-VIGENCIA NOT EQUAL
                        WS-VIGENCIA-INFORMADA
                        SET FL-TAXTAB-EOF TO TRUE
                    ELSE
                        PERFORM RT-MOSTRA
                        ADD 1 TO WS-LISTADOS
                    END-IF
               END-READ
           END-PERFORM
           MOVE ZEROS TO FL-STA-TAXTAB
           IF  WS-LISTADOS EQUAL ZEROS
               DISPLAY PGMID '004I- VIGENCIA NAO CADASTRADA'
           END-IF.
      *
       RT-CONSULTAX.                               EXIT.
      *----------------------------------------------------------------*
       RT-LISTAR                                   SECTION.
      *
           MOVE ZEROS      TO WS-LISTADOS
           MOVE LOW-VALUES TO TAXTAB-CHAVE
           START TAXTAB KEY NOT LESS TAXTAB-CHAVE
           IF  NOT FL-TAXTAB-OK
               DISPLAY PGMID '004I- TABELA VAZIA'
               EXIT SECTION
           END-IF
           PERFORM UNTIL FL-TAXTAB-EOF
               READ TAXTAB NEXT RECORD
                 AT END
                    SET FL-TAXTAB-EOF TO TRUE
                 NOT AT END
                    PERFORM RT-MOSTRA
                    ADD 1 TO WS-LISTADOS
               END-READ
           END-PERFORM
           MOVE ZEROS TO FL-STA-TAXTAB
           DISPLAY PGMID '004I- ' WS-LISTADOS ' FAIXA(S)'.
      *
       RT-LISTARX.                                 EXIT.
      *----------------------------------------------------------------*
       RT-MOSTRA                                   SECTION.
      *
           MOVE TAXTAB-LIMITE   TO WS-ED-LIMITE
           MOVE TAXTAB-ALIQUOTA TO WS-ED-ALIQUOTA
           MOVE TAXTAB-DEDUZIR  TO WS-ED-DEDUZIR
           DISPLAY 'TIPO: '      TAXTAB-TIPO
                   '  VIG: '     TAXTAB-VIGENCIA
                   '  FAIXA: '   TAXTAB-FAIXA
                   '  ATE: '     WS-ED-LIMITE
                   '  ALIQ: '    WS-ED-ALIQUOTA
                   '  DEDUZIR: ' WS-ED-DEDUZIR.
      *
       RT-MOSTRAX.                                 EXIT.
      *----------------------------------------------------------------*
       RT-INCLUSAO                                 SECTION.
      *
           PERFORM RT-PEDE-CHAVE
           PERFORM RT-PEDE-FAIXA
           IF  NOT CHAVE-OK
               EXIT SECTION
           END-IF
           MOVE SPACES             TO REG-TAXTAB
           MOVE WS-CHAVE-INFORMADA TO TAXTAB-CHAVE
           MOVE ZEROS              TO TAXTAB-LIMITE TAXTAB-ALIQUOTA
                                      TAXTAB-DEDUZIR
           PERFORM RT-PEDE-CAMPOS
           WRITE REG-TAXTAB
               INVALID KEY
                   DISPLAY PGMID '005I- FAIXA JA CADASTRADA'
               NOT INVALID KEY
                   MOVE 'I' TO CWLOGW-FUNCTION
                   MOVE 'INCLUSAO DE FAIXA' TO WS-REG-ANTES
                   PERFORM RT-LOGA
                   MOVE 'W' TO CWJRNL-FUNCTION
                   PERFORM RT-JORNALIZAR
                   DISPLAY PGMID '005I- INCLUIDA ' WS-CHAVE-INFORMADA
           END-WRITE.
      *
       RT-INCLUSAOX.                               EXIT.
      *----------------------------------------------------------------*
       RT-ALTERACAO                                SECTION.
      *
           PERFORM RT-PEDE-CHAVE
           PERFORM RT-PEDE-FAIXA
           IF  NOT CHAVE-OK
               EXIT SECTION
           END-IF
           READ TAXTAB
               INVALID KEY
                   DISPLAY PGMID '004I- FAIXA NAO CADASTRADA'
                   EXIT SECTION
           END-READ
           PERFORM RT-MOSTRA
           MOVE REG-TAXTAB TO WS-REG-ANTES
           PERFORM RT-PEDE-CAMPOS
           REWRITE REG-TAXTAB
               INVALID KEY
                   DISPLAY PGMID '006I- ERRO ' FL-STA-TAXTAB
                           ' NA REGRAVACAO'
               NOT INVALID KEY
                   MOVE 'A' TO CWLOGW-FUNCTION
                   PERFORM RT-LOGA
                   MOVE 'R' TO CWJRNL-FUNCTION
                   PERFORM RT-JORNALIZAR
                   DISPLAY PGMID '006I- ALTERADA ' WS-CHAVE-INFORMADA
           END-REWRITE.
      *
       RT-ALTERACAOX.                              EXIT.
      *----------------------------------------------------------------*
       RT-EXCLUSAO                                 SECTION.
      *
           PERFORM RT-PEDE-CHAVE
           PERFORM RT-PEDE-FAIXA
           IF  NOT CHAVE-OK
               EXIT SECTION
           END-IF
           READ TAXTAB
               INVALID KEY
                   DISPLAY PGMID '004I- FAIXA NAO CADASTRADA'
                   EXIT SECTION
           END-READ
           PERFORM RT-MOSTRA
           DISPLAY 'CONFIRMA EXCLUSAO (S/N)? ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA(1:1) EQUAL 'S' OR 's'
               MOVE REG-TAXTAB TO WS-REG-ANTES
               DELETE TAXTAB RECORD
                   INVALID KEY
                       DISPLAY PGMID '007I- ERRO ' FL-STA-TAXTAB
                               ' NA EXCLUSAO'
                   NOT INVALID KEY
                       MOVE 'E' TO CWLOGW-FUNCTION
                       MOVE 'REGISTRO EXCLUIDO' TO REG-TAXTAB
                       PERFORM RT-LOGA
                       MOVE 'D' TO CWJRNL-FUNCTION
                       PERFORM RT-JORNALIZAR
                       DISPLAY PGMID '007I- EXCLUIDA '
                               WS-CHAVE-INFORMADA
               END-DELETE
           END-IF.
      *
       RT-EXCLUSAOX.                               EXIT.
      *----------------------------------------------------------------*
      *  ACEITA LIMITE, ALIQUOTA E (NO IMPOSTO) PARCELA A DEDUZIR,      *
      *  EM CENTAVOS; VAZIO MANTEM O VALOR ATUAL                        *
      *----------------------------------------------------------------*
       RT-PEDE-CAMPOS                              SECTION.
      *
           DISPLAY 'LIMITE DA FAIXA EM CENTAVOS (8 DIG., VAZIO'
                   ' MANTEM): ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA(1:8) IS NUMERIC
               COMPUTE TAXTAB-LIMITE =
                       FUNCTION NUMVAL(WS-RESPOSTA(1:8)) / 100
           END-IF
      *
           DISPLAY 'ALIQUOTA EM CENTESIMOS (4 DIG., EX.: 0750): '
                   WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA(1:4) IS NUMERIC
               COMPUTE TAXTAB-ALIQUOTA =
                       FUNCTION NUMVAL(WS-RESPOSTA(1:4)) / 100
           END-IF
      *
           IF  TAXTAB-IRRF
               DISPLAY 'PARCELA A DEDUZIR EM CENTAVOS (8 DIG.): '
                       WITH NO ADVANCING
               MOVE SPACES TO WS-RESPOSTA
               ACCEPT WS-RESPOSTA
               IF  WS-RESPOSTA(1:8) IS NUMERIC
                   COMPUTE TAXTAB-DEDUZIR =
                           FUNCTION NUMVAL(WS-RESPOSTA(1:8)) / 100
               END-IF
           END-IF
           MOVE WS-DATA-HOJE TO TAXTAB-DATA-ALT.
      *
       RT-PEDE-CAMPOSX.                            EXIT.
      *----------------------------------------------------------------*
      *  MIGRA OS CARTOES INSSTAB E IRRFTAB PARA UMA VIGENCIA           *
      *  INFORMADA; FAIXA JA EXISTENTE NA VIGENCIA E PRESERVADA         *
      *----------------------------------------------------------------*
       RT-MIGRAR                                   SECTION.
      *
           MOVE 'I' TO WS-TIPO-INFORMADO
           DISPLAY 'VIGENCIA DOS CARTOES (AAAAMM): ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA(1:6) IS NOT NUMERIC
           OR  WS-RESPOSTA(5:2) LESS '01'
           OR  WS-RESPOSTA(5:2) GREATER '12'
               DISPLAY PGMID '003I- VIGENCIA INVALIDA'
               EXIT SECTION
           END-IF
           MOVE WS-RESPOSTA(1:6) TO WS-VIGENCIA-INFORMADA
           MOVE ZEROS TO WS-MIGRADOS
      *
           MOVE ZEROS TO WS-FAIXA-INFORMADA
           OPEN INPUT INSSTAB
           IF  FL-INSSTAB-OK
               PERFORM UNTIL FL-INSSTAB-EOF
                   READ INSSTAB
                     AT END
                        SET FL-INSSTAB-EOF TO TRUE
                     NOT AT END
                        IF  REG-INSSTAB(1:12) IS NUMERIC
                        AND WS-FAIXA-INFORMADA LESS 10
                            ADD 1 TO WS-FAIXA-INFORMADA
                            MOVE SPACES        TO REG-TAXTAB
                            MOVE 'I'           TO TAXTAB-TIPO
                            MOVE WS-VIGENCIA-INFORMADA
                              TO TAXTAB-VIGENCIA
                            MOVE WS-FAIXA-INFORMADA TO TAXTAB-FAIXA
                            MOVE INS-LIMITE    TO TAXTAB-LIMITE
                            MOVE INS-ALIQUOTA  TO TAXTAB-ALIQUOTA
                            MOVE ZEROS         TO TAXTAB-DEDUZIR
                            PERFORM RT-GRAVAR-MIGRADA
                        END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE INSSTAB
      *
           MOVE ZEROS TO WS-FAIXA-INFORMADA
           OPEN INPUT IRRFTAB
           IF  FL-IRRFTAB-OK
               PERFORM UNTIL FL-IRRFTAB-EOF
                   READ IRRFTAB
                     AT END
                        SET FL-IRRFTAB-EOF TO TRUE
                     NOT AT END
                        IF  REG-IRRFTAB(1:20) IS NUMERIC
                        AND WS-FAIXA-INFORMADA LESS 10
                            ADD 1 TO WS-FAIXA-INFORMADA
                            MOVE SPACES        TO REG-TAXTAB
                            MOVE 'R'           TO TAXTAB-TIPO
                            MOVE WS-VIGENCIA-INFORMADA
                              TO TAXTAB-VIGENCIA
                            MOVE WS-FAIXA-INFORMADA TO TAXTAB-FAIXA
                            MOVE IRF-LIMITE    TO TAXTAB-LIMITE
                            MOVE IRF-ALIQUOTA  TO TAXTAB-ALIQUOTA
                            MOVE IRF-DEDUZIR   TO TAXTAB-DEDUZIR
                            PERFORM RT-GRAVAR-MIGRADA
                        END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE IRRFTAB
      *
           DISPLAY PGMID '008I- ' WS-MIGRADOS ' FAIXA(S) MIGRADA(S)'
                   ' PARA A VIGENCIA ' WS-VIGENCIA-INFORMADA.
      *
       RT-MIGRARX.                                 EXIT.
      *----------------------------------------------------------------*
       RT-GRAVAR-MIGRADA                           SECTION.
      *
           MOVE WS-DATA-HOJE TO TAXTAB-DATA-ALT
           WRITE REG-TAXTAB
               INVALID KEY
      *            JA EXISTIA NA VIGENCIA: PRESERVADA
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-MIGRADOS
                   MOVE 'W' TO CWJRNL-FUNCTION
                   PERFORM RT-JORNALIZAR
           END-WRITE.
      *
       RT-GRAVAR-MIGRADAX.                         EXIT.
      *----------------------------------------------------------------*
      *  GRAVA NO CWLOGF A FUNCAO COM AS IMAGENS ANTES E DEPOIS         *
      *----------------------------------------------------------------*
       RT-LOGA                                     SECTION.
      *
           MOVE SPACES TO CWLOGW-TEXT
           STRING 'TAXTAB ' WS-CHAVE-INFORMADA
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
           MOVE REG-TAXTAB TO WS-OBS
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
           MOVE 'TAXTAB'  TO CWJRNL-ARQUIVO
           MOVE SPACES    TO CWJRNL-CHAVE
           MOVE 80        TO CWJRNL-TAMANHO
           MOVE SPACES    TO CWJRNL-REGISTRO
           IF  CWJRNL-FUNCTION EQUAL 'D'
               MOVE WS-REG-ANTES      TO CWJRNL-REGISTRO(1:80)
               MOVE WS-REG-ANTES(1:9) TO CWJRNL-CHAVE(1:9)
           ELSE
               MOVE REG-TAXTAB        TO CWJRNL-REGISTRO(1:80)
               MOVE TAXTAB-CHAVE      TO CWJRNL-CHAVE(1:9)
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
           IF  FL-TAXTAB-OK
           OR  FL-TAXTAB-EOF
               CLOSE TAXTAB
           END-IF
           IF  TABELA-TRAVADA
               MOVE 'TAXTAB' TO WS-LOCK-NOME
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
