      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AVALMNT.
       AUTHOR.        Traduzido de Easytrieve (macro esy.kex v.0.10).
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      * Avaliacao de desempenho por matricula e ciclo *
                      * (AVALIA, indexado por matricula + ciclo       *
                      * AAAA): nota de 1 a 5 dada pelo gestor do      *
                      * departamento, com comentario.                 *
                      *                                               *
                      * So o gestor do departamento da matricula      *
                      * (DEPTOS-GESTOR, comparado ao operador do      *
                      * CWGETU) inclui, altera ou exclui a nota; a    *
                      * tentativa de outro operador e recusada e vai  *
                      * ao CWLOGF. A listagem sem matricula mostra o  *
                      * quadro dos departamentos geridos pelo         *
                      * operador, com a nota do ciclo ou a falta      *
                      * dela.                                         *
                      *                                               *
                      * As notas alimentam a matriz de merito do      *
                      * MERITO (proposta de RATETAB para o CARTA).    *
                      * Toda mudanca vai ao CWLOGF com antes e depois *
                      * e ao jornal (CWJRNL).                         *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT AVALIA ASSIGN TO AVALIA
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS AVALIA-CHAVE
                  FILE STATUS   IS FL-STA-AVALIA.
      *
           SELECT PERSNL ASSIGN TO SYS010
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS PERSNL-EMP-NO
                  FILE STATUS   IS FL-STA-PERSNL.
      *
           SELECT OPTIONAL DEPTOS ASSIGN TO DEPTOS
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS DEPTOS-DEPT
                  FILE STATUS   IS FL-STA-DEPTOS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *----------------------------------------------------------------*
      *  AVALIACAO DE DESEMPENHO: MATRICULA + CICLO (AAAA), NOTA DE 1   *
      *  (INSUFICIENTE) A 5 (EXCEPCIONAL)                               *
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
              '#AVALMNT.'.
           03 FL-STA-AVALIA                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-AVALIA-OK                               VALUE '00'.
              88 FL-AVALIA-NOVO                             VALUE '35'.
           03 FL-STA-PERSNL                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-PERSNL-EOF                              VALUE '10'.
              88 FL-PERSNL-OK                               VALUE '00'.
           03 FL-STA-DEPTOS                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-DEPTOS-OK                               VALUE '00'.
           03 WS-OPCAO                       PIC  X(001)    VALUE
              SPACE.
              88 OPCAO-FIM                                  VALUE 'F'.
           03 WS-RESPOSTA                    PIC  X(050)    VALUE
              SPACES.
           03 WS-OPERADOR                    PIC  X(030)    VALUE
              SPACES.
           03 WS-TASK                        PIC  9(006)    VALUE
              ZEROS.
           03 WS-PROGRAMA                    PIC  X(008)    VALUE
              'AVALMNT'.
           03 WS-ARQUIVOS-ABERTOS            PIC  X(001)    VALUE 'N'.
              88 ARQUIVOS-ABERTOS                           VALUE 'S'.
           03 WS-ACHADO                      PIC  X(001)    VALUE 'N'.
              88 ACHADO                                     VALUE 'S'.
           03 WS-CRITICA-OK                  PIC  X(001)    VALUE 'S'.
              88 CRITICA-OK                                 VALUE 'S'.
           03 WS-EMP-INFORMADO               PIC  9(005)    VALUE
              ZEROS.
           03 WS-CICLO                       PIC  9(004)    VALUE
              ZEROS.
           03 WS-DATA-HOJE                   PIC  9(008)    VALUE
              ZEROS.
           03 WS-REG-ANTES                   PIC  X(100)    VALUE
              SPACES.
           03 WS-LISTADOS             COMP-3 PIC  9(004)    VALUE
              ZEROS.
           03 WS-PENDENTES            COMP-3 PIC  9(004)    VALUE
              ZEROS.
      *
      *----------------------------------------------------------------*
      *  DESCRICAO DAS NOTAS DA ESCALA DE AVALIACAO                     *
      *----------------------------------------------------------------*
       01  WS-NOTAS-STR.
           03 FILLER                         PIC  X(036)    VALUE
              'INSUFICIENTEPARCIAL     ATENDE      '.
           03 FILLER                         PIC  X(024)    VALUE
              'SUPERA      EXCEPCIONAL '.
       01  REDEFINES WS-NOTAS-STR.
           03 WS-NOTA-DESC OCCURS 5          PIC  X(012).
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
      *  ABRE OS ARQUIVOS (AVALIA E CRIADO SE NAO EXISTE) E PEDE O      *
      *  CICLO DE AVALIACAO DA SESSAO                                   *
      *----------------------------------------------------------------*
       RT-INICIAR                                  SECTION.
      *
           CALL SB-CWGETU USING WS-OPERADOR WS-TASK WS-PROGRAMA '?'
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
      *
           OPEN INPUT PERSNL
           IF  NOT FL-PERSNL-OK
               DISPLAY PGMID '001I- PERSNL AUSENTE OU COM ERRO '
                       FL-STA-PERSNL
               SET OPCAO-FIM TO TRUE
               EXIT SECTION
           END-IF
           OPEN I-O AVALIA
           IF  FL-AVALIA-NOVO
               OPEN OUTPUT AVALIA
               CLOSE AVALIA
               OPEN I-O AVALIA
           END-IF
           IF  NOT FL-AVALIA-OK
               DISPLAY PGMID '001I- AVALIA COM ERRO ' FL-STA-AVALIA
               CLOSE PERSNL
               SET OPCAO-FIM TO TRUE
               EXIT SECTION
           END-IF
           OPEN INPUT DEPTOS
           IF  NOT FL-DEPTOS-OK
               DISPLAY PGMID '001I- DEPTOS AUSENTE - SEM GESTORES NAO'
                       ' HA QUEM AVALIE'
               CLOSE PERSNL AVALIA
               SET OPCAO-FIM TO TRUE
               EXIT SECTION
           END-IF
           SET ARQUIVOS-ABERTOS TO TRUE
      *
           COMPUTE WS-CICLO = WS-DATA-HOJE / 10000
           DISPLAY 'CICLO DE AVALIACAO (AAAA, VAZIO = ' WS-CICLO '): '
                   WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA NOT EQUAL SPACES
               IF  WS-RESPOSTA(1:4) IS NOT NUMERIC
               OR  WS-RESPOSTA(1:4) LESS '1900'
                   DISPLAY PGMID '001I- CICLO INVALIDO - MANTIDO '
                           WS-CICLO
               ELSE
                   MOVE WS-RESPOSTA(1:4) TO WS-CICLO
               END-IF
           END-IF.
      *
       RT-INICIARX.                                EXIT.
      *----------------------------------------------------------------*
      *                    MENU DA MANUTENCAO                          *
      *----------------------------------------------------------------*
       RT-DIALOGO                                  SECTION.
      *
           DISPLAY ' '
           DISPLAY 'AVALMNT - AVALIACAO DE DESEMPENHO - CICLO ' WS-CICLO
           DISPLAY '[L]ISTAR [I]NCLUSAO [A]LTERACAO [E]XCLUSAO [F]IM'
           DISPLAY 'OPCAO: ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           MOVE WS-RESPOSTA(1:1) TO WS-OPCAO
           INSPECT WS-OPCAO CONVERTING 'liaef' TO 'LIAEF'
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
               WHEN 'F' CONTINUE
               WHEN OTHER
                    DISPLAY PGMID '002I- OPCAO INVALIDA'
           END-EVALUATE.
      *
       RT-DIALOGOX.                                EXIT.
      *----------------------------------------------------------------*
      *  PEDE A MATRICULA, LE O CADASTRO E CONFERE SE O OPERADOR E O    *
      *  GESTOR DO DEPARTAMENTO DELA (ACHADO = S/N)                     *
      *----------------------------------------------------------------*
       RT-PEDE-MATRICULA                           SECTION.
      *
           MOVE 'N'   TO WS-ACHADO
           MOVE ZEROS TO WS-EMP-INFORMADO
           DISPLAY 'MATRICULA: ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA(1:5) IS NOT NUMERIC
               DISPLAY PGMID '003I- MATRICULA DEVE SER NUMERICA'
               EXIT SECTION
           END-IF
           MOVE WS-RESPOSTA(1:5) TO WS-EMP-INFORMADO
           MOVE WS-EMP-INFORMADO TO PERSNL-EMP-NO
           READ PERSNL
               INVALID KEY
                   DISPLAY PGMID '003I- MATRICULA NAO CADASTRADA'
                   EXIT SECTION
           END-READ
      *
           MOVE DEPT TO DEPTOS-DEPT
           READ DEPTOS
               INVALID KEY
                   MOVE SPACES TO DEPTOS-GESTOR
           END-READ
           IF  DEPTOS-GESTOR EQUAL SPACES
               DISPLAY PGMID '004I- DEPARTAMENTO ' DEPT
                       ' SEM GESTOR NO DEPTOS'
               EXIT SECTION
           END-IF
           IF  DEPTOS-GESTOR NOT EQUAL WS-OPERADOR
               DISPLAY PGMID '004I- SO O GESTOR ' DEPTOS-GESTOR(1:20)
                       ' AVALIA ESTA MATRICULA'
               PERFORM RT-LOGA-NEGADO
               EXIT SECTION
           END-IF
           SET ACHADO TO TRUE.
      *
       RT-PEDE-MATRICULAX.                         EXIT.
      *----------------------------------------------------------------*
      *  LE A AVALIACAO DA MATRICULA NO CICLO DA SESSAO                 *
      *----------------------------------------------------------------*
       RT-PEDE-E-LOCALIZA                          SECTION.
      *
           PERFORM RT-PEDE-MATRICULA
           IF  NOT ACHADO
               EXIT SECTION
           END-IF
           MOVE 'N'              TO WS-ACHADO
           MOVE WS-EMP-INFORMADO TO AVALIA-EMP-NO
           MOVE WS-CICLO         TO AVALIA-CICLO
           READ AVALIA
               INVALID KEY
                   DISPLAY PGMID '005I- MATRICULA SEM AVALIACAO NO'
                           ' CICLO ' WS-CICLO
               NOT INVALID KEY
                   SET ACHADO TO TRUE
                   PERFORM RT-MOSTRA
           END-READ.
      *
       RT-PEDE-E-LOCALIZAX.                        EXIT.
      *----------------------------------------------------------------*
       RT-MOSTRA                                   SECTION.
      *
           IF  AVALIA-NOTA-VALIDA
               DISPLAY AVALIA-EMP-NO ' ' LAST-NAME ' DEPT ' AVALIA-DEPT
                       ' CICLO ' AVALIA-CICLO ' NOTA ' AVALIA-NOTA
                       ' ' WS-NOTA-DESC(AVALIA-NOTA)
           ELSE
               DISPLAY AVALIA-EMP-NO ' ' LAST-NAME ' DEPT ' AVALIA-DEPT
                       ' CICLO ' AVALIA-CICLO ' NOTA ' AVALIA-NOTA
           END-IF
           IF  AVALIA-COMENTARIO NOT EQUAL SPACES
               DISPLAY '   ' AVALIA-COMENTARIO
           END-IF
           DISPLAY '   AVALIADO POR ' AVALIA-AVALIADOR(1:20)
                   ' EM ' AVALIA-DATA-ALT.
      *
       RT-MOSTRAX.                                 EXIT.
      *----------------------------------------------------------------*
      *  LISTA A AVALIACAO DE UMA MATRICULA OU, COM A MATRICULA VAZIA,  *
      *  O QUADRO DOS DEPARTAMENTOS GERIDOS PELO OPERADOR, COM A NOTA   *
      *  DO CICLO OU A FALTA DELA                                       *
      *----------------------------------------------------------------*
       RT-LISTAR                                   SECTION.
      *
           MOVE ZEROS TO WS-LISTADOS WS-PENDENTES
           DISPLAY 'MATRICULA (VAZIO = QUADRO DO GESTOR): '
                   WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA NOT EQUAL SPACES
               IF  WS-RESPOSTA(1:5) IS NOT NUMERIC
                   DISPLAY PGMID '003I- MATRICULA DEVE SER NUMERICA'
                   EXIT SECTION
               END-IF
               MOVE WS-RESPOSTA(1:5) TO PERSNL-EMP-NO
               READ PERSNL
                   INVALID KEY
                       DISPLAY PGMID '003I- MATRICULA NAO CADASTRADA'
                       EXIT SECTION
               END-READ
               PERFORM RT-LISTAR-MATRICULA
               EXIT SECTION
           END-IF
      *
           MOVE ZEROS TO PERSNL-EMP-NO
           MOVE ZEROS TO FL-STA-PERSNL
           START PERSNL KEY NOT LESS PERSNL-EMP-NO
               INVALID KEY
                   SET FL-PERSNL-EOF TO TRUE
           END-START
           PERFORM UNTIL FL-PERSNL-EOF
               READ PERSNL NEXT RECORD
                 AT END
                    SET FL-PERSNL-EOF TO TRUE
                 NOT AT END
                    MOVE DEPT TO DEPTOS-DEPT
                    READ DEPTOS
                        INVALID KEY
                            MOVE SPACES TO DEPTOS-GESTOR
                    END-READ
                    IF  DEPTOS-GESTOR EQUAL WS-OPERADOR
                        PERFORM RT-LISTAR-MATRICULA
                    END-IF
               END-READ
           END-PERFORM
           MOVE ZEROS TO FL-STA-PERSNL
           DISPLAY PGMID '006I- ' WS-LISTADOS ' EMPREGADO(S), '
                   WS-PENDENTES ' SEM AVALIACAO NO CICLO ' WS-CICLO.
      *
       RT-LISTARX.                                 EXIT.
      *----------------------------------------------------------------*
       RT-LISTAR-MATRICULA                         SECTION.
      *
           ADD  1             TO WS-LISTADOS
           MOVE PERSNL-EMP-NO TO AVALIA-EMP-NO
           MOVE WS-CICLO      TO AVALIA-CICLO
           READ AVALIA
               INVALID KEY
                   DISPLAY PERSNL-EMP-NO ' ' LAST-NAME ' DEPT ' DEPT
                           ' CICLO ' WS-CICLO ' *** SEM AVALIACAO ***'
                   ADD 1 TO WS-PENDENTES
               NOT INVALID KEY
                   PERFORM RT-MOSTRA
           END-READ.
      *
       RT-LISTAR-MATRICULAX.                       EXIT.
      *----------------------------------------------------------------*
      *  INCLUSAO DA NOTA DO CICLO                                      *
      *----------------------------------------------------------------*
       RT-INCLUSAO                                 SECTION.
      *
           PERFORM RT-PEDE-MATRICULA
           IF  NOT ACHADO
               EXIT SECTION
           END-IF
           MOVE SPACES           TO REG-AVALIA
           MOVE WS-EMP-INFORMADO TO AVALIA-EMP-NO
           MOVE WS-CICLO         TO AVALIA-CICLO
           MOVE DEPT             TO AVALIA-DEPT
           MOVE ZEROS            TO AVALIA-NOTA
           MOVE SPACES           TO WS-REG-ANTES
      *
           PERFORM RT-PEDE-CAMPOS
           IF  NOT CRITICA-OK
               DISPLAY PGMID '007I- INCLUSAO REJEITADA PELA CRITICA'
               EXIT SECTION
           END-IF
      *
           WRITE REG-AVALIA
               INVALID KEY
                   DISPLAY PGMID '007I- MATRICULA JA AVALIADA NO CICLO'
                           ' - USE A ALTERACAO'
               NOT INVALID KEY
                   MOVE 'I' TO CWLOGW-FUNCTION
                   MOVE 'INCLUSAO DE AVALIACAO' TO WS-REG-ANTES
                   PERFORM RT-LOGA
                   MOVE 'W' TO CWJRNL-FUNCTION
                   PERFORM RT-JORNALIZAR
                   DISPLAY PGMID '007I- AVALIACAO INCLUIDA'
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
           MOVE REG-AVALIA TO WS-REG-ANTES
           MOVE DEPT       TO AVALIA-DEPT
           PERFORM RT-PEDE-CAMPOS
           IF  NOT CRITICA-OK
               DISPLAY PGMID '008I- ALTERACAO REJEITADA PELA CRITICA'
               EXIT SECTION
           END-IF
           REWRITE REG-AVALIA
               INVALID KEY
                   DISPLAY PGMID '008I- ERRO ' FL-STA-AVALIA
                           ' NA REGRAVACAO'
               NOT INVALID KEY
                   MOVE 'A' TO CWLOGW-FUNCTION
                   PERFORM RT-LOGA
                   MOVE 'R' TO CWJRNL-FUNCTION
                   PERFORM RT-JORNALIZAR
                   DISPLAY PGMID '008I- AVALIACAO ALTERADA'
           END-REWRITE.
      *
       RT-ALTERACAOX.                              EXIT.
      *----------------------------------------------------------------*
       RT-EXCLUSAO                                 SECTION.
      *
           PERFORM RT-PEDE-E-LOCALIZA
           IF  NOT ACHADO
               EXIT SECTION
           END-IF
           DISPLAY 'CONFIRMA EXCLUSAO (S/N)? ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA(1:1) EQUAL 'S' OR 's'
               MOVE REG-AVALIA TO WS-REG-ANTES
               DELETE AVALIA RECORD
                   INVALID KEY
                       DISPLAY PGMID '009I- ERRO ' FL-STA-AVALIA
                               ' NA EXCLUSAO'
                   NOT INVALID KEY
                       MOVE 'E' TO CWLOGW-FUNCTION
                       MOVE 'REGISTRO EXCLUIDO' TO REG-AVALIA
                       PERFORM RT-LOGA
                       MOVE 'D' TO CWJRNL-FUNCTION
                       PERFORM RT-JORNALIZAR
                       DISPLAY PGMID '009I- AVALIACAO EXCLUIDA'
               END-DELETE
           END-IF.
      *
       RT-EXCLUSAOX.                               EXIT.
      *----------------------------------------------------------------*
      *  ACEITA NOTA E COMENTARIO COM CRITICA; VAZIO NA ALTERACAO       *
      *  MANTEM O VALOR ATUAL                                           *
      *----------------------------------------------------------------*
       RT-PEDE-CAMPOS                              SECTION.
      *
           MOVE 'S' TO WS-CRITICA-OK
           DISPLAY '1-INSUFICIENTE 2-PARCIAL 3-ATENDE 4-SUPERA'
                   ' 5-EXCEPCIONAL'
           DISPLAY 'NOTA (1 A 5): ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA EQUAL SPACES
           AND WS-REG-ANTES NOT EQUAL SPACES
           AND AVALIA-NOTA-VALIDA
               CONTINUE
           ELSE
               IF  WS-RESPOSTA(1:1) IS NOT NUMERIC
               OR  WS-RESPOSTA(1:1) LESS '1'
               OR  WS-RESPOSTA(1:1) GREATER '5'
                   DISPLAY PGMID '010I- NOTA DEVE SER DE 1 A 5'
                   MOVE 'N' TO WS-CRITICA-OK
                   EXIT SECTION
               END-IF
               MOVE WS-RESPOSTA(1:1) TO AVALIA-NOTA
           END-IF
      *
           DISPLAY 'COMENTARIO: ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA NOT EQUAL SPACES
               MOVE WS-RESPOSTA(1:30) TO AVALIA-COMENTARIO
           END-IF
      *
           MOVE WS-OPERADOR  TO AVALIA-AVALIADOR
           MOVE WS-DATA-HOJE TO AVALIA-DATA-ALT.
      *
       RT-PEDE-CAMPOSX.                            EXIT.
      *----------------------------------------------------------------*
      *  GRAVA NO CWLOGF A FUNCAO COM AS IMAGENS ANTES E DEPOIS         *
      *----------------------------------------------------------------*
       RT-LOGA                                     SECTION.
      *
           MOVE SPACES TO CWLOGW-TEXT
           STRING 'AVALIA ' WS-EMP-INFORMADO '-' WS-CICLO
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
           MOVE REG-AVALIA(1:80) TO WS-OBS
           MOVE '^' TO CWLOGW-FUNCTION
           CALL SB-CWLOGW USING PARAMETROS-CWLOGW WS-OBS
             ON EXCEPTION
                CONTINUE
           END-CALL.
      *
       RT-LOGAX.                                   EXIT.
      *----------------------------------------------------------------*
      *  AUDITORIA DA TENTATIVA DE AVALIAR QUEM NAO E DO GESTOR         *
      *----------------------------------------------------------------*
       RT-LOGA-NEGADO                              SECTION.
      *
           MOVE 'N' TO CWLOGW-FUNCTION
           MOVE SPACES TO CWLOGW-TEXT
           STRING 'AVALIA ' WS-EMP-INFORMADO '-' WS-CICLO
                  ' NAO GESTOR'
                  DELIMITED BY SIZE INTO CWLOGW-TEXT
           CALL SB-CWLOGW USING PARAMETROS-CWLOGW
             ON EXCEPTION
                CONTINUE
           END-CALL
      *
           MOVE SPACES TO WS-OBS
           STRING 'OPERADOR=' WS-OPERADOR(1:30)
                  ' GESTOR=' DEPTOS-GESTOR(1:30)
                  DELIMITED BY SIZE INTO WS-OBS
           MOVE '^' TO CWLOGW-FUNCTION
           CALL SB-CWLOGW USING PARAMETROS-CWLOGW WS-OBS
             ON EXCEPTION
                CONTINUE
           END-CALL.
      *
       RT-LOGA-NEGADOX.                            EXIT.
      *----------------------------------------------------------------*
      *  ANOTA A MUDANCA EFETIVADA NO JORNAL (CWJRNL AUSENTE NAO        *
      *  ATRAPALHA A MANUTENCAO); NA EXCLUSAO VAI A IMAGEM ORIGINAL     *
      *----------------------------------------------------------------*
       RT-JORNALIZAR                               SECTION.
      *
           MOVE 'AVALIA'  TO CWJRNL-ARQUIVO
           MOVE SPACES    TO CWJRNL-CHAVE
           MOVE 100       TO CWJRNL-TAMANHO
           MOVE SPACES    TO CWJRNL-REGISTRO
           IF  CWJRNL-FUNCTION EQUAL 'D'
               MOVE WS-REG-ANTES      TO CWJRNL-REGISTRO(1:100)
               MOVE WS-REG-ANTES(1:9) TO CWJRNL-CHAVE(1:9)
           ELSE
               MOVE REG-AVALIA        TO CWJRNL-REGISTRO(1:100)
               MOVE AVALIA-CHAVE      TO CWJRNL-CHAVE(1:9)
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
           IF  ARQUIVOS-ABERTOS
               CLOSE AVALIA PERSNL DEPTOS
               MOVE 'N' TO WS-ARQUIVOS-ABERTOS
           END-IF.
      *
       RT-FINALIZARX.                              EXIT.
      ******************************************************************
      *                      FIM  DO  PROGRAMA                         *
      ******************************************************************
