      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CONTAPPR.
       AUTHOR.        Traduzido de Easytrieve (macro esy.kex v.0.10).
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      * Aprovacao pelo RH dos pedidos de mudanca de   *
                      * contato (endereco, fone, e-mail) que o        *
                      * empregado registra no autoatendimento         *
                      * (ESSMENU) e que ficam pendentes no CONTPED.   *
                      *                                               *
                      * Aprovacao aplica no PERSEXT so os campos      *
                      * preenchidos no pedido; rejeicao so encerra o  *
                      * pedido. O aprovador tem de ser diferente do   *
                      * solicitante e nao pode ter vinculo no         *
                      * PROVLINK com a propria matricula do pedido.   *
                      * A decisao vai ao CWLOGF com as imagens antes  *
                      * e depois do PERSEXT e o empregado e avisado   *
                      * pelo CWMAIL.                                  *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT CONTPED ASSIGN TO CONTPED
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS CONTPED-CHAVE
                  FILE STATUS   IS FL-STA-CONTPED.
      *
           SELECT PERSEXT ASSIGN TO PERSEXT
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS PERSEXT-EMP-NO
                  FILE STATUS   IS FL-STA-PERSEXT.
      *
           SELECT OPTIONAL PROVLINK ASSIGN TO PROVLINK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS LINK-EMP-NO
                  FILE STATUS   IS FL-STA-PROVLINK.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *----------------------------------------------------------------*
      *  PEDIDOS DE MUDANCA DE CONTATO (GRAVADOS PELO ESSMENU)          *
      *----------------------------------------------------------------*
       FD  CONTPED
           RECORD CONTAINS 220 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-CONTPED.
           03 CONTPED-CHAVE.
              05 CONTPED-EMP-NO              PIC  9(005).
              05 CONTPED-SEQ                 PIC  9(003).
           03 CONTPED-ENDERECO               PIC  X(060).
           03 CONTPED-FONE                   PIC  X(015).
           03 CONTPED-EMAIL                  PIC  X(050).
           03 CONTPED-SITUACAO               PIC  X(001).
              88 CONTPED-PENDENTE                       VALUE 'P'.
              88 CONTPED-APROVADO                       VALUE 'A'.
              88 CONTPED-REJEITADO                      VALUE 'R'.
           03 CONTPED-SOLICITANTE            PIC  X(030).
           03 CONTPED-DATA-SOLIC             PIC  9(008).
           03 CONTPED-APROVADOR              PIC  X(030).
           03 CONTPED-DATA-DECISAO           PIC  9(008).
           03 FILLER                         PIC  X(010).
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
       FD  PROVLINK
           RECORD CONTAINS 050 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-PROVLINK.
           03 LINK-EMP-NO                    PIC  9(005).
           03 LINK-USUARIO                   PIC  X(030).
           03 LINK-SITUACAO                  PIC  X(001).
              88 LINK-ATIVO                              VALUE 'A'.
              88 LINK-BLOQUEADO                          VALUE 'B'.
           03 LINK-DATA                      PIC  9(008).
           03 FILLER                         PIC  X(006).
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
       77  SB-CWMAIL                     PIC  X(08)  VALUE 'CWMAIL'.
      *
      *----------------------------------------------------------------*
      *        AREA DE VARIAVEIS AUXILIARES                            *
      *----------------------------------------------------------------*
      *
       01  WS-VARIAVEIS.
           03 PGMID                          PIC  X(010)    VALUE
              '#CONTAPPR.'.
           03 FL-STA-CONTPED                 PIC  X(002)    VALUE
              ZEROS.
              88 FL-CONTPED-OK                              VALUE '00'.
              88 FL-CONTPED-EOF                             VALUE '10'.
              88 FL-CONTPED-NOVO                            VALUE '35'.
           03 FL-STA-PERSEXT                 PIC  X(002)    VALUE
              ZEROS.
              88 FL-PERSEXT-OK                              VALUE '00'.
              88 FL-PERSEXT-AUSENTE                         VALUE '35'.
           03 FL-STA-PROVLINK                PIC  X(002)    VALUE
              ZEROS.
              88 FL-PROVLINK-OK                             VALUE '00'.
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
              'CONTAPPR'.
           03 WS-ARQUIVOS-ABERTOS            PIC  X(001)    VALUE 'N'.
              88 ARQUIVOS-ABERTOS                           VALUE 'S'.
           03 WS-ACHADO                      PIC  X(001)    VALUE 'N'.
              88 ACHADO                                     VALUE 'S'.
           03 WS-EXT-ACHADO                  PIC  X(001)    VALUE 'N'.
              88 EXT-ACHADO                                 VALUE 'S'.
           03 WS-EMP-INFORMADO               PIC  9(005)    VALUE
              ZEROS.
           03 WS-DATA-HOJE                   PIC  9(008)    VALUE
              ZEROS.
           03 WS-LISTADOS             COMP-3 PIC  9(004)    VALUE
              ZEROS.
           03 WS-DECISAO                     PIC  X(001)    VALUE
              SPACE.
              88 DECISAO-APROVAR                            VALUE 'A'.
              88 DECISAO-REJEITAR                           VALUE 'R'.
           03 WS-MOTIVO-NEGADO               PIC  X(012)    VALUE
              SPACES.
      *
      *----------------------------------------------------------------*
      *  IMAGEM DO PERSEXT ANTES DA APROVACAO (PARA O CWLOGF)           *
      *----------------------------------------------------------------*
       01  WS-PERSEXT-ANTES                  PIC  X(160)    VALUE
           SPACES.
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
      *  AVISO AO EMPREGADO (CWMAIL); A FOLGA NO FIM GARANTE QUE O      *
      *  CWMAIL NUNCA ACESSE ALEM DESTA AREA                            *
      *----------------------------------------------------------------*
       01  PARAMETROS-CWMAIL.
           03 CWMAIL-TO                      PIC  X(080)    VALUE
              SPACES.
           03 CWMAIL-FROM                    PIC  X(080)    VALUE
              SPACES.
           03 CWMAIL-SUBJECT                 PIC  X(080)    VALUE
              SPACES.
           03 CWMAIL-TEXT                    PIC  X(080)    VALUE
              SPACES.
           03 CWMAIL-REPORT                  PIC  X(255)    VALUE
              SPACES.
           03 CWMAIL-SERVER                  PIC  X(060)    VALUE
              SPACES.
           03 CWMAIL-PORT                    PIC  X(005)    VALUE
              SPACES.
           03 CWMAIL-PASSWORD                PIC  X(030)    VALUE
              SPACES.
           03 CWMAIL-USER                    PIC  X(080)    VALUE
              SPACES.
           03 CWMAIL-SSL-FLAG                PIC  X(001)    VALUE
              SPACE.
           03 CWMAIL-AUT-FLAG                PIC  X(001)    VALUE
              SPACE.
           03 CWMAIL-QUIET                   PIC  X(001)    VALUE
              'S'.
           03 CWMAIL-ATTACHES                PIC  X(255)    VALUE
              SPACES.
           03 FILLER                         PIC  X(2048)   VALUE
              SPACES.
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
      *  ABRE OS ARQUIVOS (CONTPED E PERSEXT SAO CRIADOS SE NAO EXISTEM)*
      *----------------------------------------------------------------*
       RT-INICIAR                                  SECTION.
      *
           CALL SB-CWGETU USING WS-OPERADOR WS-TASK WS-PROGRAMA '?'
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
      *
           OPEN I-O CONTPED
           IF  FL-CONTPED-NOVO
               OPEN OUTPUT CONTPED
               CLOSE CONTPED
               OPEN I-O CONTPED
           END-IF
           IF  NOT FL-CONTPED-OK
               DISPLAY PGMID '001I- CONTPED COM ERRO ' FL-STA-CONTPED
               SET OPCAO-FIM TO TRUE
               EXIT SECTION
           END-IF
           OPEN I-O PERSEXT
           IF  FL-PERSEXT-AUSENTE
               OPEN OUTPUT PERSEXT
               CLOSE PERSEXT
               OPEN I-O PERSEXT
           END-IF
           IF  NOT FL-PERSEXT-OK
               DISPLAY PGMID '001I- PERSEXT COM ERRO ' FL-STA-PERSEXT
               CLOSE CONTPED
               SET OPCAO-FIM TO TRUE
               EXIT SECTION
           END-IF
           OPEN INPUT PROVLINK
           SET ARQUIVOS-ABERTOS TO TRUE.
      *
       RT-INICIARX.                                EXIT.
      *----------------------------------------------------------------*
      *                    MENU DA APROVACAO                           *
      *----------------------------------------------------------------*
       RT-DIALOGO                                  SECTION.
      *
           DISPLAY ' '
           DISPLAY 'CONTAPPR - PEDIDOS DE MUDANCA DE CONTATO'
           DISPLAY '[L]ISTAR PENDENTES [A]PROVAR [R]EJEITAR [F]IM'
           DISPLAY 'OPCAO: ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           MOVE WS-RESPOSTA(1:1) TO WS-OPCAO
           INSPECT WS-OPCAO CONVERTING 'larf' TO 'LARF'
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
               WHEN 'A' PERFORM RT-DECIDIR
               WHEN 'R' PERFORM RT-DECIDIR
               WHEN 'F' CONTINUE
               WHEN OTHER
                    DISPLAY PGMID '002I- OPCAO INVALIDA'
           END-EVALUATE.
      *
       RT-DIALOGOX.                                EXIT.
      *----------------------------------------------------------------*
      *  LISTA TODOS OS PEDIDOS PENDENTES                               *
      *----------------------------------------------------------------*
       RT-LISTAR                                   SECTION.
      *
           MOVE ZEROS      TO WS-LISTADOS
           MOVE LOW-VALUES TO CONTPED-CHAVE
           MOVE ZEROS      TO FL-STA-CONTPED
           START CONTPED KEY NOT LESS CONTPED-CHAVE
               INVALID KEY
                   SET FL-CONTPED-EOF TO TRUE
           END-START
           PERFORM UNTIL FL-CONTPED-EOF
               READ CONTPED NEXT RECORD
                 AT END
                    SET FL-CONTPED-EOF TO TRUE
                 NOT AT END
                    IF  CONTPED-PENDENTE
                        PERFORM RT-MOSTRA
                        ADD 1 TO WS-LISTADOS
                    END-IF
               END-READ
           END-PERFORM
           MOVE ZEROS TO FL-STA-CONTPED
           DISPLAY PGMID '003I- ' WS-LISTADOS ' PEDIDO(S) PENDENTE(S)'.
      *
       RT-LISTARX.                                 EXIT.
      *----------------------------------------------------------------*
       RT-MOSTRA                                   SECTION.
      *
           DISPLAY CONTPED-EMP-NO '-' CONTPED-SEQ
                   ' SOLICITADO POR ' CONTPED-SOLICITANTE(1:20)
                   ' EM ' CONTPED-DATA-SOLIC
           IF  CONTPED-ENDERECO NOT EQUAL SPACES
               DISPLAY '   ENDERECO: ' CONTPED-ENDERECO
           END-IF
           IF  CONTPED-FONE NOT EQUAL SPACES
               DISPLAY '   FONE: '     CONTPED-FONE
           END-IF
           IF  CONTPED-EMAIL NOT EQUAL SPACES
               DISPLAY '   E-MAIL: '   CONTPED-EMAIL
           END-IF.
      *
       RT-MOSTRAX.                                 EXIT.
      *----------------------------------------------------------------*
      *  PEDE A MATRICULA E LOCALIZA O SEU PEDIDO PENDENTE (O ESSMENU   *
      *  SO ACEITA UM PENDENTE POR MATRICULA) - ACHADO = S/N            *
      *----------------------------------------------------------------*
       RT-PEDE-E-LOCALIZA                          SECTION.
      *
           MOVE 'N'   TO WS-ACHADO
           MOVE ZEROS TO WS-EMP-INFORMADO
           DISPLAY 'MATRICULA: ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA(1:5) IS NOT NUMERIC
               DISPLAY PGMID '004I- MATRICULA DEVE SER NUMERICA'
               EXIT SECTION
           END-IF
           MOVE WS-RESPOSTA(1:5) TO WS-EMP-INFORMADO
      *
           MOVE WS-EMP-INFORMADO TO CONTPED-EMP-NO
           MOVE ZEROS            TO CONTPED-SEQ
           MOVE ZEROS            TO FL-STA-CONTPED
           START CONTPED KEY NOT LESS CONTPED-CHAVE
               INVALID KEY
                   SET FL-CONTPED-EOF TO TRUE
           END-START
           PERFORM UNTIL FL-CONTPED-EOF
                      OR ACHADO
               READ CONTPED NEXT RECORD
                 AT END
                    SET FL-CONTPED-EOF TO TRUE
                 NOT AT END
                    IF  CONTPED-EMP-NO NOT EQUAL WS-EMP-INFORMADO
                        SET FL-CONTPED-EOF TO TRUE
                    ELSE
                        IF  CONTPED-PENDENTE
                            SET ACHADO TO TRUE
                        END-IF
                    END-IF
               END-READ
           END-PERFORM
           MOVE ZEROS TO FL-STA-CONTPED
           IF  NOT ACHADO
               DISPLAY PGMID '004I- MATRICULA SEM PEDIDO PENDENTE'
               EXIT SECTION
           END-IF
      *
      *    RELE PELA CHAVE PARA A REGRAVACAO
           READ CONTPED
               INVALID KEY
                   DISPLAY PGMID '004I- PEDIDO NAO ENCONTRADO'
                   MOVE 'N' TO WS-ACHADO
                   EXIT SECTION
           END-READ
           PERFORM RT-MOSTRA.
      *
       RT-PEDE-E-LOCALIZAX.                        EXIT.
      *----------------------------------------------------------------*
      *  APROVACAO (A) OU REJEICAO (R) POR OPERADOR DO RH DIFERENTE DO  *
      *  SOLICITANTE E SEM VINCULO COM A MATRICULA DO PEDIDO            *
      *----------------------------------------------------------------*
       RT-DECIDIR                                  SECTION.
      *
           MOVE WS-OPCAO TO WS-DECISAO
           PERFORM RT-PEDE-E-LOCALIZA
           IF  NOT ACHADO
               EXIT SECTION
           END-IF
      *
           IF  CONTPED-SOLICITANTE EQUAL WS-OPERADOR
               DISPLAY PGMID '005I- APROVADOR NAO PODE SER O'
                       ' SOLICITANTE'
               MOVE 'SOLICITANTE' TO WS-MOTIVO-NEGADO
               PERFORM RT-LOGA-NEGADO
               EXIT SECTION
           END-IF
           IF  FL-PROVLINK-OK
               MOVE CONTPED-EMP-NO TO LINK-EMP-NO
               READ PROVLINK
                   INVALID KEY
                       MOVE SPACES TO LINK-USUARIO
               END-READ
               IF  LINK-USUARIO EQUAL WS-OPERADOR
                   DISPLAY PGMID '005I- OPERADOR NAO DECIDE PEDIDO DA'
                           ' PROPRIA MATRICULA'
                   MOVE 'PROPRIO' TO WS-MOTIVO-NEGADO
                   PERFORM RT-LOGA-NEGADO
                   MOVE '00' TO FL-STA-PROVLINK
                   EXIT SECTION
               END-IF
               MOVE '00' TO FL-STA-PROVLINK
           END-IF
      *
           DISPLAY 'CONFIRMA (S/N)? ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA(1:1) NOT EQUAL 'S' AND 's'
               EXIT SECTION
           END-IF
      *
           IF  DECISAO-APROVAR
               PERFORM RT-APLICAR-PERSEXT
               IF  NOT FL-PERSEXT-OK
                   EXIT SECTION
               END-IF
               SET CONTPED-APROVADO  TO TRUE
           ELSE
               SET CONTPED-REJEITADO TO TRUE
           END-IF
           MOVE WS-OPERADOR  TO CONTPED-APROVADOR
           MOVE WS-DATA-HOJE TO CONTPED-DATA-DECISAO
           REWRITE REG-CONTPED
               INVALID KEY
                   DISPLAY PGMID '006I- ERRO ' FL-STA-CONTPED
                           ' NA REGRAVACAO DO CONTPED'
               NOT INVALID KEY
                   MOVE WS-DECISAO TO CWLOGW-FUNCTION
                   PERFORM RT-LOGA
                   PERFORM RT-AVISAR-EMPREGADO
                   IF  CONTPED-APROVADO
                       DISPLAY PGMID '006I- PEDIDO APROVADO - PERSEXT'
                               ' ATUALIZADO'
                   ELSE
                       DISPLAY PGMID '006I- PEDIDO REJEITADO'
                   END-IF
           END-REWRITE.
      *
       RT-DECIDIRX.                                EXIT.
      *----------------------------------------------------------------*
      *  APLICA NO PERSEXT OS CAMPOS PREENCHIDOS DO PEDIDO (INCLUI A    *
      *  EXTENSAO QUANDO A MATRICULA AINDA NAO TEM)                     *
      *----------------------------------------------------------------*
       RT-APLICAR-PERSEXT                          SECTION.
      *
           MOVE 'N' TO WS-EXT-ACHADO
           MOVE CONTPED-EMP-NO TO PERSEXT-EMP-NO
           READ PERSEXT
               INVALID KEY
                   MOVE SPACES         TO REG-PERSEXT
                   MOVE CONTPED-EMP-NO TO PERSEXT-EMP-NO
                   MOVE ZEROS          TO PERSEXT-CPF
               NOT INVALID KEY
                   SET EXT-ACHADO TO TRUE
           END-READ
           MOVE REG-PERSEXT TO WS-PERSEXT-ANTES
      *
           IF  CONTPED-ENDERECO NOT EQUAL SPACES
               MOVE CONTPED-ENDERECO TO PERSEXT-ENDERECO
           END-IF
           IF  CONTPED-FONE NOT EQUAL SPACES
               MOVE CONTPED-FONE     TO PERSEXT-FONE
           END-IF
           IF  CONTPED-EMAIL NOT EQUAL SPACES
               MOVE CONTPED-EMAIL    TO PERSEXT-EMAIL
           END-IF
      *
           IF  EXT-ACHADO
               REWRITE REG-PERSEXT
                   INVALID KEY
                       DISPLAY PGMID '007I- ERRO ' FL-STA-PERSEXT
                               ' NA REGRAVACAO DO PERSEXT'
               END-REWRITE
           ELSE
               WRITE REG-PERSEXT
                   INVALID KEY
                       DISPLAY PGMID '007I- ERRO ' FL-STA-PERSEXT
                               ' NA GRAVACAO DO PERSEXT'
               END-WRITE
           END-IF
           IF  FL-PERSEXT-OK
               PERFORM RT-LOGA-EXTENSAO
           END-IF.
      *
       RT-APLICAR-PERSEXTX.                        EXIT.
      *----------------------------------------------------------------*
      *  AVISO DA DECISAO AO EMPREGADO PELO E-MAIL DO PERSEXT (JA COM   *
      *  O NOVO ENDERECO QUANDO O PEDIDO FOI APROVADO)                  *
      *----------------------------------------------------------------*
       RT-AVISAR-EMPREGADO                         SECTION.
      *
           MOVE CONTPED-EMP-NO TO PERSEXT-EMP-NO
           READ PERSEXT
               INVALID KEY
                   MOVE SPACES TO PERSEXT-EMAIL
           END-READ
           IF  PERSEXT-EMAIL EQUAL SPACES
               DISPLAY PGMID '008I- MATRICULA SEM E-MAIL NO PERSEXT -'
                       ' AVISO NAO ENVIADO'
               MOVE '00' TO FL-STA-PERSEXT
               EXIT SECTION
           END-IF
      *
           MOVE PERSEXT-EMAIL TO CWMAIL-TO
           MOVE SPACES        TO CWMAIL-SUBJECT CWMAIL-TEXT
           IF  CONTPED-APROVADO
               MOVE 'MUDANCA DE CONTATO APROVADA' TO CWMAIL-SUBJECT
           ELSE
               MOVE 'MUDANCA DE CONTATO REJEITADA' TO CWMAIL-SUBJECT
           END-IF
           STRING 'PEDIDO ' CONTPED-SEQ ' DE ' CONTPED-DATA-SOLIC
                  ' - DECIDIDO POR ' CONTPED-APROVADOR
                  DELIMITED BY SIZE INTO CWMAIL-TEXT
           CALL SB-CWMAIL USING PARAMETROS-CWMAIL
             ON EXCEPTION
                DISPLAY PGMID '008I- CWMAIL INDISPONIVEL - AVISO NAO'
                        ' ENVIADO'
           END-CALL.
      *
       RT-AVISAR-EMPREGADOX.                       EXIT.
      *----------------------------------------------------------------*
      *  GRAVA NO CWLOGF A DECISAO COM AS DUAS IDENTIDADES              *
      *----------------------------------------------------------------*
       RT-LOGA                                     SECTION.
      *
           MOVE SPACES TO CWLOGW-TEXT
           STRING 'CONTPED ' CONTPED-EMP-NO '-' CONTPED-SEQ
                  ' ' CONTPED-SITUACAO
                  DELIMITED BY SIZE INTO CWLOGW-TEXT
           CALL SB-CWLOGW USING PARAMETROS-CWLOGW
             ON EXCEPTION
                CONTINUE
           END-CALL
      *
           MOVE SPACES TO WS-OBS
           STRING 'SOLICITANTE=' CONTPED-SOLICITANTE(1:30)
                  ' APROVADOR=' WS-OPERADOR(1:30)
                  DELIMITED BY SIZE INTO WS-OBS
           MOVE '^' TO CWLOGW-FUNCTION
           CALL SB-CWLOGW USING PARAMETROS-CWLOGW WS-OBS
             ON EXCEPTION
                CONTINUE
           END-CALL.
      *
       RT-LOGAX.                                   EXIT.
      *----------------------------------------------------------------*
      *  IMAGENS DO PERSEXT ANTES E DEPOIS DA APROVACAO                 *
      *----------------------------------------------------------------*
       RT-LOGA-EXTENSAO                            SECTION.
      *
           MOVE 'A' TO CWLOGW-FUNCTION
           MOVE SPACES TO CWLOGW-TEXT
           STRING 'PERSEXT ' CONTPED-EMP-NO ' CONTPED'
                  DELIMITED BY SIZE INTO CWLOGW-TEXT
           CALL SB-CWLOGW USING PARAMETROS-CWLOGW
             ON EXCEPTION
                CONTINUE
           END-CALL
      *
           MOVE WS-PERSEXT-ANTES(6:80) TO WS-OBS
           MOVE '^' TO CWLOGW-FUNCTION
           CALL SB-CWLOGW USING PARAMETROS-CWLOGW WS-OBS
             ON EXCEPTION
                CONTINUE
           END-CALL
      *
           MOVE SPACES TO WS-OBS
           STRING 'EMP=' PERSEXT-EMP-NO
                  ' FONE=' PERSEXT-FONE
                  ' EMAIL=' PERSEXT-EMAIL(1:40)
                  DELIMITED BY SIZE INTO WS-OBS
           MOVE '^' TO CWLOGW-FUNCTION
           CALL SB-CWLOGW USING PARAMETROS-CWLOGW WS-OBS
             ON EXCEPTION
                CONTINUE
           END-CALL.
      *
       RT-LOGA-EXTENSAOX.                          EXIT.
      *----------------------------------------------------------------*
      *  AUDITORIA DA DECISAO RECUSADA (SOLICITANTE OU PROPRIO)         *
      *----------------------------------------------------------------*
       RT-LOGA-NEGADO                              SECTION.
      *
           MOVE 'N' TO CWLOGW-FUNCTION
           MOVE SPACES TO CWLOGW-TEXT
           STRING 'CONTPED ' CONTPED-EMP-NO '-' CONTPED-SEQ
                  ' ' WS-MOTIVO-NEGADO
                  DELIMITED BY SIZE INTO CWLOGW-TEXT
           CALL SB-CWLOGW USING PARAMETROS-CWLOGW
             ON EXCEPTION
                CONTINUE
           END-CALL.
      *
       RT-LOGA-NEGADOX.                            EXIT.
      *----------------------------------------------------------------*
       RT-FINALIZAR                                SECTION.
      *
           IF  ARQUIVOS-ABERTOS
               CLOSE CONTPED PERSEXT PROVLINK
               MOVE 'N' TO WS-ARQUIVOS-ABERTOS
           END-IF.
      *
       RT-FINALIZARX.                              EXIT.
      ******************************************************************
      *                      FIM  DO  PROGRAMA                         *
      ******************************************************************
