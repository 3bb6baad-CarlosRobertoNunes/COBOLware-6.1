      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ESOCMNT.
       AUTHOR.        Traduzido de Easytrieve (macro esy.kex v.0.10).
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      * Acompanhamento dos eventos nao periodicos do  *
                      * eSocial (S-2200, S-2206 e S-2299) no controle *
                      * ESOCEVT gravado pelo ESOCGER: listagem por    *
                      * situacao ou por matricula, marca de envio do  *
                      * XML gerado, registro do retorno (recibo do    *
                      * evento aceito ou motivo da rejeicao) e        *
                      * reenvio dos rejeitados.                       *
                      *                                               *
                      * O reenvio devolve o evento a pendente e, se   *
                      * confirmado, chama o ESOCGER na hora para      *
                      * gerar o XML novo (com os dados corrigidos no  *
                      * PERSEXT, como o CPF).                         *
                      *                                               *
                      * Trava real do controle (CWRLOCK) e toda       *
                      * mudanca gravada no CWLOGF com antes e depois  *
                      * e no jornal (CWJRNL).                         *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT ESOCEVT ASSIGN TO ESOCEVT
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS ESOCEVT-CHAVE
                  FILE STATUS   IS FL-STA-ESOCEVT.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *----------------------------------------------------------------*
      *  CONTROLE DOS EVENTOS DO ESOCIAL (LEIAUTE DO ESOCGER)           *
      *----------------------------------------------------------------*
       FD  ESOCEVT
           RECORD CONTAINS 320 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-ESOCEVT.
           03 ESOCEVT-CHAVE.
              05 ESOCEVT-EMP-NO              PIC  9(005).
              05 ESOCEVT-DATA-LOG            PIC  9(008).
              05 ESOCEVT-SEQ-LOG             PIC  9(018).
           03 ESOCEVT-TIPO                   PIC  X(004).
              88 ESOCEVT-ADMISSAO                       VALUE '2200'.
              88 ESOCEVT-ALTERACAO                      VALUE '2206'.
              88 ESOCEVT-DESLIGAMENTO                   VALUE '2299'.
           03 ESOCEVT-SITUACAO               PIC  X(001).
              88 ESOCEVT-PENDENTE                       VALUE 'P'.
              88 ESOCEVT-GERADO                         VALUE 'G'.
              88 ESOCEVT-ENVIADO                        VALUE 'E'.
              88 ESOCEVT-ACEITO                         VALUE 'A'.
              88 ESOCEVT-REJEITADO                      VALUE 'R'.
           03 ESOCEVT-ORIGEM                 PIC  X(008).
           03 ESOCEVT-ID                     PIC  X(036).
           03 ESOCEVT-CPF                    PIC  9(011).
           03 ESOCEVT-IMAGEM                 PIC  X(064).
           03 ESOCEVT-DATA-EVENTO            PIC  9(008).
           03 ESOCEVT-MOTIVO-DESLIG          PIC  X(001).
           03 ESOCEVT-AVISO                  PIC  X(001).
           03 ESOCEVT-RECIBO                 PIC  X(023).
           03 ESOCEVT-OCORRENCIA             PIC  X(060).
           03 ESOCEVT-DATA-GERACAO           PIC  9(008).
           03 ESOCEVT-DATA-ENVIO             PIC  9(008).
           03 ESOCEVT-DATA-RETORNO           PIC  9(008).
           03 ESOCEVT-OPERADOR               PIC  X(030).
           03 FILLER                         PIC  X(018).
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
       77  SB-ESOCGER                    PIC  X(08)  VALUE 'ESOCGER'.
      *
      *----------------------------------------------------------------*
      *        AREA DE VARIAVEIS AUXILIARES                            *
      *----------------------------------------------------------------*
      *
       01  WS-VARIAVEIS.
           03 PGMID                          PIC  X(009)    VALUE
              '#ESOCMNT.'.
           03 FL-STA-ESOCEVT                 PIC  X(002)    VALUE
              ZEROS.
              88 FL-ESOCEVT-EOF                             VALUE '10'.
              88 FL-ESOCEVT-OK                              VALUE '00'.
              88 FL-ESOCEVT-NOVO                            VALUE '35'.
           03 WS-OPCAO                       PIC  X(001)    VALUE
              SPACE.
              88 OPCAO-FIM                                  VALUE 'F'.
           03 WS-RESPOSTA                    PIC  X(060)    VALUE
              SPACES.
           03 WS-ESOCEVT-ABERTO              PIC  X(001)    VALUE 'N'.
              88 ESOCEVT-ABERTO                             VALUE 'S'.
           03 WS-ACHADO                      PIC  X(001)    VALUE 'N'.
              88 ACHADO                                     VALUE 'S'.
           03 WS-FILTRO                      PIC  X(001)    VALUE
              SPACE.
           03 WS-EMP-INFORMADO               PIC  9(005)    VALUE
              ZEROS.
           03 WS-ITEM                        PIC  9(002)    VALUE
              ZEROS.
           03 WS-OPERADOR                    PIC  X(030)    VALUE
              SPACES.
           03 WS-TASK                        PIC  9(006)    VALUE
              ZEROS.
           03 WS-PROGRAMA                    PIC  X(008)    VALUE
              'ESOCMNT'.
           03 WS-LOCK-NOME                   PIC  X(040)    VALUE
              SPACES.
           03 WS-LOCK-STATUS                 PIC  X(002)    VALUE
              SPACES.
           03 WS-LOCK-DONO                   PIC  X(030)    VALUE
              SPACES.
           03 WS-TABELA-TRAVADA              PIC  X(001)    VALUE 'N'.
              88 TABELA-TRAVADA                             VALUE 'S'.
           03 WS-REG-ANTES                   PIC  X(320)    VALUE
              SPACES.
           03 WS-DATA-HOJE                   PIC  9(008)    VALUE
              ZEROS.
           03 WS-LISTADOS             COMP-3 PIC  9(004)    VALUE
              ZEROS.
           03 WS-ED-DATA                     PIC  99/99/9999.
           03 WS-DATA-DDMMAAAA               PIC  9(008)    VALUE
              ZEROS.
           03 WS-DATA-AAAAMMDD               PIC  9(008)    VALUE
              ZEROS.
      *
      *----------------------------------------------------------------*
      *  EVENTOS DA MATRICULA LISTADOS NA TELA, PARA A ESCOLHA PELO     *
      *  NUMERO DO ITEM                                                 *
      *----------------------------------------------------------------*
       01  WS-TAB-ITENS.
           03 WS-QTDE-ITENS                  PIC  9(002)    VALUE
              ZEROS.
           03 WS-ITEM-CHAVE OCCURS 50        PIC  X(031).
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
      *  TRAVA O CONTROLE E ABRE O ARQUIVO (CRIANDO-O SE NAO EXISTE)    *
      *----------------------------------------------------------------*
       RT-INICIAR                                  SECTION.
      *
           CALL SB-CWGETU USING WS-OPERADOR WS-TASK WS-PROGRAMA '?'
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
      *
           MOVE 'ESOCEVT' TO WS-LOCK-NOME
           CALL SB-CWRLOCK USING 'L' WS-LOCK-NOME WS-OPERADOR
                                 WS-TASK WS-LOCK-STATUS WS-LOCK-DONO
             ON EXCEPTION
                MOVE '00' TO WS-LOCK-STATUS
           END-CALL
           IF  WS-LOCK-STATUS NOT EQUAL '00'
               DISPLAY PGMID '001I- CONTROLE EM USO POR '
                       WS-LOCK-DONO
               SET OPCAO-FIM TO TRUE
               EXIT SECTION
           END-IF
           SET TABELA-TRAVADA TO TRUE
      *
           PERFORM RT-ABRIR-ESOCEVT.
      *
       RT-INICIARX.                                EXIT.
      *----------------------------------------------------------------*
       RT-ABRIR-ESOCEVT                            SECTION.
      *
           OPEN I-O ESOCEVT
           IF  FL-ESOCEVT-NOVO
               OPEN OUTPUT ESOCEVT
               CLOSE ESOCEVT
               OPEN I-O ESOCEVT
           END-IF
           IF  NOT FL-ESOCEVT-OK
               DISPLAY PGMID '001I- ESOCEVT COM ERRO ' FL-STA-ESOCEVT
               SET OPCAO-FIM TO TRUE
           ELSE
               SET ESOCEVT-ABERTO TO TRUE
           END-IF.
      *
       RT-ABRIR-ESOCEVTX.                          EXIT.
      *----------------------------------------------------------------*
      *                    MENU DA MANUTENCAO                          *
      *----------------------------------------------------------------*
       RT-DIALOGO                                  SECTION.
      *
           DISPLAY ' '
           DISPLAY 'ESOCMNT - EVENTOS NAO PERIODICOS DO ESOCIAL'
           DISPLAY '[L]ISTAR [M]ATRICULA [E]NVIADO [R]ETORNO'
                   ' [N]OVO ENVIO [F]IM'
           DISPLAY 'OPCAO: ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           MOVE WS-RESPOSTA(1:1) TO WS-OPCAO
           INSPECT WS-OPCAO CONVERTING 'lmernf' TO 'LMERNF'
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
               WHEN 'M' PERFORM RT-LISTAR-MATRICULA
               WHEN 'E' PERFORM RT-ENVIADO
               WHEN 'R' PERFORM RT-RETORNO
               WHEN 'N' PERFORM RT-REENVIO
               WHEN 'F' CONTINUE
               WHEN OTHER
                    DISPLAY PGMID '002I- OPCAO INVALIDA'
           END-EVALUATE.
      *
       RT-DIALOGOX.                                EXIT.
      *----------------------------------------------------------------*
      *  LISTA O CONTROLE TODO OU SO UMA SITUACAO (P G E A R)           *
      *----------------------------------------------------------------*
       RT-LISTAR                                   SECTION.
      *
           DISPLAY 'SITUACAO (P/G/E/A/R, BRANCO = TODAS): '
                   WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           MOVE WS-RESPOSTA(1:1) TO WS-FILTRO
           INSPECT WS-FILTRO CONVERTING 'pgear' TO 'PGEAR'
      *
           MOVE ZEROS      TO WS-LISTADOS
           MOVE LOW-VALUES TO ESOCEVT-CHAVE
           START ESOCEVT KEY NOT LESS ESOCEVT-CHAVE
               INVALID KEY
                   DISPLAY PGMID '003I- CONTROLE VAZIO'
                   EXIT SECTION
           END-START
           PERFORM UNTIL FL-ESOCEVT-EOF
               READ ESOCEVT NEXT RECORD
                 AT END
                    SET FL-ESOCEVT-EOF TO TRUE
                 NOT AT END
                    IF  WS-FILTRO EQUAL SPACE
                    OR  WS-FILTRO EQUAL ESOCEVT-SITUACAO
                        MOVE ZEROS TO WS-ITEM
                        PERFORM RT-MOSTRA
                        ADD 1 TO WS-LISTADOS
                    END-IF
               END-READ
           END-PERFORM
           MOVE ZEROS TO FL-STA-ESOCEVT
           DISPLAY PGMID '003I- ' WS-LISTADOS ' EVENTO(S)'.
      *
       RT-LISTARX.                                 EXIT.
      *----------------------------------------------------------------*
      *  EVENTOS DE UMA MATRICULA, NUMERADOS PARA A ESCOLHA             *
      *----------------------------------------------------------------*
       RT-LISTAR-MATRICULA                         SECTION.
      *
           MOVE ZEROS TO WS-QTDE-ITENS
           DISPLAY 'MATRICULA: ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA(1:5) IS NOT NUMERIC
               DISPLAY PGMID '004I- MATRICULA DEVE TER 5 DIGITOS'
               EXIT SECTION
           END-IF
           MOVE WS-RESPOSTA(1:5) TO WS-EMP-INFORMADO
      *
           MOVE WS-EMP-INFORMADO TO ESOCEVT-EMP-NO
           MOVE ZEROS            TO ESOCEVT-DATA-LOG ESOCEVT-SEQ-LOG
           START ESOCEVT KEY NOT LESS ESOCEVT-CHAVE
               INVALID KEY
                   SET FL-ESOCEVT-EOF TO TRUE
           END-START
           PERFORM UNTIL FL-ESOCEVT-EOF
               READ ESOCEVT NEXT RECORD
                 AT END
                    SET FL-ESOCEVT-EOF TO TRUE
                 NOT AT END
                    IF  ESOCEVT-EMP-NO NOT EQUAL WS-EMP-INFORMADO
                    OR  WS-QTDE-ITENS EQUAL 50
                        SET FL-ESOCEVT-EOF TO TRUE
                    ELSE
                        ADD  1             TO WS-QTDE-ITENS
                        MOVE ESOCEVT-CHAVE TO
                             WS-ITEM-CHAVE(WS-QTDE-ITENS)
                        MOVE WS-QTDE-ITENS TO WS-ITEM
                        PERFORM RT-MOSTRA
                    END-IF
               END-READ
           END-PERFORM
           MOVE ZEROS TO FL-STA-ESOCEVT
           DISPLAY PGMID '004I- ' WS-QTDE-ITENS
                   ' EVENTO(S) DA MATRICULA'.
      *
       RT-LISTAR-MATRICULAX.                       EXIT.
      *----------------------------------------------------------------*
       RT-MOSTRA                                   SECTION.
      *
           MOVE ESOCEVT-DATA-LOG TO WS-DATA-AAAAMMDD
           PERFORM RT-EDITAR-DATA
           MOVE WS-DATA-DDMMAAAA TO WS-ED-DATA
           DISPLAY WS-ITEM ' ' ESOCEVT-EMP-NO ' S-' ESOCEVT-TIPO
                   ' ' WS-ED-DATA ' ' ESOCEVT-ORIGEM
                   ' SIT: ' ESOCEVT-SITUACAO
                   ' ID: '  ESOCEVT-ID
           IF  ESOCEVT-RECIBO NOT EQUAL SPACES
               DISPLAY '     RECIBO: ' ESOCEVT-RECIBO
           END-IF
           IF  ESOCEVT-OCORRENCIA NOT EQUAL SPACES
               DISPLAY '     ' ESOCEVT-OCORRENCIA
           END-IF.
      *
       RT-MOSTRAX.                                 EXIT.
      *----------------------------------------------------------------*
      *  AAAAMMDD PARA DDMMAAAA (EDITADA COMO DD/MM/AAAA NAS TELAS)     *
      *----------------------------------------------------------------*
       RT-EDITAR-DATA                              SECTION.
      *
           MOVE WS-DATA-AAAAMMDD(7:2) TO WS-DATA-DDMMAAAA(1:2)
           MOVE WS-DATA-AAAAMMDD(5:2) TO WS-DATA-DDMMAAAA(3:2)
           MOVE WS-DATA-AAAAMMDD(1:4) TO WS-DATA-DDMMAAAA(5:4).
      *
       RT-EDITAR-DATAX.                            EXIT.
      *----------------------------------------------------------------*
      *  LISTA OS EVENTOS DA MATRICULA E LE O ITEM ESCOLHIDO            *
      *----------------------------------------------------------------*
       RT-PEDE-E-LOCALIZA                          SECTION.
      *
           MOVE 'N' TO WS-ACHADO
           PERFORM RT-LISTAR-MATRICULA
           IF  WS-QTDE-ITENS EQUAL ZEROS
               EXIT SECTION
           END-IF
           DISPLAY 'ITEM: ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           MOVE ZEROS TO WS-ITEM
           IF  WS-RESPOSTA(1:2) IS NUMERIC
               MOVE WS-RESPOSTA(1:2) TO WS-ITEM
           ELSE
               IF  WS-RESPOSTA(1:1) IS NUMERIC
                   MOVE WS-RESPOSTA(1:1) TO WS-ITEM
               END-IF
           END-IF
           IF  WS-ITEM EQUAL ZEROS
           OR  WS-ITEM GREATER WS-QTDE-ITENS
               DISPLAY PGMID '005I- ITEM INVALIDO'
               EXIT SECTION
           END-IF
           MOVE WS-ITEM-CHAVE(WS-ITEM) TO ESOCEVT-CHAVE
           READ ESOCEVT
               INVALID KEY
                   DISPLAY PGMID '005I- EVENTO NAO LOCALIZADO'
               NOT INVALID KEY
                   SET ACHADO TO TRUE
                   MOVE REG-ESOCEVT TO WS-REG-ANTES
           END-READ.
      *
       RT-PEDE-E-LOCALIZAX.                        EXIT.
      *----------------------------------------------------------------*
      *  XML GERADO ENTREGUE AO ESOCIAL                                 *
      *----------------------------------------------------------------*
       RT-ENVIADO                                  SECTION.
      *
           PERFORM RT-PEDE-E-LOCALIZA
           IF  NOT ACHADO
               EXIT SECTION
           END-IF
           IF  NOT ESOCEVT-GERADO
               DISPLAY PGMID '006I- SO EVENTO GERADO (G) PODE SER'
                       ' MARCADO COMO ENVIADO'
               EXIT SECTION
           END-IF
           SET  ESOCEVT-ENVIADO TO TRUE
           MOVE WS-DATA-HOJE    TO ESOCEVT-DATA-ENVIO
           PERFORM RT-REGRAVAR.
      *
       RT-ENVIADOX.                                EXIT.
      *----------------------------------------------------------------*
      *  RETORNO DO ESOCIAL: RECIBO (ACEITO) OU MOTIVO (REJEITADO)      *
      *----------------------------------------------------------------*
       RT-RETORNO                                  SECTION.
      *
           PERFORM RT-PEDE-E-LOCALIZA
           IF  NOT ACHADO
               EXIT SECTION
           END-IF
           IF  NOT ESOCEVT-GERADO
           AND NOT ESOCEVT-ENVIADO
               DISPLAY PGMID '007I- SO EVENTO GERADO OU ENVIADO TEM'
                       ' RETORNO'
               EXIT SECTION
           END-IF
           DISPLAY '[A]CEITO OU [R]EJEITADO: ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           INSPECT WS-RESPOSTA(1:1) CONVERTING 'ar' TO 'AR'
           EVALUATE WS-RESPOSTA(1:1)
               WHEN 'A'
                    DISPLAY 'NUMERO DO RECIBO: ' WITH NO ADVANCING
                    MOVE SPACES TO WS-RESPOSTA
                    ACCEPT WS-RESPOSTA
                    IF  WS-RESPOSTA EQUAL SPACES
                        DISPLAY PGMID '007I- RECIBO OBRIGATORIO'
                        EXIT SECTION
                    END-IF
                    SET  ESOCEVT-ACEITO     TO TRUE
                    MOVE WS-RESPOSTA(1:23)  TO ESOCEVT-RECIBO
                    MOVE SPACES             TO ESOCEVT-OCORRENCIA
               WHEN 'R'
                    DISPLAY 'MOTIVO DA REJEICAO: ' WITH NO ADVANCING
                    MOVE SPACES TO WS-RESPOSTA
                    ACCEPT WS-RESPOSTA
                    IF  WS-RESPOSTA EQUAL SPACES
                        DISPLAY PGMID '007I- MOTIVO OBRIGATORIO'
                        EXIT SECTION
                    END-IF
                    SET  ESOCEVT-REJEITADO  TO TRUE
                    MOVE SPACES             TO ESOCEVT-RECIBO
                    MOVE WS-RESPOSTA        TO ESOCEVT-OCORRENCIA
               WHEN OTHER
                    DISPLAY PGMID '007I- RESPONDA A OU R'
                    EXIT SECTION
           END-EVALUATE
           IF  ESOCEVT-DATA-ENVIO EQUAL ZEROS
               MOVE WS-DATA-HOJE TO ESOCEVT-DATA-ENVIO
           END-IF
           MOVE WS-DATA-HOJE TO ESOCEVT-DATA-RETORNO
           PERFORM RT-REGRAVAR.
      *
       RT-RETORNOX.                                EXIT.
      *----------------------------------------------------------------*
      *  REENVIO DE REJEITADO: VOLTA A PENDENTE E, SE CONFIRMADO, O     *
      *  ESOCGER GERA O XML NOVO NA HORA                                *
      *----------------------------------------------------------------*
       RT-REENVIO                                  SECTION.
      *
           PERFORM RT-PEDE-E-LOCALIZA
           IF  NOT ACHADO
               EXIT SECTION
           END-IF
           IF  NOT ESOCEVT-REJEITADO
               DISPLAY PGMID '008I- SO EVENTO REJEITADO (R) PODE SER'
                       ' REENVIADO'
               EXIT SECTION
           END-IF
           SET  ESOCEVT-PENDENTE TO TRUE
           MOVE ZEROS            TO ESOCEVT-DATA-ENVIO
                                    ESOCEVT-DATA-RETORNO
           PERFORM RT-REGRAVAR
      *
           DISPLAY 'GERAR O XML AGORA (S/N)? ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA(1:1) NOT EQUAL 'S' AND 's'
               DISPLAY PGMID '008I- EVENTO PENDENTE - SERA GERADO NA'
                       ' PROXIMA EXECUCAO DO ESOCGER'
               EXIT SECTION
           END-IF
      *
           CLOSE ESOCEVT
           MOVE 'N' TO WS-ESOCEVT-ABERTO
           CALL SB-ESOCGER
             ON EXCEPTION
                DISPLAY PGMID '008I- ESOCGER INDISPONIVEL - EVENTO'
                        ' FICA PENDENTE'
           END-CALL
           CANCEL SB-ESOCGER
           PERFORM RT-ABRIR-ESOCEVT.
      *
       RT-REENVIOX.                                EXIT.
      *----------------------------------------------------------------*
       RT-REGRAVAR                                 SECTION.
      *
           MOVE WS-OPERADOR TO ESOCEVT-OPERADOR
           REWRITE REG-ESOCEVT
               INVALID KEY
                   DISPLAY PGMID '009I- ERRO ' FL-STA-ESOCEVT
                           ' NA REGRAVACAO'
               NOT INVALID KEY
                   MOVE 'A' TO CWLOGW-FUNCTION
                   PERFORM RT-LOGA
                   MOVE 'R' TO CWJRNL-FUNCTION
                   PERFORM RT-JORNALIZAR
                   DISPLAY PGMID '009I- EVENTO S-' ESOCEVT-TIPO
                           ' DA MATRICULA ' ESOCEVT-EMP-NO
                           ' AGORA NA SITUACAO ' ESOCEVT-SITUACAO
           END-REWRITE.
      *
       RT-REGRAVARX.                               EXIT.
      *----------------------------------------------------------------*
      *  GRAVA NO CWLOGF A FUNCAO COM A SITUACAO ANTES E DEPOIS         *
      *----------------------------------------------------------------*
       RT-LOGA                                     SECTION.
      *
           MOVE SPACES TO CWLOGW-TEXT
           STRING 'ESOCEVT ' ESOCEVT-EMP-NO ' S-' ESOCEVT-TIPO
                  DELIMITED BY SIZE INTO CWLOGW-TEXT
           CALL SB-CWLOGW USING PARAMETROS-CWLOGW
             ON EXCEPTION
                CONTINUE
           END-CALL
      *
           MOVE SPACES TO WS-OBS
           STRING 'SIT=' WS-REG-ANTES(36:1)
                  ' RECIBO=' WS-REG-ANTES(166:23)
                  ' ' WS-REG-ANTES(189:40)
                  DELIMITED BY SIZE INTO WS-OBS
           MOVE '^' TO CWLOGW-FUNCTION
           CALL SB-CWLOGW USING PARAMETROS-CWLOGW WS-OBS
             ON EXCEPTION
                CONTINUE
           END-CALL
      *
           MOVE SPACES TO WS-OBS
           STRING 'SIT=' ESOCEVT-SITUACAO
                  ' RECIBO=' ESOCEVT-RECIBO
                  ' ' ESOCEVT-OCORRENCIA(1:40)
                  DELIMITED BY SIZE INTO WS-OBS
           MOVE '^' TO CWLOGW-FUNCTION
           CALL SB-CWLOGW USING PARAMETROS-CWLOGW WS-OBS
             ON EXCEPTION
                CONTINUE
           END-CALL.
      *
       RT-LOGAX.                                   EXIT.
      *----------------------------------------------------------------*
      *  ANOTA A MUDANCA EFETIVADA NO JORNAL (CWJRNL AUSENTE NAO        *
      *  ATRAPALHA A MANUTENCAO)                                        *
      *----------------------------------------------------------------*
       RT-JORNALIZAR                               SECTION.
      *
           MOVE 'ESOCEVT'     TO CWJRNL-ARQUIVO
           MOVE SPACES        TO CWJRNL-CHAVE
           MOVE 320           TO CWJRNL-TAMANHO
           MOVE SPACES        TO CWJRNL-REGISTRO
           MOVE REG-ESOCEVT   TO CWJRNL-REGISTRO(1:320)
           MOVE ESOCEVT-EMP-NO          TO CWJRNL-CHAVE(1:5)
           MOVE ESOCEVT-DATA-LOG        TO CWJRNL-CHAVE(6:8)
           MOVE ESOCEVT-SEQ-LOG(12:7)   TO CWJRNL-CHAVE(14:7)
           CALL SB-CWJRNL USING PARAMETROS-CWJRNL
             ON EXCEPTION
                CONTINUE
           END-CALL.
      *
       RT-JORNALIZARX.                             EXIT.
      *----------------------------------------------------------------*
       RT-FINALIZAR                                SECTION.
      *
           IF  ESOCEVT-ABERTO
               CLOSE ESOCEVT
               MOVE 'N' TO WS-ESOCEVT-ABERTO
           END-IF
           IF  TABELA-TRAVADA
               MOVE 'ESOCEVT' TO WS-LOCK-NOME
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
