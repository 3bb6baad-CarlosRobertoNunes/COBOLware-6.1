      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CONCMNT.
       AUTHOR.        Traduzido de Easytrieve (macro esy.kex v.0.10).
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      * Acerto manual da conciliacao bancaria, sobre  *
                      * o que o CONCBCO deixou pendente no CONCREL:   *
                      *                                               *
                      *  [P]ENDENTES  LISTA OS LANCAMENTOS DO EXTRATO *
                      *               AINDA SEM PAR;                  *
                      *  [C]ONCILIAR  CASA UM LANCAMENTO COM UM ITEM  *
                      *               DO SISTEMA (S SALARIO: AAAAMM + *
                      *               TIPO + EMPREGADO, P PENSAO:     *
                      *               CHAVE DO PENPAG, Q CHEQUE:      *
                      *               NUMERO, B COBRANCA: NOSSO       *
                      *               NUMERO);                        *
                      *  [J]USTIFICAR EXPLICA UM LANCAMENTO SEM PAR   *
                      *               (TARIFA, ESTORNO, APLICACAO...);*
                      *  [I]TEM       EXPLICA UM ITEM DO SISTEMA SEM  *
                      *               LANCAMENTO NO EXTRATO;          *
                      *  [D]ESFAZER   VOLTA O LANCAMENTO (OU O ITEM   *
                      *               JUSTIFICADO) A PENDENTE.        *
                      *                                               *
                      * Cada acerto vai ao CWLOGF (CWLOGW) com o      *
                      * operador e ao jornal do EXTRATO (CWJRNL).     *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT EXTRATO ASSIGN TO EXTRATO
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS EXT-CHAVE
                  FILE STATUS   IS FL-STA-EXTRATO.
      *
           SELECT CONCLIG ASSIGN TO CONCLIG
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS CLG-CHAVE
                  FILE STATUS   IS FL-STA-CONCLIG.
      *
           SELECT OPTIONAL CREDPAG ASSIGN TO CREDPAG
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS CREDPAG-CHAVE
                  FILE STATUS   IS FL-STA-CREDPAG.
      *
           SELECT OPTIONAL PENPAG ASSIGN TO PENPAG
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS PENPAG-CHAVE
                  FILE STATUS   IS FL-STA-PENPAG.
      *
           SELECT OPTIONAL CHEQREG ASSIGN TO CHEQREG
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS CHQ-NUMERO
                  FILE STATUS   IS FL-STA-CHEQREG.
      *
           SELECT OPTIONAL CHARGES ASSIGN TO CHARGES
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS CHG-NOSSO-NUMERO
                  FILE STATUS   IS FL-STA-CHARGES.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *----------------------------------------------------------------*
      *  LANCAMENTOS IMPORTADOS PELO CONCBCO                            *
      *----------------------------------------------------------------*
       FD  EXTRATO
           RECORD CONTAINS 250 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-EXTRATO.
           03 EXT-CHAVE                      PIC  X(030).
           03 EXT-DATA                       PIC  9(008).
           03 EXT-TIPO                       PIC  X(001).
              88 EXT-DEBITO                             VALUE 'D'.
              88 EXT-CREDITO                            VALUE 'C'.
           03 EXT-VALOR                      PIC  9(011)V99.
           03 EXT-DOCUMENTO                  PIC  X(020).
           03 EXT-HISTORICO                  PIC  X(040).
           03 EXT-SITUACAO                   PIC  X(001).
              88 EXT-PENDENTE                           VALUE 'P'.
              88 EXT-AUTOMATICA                         VALUE 'A'.
              88 EXT-MANUAL                             VALUE 'M'.
              88 EXT-JUSTIFICADA                        VALUE 'J'.
           03 EXT-ORIGEM                     PIC  X(001).
           03 EXT-REFERENCIA                 PIC  X(020).
           03 EXT-JUSTIFICATIVA              PIC  X(050).
           03 EXT-DATA-IMPORTACAO            PIC  9(008).
           03 EXT-DATA-CONC                  PIC  9(008).
           03 EXT-OPERADOR                   PIC  X(030).
           03 FILLER                         PIC  X(020).
      *
      *----------------------------------------------------------------*
      *  ITENS DO SISTEMA JA CONCILIADOS OU JUSTIFICADOS                *
      *----------------------------------------------------------------*
       FD  CONCLIG
           RECORD CONTAINS 160 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-CONCLIG.
           03 CLG-CHAVE.
              05 CLG-ORIGEM                  PIC  X(001).
              05 CLG-REFERENCIA              PIC  X(020).
           03 CLG-EXTRATO                    PIC  X(030).
           03 CLG-SITUACAO                   PIC  X(001).
              88 CLG-AUTOMATICA                         VALUE 'A'.
              88 CLG-MANUAL                             VALUE 'M'.
              88 CLG-JUSTIFICADA                        VALUE 'J'.
           03 CLG-VALOR                      PIC  9(011)V99.
           03 CLG-JUSTIFICATIVA              PIC  X(050).
           03 CLG-DATA                       PIC  9(008).
           03 CLG-OPERADOR                   PIC  X(030).
           03 FILLER                         PIC  X(007).
      *
       FD  CREDPAG
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-CREDPAG.
           03 CREDPAG-CHAVE.
              05 CREDPAG-ANOMES              PIC  9(006).
              05 CREDPAG-TIPO                PIC  X(001).
              05 CREDPAG-EMP-NO              PIC  9(005).
           03 FILLER                         PIC  X(040).
           03 CREDPAG-SITUACAO               PIC  X(001).
              88 CREDPAG-PAGO                           VALUE 'P'.
           03 CREDPAG-DATA-PGTO              PIC  9(008).
           03 FILLER                         PIC  X(014).
           03 CREDPAG-VALOR-PAGO             PIC  9(009)V99.
           03 FILLER                         PIC  X(034).
      *
       FD  PENPAG
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-PENPAG.
           03 PENPAG-CHAVE.
              05 PENPAG-ANOMES               PIC  9(006).
              05 PENPAG-TIPO                 PIC  X(001).
              05 PENPAG-EMP-NO               PIC  9(005).
              05 PENPAG-SEQ                  PIC  9(002).
           03 PENPAG-PROCESSO                PIC  X(025).
           03 PENPAG-NOME                    PIC  X(040).
           03 FILLER                         PIC  X(035).
           03 PENPAG-VALOR                   PIC  9(007)V99.
           03 PENPAG-DATA-CALC               PIC  9(008).
           03 FILLER                         PIC  X(019).
      *
       FD  CHEQREG
           RECORD CONTAINS 250 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-CHEQREG.
           03 CHQ-NUMERO                     PIC  9(006).
           03 CHQ-FAVORECIDO                 PIC  X(060).
           03 CHQ-VALOR                      PIC  9(008)V99.
           03 CHQ-SITUACAO                   PIC  X(001).
              88 CHQ-EMITIDO                            VALUE 'E'.
           03 FILLER                         PIC  X(173).
      *
       FD  CHARGES
           RECORD CONTAINS 080 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-CHARGES.
           03 CHG-NOSSO-NUMERO               PIC  X(020).
           03 CHG-VALOR                      PIC  9(009)V99.
           03 CHG-SITUACAO                   PIC  X(001).
              88 CHG-PAGA                                VALUE 'P'.
           03 CHG-DATA-PGTO                  PIC  9(008).
           03 CHG-VALOR-PAGO                 PIC  9(009)V99.
           03 CHG-SACADO                     PIC  9(006).
           03 FILLER                         PIC  X(023).
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
           03 TRACOS                         PIC  X(060)    VALUE
              ALL '-'.
           03 PGMID                          PIC  X(009)    VALUE
              '#CONCMNT.'.
           03 FL-STA-EXTRATO                 PIC  X(002)    VALUE
              ZEROS.
              88 FL-EXTRATO-OK                              VALUE '00'.
              88 FL-EXTRATO-EOF                             VALUE '10'.
              88 FL-EXTRATO-NOVO                            VALUE '35'.
           03 FL-STA-CONCLIG                 PIC  X(002)    VALUE
              ZEROS.
              88 FL-CONCLIG-OK                              VALUE '00'.
              88 FL-CONCLIG-EOF                             VALUE '10'.
              88 FL-CONCLIG-NOVO                            VALUE '35'.
           03 FL-STA-CREDPAG                 PIC  X(002)    VALUE
              ZEROS.
           03 FL-STA-PENPAG                  PIC  X(002)    VALUE
              ZEROS.
           03 FL-STA-CHEQREG                 PIC  X(002)    VALUE
              ZEROS.
           03 FL-STA-CHARGES                 PIC  X(002)    VALUE
              ZEROS.
           03 WS-OPCAO                       PIC  X(001)    VALUE
              SPACE.
              88 OPCAO-FIM                                  VALUE 'F'.
           03 WS-RESPOSTA                    PIC  X(060)    VALUE
              SPACES.
           03 WS-CRITICA-OK                  PIC  X(001)    VALUE 'S'.
              88 CRITICA-OK                                 VALUE 'S'.
           03 WS-ABERTOS                     PIC  X(001)    VALUE 'N'.
              88 ARQUIVOS-ABERTOS                           VALUE 'S'.
           03 WS-OPERADOR                    PIC  X(030)    VALUE
              SPACES.
           03 WS-TASK                        PIC  9(006)    VALUE
              ZEROS.
           03 WS-PROGRAMA                    PIC  X(008)    VALUE
              'CONCMNT'.
           03 WS-DATA-HOJE                   PIC  9(008)    VALUE
              ZEROS.
           03 WS-EVENTO                      PIC  X(030)    VALUE
              SPACES.
           03 WS-ORIGEM                      PIC  X(001)    VALUE
              SPACE.
           03 WS-REFERENCIA                  PIC  X(020)    VALUE
              SPACES.
           03 WS-JUSTIFICATIVA               PIC  X(050)    VALUE
              SPACES.
           03 WS-CHAVE-EXTRATO               PIC  X(030)    VALUE
              SPACES.
           03 WS-ITEM-VALOR                  PIC  9(011)V99 VALUE
              ZEROS.
           03 WS-ITEM-DATA                   PIC  9(008)    VALUE
              ZEROS.
           03 WS-ITEM-DESCRICAO              PIC  X(040)    VALUE
              SPACES.
           03 WS-ED-VALOR                    PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
           03 WS-ED-VALOR-2                  PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
           03 WS-LISTADOS             COMP   PIC  9(004)    VALUE
              ZEROS.
           03 WS-DESFEITOS            COMP   PIC  9(004)    VALUE
              ZEROS.
           03 WS-DISPLAY                     PIC  ZZZ.ZZ9.
           03 WS-CONCILIADOS          COMP-3 PIC  9(006)    VALUE
              ZEROS.
           03 WS-JUSTIFICADOS         COMP-3 PIC  9(006)    VALUE
              ZEROS.
           03 WS-ITENS-JUSTIFICADOS   COMP-3 PIC  9(006)    VALUE
              ZEROS.
           03 WS-DESFEITAS            COMP-3 PIC  9(006)    VALUE
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
           PERFORM RT-DIALOGO
                   UNTIL OPCAO-FIM
      *
           PERFORM RT-FINALIZAR
      *
           GOBACK.
      *
       RT-PRINCIPALX.                              EXIT.
      *----------------------------------------------------------------*
       RT-INICIAR                                  SECTION.
      *
           CALL SB-CWGETU USING WS-OPERADOR WS-TASK WS-PROGRAMA '?'
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
      *
           OPEN I-O EXTRATO
           IF  NOT FL-EXTRATO-OK
               DISPLAY PGMID '001I- EXTRATO COM ERRO ' FL-STA-EXTRATO
                       ' - RODE ANTES O CONCBCO'
               SET OPCAO-FIM TO TRUE
               EXIT SECTION
           END-IF
           OPEN I-O CONCLIG
           IF  FL-CONCLIG-NOVO
               OPEN OUTPUT CONCLIG
               CLOSE CONCLIG
               OPEN I-O CONCLIG
           END-IF
           IF  NOT FL-CONCLIG-OK
               DISPLAY PGMID '001I- CONCLIG COM ERRO ' FL-STA-CONCLIG
               CLOSE EXTRATO
               SET OPCAO-FIM TO TRUE
               EXIT SECTION
           END-IF
           OPEN INPUT CREDPAG PENPAG CHEQREG CHARGES
           SET ARQUIVOS-ABERTOS TO TRUE.
      *
       RT-INICIARX.                                EXIT.
      *----------------------------------------------------------------*
      *                    MENU DA CONCILIACAO                         *
      *----------------------------------------------------------------*
       RT-DIALOGO                                  SECTION.
      *
           DISPLAY ' '
           DISPLAY 'CONCMNT - ACERTO DA CONCILIACAO BANCARIA'
           DISPLAY '[P]ENDENTES [C]ONCILIAR [J]USTIFICAR [I]TEM '
                   '[D]ESFAZER [F]IM'
           DISPLAY 'OPCAO: ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           MOVE WS-RESPOSTA(1:1) TO WS-OPCAO
           INSPECT WS-OPCAO CONVERTING 'pcjidf' TO 'PCJIDF'
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
               WHEN 'P' PERFORM RT-PENDENTES
               WHEN 'C' PERFORM RT-CONCILIAR
               WHEN 'J' PERFORM RT-JUSTIFICAR
               WHEN 'I' PERFORM RT-JUSTIFICAR-ITEM
               WHEN 'D' PERFORM RT-DESFAZER
               WHEN 'F' CONTINUE
               WHEN OTHER
                    DISPLAY PGMID '002I- OPCAO INVALIDA'
           END-EVALUATE.
      *
       RT-DIALOGOX.                                EXIT.
      *----------------------------------------------------------------*
      *  LANCAMENTOS PENDENTES, VINTE POR VEZ                           *
      *----------------------------------------------------------------*
       RT-PENDENTES                                SECTION.
      *
           MOVE ZEROS TO WS-LISTADOS
           MOVE LOW-VALUES TO EXT-CHAVE
           START EXTRATO KEY NOT LESS EXT-CHAVE
               INVALID KEY
                   SET FL-EXTRATO-EOF TO TRUE
           END-START
           PERFORM UNTIL FL-EXTRATO-EOF
               READ EXTRATO NEXT RECORD
                 AT END
                    SET FL-EXTRATO-EOF TO TRUE
                 NOT AT END
                    IF  EXT-PENDENTE
                        ADD 1 TO WS-LISTADOS
                        MOVE EXT-VALOR TO WS-ED-VALOR
                        DISPLAY EXT-CHAVE ' ' EXT-DATA ' ' EXT-TIPO
                                WS-ED-VALOR ' ' EXT-HISTORICO(1:25)
                        IF  FUNCTION MOD(WS-LISTADOS, 20) EQUAL ZERO
                            DISPLAY 'ENTER CONTINUA, F ENCERRA: '
                                    WITH NO ADVANCING
                            MOVE SPACES TO WS-RESPOSTA
                            ACCEPT WS-RESPOSTA
                            IF  WS-RESPOSTA(1:1) EQUAL 'F' OR 'f'
                                SET FL-EXTRATO-EOF TO TRUE
                            END-IF
                        END-IF
                    END-IF
               END-READ
           END-PERFORM
           MOVE '00' TO FL-STA-EXTRATO
           MOVE WS-LISTADOS TO WS-DISPLAY
           DISPLAY PGMID '003I- ' WS-DISPLAY
                   ' LANCAMENTO(S) PENDENTE(S)'.
      *
       RT-PENDENTESX.                              EXIT.
      *----------------------------------------------------------------*
      *  PEDE A CHAVE E LE O LANCAMENTO (CRITICA-OK = S/N)              *
      *----------------------------------------------------------------*
       RT-PEDE-LANCAMENTO                          SECTION.
      *
           MOVE 'N' TO WS-CRITICA-OK
           DISPLAY 'CHAVE DO LANCAMENTO: ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA EQUAL SPACES
               EXIT SECTION
           END-IF
           MOVE WS-RESPOSTA TO EXT-CHAVE
           READ EXTRATO
               INVALID KEY
                   DISPLAY PGMID '004I- LANCAMENTO NAO IMPORTADO'
                   EXIT SECTION
           END-READ
           MOVE EXT-VALOR TO WS-ED-VALOR
           DISPLAY '   ' EXT-DATA ' ' EXT-TIPO WS-ED-VALOR ' '
                   EXT-DOCUMENTO ' ' EXT-HISTORICO(1:25)
                   ' (' EXT-SITUACAO ')'
           SET CRITICA-OK TO TRUE.
      *
       RT-PEDE-LANCAMENTOX.                        EXIT.
      *----------------------------------------------------------------*
      *  PEDE ORIGEM E REFERENCIA E LE O ITEM NO ARQUIVO DE ORIGEM      *
      *  (CRITICA-OK = S/N)                                             *
      *----------------------------------------------------------------*
       RT-PEDE-ITEM                                SECTION.
      *
           MOVE 'N' TO WS-CRITICA-OK
           DISPLAY 'ORIGEM ([S]ALARIO [P]ENSAO [Q]CHEQUE '
                   '[B]COBRANCA): ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           MOVE WS-RESPOSTA(1:1) TO WS-ORIGEM
           INSPECT WS-ORIGEM CONVERTING 'spqb' TO 'SPQB'
           IF  WS-ORIGEM NOT EQUAL 'S' AND 'P' AND 'Q' AND 'B'
               DISPLAY PGMID '005I- ORIGEM INVALIDA'
               EXIT SECTION
           END-IF
           DISPLAY 'REFERENCIA: ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           MOVE WS-RESPOSTA TO WS-REFERENCIA
           INSPECT WS-REFERENCIA CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
      *
           MOVE ZEROS  TO WS-ITEM-VALOR WS-ITEM-DATA
           MOVE SPACES TO WS-ITEM-DESCRICAO
           EVALUATE WS-ORIGEM
               WHEN 'S'
                    MOVE WS-REFERENCIA TO CREDPAG-CHAVE
                    READ CREDPAG
                        INVALID KEY
                            MOVE '23' TO FL-STA-CREDPAG
                    END-READ
                    IF  FL-STA-CREDPAG NOT EQUAL '00'
                    OR  NOT CREDPAG-PAGO
                        DISPLAY PGMID '005I- CREDITO DE SALARIO '
                                'INEXISTENTE OU NAO PAGO'
                        EXIT SECTION
                    END-IF
                    MOVE CREDPAG-VALOR-PAGO TO WS-ITEM-VALOR
                    MOVE CREDPAG-DATA-PGTO  TO WS-ITEM-DATA
                    STRING 'SALARIO EMPREGADO ' CREDPAG-EMP-NO
                           DELIMITED BY SIZE INTO WS-ITEM-DESCRICAO
               WHEN 'P'
                    MOVE WS-REFERENCIA TO PENPAG-CHAVE
                    READ PENPAG
                        INVALID KEY
                            MOVE '23' TO FL-STA-PENPAG
                    END-READ
                    IF  FL-STA-PENPAG NOT EQUAL '00'
                        DISPLAY PGMID '005I- CREDITO DE PENSAO '
                                'INEXISTENTE'
                        EXIT SECTION
                    END-IF
                    MOVE PENPAG-VALOR     TO WS-ITEM-VALOR
                    MOVE PENPAG-DATA-CALC TO WS-ITEM-DATA
                    MOVE PENPAG-NOME      TO WS-ITEM-DESCRICAO
               WHEN 'Q'
                    IF  WS-REFERENCIA(1:6) IS NOT NUMERIC
                        DISPLAY PGMID '005I- CHEQUE COM 6 DIGITOS'
                        EXIT SECTION
                    END-IF
                    MOVE WS-REFERENCIA(1:6) TO CHQ-NUMERO
                    READ CHEQREG
                        INVALID KEY
                            MOVE '23' TO FL-STA-CHEQREG
                    END-READ
                    IF  FL-STA-CHEQREG NOT EQUAL '00'
                    OR  NOT CHQ-EMITIDO
                        DISPLAY PGMID '005I- CHEQUE INEXISTENTE OU '
                                'ANULADO'
                        EXIT SECTION
                    END-IF
                    MOVE CHQ-VALOR      TO WS-ITEM-VALOR
                    MOVE CHQ-FAVORECIDO TO WS-ITEM-DESCRICAO
               WHEN 'B'
                    MOVE WS-REFERENCIA TO CHG-NOSSO-NUMERO
                    READ CHARGES
                        INVALID KEY
                            MOVE '23' TO FL-STA-CHARGES
                    END-READ
                    IF  FL-STA-CHARGES NOT EQUAL '00'
                    OR  NOT CHG-PAGA
                        DISPLAY PGMID '005I- COBRANCA INEXISTENTE OU '
                                'NAO LIQUIDADA'
                        EXIT SECTION
                    END-IF
                    MOVE CHG-VALOR-PAGO TO WS-ITEM-VALOR
                    MOVE CHG-DATA-PGTO  TO WS-ITEM-DATA
                    STRING 'COBRANCA DO SACADO ' CHG-SACADO
                           DELIMITED BY SIZE INTO WS-ITEM-DESCRICAO
           END-EVALUATE
      *
           MOVE WS-ORIGEM     TO CLG-ORIGEM
           MOVE WS-REFERENCIA TO CLG-REFERENCIA
           READ CONCLIG
               NOT INVALID KEY
                   DISPLAY PGMID '005I- ITEM JA CONCILIADO ('
                           CLG-SITUACAO ') ' CLG-EXTRATO
                   EXIT SECTION
           END-READ
           MOVE WS-ITEM-VALOR TO WS-ED-VALOR-2
           DISPLAY '   ' WS-ORIGEM ' ' WS-REFERENCIA ' ' WS-ITEM-DATA
                   WS-ED-VALOR-2 ' ' WS-ITEM-DESCRICAO(1:30)
           SET CRITICA-OK TO TRUE.
      *
       RT-PEDE-ITEMX.                              EXIT.
      *----------------------------------------------------------------*
      *  JUSTIFICATIVA OBRIGATORIA (CRITICA-OK = S/N)                   *
      *----------------------------------------------------------------*
       RT-PEDE-JUSTIFICATIVA                       SECTION.
      *
           MOVE 'N' TO WS-CRITICA-OK
           DISPLAY 'JUSTIFICATIVA: ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA EQUAL SPACES
               DISPLAY PGMID '006I- JUSTIFICATIVA E OBRIGATORIA'
               EXIT SECTION
           END-IF
           MOVE WS-RESPOSTA TO WS-JUSTIFICATIVA
           SET CRITICA-OK TO TRUE.
      *
       RT-PEDE-JUSTIFICATIVAX.                     EXIT.
      *----------------------------------------------------------------*
       RT-CONFIRMA                                 SECTION.
      *
           MOVE 'N' TO WS-CRITICA-OK
           DISPLAY 'CONFIRMA (S/N)? ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA(1:1) EQUAL 'S' OR 's'
               SET CRITICA-OK TO TRUE
           END-IF.
      *
       RT-CONFIRMAX.                               EXIT.
      *----------------------------------------------------------------*
      *  CASA UM LANCAMENTO PENDENTE COM UM ITEM DO SISTEMA; VALOR      *
      *  DIFERENTE SO COM A CONFIRMACAO DO OPERADOR                     *
      *----------------------------------------------------------------*
       RT-CONCILIAR                                SECTION.
      *
           PERFORM RT-PEDE-LANCAMENTO
           IF  NOT CRITICA-OK
               EXIT SECTION
           END-IF
           IF  NOT EXT-PENDENTE
               DISPLAY PGMID '007I- LANCAMENTO JA TRATADO ('
                       EXT-SITUACAO ') ' EXT-ORIGEM ' ' EXT-REFERENCIA
               EXIT SECTION
           END-IF
           PERFORM RT-PEDE-ITEM
           IF  NOT CRITICA-OK
               EXIT SECTION
           END-IF
           IF  WS-ITEM-VALOR NOT EQUAL EXT-VALOR
               DISPLAY PGMID '007I- ATENCAO: VALOR DO ITEM DIFERENTE '
                       'DO LANCAMENTO'
           END-IF
           PERFORM RT-CONFIRMA
           IF  NOT CRITICA-OK
               EXIT SECTION
           END-IF
      *
           MOVE SPACES           TO REG-CONCLIG
           MOVE WS-ORIGEM        TO CLG-ORIGEM
           MOVE WS-REFERENCIA    TO CLG-REFERENCIA
           MOVE EXT-CHAVE        TO CLG-EXTRATO
           SET  CLG-MANUAL       TO TRUE
           MOVE WS-ITEM-VALOR    TO CLG-VALOR
           MOVE WS-DATA-HOJE     TO CLG-DATA
           MOVE WS-OPERADOR      TO CLG-OPERADOR
           WRITE REG-CONCLIG
               INVALID KEY
                   DISPLAY PGMID '007I- ERRO ' FL-STA-CONCLIG
                           ' NA GRAVACAO DO CONCLIG'
                   EXIT SECTION
           END-WRITE
      *
           SET  EXT-MANUAL       TO TRUE
           MOVE WS-ORIGEM        TO EXT-ORIGEM
           MOVE WS-REFERENCIA    TO EXT-REFERENCIA
           MOVE WS-DATA-HOJE     TO EXT-DATA-CONC
           MOVE WS-OPERADOR      TO EXT-OPERADOR
           REWRITE REG-EXTRATO
               INVALID KEY
                   DISPLAY PGMID '007I- ERRO ' FL-STA-EXTRATO
                           ' NA REGRAVACAO DO EXTRATO'
                   EXIT SECTION
           END-REWRITE
           MOVE 'CONCILIACAO MANUAL' TO WS-EVENTO
           PERFORM RT-LOGA
           ADD 1 TO WS-CONCILIADOS
           DISPLAY PGMID '007I- LANCAMENTO CONCILIADO'.
      *
       RT-CONCILIARX.                              EXIT.
      *----------------------------------------------------------------*
      *  LANCAMENTO SEM ITEM NO SISTEMA, EXPLICADO PELO OPERADOR        *
      *----------------------------------------------------------------*
       RT-JUSTIFICAR                               SECTION.
      *
           PERFORM RT-PEDE-LANCAMENTO
           IF  NOT CRITICA-OK
               EXIT SECTION
           END-IF
           IF  NOT EXT-PENDENTE
               DISPLAY PGMID '008I- LANCAMENTO JA TRATADO ('
                       EXT-SITUACAO ')'
               EXIT SECTION
           END-IF
           PERFORM RT-PEDE-JUSTIFICATIVA
           IF  NOT CRITICA-OK
               EXIT SECTION
           END-IF
           PERFORM RT-CONFIRMA
           IF  NOT CRITICA-OK
               EXIT SECTION
           END-IF
      *
           SET  EXT-JUSTIFICADA  TO TRUE
           MOVE SPACES           TO EXT-ORIGEM EXT-REFERENCIA
           MOVE WS-JUSTIFICATIVA TO EXT-JUSTIFICATIVA
           MOVE WS-DATA-HOJE     TO EXT-DATA-CONC
           MOVE WS-OPERADOR      TO EXT-OPERADOR
           REWRITE REG-EXTRATO
               INVALID KEY
                   DISPLAY PGMID '008I- ERRO ' FL-STA-EXTRATO
                           ' NA REGRAVACAO DO EXTRATO'
                   EXIT SECTION
           END-REWRITE
           MOVE 'LANCAMENTO JUSTIFICADO' TO WS-EVENTO
           PERFORM RT-LOGA
           ADD 1 TO WS-JUSTIFICADOS
           DISPLAY PGMID '008I- LANCAMENTO JUSTIFICADO'.
      *
       RT-JUSTIFICARX.                             EXIT.
      *----------------------------------------------------------------*
      *  ITEM DO SISTEMA SEM LANCAMENTO (CHEQUE NAO COMPENSADO, CREDITO *
      *  DEVOLVIDO...) EXPLICADO NO CONCLIG                             *
      *----------------------------------------------------------------*
       RT-JUSTIFICAR-ITEM                          SECTION.
      *
           PERFORM RT-PEDE-ITEM
           IF  NOT CRITICA-OK
               EXIT SECTION
           END-IF
           PERFORM RT-PEDE-JUSTIFICATIVA
           IF  NOT CRITICA-OK
               EXIT SECTION
           END-IF
           PERFORM RT-CONFIRMA
           IF  NOT CRITICA-OK
               EXIT SECTION
           END-IF
      *
           MOVE SPACES           TO REG-CONCLIG
           MOVE WS-ORIGEM        TO CLG-ORIGEM
           MOVE WS-REFERENCIA    TO CLG-REFERENCIA
           SET  CLG-JUSTIFICADA  TO TRUE
           MOVE WS-ITEM-VALOR    TO CLG-VALOR
           MOVE WS-JUSTIFICATIVA TO CLG-JUSTIFICATIVA
           MOVE WS-DATA-HOJE     TO CLG-DATA
           MOVE WS-OPERADOR      TO CLG-OPERADOR
           WRITE REG-CONCLIG
               INVALID KEY
                   DISPLAY PGMID '009I- ERRO ' FL-STA-CONCLIG
                           ' NA GRAVACAO DO CONCLIG'
                   EXIT SECTION
           END-WRITE
           MOVE 'ITEM DO SISTEMA JUSTIFICADO' TO WS-EVENTO
           MOVE SPACES TO REG-EXTRATO
           MOVE CLG-CHAVE TO EXT-CHAVE
           MOVE WS-JUSTIFICATIVA TO EXT-JUSTIFICATIVA
           PERFORM RT-LOGA
           ADD 1 TO WS-ITENS-JUSTIFICADOS
           DISPLAY PGMID '009I- ITEM JUSTIFICADO'.
      *
       RT-JUSTIFICAR-ITEMX.                        EXIT.
      *----------------------------------------------------------------*
      *  VOLTA A PENDENTE: O LANCAMENTO (E OS ITENS CASADOS COM ELE)    *
      *  OU, COM A CHAVE EM BRANCO, UM ITEM JUSTIFICADO DO SISTEMA      *
      *----------------------------------------------------------------*
       RT-DESFAZER                                 SECTION.
      *
           DISPLAY '(CHAVE EM BRANCO = ITEM JUSTIFICADO DO SISTEMA)'
           PERFORM RT-PEDE-LANCAMENTO
           IF  WS-RESPOSTA EQUAL SPACES
               PERFORM RT-DESFAZER-ITEM
               EXIT SECTION
           END-IF
           IF  NOT CRITICA-OK
               EXIT SECTION
           END-IF
           IF  EXT-PENDENTE
               DISPLAY PGMID '010I- LANCAMENTO JA PENDENTE'
               EXIT SECTION
           END-IF
           PERFORM RT-CONFIRMA
           IF  NOT CRITICA-OK
               EXIT SECTION
           END-IF
      *
           MOVE EXT-CHAVE TO WS-CHAVE-EXTRATO
           MOVE ZEROS     TO WS-DESFEITOS
           MOVE LOW-VALUES TO CLG-CHAVE
           START CONCLIG KEY NOT LESS CLG-CHAVE
               INVALID KEY
                   SET FL-CONCLIG-EOF TO TRUE
           END-START
           PERFORM UNTIL FL-CONCLIG-EOF
               READ CONCLIG NEXT RECORD
                 AT END
                    SET FL-CONCLIG-EOF TO TRUE
                 NOT AT END
                    IF  CLG-EXTRATO EQUAL WS-CHAVE-EXTRATO
                        DELETE CONCLIG RECORD
                            INVALID KEY
                                CONTINUE
                            NOT INVALID KEY
                                ADD 1 TO WS-DESFEITOS
                        END-DELETE
                    END-IF
               END-READ
           END-PERFORM
           MOVE '00' TO FL-STA-CONCLIG
      *
           MOVE WS-CHAVE-EXTRATO TO EXT-CHAVE
           READ EXTRATO
               INVALID KEY
                   EXIT SECTION
           END-READ
           MOVE 'DESFEITA A CONCILIACAO' TO WS-EVENTO
           PERFORM RT-LOGA
           SET  EXT-PENDENTE TO TRUE
           MOVE SPACES       TO EXT-ORIGEM EXT-REFERENCIA
                                EXT-JUSTIFICATIVA EXT-OPERADOR
           MOVE ZEROS        TO EXT-DATA-CONC
           REWRITE REG-EXTRATO
               INVALID KEY
                   DISPLAY PGMID '010I- ERRO ' FL-STA-EXTRATO
                           ' NA REGRAVACAO DO EXTRATO'
                   EXIT SECTION
           END-REWRITE
           ADD 1 TO WS-DESFEITAS
           MOVE WS-DESFEITOS TO WS-DISPLAY
           DISPLAY PGMID '010I- LANCAMENTO PENDENTE DE NOVO; '
                   WS-DISPLAY ' ITEM(NS) DO SISTEMA LIBERADO(S)'.
      *
       RT-DESFAZERX.                               EXIT.
      *----------------------------------------------------------------*
       RT-DESFAZER-ITEM                            SECTION.
      *
           DISPLAY 'ORIGEM ([S]ALARIO [P]ENSAO [Q]CHEQUE '
                   '[B]COBRANCA): ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           MOVE WS-RESPOSTA(1:1) TO CLG-ORIGEM
           INSPECT CLG-ORIGEM CONVERTING 'spqb' TO 'SPQB'
           DISPLAY 'REFERENCIA: ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           MOVE WS-RESPOSTA TO CLG-REFERENCIA
           INSPECT CLG-REFERENCIA CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           READ CONCLIG
               INVALID KEY
                   DISPLAY PGMID '010I- ITEM NAO CONCILIADO'
                   EXIT SECTION
           END-READ
           IF  NOT CLG-JUSTIFICADA
               DISPLAY PGMID '010I- ITEM CASADO COM O LANCAMENTO '
                       CLG-EXTRATO ' - DESFACA PELO LANCAMENTO'
               EXIT SECTION
           END-IF
           DISPLAY '   ' CLG-JUSTIFICATIVA
           PERFORM RT-CONFIRMA
           IF  NOT CRITICA-OK
               EXIT SECTION
           END-IF
           DELETE CONCLIG RECORD
               INVALID KEY
                   DISPLAY PGMID '010I- ERRO ' FL-STA-CONCLIG
                           ' NA EXCLUSAO DO CONCLIG'
                   EXIT SECTION
           END-DELETE
           MOVE 'DESFEITA A JUSTIFICATIVA' TO WS-EVENTO
           MOVE SPACES TO REG-EXTRATO
           MOVE CLG-CHAVE TO EXT-CHAVE
           MOVE CLG-JUSTIFICATIVA TO EXT-JUSTIFICATIVA
           PERFORM RT-LOGA
           ADD 1 TO WS-DESFEITAS
           DISPLAY PGMID '010I- ITEM PENDENTE DE NOVO'.
      *
       RT-DESFAZER-ITEMX.                          EXIT.
      *----------------------------------------------------------------*
      *  ACERTO (WS-EVENTO) NO CWLOGF E NO JORNAL DO EXTRATO            *
      *----------------------------------------------------------------*
       RT-LOGA                                     SECTION.
      *
           MOVE 'I' TO CWLOGW-FUNCTION
           MOVE SPACES TO CWLOGW-TEXT
           STRING 'EXTRATO ' EXT-CHAVE
                  DELIMITED BY SIZE INTO CWLOGW-TEXT
           CALL SB-CWLOGW USING PARAMETROS-CWLOGW
             ON EXCEPTION
                CONTINUE
           END-CALL
      *
           MOVE SPACES TO WS-OBS
           STRING WS-EVENTO ' ' EXT-ORIGEM ' ' EXT-REFERENCIA ' '
                  EXT-JUSTIFICATIVA
                  DELIMITED BY SIZE INTO WS-OBS
           MOVE '^' TO CWLOGW-FUNCTION
           CALL SB-CWLOGW USING PARAMETROS-CWLOGW WS-OBS
             ON EXCEPTION
                CONTINUE
           END-CALL
      *
           MOVE 'W'         TO CWJRNL-FUNCTION
           MOVE 'EXTRATO'   TO CWJRNL-ARQUIVO
           MOVE EXT-CHAVE   TO CWJRNL-CHAVE
           MOVE 250         TO CWJRNL-TAMANHO
           MOVE SPACES      TO CWJRNL-REGISTRO
           MOVE REG-EXTRATO TO CWJRNL-REGISTRO(1:250)
           CALL SB-CWJRNL USING PARAMETROS-CWJRNL
             ON EXCEPTION
                CONTINUE
           END-CALL.
      *
       RT-LOGAX.                                   EXIT.
      *----------------------------------------------------------------*
       RT-FINALIZAR                                SECTION.
      *
           IF  ARQUIVOS-ABERTOS
               CLOSE EXTRATO CONCLIG CREDPAG PENPAG CHEQREG CHARGES
               MOVE 'N' TO WS-ABERTOS
           END-IF
           DISPLAY PGMID '999I' TRACOS
           MOVE    WS-CONCILIADOS        TO WS-DISPLAY
           DISPLAY PGMID '011I- LANCAMENTOS CONCILIADOS...:' WS-DISPLAY
           MOVE    WS-JUSTIFICADOS       TO WS-DISPLAY
           DISPLAY PGMID '012I- LANCAMENTOS JUSTIFICADOS..:' WS-DISPLAY
           MOVE    WS-ITENS-JUSTIFICADOS TO WS-DISPLAY
           DISPLAY PGMID '013I- ITENS JUSTIFICADOS........:' WS-DISPLAY
           MOVE    WS-DESFEITAS          TO WS-DISPLAY
           DISPLAY PGMID '014I- ACERTOS DESFEITOS.........:' WS-DISPLAY
           DISPLAY PGMID '999I' TRACOS.
      *
       RT-FINALIZARX.                              EXIT.
      ******************************************************************
      *                      FIM  DO  PROGRAMA                         *
      ******************************************************************
