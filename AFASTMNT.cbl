      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AFASTMNT.
       AUTHOR.        Traduzido de Easytrieve (macro esy.kex v.0.10).
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      * Registro de afastamentos (AFAST), um registro *
                      * por afastamento, chamado pela opcao           *
                      * [L]ICENCAS do PERSMNT para a matricula ja     *
                      * localizada: tipo, data de inicio e data de    *
                      * retorno (prevista ou efetiva; zero = sem      *
                      * previsao). Tipos:                             *
                      *                                               *
                      *  - D: doenca (INSS a partir do 16o dia);      *
                      *  - A: acidente de trabalho (idem);            *
                      *  - M: licenca maternidade;                    *
                      *  - S: servico militar;                        *
                      *  - N: licenca nao remunerada.                 *
                      *                                               *
                      * A regra de cada tipo (dias pagos e acumulo de *
                      * ferias) fica no AFASTFX, usado pelo VACACCR,  *
                      * NETCALC e PAYHSTLD.                           *
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
           SELECT AFAST ASSIGN TO AFAST
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS AFAST-CHAVE
                  FILE STATUS   IS FL-STA-AFAST.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *----------------------------------------------------------------*
      *  AFASTAMENTOS: MATRICULA + SEQUENCIA; TIPO, INICIO E RETORNO    *
      *  (PRIMEIRO DIA TRABALHADO) P(REVISTO) OU E(FETIVO)              *
      *----------------------------------------------------------------*
       FD  AFAST
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-AFAST.
           03 AFAST-CHAVE.
              05 AFAST-EMP-NO                PIC  9(005).
              05 AFAST-SEQ                   PIC  9(002).
           03 AFAST-TIPO                     PIC  X(001).
              88 AFAST-TIPO-VALIDO                      VALUE 'D' 'A'
                                                          'M' 'S' 'N'.
           03 AFAST-DATA-INICIO              PIC  9(008).
           03 AFAST-DATA-RETORNO             PIC  9(008).
           03 AFAST-SITUACAO-RETORNO         PIC  X(001).
              88 AFAST-RETORNO-PREVISTO                 VALUE 'P'.
              88 AFAST-RETORNO-EFETIVO                  VALUE 'E'.
              88 AFAST-RETORNO-VALIDO                   VALUE 'P' 'E'
                                                          SPACE.
           03 AFAST-OBSERVACAO               PIC  X(030).
           03 AFAST-DATA-ALT                 PIC  9(008).
           03 AFAST-OPERADOR                 PIC  X(030).
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
           03 PGMID                          PIC  X(010)    VALUE
              '#AFASTMNT.'.
           03 FL-STA-AFAST                   PIC  X(002)    VALUE
              ZEROS.
              88 FL-AFAST-EOF                               VALUE '10'.
              88 FL-AFAST-OK                                VALUE '00'.
              88 FL-AFAST-NOVO                              VALUE '35'.
           03 WS-OPCAO                       PIC  X(001)    VALUE
              SPACE.
              88 OPCAO-FIM                                  VALUE 'V'.
           03 WS-RESPOSTA                    PIC  X(050)    VALUE
              SPACES.
           03 WS-CRITICA-OK                  PIC  X(001)    VALUE 'S'.
              88 CRITICA-OK                                 VALUE 'S'.
           03 WS-AFAST-ABERTO                PIC  X(001)    VALUE 'N'.
              88 AFAST-ABERTO                               VALUE 'S'.
           03 WS-ACHADO                      PIC  X(001)    VALUE 'N'.
              88 ACHADO                                     VALUE 'S'.
           03 WS-SEQ-INFORMADA               PIC  9(002)    VALUE
              ZEROS.
           03 WS-ULTIMA-SEQ                  PIC  9(002)    VALUE
              ZEROS.
           03 WS-OPERADOR                    PIC  X(030)    VALUE
              SPACES.
           03 WS-TASK                        PIC  9(006)    VALUE
              ZEROS.
           03 WS-PROGRAMA                    PIC  X(008)    VALUE
              'AFASTMNT'.
           03 WS-REG-ANTES                   PIC  X(100)    VALUE
              SPACES.
           03 WS-DATA-HOJE                   PIC  9(008)    VALUE
              ZEROS.
           03 WS-DATA-INFORMADA              PIC  9(008)    VALUE
              ZEROS.
           03 WS-DIAS-MES                    PIC  9(002)    VALUE
              ZEROS.
           03 WS-ANO                         PIC  9(004)    VALUE
              ZEROS.
           03 WS-LISTADOS             COMP-3 PIC  9(004)    VALUE
              ZEROS.
           03 WS-EM-ABERTO            COMP-3 PIC  9(004)    VALUE
              ZEROS.
           03 WS-ED-DATA                     PIC  99/99/9999.
           03 WS-ED-FIM                      PIC  99/99/9999.
           03 WS-DESC-TIPO                   PIC  X(020)    VALUE
              SPACES.
           03 WS-DATA-DDMMAAAA               PIC  9(008)    VALUE
              ZEROS.
           03 WS-DATA-AAAAMMDD               PIC  9(008)    VALUE
              ZEROS.
      *
      *----------------------------------------------------------------*
      *  DIAS POR MES PARA A CRITICA DE CALENDARIO                      *
      *----------------------------------------------------------------*
       01  WS-DIAS-POR-MES-STR               PIC  X(024)    VALUE
           '312831303130313130313031'.
       01  REDEFINES WS-DIAS-POR-MES-STR.
           03 WS-DIAS-POR-MES OCCURS 12      PIC  9(002).
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
       01  PARAMETROS-AFASTMNT.
           03 AFASTMNT-EMP-NO                PIC  9(005).
           03 AFASTMNT-LAST-NAME             PIC  X(008).
      *================================================================*
       PROCEDURE DIVISION USING PARAMETROS-AFASTMNT.
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
      *  ABRE O ARQUIVO (CRIANDO-O SE NAO EXISTE)                       *
      *----------------------------------------------------------------*
       RT-INICIAR                                  SECTION.
      *
           CALL SB-CWGETU USING WS-OPERADOR WS-TASK WS-PROGRAMA '?'
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
      *
           OPEN I-O AFAST
           IF  FL-AFAST-NOVO
               OPEN OUTPUT AFAST
               CLOSE AFAST
               OPEN I-O AFAST
           END-IF
           IF  NOT FL-AFAST-OK
               DISPLAY PGMID '001I- AFAST COM ERRO ' FL-STA-AFAST
               SET OPCAO-FIM TO TRUE
           ELSE
               SET AFAST-ABERTO TO TRUE
           END-IF.
      *
       RT-INICIARX.                                EXIT.
      *----------------------------------------------------------------*
      *                    MENU DA MANUTENCAO                          *
      *----------------------------------------------------------------*
       RT-DIALOGO                                  SECTION.
      *
           DISPLAY ' '
           DISPLAY 'AFASTMNT - AFASTAMENTOS DA MATRICULA '
                   AFASTMNT-EMP-NO ' ' AFASTMNT-LAST-NAME
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
      *  LISTA OS AFASTAMENTOS DA MATRICULA E GUARDA A ULTIMA SEQUENCIA *
      *----------------------------------------------------------------*
       RT-LISTAR                                   SECTION.
      *
           MOVE ZEROS           TO WS-LISTADOS WS-ULTIMA-SEQ
                                   WS-EM-ABERTO
           MOVE AFASTMNT-EMP-NO TO AFAST-EMP-NO
           MOVE ZEROS           TO AFAST-SEQ
           START AFAST KEY NOT LESS AFAST-CHAVE
               INVALID KEY
                   SET FL-AFAST-EOF TO TRUE
           END-START
           PERFORM UNTIL FL-AFAST-EOF
               READ AFAST NEXT RECORD
                 AT END
                    SET FL-AFAST-EOF TO TRUE
                 NOT AT END
                    IF  AFAST-EMP-NO NOT EQUAL AFASTMNT-EMP-NO
                        SET FL-AFAST-EOF TO TRUE
                    ELSE
                        PERFORM RT-MOSTRA
                        ADD 1 TO WS-LISTADOS
                        MOVE AFAST-SEQ TO WS-ULTIMA-SEQ
                        IF  NOT AFAST-RETORNO-EFETIVO
                            ADD 1 TO WS-EM-ABERTO
                        END-IF
                    END-IF
               END-READ
           END-PERFORM
           MOVE ZEROS TO FL-STA-AFAST
           DISPLAY PGMID '003I- ' WS-LISTADOS ' AFASTAMENTO(S), '
                   WS-EM-ABERTO ' SEM RETORNO EFETIVO'.
      *
       RT-LISTARX.                                 EXIT.
      *----------------------------------------------------------------*
       RT-MOSTRA                                   SECTION.
      *
           EVALUATE AFAST-TIPO
               WHEN 'D' MOVE 'DOENCA'              TO WS-DESC-TIPO
               WHEN 'A' MOVE 'ACIDENTE DE TRABALHO' TO WS-DESC-TIPO
               WHEN 'M' MOVE 'MATERNIDADE'         TO WS-DESC-TIPO
               WHEN 'S' MOVE 'SERVICO MILITAR'     TO WS-DESC-TIPO
               WHEN 'N' MOVE 'NAO REMUNERADA'      TO WS-DESC-TIPO
               WHEN OTHER
                    MOVE SPACES TO WS-DESC-TIPO
           END-EVALUATE
           MOVE AFAST-DATA-INICIO  TO WS-DATA-AAAAMMDD
           PERFORM RT-EDITAR-DATA
           MOVE WS-DATA-DDMMAAAA   TO WS-ED-DATA
           MOVE AFAST-DATA-RETORNO TO WS-DATA-AAAAMMDD
           PERFORM RT-EDITAR-DATA
           MOVE WS-DATA-DDMMAAAA   TO WS-ED-FIM
           DISPLAY AFAST-SEQ ' TIPO ' AFAST-TIPO ' ' WS-DESC-TIPO
                   ' DE ' WS-ED-DATA
                   ' RETORNO ' WS-ED-FIM ' ' AFAST-SITUACAO-RETORNO
           DISPLAY '   ' AFAST-OBSERVACAO.
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
      *  PEDE A SEQUENCIA E LE O AFASTAMENTO (ACHADO = S/N)             *
      *----------------------------------------------------------------*
       RT-PEDE-E-LOCALIZA                          SECTION.
      *
           MOVE 'N' TO WS-ACHADO
           DISPLAY 'SEQUENCIA DO AFASTAMENTO: ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA(1:2) IS NOT NUMERIC
               DISPLAY PGMID '004I- SEQUENCIA DEVE TER 2 DIGITOS'
               EXIT SECTION
           END-IF
           MOVE WS-RESPOSTA(1:2) TO WS-SEQ-INFORMADA
           MOVE AFASTMNT-EMP-NO  TO AFAST-EMP-NO
           MOVE WS-SEQ-INFORMADA TO AFAST-SEQ
           READ AFAST
               INVALID KEY
                   DISPLAY PGMID '004I- AFASTAMENTO NAO CADASTRADO'
               NOT INVALID KEY
                   SET ACHADO TO TRUE
                   PERFORM RT-MOSTRA
           END-READ.
      *
       RT-PEDE-E-LOCALIZAX.                        EXIT.
      *----------------------------------------------------------------*
      *  INCLUSAO COM A PROXIMA SEQUENCIA LIVRE DA MATRICULA            *
      *----------------------------------------------------------------*
       RT-INCLUSAO                                 SECTION.
      *
           PERFORM RT-LISTAR
           IF  WS-ULTIMA-SEQ EQUAL 99
               DISPLAY PGMID '005I- LIMITE DE AFASTAMENTOS ATINGIDO'
               EXIT SECTION
           END-IF
           MOVE SPACES          TO REG-AFAST
           MOVE AFASTMNT-EMP-NO TO AFAST-EMP-NO
           ADD 1 WS-ULTIMA-SEQ GIVING AFAST-SEQ
           MOVE ZEROS           TO AFAST-DATA-RETORNO
           MOVE WS-DATA-HOJE    TO AFAST-DATA-INICIO
           MOVE SPACES          TO WS-REG-ANTES
      *
           PERFORM RT-PEDE-CAMPOS
           IF  NOT CRITICA-OK
               DISPLAY PGMID '005I- INCLUSAO REJEITADA PELA CRITICA'
               EXIT SECTION
           END-IF
      *
           WRITE REG-AFAST
               INVALID KEY
                   DISPLAY PGMID '005I- ERRO ' FL-STA-AFAST
                           ' NA GRAVACAO'
               NOT INVALID KEY
                   MOVE AFAST-SEQ TO WS-SEQ-INFORMADA
                   MOVE 'I' TO CWLOGW-FUNCTION
                   MOVE 'INCLUSAO DE AFASTAMENTO'
                     TO WS-REG-ANTES
                   PERFORM RT-LOGA
                   MOVE 'W' TO CWJRNL-FUNCTION
                   PERFORM RT-JORNALIZAR
                   DISPLAY PGMID '005I- INCLUIDO AFASTAMENTO '
                           AFAST-SEQ
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
           MOVE REG-AFAST TO WS-REG-ANTES
           PERFORM RT-PEDE-CAMPOS
           IF  NOT CRITICA-OK
               DISPLAY PGMID '006I- ALTERACAO REJEITADA PELA CRITICA'
               EXIT SECTION
           END-IF
           REWRITE REG-AFAST
               INVALID KEY
                   DISPLAY PGMID '006I- ERRO ' FL-STA-AFAST
                           ' NA REGRAVACAO'
               NOT INVALID KEY
                   MOVE 'A' TO CWLOGW-FUNCTION
                   PERFORM RT-LOGA
                   MOVE 'R' TO CWJRNL-FUNCTION
                   PERFORM RT-JORNALIZAR
                   DISPLAY PGMID '006I- ALTERADO AFASTAMENTO '
                           AFAST-SEQ
           END-REWRITE.
      *
       RT-ALTERACAOX.                              EXIT.
      *----------------------------------------------------------------*
      *  SO SE EXCLUI AFASTAMENTO CADASTRADO POR ENGANO; O QUE JA       *
      *  ALCANCOU MES ANTERIOR AFETOU FOLHA E FERIAS E FICA NO REGISTRO *
      *----------------------------------------------------------------*
       RT-EXCLUSAO                                 SECTION.
      *
           PERFORM RT-PEDE-E-LOCALIZA
           IF  NOT ACHADO
               EXIT SECTION
           END-IF
           IF  AFAST-DATA-INICIO / 100 LESS WS-DATA-HOJE / 100
               DISPLAY PGMID '007I- AFASTAMENTO INICIADO EM MES'
                       ' ANTERIOR - INFORME O RETORNO EFETIVO'
               EXIT SECTION
           END-IF
           DISPLAY 'CONFIRMA EXCLUSAO (S/N)? ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA(1:1) EQUAL 'S' OR 's'
               MOVE REG-AFAST TO WS-REG-ANTES
               DELETE AFAST RECORD
                   INVALID KEY
                       DISPLAY PGMID '007I- ERRO ' FL-STA-AFAST
                               ' NA EXCLUSAO'
                   NOT INVALID KEY
                       MOVE 'E' TO CWLOGW-FUNCTION
                       MOVE 'REGISTRO EXCLUIDO' TO REG-AFAST
                       PERFORM RT-LOGA
                       MOVE 'D' TO CWJRNL-FUNCTION
                       PERFORM RT-JORNALIZAR
                       DISPLAY PGMID '007I- EXCLUIDO AFASTAMENTO '
                               WS-SEQ-INFORMADA
               END-DELETE
           END-IF.
      *
       RT-EXCLUSAOX.                               EXIT.
      *----------------------------------------------------------------*
      *  ACEITA OS CAMPOS (VAZIO MANTEM O VALOR ATUAL) COM CRITICA      *
      *----------------------------------------------------------------*
       RT-PEDE-CAMPOS                              SECTION.
      *
           MOVE 'S' TO WS-CRITICA-OK
           DISPLAY 'TIPO: [D]OENCA [A]CIDENTE [M]ATERNIDADE'
                   ' [S]ERVICO MILITAR [N]AO REMUNERADA: '
                   WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA NOT EQUAL SPACES
               MOVE WS-RESPOSTA(1:1) TO AFAST-TIPO
               INSPECT AFAST-TIPO CONVERTING 'damsn' TO 'DAMSN'
           END-IF
           IF  NOT AFAST-TIPO-VALIDO
               DISPLAY PGMID '008I- TIPO DEVE SER D, A, M, S OU N'
               MOVE 'N' TO WS-CRITICA-OK
               EXIT SECTION
           END-IF
      *
           DISPLAY 'INICIO DO AFASTAMENTO (MMDDAAAA): '
                   WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA NOT EQUAL SPACES
               PERFORM RT-CRITICA-DATA
               IF  NOT CRITICA-OK
                   EXIT SECTION
               END-IF
               MOVE WS-DATA-INFORMADA TO AFAST-DATA-INICIO
           END-IF
      *
           DISPLAY 'RETORNO - PRIMEIRO DIA TRABALHADO (MMDDAAAA,'
                   ' 0 = SEM PREVISAO): ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA NOT EQUAL SPACES
               IF  WS-RESPOSTA(1:1) EQUAL '0'
               AND WS-RESPOSTA(2:1) EQUAL SPACE
                   MOVE ZEROS TO AFAST-DATA-RETORNO
               ELSE
                   PERFORM RT-CRITICA-DATA
                   IF  NOT CRITICA-OK
                       EXIT SECTION
                   END-IF
                   MOVE WS-DATA-INFORMADA TO AFAST-DATA-RETORNO
               END-IF
           END-IF
           IF  AFAST-DATA-RETORNO GREATER ZEROS
           AND AFAST-DATA-RETORNO NOT GREATER AFAST-DATA-INICIO
               DISPLAY PGMID '009I- RETORNO DEVE SER POSTERIOR AO'
                       ' INICIO'
               MOVE 'N' TO WS-CRITICA-OK
               EXIT SECTION
           END-IF
      *
           IF  AFAST-DATA-RETORNO EQUAL ZEROS
               MOVE SPACE TO AFAST-SITUACAO-RETORNO
           ELSE
               DISPLAY 'RETORNO [P]REVISTO OU [E]FETIVO: '
                       WITH NO ADVANCING
               MOVE SPACES TO WS-RESPOSTA
               ACCEPT WS-RESPOSTA
               IF  WS-RESPOSTA NOT EQUAL SPACES
                   MOVE WS-RESPOSTA(1:1) TO AFAST-SITUACAO-RETORNO
                   INSPECT AFAST-SITUACAO-RETORNO
                           CONVERTING 'pe' TO 'PE'
               END-IF
               IF  AFAST-SITUACAO-RETORNO EQUAL SPACE
                   SET AFAST-RETORNO-PREVISTO TO TRUE
               END-IF
               IF  NOT AFAST-RETORNO-VALIDO
                   DISPLAY PGMID '010I- RETORNO DEVE SER P OU E'
                   MOVE 'N' TO WS-CRITICA-OK
                   EXIT SECTION
               END-IF
           END-IF
      *
           DISPLAY 'OBSERVACAO (CID, BENEFICIO INSS): '
                   WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA NOT EQUAL SPACES
               MOVE WS-RESPOSTA(1:30) TO AFAST-OBSERVACAO
           END-IF
      *
           MOVE WS-DATA-HOJE TO AFAST-DATA-ALT
           MOVE WS-OPERADOR  TO AFAST-OPERADOR.
      *
       RT-PEDE-CAMPOSX.                            EXIT.
      *----------------------------------------------------------------*
      *  CRITICA DE CALENDARIO DE UMA DATA MMDDAAAA EM WS-RESPOSTA      *
      *----------------------------------------------------------------*
       RT-CRITICA-DATA                             SECTION.
      *
           IF  WS-RESPOSTA(1:8) IS NOT NUMERIC
           OR  WS-RESPOSTA(1:2) LESS '01'
           OR  WS-RESPOSTA(1:2) GREATER '12'
           OR  WS-RESPOSTA(3:2) LESS '01'
           OR  WS-RESPOSTA(3:2) GREATER '31'
           OR  WS-RESPOSTA(5:4) LESS '1900'
               DISPLAY PGMID '009I- DATA INVALIDA'
               MOVE 'N' TO WS-CRITICA-OK
               EXIT SECTION
           END-IF
           COMPUTE WS-DATA-INFORMADA =
                   FUNCTION NUMVAL(WS-RESPOSTA(5:4)) * 10000
                 + FUNCTION NUMVAL(WS-RESPOSTA(1:2)) * 100
                 + FUNCTION NUMVAL(WS-RESPOSTA(3:2))
           COMPUTE WS-ANO = WS-DATA-INFORMADA / 10000
           MOVE WS-DIAS-POR-MES(FUNCTION NUMVAL(WS-RESPOSTA(1:2)))
             TO WS-DIAS-MES
           IF  WS-RESPOSTA(1:2) EQUAL '02'
           AND FUNCTION MOD(WS-ANO, 4) EQUAL ZERO
           AND (FUNCTION MOD(WS-ANO, 100) NOT EQUAL ZERO
                OR FUNCTION MOD(WS-ANO, 400) EQUAL ZERO)
               MOVE 29 TO WS-DIAS-MES
           END-IF
           IF  FUNCTION NUMVAL(WS-RESPOSTA(3:2))
               GREATER WS-DIAS-MES
               DISPLAY PGMID '009I- DIA INEXISTENTE NO MES'
               MOVE 'N' TO WS-CRITICA-OK
           END-IF.
      *
       RT-CRITICA-DATAX.                           EXIT.
      *----------------------------------------------------------------*
      *  GRAVA NO CWLOGF A FUNCAO COM AS IMAGENS ANTES E DEPOIS         *
      *----------------------------------------------------------------*
       RT-LOGA                                     SECTION.
      *
           MOVE SPACES TO CWLOGW-TEXT
           STRING 'AFAST ' AFASTMNT-EMP-NO '-' WS-SEQ-INFORMADA
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
           MOVE REG-AFAST(1:80) TO WS-OBS
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
           MOVE 'AFAST'   TO CWJRNL-ARQUIVO
           MOVE SPACES    TO CWJRNL-CHAVE
           MOVE 100       TO CWJRNL-TAMANHO
           MOVE SPACES    TO CWJRNL-REGISTRO
           IF  CWJRNL-FUNCTION EQUAL 'D'
               MOVE WS-REG-ANTES      TO CWJRNL-REGISTRO(1:100)
               MOVE WS-REG-ANTES(1:7) TO CWJRNL-CHAVE(1:7)
           ELSE
               MOVE REG-AFAST         TO CWJRNL-REGISTRO(1:100)
               MOVE AFAST-CHAVE       TO CWJRNL-CHAVE(1:7)
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
           IF  AFAST-ABERTO
               MOVE 'N' TO WS-AFAST-ABERTO
               CLOSE AFAST
           END-IF.
      *
       RT-FINALIZARX.                              EXIT.
      ******************************************************************
      *                      FIM  DO  PROGRAMA                         *
      ******************************************************************
