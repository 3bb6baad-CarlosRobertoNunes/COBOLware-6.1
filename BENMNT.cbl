      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BENMNT.
       AUTHOR.        Traduzido de Easytrieve (macro esy.kex v.0.10).
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      * Adesao da matricula ao vale-transporte e ao   *
                      * vale-refeicao/alimentacao (BENEF, um registro *
                      * por matricula), chamado pela opcao [V]ALES do *
                      * PERSMNT para a matricula ja localizada:       *
                      *                                               *
                      *  - VALE-TRANSPORTE: ATE 4 LINHAS DE ONIBUS,   *
                      *    CADA UMA COM A TARIFA E AS VIAGENS POR DIA *
                      *    TRABALHADO;                                *
                      *  - VALE-REFEICAO (R) OU ALIMENTACAO (A):      *
                      *    VALOR POR DIA TRABALHADO E O PERCENTUAL    *
                      *    PAGO PELO EMPREGADO (ATE 20%).             *
                      *                                               *
                      * A adesao vale a partir da data de inicio;     *
                      * suspensa (situacao S) nao gera pedido nem     *
                      * desconto. O BENCALC apura no mes os dias de   *
                      * uso, grava o BENPAG e o pedido ao fornecedor; *
                      * o NETCALC desconta a parte do empregado (no   *
                      * transporte, limitada a 6% do salario base).   *
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
           SELECT BENEF ASSIGN TO BENEF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS BENEF-EMP-NO
                  FILE STATUS   IS FL-STA-BENEF.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *----------------------------------------------------------------*
      *  ADESAO AOS VALES POR MATRICULA: LINHAS DO VALE-TRANSPORTE,     *
      *  PLANO DO VALE-REFEICAO/ALIMENTACAO; SITUACAO A(TIVA) OU        *
      *  S(USPENSA)                                                     *
      *----------------------------------------------------------------*
       FD  BENEF
           RECORD CONTAINS 200 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-BENEF.
           03 BENEF-EMP-NO                   PIC  9(005).
           03 BENEF-VT                       PIC  X(001).
              88 BENEF-COM-VT                           VALUE 'S'.
           03 BENEF-VT-QTDE                  PIC  9(001).
           03 BENEF-VT-TAB OCCURS 4 TIMES INDEXED BY INDLIN.
              05 BENEF-VT-LINHA              PIC  X(010).
              05 BENEF-VT-TARIFA             PIC  9(003)V99.
              05 BENEF-VT-VIAGENS            PIC  9(001).
           03 BENEF-VR-PLANO                 PIC  X(001).
              88 BENEF-SEM-VR                           VALUE 'N'.
              88 BENEF-VR-VALIDO                        VALUE 'N' 'R'
                                                          'A'.
           03 BENEF-VR-VALOR-DIA             PIC  9(003)V99.
           03 BENEF-VR-PCT                   PIC  9(002)V99.
           03 BENEF-DATA-INICIO              PIC  9(008).
           03 BENEF-SITUACAO                 PIC  X(001).
              88 BENEF-ATIVO                            VALUE 'A'.
              88 BENEF-SITUACAO-VALIDA                  VALUE 'A' 'S'.
           03 BENEF-DATA-ALT                 PIC  9(008).
           03 BENEF-OPERADOR                 PIC  X(030).
           03 FILLER                         PIC  X(072).
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
              '#BENMNT.'.
           03 FL-STA-BENEF                   PIC  X(002)    VALUE
              ZEROS.
              88 FL-BENEF-OK                                VALUE '00'.
              88 FL-BENEF-NOVO                              VALUE '35'.
           03 WS-OPCAO                       PIC  X(001)    VALUE
              SPACE.
              88 OPCAO-FIM                                  VALUE 'V'.
           03 WS-RESPOSTA                    PIC  X(050)    VALUE
              SPACES.
           03 WS-CRITICA-OK                  PIC  X(001)    VALUE 'S'.
              88 CRITICA-OK                                 VALUE 'S'.
           03 WS-BENEF-ABERTO                PIC  X(001)    VALUE 'N'.
              88 BENEF-ABERTO                               VALUE 'S'.
           03 WS-ACHADO                      PIC  X(001)    VALUE 'N'.
              88 ACHADO                                     VALUE 'S'.
           03 WS-OPERADOR                    PIC  X(030)    VALUE
              SPACES.
           03 WS-TASK                        PIC  9(006)    VALUE
              ZEROS.
           03 WS-PROGRAMA                    PIC  X(008)    VALUE
              'BENMNT'.
           03 WS-REG-ANTES                   PIC  X(200)    VALUE
              SPACES.
           03 WS-DATA-HOJE                   PIC  9(008)    VALUE
              ZEROS.
           03 WS-DATA-INFORMADA              PIC  9(008)    VALUE
              ZEROS.
           03 WS-DIAS-MES                    PIC  9(002)    VALUE
              ZEROS.
           03 WS-ANO                         PIC  9(004)    VALUE
              ZEROS.
           03 WS-QTDE-LINHAS                 PIC  9(001)    VALUE
              ZEROS.
           03 WS-LINHA                       PIC  9(001)    VALUE
              ZEROS.
           03 WS-SITUACAO-ANTES              PIC  X(001)    VALUE
              SPACE.
           03 WS-VT-DIA               COMP-3 PIC S9(005)V99 VALUE
              ZEROS.
           03 WS-PCT-MAXIMO                  PIC  9(002)V99 VALUE
              20,00.
           03 WS-ED-DATA                     PIC  99/99/9999.
           03 WS-ED-VALOR                    PIC  ZZ9,99.
           03 WS-ED-DIA                      PIC  ZZ.ZZ9,99.
           03 WS-ED-PCT                      PIC  Z9,99.
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
       01  PARAMETROS-BENMNT.
           03 BENMNT-EMP-NO                  PIC  9(005).
           03 BENMNT-LAST-NAME               PIC  X(008).
      *================================================================*
       PROCEDURE DIVISION USING PARAMETROS-BENMNT.
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
               PERFORM RT-LOCALIZAR
               PERFORM RT-MOSTRA
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
           OPEN I-O BENEF
           IF  FL-BENEF-NOVO
               OPEN OUTPUT BENEF
               CLOSE BENEF
               OPEN I-O BENEF
           END-IF
           IF  NOT FL-BENEF-OK
               DISPLAY PGMID '001I- BENEF COM ERRO ' FL-STA-BENEF
               SET OPCAO-FIM TO TRUE
           ELSE
               SET BENEF-ABERTO TO TRUE
           END-IF.
      *
       RT-INICIARX.                                EXIT.
      *----------------------------------------------------------------*
      *                    MENU DA MANUTENCAO                          *
      *----------------------------------------------------------------*
       RT-DIALOGO                                  SECTION.
      *
           DISPLAY ' '
           DISPLAY 'BENMNT - VALE-TRANSPORTE E REFEICAO DA MATRICULA '
                   BENMNT-EMP-NO ' ' BENMNT-LAST-NAME
           DISPLAY '[M]OSTRAR [T]RANSPORTE [R]EFEICAO [S]ITUACAO'
                   ' [E]XCLUSAO [V]OLTAR'
           DISPLAY 'OPCAO: ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           MOVE WS-RESPOSTA(1:1) TO WS-OPCAO
           INSPECT WS-OPCAO CONVERTING 'mtrsev' TO 'MTRSEV'
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
               WHEN 'M' PERFORM RT-LOCALIZAR
                        PERFORM RT-MOSTRA
               WHEN 'T' PERFORM RT-TRANSPORTE
               WHEN 'R' PERFORM RT-REFEICAO
               WHEN 'S' PERFORM RT-SITUACAO
               WHEN 'E' PERFORM RT-EXCLUSAO
               WHEN 'V' CONTINUE
               WHEN OTHER
                    DISPLAY PGMID '002I- OPCAO INVALIDA'
           END-EVALUATE.
      *
       RT-DIALOGOX.                                EXIT.
      *----------------------------------------------------------------*
      *  LE A ADESAO DA MATRICULA; SEM ELA O REGISTRO FICA MONTADO      *
      *  PARA A INCLUSAO (SEM VALES, ATIVA A PARTIR DE HOJE)            *
      *----------------------------------------------------------------*
       RT-LOCALIZAR                                SECTION.
      *
           MOVE 'N'           TO WS-ACHADO
           MOVE BENMNT-EMP-NO TO BENEF-EMP-NO
           READ BENEF
               INVALID KEY
                   MOVE SPACES        TO REG-BENEF
                   MOVE BENMNT-EMP-NO TO BENEF-EMP-NO
                   MOVE 'N'           TO BENEF-VT BENEF-VR-PLANO
                   MOVE ZEROS         TO BENEF-VT-QTDE
                                         BENEF-VR-VALOR-DIA
                                         BENEF-VR-PCT
                   PERFORM VARYING INDLIN FROM 1 BY 1
                             UNTIL INDLIN GREATER 4
                       MOVE SPACES TO BENEF-VT-LINHA(INDLIN)
                       MOVE ZEROS  TO BENEF-VT-TARIFA(INDLIN)
                                      BENEF-VT-VIAGENS(INDLIN)
                   END-PERFORM
                   MOVE WS-DATA-HOJE  TO BENEF-DATA-INICIO
                   SET  BENEF-ATIVO   TO TRUE
               NOT INVALID KEY
                   SET ACHADO TO TRUE
           END-READ.
      *
       RT-LOCALIZARX.                              EXIT.
      *----------------------------------------------------------------*
       RT-MOSTRA                                   SECTION.
      *
           IF  NOT ACHADO
               DISPLAY PGMID '003I- MATRICULA SEM ADESAO AOS VALES'
               EXIT SECTION
           END-IF
      *
           MOVE BENEF-DATA-INICIO TO WS-DATA-AAAAMMDD
           PERFORM RT-EDITAR-DATA
           MOVE WS-DATA-DDMMAAAA  TO WS-ED-DATA
           DISPLAY 'SITUACAO ' BENEF-SITUACAO ' (A=ATIVA S=SUSPENSA)'
                   '  DESDE ' WS-ED-DATA
           IF  BENEF-COM-VT
               MOVE ZEROS TO WS-VT-DIA
               PERFORM VARYING INDLIN FROM 1 BY 1
                         UNTIL INDLIN GREATER BENEF-VT-QTDE
                   MOVE BENEF-VT-TARIFA(INDLIN) TO WS-ED-VALOR
                   DISPLAY '   LINHA ' BENEF-VT-LINHA(INDLIN)
                           '  TARIFA ' WS-ED-VALOR
                           '  VIAGENS/DIA ' BENEF-VT-VIAGENS(INDLIN)
                   COMPUTE WS-VT-DIA = WS-VT-DIA
                         + BENEF-VT-TARIFA(INDLIN)
                         * BENEF-VT-VIAGENS(INDLIN)
               END-PERFORM
               MOVE WS-VT-DIA TO WS-ED-DIA
               DISPLAY '   VALE-TRANSPORTE POR DIA ' WS-ED-DIA
           ELSE
               DISPLAY '   SEM VALE-TRANSPORTE'
           END-IF
           IF  BENEF-SEM-VR
               DISPLAY '   SEM VALE-REFEICAO/ALIMENTACAO'
           ELSE
               MOVE BENEF-VR-VALOR-DIA TO WS-ED-DIA
               MOVE BENEF-VR-PCT       TO WS-ED-PCT
               DISPLAY '   PLANO ' BENEF-VR-PLANO
                       ' (R=REFEICAO A=ALIMENTACAO)  POR DIA '
                       WS-ED-DIA '  EMPREGADO ' WS-ED-PCT '%'
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
      *  VALE-TRANSPORTE: ADESAO S/N E AS LINHAS (A QUANTIDADE          *
      *  INFORMADA SUBSTITUI AS LINHAS ANTERIORES)                      *
      *----------------------------------------------------------------*
       RT-TRANSPORTE                               SECTION.
      *
           PERFORM RT-LOCALIZAR
           MOVE REG-BENEF TO WS-REG-ANTES
           IF  NOT ACHADO
               MOVE SPACES TO WS-REG-ANTES
           END-IF
           MOVE 'S' TO WS-CRITICA-OK
      *
           DISPLAY 'OPTA PELO VALE-TRANSPORTE (S/N): '
                   WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           INSPECT WS-RESPOSTA(1:1) CONVERTING 'sn' TO 'SN'
           IF  WS-RESPOSTA(1:1) NOT EQUAL 'S' AND 'N'
               DISPLAY PGMID '004I- RESPONDA S OU N'
               EXIT SECTION
           END-IF
           MOVE WS-RESPOSTA(1:1) TO BENEF-VT
      *
           IF  BENEF-COM-VT
               DISPLAY 'QUANTIDADE DE LINHAS (1 A 4): '
                       WITH NO ADVANCING
               MOVE SPACES TO WS-RESPOSTA
               ACCEPT WS-RESPOSTA
               IF  WS-RESPOSTA(1:1) IS NOT NUMERIC
               OR  WS-RESPOSTA(1:1) LESS '1'
               OR  WS-RESPOSTA(1:1) GREATER '4'
                   DISPLAY PGMID '004I- INFORME DE 1 A 4 LINHAS'
                   EXIT SECTION
               END-IF
               MOVE WS-RESPOSTA(1:1) TO WS-QTDE-LINHAS
               PERFORM VARYING INDLIN FROM 1 BY 1
                         UNTIL INDLIN GREATER WS-QTDE-LINHAS
                            OR NOT CRITICA-OK
                   PERFORM RT-PEDE-LINHA
               END-PERFORM
               IF  NOT CRITICA-OK
                   DISPLAY PGMID '004I- VALE-TRANSPORTE REJEITADO'
                           ' PELA CRITICA'
                   EXIT SECTION
               END-IF
               MOVE WS-QTDE-LINHAS TO BENEF-VT-QTDE
           ELSE
               MOVE ZEROS TO BENEF-VT-QTDE
           END-IF
           PERFORM VARYING INDLIN FROM 1 BY 1
                     UNTIL INDLIN GREATER 4
               IF  INDLIN GREATER BENEF-VT-QTDE
                   MOVE SPACES TO BENEF-VT-LINHA(INDLIN)
                   MOVE ZEROS  TO BENEF-VT-TARIFA(INDLIN)
                                  BENEF-VT-VIAGENS(INDLIN)
               END-IF
           END-PERFORM
      *
           IF  NOT ACHADO
               PERFORM RT-PEDE-INICIO
               IF  NOT CRITICA-OK
                   EXIT SECTION
               END-IF
           END-IF
           PERFORM RT-GRAVAR.
      *
       RT-TRANSPORTEX.                             EXIT.
      *----------------------------------------------------------------*
      *  UMA LINHA DO VALE-TRANSPORTE (VAZIO MANTEM O VALOR ATUAL)      *
      *----------------------------------------------------------------*
       RT-PEDE-LINHA                               SECTION.
      *
           SET  WS-LINHA TO INDLIN
           DISPLAY 'LINHA ' WS-LINHA ' - CODIGO DA LINHA: '
                   WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA NOT EQUAL SPACES
               MOVE WS-RESPOSTA(1:10) TO BENEF-VT-LINHA(INDLIN)
           END-IF
           IF  BENEF-VT-LINHA(INDLIN) EQUAL SPACES
               DISPLAY PGMID '005I- CODIGO DA LINHA E OBRIGATORIO'
               MOVE 'N' TO WS-CRITICA-OK
               EXIT SECTION
           END-IF
      *
           DISPLAY '   TARIFA (5 DIGITOS COM CENTAVOS): '
                   WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA NOT EQUAL SPACES
               IF  WS-RESPOSTA(1:5) IS NOT NUMERIC
                   DISPLAY PGMID '005I- TARIFA DEVE TER 5 DIGITOS'
                   MOVE 'N' TO WS-CRITICA-OK
                   EXIT SECTION
               END-IF
               COMPUTE BENEF-VT-TARIFA(INDLIN) =
                       FUNCTION NUMVAL(WS-RESPOSTA(1:5)) / 100
           END-IF
           IF  BENEF-VT-TARIFA(INDLIN) IS NOT NUMERIC
           OR  BENEF-VT-TARIFA(INDLIN) EQUAL ZEROS
               DISPLAY PGMID '005I- TARIFA E OBRIGATORIA'
               MOVE 'N' TO WS-CRITICA-OK
               EXIT SECTION
           END-IF
      *
           DISPLAY '   VIAGENS POR DIA (1 A 9): ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA NOT EQUAL SPACES
               IF  WS-RESPOSTA(1:1) IS NOT NUMERIC
                   DISPLAY PGMID '005I- VIAGENS DEVE SER NUMERICO'
                   MOVE 'N' TO WS-CRITICA-OK
                   EXIT SECTION
               END-IF
               MOVE WS-RESPOSTA(1:1) TO BENEF-VT-VIAGENS(INDLIN)
           END-IF
           IF  BENEF-VT-VIAGENS(INDLIN) IS NOT NUMERIC
           OR  BENEF-VT-VIAGENS(INDLIN) EQUAL ZEROS
               DISPLAY PGMID '005I- INFORME AS VIAGENS POR DIA'
               MOVE 'N' TO WS-CRITICA-OK
           END-IF.
      *
       RT-PEDE-LINHAX.                             EXIT.
      *----------------------------------------------------------------*
      *  VALE-REFEICAO OU ALIMENTACAO: PLANO, VALOR POR DIA E A PARTE   *
      *  DO EMPREGADO                                                   *
      *----------------------------------------------------------------*
       RT-REFEICAO                                 SECTION.
      *
           PERFORM RT-LOCALIZAR
           MOVE REG-BENEF TO WS-REG-ANTES
           IF  NOT ACHADO
               MOVE SPACES TO WS-REG-ANTES
           END-IF
           MOVE 'S' TO WS-CRITICA-OK
      *
           DISPLAY 'PLANO: [R]EFEICAO [A]LIMENTACAO [N]ENHUM: '
                   WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA NOT EQUAL SPACES
               MOVE WS-RESPOSTA(1:1) TO BENEF-VR-PLANO
               INSPECT BENEF-VR-PLANO CONVERTING 'ran' TO 'RAN'
           END-IF
           IF  NOT BENEF-VR-VALIDO
               DISPLAY PGMID '006I- PLANO DEVE SER R, A OU N'
               EXIT SECTION
           END-IF
      *
           IF  BENEF-SEM-VR
               MOVE ZEROS TO BENEF-VR-VALOR-DIA BENEF-VR-PCT
           ELSE
               DISPLAY 'VALOR POR DIA (5 DIGITOS COM CENTAVOS): '
                       WITH NO ADVANCING
               MOVE SPACES TO WS-RESPOSTA
               ACCEPT WS-RESPOSTA
               IF  WS-RESPOSTA NOT EQUAL SPACES
                   IF  WS-RESPOSTA(1:5) IS NOT NUMERIC
                       DISPLAY PGMID '006I- VALOR DEVE TER 5 DIGITOS'
                       EXIT SECTION
                   END-IF
                   COMPUTE BENEF-VR-VALOR-DIA =
                           FUNCTION NUMVAL(WS-RESPOSTA(1:5)) / 100
               END-IF
               IF  BENEF-VR-VALOR-DIA EQUAL ZEROS
                   DISPLAY PGMID '006I- VALOR POR DIA E OBRIGATORIO'
                   EXIT SECTION
               END-IF
               DISPLAY 'PARTE DO EMPREGADO (4 DIGITOS COM 2'
                       ' DECIMAIS, ATE 20%): ' WITH NO ADVANCING
               MOVE SPACES TO WS-RESPOSTA
               ACCEPT WS-RESPOSTA
               IF  WS-RESPOSTA NOT EQUAL SPACES
                   IF  WS-RESPOSTA(1:4) IS NOT NUMERIC
                       DISPLAY PGMID '006I- PERCENTUAL DEVE TER 4'
                               ' DIGITOS'
                       EXIT SECTION
                   END-IF
                   COMPUTE BENEF-VR-PCT =
                           FUNCTION NUMVAL(WS-RESPOSTA(1:4)) / 100
               END-IF
               IF  BENEF-VR-PCT GREATER WS-PCT-MAXIMO
                   DISPLAY PGMID '006I- PARTE DO EMPREGADO ACIMA'
                           ' DE 20%'
                   EXIT SECTION
               END-IF
           END-IF
      *
           IF  NOT ACHADO
               PERFORM RT-PEDE-INICIO
               IF  NOT CRITICA-OK
                   EXIT SECTION
               END-IF
           END-IF
           PERFORM RT-GRAVAR.
      *
       RT-REFEICAOX.                               EXIT.
      *----------------------------------------------------------------*
      *  INICIO DA ADESAO NA INCLUSAO (VAZIO = HOJE)                    *
      *----------------------------------------------------------------*
       RT-PEDE-INICIO                              SECTION.
      *
           DISPLAY 'INICIO DA ADESAO (MMDDAAAA, VAZIO = HOJE): '
                   WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA NOT EQUAL SPACES
               PERFORM RT-CRITICA-DATA
               IF  CRITICA-OK
                   MOVE WS-DATA-INFORMADA TO BENEF-DATA-INICIO
               END-IF
           END-IF.
      *
       RT-PEDE-INICIOX.                            EXIT.
      *----------------------------------------------------------------*
      *  SITUACAO DA ADESAO (A OU S); A REATIVACAO PEDE NOVO INICIO     *
      *----------------------------------------------------------------*
       RT-SITUACAO                                 SECTION.
      *
           PERFORM RT-LOCALIZAR
           IF  NOT ACHADO
               DISPLAY PGMID '003I- MATRICULA SEM ADESAO AOS VALES'
               EXIT SECTION
           END-IF
           MOVE REG-BENEF      TO WS-REG-ANTES
           MOVE BENEF-SITUACAO TO WS-SITUACAO-ANTES
           MOVE 'S' TO WS-CRITICA-OK
      *
           DISPLAY 'SITUACAO: [A]TIVA [S]USPENSA: ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           INSPECT WS-RESPOSTA(1:1) CONVERTING 'as' TO 'AS'
           MOVE WS-RESPOSTA(1:1) TO BENEF-SITUACAO
           IF  NOT BENEF-SITUACAO-VALIDA
               DISPLAY PGMID '007I- SITUACAO INVALIDA'
               EXIT SECTION
           END-IF
           IF  BENEF-ATIVO
           AND WS-SITUACAO-ANTES NOT EQUAL 'A'
               PERFORM RT-PEDE-INICIO
               IF  NOT CRITICA-OK
                   EXIT SECTION
               END-IF
           END-IF
           PERFORM RT-GRAVAR.
      *
       RT-SITUACAOX.                               EXIT.
      *----------------------------------------------------------------*
      *  GRAVA A INCLUSAO OU REGRAVA A ALTERACAO                        *
      *----------------------------------------------------------------*
       RT-GRAVAR                                   SECTION.
      *
           MOVE WS-DATA-HOJE TO BENEF-DATA-ALT
           MOVE WS-OPERADOR  TO BENEF-OPERADOR
           IF  ACHADO
               REWRITE REG-BENEF
                   INVALID KEY
                       DISPLAY PGMID '008I- ERRO ' FL-STA-BENEF
                               ' NA REGRAVACAO'
                   NOT INVALID KEY
                       MOVE 'A' TO CWLOGW-FUNCTION
                       PERFORM RT-LOGA
                       MOVE 'R' TO CWJRNL-FUNCTION
                       PERFORM RT-JORNALIZAR
                       DISPLAY PGMID '008I- ADESAO ALTERADA'
               END-REWRITE
           ELSE
               WRITE REG-BENEF
                   INVALID KEY
                       DISPLAY PGMID '008I- ERRO ' FL-STA-BENEF
                               ' NA GRAVACAO'
                   NOT INVALID KEY
                       SET ACHADO TO TRUE
                       MOVE 'I' TO CWLOGW-FUNCTION
                       MOVE 'INCLUSAO DE ADESAO AOS VALES'
                         TO WS-REG-ANTES
                       PERFORM RT-LOGA
                       MOVE 'W' TO CWJRNL-FUNCTION
                       PERFORM RT-JORNALIZAR
                       DISPLAY PGMID '008I- ADESAO INCLUIDA'
               END-WRITE
           END-IF.
      *
       RT-GRAVARX.                                 EXIT.
      *----------------------------------------------------------------*
      *  SO SE EXCLUI ADESAO CADASTRADA POR ENGANO; A QUE JA GEROU      *
      *  PEDIDO DEVE SER SUSPENSA (SITUACAO S) PARA O HISTORICO         *
      *----------------------------------------------------------------*
       RT-EXCLUSAO                                 SECTION.
      *
           PERFORM RT-LOCALIZAR
           IF  NOT ACHADO
               DISPLAY PGMID '003I- MATRICULA SEM ADESAO AOS VALES'
               EXIT SECTION
           END-IF
           IF  BENEF-DATA-INICIO / 100 LESS WS-DATA-HOJE / 100
               DISPLAY PGMID '009I- ADESAO JA VIGENTE EM MES ANTERIOR'
                       ' - USE A SITUACAO S (SUSPENSA)'
               EXIT SECTION
           END-IF
           DISPLAY 'CONFIRMA EXCLUSAO (S/N)? ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA(1:1) EQUAL 'S' OR 's'
               MOVE REG-BENEF TO WS-REG-ANTES
               DELETE BENEF RECORD
                   INVALID KEY
                       DISPLAY PGMID '009I- ERRO ' FL-STA-BENEF
                               ' NA EXCLUSAO'
                   NOT INVALID KEY
                       MOVE 'N' TO WS-ACHADO
                       MOVE 'E' TO CWLOGW-FUNCTION
                       MOVE 'REGISTRO EXCLUIDO' TO REG-BENEF
                       PERFORM RT-LOGA
                       MOVE 'D' TO CWJRNL-FUNCTION
                       PERFORM RT-JORNALIZAR
                       DISPLAY PGMID '009I- ADESAO EXCLUIDA'
               END-DELETE
           END-IF.
      *
       RT-EXCLUSAOX.                               EXIT.
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
               DISPLAY PGMID '010I- DATA INVALIDA'
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
               DISPLAY PGMID '010I- DIA INEXISTENTE NO MES'
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
           STRING 'BENEF ' BENMNT-EMP-NO
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
           MOVE REG-BENEF(1:80) TO WS-OBS
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
           MOVE 'BENEF'   TO CWJRNL-ARQUIVO
           MOVE SPACES    TO CWJRNL-CHAVE
           MOVE 200       TO CWJRNL-TAMANHO
           MOVE SPACES    TO CWJRNL-REGISTRO
           IF  CWJRNL-FUNCTION EQUAL 'D'
               MOVE WS-REG-ANTES      TO CWJRNL-REGISTRO(1:200)
               MOVE WS-REG-ANTES(1:5) TO CWJRNL-CHAVE(1:5)
           ELSE
               MOVE REG-BENEF         TO CWJRNL-REGISTRO(1:200)
               MOVE BENEF-EMP-NO      TO CWJRNL-CHAVE(1:5)
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
           IF  BENEF-ABERTO
               CLOSE BENEF
               MOVE 'N' TO WS-BENEF-ABERTO
           END-IF.
      *
       RT-FINALIZARX.                              EXIT.
      ******************************************************************
      *                      FIM  DO  PROGRAMA                         *
      ******************************************************************
