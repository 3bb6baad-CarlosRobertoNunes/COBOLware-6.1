      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CONSMNT.
       AUTHOR.        Traduzido de Easytrieve (macro esy.kex v.0.10).
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      * Contratos de emprestimo consignado em folha   *
                      * (CONSIG), um registro por contrato, chamado   *
                      * pela opcao E[M]PRESTIMOS do PERSMNT para a    *
                      * matricula ja localizada: banco, numero do     *
                      * contrato, data, mes do primeiro desconto,     *
                      * quantidade e valor das parcelas e parcelas    *
                      * ja pagas.                                     *
                      *                                               *
                      * Margem consignavel: a soma das parcelas dos   *
                      * contratos ativos nao passa de 35% do liquido  *
                      * do mes (bruto menos contribuicao, imposto e   *
                      * pensao alimenticia, pela entrada              *
                      * NETCALC-PENSAO); contrato novo ou             *
                      * aumento de parcela que estoure a margem e     *
                      * recusado.                                     *
                      *                                               *
                      * O NETCALC desconta a parcela corrente de cada *
                      * contrato ativo no calculo mensal e conta as   *
                      * parcelas pagas; o contrato quitado fica com   *
                      * situacao Q. O RESCALC mostra no termo de      *
                      * rescisao o saldo devedor dos contratos.       *
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
           SELECT CONSIG ASSIGN TO CONSIG
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS CONSIG-CHAVE
                  FILE STATUS   IS FL-STA-CONSIG.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *----------------------------------------------------------------*
      *  CONTRATOS DE CONSIGNADO: MATRICULA + SEQUENCIA; SITUACAO       *
      *  A(TIVO), Q(UITADO), R(ECUSADO PELA MARGEM), C(ANCELADO)        *
      *----------------------------------------------------------------*
       FD  CONSIG
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-CONSIG.
           03 CONSIG-CHAVE.
              05 CONSIG-EMP-NO               PIC  9(005).
              05 CONSIG-SEQ                  PIC  9(002).
           03 CONSIG-BANCO                   PIC  9(003).
           03 CONSIG-CONTRATO                PIC  X(020).
           03 CONSIG-DATA-CONTRATO           PIC  9(008).
           03 CONSIG-ANOMES-INICIO           PIC  9(006).
           03 CONSIG-PARCELAS                PIC  9(003).
           03 CONSIG-VALOR-PARCELA           PIC  9(007)V99.
           03 CONSIG-PAGAS                   PIC  9(003).
           03 CONSIG-ULT-ANOMES              PIC  9(006).
           03 CONSIG-SITUACAO                PIC  X(001).
              88 CONSIG-ATIVO                           VALUE 'A'.
              88 CONSIG-QUITADO                         VALUE 'Q'.
              88 CONSIG-RECUSADO                        VALUE 'R'.
              88 CONSIG-CANCELADO                       VALUE 'C'.
              88 CONSIG-SITUACAO-VALIDA                 VALUE 'A' 'Q'
                                                          'R' 'C'.
           03 CONSIG-DATA-ALT                PIC  9(008).
           03 CONSIG-OPERADOR                PIC  X(030).
           03 FILLER                         PIC  X(046).
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
       77  SB-NETCALC-PEN                PIC  X(14)  VALUE
           'NETCALC-PENSAO'.
       77  SB-NETCALC-DEP                PIC  X(14)  VALUE
           'NETCALC-DEPEND'.
      *
      *----------------------------------------------------------------*
      *        AREA DE VARIAVEIS AUXILIARES                            *
      *----------------------------------------------------------------*
      *
       01  WS-VARIAVEIS.
           03 PGMID                          PIC  X(009)    VALUE
              '#CONSMNT.'.
           03 FL-STA-CONSIG                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-CONSIG-EOF                              VALUE '10'.
              88 FL-CONSIG-OK                               VALUE '00'.
              88 FL-CONSIG-NOVO                             VALUE '35'.
           03 WS-OPCAO                       PIC  X(001)    VALUE
              SPACE.
              88 OPCAO-FIM                                  VALUE 'V'.
           03 WS-RESPOSTA                    PIC  X(050)    VALUE
              SPACES.
           03 WS-CRITICA-OK                  PIC  X(001)    VALUE 'S'.
              88 CRITICA-OK                                 VALUE 'S'.
           03 WS-CONSIG-ABERTO               PIC  X(001)    VALUE 'N'.
              88 CONSIG-ABERTO                              VALUE 'S'.
           03 WS-ACHADO                      PIC  X(001)    VALUE 'N'.
              88 ACHADO                                     VALUE 'S'.
           03 WS-TEM-NETCALC                 PIC  X(001)    VALUE 'S'.
              88 TEM-NETCALC                                VALUE 'S'.
           03 WS-MOSTRAR                     PIC  X(001)    VALUE 'S'.
              88 MOSTRAR                                    VALUE 'S'.
           03 WS-SEQ-INFORMADA               PIC  9(002)    VALUE
              ZEROS.
           03 WS-ULTIMA-SEQ                  PIC  9(002)    VALUE
              ZEROS.
           03 WS-OPERADOR                    PIC  X(030)    VALUE
              SPACES.
           03 WS-TASK                        PIC  9(006)    VALUE
              ZEROS.
           03 WS-PROGRAMA                    PIC  X(008)    VALUE
              'CONSMNT'.
           03 WS-REG-ANTES                   PIC  X(150)    VALUE
              SPACES.
           03 WS-REG-ATUAL                   PIC  X(150)    VALUE
              SPACES.
           03 WS-DATA-HOJE                   PIC  9(008)    VALUE
              ZEROS.
           03 WS-ANOMES-HOJE                 PIC  9(006)    VALUE
              ZEROS.
           03 WS-DATA-INFORMADA              PIC  9(008)    VALUE
              ZEROS.
           03 WS-DIAS-MES                    PIC  9(002)    VALUE
              ZEROS.
           03 WS-ANO                         PIC  9(004)    VALUE
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
      *  MARGEM CONSIGNAVEL DA MATRICULA                                *
      *----------------------------------------------------------------*
       01  WS-MARGEM.
           03 WS-MARGEM-PCT                  PIC  9(002)    VALUE 35.
           03 WS-LIQUIDO-MARGEM       COMP-3 PIC S9(009)V99 VALUE
              ZEROS.
           03 WS-MARGEM-TOTAL         COMP-3 PIC S9(009)V99 VALUE
              ZEROS.
           03 WS-COMPROMETIDO         COMP-3 PIC S9(009)V99 VALUE
              ZEROS.
           03 WS-SALDO-DEVEDOR        COMP-3 PIC S9(009)V99 VALUE
              ZEROS.
           03 WS-ED-VALOR                    PIC  ZZZ.ZZ9,99.
           03 WS-ED-MARGEM                   PIC  ZZZ.ZZ9,99.
           03 WS-ED-SALDO                    PIC  ZZZ.ZZ9,99.
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
      *
      *----------------------------------------------------------------*
      *  PARAMETROS DA ENTRADA NETCALC-PENSAO (FOLHA MENSAL SIMULADA,   *
      *  SEM GRAVAR CREDITO DE PENSAO)                                  *
      *----------------------------------------------------------------*
       01  PARAMETROS-NETCALC-PEN.
           03 NETCALC-PEN-MATRICULA          PIC  9(005)    VALUE
              ZEROS.
           03 NETCALC-PEN-ANOMES             PIC  9(006)    VALUE
              ZEROS.
           03 NETCALC-PEN-TIPO               PIC  X(001)    VALUE
              'M'.
           03 NETCALC-PEN-GRAVAR             PIC  X(001)    VALUE
              'N'.
           03 NETCALC-PEN-BRUTO              PIC  9(009)V99 VALUE
              ZEROS.
           03 NETCALC-PEN-DEPENDENTES        PIC  9(002)    VALUE
              ZEROS.
           03 NETCALC-PEN-INSS               PIC  9(007)V99 VALUE
              ZEROS.
           03 NETCALC-PEN-IRRF               PIC  9(007)V99 VALUE
              ZEROS.
           03 NETCALC-PEN-PENSAO             PIC  9(007)V99 VALUE
              ZEROS.
           03 NETCALC-PEN-LIQUIDO            PIC  9(009)V99 VALUE
              ZEROS.
      *
      *----------------------------------------------------------------*
      *  PARAMETROS DA ENTRADA NETCALC-DEPEND (DEPENDENTES NO MES)      *
      *----------------------------------------------------------------*
       01  PARAMETROS-NETCALC-DEP.
           03 NETCALC-DEP-MATRICULA          PIC  9(005)    VALUE
              ZEROS.
           03 NETCALC-DEP-ANOMES             PIC  9(006)    VALUE
              ZEROS.
           03 NETCALC-DEP-QTDE               PIC  9(002)    VALUE
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
      *  MATRICULA LOCALIZADA PELO PERSMNT, COM O BRUTO MENSAL          *
      *----------------------------------------------------------------*
       01  PARAMETROS-CONSMNT.
           03 CONSMNT-EMP-NO                 PIC  9(005).
           03 CONSMNT-LAST-NAME              PIC  X(008).
           03 CONSMNT-BRUTO-MES              PIC  9(009)V99.
      *================================================================*
       PROCEDURE DIVISION USING PARAMETROS-CONSMNT.
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
               PERFORM RT-CALCULAR-MARGEM
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
           COMPUTE WS-ANOMES-HOJE = WS-DATA-HOJE / 100
      *
           OPEN I-O CONSIG
           IF  FL-CONSIG-NOVO
               OPEN OUTPUT CONSIG
               CLOSE CONSIG
               OPEN I-O CONSIG
           END-IF
           IF  NOT FL-CONSIG-OK
               DISPLAY PGMID '001I- CONSIG COM ERRO ' FL-STA-CONSIG
               SET OPCAO-FIM TO TRUE
           ELSE
               SET CONSIG-ABERTO TO TRUE
           END-IF.
      *
       RT-INICIARX.                                EXIT.
      *----------------------------------------------------------------*
      *  MARGEM DO MES: 35% DO BRUTO MENOS CONTRIBUICAO, IMPOSTO E      *
      *  PENSAO ALIMENTICIA                                             *
      *----------------------------------------------------------------*
       RT-CALCULAR-MARGEM                          SECTION.
      *
           MOVE ZEROS TO NETCALC-DEP-QTDE
           MOVE CONSMNT-EMP-NO TO NETCALC-DEP-MATRICULA
           MOVE WS-ANOMES-HOJE TO NETCALC-DEP-ANOMES
           CALL SB-NETCALC-DEP USING PARAMETROS-NETCALC-DEP
             ON EXCEPTION
                MOVE ZEROS TO NETCALC-DEP-QTDE
           END-CALL
      *
           MOVE CONSMNT-EMP-NO    TO NETCALC-PEN-MATRICULA
           MOVE WS-ANOMES-HOJE    TO NETCALC-PEN-ANOMES
           MOVE 'M'               TO NETCALC-PEN-TIPO
           MOVE 'N'               TO NETCALC-PEN-GRAVAR
           MOVE CONSMNT-BRUTO-MES TO NETCALC-PEN-BRUTO
           MOVE NETCALC-DEP-QTDE  TO NETCALC-PEN-DEPENDENTES
           MOVE ZEROS             TO NETCALC-PEN-INSS NETCALC-PEN-IRRF
                                     NETCALC-PEN-PENSAO
                                     NETCALC-PEN-LIQUIDO
           CALL SB-NETCALC-PEN USING PARAMETROS-NETCALC-PEN
             ON EXCEPTION
                MOVE 'N' TO WS-TEM-NETCALC
                DISPLAY PGMID '011I- NETCALC-PENSAO INDISPONIVEL -'
                        ' MARGEM SOBRE O BRUTO'
           END-CALL
           IF  TEM-NETCALC
               COMPUTE WS-LIQUIDO-MARGEM = CONSMNT-BRUTO-MES
                     - NETCALC-PEN-INSS - NETCALC-PEN-IRRF
                     - NETCALC-PEN-PENSAO
           ELSE
               MOVE CONSMNT-BRUTO-MES TO WS-LIQUIDO-MARGEM
           END-IF
           COMPUTE WS-MARGEM-TOTAL ROUNDED =
                   WS-LIQUIDO-MARGEM * WS-MARGEM-PCT / 100.
      *
       RT-CALCULAR-MARGEMX.                        EXIT.
      *----------------------------------------------------------------*
      *                    MENU DA MANUTENCAO                          *
      *----------------------------------------------------------------*
       RT-DIALOGO                                  SECTION.
      *
           DISPLAY ' '
           DISPLAY 'CONSMNT - EMPRESTIMOS CONSIGNADOS DA MATRICULA '
                   CONSMNT-EMP-NO ' ' CONSMNT-LAST-NAME
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
      *  LISTA OS CONTRATOS DA MATRICULA, GUARDA A ULTIMA SEQUENCIA E   *
      *  SOMA AS PARCELAS DOS ATIVOS (MARGEM COMPROMETIDA)              *
      *----------------------------------------------------------------*
       RT-LISTAR                                   SECTION.
      *
           MOVE ZEROS          TO WS-LISTADOS WS-ULTIMA-SEQ
                                  WS-COMPROMETIDO WS-SALDO-DEVEDOR
           MOVE CONSMNT-EMP-NO TO CONSIG-EMP-NO
           MOVE ZEROS          TO CONSIG-SEQ
           START CONSIG KEY NOT LESS CONSIG-CHAVE
               INVALID KEY
                   SET FL-CONSIG-EOF TO TRUE
           END-START
           PERFORM UNTIL FL-CONSIG-EOF
               READ CONSIG NEXT RECORD
                 AT END
                    SET FL-CONSIG-EOF TO TRUE
                 NOT AT END
                    IF  CONSIG-EMP-NO NOT EQUAL CONSMNT-EMP-NO
                        SET FL-CONSIG-EOF TO TRUE
                    ELSE
                        IF  MOSTRAR
                            PERFORM RT-MOSTRA
                        END-IF
                        ADD 1 TO WS-LISTADOS
                        MOVE CONSIG-SEQ TO WS-ULTIMA-SEQ
                        IF  CONSIG-ATIVO
                            ADD CONSIG-VALOR-PARCELA
                             TO WS-COMPROMETIDO
                            COMPUTE WS-SALDO-DEVEDOR =
                                    WS-SALDO-DEVEDOR
                                  + (CONSIG-PARCELAS - CONSIG-PAGAS)
                                  * CONSIG-VALOR-PARCELA
                        END-IF
                    END-IF
               END-READ
           END-PERFORM
           MOVE ZEROS TO FL-STA-CONSIG
           IF  NOT MOSTRAR
               EXIT SECTION
           END-IF
           MOVE WS-MARGEM-TOTAL  TO WS-ED-MARGEM
           MOVE WS-COMPROMETIDO  TO WS-ED-VALOR
           MOVE WS-SALDO-DEVEDOR TO WS-ED-SALDO
           DISPLAY PGMID '003I- ' WS-LISTADOS ' CONTRATO(S) - MARGEM '
                   WS-ED-MARGEM ' COMPROMETIDO ' WS-ED-VALOR
                   ' SALDO DEVEDOR ' WS-ED-SALDO.
      *
       RT-LISTARX.                                 EXIT.
      *----------------------------------------------------------------*
       RT-MOSTRA                                   SECTION.
      *
           MOVE CONSIG-DATA-CONTRATO TO WS-DATA-AAAAMMDD
           PERFORM RT-EDITAR-DATA
           MOVE WS-DATA-DDMMAAAA     TO WS-ED-DATA
           MOVE CONSIG-VALOR-PARCELA TO WS-ED-VALOR
           DISPLAY CONSIG-SEQ ' BANCO ' CONSIG-BANCO
                   ' CONTRATO ' CONSIG-CONTRATO
                   ' DE ' WS-ED-DATA
           DISPLAY '   INICIO ' CONSIG-ANOMES-INICIO
                   '  PARCELAS ' CONSIG-PAGAS '/' CONSIG-PARCELAS
                   '  VALOR ' WS-ED-VALOR
                   '  SITUACAO ' CONSIG-SITUACAO.
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
      *  PEDE A SEQUENCIA E LE O CONTRATO (ACHADO = S/N)                *
      *----------------------------------------------------------------*
       RT-PEDE-E-LOCALIZA                          SECTION.
      *
           MOVE 'N' TO WS-ACHADO
           DISPLAY 'SEQUENCIA DO CONTRATO: ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA(1:2) IS NOT NUMERIC
               DISPLAY PGMID '004I- SEQUENCIA DEVE TER 2 DIGITOS'
               EXIT SECTION
           END-IF
           MOVE WS-RESPOSTA(1:2) TO WS-SEQ-INFORMADA
           MOVE CONSMNT-EMP-NO   TO CONSIG-EMP-NO
           MOVE WS-SEQ-INFORMADA TO CONSIG-SEQ
           READ CONSIG
               INVALID KEY
                   DISPLAY PGMID '004I- CONTRATO NAO CADASTRADO'
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
               DISPLAY PGMID '005I- LIMITE DE CONTRATOS ATINGIDO'
               EXIT SECTION
           END-IF
           MOVE SPACES         TO REG-CONSIG
           MOVE CONSMNT-EMP-NO TO CONSIG-EMP-NO
           ADD 1 WS-ULTIMA-SEQ GIVING CONSIG-SEQ
           MOVE ZEROS          TO CONSIG-BANCO CONSIG-DATA-CONTRATO
                                  CONSIG-PARCELAS CONSIG-VALOR-PARCELA
                                  CONSIG-PAGAS CONSIG-ULT-ANOMES
           MOVE WS-ANOMES-HOJE TO CONSIG-ANOMES-INICIO
           SET  CONSIG-ATIVO   TO TRUE
           MOVE SPACES         TO WS-REG-ANTES
      *
           PERFORM RT-PEDE-CAMPOS
           IF  NOT CRITICA-OK
               DISPLAY PGMID '005I- INCLUSAO REJEITADA PELA CRITICA'
               EXIT SECTION
           END-IF
           IF  CONSIG-BANCO EQUAL ZEROS
           OR  CONSIG-CONTRATO EQUAL SPACES
           OR  CONSIG-PARCELAS EQUAL ZEROS
           OR  CONSIG-VALOR-PARCELA EQUAL ZEROS
               DISPLAY PGMID '005I- BANCO, CONTRATO, PARCELAS E VALOR'
                       ' SAO OBRIGATORIOS'
               EXIT SECTION
           END-IF
      *
           PERFORM RT-CONFERIR-MARGEM
           IF  NOT CRITICA-OK
               DISPLAY PGMID '005I- INCLUSAO RECUSADA PELA MARGEM'
               EXIT SECTION
           END-IF
      *
           WRITE REG-CONSIG
               INVALID KEY
                   DISPLAY PGMID '005I- ERRO ' FL-STA-CONSIG
                           ' NA GRAVACAO'
               NOT INVALID KEY
                   MOVE CONSIG-SEQ TO WS-SEQ-INFORMADA
                   MOVE 'I' TO CWLOGW-FUNCTION
                   MOVE 'INCLUSAO DE CONTRATO CONSIGNADO'
                     TO WS-REG-ANTES
                   PERFORM RT-LOGA
                   MOVE 'W' TO CWJRNL-FUNCTION
                   PERFORM RT-JORNALIZAR
                   DISPLAY PGMID '005I- INCLUIDO CONTRATO '
                           CONSIG-SEQ
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
           MOVE REG-CONSIG TO WS-REG-ANTES
           PERFORM RT-PEDE-CAMPOS
           IF  CRITICA-OK
               PERFORM RT-PEDE-SITUACAO
           END-IF
           IF  CRITICA-OK
           AND CONSIG-ATIVO
               PERFORM RT-CONFERIR-MARGEM
           END-IF
           IF  NOT CRITICA-OK
               DISPLAY PGMID '006I- ALTERACAO REJEITADA PELA CRITICA'
               EXIT SECTION
           END-IF
           REWRITE REG-CONSIG
               INVALID KEY
                   DISPLAY PGMID '006I- ERRO ' FL-STA-CONSIG
                           ' NA REGRAVACAO'
               NOT INVALID KEY
                   MOVE 'A' TO CWLOGW-FUNCTION
                   PERFORM RT-LOGA
                   MOVE 'R' TO CWJRNL-FUNCTION
                   PERFORM RT-JORNALIZAR
                   DISPLAY PGMID '006I- ALTERADO CONTRATO '
                           CONSIG-SEQ
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
           IF  CONSIG-PAGAS GREATER ZEROS
               DISPLAY PGMID '007I- CONTRATO COM PARCELAS PAGAS -'
                       ' USE A SITUACAO C (CANCELADO)'
               EXIT SECTION
           END-IF
           DISPLAY 'CONFIRMA EXCLUSAO (S/N)? ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA(1:1) EQUAL 'S' OR 's'
               MOVE REG-CONSIG TO WS-REG-ANTES
               DELETE CONSIG RECORD
                   INVALID KEY
                       DISPLAY PGMID '007I- ERRO ' FL-STA-CONSIG
                               ' NA EXCLUSAO'
                   NOT INVALID KEY
                       MOVE 'E' TO CWLOGW-FUNCTION
                       MOVE 'REGISTRO EXCLUIDO' TO REG-CONSIG
                       PERFORM RT-LOGA
                       MOVE 'D' TO CWJRNL-FUNCTION
                       PERFORM RT-JORNALIZAR
                       DISPLAY PGMID '007I- EXCLUIDO CONTRATO '
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
           DISPLAY 'BANCO (3 DIGITOS): ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA NOT EQUAL SPACES
               IF  WS-RESPOSTA(1:3) IS NOT NUMERIC
                   DISPLAY PGMID '008I- BANCO DEVE TER 3 DIGITOS'
                   MOVE 'N' TO WS-CRITICA-OK
                   EXIT SECTION
               END-IF
               MOVE WS-RESPOSTA(1:3) TO CONSIG-BANCO
           END-IF
      *
           DISPLAY 'NUMERO DO CONTRATO: ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA NOT EQUAL SPACES
               MOVE WS-RESPOSTA(1:20) TO CONSIG-CONTRATO
           END-IF
      *
           DISPLAY 'DATA DO CONTRATO (MMDDAAAA): ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA NOT EQUAL SPACES
               PERFORM RT-CRITICA-DATA
               IF  NOT CRITICA-OK
                   EXIT SECTION
               END-IF
               IF  WS-DATA-INFORMADA GREATER WS-DATA-HOJE
                   DISPLAY PGMID '009I- CONTRATO NO FUTURO'
                   MOVE 'N' TO WS-CRITICA-OK
                   EXIT SECTION
               END-IF
               MOVE WS-DATA-INFORMADA TO CONSIG-DATA-CONTRATO
           END-IF
      *
           DISPLAY 'PRIMEIRO DESCONTO (AAAAMM): ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA NOT EQUAL SPACES
               IF  WS-RESPOSTA(1:6) IS NOT NUMERIC
               OR  WS-RESPOSTA(5:2) LESS '01'
               OR  WS-RESPOSTA(5:2) GREATER '12'
                   DISPLAY PGMID '009I- MES INVALIDO'
                   MOVE 'N' TO WS-CRITICA-OK
                   EXIT SECTION
               END-IF
               MOVE WS-RESPOSTA(1:6) TO CONSIG-ANOMES-INICIO
           END-IF
      *
           DISPLAY 'QUANTIDADE DE PARCELAS (3 DIGITOS): '
                   WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA NOT EQUAL SPACES
               IF  WS-RESPOSTA(1:3) IS NOT NUMERIC
               OR  WS-RESPOSTA(1:3) EQUAL '000'
                   DISPLAY PGMID '010I- PARCELAS DEVEM TER 3 DIGITOS'
                   MOVE 'N' TO WS-CRITICA-OK
                   EXIT SECTION
               END-IF
               MOVE WS-RESPOSTA(1:3) TO CONSIG-PARCELAS
           END-IF
      *
           DISPLAY 'VALOR DA PARCELA (9 DIGITOS COM CENTAVOS): '
                   WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA NOT EQUAL SPACES
               IF  WS-RESPOSTA(1:9) IS NOT NUMERIC
                   DISPLAY PGMID '010I- VALOR DEVE TER 9 DIGITOS'
                   MOVE 'N' TO WS-CRITICA-OK
                   EXIT SECTION
               END-IF
               COMPUTE CONSIG-VALOR-PARCELA =
                       FUNCTION NUMVAL(WS-RESPOSTA(1:9)) / 100
           END-IF
      *
           DISPLAY 'PARCELAS JA PAGAS (3 DIGITOS): ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA NOT EQUAL SPACES
               IF  WS-RESPOSTA(1:3) IS NOT NUMERIC
                   DISPLAY PGMID '010I- PAGAS DEVEM TER 3 DIGITOS'
                   MOVE 'N' TO WS-CRITICA-OK
                   EXIT SECTION
               END-IF
               MOVE WS-RESPOSTA(1:3) TO CONSIG-PAGAS
           END-IF
           IF  CONSIG-PAGAS GREATER CONSIG-PARCELAS
               DISPLAY PGMID '010I- PAGAS ACIMA DO TOTAL DE PARCELAS'
               MOVE 'N' TO WS-CRITICA-OK
               EXIT SECTION
           END-IF
      *
           MOVE WS-DATA-HOJE TO CONSIG-DATA-ALT
           MOVE WS-OPERADOR  TO CONSIG-OPERADOR.
      *
       RT-PEDE-CAMPOSX.                            EXIT.
      *----------------------------------------------------------------*
      *  SITUACAO DO CONTRATO NA ALTERACAO (A, Q, R OU C)               *
      *----------------------------------------------------------------*
       RT-PEDE-SITUACAO                            SECTION.
      *
           DISPLAY 'SITUACAO: [A]TIVO [Q]UITADO [R]ECUSADO'
                   ' [C]ANCELADO (VAZIO MANTEM): ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           INSPECT WS-RESPOSTA(1:1) CONVERTING 'aqrc' TO 'AQRC'
           IF  WS-RESPOSTA(1:1) NOT EQUAL SPACE
               MOVE WS-RESPOSTA(1:1) TO CONSIG-SITUACAO
               IF  NOT CONSIG-SITUACAO-VALIDA
                   DISPLAY PGMID '010I- SITUACAO INVALIDA'
                   MOVE 'N' TO WS-CRITICA-OK
                   EXIT SECTION
               END-IF
           END-IF
           IF  CONSIG-ATIVO
           AND CONSIG-PAGAS EQUAL CONSIG-PARCELAS
               SET CONSIG-QUITADO TO TRUE
           END-IF.
      *
       RT-PEDE-SITUACAOX.                          EXIT.
      *----------------------------------------------------------------*
      *  A PARCELA DO CONTRATO CORRENTE SOMADA AS DOS OUTROS CONTRATOS  *
      *  ATIVOS NAO PODE PASSAR DA MARGEM CONSIGNAVEL                   *
      *----------------------------------------------------------------*
       RT-CONFERIR-MARGEM                          SECTION.
      *
           MOVE REG-CONSIG TO WS-REG-ATUAL
           MOVE 'N' TO WS-MOSTRAR
           PERFORM RT-LISTAR
           MOVE 'S' TO WS-MOSTRAR
      *
      *    NA ALTERACAO A PARCELA ANTIGA DO PROPRIO CONTRATO JA ENTROU
      *    NA SOMA DOS ATIVOS
           MOVE CONSMNT-EMP-NO   TO CONSIG-EMP-NO
           MOVE WS-REG-ATUAL(6:2) TO CONSIG-SEQ
           READ CONSIG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF  CONSIG-ATIVO
                       SUBTRACT CONSIG-VALOR-PARCELA
                           FROM WS-COMPROMETIDO
                   END-IF
           END-READ
           MOVE WS-REG-ATUAL TO REG-CONSIG
      *
           ADD CONSIG-VALOR-PARCELA TO WS-COMPROMETIDO
           IF  WS-COMPROMETIDO GREATER WS-MARGEM-TOTAL
               MOVE WS-MARGEM-TOTAL TO WS-ED-MARGEM
               MOVE WS-COMPROMETIDO TO WS-ED-VALOR
               DISPLAY PGMID '012I- PARCELAS ' WS-ED-VALOR
                       ' ACIMA DA MARGEM DE ' WS-MARGEM-PCT
                       '% DO LIQUIDO (' WS-ED-MARGEM ')'
               MOVE 'N' TO WS-CRITICA-OK
           END-IF.
      *
       RT-CONFERIR-MARGEMX.                        EXIT.
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
           STRING 'CONSIG ' CONSMNT-EMP-NO '-' WS-SEQ-INFORMADA
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
           MOVE REG-CONSIG(1:80) TO WS-OBS
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
           MOVE 'CONSIG'  TO CWJRNL-ARQUIVO
           MOVE SPACES    TO CWJRNL-CHAVE
           MOVE 150       TO CWJRNL-TAMANHO
           MOVE SPACES    TO CWJRNL-REGISTRO
           IF  CWJRNL-FUNCTION EQUAL 'D'
               MOVE WS-REG-ANTES      TO CWJRNL-REGISTRO(1:150)
               MOVE WS-REG-ANTES(1:7) TO CWJRNL-CHAVE(1:7)
           ELSE
               MOVE REG-CONSIG        TO CWJRNL-REGISTRO(1:150)
               MOVE CONSIG-CHAVE      TO CWJRNL-CHAVE(1:7)
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
           IF  CONSIG-ABERTO
               CLOSE CONSIG
               MOVE 'N' TO WS-CONSIG-ABERTO
           END-IF.
      *
       RT-FINALIZARX.                              EXIT.
      ******************************************************************
      *                      FIM  DO  PROGRAMA                         *
      ******************************************************************
