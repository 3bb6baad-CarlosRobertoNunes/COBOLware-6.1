      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PENSMNT.
       AUTHOR.        Traduzido de Easytrieve (macro esy.kex v.0.10).
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      * Ordens judiciais de pensao alimenticia        *
                      * (PENSAO), um registro por ordem, chamado pela *
                      * opcao [P]ENSAO do PERSMNT para a matricula ja *
                      * localizada: numero do processo, beneficiario  *
                      * (nome e CPF conferido pelo CWCHEC), dados     *
                      * bancarios do credito (digitos conferidos pelo *
                      * BANCODV) e a base do desconto:                *
                      *                                               *
                      *  - B: percentual do bruto;                    *
                      *  - L: percentual do liquido (bruto menos      *
                      *    contribuicao e imposto);                   *
                      *  - F: valor fixo mensal.                      *
                      *                                               *
                      * A ordem diz se alcanca o 13o salario e as     *
                      * ferias, e vale entre a data de inicio e a de  *
                      * fim (zero = sem prazo). Ordem encerrada fica  *
                      * com situacao E para o historico.              *
                      *                                               *
                      * O NETCALC desconta as ordens vigentes na      *
                      * folha mensal (e, pela entrada NETCALC-PENSAO, *
                      * no 13o e nas ferias), deduz o total da base   *
                      * do imposto e grava o credito de cada          *
                      * beneficiario no PENPAG; o PENSREL lista os    *
                      * creditos do mes para o juridico.              *
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
           SELECT PENSAO ASSIGN TO PENSAO
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS PENSAO-CHAVE
                  FILE STATUS   IS FL-STA-PENSAO.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *----------------------------------------------------------------*
      *  ORDENS DE PENSAO ALIMENTICIA: MATRICULA + SEQUENCIA; BASE      *
      *  B(RUTO) OU L(IQUIDO) COM PERCENTUAL, OU F(IXA) COM VALOR;      *
      *  SITUACAO A(TIVA) OU E(NCERRADA)                                *
      *----------------------------------------------------------------*
       FD  PENSAO
           RECORD CONTAINS 200 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-PENSAO.
           03 PENSAO-CHAVE.
              05 PENSAO-EMP-NO               PIC  9(005).
              05 PENSAO-SEQ                  PIC  9(002).
           03 PENSAO-PROCESSO                PIC  X(025).
           03 PENSAO-NOME                    PIC  X(040).
           03 PENSAO-CPF                     PIC  9(011).
           03 PENSAO-BANCO                   PIC  9(003).
           03 PENSAO-AGENCIA                 PIC  9(005).
           03 PENSAO-AGENCIA-DV              PIC  X(001).
           03 PENSAO-CONTA                   PIC  9(012).
           03 PENSAO-CONTA-DV                PIC  X(001).
           03 PENSAO-TIPO-CONTA              PIC  X(001).
              88 PENSAO-TIPO-VALIDO                     VALUE 'C' 'P'.
           03 PENSAO-BASE                    PIC  X(001).
              88 PENSAO-SOBRE-BRUTO                     VALUE 'B'.
              88 PENSAO-SOBRE-LIQUIDO                   VALUE 'L'.
              88 PENSAO-VALOR-FIXO                      VALUE 'F'.
              88 PENSAO-BASE-VALIDA                     VALUE 'B' 'L'
                                                          'F'.
           03 PENSAO-PERCENTUAL              PIC  9(003)V99.
           03 PENSAO-VALOR                   PIC  9(007)V99.
           03 PENSAO-INCIDE-13               PIC  X(001).
           03 PENSAO-INCIDE-FERIAS           PIC  X(001).
           03 PENSAO-DATA-INICIO             PIC  9(008).
           03 PENSAO-DATA-FIM                PIC  9(008).
           03 PENSAO-SITUACAO                PIC  X(001).
              88 PENSAO-ATIVA                           VALUE 'A'.
              88 PENSAO-ENCERRADA                       VALUE 'E'.
              88 PENSAO-SITUACAO-VALIDA                 VALUE 'A' 'E'.
           03 PENSAO-DATA-ALT                PIC  9(008).
           03 PENSAO-OPERADOR                PIC  X(030).
           03 FILLER                         PIC  X(022).
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
       77  SB-CWCHEC                     PIC  X(08)  VALUE 'CWCHEC'.
       77  SB-BANCODV                    PIC  X(08)  VALUE 'BANCODV'.
      *
      *----------------------------------------------------------------*
      *        AREA DE VARIAVEIS AUXILIARES                            *
      *----------------------------------------------------------------*
      *
       01  WS-VARIAVEIS.
           03 PGMID                          PIC  X(009)    VALUE
              '#PENSMNT.'.
           03 FL-STA-PENSAO                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-PENSAO-EOF                              VALUE '10'.
              88 FL-PENSAO-OK                               VALUE '00'.
              88 FL-PENSAO-NOVO                             VALUE '35'.
           03 WS-OPCAO                       PIC  X(001)    VALUE
              SPACE.
              88 OPCAO-FIM                                  VALUE 'V'.
           03 WS-RESPOSTA                    PIC  X(050)    VALUE
              SPACES.
           03 WS-CRITICA-OK                  PIC  X(001)    VALUE 'S'.
              88 CRITICA-OK                                 VALUE 'S'.
           03 WS-PENSAO-ABERTO               PIC  X(001)    VALUE 'N'.
              88 PENSAO-ABERTO                              VALUE 'S'.
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
              'PENSMNT'.
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
           03 WS-LISTADOS             COMP-3 PIC  9(004)    VALUE
              ZEROS.
           03 WS-ATIVAS               COMP-3 PIC  9(004)    VALUE
              ZEROS.
           03 WS-ED-DATA                     PIC  99/99/9999.
           03 WS-ED-FIM                      PIC  99/99/9999.
           03 WS-ED-VALOR                    PIC  ZZZ.ZZ9,99.
           03 WS-ED-PCT                      PIC  ZZ9,99.
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
      *
      *----------------------------------------------------------------*
      *  VERIFICACAO DE CODIGOS (CWCHEC): SO O CPF E INFORMADO; O NIVEL *
      *  DE ERRO SOMA 2 QUANDO O CPF NAO CONFERE                        *
      *----------------------------------------------------------------*
       01  PARAMETROS-CWCHEC.
           03 CWCHEC-CEI                     PIC  9(012).
           03 CWCHEC-CEI-EDITADO             PIC  X(015).
           03 CWCHEC-CIC                     PIC  9(011).
           03 CWCHEC-CIC-EDITADO             PIC  X(014).
           03 CWCHEC-CNPJ                    PIC  9(014).
           03 CWCHEC-CNPJ-EDITADO            PIC  X(018).
           03 CWCHEC-PIS-PASEP               PIC  9(011).
           03 CWCHEC-PIS-PASEP-EDITADO       PIC  X(014).
           03 CWCHEC-TITULO-ELEITOR          PIC  9(012).
           03 CWCHEC-TITULO-EDITADO          PIC  X(014).
           03 CWCHEC-UF                      PIC  X(002).
           03 CWCHEC-UF-DADOS.
              05 CWCHEC-UF-EXTENSO           PIC  X(020).
              05 CWCHEC-UF-CAPITAL           PIC  X(015).
              05 CWCHEC-UF-REGIAO            PIC  X(012).
           03 CWCHEC-IE                      PIC  X(018).
           03 CWCHEC-IE-EDITADA              PIC  X(018).
           03 CWCHEC-CARD                    PIC  X(019).
           03 CWCHEC-ERROR-LEVEL             PIC  9(003).
      *
      *----------------------------------------------------------------*
      *  CRITICA DOS DIGITOS DE AGENCIA E CONTA (BANCODV)               *
      *----------------------------------------------------------------*
       01  PARAMETROS-BANCODV.
           03 BANCODV-BANCO                  PIC  9(003)    VALUE
              ZEROS.
           03 BANCODV-AGENCIA                PIC  9(005)    VALUE
              ZEROS.
           03 BANCODV-AGENCIA-DV             PIC  X(001)    VALUE
              SPACE.
           03 BANCODV-CONTA                  PIC  9(012)    VALUE
              ZEROS.
           03 BANCODV-CONTA-DV               PIC  X(001)    VALUE
              SPACE.
           03 BANCODV-RETORNO                PIC  X(002)    VALUE
              SPACES.
           03 BANCODV-CRITICADO              PIC  X(001)    VALUE
              SPACE.
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
       01  PARAMETROS-PENSMNT.
           03 PENSMNT-EMP-NO                 PIC  9(005).
           03 PENSMNT-LAST-NAME              PIC  X(008).
      *================================================================*
       PROCEDURE DIVISION USING PARAMETROS-PENSMNT.
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
           OPEN I-O PENSAO
           IF  FL-PENSAO-NOVO
               OPEN OUTPUT PENSAO
               CLOSE PENSAO
               OPEN I-O PENSAO
           END-IF
           IF  NOT FL-PENSAO-OK
               DISPLAY PGMID '001I- PENSAO COM ERRO ' FL-STA-PENSAO
               SET OPCAO-FIM TO TRUE
           ELSE
               SET PENSAO-ABERTO TO TRUE
           END-IF.
      *
       RT-INICIARX.                                EXIT.
      *----------------------------------------------------------------*
      *                    MENU DA MANUTENCAO                          *
      *----------------------------------------------------------------*
       RT-DIALOGO                                  SECTION.
      *
           DISPLAY ' '
           DISPLAY 'PENSMNT - PENSAO ALIMENTICIA DA MATRICULA '
                   PENSMNT-EMP-NO ' ' PENSMNT-LAST-NAME
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
      *  LISTA AS ORDENS DA MATRICULA E GUARDA A ULTIMA SEQUENCIA       *
      *----------------------------------------------------------------*
       RT-LISTAR                                   SECTION.
      *
           MOVE ZEROS          TO WS-LISTADOS WS-ULTIMA-SEQ WS-ATIVAS
           MOVE PENSMNT-EMP-NO TO PENSAO-EMP-NO
           MOVE ZEROS          TO PENSAO-SEQ
           START PENSAO KEY NOT LESS PENSAO-CHAVE
               INVALID KEY
                   SET FL-PENSAO-EOF TO TRUE
           END-START
           PERFORM UNTIL FL-PENSAO-EOF
               READ PENSAO NEXT RECORD
                 AT END
                    SET FL-PENSAO-EOF TO TRUE
                 NOT AT END
                    IF  PENSAO-EMP-NO NOT EQUAL PENSMNT-EMP-NO
                        SET FL-PENSAO-EOF TO TRUE
                    ELSE
                        PERFORM RT-MOSTRA
                        ADD 1 TO WS-LISTADOS
                        MOVE PENSAO-SEQ TO WS-ULTIMA-SEQ
                        IF  PENSAO-ATIVA
                            ADD 1 TO WS-ATIVAS
                        END-IF
                    END-IF
               END-READ
           END-PERFORM
           MOVE ZEROS TO FL-STA-PENSAO
           DISPLAY PGMID '003I- ' WS-LISTADOS ' ORDEM(NS), '
                   WS-ATIVAS ' ATIVA(S)'.
      *
       RT-LISTARX.                                 EXIT.
      *----------------------------------------------------------------*
       RT-MOSTRA                                   SECTION.
      *
           MOVE PENSAO-DATA-INICIO TO WS-DATA-AAAAMMDD
           PERFORM RT-EDITAR-DATA
           MOVE WS-DATA-DDMMAAAA   TO WS-ED-DATA
           MOVE PENSAO-DATA-FIM    TO WS-DATA-AAAAMMDD
           PERFORM RT-EDITAR-DATA
           MOVE WS-DATA-DDMMAAAA   TO WS-ED-FIM
           DISPLAY PENSAO-SEQ ' PROCESSO ' PENSAO-PROCESSO
                   ' SITUACAO ' PENSAO-SITUACAO
           DISPLAY '   BENEFICIARIO ' PENSAO-NOME
                   ' CPF ' PENSAO-CPF
           DISPLAY '   BANCO ' PENSAO-BANCO
                   '  AGENCIA ' PENSAO-AGENCIA '-' PENSAO-AGENCIA-DV
                   '  CONTA ' PENSAO-CONTA '-' PENSAO-CONTA-DV
                   '  TIPO ' PENSAO-TIPO-CONTA
           IF  PENSAO-VALOR-FIXO
               MOVE PENSAO-VALOR TO WS-ED-VALOR
               DISPLAY '   VALOR FIXO ' WS-ED-VALOR
                       '  13O ' PENSAO-INCIDE-13
                       '  FERIAS ' PENSAO-INCIDE-FERIAS
                       '  DE ' WS-ED-DATA ' ATE ' WS-ED-FIM
           ELSE
               MOVE PENSAO-PERCENTUAL TO WS-ED-PCT
               DISPLAY '   ' WS-ED-PCT '% DO '
                       PENSAO-BASE ' (B=BRUTO L=LIQUIDO)'
                       '  13O ' PENSAO-INCIDE-13
                       '  FERIAS ' PENSAO-INCIDE-FERIAS
                       '  DE ' WS-ED-DATA ' ATE ' WS-ED-FIM
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
      *  PEDE A SEQUENCIA E LE A ORDEM (ACHADO = S/N)                   *
      *----------------------------------------------------------------*
       RT-PEDE-E-LOCALIZA                          SECTION.
      *
           MOVE 'N' TO WS-ACHADO
           DISPLAY 'SEQUENCIA DA ORDEM: ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA(1:2) IS NOT NUMERIC
               DISPLAY PGMID '004I- SEQUENCIA DEVE TER 2 DIGITOS'
               EXIT SECTION
           END-IF
           MOVE WS-RESPOSTA(1:2) TO WS-SEQ-INFORMADA
           MOVE PENSMNT-EMP-NO   TO PENSAO-EMP-NO
           MOVE WS-SEQ-INFORMADA TO PENSAO-SEQ
           READ PENSAO
               INVALID KEY
                   DISPLAY PGMID '004I- ORDEM NAO CADASTRADA'
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
               DISPLAY PGMID '005I- LIMITE DE ORDENS ATINGIDO'
               EXIT SECTION
           END-IF
           MOVE SPACES         TO REG-PENSAO
           MOVE PENSMNT-EMP-NO TO PENSAO-EMP-NO
           ADD 1 WS-ULTIMA-SEQ GIVING PENSAO-SEQ
           MOVE ZEROS          TO PENSAO-CPF PENSAO-BANCO
                                  PENSAO-AGENCIA PENSAO-CONTA
                                  PENSAO-PERCENTUAL PENSAO-VALOR
                                  PENSAO-DATA-FIM
           MOVE WS-DATA-HOJE   TO PENSAO-DATA-INICIO
           MOVE 'N'            TO PENSAO-INCIDE-13
                                  PENSAO-INCIDE-FERIAS
           SET  PENSAO-ATIVA   TO TRUE
           MOVE SPACES         TO WS-REG-ANTES
      *
           PERFORM RT-PEDE-CAMPOS
           IF  CRITICA-OK
               PERFORM RT-CONFERIR-BANCO
           END-IF
           IF  NOT CRITICA-OK
               DISPLAY PGMID '005I- INCLUSAO REJEITADA PELA CRITICA'
               EXIT SECTION
           END-IF
           IF  PENSAO-PROCESSO EQUAL SPACES
           OR  PENSAO-NOME EQUAL SPACES
           OR  PENSAO-CPF EQUAL ZEROS
               DISPLAY PGMID '005I- PROCESSO, NOME E CPF DO'
                       ' BENEFICIARIO SAO OBRIGATORIOS'
               EXIT SECTION
           END-IF
      *
           WRITE REG-PENSAO
               INVALID KEY
                   DISPLAY PGMID '005I- ERRO ' FL-STA-PENSAO
                           ' NA GRAVACAO'
               NOT INVALID KEY
                   MOVE PENSAO-SEQ TO WS-SEQ-INFORMADA
                   MOVE 'I' TO CWLOGW-FUNCTION
                   MOVE 'INCLUSAO DE ORDEM DE PENSAO'
                     TO WS-REG-ANTES
                   PERFORM RT-LOGA
                   MOVE 'W' TO CWJRNL-FUNCTION
                   PERFORM RT-JORNALIZAR
                   DISPLAY PGMID '005I- INCLUIDA ORDEM '
                           PENSAO-SEQ
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
           MOVE REG-PENSAO TO WS-REG-ANTES
           PERFORM RT-PEDE-CAMPOS
           IF  CRITICA-OK
               PERFORM RT-CONFERIR-BANCO
           END-IF
           IF  CRITICA-OK
               PERFORM RT-PEDE-SITUACAO
           END-IF
           IF  NOT CRITICA-OK
               DISPLAY PGMID '006I- ALTERACAO REJEITADA PELA CRITICA'
               EXIT SECTION
           END-IF
           REWRITE REG-PENSAO
               INVALID KEY
                   DISPLAY PGMID '006I- ERRO ' FL-STA-PENSAO
                           ' NA REGRAVACAO'
               NOT INVALID KEY
                   MOVE 'A' TO CWLOGW-FUNCTION
                   PERFORM RT-LOGA
                   MOVE 'R' TO CWJRNL-FUNCTION
                   PERFORM RT-JORNALIZAR
                   DISPLAY PGMID '006I- ALTERADA ORDEM '
                           PENSAO-SEQ
           END-REWRITE.
      *
       RT-ALTERACAOX.                              EXIT.
      *----------------------------------------------------------------*
      *  SO SE EXCLUI ORDEM CADASTRADA POR ENGANO; ORDEM QUE JA GEROU   *
      *  DESCONTO DEVE SER ENCERRADA (SITUACAO E) PARA O HISTORICO      *
      *----------------------------------------------------------------*
       RT-EXCLUSAO                                 SECTION.
      *
           PERFORM RT-PEDE-E-LOCALIZA
           IF  NOT ACHADO
               EXIT SECTION
           END-IF
           IF  PENSAO-DATA-INICIO / 100 LESS WS-DATA-HOJE / 100
               DISPLAY PGMID '007I- ORDEM JA VIGENTE EM MES ANTERIOR -'
                       ' USE A SITUACAO E (ENCERRADA)'
               EXIT SECTION
           END-IF
           DISPLAY 'CONFIRMA EXCLUSAO (S/N)? ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA(1:1) EQUAL 'S' OR 's'
               MOVE REG-PENSAO TO WS-REG-ANTES
               DELETE PENSAO RECORD
                   INVALID KEY
                       DISPLAY PGMID '007I- ERRO ' FL-STA-PENSAO
                               ' NA EXCLUSAO'
                   NOT INVALID KEY
                       MOVE 'E' TO CWLOGW-FUNCTION
                       MOVE 'REGISTRO EXCLUIDO' TO REG-PENSAO
                       PERFORM RT-LOGA
                       MOVE 'D' TO CWJRNL-FUNCTION
                       PERFORM RT-JORNALIZAR
                       DISPLAY PGMID '007I- EXCLUIDA ORDEM '
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
           DISPLAY 'NUMERO DO PROCESSO: ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA NOT EQUAL SPACES
               MOVE WS-RESPOSTA(1:25) TO PENSAO-PROCESSO
           END-IF
      *
           DISPLAY 'NOME DO BENEFICIARIO: ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA NOT EQUAL SPACES
               MOVE WS-RESPOSTA(1:40) TO PENSAO-NOME
           END-IF
      *
           DISPLAY 'CPF DO BENEFICIARIO (11 DIGITOS): '
                   WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA NOT EQUAL SPACES
               IF  WS-RESPOSTA(1:11) IS NOT NUMERIC
                   DISPLAY PGMID '008I- CPF DEVE SER NUMERICO'
                   MOVE 'N' TO WS-CRITICA-OK
                   EXIT SECTION
               END-IF
               MOVE SPACES TO PARAMETROS-CWCHEC
               MOVE ZEROS  TO CWCHEC-CEI CWCHEC-CNPJ CWCHEC-PIS-PASEP
                              CWCHEC-TITULO-ELEITOR CWCHEC-ERROR-LEVEL
               MOVE WS-RESPOSTA(1:11) TO CWCHEC-CIC
               CALL SB-CWCHEC USING PARAMETROS-CWCHEC
                 ON EXCEPTION
                    MOVE ZEROS TO CWCHEC-ERROR-LEVEL
               END-CALL
               IF  CWCHEC-ERROR-LEVEL NOT EQUAL ZEROS
                   DISPLAY PGMID '008I- CPF COM DIGITO INVALIDO'
                   MOVE 'N' TO WS-CRITICA-OK
                   EXIT SECTION
               END-IF
               MOVE WS-RESPOSTA(1:11) TO PENSAO-CPF
           END-IF
      *
           PERFORM RT-PEDE-BANCO
           IF  NOT CRITICA-OK
               EXIT SECTION
           END-IF
      *
           DISPLAY 'BASE: [B]RUTO [L]IQUIDO [F]IXO: ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA NOT EQUAL SPACES
               MOVE WS-RESPOSTA(1:1) TO PENSAO-BASE
               INSPECT PENSAO-BASE CONVERTING 'blf' TO 'BLF'
           END-IF
           IF  NOT PENSAO-BASE-VALIDA
               DISPLAY PGMID '010I- BASE DEVE SER B, L OU F'
               MOVE 'N' TO WS-CRITICA-OK
               EXIT SECTION
           END-IF
      *
           IF  PENSAO-VALOR-FIXO
               DISPLAY 'VALOR MENSAL (9 DIGITOS COM CENTAVOS): '
                       WITH NO ADVANCING
               MOVE SPACES TO WS-RESPOSTA
               ACCEPT WS-RESPOSTA
               IF  WS-RESPOSTA NOT EQUAL SPACES
                   IF  WS-RESPOSTA(1:9) IS NOT NUMERIC
                       DISPLAY PGMID '010I- VALOR DEVE TER 9 DIGITOS'
                       MOVE 'N' TO WS-CRITICA-OK
                       EXIT SECTION
                   END-IF
                   COMPUTE PENSAO-VALOR =
                           FUNCTION NUMVAL(WS-RESPOSTA(1:9)) / 100
               END-IF
               MOVE ZEROS TO PENSAO-PERCENTUAL
               IF  PENSAO-VALOR EQUAL ZEROS
                   DISPLAY PGMID '010I- VALOR FIXO E OBRIGATORIO'
                   MOVE 'N' TO WS-CRITICA-OK
                   EXIT SECTION
               END-IF
           ELSE
               DISPLAY 'PERCENTUAL (5 DIGITOS COM 2 DECIMAIS): '
                       WITH NO ADVANCING
               MOVE SPACES TO WS-RESPOSTA
               ACCEPT WS-RESPOSTA
               IF  WS-RESPOSTA NOT EQUAL SPACES
                   IF  WS-RESPOSTA(1:5) IS NOT NUMERIC
                       DISPLAY PGMID '010I- PERCENTUAL DEVE TER 5'
                               ' DIGITOS'
                       MOVE 'N' TO WS-CRITICA-OK
                       EXIT SECTION
                   END-IF
                   COMPUTE PENSAO-PERCENTUAL =
                           FUNCTION NUMVAL(WS-RESPOSTA(1:5)) / 100
               END-IF
               MOVE ZEROS TO PENSAO-VALOR
               IF  PENSAO-PERCENTUAL EQUAL ZEROS
               OR  PENSAO-PERCENTUAL GREATER 100
                   DISPLAY PGMID '010I- PERCENTUAL DEVE ESTAR ENTRE'
                           ' 0,01 E 100,00'
                   MOVE 'N' TO WS-CRITICA-OK
                   EXIT SECTION
               END-IF
           END-IF
      *
           DISPLAY 'DESCONTA NO 13O SALARIO (S/N): ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA NOT EQUAL SPACES
               MOVE WS-RESPOSTA(1:1) TO PENSAO-INCIDE-13
               INSPECT PENSAO-INCIDE-13 CONVERTING 'sn' TO 'SN'
           END-IF
           DISPLAY 'DESCONTA NAS FERIAS (S/N): ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA NOT EQUAL SPACES
               MOVE WS-RESPOSTA(1:1) TO PENSAO-INCIDE-FERIAS
               INSPECT PENSAO-INCIDE-FERIAS CONVERTING 'sn' TO 'SN'
           END-IF
           IF  (PENSAO-INCIDE-13 NOT EQUAL 'S' AND 'N')
           OR  (PENSAO-INCIDE-FERIAS NOT EQUAL 'S' AND 'N')
               DISPLAY PGMID '010I- RESPONDA S OU N'
               MOVE 'N' TO WS-CRITICA-OK
               EXIT SECTION
           END-IF
      *
           DISPLAY 'INICIO DO DESCONTO (MMDDAAAA): ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA NOT EQUAL SPACES
               PERFORM RT-CRITICA-DATA
               IF  NOT CRITICA-OK
                   EXIT SECTION
               END-IF
               MOVE WS-DATA-INFORMADA TO PENSAO-DATA-INICIO
           END-IF
      *
           DISPLAY 'FIM DO DESCONTO (MMDDAAAA, 0 = SEM PRAZO): '
                   WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA NOT EQUAL SPACES
               IF  WS-RESPOSTA(1:1) EQUAL '0'
               AND WS-RESPOSTA(2:1) EQUAL SPACE
                   MOVE ZEROS TO PENSAO-DATA-FIM
               ELSE
                   PERFORM RT-CRITICA-DATA
                   IF  NOT CRITICA-OK
                       EXIT SECTION
                   END-IF
                   MOVE WS-DATA-INFORMADA TO PENSAO-DATA-FIM
               END-IF
           END-IF
           IF  PENSAO-DATA-FIM GREATER ZEROS
           AND PENSAO-DATA-FIM LESS PENSAO-DATA-INICIO
               DISPLAY PGMID '009I- FIM ANTERIOR AO INICIO'
               MOVE 'N' TO WS-CRITICA-OK
               EXIT SECTION
           END-IF
      *
           MOVE WS-DATA-HOJE TO PENSAO-DATA-ALT
           MOVE WS-OPERADOR  TO PENSAO-OPERADOR.
      *
       RT-PEDE-CAMPOSX.                            EXIT.
      *----------------------------------------------------------------*
      *  ACEITA OS DADOS BANCARIOS DO BENEFICIARIO (VAZIO MANTEM)       *
      *----------------------------------------------------------------*
       RT-PEDE-BANCO                               SECTION.
      *
           DISPLAY 'BANCO (3 DIGITOS): ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA NOT EQUAL SPACES
               IF  WS-RESPOSTA(1:3) IS NUMERIC
                   MOVE WS-RESPOSTA(1:3) TO PENSAO-BANCO
               ELSE
                   DISPLAY PGMID '011I- BANCO DEVE SER NUMERICO'
                   MOVE 'N' TO WS-CRITICA-OK
                   EXIT SECTION
               END-IF
           END-IF
      *
           DISPLAY 'AGENCIA (5 DIGITOS + DIGITO): ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA NOT EQUAL SPACES
               IF  WS-RESPOSTA(1:5) IS NUMERIC
                   MOVE WS-RESPOSTA(1:5) TO PENSAO-AGENCIA
                   MOVE WS-RESPOSTA(6:1) TO PENSAO-AGENCIA-DV
               ELSE
                   DISPLAY PGMID '011I- AGENCIA DEVE SER NUMERICA'
                   MOVE 'N' TO WS-CRITICA-OK
                   EXIT SECTION
               END-IF
           END-IF
      *
           DISPLAY 'CONTA (12 DIGITOS + DIGITO): ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA NOT EQUAL SPACES
               IF  WS-RESPOSTA(1:12) IS NUMERIC
                   MOVE WS-RESPOSTA(1:12) TO PENSAO-CONTA
                   MOVE WS-RESPOSTA(13:1) TO PENSAO-CONTA-DV
               ELSE
                   DISPLAY PGMID '011I- CONTA DEVE SER NUMERICA'
                   MOVE 'N' TO WS-CRITICA-OK
                   EXIT SECTION
               END-IF
           END-IF
           INSPECT PENSAO-AGENCIA-DV CONVERTING 'xp' TO 'XP'
           INSPECT PENSAO-CONTA-DV   CONVERTING 'xp' TO 'XP'
      *
           DISPLAY 'TIPO DE CONTA (C=CORRENTE P=POUPANCA): '
                   WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA NOT EQUAL SPACES
               MOVE WS-RESPOSTA(1:1) TO PENSAO-TIPO-CONTA
               INSPECT PENSAO-TIPO-CONTA CONVERTING 'cp' TO 'CP'
           END-IF
           IF  NOT PENSAO-TIPO-VALIDO
               DISPLAY PGMID '011I- TIPO DE CONTA DEVE SER C OU P'
               MOVE 'N' TO WS-CRITICA-OK
           END-IF.
      *
       RT-PEDE-BANCOX.                             EXIT.
      *----------------------------------------------------------------*
      *  DIGITOS DE AGENCIA E CONTA DO BENEFICIARIO PELO BANCODV        *
      *----------------------------------------------------------------*
       RT-CONFERIR-BANCO                           SECTION.
      *
           MOVE PENSAO-BANCO      TO BANCODV-BANCO
           MOVE PENSAO-AGENCIA    TO BANCODV-AGENCIA
           MOVE PENSAO-AGENCIA-DV TO BANCODV-AGENCIA-DV
           MOVE PENSAO-CONTA      TO BANCODV-CONTA
           MOVE PENSAO-CONTA-DV   TO BANCODV-CONTA-DV
           MOVE SPACES            TO BANCODV-RETORNO
           CALL SB-BANCODV USING PARAMETROS-BANCODV
             ON EXCEPTION
                MOVE '00' TO BANCODV-RETORNO
           END-CALL
           EVALUATE BANCODV-RETORNO
               WHEN '00'
                    IF  BANCODV-CRITICADO EQUAL 'N'
                        DISPLAY PGMID '012I- BANCO SEM REGRA DE'
                                ' DIGITO - CONFIRA A CONTA'
                    END-IF
               WHEN '01'
                    DISPLAY PGMID '012I- AGENCIA COM DIGITO INVALIDO'
                    MOVE 'N' TO WS-CRITICA-OK
               WHEN '02'
                    DISPLAY PGMID '012I- CONTA COM DIGITO INVALIDO'
                    MOVE 'N' TO WS-CRITICA-OK
               WHEN OTHER
                    DISPLAY PGMID '012I- BANCO, AGENCIA E CONTA'
                            ' SAO OBRIGATORIOS'
                    MOVE 'N' TO WS-CRITICA-OK
           END-EVALUATE.
      *
       RT-CONFERIR-BANCOX.                         EXIT.
      *----------------------------------------------------------------*
      *  SITUACAO DA ORDEM NA ALTERACAO (A OU E); ENCERRADA SEM DATA    *
      *  DE FIM RECEBE A DATA DE HOJE                                   *
      *----------------------------------------------------------------*
       RT-PEDE-SITUACAO                            SECTION.
      *
           DISPLAY 'SITUACAO: [A]TIVA [E]NCERRADA (VAZIO MANTEM): '
                   WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           INSPECT WS-RESPOSTA(1:1) CONVERTING 'ae' TO 'AE'
           IF  WS-RESPOSTA(1:1) NOT EQUAL SPACE
               MOVE WS-RESPOSTA(1:1) TO PENSAO-SITUACAO
               IF  NOT PENSAO-SITUACAO-VALIDA
                   DISPLAY PGMID '010I- SITUACAO INVALIDA'
                   MOVE 'N' TO WS-CRITICA-OK
                   EXIT SECTION
               END-IF
           END-IF
           IF  PENSAO-ENCERRADA
           AND PENSAO-DATA-FIM EQUAL ZEROS
               MOVE WS-DATA-HOJE TO PENSAO-DATA-FIM
           END-IF.
      *
       RT-PEDE-SITUACAOX.                          EXIT.
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
           STRING 'PENSAO ' PENSMNT-EMP-NO '-' WS-SEQ-INFORMADA
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
           MOVE REG-PENSAO(1:80) TO WS-OBS
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
           MOVE 'PENSAO'  TO CWJRNL-ARQUIVO
           MOVE SPACES    TO CWJRNL-CHAVE
           MOVE 200       TO CWJRNL-TAMANHO
           MOVE SPACES    TO CWJRNL-REGISTRO
           IF  CWJRNL-FUNCTION EQUAL 'D'
               MOVE WS-REG-ANTES      TO CWJRNL-REGISTRO(1:200)
               MOVE WS-REG-ANTES(1:7) TO CWJRNL-CHAVE(1:7)
           ELSE
               MOVE REG-PENSAO        TO CWJRNL-REGISTRO(1:200)
               MOVE PENSAO-CHAVE      TO CWJRNL-CHAVE(1:7)
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
           IF  PENSAO-ABERTO
               CLOSE PENSAO
               MOVE 'N' TO WS-PENSAO-ABERTO
           END-IF.
      *
       RT-FINALIZARX.                              EXIT.
      ******************************************************************
      *                      FIM  DO  PROGRAMA                         *
      ******************************************************************
