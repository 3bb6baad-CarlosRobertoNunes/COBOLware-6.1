      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SINDMNT.
       AUTHOR.        Traduzido de Easytrieve (macro esy.kex v.0.10).
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      * Manutencao da tabela mestre de sindicatos     *
                      * SINDIC (indexada por SINDIC-CODIGO):          *
                      * consulta, listagem, inclusao, alteracao e     *
                      * exclusao da convencao coletiva de cada        *
                      * sindicato: nome, CNPJ, data-base do reajuste  *
                      * anual (MMDD), regra da contribuicao, piso     *
                      * geral e pisos mensais por cargo (ate 10), e   *
                      * os departamentos vinculados (ate 20).         *
                      *                                               *
                      * O empregado pertence ao sindicato que tem o   *
                      * seu cargo na tabela de pisos; senao, ao que   *
                      * tem o seu departamento. Um cargo ou           *
                      * departamento so pode estar em um sindicato.   *
                      *                                               *
                      * Regra da contribuicao: P = percentual do      *
                      * salario mensal todo mes, F = valor fixo todo  *
                      * mes, D = um dia de salario no mes de          *
                      * desconto, N = sem contribuicao. O SINDFX      *
                      * aplica a regra e confere o piso; o NETCALC    *
                      * desconta e o SINDREL lista o repasse.         *
                      *                                               *
                      * A opcao [O]POSICAO registra ou exclui a carta *
                      * de oposicao a contribuicao de uma matricula   *
                      * no ano (SINDOPOS): com ela o NETCALC nao      *
                      * desconta nada no ano.                         *
                      *                                               *
                      * Sindicato ainda com cargos ou departamentos   *
                      * vinculados nao pode ser excluido.             *
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
           SELECT SINDIC ASSIGN TO SINDIC
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS SINDIC-CODIGO
                  FILE STATUS   IS FL-STA-SINDIC.
      *
           SELECT SINDOPOS ASSIGN TO SINDOPOS
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS SINDOPOS-CHAVE
                  FILE STATUS   IS FL-STA-SINDOPOS.
      *
           SELECT OPTIONAL DEPTOS ASSIGN TO DEPTOS
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS DEPTOS-DEPT
                  FILE STATUS   IS FL-STA-DEPTOS.
      *
           SELECT OPTIONAL CARGOS ASSIGN TO CARGOS
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS CARGOS-CODIGO
                  FILE STATUS   IS FL-STA-CARGOS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *----------------------------------------------------------------*
      *  SINDICATOS: CONVENCAO, PISOS MENSAIS POR CARGO E DEPARTAMENTOS *
      *  VINCULADOS                                                     *
      *----------------------------------------------------------------*
       FD  SINDIC
           RECORD CONTAINS 350 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-SINDIC.
           03 SINDIC-CODIGO                  PIC  X(004).
           03 SINDIC-NOME                    PIC  X(030).
           03 SINDIC-CNPJ                    PIC  9(014).
           03 SINDIC-DATA-BASE               PIC  9(004).
           03 SINDIC-CONTRIB-TIPO            PIC  X(001).
              88 SINDIC-CONTRIB-PERC                    VALUE 'P'.
              88 SINDIC-CONTRIB-FIXA                    VALUE 'F'.
              88 SINDIC-CONTRIB-DIA                     VALUE 'D'.
              88 SINDIC-SEM-CONTRIB                     VALUE 'N'.
              88 SINDIC-CONTRIB-VALIDA                  VALUE 'P' 'F'
                                                          'D' 'N'.
           03 SINDIC-CONTRIB-PCT             PIC  9(002)V99.
           03 SINDIC-CONTRIB-VALOR           PIC  9(005)V99.
           03 SINDIC-CONTRIB-MES             PIC  9(002).
           03 SINDIC-PISO-GERAL              PIC  9(005)V99.
           03 SINDIC-PISO-QTDE               PIC  9(002).
           03 SINDIC-PISO-TAB OCCURS 10 TIMES INDEXED BY INDPISO.
              05 SINDIC-PISO-CARGO           PIC  X(006).
              05 SINDIC-PISO-VALOR           PIC  9(005)V99.
           03 SINDIC-DEPT-QTDE               PIC  9(002).
           03 SINDIC-DEPT-TAB OCCURS 20 TIMES INDEXED BY INDSDP.
              05 SINDIC-DEPT                 PIC  9(003).
           03 SINDIC-DATA-ALT                PIC  9(008).
           03 SINDIC-OPERADOR                PIC  X(030).
           03 FILLER                         PIC  X(045).
      *
      *----------------------------------------------------------------*
      *  CARTAS DE OPOSICAO A CONTRIBUICAO POR MATRICULA E ANO          *
      *----------------------------------------------------------------*
       FD  SINDOPOS
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-SINDOPOS.
           03 SINDOPOS-CHAVE.
              05 SINDOPOS-EMP-NO             PIC  9(005).
              05 SINDOPOS-ANO                PIC  9(004).
           03 SINDOPOS-SINDICATO             PIC  X(004).
           03 SINDOPOS-DATA-PROTOCOLO        PIC  9(008).
           03 SINDOPOS-DATA-ALT              PIC  9(008).
           03 SINDOPOS-OPERADOR              PIC  X(030).
           03 FILLER                         PIC  X(041).
      *
       FD  DEPTOS
           RECORD CONTAINS 080 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-DEPTOS.
           03 DEPTOS-DEPT                    PIC  9(003).
           03 DEPTOS-DESCRICAO               PIC  X(030).
           03 FILLER                         PIC  X(047).
      *
       FD  CARGOS
           RECORD CONTAINS 080 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-CARGOS.
           03 CARGOS-CODIGO                  PIC  X(006).
           03 CARGOS-TITULO                  PIC  X(030).
           03 CARGOS-GRAU                    PIC  X(003).
           03 CARGOS-MINIMO                  PIC  9(004)V99.
           03 CARGOS-MEDIO                   PIC  9(004)V99.
           03 CARGOS-MAXIMO                  PIC  9(004)V99.
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
       77  SB-CWRLOCK                    PIC  X(08)  VALUE 'CWRLOCK'.
       77  SB-CWLOGW                     PIC  X(08)  VALUE 'CWLOGW'.
       77  SB-CWGETU                     PIC  X(08)  VALUE 'CWGETU'.
       77  SB-CWIDLE                     PIC  X(08)  VALUE 'CWIDLE'.
       77  SB-CWJRNL                     PIC  X(08)  VALUE 'CWJRNL'.
       77  SB-CWDCNP                     PIC  X(08)  VALUE 'CWDCNP'.
      *
      *----------------------------------------------------------------*
      *        AREA DE VARIAVEIS AUXILIARES                            *
      *----------------------------------------------------------------*
      *
       01  WS-VARIAVEIS.
           03 PGMID                          PIC  X(009)    VALUE
              '#SINDMNT.'.
           03 FL-STA-SINDIC                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-SINDIC-EOF                              VALUE '10'.
              88 FL-SINDIC-OK                               VALUE '00'.
              88 FL-SINDIC-NOVO                             VALUE '35'.
           03 FL-STA-SINDOPOS                PIC  X(002)    VALUE
              ZEROS.
              88 FL-SINDOPOS-OK                             VALUE '00'.
              88 FL-SINDOPOS-NOVO                           VALUE '35'.
           03 FL-STA-DEPTOS                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-DEPTOS-OK                               VALUE '00'.
           03 FL-STA-CARGOS                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-CARGOS-OK                               VALUE '00'.
           03 WS-TEM-DEPTOS                  PIC  X(001)    VALUE 'N'.
              88 TEM-DEPTOS                                 VALUE 'S'.
           03 WS-TEM-CARGOS                  PIC  X(001)    VALUE 'N'.
              88 TEM-CARGOS                                 VALUE 'S'.
           03 WS-TEM-SINDOPOS                PIC  X(001)    VALUE 'N'.
              88 TEM-SINDOPOS                               VALUE 'S'.
           03 WS-OPCAO                       PIC  X(001)    VALUE
              SPACE.
              88 OPCAO-FIM                                  VALUE 'F'.
           03 WS-RESPOSTA                    PIC  X(030)    VALUE
              SPACES.
           03 WS-CODIGO-INFORMADO            PIC  X(004)    VALUE
              SPACES.
           03 WS-EMP-INFORMADO               PIC  9(005)    VALUE
              ZEROS.
           03 WS-VALOR                       PIC  9(005)V99 VALUE
              ZEROS.
           03 WS-PCT                         PIC  9(002)V99 VALUE
              ZEROS.
           03 WS-CRITICA-OK                  PIC  X(001)    VALUE 'S'.
              88 CRITICA-OK                                 VALUE 'S'.
           03 WS-OPERADOR                    PIC  X(030)    VALUE
              SPACES.
           03 WS-TASK                        PIC  9(006)    VALUE
              ZEROS.
           03 WS-PROGRAMA                    PIC  X(008)    VALUE
              'SINDMNT'.
           03 WS-LOCK-NOME                   PIC  X(040)    VALUE
              SPACES.
           03 WS-LOCK-STATUS                 PIC  X(002)    VALUE
              SPACES.
           03 WS-LOCK-DONO                   PIC  X(030)    VALUE
              SPACES.
           03 WS-TABELA-TRAVADA              PIC  X(001)    VALUE 'N'.
              88 TABELA-TRAVADA                             VALUE 'S'.
           03 WS-REG-ANTES                   PIC  X(350)    VALUE
              SPACES.
           03 WS-REG-DEPOIS                  PIC  X(350)    VALUE
              SPACES.
           03 WS-REG-NOVO                    PIC  X(350)    VALUE
              SPACES.
           03 WS-LOG-CHAVE                   PIC  X(020)    VALUE
              SPACES.
           03 WS-LISTADOS             COMP-3 PIC  9(004)    VALUE
              ZEROS.
           03 WS-IX                   COMP   PIC  9(004)    VALUE
              ZEROS.
           03 WS-PONTEIRO             COMP   PIC  9(004)    VALUE
              ZEROS.
           03 WS-DATA-HOJE                   PIC  9(008)    VALUE
              ZEROS.
           03 WS-DATA-INFORMADA              PIC  9(008)    VALUE
              ZEROS.
           03 WS-ANO                         PIC  9(004)    VALUE
              ZEROS.
           03 WS-DIAS-MES                    PIC  9(002)    VALUE
              ZEROS.
           03 WS-VALOR-ED                    PIC  ZZ.ZZ9,99.
           03 WS-PCT-ED                      PIC  Z9,99.
           03 WS-DATA-ED                     PIC  99/99/9999.
           03 WS-LINHA-DEPTS                 PIC  X(100)    VALUE
              SPACES.
      *
       01  WS-DIAS-POR-MES-STR               PIC  X(024)    VALUE
           '312931303130313130313031'.
       01  REDEFINES WS-DIAS-POR-MES-STR.
           03 WS-DIAS-POR-MES OCCURS 12      PIC  9(002).
      *
      *----------------------------------------------------------------*
      *  CARGOS E DEPARTAMENTOS DO SINDICATO EM EDICAO, PARA CONFERIR   *
      *  CONTRA OS DEMAIS                                               *
      *----------------------------------------------------------------*
       01  WS-SIND-NOVO.
           03 NOVO-CODIGO                    PIC  X(004).
           03 NOVO-PISO-QTDE                 PIC  9(002).
           03 NOVO-PISO-CARGO OCCURS 10      PIC  X(006).
           03 NOVO-DEPT-QTDE                 PIC  9(002).
           03 NOVO-DEPT OCCURS 20            PIC  9(003).
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
      *----------------------------------------------------------------*
      *  CRITICA DO DIGITO DO CNPJ PELA ROTINA PADRAO CWDCNP            *
      *----------------------------------------------------------------*
       01  PARAMETROS-CWDCNP.
           03 CWDCNP-CNPJ                    PIC  9(014)    VALUE
              ZEROS.
           03 CWDCNP-RETORNO                 PIC  X(002)    VALUE
              SPACES.
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
      *  TRAVA A TABELA E ABRE OS ARQUIVOS (CRIANDO-OS SE NAO EXISTEM)  *
      *----------------------------------------------------------------*
       RT-INICIAR                                  SECTION.
      *
           CALL SB-CWGETU USING WS-OPERADOR WS-TASK WS-PROGRAMA '?'
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
      *
           MOVE 'SINDIC' TO WS-LOCK-NOME
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
           OPEN I-O SINDIC
           IF  FL-SINDIC-NOVO
               OPEN OUTPUT SINDIC
               CLOSE SINDIC
               OPEN I-O SINDIC
           END-IF
           IF  NOT FL-SINDIC-OK
               DISPLAY PGMID '001I- SINDIC COM ERRO ' FL-STA-SINDIC
               SET OPCAO-FIM TO TRUE
               EXIT SECTION
           END-IF
      *
           OPEN I-O SINDOPOS
           IF  FL-SINDOPOS-NOVO
               OPEN OUTPUT SINDOPOS
               CLOSE SINDOPOS
               OPEN I-O SINDOPOS
           END-IF
           IF  FL-SINDOPOS-OK
               SET TEM-SINDOPOS TO TRUE
           ELSE
               DISPLAY PGMID '001I- SINDOPOS COM ERRO ' FL-STA-SINDOPOS
                       ' - OPCAO [O]POSICAO INDISPONIVEL'
           END-IF
      *
           OPEN INPUT DEPTOS
           IF  FL-DEPTOS-OK
               SET TEM-DEPTOS TO TRUE
           END-IF
           OPEN INPUT CARGOS
           IF  FL-CARGOS-OK
               SET TEM-CARGOS TO TRUE
           END-IF.
      *
       RT-INICIARX.                                EXIT.
      *----------------------------------------------------------------*
      *                    MENU DA MANUTENCAO                          *
      *----------------------------------------------------------------*
       RT-DIALOGO                                  SECTION.
      *
           DISPLAY ' '
           DISPLAY 'SINDMNT - MANUTENCAO DA TABELA SINDIC'
           DISPLAY '[C]ONSULTA [L]ISTAR [I]NCLUSAO [A]LTERACAO'
                   ' [E]XCLUSAO [O]POSICAO [F]IM'
           DISPLAY 'OPCAO: ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           MOVE WS-RESPOSTA(1:1) TO WS-OPCAO
           INSPECT WS-OPCAO CONVERTING 'cliaeof' TO 'CLIAEOF'
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
               WHEN 'O' PERFORM RT-OPOSICAO
               WHEN 'F' CONTINUE
               WHEN OTHER
                    DISPLAY PGMID '002I- OPCAO INVALIDA'
           END-EVALUATE.
      *
       RT-DIALOGOX.                                EXIT.
      *----------------------------------------------------------------*
      *  PEDE O CODIGO DO SINDICATO (ALFANUMERICO, EM MAIUSCULAS)       *
      *----------------------------------------------------------------*
       RT-PEDE-CODIGO                              SECTION.
      *
           DISPLAY 'SINDICATO: ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           MOVE WS-RESPOSTA(1:4) TO WS-CODIGO-INFORMADO
           INSPECT WS-CODIGO-INFORMADO
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF  WS-CODIGO-INFORMADO EQUAL SPACES
               DISPLAY PGMID '003I- SINDICATO NAO INFORMADO'
           END-IF.
      *
       RT-PEDE-CODIGOX.                            EXIT.
      *----------------------------------------------------------------*
       RT-CONSULTA                                 SECTION.
      *
           PERFORM RT-PEDE-CODIGO
           IF  WS-CODIGO-INFORMADO EQUAL SPACES
               EXIT SECTION
           END-IF
           MOVE WS-CODIGO-INFORMADO TO SINDIC-CODIGO
           READ SINDIC
               INVALID KEY
                   DISPLAY PGMID '004I- SINDICATO NAO CADASTRADO'
               NOT INVALID KEY
                   PERFORM RT-MOSTRA
           END-READ.
      *
       RT-CONSULTAX.                               EXIT.
      *----------------------------------------------------------------*
       RT-LISTAR                                   SECTION.
      *
           MOVE ZEROS      TO WS-LISTADOS
           MOVE LOW-VALUES TO SINDIC-CODIGO
           START SINDIC KEY NOT LESS SINDIC-CODIGO
           IF  NOT FL-SINDIC-OK
               DISPLAY PGMID '004I- TABELA VAZIA'
               EXIT SECTION
           END-IF
           PERFORM UNTIL FL-SINDIC-EOF
               READ SINDIC NEXT RECORD
                 AT END
                    SET FL-SINDIC-EOF TO TRUE
                 NOT AT END
                    PERFORM RT-MOSTRA
                    ADD 1 TO WS-LISTADOS
               END-READ
           END-PERFORM
           MOVE ZEROS TO FL-STA-SINDIC
           DISPLAY PGMID '004I- ' WS-LISTADOS ' SINDICATO(S)'.
      *
       RT-LISTARX.                                 EXIT.
      *----------------------------------------------------------------*
       RT-MOSTRA                                   SECTION.
      *
           MOVE SINDIC-PISO-GERAL TO WS-VALOR-ED
           DISPLAY 'SINDICATO: ' SINDIC-CODIGO '  ' SINDIC-NOME
                   '  CNPJ: ' SINDIC-CNPJ
           DISPLAY '   DATA-BASE (MMDD): ' SINDIC-DATA-BASE
                   '  PISO GERAL MENSAL: ' WS-VALOR-ED
           EVALUATE TRUE
               WHEN SINDIC-CONTRIB-PERC
                    MOVE SINDIC-CONTRIB-PCT TO WS-PCT-ED
                    DISPLAY '   CONTRIBUICAO: ' WS-PCT-ED
                            '% DO SALARIO TODO MES'
               WHEN SINDIC-CONTRIB-FIXA
                    MOVE SINDIC-CONTRIB-VALOR TO WS-VALOR-ED
                    DISPLAY '   CONTRIBUICAO: FIXA DE ' WS-VALOR-ED
                            ' TODO MES'
               WHEN SINDIC-CONTRIB-DIA
                    DISPLAY '   CONTRIBUICAO: UM DIA DE SALARIO NO'
                            ' MES ' SINDIC-CONTRIB-MES
               WHEN OTHER
                    DISPLAY '   SEM CONTRIBUICAO'
           END-EVALUATE
           PERFORM VARYING INDPISO FROM 1 BY 1
                     UNTIL INDPISO GREATER SINDIC-PISO-QTDE
                        OR INDPISO GREATER 10
               MOVE SINDIC-PISO-VALOR(INDPISO) TO WS-VALOR-ED
               DISPLAY '   PISO DO CARGO ' SINDIC-PISO-CARGO(INDPISO)
                       ': ' WS-VALOR-ED
           END-PERFORM
           IF  SINDIC-DEPT-QTDE GREATER ZEROS
               MOVE SPACES TO WS-LINHA-DEPTS
               MOVE 1      TO WS-PONTEIRO
               STRING '   DEPARTAMENTOS:' DELIMITED BY SIZE
                      INTO WS-LINHA-DEPTS WITH POINTER WS-PONTEIRO
               PERFORM VARYING INDSDP FROM 1 BY 1
                         UNTIL INDSDP GREATER SINDIC-DEPT-QTDE
                            OR INDSDP GREATER 20
                   STRING ' ' SINDIC-DEPT(INDSDP) DELIMITED BY SIZE
                          INTO WS-LINHA-DEPTS WITH POINTER WS-PONTEIRO
               END-PERFORM
               DISPLAY WS-LINHA-DEPTS
           END-IF.
      *
       RT-MOSTRAX.                                 EXIT.
      *----------------------------------------------------------------*
       RT-INCLUSAO                                 SECTION.
      *
           PERFORM RT-PEDE-CODIGO
           IF  WS-CODIGO-INFORMADO EQUAL SPACES
               EXIT SECTION
           END-IF
           MOVE WS-CODIGO-INFORMADO TO SINDIC-CODIGO
           READ SINDIC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY PGMID '005I- SINDICATO JA CADASTRADO'
                   EXIT SECTION
           END-READ
           MOVE SPACES              TO REG-SINDIC
           MOVE WS-CODIGO-INFORMADO TO SINDIC-CODIGO
           MOVE ZEROS TO SINDIC-CNPJ SINDIC-DATA-BASE
                         SINDIC-CONTRIB-PCT SINDIC-CONTRIB-VALOR
                         SINDIC-CONTRIB-MES SINDIC-PISO-GERAL
                         SINDIC-PISO-QTDE SINDIC-DEPT-QTDE
           PERFORM RT-PEDE-CAMPOS
           IF  NOT CRITICA-OK
               DISPLAY PGMID '005I- INCLUSAO REJEITADA PELA CRITICA'
               EXIT SECTION
           END-IF
           MOVE WS-DATA-HOJE TO SINDIC-DATA-ALT
           MOVE WS-OPERADOR  TO SINDIC-OPERADOR
           WRITE REG-SINDIC
               INVALID KEY
                   DISPLAY PGMID '005I- SINDICATO JA CADASTRADO'
               NOT INVALID KEY
                   MOVE 'I' TO CWLOGW-FUNCTION
                   MOVE 'INCLUSAO DE SINDICATO' TO WS-REG-ANTES
                   PERFORM RT-LOGA-SINDIC
                   MOVE 'W' TO CWJRNL-FUNCTION
                   PERFORM RT-JORNALIZAR
                   DISPLAY PGMID '005I- INCLUIDO ' WS-CODIGO-INFORMADO
           END-WRITE.
      *
       RT-INCLUSAOX.                               EXIT.
      *----------------------------------------------------------------*
       RT-ALTERACAO                                SECTION.
      *
           PERFORM RT-PEDE-CODIGO
           IF  WS-CODIGO-INFORMADO EQUAL SPACES
               EXIT SECTION
           END-IF
           MOVE WS-CODIGO-INFORMADO TO SINDIC-CODIGO
           READ SINDIC
               INVALID KEY
                   DISPLAY PGMID '004I- SINDICATO NAO CADASTRADO'
                   EXIT SECTION
           END-READ
           PERFORM RT-MOSTRA
           MOVE REG-SINDIC TO WS-REG-ANTES
           PERFORM RT-PEDE-CAMPOS
           IF  NOT CRITICA-OK
               DISPLAY PGMID '006I- ALTERACAO REJEITADA PELA CRITICA'
               EXIT SECTION
           END-IF
           MOVE WS-DATA-HOJE TO SINDIC-DATA-ALT
           MOVE WS-OPERADOR  TO SINDIC-OPERADOR
           REWRITE REG-SINDIC
               INVALID KEY
                   DISPLAY PGMID '006I- ERRO ' FL-STA-SINDIC
                           ' NA REGRAVACAO'
               NOT INVALID KEY
                   MOVE 'A' TO CWLOGW-FUNCTION
                   PERFORM RT-LOGA-SINDIC
                   MOVE 'R' TO CWJRNL-FUNCTION
                   PERFORM RT-JORNALIZAR
                   DISPLAY PGMID '006I- ALTERADO ' WS-CODIGO-INFORMADO
           END-REWRITE.
      *
       RT-ALTERACAOX.                              EXIT.
      *----------------------------------------------------------------*
       RT-EXCLUSAO                                 SECTION.
      *
           PERFORM RT-PEDE-CODIGO
           IF  WS-CODIGO-INFORMADO EQUAL SPACES
               EXIT SECTION
           END-IF
           MOVE WS-CODIGO-INFORMADO TO SINDIC-CODIGO
           READ SINDIC
               INVALID KEY
                   DISPLAY PGMID '004I- SINDICATO NAO CADASTRADO'
                   EXIT SECTION
           END-READ
           PERFORM RT-MOSTRA
      *
           IF  SINDIC-PISO-QTDE GREATER ZEROS
           OR  SINDIC-DEPT-QTDE GREATER ZEROS
               DISPLAY PGMID '007I- SINDICATO COM CARGOS OU'
                       ' DEPARTAMENTOS VINCULADOS - EXCLUSAO RECUSADA'
               EXIT SECTION
           END-IF
      *
           DISPLAY 'CONFIRMA EXCLUSAO (S/N)? ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA(1:1) EQUAL 'S' OR 's'
               MOVE REG-SINDIC TO WS-REG-ANTES
               DELETE SINDIC RECORD
                   INVALID KEY
                       DISPLAY PGMID '007I- ERRO ' FL-STA-SINDIC
                               ' NA EXCLUSAO'
                   NOT INVALID KEY
                       MOVE 'E' TO CWLOGW-FUNCTION
                       MOVE 'REGISTRO EXCLUIDO' TO REG-SINDIC
                       PERFORM RT-LOGA-SINDIC
                       MOVE 'D' TO CWJRNL-FUNCTION
                       PERFORM RT-JORNALIZAR
                       DISPLAY PGMID '007I- EXCLUIDO '
                               WS-CODIGO-INFORMADO
               END-DELETE
           END-IF.
      *
       RT-EXCLUSAOX.                               EXIT.
      *----------------------------------------------------------------*
      *  ACEITA OS CAMPOS DO REGISTRO CORRENTE (VAZIO MANTEM), OS       *
      *  PISOS E OS DEPARTAMENTOS, E CRITICA O CONJUNTO                 *
      *----------------------------------------------------------------*
       RT-PEDE-CAMPOS                              SECTION.
      *
           MOVE 'S' TO WS-CRITICA-OK
      *
           DISPLAY 'NOME (VAZIO MANTEM): ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA NOT EQUAL SPACES
               MOVE WS-RESPOSTA TO SINDIC-NOME
           END-IF
      *
           DISPLAY 'CNPJ (14 DIGITOS): ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA NOT EQUAL SPACES
               IF  WS-RESPOSTA(1:14) IS NUMERIC
                   MOVE WS-RESPOSTA(1:14) TO CWDCNP-CNPJ
                   MOVE SPACES TO CWDCNP-RETORNO
                   CALL SB-CWDCNP USING PARAMETROS-CWDCNP
                     ON EXCEPTION
                        MOVE '00' TO CWDCNP-RETORNO
                   END-CALL
                   IF  CWDCNP-RETORNO EQUAL '00'
                       MOVE WS-RESPOSTA(1:14) TO SINDIC-CNPJ
                   ELSE
                       DISPLAY PGMID '008I- CNPJ COM DIGITO INVALIDO'
                       MOVE 'N' TO WS-CRITICA-OK
                       EXIT SECTION
                   END-IF
               ELSE
                   DISPLAY PGMID '008I- CNPJ DEVE TER 14 DIGITOS'
                   MOVE 'N' TO WS-CRITICA-OK
                   EXIT SECTION
               END-IF
           END-IF
      *
           DISPLAY 'DATA-BASE DO REAJUSTE (MMDD): ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA NOT EQUAL SPACES
               IF  WS-RESPOSTA(1:4) IS NUMERIC
               AND WS-RESPOSTA(1:2) NOT LESS '01'
               AND WS-RESPOSTA(1:2) NOT GREATER '12'
               AND WS-RESPOSTA(3:2) NOT LESS '01'
               AND WS-RESPOSTA(3:2) NOT GREATER
                   WS-DIAS-POR-MES(FUNCTION NUMVAL(WS-RESPOSTA(1:2)))
                   MOVE WS-RESPOSTA(1:4) TO SINDIC-DATA-BASE
               ELSE
                   DISPLAY PGMID '008I- DATA-BASE INVALIDA'
                   MOVE 'N' TO WS-CRITICA-OK
                   EXIT SECTION
               END-IF
           END-IF
      *
           DISPLAY 'PISO GERAL MENSAL (7 DIGITOS COM CENTAVOS): '
                   WITH NO ADVANCING
           PERFORM RT-PEDE-VALOR
           IF  NOT CRITICA-OK
               EXIT SECTION
           END-IF
           IF  WS-RESPOSTA NOT EQUAL SPACES
               MOVE WS-VALOR TO SINDIC-PISO-GERAL
           END-IF
      *
           PERFORM RT-PEDE-CONTRIBUICAO
           IF  NOT CRITICA-OK
               EXIT SECTION
           END-IF
      *
           DISPLAY 'REDIGITAR OS PISOS POR CARGO (S/N)? '
                   WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA(1:1) EQUAL 'S' OR 's'
               PERFORM RT-PEDE-PISOS
               IF  NOT CRITICA-OK
                   EXIT SECTION
               END-IF
           END-IF
      *
           DISPLAY 'REDIGITAR OS DEPARTAMENTOS (S/N)? '
                   WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA(1:1) EQUAL 'S' OR 's'
               PERFORM RT-PEDE-DEPTS
               IF  NOT CRITICA-OK
                   EXIT SECTION
               END-IF
           END-IF
      *
           IF  SINDIC-NOME EQUAL SPACES
               DISPLAY PGMID '008I- NOME OBRIGATORIO'
               MOVE 'N' TO WS-CRITICA-OK
               EXIT SECTION
           END-IF
           IF  SINDIC-DATA-BASE EQUAL ZEROS
               DISPLAY PGMID '008I- DATA-BASE OBRIGATORIA'
               MOVE 'N' TO WS-CRITICA-OK
               EXIT SECTION
           END-IF
      *
           PERFORM RT-CONFERIR-VINCULOS.
      *
       RT-PEDE-CAMPOSX.                            EXIT.
      *----------------------------------------------------------------*
      *  REGRA DA CONTRIBUICAO E O SEU PARAMETRO (VAZIO MANTEM)         *
      *----------------------------------------------------------------*
       RT-PEDE-CONTRIBUICAO                        SECTION.
      *
           DISPLAY 'CONTRIBUICAO: [P]ERCENTUAL [F]IXA [D]IA DE SALARIO'
                   ' [N]ENHUMA: ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA NOT EQUAL SPACES
               INSPECT WS-RESPOSTA(1:1) CONVERTING 'pfdn' TO 'PFDN'
               MOVE WS-RESPOSTA(1:1) TO SINDIC-CONTRIB-TIPO
           END-IF
           IF  NOT SINDIC-CONTRIB-VALIDA
               DISPLAY PGMID '009I- REGRA DA CONTRIBUICAO INVALIDA'
               MOVE 'N' TO WS-CRITICA-OK
               EXIT SECTION
           END-IF
      *
           EVALUATE TRUE
               WHEN SINDIC-CONTRIB-PERC
                    DISPLAY 'PERCENTUAL DO SALARIO (4 DIGITOS COM 2'
                            ' DECIMAIS): ' WITH NO ADVANCING
                    MOVE SPACES TO WS-RESPOSTA
                    ACCEPT WS-RESPOSTA
                    IF  WS-RESPOSTA NOT EQUAL SPACES
                        IF  WS-RESPOSTA(1:4) IS NUMERIC
                        AND WS-RESPOSTA(5:26) EQUAL SPACES
                            MOVE WS-RESPOSTA(1:4) TO WS-PCT(1:4)
                            MOVE WS-PCT TO SINDIC-CONTRIB-PCT
                        ELSE
                            DISPLAY PGMID '009I- PERCENTUAL DEVE TER'
                                    ' 4 DIGITOS'
                            MOVE 'N' TO WS-CRITICA-OK
                            EXIT SECTION
                        END-IF
                    END-IF
                    IF  SINDIC-CONTRIB-PCT EQUAL ZEROS
                    OR  SINDIC-CONTRIB-PCT GREATER 20
                        DISPLAY PGMID '009I- PERCENTUAL ENTRE 0,01 E'
                                ' 20,00'
                        MOVE 'N' TO WS-CRITICA-OK
                        EXIT SECTION
                    END-IF
                    MOVE ZEROS TO SINDIC-CONTRIB-VALOR
                                  SINDIC-CONTRIB-MES
               WHEN SINDIC-CONTRIB-FIXA
                    DISPLAY 'VALOR MENSAL (7 DIGITOS COM CENTAVOS): '
                            WITH NO ADVANCING
                    PERFORM RT-PEDE-VALOR
                    IF  NOT CRITICA-OK
                        EXIT SECTION
                    END-IF
                    IF  WS-RESPOSTA NOT EQUAL SPACES
                        MOVE WS-VALOR TO SINDIC-CONTRIB-VALOR
                    END-IF
                    IF  SINDIC-CONTRIB-VALOR EQUAL ZEROS
                        DISPLAY PGMID '009I- VALOR DA CONTRIBUICAO'
                                ' OBRIGATORIO'
                        MOVE 'N' TO WS-CRITICA-OK
                        EXIT SECTION
                    END-IF
                    MOVE ZEROS TO SINDIC-CONTRIB-PCT
                                  SINDIC-CONTRIB-MES
               WHEN SINDIC-CONTRIB-DIA
                    DISPLAY 'MES DO DESCONTO (01-12): '
                            WITH NO ADVANCING
                    MOVE SPACES TO WS-RESPOSTA
                    ACCEPT WS-RESPOSTA
                    IF  WS-RESPOSTA NOT EQUAL SPACES
                        IF  WS-RESPOSTA(1:2) IS NUMERIC
                            MOVE WS-RESPOSTA(1:2) TO SINDIC-CONTRIB-MES
                        ELSE
                            MOVE ZEROS TO SINDIC-CONTRIB-MES
                        END-IF
                    END-IF
                    IF  SINDIC-CONTRIB-MES LESS 1
                    OR  SINDIC-CONTRIB-MES GREATER 12
                        DISPLAY PGMID '009I- MES DO DESCONTO INVALIDO'
                        MOVE 'N' TO WS-CRITICA-OK
                        EXIT SECTION
                    END-IF
                    MOVE ZEROS TO SINDIC-CONTRIB-PCT
                                  SINDIC-CONTRIB-VALOR
               WHEN OTHER
                    MOVE ZEROS TO SINDIC-CONTRIB-PCT
                                  SINDIC-CONTRIB-VALOR
                                  SINDIC-CONTRIB-MES
           END-EVALUATE.
      *
       RT-PEDE-CONTRIBUICAOX.                      EXIT.
      *----------------------------------------------------------------*
      *  REDIGITA A TABELA DE PISOS: CARGO (CONFERIDO NO CARGOS) E      *
      *  PISO MENSAL; CARGO VAZIO ENCERRA                               *
      *----------------------------------------------------------------*
       RT-PEDE-PISOS                               SECTION.
      *
           MOVE ZEROS TO SINDIC-PISO-QTDE
           PERFORM VARYING INDPISO FROM 1 BY 1
                     UNTIL INDPISO GREATER 10
               MOVE SPACES TO SINDIC-PISO-CARGO(INDPISO)
               MOVE ZEROS  TO SINDIC-PISO-VALOR(INDPISO)
           END-PERFORM
      *
           PERFORM UNTIL SINDIC-PISO-QTDE NOT LESS 10
               DISPLAY 'CARGO (VAZIO ENCERRA): ' WITH NO ADVANCING
               MOVE SPACES TO WS-RESPOSTA
               ACCEPT WS-RESPOSTA
               IF  WS-RESPOSTA EQUAL SPACES
                   EXIT PERFORM
               END-IF
               INSPECT WS-RESPOSTA(1:6)
                       CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               IF  TEM-CARGOS
                   MOVE WS-RESPOSTA(1:6) TO CARGOS-CODIGO
                   READ CARGOS
                       INVALID KEY
                           DISPLAY PGMID '010I- CARGO NAO CADASTRADO'
                                   ' NO CARGOS'
                           MOVE 'N' TO WS-CRITICA-OK
                           EXIT PERFORM
                   END-READ
               END-IF
               ADD 1 TO SINDIC-PISO-QTDE
               SET INDPISO TO SINDIC-PISO-QTDE
               MOVE WS-RESPOSTA(1:6) TO SINDIC-PISO-CARGO(INDPISO)
               DISPLAY '   PISO MENSAL (7 DIGITOS COM CENTAVOS): '
                       WITH NO ADVANCING
               PERFORM RT-PEDE-VALOR
               IF  NOT CRITICA-OK
                   EXIT PERFORM
               END-IF
               IF  WS-VALOR EQUAL ZEROS
                   DISPLAY PGMID '010I- PISO DO CARGO OBRIGATORIO'
                   MOVE 'N' TO WS-CRITICA-OK
                   EXIT PERFORM
               END-IF
               MOVE WS-VALOR TO SINDIC-PISO-VALOR(INDPISO)
           END-PERFORM.
      *
       RT-PEDE-PISOSX.                             EXIT.
      *----------------------------------------------------------------*
      *  REDIGITA OS DEPARTAMENTOS VINCULADOS (CONFERIDOS NO DEPTOS);   *
      *  VAZIO ENCERRA                                                  *
      *----------------------------------------------------------------*
       RT-PEDE-DEPTS                               SECTION.
      *
           MOVE ZEROS TO SINDIC-DEPT-QTDE
           PERFORM VARYING INDSDP FROM 1 BY 1
                     UNTIL INDSDP GREATER 20
               MOVE ZEROS TO SINDIC-DEPT(INDSDP)
           END-PERFORM
      *
           PERFORM UNTIL SINDIC-DEPT-QTDE NOT LESS 20
               DISPLAY 'DEPT (VAZIO ENCERRA): ' WITH NO ADVANCING
               MOVE SPACES TO WS-RESPOSTA
               ACCEPT WS-RESPOSTA
               IF  WS-RESPOSTA EQUAL SPACES
                   EXIT PERFORM
               END-IF
               IF  WS-RESPOSTA(1:3) IS NOT NUMERIC
                   DISPLAY PGMID '011I- DEPT DEVE SER NUMERICO'
                   MOVE 'N' TO WS-CRITICA-OK
                   EXIT PERFORM
               END-IF
               IF  TEM-DEPTOS
                   MOVE WS-RESPOSTA(1:3) TO DEPTOS-DEPT
                   READ DEPTOS
                       INVALID KEY
                           DISPLAY PGMID '011I- DEPT NAO CONSTA NO'
                                   ' MESTRE DEPTOS'
                           MOVE 'N' TO WS-CRITICA-OK
                           EXIT PERFORM
                   END-READ
               END-IF
               ADD 1 TO SINDIC-DEPT-QTDE
               SET INDSDP TO SINDIC-DEPT-QTDE
               MOVE WS-RESPOSTA(1:3) TO SINDIC-DEPT(INDSDP)
           END-PERFORM.
      *
       RT-PEDE-DEPTSX.                             EXIT.
      *----------------------------------------------------------------*
      *  UM CARGO OU DEPARTAMENTO SO PODE ESTAR EM UM SINDICATO: O      *
      *  REGISTRO EM EDICAO E CONFERIDO CONTRA OS DEMAIS DA TABELA      *
      *----------------------------------------------------------------*
       RT-CONFERIR-VINCULOS                        SECTION.
      *
           MOVE REG-SINDIC       TO WS-REG-NOVO
           MOVE SINDIC-CODIGO    TO NOVO-CODIGO
           MOVE SINDIC-PISO-QTDE TO NOVO-PISO-QTDE
           MOVE SINDIC-DEPT-QTDE TO NOVO-DEPT-QTDE
           PERFORM VARYING WS-IX FROM 1 BY 1
                     UNTIL WS-IX GREATER 10
               MOVE SINDIC-PISO-CARGO(WS-IX) TO NOVO-PISO-CARGO(WS-IX)
           END-PERFORM
           PERFORM VARYING WS-IX FROM 1 BY 1
                     UNTIL WS-IX GREATER 20
               MOVE SINDIC-DEPT(WS-IX) TO NOVO-DEPT(WS-IX)
           END-PERFORM
      *
           MOVE LOW-VALUES TO SINDIC-CODIGO
           START SINDIC KEY NOT LESS SINDIC-CODIGO
           IF  FL-SINDIC-OK
               PERFORM UNTIL FL-SINDIC-EOF
                   READ SINDIC NEXT RECORD
                     AT END
                        SET FL-SINDIC-EOF TO TRUE
                     NOT AT END
                        IF  SINDIC-CODIGO NOT EQUAL NOVO-CODIGO
                            PERFORM RT-COMPARAR-VINCULOS
                        END-IF
                   END-READ
               END-PERFORM
           END-IF
           MOVE ZEROS       TO FL-STA-SINDIC
           MOVE WS-REG-NOVO TO REG-SINDIC.
      *
       RT-CONFERIR-VINCULOSX.                      EXIT.
      *----------------------------------------------------------------*
       RT-COMPARAR-VINCULOS                        SECTION.
      *
           PERFORM VARYING WS-IX FROM 1 BY 1
                     UNTIL WS-IX GREATER NOVO-PISO-QTDE
               PERFORM VARYING INDPISO FROM 1 BY 1
                         UNTIL INDPISO GREATER SINDIC-PISO-QTDE
                            OR INDPISO GREATER 10
                   IF  SINDIC-PISO-CARGO(INDPISO)
                       EQUAL NOVO-PISO-CARGO(WS-IX)
                       DISPLAY PGMID '012I- CARGO '
                               NOVO-PISO-CARGO(WS-IX)
                               ' JA TEM PISO NO SINDICATO '
                               SINDIC-CODIGO
                       MOVE 'N' TO WS-CRITICA-OK
                   END-IF
               END-PERFORM
           END-PERFORM
      *
           PERFORM VARYING WS-IX FROM 1 BY 1
                     UNTIL WS-IX GREATER NOVO-DEPT-QTDE
               PERFORM VARYING INDSDP FROM 1 BY 1
                         UNTIL INDSDP GREATER SINDIC-DEPT-QTDE
                            OR INDSDP GREATER 20
                   IF  SINDIC-DEPT(INDSDP) EQUAL NOVO-DEPT(WS-IX)
                       DISPLAY PGMID '012I- DEPT ' NOVO-DEPT(WS-IX)
                               ' JA VINCULADO AO SINDICATO '
                               SINDIC-CODIGO
                       MOVE 'N' TO WS-CRITICA-OK
                   END-IF
               END-PERFORM
           END-PERFORM.
      *
       RT-COMPARAR-VINCULOSX.                      EXIT.
      *----------------------------------------------------------------*
      *  ACEITA UM VALOR DE 7 DIGITOS COM 2 DECIMAIS IMPLICITOS         *
      *----------------------------------------------------------------*
       RT-PEDE-VALOR                               SECTION.
      *
           MOVE SPACES TO WS-RESPOSTA
           MOVE ZEROS  TO WS-VALOR
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA EQUAL SPACES
               EXIT SECTION
           END-IF
           IF  WS-RESPOSTA(1:7) IS NUMERIC
           AND WS-RESPOSTA(8:23) EQUAL SPACES
               MOVE WS-RESPOSTA(1:7) TO WS-VALOR(1:7)
           ELSE
               DISPLAY PGMID '013I- VALOR DEVE TER 7 DIGITOS'
               MOVE 'N' TO WS-CRITICA-OK
           END-IF.
      *
       RT-PEDE-VALORX.                             EXIT.
      *----------------------------------------------------------------*
      *  CARTA DE OPOSICAO DA MATRICULA NO ANO: MOSTRA E OFERECE A      *
      *  EXCLUSAO, OU REGISTRA A CARTA NOVA                             *
      *----------------------------------------------------------------*
       RT-OPOSICAO                                 SECTION.
      *
           IF  NOT TEM-SINDOPOS
               DISPLAY PGMID '014I- SINDOPOS INDISPONIVEL'
               EXIT SECTION
           END-IF
      *
           DISPLAY 'MATRICULA: ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA(1:5) IS NOT NUMERIC
               DISPLAY PGMID '014I- MATRICULA DEVE TER 5 DIGITOS'
               EXIT SECTION
           END-IF
           MOVE WS-RESPOSTA(1:5) TO WS-EMP-INFORMADO
      *
           DISPLAY 'ANO (AAAA, VAZIO = ANO CORRENTE): '
                   WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA EQUAL SPACES
               COMPUTE WS-ANO = WS-DATA-HOJE / 10000
           ELSE
               IF  WS-RESPOSTA(1:4) IS NUMERIC
               AND WS-RESPOSTA(1:4) NOT LESS '1900'
                   MOVE WS-RESPOSTA(1:4) TO WS-ANO
               ELSE
                   DISPLAY PGMID '014I- ANO INVALIDO'
                   EXIT SECTION
               END-IF
           END-IF
      *
           MOVE WS-EMP-INFORMADO TO SINDOPOS-EMP-NO
           MOVE WS-ANO           TO SINDOPOS-ANO
           MOVE SPACES           TO WS-LOG-CHAVE
           STRING 'SINDOPOS ' WS-EMP-INFORMADO ' ' WS-ANO
                  DELIMITED BY SIZE INTO WS-LOG-CHAVE
           READ SINDOPOS
               INVALID KEY
                   PERFORM RT-INCLUIR-OPOSICAO
               NOT INVALID KEY
                   PERFORM RT-EXCLUIR-OPOSICAO
           END-READ.
      *
       RT-OPOSICAOX.                               EXIT.
      *----------------------------------------------------------------*
       RT-INCLUIR-OPOSICAO                         SECTION.
      *
           DISPLAY PGMID '015I- SEM CARTA DE OPOSICAO NO ANO'
           DISPLAY 'REGISTRAR A CARTA (S/N)? ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA(1:1) NOT EQUAL 'S' AND NOT EQUAL 's'
               EXIT SECTION
           END-IF
      *
           PERFORM RT-PEDE-CODIGO
           IF  WS-CODIGO-INFORMADO EQUAL SPACES
               EXIT SECTION
           END-IF
           MOVE WS-CODIGO-INFORMADO TO SINDIC-CODIGO
           READ SINDIC
               INVALID KEY
                   DISPLAY PGMID '004I- SINDICATO NAO CADASTRADO'
                   EXIT SECTION
           END-READ
      *
           MOVE 'S' TO WS-CRITICA-OK
           MOVE WS-DATA-HOJE TO WS-DATA-INFORMADA
           DISPLAY 'DATA DO PROTOCOLO (MMDDAAAA, VAZIO = HOJE): '
                   WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA NOT EQUAL SPACES
               PERFORM RT-CRITICA-DATA
               IF  NOT CRITICA-OK
                   EXIT SECTION
               END-IF
           END-IF
      *
           MOVE SPACES              TO REG-SINDOPOS
           MOVE WS-EMP-INFORMADO    TO SINDOPOS-EMP-NO
           MOVE WS-ANO              TO SINDOPOS-ANO
           MOVE WS-CODIGO-INFORMADO TO SINDOPOS-SINDICATO
           MOVE WS-DATA-INFORMADA   TO SINDOPOS-DATA-PROTOCOLO
           MOVE WS-DATA-HOJE        TO SINDOPOS-DATA-ALT
           MOVE WS-OPERADOR         TO SINDOPOS-OPERADOR
           WRITE REG-SINDOPOS
               INVALID KEY
                   DISPLAY PGMID '015I- ERRO ' FL-STA-SINDOPOS
                           ' NA GRAVACAO'
               NOT INVALID KEY
                   MOVE 'I' TO CWLOGW-FUNCTION
                   MOVE 'INCLUSAO DE CARTA DE OPOSICAO' TO WS-REG-ANTES
                   MOVE REG-SINDOPOS TO WS-REG-DEPOIS
                   PERFORM RT-LOGA
                   MOVE 'W' TO CWJRNL-FUNCTION
                   PERFORM RT-JORNALIZAR-OPOSICAO
                   DISPLAY PGMID '015I- CARTA DE OPOSICAO REGISTRADA'
           END-WRITE.
      *
       RT-INCLUIR-OPOSICAOX.                       EXIT.
      *----------------------------------------------------------------*
       RT-EXCLUIR-OPOSICAO                         SECTION.
      *
           MOVE SINDOPOS-DATA-PROTOCOLO(7:2) TO WS-DATA-ED(1:2)
           MOVE SINDOPOS-DATA-PROTOCOLO(5:2) TO WS-DATA-ED(4:2)
           MOVE SINDOPOS-DATA-PROTOCOLO(1:4) TO WS-DATA-ED(7:4)
           DISPLAY 'CARTA DE OPOSICAO AO SINDICATO ' SINDOPOS-SINDICATO
                   ' PROTOCOLADA EM ' WS-DATA-ED
           DISPLAY 'EXCLUIR A CARTA (S/N)? ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA(1:1) NOT EQUAL 'S' AND NOT EQUAL 's'
               EXIT SECTION
           END-IF
      *
           MOVE REG-SINDOPOS TO WS-REG-ANTES
           DELETE SINDOPOS RECORD
               INVALID KEY
                   DISPLAY PGMID '016I- ERRO ' FL-STA-SINDOPOS
                           ' NA EXCLUSAO'
               NOT INVALID KEY
                   MOVE 'E' TO CWLOGW-FUNCTION
                   MOVE 'REGISTRO EXCLUIDO' TO WS-REG-DEPOIS
                   PERFORM RT-LOGA
                   MOVE 'D' TO CWJRNL-FUNCTION
                   PERFORM RT-JORNALIZAR-OPOSICAO
                   DISPLAY PGMID '016I- CARTA DE OPOSICAO EXCLUIDA'
           END-DELETE.
      *
       RT-EXCLUIR-OPOSICAOX.                       EXIT.
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
               DISPLAY PGMID '017I- DATA INVALIDA'
               MOVE 'N' TO WS-CRITICA-OK
               EXIT SECTION
           END-IF
           COMPUTE WS-DATA-INFORMADA =
                   FUNCTION NUMVAL(WS-RESPOSTA(5:4)) * 10000
                 + FUNCTION NUMVAL(WS-RESPOSTA(1:2)) * 100
                 + FUNCTION NUMVAL(WS-RESPOSTA(3:2))
           MOVE WS-DIAS-POR-MES(FUNCTION NUMVAL(WS-RESPOSTA(1:2)))
             TO WS-DIAS-MES
           IF  WS-RESPOSTA(1:2) EQUAL '02'
           AND (FUNCTION MOD(FUNCTION NUMVAL(WS-RESPOSTA(5:4)), 4)
                NOT EQUAL ZERO
                OR (FUNCTION MOD(FUNCTION NUMVAL(WS-RESPOSTA(5:4)),
                                 100) EQUAL ZERO
                    AND FUNCTION MOD(FUNCTION NUMVAL(WS-RESPOSTA(5:4)),
                                     400) NOT EQUAL ZERO))
               MOVE 28 TO WS-DIAS-MES
           END-IF
           IF  FUNCTION NUMVAL(WS-RESPOSTA(3:2))
               GREATER WS-DIAS-MES
               DISPLAY PGMID '017I- DIA INEXISTENTE NO MES'
               MOVE 'N' TO WS-CRITICA-OK
           END-IF.
      *
       RT-CRITICA-DATAX.                           EXIT.
      *----------------------------------------------------------------*
      *  GRAVA NO CWLOGF A FUNCAO COM AS IMAGENS ANTES E DEPOIS         *
      *----------------------------------------------------------------*
       RT-LOGA-SINDIC                              SECTION.
      *
           MOVE SPACES TO WS-LOG-CHAVE
           STRING 'SINDIC ' WS-CODIGO-INFORMADO
                  DELIMITED BY SIZE INTO WS-LOG-CHAVE
           MOVE REG-SINDIC TO WS-REG-DEPOIS
           PERFORM RT-LOGA.
      *
       RT-LOGA-SINDICX.                            EXIT.
      *----------------------------------------------------------------*
       RT-LOGA                                     SECTION.
      *
           MOVE WS-LOG-CHAVE TO CWLOGW-TEXT
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
           MOVE WS-REG-DEPOIS(1:80) TO WS-OBS
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
           MOVE 'SINDIC'  TO CWJRNL-ARQUIVO
           MOVE SPACES    TO CWJRNL-CHAVE
           MOVE 350       TO CWJRNL-TAMANHO
           MOVE SPACES    TO CWJRNL-REGISTRO
           IF  CWJRNL-FUNCTION EQUAL 'D'
               MOVE WS-REG-ANTES      TO CWJRNL-REGISTRO(1:350)
               MOVE WS-REG-ANTES(1:4) TO CWJRNL-CHAVE(1:4)
           ELSE
               MOVE REG-SINDIC        TO CWJRNL-REGISTRO(1:350)
               MOVE SINDIC-CODIGO     TO CWJRNL-CHAVE(1:4)
           END-IF
           CALL SB-CWJRNL USING PARAMETROS-CWJRNL
             ON EXCEPTION
                CONTINUE
           END-CALL.
      *
       RT-JORNALIZARX.                             EXIT.
      *----------------------------------------------------------------*
       RT-JORNALIZAR-OPOSICAO                      SECTION.
      *
           MOVE 'SINDOPOS' TO CWJRNL-ARQUIVO
           MOVE SPACES     TO CWJRNL-CHAVE
           MOVE 100        TO CWJRNL-TAMANHO
           MOVE SPACES     TO CWJRNL-REGISTRO
           IF  CWJRNL-FUNCTION EQUAL 'D'
               MOVE WS-REG-ANTES(1:100) TO CWJRNL-REGISTRO(1:100)
               MOVE WS-REG-ANTES(1:9)   TO CWJRNL-CHAVE(1:9)
           ELSE
               MOVE REG-SINDOPOS        TO CWJRNL-REGISTRO(1:100)
               MOVE SINDOPOS-CHAVE      TO CWJRNL-CHAVE(1:9)
           END-IF
           CALL SB-CWJRNL USING PARAMETROS-CWJRNL
             ON EXCEPTION
                CONTINUE
           END-CALL.
      *
       RT-JORNALIZAR-OPOSICAOX.                    EXIT.
      *----------------------------------------------------------------*
       RT-FINALIZAR                                SECTION.
      *
           IF  FL-SINDIC-OK
           OR  FL-SINDIC-EOF
               CLOSE SINDIC
           END-IF
           IF  TEM-SINDOPOS
               CLOSE SINDOPOS
           END-IF
           IF  TEM-DEPTOS
               CLOSE DEPTOS
           END-IF
           IF  TEM-CARGOS
               CLOSE CARGOS
           END-IF
           IF  TABELA-TRAVADA
               MOVE 'SINDIC' TO WS-LOCK-NOME
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
