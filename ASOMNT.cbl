      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ASOMNT.
       AUTHOR.        Traduzido de Easytrieve (macro esy.kex v.0.10).
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      * Registro dos exames de saude ocupacional (ASO)*
                      * por matricula (ASOEX, indexado por matricula  *
                      * + sequencia): A(DMISSIONAL), P(ERIODICO),     *
                      * R(ETORNO AO TRABALHO) e D(EMISSIONAL), com a  *
                      * data do exame, o resultado (A)PTO/(I)NAPTO,   *
                      * o grupo de risco e o medico examinador.       *
                      *                                               *
                      * O proximo vencimento e calculado pelo grupo   *
                      * de risco do empregado: 1 = 24 MESES, 2 = 12   *
                      * MESES, 3 = 06 MESES (o grupo vem do ultimo    *
                      * exame da matricula quando nao informado). O   *
                      * demissional nao tem vencimento.               *
                      *                                               *
                      * O admissional aceita matricula ainda fora do  *
                      * PERSNL (exame feito antes da admissao); os    *
                      * demais exigem o cadastro. O ASOALRT avisa os  *
                      * gestores dos exames a vencer e vencidos e o   *
                      * PERSBTCH confere o exame na admissao e no     *
                      * desligamento.                                 *
                      *                                               *
                      * Toda mudanca gravada no CWLOGF e no CWJRNL.   *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT ASOEX ASSIGN TO ASOEX
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS ASOEX-CHAVE
                  FILE STATUS   IS FL-STA-ASOEX.
      *
           SELECT PERSNL ASSIGN TO SYS010
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS PERSNL-EMP-NO
                  FILE STATUS   IS FL-STA-PERSNL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *----------------------------------------------------------------*
      *  EXAMES OCUPACIONAIS (ASO) POR MATRICULA E SEQUENCIA            *
      *----------------------------------------------------------------*
       FD  ASOEX
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-ASOEX.
           03 ASOEX-CHAVE.
              05 ASOEX-EMP-NO                PIC  9(005).
              05 ASOEX-SEQ                   PIC  9(003).
           03 ASOEX-TIPO                     PIC  X(001).
              88 ASOEX-TIPO-VALIDO           VALUE 'A' 'P' 'R' 'D'.
              88 ASOEX-ADMISSIONAL                      VALUE 'A'.
              88 ASOEX-DEMISSIONAL                      VALUE 'D'.
           03 ASOEX-DATA-EXAME               PIC  9(008).
           03 ASOEX-RESULTADO                PIC  X(001).
              88 ASOEX-RESULTADO-VALIDO      VALUE 'A' 'I'.
           03 ASOEX-GRUPO-RISCO              PIC  9(001).
              88 ASOEX-GRUPO-VALIDO          VALUE 1 THRU 3.
           03 ASOEX-PROXIMO                  PIC  9(008).
           03 ASOEX-MEDICO                   PIC  X(030).
           03 ASOEX-DATA-ALT                 PIC  9(008).
           03 ASOEX-OPERADOR                 PIC  X(030).
           03 FILLER                         PIC  X(005).
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
           03 PGMID                          PIC  X(008)    VALUE
              '#ASOMNT.'.
           03 FL-STA-ASOEX                   PIC  X(002)    VALUE
              ZEROS.
              88 FL-ASOEX-EOF                               VALUE '10'.
              88 FL-ASOEX-OK                                VALUE '00'.
              88 FL-ASOEX-NOVO                              VALUE '35'.
           03 FL-STA-PERSNL                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-PERSNL-OK                               VALUE '00'.
           03 WS-OPCAO                       PIC  X(001)    VALUE
              SPACE.
              88 OPCAO-FIM                                  VALUE 'F'.
           03 WS-RESPOSTA                    PIC  X(030)    VALUE
              SPACES.
           03 WS-OPERADOR                    PIC  X(030)    VALUE
              SPACES.
           03 WS-TASK                        PIC  9(006)    VALUE
              ZEROS.
           03 WS-PROGRAMA                    PIC  X(008)    VALUE
              'ASOMNT'.
           03 WS-ARQUIVOS-ABERTOS            PIC  X(001)    VALUE 'N'.
              88 ARQUIVOS-ABERTOS                           VALUE 'S'.
           03 WS-ACHADO                      PIC  X(001)    VALUE 'N'.
              88 ACHADO                                     VALUE 'S'.
           03 WS-CRITICA-OK                  PIC  X(001)    VALUE 'S'.
              88 CRITICA-OK                                 VALUE 'S'.
           03 WS-EMP-INFORMADO               PIC  9(005)    VALUE
              ZEROS.
           03 WS-SEQ-INFORMADA               PIC  9(003)    VALUE
              ZEROS.
           03 WS-ULTIMA-SEQ                  PIC  9(003)    VALUE
              ZEROS.
           03 WS-ULTIMO-GRUPO                PIC  9(001)    VALUE
              ZEROS.
           03 WS-ULTIMA-DATA                 PIC  9(008)    VALUE
              ZEROS.
           03 WS-DATA-HOJE                   PIC  9(008)    VALUE
              ZEROS.
           03 WS-DATA-INFORMADA              PIC  9(008)    VALUE
              ZEROS.
           03 WS-DIAS-MES                    PIC  9(002)    VALUE
              ZEROS.
           03 WS-ANO                         PIC  9(004)    VALUE
              ZEROS.
           03 WS-MES                         PIC  9(004)    VALUE
              ZEROS.
           03 WS-DIA                         PIC  9(002)    VALUE
              ZEROS.
           03 WS-LISTADOS             COMP-3 PIC  9(004)    VALUE
              ZEROS.
           03 WS-REG-ANTES                   PIC  X(100)    VALUE
              SPACES.
           03 WS-DESC-TIPO                   PIC  X(012)    VALUE
              SPACES.
           03 WS-ED-EXAME                    PIC  99/99/9999.
           03 WS-ED-PROXIMO                  PIC  99/99/9999.
           03 WS-DATA-DDMMAAAA               PIC  9(008)    VALUE
              ZEROS.
           03 WS-DATA-AAAAMMDD               PIC  9(008)    VALUE
              ZEROS.
      *
      *----------------------------------------------------------------*
      *  PERIODICIDADE DO EXAME EM MESES POR GRUPO DE RISCO (1 A 3)     *
      *----------------------------------------------------------------*
       01  WS-MESES-GRUPO-STR                PIC  X(006)    VALUE
           '241206'.
       01  REDEFINES WS-MESES-GRUPO-STR.
           03 WS-MESES-GRUPO OCCURS 3        PIC  9(002).
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
      *  ABRE OS ARQUIVOS (ASOEX E CRIADO SE NAO EXISTE)                *
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
           OPEN I-O ASOEX
           IF  FL-ASOEX-NOVO
               OPEN OUTPUT ASOEX
               CLOSE ASOEX
               OPEN I-O ASOEX
           END-IF
           IF  NOT FL-ASOEX-OK
               DISPLAY PGMID '001I- ASOEX COM ERRO ' FL-STA-ASOEX
               CLOSE PERSNL
               SET OPCAO-FIM TO TRUE
               EXIT SECTION
           END-IF
           SET ARQUIVOS-ABERTOS TO TRUE.
      *
       RT-INICIARX.                                EXIT.
      *----------------------------------------------------------------*
      *                    MENU DA MANUTENCAO                          *
      *----------------------------------------------------------------*
       RT-DIALOGO                                  SECTION.
      *
           DISPLAY ' '
           DISPLAY 'ASOMNT - EXAMES DE SAUDE OCUPACIONAL (ASO)'
           DISPLAY '[C]ONSULTA [I]NCLUSAO [E]XCLUSAO [F]IM'
           DISPLAY 'OPCAO: ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           MOVE WS-RESPOSTA(1:1) TO WS-OPCAO
           INSPECT WS-OPCAO CONVERTING 'cief' TO 'CIEF'
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
               WHEN 'I' PERFORM RT-INCLUSAO
               WHEN 'E' PERFORM RT-EXCLUSAO
               WHEN 'F' CONTINUE
               WHEN OTHER
                    DISPLAY PGMID '002I- OPCAO INVALIDA'
           END-EVALUATE.
      *
       RT-DIALOGOX.                                EXIT.
      *----------------------------------------------------------------*
      *  PEDE A MATRICULA E LE O CADASTRO (ACHADO = NO PERSNL)          *
      *----------------------------------------------------------------*
       RT-PEDE-MATRICULA                           SECTION.
      *
           MOVE 'N'   TO WS-ACHADO
           MOVE ZEROS TO WS-EMP-INFORMADO
           MOVE 'S'   TO WS-CRITICA-OK
           DISPLAY 'MATRICULA: ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA(1:5) IS NOT NUMERIC
           OR  WS-RESPOSTA(1:5) EQUAL '00000'
               DISPLAY PGMID '003I- MATRICULA DEVE SER NUMERICA'
               MOVE 'N' TO WS-CRITICA-OK
               EXIT SECTION
           END-IF
           MOVE WS-RESPOSTA(1:5) TO WS-EMP-INFORMADO
           MOVE WS-EMP-INFORMADO TO PERSNL-EMP-NO
           MOVE SPACES           TO LAST-NAME
           READ PERSNL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ACHADO TO TRUE
           END-READ.
      *
       RT-PEDE-MATRICULAX.                         EXIT.
      *----------------------------------------------------------------*
      *  LISTA OS EXAMES DA MATRICULA                                   *
      *----------------------------------------------------------------*
       RT-CONSULTA                                 SECTION.
      *
           PERFORM RT-PEDE-MATRICULA
           IF  NOT CRITICA-OK
               EXIT SECTION
           END-IF
           IF  ACHADO
               DISPLAY 'MATR ' WS-EMP-INFORMADO ' ' LAST-NAME
                       ' DEPT ' DEPT
           ELSE
               DISPLAY 'MATR ' WS-EMP-INFORMADO ' FORA DO CADASTRO'
           END-IF
           MOVE ZEROS            TO WS-LISTADOS
           MOVE WS-EMP-INFORMADO TO ASOEX-EMP-NO
           MOVE ZEROS            TO ASOEX-SEQ
           MOVE ZEROS            TO FL-STA-ASOEX
           START ASOEX KEY NOT LESS ASOEX-CHAVE
               INVALID KEY
                   SET FL-ASOEX-EOF TO TRUE
           END-START
           PERFORM UNTIL FL-ASOEX-EOF
               READ ASOEX NEXT RECORD
                 AT END
                    SET FL-ASOEX-EOF TO TRUE
                 NOT AT END
                    IF  ASOEX-EMP-NO NOT EQUAL WS-EMP-INFORMADO
                        SET FL-ASOEX-EOF TO TRUE
                    ELSE
                        PERFORM RT-MOSTRA
                        ADD 1 TO WS-LISTADOS
                    END-IF
               END-READ
           END-PERFORM
           MOVE ZEROS TO FL-STA-ASOEX
           DISPLAY PGMID '004I- ' WS-LISTADOS ' EXAME(S)'.
      *
       RT-CONSULTAX.                               EXIT.
      *----------------------------------------------------------------*
       RT-MOSTRA                                   SECTION.
      *
           EVALUATE ASOEX-TIPO
               WHEN 'A' MOVE 'ADMISSIONAL'  TO WS-DESC-TIPO
               WHEN 'P' MOVE 'PERIODICO'    TO WS-DESC-TIPO
               WHEN 'R' MOVE 'RETORNO'      TO WS-DESC-TIPO
               WHEN 'D' MOVE 'DEMISSIONAL'  TO WS-DESC-TIPO
               WHEN OTHER MOVE SPACES       TO WS-DESC-TIPO
           END-EVALUATE
           MOVE ASOEX-DATA-EXAME TO WS-DATA-AAAAMMDD
           PERFORM RT-EDITAR-DATA
           MOVE WS-DATA-DDMMAAAA TO WS-ED-EXAME
           MOVE ASOEX-PROXIMO    TO WS-DATA-AAAAMMDD
           PERFORM RT-EDITAR-DATA
           MOVE WS-DATA-DDMMAAAA TO WS-ED-PROXIMO
           DISPLAY ASOEX-EMP-NO '-' ASOEX-SEQ ' ' WS-DESC-TIPO
                   ' EM ' WS-ED-EXAME ' RESULT ' ASOEX-RESULTADO
                   ' GRUPO ' ASOEX-GRUPO-RISCO
                   ' PROXIMO ' WS-ED-PROXIMO
           DISPLAY '   MEDICO ' ASOEX-MEDICO.
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
      *  ULTIMA SEQUENCIA E GRUPO DE RISCO DO EXAME MAIS RECENTE        *
      *----------------------------------------------------------------*
       RT-LER-HISTORICO                            SECTION.
      *
           MOVE ZEROS            TO WS-ULTIMA-SEQ WS-ULTIMO-GRUPO
                                    WS-ULTIMA-DATA
           MOVE WS-EMP-INFORMADO TO ASOEX-EMP-NO
           MOVE ZEROS            TO ASOEX-SEQ
           MOVE ZEROS            TO FL-STA-ASOEX
           START ASOEX KEY NOT LESS ASOEX-CHAVE
               INVALID KEY
                   SET FL-ASOEX-EOF TO TRUE
           END-START
           PERFORM UNTIL FL-ASOEX-EOF
               READ ASOEX NEXT RECORD
                 AT END
                    SET FL-ASOEX-EOF TO TRUE
                 NOT AT END
                    IF  ASOEX-EMP-NO NOT EQUAL WS-EMP-INFORMADO
                        SET FL-ASOEX-EOF TO TRUE
                    ELSE
                        MOVE ASOEX-SEQ TO WS-ULTIMA-SEQ
                        IF  ASOEX-DATA-EXAME NOT LESS WS-ULTIMA-DATA
                            MOVE ASOEX-DATA-EXAME  TO WS-ULTIMA-DATA
                            MOVE ASOEX-GRUPO-RISCO TO WS-ULTIMO-GRUPO
                        END-IF
                    END-IF
               END-READ
           END-PERFORM
           MOVE ZEROS TO FL-STA-ASOEX.
      *
       RT-LER-HISTORICOX.                          EXIT.
      *----------------------------------------------------------------*
       RT-INCLUSAO                                 SECTION.
      *
           PERFORM RT-PEDE-MATRICULA
           IF  NOT CRITICA-OK
               EXIT SECTION
           END-IF
           PERFORM RT-LER-HISTORICO
      *
           MOVE SPACES           TO REG-ASOEX
           MOVE WS-EMP-INFORMADO TO ASOEX-EMP-NO
           ADD 1 WS-ULTIMA-SEQ GIVING ASOEX-SEQ
           MOVE ZEROS            TO ASOEX-DATA-EXAME ASOEX-PROXIMO
           MOVE WS-ULTIMO-GRUPO  TO ASOEX-GRUPO-RISCO
           PERFORM RT-PEDE-CAMPOS
           IF  NOT CRITICA-OK
               DISPLAY PGMID '005I- INCLUSAO REJEITADA PELA CRITICA'
               EXIT SECTION
           END-IF
           IF  NOT ACHADO
           AND NOT ASOEX-ADMISSIONAL
               DISPLAY PGMID '005I- MATRICULA NAO CADASTRADA - SO O'
                       ' ADMISSIONAL ANTECEDE O CADASTRO'
               EXIT SECTION
           END-IF
           PERFORM RT-CALCULAR-PROXIMO
           MOVE WS-DATA-HOJE TO ASOEX-DATA-ALT
           MOVE WS-OPERADOR  TO ASOEX-OPERADOR
           WRITE REG-ASOEX
               INVALID KEY
                   DISPLAY PGMID '005I- ERRO ' FL-STA-ASOEX
                           ' NA GRAVACAO'
               NOT INVALID KEY
                   MOVE 'I' TO CWLOGW-FUNCTION
                   MOVE 'INCLUSAO DE EXAME' TO WS-REG-ANTES
                   PERFORM RT-LOGA
                   MOVE 'W' TO CWJRNL-FUNCTION
                   PERFORM RT-JORNALIZAR
                   PERFORM RT-MOSTRA
                   DISPLAY PGMID '005I- EXAME ' ASOEX-SEQ ' INCLUIDO'
           END-WRITE.
      *
       RT-INCLUSAOX.                               EXIT.
      *----------------------------------------------------------------*
      *  EXCLUSAO DE EXAME LANCADO POR ENGANO                           *
      *----------------------------------------------------------------*
       RT-EXCLUSAO                                 SECTION.
      *
           PERFORM RT-PEDE-MATRICULA
           IF  NOT CRITICA-OK
               EXIT SECTION
           END-IF
           DISPLAY 'SEQUENCIA DO EXAME: ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA(1:3) IS NOT NUMERIC
               DISPLAY PGMID '006I- SEQUENCIA DEVE TER 3 DIGITOS'
               EXIT SECTION
           END-IF
           MOVE WS-RESPOSTA(1:3) TO WS-SEQ-INFORMADA
           MOVE WS-EMP-INFORMADO TO ASOEX-EMP-NO
           MOVE WS-SEQ-INFORMADA TO ASOEX-SEQ
           READ ASOEX
               INVALID KEY
                   DISPLAY PGMID '006I- EXAME NAO CADASTRADO'
                   EXIT SECTION
           END-READ
           PERFORM RT-MOSTRA
      *
           DISPLAY 'CONFIRMA EXCLUSAO (S/N)? ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA(1:1) EQUAL 'S' OR 's'
               MOVE REG-ASOEX TO WS-REG-ANTES
               DELETE ASOEX RECORD
                   INVALID KEY
                       DISPLAY PGMID '006I- ERRO ' FL-STA-ASOEX
                               ' NA EXCLUSAO'
                   NOT INVALID KEY
                       MOVE 'E' TO CWLOGW-FUNCTION
                       MOVE 'REGISTRO EXCLUIDO' TO REG-ASOEX
                       PERFORM RT-LOGA
                       MOVE 'D' TO CWJRNL-FUNCTION
                       PERFORM RT-JORNALIZAR
                       DISPLAY PGMID '006I- EXAME EXCLUIDO'
               END-DELETE
           END-IF.
      *
       RT-EXCLUSAOX.                               EXIT.
      *----------------------------------------------------------------*
      *  TIPO, DATA (NAO FUTURA), RESULTADO, GRUPO DE RISCO E MEDICO    *
      *----------------------------------------------------------------*
       RT-PEDE-CAMPOS                              SECTION.
      *
           MOVE 'S' TO WS-CRITICA-OK
      *
           DISPLAY 'TIPO (A=ADMISSIONAL P=PERIODICO R=RETORNO'
                   ' D=DEMISSIONAL): ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           INSPECT WS-RESPOSTA(1:1) CONVERTING 'aprd' TO 'APRD'
           MOVE WS-RESPOSTA(1:1) TO ASOEX-TIPO
           IF  NOT ASOEX-TIPO-VALIDO
               DISPLAY PGMID '007I- TIPO INVALIDO (A/P/R/D)'
               MOVE 'N' TO WS-CRITICA-OK
               EXIT SECTION
           END-IF
      *
           DISPLAY 'DATA DO EXAME (MMDDAAAA): ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           PERFORM RT-CRITICA-DATA
           IF  NOT CRITICA-OK
               EXIT SECTION
           END-IF
           IF  WS-DATA-INFORMADA GREATER WS-DATA-HOJE
               DISPLAY PGMID '007I- DATA DO EXAME NAO PODE SER FUTURA'
               MOVE 'N' TO WS-CRITICA-OK
               EXIT SECTION
           END-IF
           MOVE WS-DATA-INFORMADA TO ASOEX-DATA-EXAME
      *
           DISPLAY 'RESULTADO (A=APTO I=INAPTO): ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           INSPECT WS-RESPOSTA(1:1) CONVERTING 'ai' TO 'AI'
           MOVE WS-RESPOSTA(1:1) TO ASOEX-RESULTADO
           IF  NOT ASOEX-RESULTADO-VALIDO
               DISPLAY PGMID '007I- RESULTADO INVALIDO (A/I)'
               MOVE 'N' TO WS-CRITICA-OK
               EXIT SECTION
           END-IF
      *
           DISPLAY 'GRUPO DE RISCO (1=24M 2=12M 3=06M) ['
                   ASOEX-GRUPO-RISCO ']: ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA NOT EQUAL SPACES
               IF  WS-RESPOSTA(1:1) IS NOT NUMERIC
                   DISPLAY PGMID '007I- GRUPO DE RISCO INVALIDO (1/2/3)'
                   MOVE 'N' TO WS-CRITICA-OK
                   EXIT SECTION
               END-IF
               MOVE WS-RESPOSTA(1:1) TO ASOEX-GRUPO-RISCO
           END-IF
           IF  NOT ASOEX-GRUPO-VALIDO
               DISPLAY PGMID '007I- GRUPO DE RISCO INVALIDO (1/2/3)'
               MOVE 'N' TO WS-CRITICA-OK
               EXIT SECTION
           END-IF
      *
           DISPLAY 'MEDICO EXAMINADOR (NOME/CRM): ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           MOVE WS-RESPOSTA TO ASOEX-MEDICO
           IF  ASOEX-MEDICO EQUAL SPACES
               DISPLAY PGMID '007I- MEDICO EXAMINADOR OBRIGATORIO'
               MOVE 'N' TO WS-CRITICA-OK
           END-IF.
      *
       RT-PEDE-CAMPOSX.                            EXIT.
      *----------------------------------------------------------------*
      *  PROXIMO VENCIMENTO: DATA DO EXAME MAIS OS MESES DO GRUPO DE    *
      *  RISCO, NO ULTIMO DIA DO MES QUANDO O DIA NAO EXISTE; O         *
      *  DEMISSIONAL ENCERRA O CONTROLE                                 *
      *----------------------------------------------------------------*
       RT-CALCULAR-PROXIMO                         SECTION.
      *
           IF  ASOEX-DEMISSIONAL
               MOVE ZEROS TO ASOEX-PROXIMO
               EXIT SECTION
           END-IF
           COMPUTE WS-ANO = ASOEX-DATA-EXAME / 10000
           MOVE ASOEX-DATA-EXAME(5:2) TO WS-MES
           MOVE ASOEX-DATA-EXAME(7:2) TO WS-DIA
           ADD WS-MESES-GRUPO(ASOEX-GRUPO-RISCO) TO WS-MES
           IF  WS-MES GREATER 12
               ADD      1  TO WS-ANO
               SUBTRACT 12 FROM WS-MES
           END-IF
           IF  WS-MES GREATER 12
               ADD      1  TO WS-ANO
               SUBTRACT 12 FROM WS-MES
           END-IF
           MOVE WS-DIAS-POR-MES(WS-MES) TO WS-DIAS-MES
           IF  WS-MES EQUAL 2
           AND FUNCTION MOD(WS-ANO, 4) EQUAL ZERO
           AND (FUNCTION MOD(WS-ANO, 100) NOT EQUAL ZERO
                OR FUNCTION MOD(WS-ANO, 400) EQUAL ZERO)
               MOVE 29 TO WS-DIAS-MES
           END-IF
           IF  WS-DIA GREATER WS-DIAS-MES
               MOVE WS-DIAS-MES TO WS-DIA
           END-IF
           COMPUTE ASOEX-PROXIMO = WS-ANO * 10000 + WS-MES * 100
                                 + WS-DIA.
      *
       RT-CALCULAR-PROXIMOX.                       EXIT.
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
               DISPLAY PGMID '008I- DATA INVALIDA'
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
               DISPLAY PGMID '008I- DIA INEXISTENTE NO MES'
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
           STRING 'ASOEX ' WS-EMP-INFORMADO
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
           MOVE REG-ASOEX(1:80) TO WS-OBS
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
           MOVE 'ASOEX'   TO CWJRNL-ARQUIVO
           MOVE SPACES    TO CWJRNL-CHAVE
           MOVE 100       TO CWJRNL-TAMANHO
           MOVE SPACES    TO CWJRNL-REGISTRO
           IF  CWJRNL-FUNCTION EQUAL 'D'
               MOVE WS-REG-ANTES      TO CWJRNL-REGISTRO(1:100)
               MOVE WS-REG-ANTES(1:8) TO CWJRNL-CHAVE(1:8)
           ELSE
               MOVE REG-ASOEX         TO CWJRNL-REGISTRO(1:100)
               MOVE ASOEX-CHAVE       TO CWJRNL-CHAVE(1:8)
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
               CLOSE ASOEX PERSNL
               MOVE 'N' TO WS-ARQUIVOS-ABERTOS
           END-IF.
      *
       RT-FINALIZARX.                              EXIT.
      ******************************************************************
      *                      FIM  DO  PROGRAMA                         *
      ******************************************************************
