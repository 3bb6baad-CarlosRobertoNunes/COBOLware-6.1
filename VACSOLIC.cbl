      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    VACSOLIC.
       AUTHOR.        Traduzido de Easytrieve (macro esy.kex v.0.10).
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      * Solicitacoes de ferias (VACPED, indexado por  *
                      * matricula + sequencia): o empregado ou o seu  *
                      * superior registra o inicio, os dias de gozo e *
                      * o abono contra o saldo do VACBAL (descontadas *
                      * as solicitacoes ainda pendentes ou aprovadas) *
                      * e a solicitacao fica P(ENDENTE).              *
                      *                                               *
                      * So o gestor do departamento (DEPTOS-GESTOR,   *
                      * comparado ao operador do CWGETU) aprova ou    *
                      * rejeita; a tentativa de outro operador e      *
                      * recusada e vai ao CWLOGF. Na aprovacao a tela *
                      * confere a cobertura do departamento: se com o *
                      * pedido mais de PAYROLL-FERIAS-COBERTURA por   *
                      * cento (padrao 30) dos empregados do           *
                      * departamento estiverem de ferias em algum dia *
                      * do periodo, avisa e pede confirmacao.         *
                      *                                               *
                      * O empregado recebe aviso da decisao pelo      *
                      * CWMAIL (e-mail do PERSEXT). O VACPOST lanca   *
                      * as aprovadas no VACMNT quando chega a data de *
                      * inicio (situacao L).                          *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT VACPED ASSIGN TO VACPED
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS VACPED-CHAVE
                  FILE STATUS   IS FL-STA-VACPED.
      *
           SELECT OPTIONAL VACBAL ASSIGN TO VACBAL
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS VACBAL-EMP-NO
                  FILE STATUS   IS FL-STA-VACBAL.
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
           SELECT OPTIONAL PERSEXT ASSIGN TO PERSEXT
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS PERSEXT-EMP-NO
                  FILE STATUS   IS FL-STA-PERSEXT.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *----------------------------------------------------------------*
      *  SOLICITACOES DE FERIAS: P(ENDENTE), A(PROVADA), R(EJEITADA),   *
      *  L(ANCADA NO VACMNT PELO VACPOST) OU C(ANCELADA)                *
      *----------------------------------------------------------------*
       FD  VACPED
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-VACPED.
           03 VACPED-CHAVE.
              05 VACPED-EMP-NO               PIC  9(005).
              05 VACPED-SEQ                  PIC  9(003).
           03 VACPED-DEPT                    PIC  9(003).
           03 VACPED-DATA-INICIO             PIC  9(008).
           03 VACPED-DATA-FIM                PIC  9(008).
           03 VACPED-DIAS                    PIC  9(002).
           03 VACPED-ABONO                   PIC  9(002).
           03 VACPED-SITUACAO                PIC  X(001).
              88 VACPED-PENDENTE                        VALUE 'P'.
              88 VACPED-APROVADA                        VALUE 'A'.
              88 VACPED-REJEITADA                       VALUE 'R'.
              88 VACPED-LANCADA                         VALUE 'L'.
              88 VACPED-CANCELADA                       VALUE 'C'.
              88 VACPED-EM-ABERTO                       VALUE 'P' 'A'.
              88 VACPED-DE-FERIAS                       VALUE 'A' 'L'.
           03 VACPED-SOLICITANTE             PIC  X(030).
           03 VACPED-DATA-SOLIC              PIC  9(008).
           03 VACPED-APROVADOR               PIC  X(030).
           03 VACPED-DATA-DECISAO            PIC  9(008).
           03 VACPED-DATA-LANC               PIC  9(008).
           03 FILLER                         PIC  X(004).
      *
       FD  VACBAL
           RECORD CONTAINS 080 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-VACBAL.
           03 VACBAL-EMP-NO                  PIC  9(005).
           03 VACBAL-DIREITO-ANO             PIC  9(003).
           03 VACBAL-SALDO                   PIC  9(003)V9.
           03 VACBAL-GOZADOS-ANO             PIC  9(003)V9.
           03 VACBAL-ULT-ACUMULO             PIC  9(006).
           03 VACBAL-VENCIMENTO              PIC  9(008).
           03 FILLER                         PIC  X(050).
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
           03 FILLER                         PIC  X(019).
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
              '#VACSOLIC.'.
           03 FL-STA-VACPED                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-VACPED-EOF                              VALUE '10'.
              88 FL-VACPED-OK                               VALUE '00'.
              88 FL-VACPED-NOVO                             VALUE '35'.
           03 FL-STA-VACBAL                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-VACBAL-OK                               VALUE '00'.
           03 FL-STA-PERSNL                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-PERSNL-EOF                              VALUE '10'.
              88 FL-PERSNL-OK                               VALUE '00'.
           03 FL-STA-DEPTOS                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-DEPTOS-OK                               VALUE '00'.
           03 FL-STA-PERSEXT                 PIC  X(002)    VALUE
              ZEROS.
              88 FL-PERSEXT-OK                              VALUE '00'.
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
              'VACSOLIC'.
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
           03 WS-DATA-HOJE                   PIC  9(008)    VALUE
              ZEROS.
           03 WS-DATA-INFORMADA              PIC  9(008)    VALUE
              ZEROS.
           03 WS-DIAS-MES                    PIC  9(002)    VALUE
              ZEROS.
           03 WS-ANO                         PIC  9(004)    VALUE
              ZEROS.
           03 WS-INT-DATA                    PIC  9(008)    VALUE
              ZEROS.
           03 WS-SALDO                       PIC S9(003)V9  VALUE
              ZEROS.
           03 WS-COMPROMETIDO                PIC S9(003)V9  VALUE
              ZEROS.
           03 WS-LISTADOS             COMP-3 PIC  9(004)    VALUE
              ZEROS.
           03 WS-QUADRO               COMP-3 PIC  9(005)    VALUE
              ZEROS.
           03 WS-AUSENTES             COMP-3 PIC  9(005)    VALUE
              ZEROS.
           03 WS-ULT-EMP-AUSENTE             PIC  9(005)    VALUE
              ZEROS.
           03 WS-PCT-COBERTURA               PIC  9(003)    VALUE 30.
           03 WS-PCT-ENV                     PIC  X(003)    VALUE
              SPACES.
           03 WS-PCT-AUSENTES                PIC  9(003)V9  VALUE
              ZEROS.
           03 WS-DECISAO                     PIC  X(001)    VALUE
              SPACE.
              88 DECISAO-APROVAR                            VALUE 'A'.
              88 DECISAO-REJEITAR                           VALUE 'R'.
           03 WS-DESC-SITUACAO               PIC  X(010)    VALUE
              SPACES.
           03 WS-ED-SALDO                    PIC  ZZ9,9.
           03 WS-ED-LIVRE                    PIC  -ZZ9,9.
           03 WS-ED-PCT                      PIC  ZZ9,9.
           03 WS-ED-INICIO                   PIC  99/99/9999.
           03 WS-ED-FIM                      PIC  99/99/9999.
           03 WS-DATA-DDMMAAAA               PIC  9(008)    VALUE
              ZEROS.
           03 WS-DATA-AAAAMMDD               PIC  9(008)    VALUE
              ZEROS.
      *
      *----------------------------------------------------------------*
      *  SOLICITACAO EM DECISAO (GUARDADA DURANTE A VARREDURA DA        *
      *  COBERTURA, QUE PERCORRE O PROPRIO VACPED)                      *
      *----------------------------------------------------------------*
       01  WS-PEDIDO-ATUAL.
           03 WS-ATU-EMP-NO                  PIC  9(005).
           03 WS-ATU-SEQ                     PIC  9(003).
           03 WS-ATU-DEPT                    PIC  9(003).
           03 WS-ATU-DATA-INICIO             PIC  9(008).
           03 WS-ATU-DATA-FIM                PIC  9(008).
           03 FILLER                         PIC  X(093).
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
      *  ABRE OS ARQUIVOS (VACPED E CRIADO SE NAO EXISTE) E LE O        *
      *  LIMITE DE COBERTURA DO AMBIENTE                                *
      *----------------------------------------------------------------*
       RT-INICIAR                                  SECTION.
      *
           CALL SB-CWGETU USING WS-OPERADOR WS-TASK WS-PROGRAMA '?'
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
      *
           DISPLAY 'PAYROLL-FERIAS-COBERTURA' UPON ENVIRONMENT-NAME
           ACCEPT   WS-PCT-ENV               FROM ENVIRONMENT-VALUE
           IF  WS-PCT-ENV NOT EQUAL SPACES
           AND FUNCTION TRIM(WS-PCT-ENV) IS NUMERIC
               COMPUTE WS-PCT-COBERTURA = FUNCTION NUMVAL(WS-PCT-ENV)
           END-IF
           IF  WS-PCT-COBERTURA EQUAL ZEROS
           OR  WS-PCT-COBERTURA GREATER 100
               MOVE 30 TO WS-PCT-COBERTURA
           END-IF
      *
           OPEN INPUT PERSNL
           IF  NOT FL-PERSNL-OK
               DISPLAY PGMID '001I- PERSNL AUSENTE OU COM ERRO '
                       FL-STA-PERSNL
               SET OPCAO-FIM TO TRUE
               EXIT SECTION
           END-IF
           OPEN I-O VACPED
           IF  FL-VACPED-NOVO
               OPEN OUTPUT VACPED
               CLOSE VACPED
               OPEN I-O VACPED
           END-IF
           IF  NOT FL-VACPED-OK
               DISPLAY PGMID '001I- VACPED COM ERRO ' FL-STA-VACPED
               CLOSE PERSNL
               SET OPCAO-FIM TO TRUE
               EXIT SECTION
           END-IF
           OPEN INPUT VACBAL DEPTOS PERSEXT
           SET ARQUIVOS-ABERTOS TO TRUE.
      *
       RT-INICIARX.                                EXIT.
      *----------------------------------------------------------------*
      *                    MENU DA MANUTENCAO                          *
      *----------------------------------------------------------------*
       RT-DIALOGO                                  SECTION.
      *
           DISPLAY ' '
           DISPLAY 'VACSOLIC - SOLICITACOES DE FERIAS'
           DISPLAY '[S]OLICITAR [L]ISTAR [A]PROVAR [R]EJEITAR'
                   ' [C]ANCELAR [F]IM'
           DISPLAY 'OPCAO: ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           MOVE WS-RESPOSTA(1:1) TO WS-OPCAO
           INSPECT WS-OPCAO CONVERTING 'slarcf' TO 'SLARCF'
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
               WHEN 'S' PERFORM RT-SOLICITAR
               WHEN 'L' PERFORM RT-LISTAR
               WHEN 'A' PERFORM RT-DECIDIR
               WHEN 'R' PERFORM RT-DECIDIR
               WHEN 'C' PERFORM RT-CANCELAR
               WHEN 'F' CONTINUE
               WHEN OTHER
                    DISPLAY PGMID '002I- OPCAO INVALIDA'
           END-EVALUATE.
      *
       RT-DIALOGOX.                                EXIT.
      *----------------------------------------------------------------*
      *  PEDE A MATRICULA E LE O CADASTRO (ACHADO = S/N)                *
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
               NOT INVALID KEY
                   SET ACHADO TO TRUE
           END-READ.
      *
       RT-PEDE-MATRICULAX.                         EXIT.
      *----------------------------------------------------------------*
      *  PEDE MATRICULA E SEQUENCIA E LE A SOLICITACAO (ACHADO = S/N)   *
      *----------------------------------------------------------------*
       RT-PEDE-E-LOCALIZA                          SECTION.
      *
           PERFORM RT-PEDE-MATRICULA
           IF  NOT ACHADO
               EXIT SECTION
           END-IF
           MOVE 'N' TO WS-ACHADO
           DISPLAY 'SEQUENCIA DA SOLICITACAO: ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA(1:3) IS NOT NUMERIC
               DISPLAY PGMID '004I- SEQUENCIA DEVE TER 3 DIGITOS'
               EXIT SECTION
           END-IF
           MOVE WS-RESPOSTA(1:3) TO WS-SEQ-INFORMADA
           MOVE WS-EMP-INFORMADO TO VACPED-EMP-NO
           MOVE WS-SEQ-INFORMADA TO VACPED-SEQ
           READ VACPED
               INVALID KEY
                   DISPLAY PGMID '004I- SOLICITACAO NAO CADASTRADA'
               NOT INVALID KEY
                   SET ACHADO TO TRUE
                   PERFORM RT-MOSTRA
           END-READ.
      *
       RT-PEDE-E-LOCALIZAX.                        EXIT.
      *----------------------------------------------------------------*
       RT-MOSTRA                                   SECTION.
      *
           EVALUATE TRUE
               WHEN VACPED-PENDENTE
                    MOVE 'PENDENTE'  TO WS-DESC-SITUACAO
               WHEN VACPED-APROVADA
                    MOVE 'APROVADA'  TO WS-DESC-SITUACAO
               WHEN VACPED-REJEITADA
                    MOVE 'REJEITADA' TO WS-DESC-SITUACAO
               WHEN VACPED-LANCADA
                    MOVE 'LANCADA'   TO WS-DESC-SITUACAO
               WHEN VACPED-CANCELADA
                    MOVE 'CANCELADA' TO WS-DESC-SITUACAO
               WHEN OTHER
                    MOVE SPACES      TO WS-DESC-SITUACAO
           END-EVALUATE
           MOVE VACPED-DATA-INICIO TO WS-DATA-AAAAMMDD
           PERFORM RT-EDITAR-DATA
           MOVE WS-DATA-DDMMAAAA   TO WS-ED-INICIO
           MOVE VACPED-DATA-FIM    TO WS-DATA-AAAAMMDD
           PERFORM RT-EDITAR-DATA
           MOVE WS-DATA-DDMMAAAA   TO WS-ED-FIM
           DISPLAY VACPED-EMP-NO '-' VACPED-SEQ ' DEPT ' VACPED-DEPT
                   ' DE ' WS-ED-INICIO ' A ' WS-ED-FIM
                   ' DIAS ' VACPED-DIAS ' ABONO ' VACPED-ABONO
                   ' ' WS-DESC-SITUACAO
           DISPLAY '   SOLICITADA POR ' VACPED-SOLICITANTE(1:20)
                   ' EM ' VACPED-DATA-SOLIC
           IF  VACPED-DATA-DECISAO GREATER ZEROS
               DISPLAY '   DECIDIDA POR ' VACPED-APROVADOR(1:20)
                       ' EM ' VACPED-DATA-DECISAO
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
      *  LISTA AS SOLICITACOES DE UMA MATRICULA OU, COM A MATRICULA     *
      *  VAZIA, AS PENDENTES DOS DEPARTAMENTOS GERIDOS PELO OPERADOR    *
      *----------------------------------------------------------------*
       RT-LISTAR                                   SECTION.
      *
           MOVE ZEROS TO WS-LISTADOS
           DISPLAY 'MATRICULA (VAZIO = PENDENTES DO GESTOR): '
                   WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA EQUAL SPACES
               MOVE ZEROS TO WS-EMP-INFORMADO
           ELSE
               IF  WS-RESPOSTA(1:5) IS NOT NUMERIC
                   DISPLAY PGMID '003I- MATRICULA DEVE SER NUMERICA'
                   EXIT SECTION
               END-IF
               MOVE WS-RESPOSTA(1:5) TO WS-EMP-INFORMADO
           END-IF
      *
           MOVE WS-EMP-INFORMADO TO VACPED-EMP-NO
           MOVE ZEROS            TO VACPED-SEQ
           MOVE ZEROS            TO FL-STA-VACPED
           START VACPED KEY NOT LESS VACPED-CHAVE
               INVALID KEY
                   SET FL-VACPED-EOF TO TRUE
           END-START
           PERFORM UNTIL FL-VACPED-EOF
               READ VACPED NEXT RECORD
                 AT END
                    SET FL-VACPED-EOF TO TRUE
                 NOT AT END
                    IF  WS-EMP-INFORMADO GREATER ZEROS
                        IF  VACPED-EMP-NO NOT EQUAL WS-EMP-INFORMADO
                            SET FL-VACPED-EOF TO TRUE
                        ELSE
                            PERFORM RT-MOSTRA
                            ADD 1 TO WS-LISTADOS
                        END-IF
                    ELSE
                        IF  VACPED-PENDENTE
                            PERFORM RT-LER-DEPTO
                            IF  FL-DEPTOS-OK
                            AND DEPTOS-GESTOR EQUAL WS-OPERADOR
                                PERFORM RT-MOSTRA
                                ADD 1 TO WS-LISTADOS
                            END-IF
                        END-IF
                    END-IF
               END-READ
           END-PERFORM
           MOVE ZEROS TO FL-STA-VACPED
           DISPLAY PGMID '005I- ' WS-LISTADOS ' SOLICITACAO(OES)'.
      *
       RT-LISTARX.                                 EXIT.
      *----------------------------------------------------------------*
      *  DEPARTAMENTO DA SOLICITACAO CORRENTE (FL-DEPTOS-OK = ACHADO)   *
      *----------------------------------------------------------------*
       RT-LER-DEPTO                                SECTION.
      *
           MOVE VACPED-DEPT TO DEPTOS-DEPT
           READ DEPTOS
               INVALID KEY
                   CONTINUE
           END-READ.
      *
       RT-LER-DEPTOX.                              EXIT.
      *----------------------------------------------------------------*
      *  NOVA SOLICITACAO: SALDO DO VACBAL MENOS O JA COMPROMETIDO EM   *
      *  SOLICITACOES PENDENTES OU APROVADAS DA MATRICULA               *
      *----------------------------------------------------------------*
       RT-SOLICITAR                                SECTION.
      *
           PERFORM RT-PEDE-MATRICULA
           IF  NOT ACHADO
               EXIT SECTION
           END-IF
           MOVE WS-EMP-INFORMADO TO VACBAL-EMP-NO
           READ VACBAL
               INVALID KEY
                   MOVE '23' TO FL-STA-VACBAL
           END-READ
           IF  NOT FL-VACBAL-OK
               DISPLAY PGMID '006I- MATRICULA SEM SALDO DE FERIAS'
               EXIT SECTION
           END-IF
           PERFORM RT-SOMAR-COMPROMETIDO
           COMPUTE WS-SALDO = VACBAL-SALDO - WS-COMPROMETIDO
           MOVE VACBAL-SALDO TO WS-ED-SALDO
           MOVE WS-SALDO     TO WS-ED-LIVRE
           DISPLAY 'MATR ' WS-EMP-INFORMADO ' ' LAST-NAME
                   '  SALDO ' WS-ED-SALDO
                   '  LIVRE (FORA DAS SOLICITACOES) ' WS-ED-LIVRE
      *
           MOVE SPACES           TO REG-VACPED
           MOVE WS-EMP-INFORMADO TO VACPED-EMP-NO
           ADD 1 WS-ULTIMA-SEQ GIVING VACPED-SEQ
           MOVE DEPT             TO VACPED-DEPT
           MOVE ZEROS            TO VACPED-DATA-DECISAO
                                    VACPED-DATA-LANC
           PERFORM RT-PEDE-CAMPOS
           IF  NOT CRITICA-OK
               DISPLAY PGMID '007I- SOLICITACAO REJEITADA PELA CRITICA'
               EXIT SECTION
           END-IF
           IF  VACPED-DIAS + VACPED-ABONO GREATER WS-SALDO
               DISPLAY PGMID '007I- GOZO MAIS ABONO ACIMA DO SALDO'
                       ' LIVRE'
               EXIT SECTION
           END-IF
      *
           SET  VACPED-PENDENTE TO TRUE
           MOVE WS-OPERADOR     TO VACPED-SOLICITANTE
           MOVE WS-DATA-HOJE    TO VACPED-DATA-SOLIC
           MOVE SPACES          TO VACPED-APROVADOR
           WRITE REG-VACPED
               INVALID KEY
                   DISPLAY PGMID '007I- ERRO ' FL-STA-VACPED
                           ' NA GRAVACAO'
               NOT INVALID KEY
                   MOVE 'I' TO CWLOGW-FUNCTION
                   PERFORM RT-LOGA
                   PERFORM RT-MOSTRA
                   DISPLAY PGMID '007I- SOLICITACAO ' VACPED-SEQ
                           ' REGISTRADA - AGUARDA O GESTOR'
           END-WRITE.
      *
       RT-SOLICITARX.                              EXIT.
      *----------------------------------------------------------------*
      *  DIAS EM SOLICITACOES PENDENTES E APROVADAS DA MATRICULA E A    *
      *  ULTIMA SEQUENCIA USADA                                         *
      *----------------------------------------------------------------*
       RT-SOMAR-COMPROMETIDO                       SECTION.
      *
           MOVE ZEROS            TO WS-COMPROMETIDO WS-ULTIMA-SEQ
           MOVE WS-EMP-INFORMADO TO VACPED-EMP-NO
           MOVE ZEROS            TO VACPED-SEQ
           MOVE ZEROS            TO FL-STA-VACPED
           START VACPED KEY NOT LESS VACPED-CHAVE
               INVALID KEY
                   SET FL-VACPED-EOF TO TRUE
           END-START
           PERFORM UNTIL FL-VACPED-EOF
               READ VACPED NEXT RECORD
                 AT END
                    SET FL-VACPED-EOF TO TRUE
                 NOT AT END
                    IF  VACPED-EMP-NO NOT EQUAL WS-EMP-INFORMADO
                        SET FL-VACPED-EOF TO TRUE
                    ELSE
                        MOVE VACPED-SEQ TO WS-ULTIMA-SEQ
                        IF  VACPED-EM-ABERTO
                            ADD VACPED-DIAS VACPED-ABONO
                             TO WS-COMPROMETIDO
                        END-IF
                    END-IF
               END-READ
           END-PERFORM
           MOVE ZEROS TO FL-STA-VACPED.
      *
       RT-SOMAR-COMPROMETIDOX.                     EXIT.
      *----------------------------------------------------------------*
      *  INICIO (DE HOJE EM DIANTE), DIAS DE GOZO E ABONO              *
      *----------------------------------------------------------------*
       RT-PEDE-CAMPOS                              SECTION.
      *
           MOVE 'S' TO WS-CRITICA-OK
           DISPLAY 'INICIO DAS FERIAS (MMDDAAAA): ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           PERFORM RT-CRITICA-DATA
           IF  NOT CRITICA-OK
               EXIT SECTION
           END-IF
           IF  WS-DATA-INFORMADA LESS WS-DATA-HOJE
               DISPLAY PGMID '008I- INICIO NAO PODE SER PASSADO'
               MOVE 'N' TO WS-CRITICA-OK
               EXIT SECTION
           END-IF
           MOVE WS-DATA-INFORMADA TO VACPED-DATA-INICIO
      *
           DISPLAY 'DIAS DE GOZO (05 A 30): ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA(1:2) IS NOT NUMERIC
           OR  WS-RESPOSTA(1:2) LESS '05'
           OR  WS-RESPOSTA(1:2) GREATER '30'
               DISPLAY PGMID '008I- DIAS DE GOZO ENTRE 05 E 30'
               MOVE 'N' TO WS-CRITICA-OK
               EXIT SECTION
           END-IF
           MOVE WS-RESPOSTA(1:2) TO VACPED-DIAS
      *
           DISPLAY 'DIAS VENDIDOS - ABONO (00 A 10): '
                   WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           MOVE ZEROS TO VACPED-ABONO
           IF  WS-RESPOSTA NOT EQUAL SPACES
               IF  WS-RESPOSTA(1:2) IS NOT NUMERIC
               OR  WS-RESPOSTA(1:2) GREATER '10'
                   DISPLAY PGMID '008I- ABONO ENTRE 00 E 10'
                   MOVE 'N' TO WS-CRITICA-OK
                   EXIT SECTION
               END-IF
               MOVE WS-RESPOSTA(1:2) TO VACPED-ABONO
           END-IF
      *
      *    ULTIMO DIA DE GOZO PELO CALENDARIO
           COMPUTE WS-INT-DATA =
                   FUNCTION INTEGER-OF-DATE(VACPED-DATA-INICIO)
                 + VACPED-DIAS - 1
           COMPUTE VACPED-DATA-FIM =
                   FUNCTION DATE-OF-INTEGER(WS-INT-DATA).
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
      *  APROVACAO (A) OU REJEICAO (R) PELO GESTOR DO DEPARTAMENTO      *
      *----------------------------------------------------------------*
       RT-DECIDIR                                  SECTION.
      *
           MOVE WS-OPCAO TO WS-DECISAO
           PERFORM RT-PEDE-E-LOCALIZA
           IF  NOT ACHADO
               EXIT SECTION
           END-IF
           IF  NOT VACPED-PENDENTE
               DISPLAY PGMID '009I- SOLICITACAO NAO ESTA PENDENTE'
               EXIT SECTION
           END-IF
      *
           PERFORM RT-LER-DEPTO
           IF  NOT FL-DEPTOS-OK
           OR  DEPTOS-GESTOR EQUAL SPACES
               DISPLAY PGMID '009I- DEPARTAMENTO ' VACPED-DEPT
                       ' SEM GESTOR NO DEPTOS'
               EXIT SECTION
           END-IF
           IF  DEPTOS-GESTOR NOT EQUAL WS-OPERADOR
               DISPLAY PGMID '009I- SO O GESTOR ' DEPTOS-GESTOR(1:20)
                       ' DECIDE ESTA SOLICITACAO'
               PERFORM RT-LOGA-NEGADO
               EXIT SECTION
           END-IF
      *
           IF  DECISAO-APROVAR
               PERFORM RT-CONFERIR-COBERTURA
               IF  NOT CRITICA-OK
                   DISPLAY PGMID '010I- APROVACAO NAO CONFIRMADA'
                   EXIT SECTION
               END-IF
               SET VACPED-APROVADA  TO TRUE
           ELSE
               SET VACPED-REJEITADA TO TRUE
           END-IF
           MOVE WS-OPERADOR  TO VACPED-APROVADOR
           MOVE WS-DATA-HOJE TO VACPED-DATA-DECISAO
           REWRITE REG-VACPED
               INVALID KEY
                   DISPLAY PGMID '010I- ERRO ' FL-STA-VACPED
                           ' NA REGRAVACAO'
               NOT INVALID KEY
                   MOVE WS-DECISAO TO CWLOGW-FUNCTION
                   PERFORM RT-LOGA
                   PERFORM RT-AVISAR-EMPREGADO
                   PERFORM RT-MOSTRA
           END-REWRITE.
      *
       RT-DECIDIRX.                                EXIT.
      *----------------------------------------------------------------*
      *  COBERTURA DO DEPARTAMENTO: QUADRO DO PERSNL E EMPREGADOS COM   *
      *  FERIAS APROVADAS OU LANCADAS QUE CRUZAM O PERIODO PEDIDO;      *
      *  ACIMA DO LIMITE AVISA E PEDE CONFIRMACAO (CRITICA-OK = SIM)    *
      *----------------------------------------------------------------*
       RT-CONFERIR-COBERTURA                       SECTION.
      *
           MOVE 'S'        TO WS-CRITICA-OK
           MOVE REG-VACPED TO WS-PEDIDO-ATUAL
           MOVE ZEROS      TO WS-QUADRO WS-AUSENTES WS-ULT-EMP-AUSENTE
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
                    IF  DEPT EQUAL WS-ATU-DEPT
                        ADD 1 TO WS-QUADRO
                    END-IF
               END-READ
           END-PERFORM
           MOVE ZEROS TO FL-STA-PERSNL
      *
           MOVE LOW-VALUES TO VACPED-CHAVE
           MOVE ZEROS      TO FL-STA-VACPED
           START VACPED KEY NOT LESS VACPED-CHAVE
               INVALID KEY
                   SET FL-VACPED-EOF TO TRUE
           END-START
           PERFORM UNTIL FL-VACPED-EOF
               READ VACPED NEXT RECORD
                 AT END
                    SET FL-VACPED-EOF TO TRUE
                 NOT AT END
                    PERFORM RT-CONTAR-AUSENTE
               END-READ
           END-PERFORM
           MOVE ZEROS TO FL-STA-VACPED
      *
      *    RELE A SOLICITACAO EM DECISAO PARA A REGRAVACAO
           MOVE WS-PEDIDO-ATUAL TO REG-VACPED
           READ VACPED
               INVALID KEY
                   DISPLAY PGMID '011I- SOLICITACAO NAO ENCONTRADA'
                   MOVE 'N' TO WS-CRITICA-OK
                   EXIT SECTION
           END-READ
      *
           IF  WS-QUADRO EQUAL ZEROS
               EXIT SECTION
           END-IF
           COMPUTE WS-PCT-AUSENTES ROUNDED =
                   (WS-AUSENTES + 1) * 100 / WS-QUADRO
           MOVE WS-PCT-AUSENTES TO WS-ED-PCT
           DISPLAY PGMID '011I- COM ESTA SOLICITACAO ' WS-ED-PCT
                   '% DO DEPARTAMENTO DE FERIAS NO PERIODO (LIMITE '
                   WS-PCT-COBERTURA '%)'
           IF  WS-PCT-AUSENTES GREATER WS-PCT-COBERTURA
               DISPLAY PGMID '012I- *** COBERTURA DO DEPARTAMENTO'
                       ' ABAIXO DO MINIMO ***'
               DISPLAY 'APROVA MESMO ASSIM (S/N)? ' WITH NO ADVANCING
               MOVE SPACES TO WS-RESPOSTA
               ACCEPT WS-RESPOSTA
               IF  WS-RESPOSTA(1:1) NOT EQUAL 'S' AND 's'
                   MOVE 'N' TO WS-CRITICA-OK
               END-IF
           END-IF.
      *
       RT-CONFERIR-COBERTURAX.                     EXIT.
      *----------------------------------------------------------------*
      *  CONTA UMA VEZ CADA OUTRO EMPREGADO DO DEPARTAMENTO DE FERIAS   *
      *  EM ALGUM DIA DO PERIODO (O VACPED VEM EM ORDEM DE MATRICULA)   *
      *----------------------------------------------------------------*
       RT-CONTAR-AUSENTE                           SECTION.
      *
           IF  NOT VACPED-DE-FERIAS
           OR  VACPED-DEPT NOT EQUAL WS-ATU-DEPT
           OR  VACPED-EMP-NO EQUAL WS-ATU-EMP-NO
           OR  VACPED-EMP-NO EQUAL WS-ULT-EMP-AUSENTE
               EXIT SECTION
           END-IF
           IF  VACPED-DATA-INICIO GREATER WS-ATU-DATA-FIM
           OR  VACPED-DATA-FIM    LESS    WS-ATU-DATA-INICIO
               EXIT SECTION
           END-IF
           ADD 1 TO WS-AUSENTES
           MOVE VACPED-EMP-NO TO WS-ULT-EMP-AUSENTE.
      *
       RT-CONTAR-AUSENTEX.                         EXIT.
      *----------------------------------------------------------------*
      *  CANCELA SOLICITACAO PENDENTE OU APROVADA AINDA NAO LANCADA     *
      *----------------------------------------------------------------*
       RT-CANCELAR                                 SECTION.
      *
           PERFORM RT-PEDE-E-LOCALIZA
           IF  NOT ACHADO
               EXIT SECTION
           END-IF
           IF  NOT VACPED-EM-ABERTO
               DISPLAY PGMID '013I- SO SE CANCELA SOLICITACAO PENDENTE'
                       ' OU APROVADA'
               EXIT SECTION
           END-IF
           DISPLAY 'CONFIRMA CANCELAMENTO (S/N)? ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA(1:1) NOT EQUAL 'S' AND 's'
               EXIT SECTION
           END-IF
           SET  VACPED-CANCELADA TO TRUE
           MOVE WS-OPERADOR      TO VACPED-APROVADOR
           MOVE WS-DATA-HOJE     TO VACPED-DATA-DECISAO
           REWRITE REG-VACPED
               INVALID KEY
                   DISPLAY PGMID '013I- ERRO ' FL-STA-VACPED
                           ' NA REGRAVACAO'
               NOT INVALID KEY
                   MOVE 'C' TO CWLOGW-FUNCTION
                   PERFORM RT-LOGA
                   DISPLAY PGMID '013I- SOLICITACAO CANCELADA'
           END-REWRITE.
      *
       RT-CANCELARX.                               EXIT.
      *----------------------------------------------------------------*
      *  AVISO DA DECISAO AO EMPREGADO PELO E-MAIL DO PERSEXT           *
      *----------------------------------------------------------------*
       RT-AVISAR-EMPREGADO                         SECTION.
      *
           MOVE VACPED-EMP-NO TO PERSEXT-EMP-NO
           READ PERSEXT
               INVALID KEY
                   MOVE SPACES TO PERSEXT-EMAIL
           END-READ
           IF  NOT FL-PERSEXT-OK
           OR  PERSEXT-EMAIL EQUAL SPACES
               DISPLAY PGMID '014I- MATRICULA SEM E-MAIL NO PERSEXT -'
                       ' AVISO NAO ENVIADO'
               EXIT SECTION
           END-IF
      *
           MOVE VACPED-DATA-INICIO TO WS-DATA-AAAAMMDD
           PERFORM RT-EDITAR-DATA
           MOVE WS-DATA-DDMMAAAA   TO WS-ED-INICIO
           MOVE PERSEXT-EMAIL      TO CWMAIL-TO
           MOVE SPACES             TO CWMAIL-SUBJECT CWMAIL-TEXT
           IF  VACPED-APROVADA
               MOVE 'SOLICITACAO DE FERIAS APROVADA' TO CWMAIL-SUBJECT
           ELSE
               MOVE 'SOLICITACAO DE FERIAS REJEITADA' TO CWMAIL-SUBJECT
           END-IF
           STRING 'FERIAS DE ' WS-ED-INICIO ', ' VACPED-DIAS
                  ' DIAS, ABONO ' VACPED-ABONO ' - DECIDIDO POR '
                  VACPED-APROVADOR
                  DELIMITED BY SIZE INTO CWMAIL-TEXT
           CALL SB-CWMAIL USING PARAMETROS-CWMAIL
             ON EXCEPTION
                DISPLAY PGMID '014I- CWMAIL INDISPONIVEL - AVISO NAO'
                        ' ENVIADO'
           END-CALL.
      *
       RT-AVISAR-EMPREGADOX.                       EXIT.
      *----------------------------------------------------------------*
      *  GRAVA NO CWLOGF A FUNCAO COM A IMAGEM DA SOLICITACAO           *
      *----------------------------------------------------------------*
       RT-LOGA                                     SECTION.
      *
           MOVE SPACES TO CWLOGW-TEXT
           STRING 'VACPED ' VACPED-EMP-NO '-' VACPED-SEQ
                  ' ' VACPED-SITUACAO
                  DELIMITED BY SIZE INTO CWLOGW-TEXT
           CALL SB-CWLOGW USING PARAMETROS-CWLOGW
             ON EXCEPTION
                CONTINUE
           END-CALL
      *
           MOVE REG-VACPED(1:80) TO WS-OBS
           MOVE '^' TO CWLOGW-FUNCTION
           CALL SB-CWLOGW USING PARAMETROS-CWLOGW WS-OBS
             ON EXCEPTION
                CONTINUE
           END-CALL.
      *
       RT-LOGAX.                                   EXIT.
      *----------------------------------------------------------------*
      *  AUDITORIA DA TENTATIVA DE DECISAO POR QUEM NAO E O GESTOR      *
      *----------------------------------------------------------------*
       RT-LOGA-NEGADO                              SECTION.
      *
           MOVE 'N' TO CWLOGW-FUNCTION
           MOVE SPACES TO CWLOGW-TEXT
           STRING 'VACPED ' VACPED-EMP-NO '-' VACPED-SEQ
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
       RT-FINALIZAR                                SECTION.
      *
           IF  ARQUIVOS-ABERTOS
               CLOSE VACPED VACBAL PERSNL DEPTOS PERSEXT
               MOVE 'N' TO WS-ARQUIVOS-ABERTOS
           END-IF.
      *
       RT-FINALIZARX.                              EXIT.
      ******************************************************************
      *                      FIM  DO  PROGRAMA                         *
      ******************************************************************
