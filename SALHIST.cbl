      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SALHIST.
       AUTHOR.        Traduzido de Easytrieve (macro esy.kex v.0.10).
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      * Historico salarial da matricula (somente      *
                      * leitura): uma linha do tempo datada com todo  *
                      * evento de remuneracao, juntando as fontes:    *
                      *                                               *
                      *  - ADMISSAO, ALTERACAO DE SALARIO E           *
                      *    TRANSFERENCIA DE DEPARTAMENTO: imagens do  *
                      *    PERSMNT e do PERSBTCH no CWLOGF;           *
                      *  - AUMENTO DO CARTA: PAYHIST com salario      *
                      *    depois diferente do antes, com a taxa      *
                      *    aplicada; operador da carga do PAYHSTLD;   *
                      *  - APROVACAO DO SALAPPR: solicitante e        *
                      *    aprovador (e os valores, quando o log os   *
                      *    tiver);                                    *
                      *  - BONUS: lancamentos do BONUSPST no CWLOGF;  *
                      *    ano sem lancamento no log sai pelo         *
                      *    acumulado do BONUSLED.                     *
                      *                                               *
                      * Cada linha cita o programa e o operador que   *
                      * causou o evento. A linha do tempo pode ser    *
                      * impressa no spool (SALHREL, via CWSPLF) para  *
                      * a pasta do empregado. Toda consulta fica      *
                      * registrada no CWLOGF.                         *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT PERSNL ASSIGN TO SYS010
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS PERSNL-EMP-NO
                  FILE STATUS   IS FL-STA-PERSNL.
      *
           SELECT OPTIONAL PAYHIST ASSIGN TO PAYHIST
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS PAYHIST-CHAVE
                  FILE STATUS   IS FL-STA-PAYHIST.
      *
           SELECT OPTIONAL BONUSLED ASSIGN TO BONUSLED
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS BONUSLED-CHAVE
                  FILE STATUS   IS FL-STA-BONUSLED.
      *
           SELECT CWLOGF ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  RECORD KEY    IS CWLOGF-SEQUENCIA
                  ACCESS MODE   IS DYNAMIC
                  FILE STATUS   IS FL-STA-CWLOGF
                  LOCK MODE     IS MANUAL.
      *
           SELECT RELATO ASSIGN TO SALHREL.
      *
       DATA DIVISION.
       FILE SECTION.
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
       FD  PAYHIST
           RECORD CONTAINS 080 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-PAYHIST.
           03 PAYHIST-CHAVE.
              06 PAYHIST-ANOMES              PIC  9(006).
              06 PAYHIST-COMPANY             PIC  9(002).
              06 PAYHIST-EMP-NO              PIC  9(005).
           03 PAYHIST-DEPT                   PIC  9(003).
           03 PAYHIST-SAL-ANTES              PIC  9(006)V99.
           03 PAYHIST-SAL-DEPOIS             PIC  9(006)V99.
           03 PAYHIST-RAISE-PCT              PIC  9(002)V99.
           03 PAYHIST-BONUS                  PIC  9(006)V99.
           03 PAYHIST-DATA-CARGA             PIC  9(008).
           03 FILLER                         PIC  X(028).
      *
       FD  BONUSLED
           RECORD CONTAINS 060 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-BONUSLED.
           03 BONUSLED-CHAVE.
              06 BONUSLED-ANO                PIC  9(004).
              06 BONUSLED-EMP-NO             PIC  9(005).
           03 BONUSLED-COMPANY               PIC  9(002).
           03 BONUSLED-DEPT                  PIC  9(003).
           03 BONUSLED-TOTAL-ANO             PIC  9(007)V99.
           03 BONUSLED-QTDE-LANC             PIC  9(003).
           03 BONUSLED-ULT-DATA              PIC  9(008).
           03 FILLER                         PIC  X(026).
      *
       COPY CWLOGF.
      *
       FD  RELATO
           LABEL RECORD IS OMITTED.
      *
       01  REG-RELATO                        PIC  X(132).
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
       77  SB-CWSPLF                     PIC  X(08)  VALUE 'CWSPLF'.
       77  SB-CWGETU                     PIC  X(08)  VALUE 'CWGETU'.
       77  SB-CWQUOTA                    PIC  X(08)  VALUE 'CWQUOTA'.
       77  SB-CWIDLE                     PIC  X(08)  VALUE 'CWIDLE'.
       77  SB-CWLOGW                     PIC  X(08)  VALUE 'CWLOGW'.
      *
      *----------------------------------------------------------------*
      *        AREA DE VARIAVEIS AUXILIARES                            *
      *----------------------------------------------------------------*
      *
       01  WS-VARIAVEIS.
           03 TRACOS                         PIC  X(060)    VALUE
              ALL '-'.
           03 PGMID                          PIC  X(009)    VALUE
              '#SALHIST.'.
           03 FL-STA-PERSNL                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-PERSNL-OK                               VALUE '00'.
           03 FL-STA-PAYHIST                 PIC  X(002)    VALUE
              ZEROS.
              88 FL-PAYHIST-OK                              VALUE '00'.
              88 FL-PAYHIST-EOF                             VALUE '10'.
           03 FL-STA-BONUSLED                PIC  X(002)    VALUE
              ZEROS.
              88 FL-BONUSLED-OK                             VALUE '00'.
              88 FL-BONUSLED-EOF                            VALUE '10'.
           03 FL-STA-CWLOGF                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-CWLOGF-OK                               VALUE '00'.
              88 FL-CWLOGF-EOF                              VALUE '10'.
           03 LB-CWLOGF                      PIC  X(255)    VALUE
              'cwlogf'.
           03 WS-RESPOSTA                    PIC  X(030)    VALUE
              SPACES.
           03 WS-OPCAO                       PIC  X(001)    VALUE
              SPACE.
              88 OPCAO-FIM                                  VALUE 'F'.
           03 WS-OPERADOR                    PIC  X(030)    VALUE
              SPACES.
           03 WS-TASK                        PIC  9(006)    VALUE
              ZEROS.
           03 WS-PROGRAMA                    PIC  X(008)    VALUE
              'SALHIST'.
           03 WS-MATRICULA                   PIC  9(005)    VALUE
              ZEROS.
           03 WS-MATRICULA-X REDEFINES WS-MATRICULA
                                             PIC  X(005).
           03 WS-NOME                        PIC  X(008)    VALUE
              SPACES.
           03 WS-ADMISSAO-CAD                PIC  9(008)    VALUE
              ZEROS.
           03 WS-SAL-CAD                     PIC  9(004)V99 VALUE
              ZEROS.
           03 WS-DEPT-CAD                    PIC  9(003)    VALUE
              ZEROS.
           03 WS-NO-CADASTRO                 PIC  X(001)    VALUE 'N'.
              88 NO-CADASTRO                                VALUE 'S'.
           03 WS-MONTADA                     PIC  X(001)    VALUE 'N'.
              88 LINHA-DO-TEMPO-MONTADA                     VALUE 'S'.
           03 WS-TEM-ADMISSAO                PIC  X(001)    VALUE 'N'.
              88 TEM-ADMISSAO                               VALUE 'S'.
           03 WS-RELER                       PIC  X(001)    VALUE 'N'.
              88 RELER                                      VALUE 'S'.
           03 WS-IMAGEM-OK                   PIC  X(001)    VALUE 'N'.
              88 IMAGEM-OK                                  VALUE 'S'.
           03 WS-SEGUINTE-OK                 PIC  X(001)    VALUE 'N'.
              88 SEGUINTE-OK                                VALUE 'S'.
           03 WS-NA-TELA              COMP-3 PIC  9(003)    VALUE
              ZEROS.
           03 WS-IMPRESSAS            COMP-3 PIC  9(005)    VALUE
              ZEROS.
           03 WS-LINHA                       PIC  X(132)    VALUE
              SPACES.
      *
      *    LINHA CORRENTE DO CWLOGF
           03 WS-LOG-PROGRAMA                PIC  X(008)    VALUE
              SPACES.
           03 WS-LOG-DATA                    PIC  9(008)    VALUE
              ZEROS.
           03 WS-LOG-OPERADOR                PIC  X(030)    VALUE
              SPACES.
           03 WS-LOG-TIPO                    PIC  X(001)    VALUE
              SPACE.
           03 WS-IMG-ANTES                   PIC  X(080)    VALUE
              SPACES.
           03 WS-IMG-DEPOIS                  PIC  X(080)    VALUE
              SPACES.
           03 WS-SOLICITANTE                 PIC  X(030)    VALUE
              SPACES.
           03 WS-ANO-BUSCA                   PIC  9(004)    VALUE
              ZEROS.
           03 WS-ANOMES-BUSCA                PIC  9(006)    VALUE
              ZEROS.
           03 WS-ACHOU                       PIC  X(001)    VALUE 'N'.
              88 ACHOU                                      VALUE 'S'.
      *
      *    VALORES EDITADOS DAS DESCRICOES
           03 WS-SAL-ED-1                    PIC  ZZZ.ZZ9,99.
           03 WS-SAL-ED-2                    PIC  ZZZ.ZZ9,99.
           03 WS-PCT-ED                      PIC  Z9,99.
           03 WS-TOTAL-ED                    PIC  Z.ZZZ.ZZ9,99.
           03 WS-QTDE-ED                     PIC  ZZ9.
           03 WS-DATA-AAAAMMDD               PIC  9(008)    VALUE
              ZEROS.
           03 REDEFINES WS-DATA-AAAAMMDD.
              05 WS-DATA-AAAA                PIC  9(004).
              05 WS-DATA-MM                  PIC  9(002).
              05 WS-DATA-DD                  PIC  9(002).
           03 WS-DATA-ED.
              05 WS-DATA-ED-DD               PIC  9(002).
              05 FILLER                      PIC  X(001)    VALUE '/'.
              05 WS-DATA-ED-MM               PIC  9(002).
              05 FILLER                      PIC  X(001)    VALUE '/'.
              05 WS-DATA-ED-AAAA             PIC  9(004).
      *
      *    SALARIO DA IMAGEM (SEMANAL, COMO NO PERSNL)
           03 WS-SAL-IMAGEM-X.
              05 WS-SAL-IMG-INT              PIC  9(004)    VALUE
                 ZEROS.
              05 WS-SAL-IMG-DEC              PIC  9(002)    VALUE
                 ZEROS.
           03 WS-SAL-IMAGEM REDEFINES WS-SAL-IMAGEM-X
                                             PIC  9(004)V99.
      *
      *    VALORES DA APROVACAO E DO BONUS NO CWLOGF
           03 WS-VALOR-LOG-1                 PIC  9(006)V99 VALUE
              ZEROS.
           03 WS-VALOR-LOG-2                 PIC  9(006)V99 VALUE
              ZEROS.
           03 WS-BONUS-LOG                   PIC  9(004)V99 VALUE
              ZEROS.
      *
      *----------------------------------------------------------------*
      *  IMAGEM DO REGISTRO NO CWLOGF, COMO FORMATADA PELO PERSMNT E    *
      *  PELO PERSBTCH (EMP= CIA= NOME= SAL= DEPT= ADM=)                *
      *----------------------------------------------------------------*
       01  WS-IMAGEM.
           03 FILLER                         PIC  X(004).
           03 IMG-EMP-NO                     PIC  X(005).
           03 FILLER                         PIC  X(005).
           03 IMG-CIA                        PIC  X(002).
           03 FILLER                         PIC  X(006).
           03 IMG-NOME                       PIC  X(008).
           03 FILLER                         PIC  X(005).
           03 IMG-SAL-INT                    PIC  9(004).
           03 FILLER                         PIC  X(001).
           03 IMG-SAL-DEC                    PIC  9(002).
           03 FILLER                         PIC  X(006).
           03 IMG-DEPT                       PIC  X(003).
           03 FILLER                         PIC  X(005).
           03 IMG-ADM                        PIC  9(008).
           03 FILLER                         PIC  X(016).
      *
      *----------------------------------------------------------------*
      *  LINHA DO TEMPO DA MATRICULA, MANTIDA EM ORDEM DE DATA; NA      *
      *  MESMA DATA VALE A ORDEM EM QUE O EVENTO FOI ACHADO             *
      *----------------------------------------------------------------*
       01  WS-EVENTO-NOVO.
           03 NOVO-DATA                      PIC  9(008).
           03 NOVO-TIPO                      PIC  X(013).
           03 NOVO-PROGRAMA                  PIC  X(008).
           03 NOVO-OPERADOR                  PIC  X(020).
           03 NOVO-DESCRICAO                 PIC  X(070).
      *
       01  WS-EVENTOS.
           03 WS-EVT-QTDE             COMP-3 PIC  9(003)    VALUE ZEROS.
           03 WS-EVT-CHEIA                   PIC  X(001)    VALUE 'N'.
              88 EVT-CHEIA                                  VALUE 'S'.
           03 WS-EVT-TAB OCCURS 300 TIMES INDEXED BY INDEVT INDEVT2.
              05 EVT-DATA                    PIC  9(008).
              05 EVT-TIPO                    PIC  X(013).
              05 EVT-PROGRAMA                PIC  X(008).
              05 EVT-OPERADOR                PIC  X(020).
              05 EVT-DESCRICAO               PIC  X(070).
      *
      *----------------------------------------------------------------*
      *  OPERADOR DE CADA CARGA DO PAYHIST (PAYHSTLD) E ANOS COM        *
      *  LANCAMENTO DE BONUS DA MATRICULA NO CWLOGF                     *
      *----------------------------------------------------------------*
       01  WS-CARGAS.
           03 WS-CARGA-QTDE           COMP-3 PIC  9(003)    VALUE ZEROS.
           03 WS-CARGA-TAB OCCURS 240 TIMES INDEXED BY INDCAR.
              05 CARGA-ANOMES                PIC  9(006).
              05 CARGA-OPERADOR              PIC  X(020).
      *
       01  WS-ANOS-BONUS.
           03 WS-ANO-QTDE             COMP-3 PIC  9(003)    VALUE ZEROS.
           03 WS-ANO-TAB OCCURS 60 TIMES INDEXED BY INDANO.
              05 ANO-BONUS                   PIC  9(004).
      *
      *----------------------------------------------------------------*
      *  LINHA DA LINHA DO TEMPO NA TELA E NO RELATORIO                 *
      *----------------------------------------------------------------*
       01  WS-LINHA-EVT.
           03 LIN-DATA                       PIC  X(010).
           03 FILLER                         PIC  X(002)    VALUE
              SPACES.
           03 LIN-TIPO                       PIC  X(013).
           03 FILLER                         PIC  X(002)    VALUE
              SPACES.
           03 LIN-PROGRAMA                   PIC  X(008).
           03 FILLER                         PIC  X(002)    VALUE
              SPACES.
           03 LIN-OPERADOR                   PIC  X(020).
           03 FILLER                         PIC  X(002)    VALUE
              SPACES.
           03 LIN-DESCRICAO                  PIC  X(070).
           03 FILLER                         PIC  X(003)    VALUE
              SPACES.
      *
       01  WS-CABECALHO.
           03 FILLER                         PIC  X(012)    VALUE
              'DATA'.
           03 FILLER                         PIC  X(015)    VALUE
              'EVENTO'.
           03 FILLER                         PIC  X(010)    VALUE
              'PROGRAMA'.
           03 FILLER                         PIC  X(022)    VALUE
              'OPERADOR'.
           03 FILLER                         PIC  X(073)    VALUE
              'DESCRICAO'.
      *
      *----------------------------------------------------------------*
      *  COTA DE SPOOL DO USUARIO (CWQUOTA): ACIMA DE 80 PCT AVISA,     *
      *  COTA ESTOURADA RECUSA O ENVIO                                  *
      *----------------------------------------------------------------*
       01  PARAMETROS-CWQUOTA.
           03 CWQUOTA-USUARIO                PIC  X(010)    VALUE
              SPACES.
           03 CWQUOTA-STATUS                 PIC  X(002)    VALUE
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
      *
      *----------------------------------------------------------------*
      *  REGISTRO DA CONSULTA NO CWLOGF                                 *
      *----------------------------------------------------------------*
       01  PARAMETROS-CWLOGW.
           03 CWLOGW-FUNCTION                PIC  X(001)    VALUE
              'C'.
           03 CWLOGW-TEXT                    PIC  X(035)    VALUE
              SPACES.
      *
      *----------------------------------------------------------------*
      *  PARAMETROS DO CWSPLF (TRANSFERE O RELATORIO PARA O SPOOL)      *
      *----------------------------------------------------------------*
       01  PARAMETROS-CWSPLF.
           03 CWSPLF-FILE                    PIC  X(050)    VALUE
              SPACES.
           03 CWSPLF-REPORT                  PIC  X(007)    VALUE
              SPACES.
           03 CWSPLF-FORM-TYPE               PIC  X(001)    VALUE '1'.
           03 CWSPLF-FLAG                    PIC  X(001)    VALUE
              SPACE.
           03 CWSPLF-WIDTH                   PIC  9(003)    VALUE 132.
           03 CWSPLF-TITLE                   PIC  X(174)    VALUE
              SPACES.
           03 CWSPLF-NOTE                    PIC  X(020)    VALUE
              SPACES.
           03 CWSPLF-SIMULA                  PIC  X(001)    VALUE 'N'.
           03 CWSPLF-FOLHAS                  PIC  9(006)    VALUE
              ZEROS.
           03 CWSPLF-LINHAS                  PIC  9(010)    VALUE
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
           CALL SB-CWGETU USING WS-OPERADOR WS-TASK WS-PROGRAMA '?'
             ON EXCEPTION
                CONTINUE
           END-CALL
      *
           DISPLAY 'CWLOGF'   UPON ENVIRONMENT-NAME
           ACCEPT   LB-CWLOGF FROM ENVIRONMENT-VALUE
           IF  LB-CWLOGF EQUAL SPACES
               MOVE 'cwlogf' TO LB-CWLOGF
           END-IF
      *
           PERFORM RT-DIALOGO
                   UNTIL OPCAO-FIM
      *
           GOBACK.
      *
       RT-PRINCIPALX.                              EXIT.
      *----------------------------------------------------------------*
       RT-DIALOGO                                  SECTION.
      *
           DISPLAY ' '
           DISPLAY 'SALHIST - HISTORICO SALARIAL DA MATRICULA'
           DISPLAY '[C]ONSULTAR  [I]MPRIMIR NO SPOOL  [F]IM'
           DISPLAY 'OPCAO: ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           MOVE WS-RESPOSTA(1:1) TO WS-OPCAO
           INSPECT WS-OPCAO CONVERTING 'cif' TO 'CIF'
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
               WHEN 'C'
                    PERFORM RT-CONSULTAR
               WHEN 'I'
                    PERFORM RT-IMPRIMIR
               WHEN 'F'
                    CONTINUE
               WHEN OTHER
                    DISPLAY PGMID '001I- OPCAO INVALIDA'
           END-EVALUATE.
      *
       RT-DIALOGOX.                                EXIT.
      *----------------------------------------------------------------*
      *  PEDE A MATRICULA, MONTA A LINHA DO TEMPO E MOSTRA NA TELA      *
      *----------------------------------------------------------------*
       RT-CONSULTAR                                SECTION.
      *
           DISPLAY 'MATRICULA: ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA(1:5) IS NOT NUMERIC
               DISPLAY PGMID '002I- MATRICULA DEVE SER NUMERICA'
               EXIT SECTION
           END-IF
           MOVE WS-RESPOSTA(1:5) TO WS-MATRICULA-X
      *
           MOVE 'N'    TO WS-NO-CADASTRO WS-TEM-ADMISSAO WS-EVT-CHEIA
           MOVE SPACES TO WS-NOME
           MOVE ZEROS  TO WS-EVT-QTDE WS-CARGA-QTDE WS-ANO-QTDE
                          WS-ADMISSAO-CAD WS-SAL-CAD WS-DEPT-CAD
      *
           OPEN INPUT PERSNL
           IF  FL-PERSNL-OK
               MOVE WS-MATRICULA TO PERSNL-EMP-NO
               READ PERSNL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET  NO-CADASTRO     TO TRUE
                       MOVE LAST-NAME       TO WS-NOME
                       MOVE DATE-OF-HIRE-CC TO WS-ADMISSAO-CAD
                       MOVE PAY-GROSS       TO WS-SAL-CAD
                       MOVE DEPT            TO WS-DEPT-CAD
               END-READ
           END-IF
           CLOSE PERSNL
      *
           PERFORM RT-VARRER-CWLOGF
           PERFORM RT-VARRER-PAYHIST
           PERFORM RT-VARRER-BONUSLED
      *
      *    SEM A INCLUSAO NO LOG A ADMISSAO VEM DO PROPRIO CADASTRO
           IF  NOT TEM-ADMISSAO
           AND NO-CADASTRO
           AND WS-ADMISSAO-CAD GREATER ZEROS
               MOVE WS-ADMISSAO-CAD  TO NOVO-DATA
               MOVE 'ADMISSAO'       TO NOVO-TIPO
               MOVE 'PERSNL'         TO NOVO-PROGRAMA
               MOVE 'NAO REGISTRADO' TO NOVO-OPERADOR
               MOVE WS-SAL-CAD       TO WS-SAL-ED-1
               MOVE SPACES           TO NOVO-DESCRICAO
               STRING 'SALARIO SEMANAL ATUAL ' WS-SAL-ED-1
                      ' DEPT ATUAL ' WS-DEPT-CAD ' (CADASTRO)'
                      DELIMITED BY SIZE INTO NOVO-DESCRICAO
               PERFORM RT-INCLUIR-EVENTO
           END-IF
      *
           SET LINHA-DO-TEMPO-MONTADA TO TRUE
           PERFORM RT-LOGA-CONSULTA
      *
           IF  NOT NO-CADASTRO
               DISPLAY PGMID '003I- MATRICULA ' WS-MATRICULA-X
                       ' NAO CONSTA NO CADASTRO ATUAL'
           END-IF
           IF  WS-EVT-QTDE EQUAL ZEROS
               DISPLAY PGMID '004I- NENHUM EVENTO DE REMUNERACAO PARA'
                       ' A MATRICULA ' WS-MATRICULA-X
               EXIT SECTION
           END-IF
           IF  EVT-CHEIA
               DISPLAY PGMID '005I- LINHA DO TEMPO LIMITADA A 300'
                       ' EVENTOS'
           END-IF
      *
           PERFORM RT-MOSTRAR.
      *
       RT-CONSULTARX.                              EXIT.
      *----------------------------------------------------------------*
      *  PASSADA NO CWLOGF: MOVIMENTOS DO CADASTRO, APROVACOES DO       *
      *  SALAPPR, LANCAMENTOS DE BONUS E CARGAS DO PAYHIST              *
      *----------------------------------------------------------------*
       RT-VARRER-CWLOGF                            SECTION.
      *
           OPEN INPUT CWLOGF
           IF  NOT FL-CWLOGF-OK
               DISPLAY PGMID '006I- CWLOGF INDISPONIVEL ' FL-STA-CWLOGF
                       ' - SO PAYHIST E BONUSLED NA LINHA DO TEMPO'
               CLOSE CWLOGF
               EXIT SECTION
           END-IF
      *
           MOVE ZEROS TO CWLOGF-SEQUENCIA
           START CWLOGF KEY NOT LESS CWLOGF-SEQUENCIA
               INVALID KEY
                   SET FL-CWLOGF-EOF TO TRUE
           END-START
           MOVE 'N' TO WS-RELER
           PERFORM UNTIL FL-CWLOGF-EOF
               IF  NOT RELER
                   PERFORM RT-LER-CWLOGF
               END-IF
               MOVE 'N' TO WS-RELER
               IF  NOT FL-CWLOGF-EOF
                   PERFORM RT-AVALIAR-LINHA
               END-IF
           END-PERFORM
           CLOSE CWLOGF
           MOVE ZEROS TO FL-STA-CWLOGF.
      *
       RT-VARRER-CWLOGFX.                          EXIT.
      *----------------------------------------------------------------*
       RT-LER-CWLOGF                               SECTION.
      *
           READ CWLOGF NEXT RECORD IGNORE LOCK
             AT END
                SET FL-CWLOGF-EOF TO TRUE
           END-READ.
      *
       RT-LER-CWLOGFX.                             EXIT.
      *----------------------------------------------------------------*
       RT-AVALIAR-LINHA                            SECTION.
      *
           MOVE CWLOGF-PROGRAMA             TO WS-LOG-PROGRAMA
           MOVE CWLOGF-OPERADOR             TO WS-LOG-OPERADOR
           MOVE CWLOGF-DATA-DE-HOJE(7:4)    TO WS-LOG-DATA(1:4)
           MOVE CWLOGF-DATA-DE-HOJE(4:2)    TO WS-LOG-DATA(5:2)
           MOVE CWLOGF-DATA-DE-HOJE(1:2)    TO WS-LOG-DATA(7:2)
      *
           EVALUATE WS-LOG-PROGRAMA
               WHEN 'PERSMNT'
               WHEN 'PERSBTCH'
                    PERFORM RT-EVENTO-CADASTRO
               WHEN 'SALAPPR'
                    PERFORM RT-EVENTO-APROVACAO
               WHEN 'BONUSPST'
                    PERFORM RT-EVENTO-BONUS
               WHEN 'PAYHSTLD'
                    PERFORM RT-ANOTAR-CARGA
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.
      *
       RT-AVALIAR-LINHAX.                          EXIT.
      *----------------------------------------------------------------*
      *  INCLUSAO OU ALTERACAO DO PERSNL DA MATRICULA: ADMISSAO,        *
      *  MUDANCA DE SALARIO E TRANSFERENCIA, PELAS IMAGENS ANTES E      *
      *  DEPOIS                                                         *
      *----------------------------------------------------------------*
       RT-EVENTO-CADASTRO                          SECTION.
      *
           IF  CWLOGF-FUNCAO-PROGRAMA(12:7) NOT EQUAL 'PERSNL '
           OR  CWLOGF-FUNCAO-PROGRAMA(19:5) NOT EQUAL WS-MATRICULA-X
               EXIT SECTION
           END-IF
           EVALUATE CWLOGF-FUNCAO-PROGRAMA(1:5)
               WHEN 'Inclu' MOVE 'I' TO WS-LOG-TIPO
               WHEN 'Alter' MOVE 'A' TO WS-LOG-TIPO
               WHEN OTHER   EXIT SECTION
           END-EVALUATE
      *
           PERFORM RT-LER-IMAGEM
           IF  IMAGEM-OK
               MOVE CWLOGF-RESTO TO WS-IMG-ANTES
               PERFORM RT-LER-IMAGEM
           END-IF
           IF  NOT IMAGEM-OK
               EXIT SECTION
           END-IF
           MOVE CWLOGF-RESTO TO WS-IMG-DEPOIS
      *
           MOVE WS-LOG-PROGRAMA TO NOVO-PROGRAMA
           MOVE WS-LOG-OPERADOR TO NOVO-OPERADOR
           MOVE WS-IMG-DEPOIS   TO WS-IMAGEM
           MOVE IMG-SAL-INT     TO WS-SAL-IMG-INT
           MOVE IMG-SAL-DEC     TO WS-SAL-IMG-DEC
           MOVE WS-SAL-IMAGEM   TO WS-SAL-ED-2
      *
           IF  WS-LOG-TIPO EQUAL 'I'
               SET  TEM-ADMISSAO TO TRUE
               IF  IMG-ADM IS NUMERIC
               AND IMG-ADM GREATER ZEROS
                   MOVE IMG-ADM     TO NOVO-DATA
               ELSE
                   MOVE WS-LOG-DATA TO NOVO-DATA
               END-IF
               MOVE 'ADMISSAO'  TO NOVO-TIPO
               MOVE SPACES      TO NOVO-DESCRICAO
               STRING 'SALARIO SEMANAL ' WS-SAL-ED-2
                      ' DEPT ' IMG-DEPT
                      DELIMITED BY SIZE INTO NOVO-DESCRICAO
               PERFORM RT-INCLUIR-EVENTO
               EXIT SECTION
           END-IF
      *
           MOVE WS-LOG-DATA TO NOVO-DATA
           IF  WS-IMG-ANTES(36:7) NOT EQUAL WS-IMG-DEPOIS(36:7)
               MOVE WS-IMG-ANTES     TO WS-IMAGEM
               MOVE IMG-SAL-INT      TO WS-SAL-IMG-INT
               MOVE IMG-SAL-DEC      TO WS-SAL-IMG-DEC
               MOVE WS-SAL-IMAGEM    TO WS-SAL-ED-1
               MOVE 'ALT.SALARIO'    TO NOVO-TIPO
               MOVE SPACES           TO NOVO-DESCRICAO
               STRING 'SALARIO SEMANAL DE ' WS-SAL-ED-1
                      ' PARA ' WS-SAL-ED-2
                      DELIMITED BY SIZE INTO NOVO-DESCRICAO
               PERFORM RT-INCLUIR-EVENTO
           END-IF
           IF  WS-IMG-ANTES(49:3) NOT EQUAL WS-IMG-DEPOIS(49:3)
               MOVE 'TRANSFERENCIA'  TO NOVO-TIPO
               MOVE SPACES           TO NOVO-DESCRICAO
               STRING 'DEPT ' WS-IMG-ANTES(49:3)
                      ' PARA ' WS-IMG-DEPOIS(49:3)
                      DELIMITED BY SIZE INTO NOVO-DESCRICAO
               PERFORM RT-INCLUIR-EVENTO
           END-IF.
      *
       RT-EVENTO-CADASTROX.                        EXIT.
      *----------------------------------------------------------------*
      *  PROXIMA LINHA DEVE SER IMAGEM DO MESMO PROGRAMA; SE NAO FOR,   *
      *  ELA E DEVOLVIDA PARA A AVALIACAO NORMAL                        *
      *----------------------------------------------------------------*
       RT-LER-IMAGEM                               SECTION.
      *
           MOVE 'N' TO WS-IMAGEM-OK
           PERFORM RT-LER-CWLOGF
           IF  FL-CWLOGF-EOF
               EXIT SECTION
           END-IF
           IF  CWLOGF-PROGRAMA EQUAL WS-LOG-PROGRAMA
           AND (CWLOGF-RESTO(1:4)  EQUAL 'EMP='
           OR   CWLOGF-RESTO(1:8)  EQUAL 'INCLUSAO')
               SET IMAGEM-OK TO TRUE
           ELSE
               SET RELER TO TRUE
           END-IF.
      *
       RT-LER-IMAGEMX.                             EXIT.
      *----------------------------------------------------------------*
      *  PROXIMA LINHA DO MESMO PROGRAMA (COMPLEMENTO '^' DA FUNCAO);   *
      *  O CHAMADOR CONFERE O CONTEUDO E DEVOLVE A LINHA SE NAO FOR A   *
      *  ESPERADA                                                       *
      *----------------------------------------------------------------*
       RT-LER-SEGUINTE                             SECTION.
      *
           MOVE 'N' TO WS-SEGUINTE-OK
           PERFORM RT-LER-CWLOGF
           IF  FL-CWLOGF-EOF
               EXIT SECTION
           END-IF
           IF  CWLOGF-PROGRAMA EQUAL WS-LOG-PROGRAMA
               SET SEGUINTE-OK TO TRUE
           ELSE
               SET RELER TO TRUE
           END-IF.
      *
       RT-LER-SEGUINTEX.                           EXIT.
      *----------------------------------------------------------------*
      *  APROVACAO DO SALAPPR: SOLICITANTE E APROVADOR NA PRIMEIRA      *
      *  LINHA '^', VALORES (DE= PARA=) NA SEGUINTE QUANDO HOUVER       *
      *----------------------------------------------------------------*
       RT-EVENTO-APROVACAO                         SECTION.
      *
           IF  CWLOGF-FUNCAO-PROGRAMA(1:5)  NOT EQUAL 'Alter'
           OR  CWLOGF-FUNCAO-PROGRAMA(12:8) NOT EQUAL 'SALPEND '
           OR  CWLOGF-FUNCAO-PROGRAMA(20:5) NOT EQUAL WS-MATRICULA-X
               EXIT SECTION
           END-IF
      *
           MOVE SPACES TO WS-SOLICITANTE
           PERFORM RT-LER-SEGUINTE
           IF  SEGUINTE-OK
               IF  CWLOGF-RESTO(1:12) EQUAL 'SOLICITANTE='
                   MOVE CWLOGF-RESTO(13:30) TO WS-SOLICITANTE
               ELSE
                   MOVE 'N' TO WS-SEGUINTE-OK
                   SET RELER TO TRUE
               END-IF
           END-IF
      *
           MOVE ZEROS TO WS-VALOR-LOG-1 WS-VALOR-LOG-2
           IF  SEGUINTE-OK
               PERFORM RT-LER-SEGUINTE
               IF  SEGUINTE-OK
                   IF  CWLOGF-RESTO(1:3)  EQUAL 'DE='
                   AND CWLOGF-RESTO(4:8)  IS NUMERIC
                   AND CWLOGF-RESTO(18:8) IS NUMERIC
                       MOVE CWLOGF-RESTO(4:8)  TO WS-VALOR-LOG-1
                       MOVE CWLOGF-RESTO(18:8) TO WS-VALOR-LOG-2
                   ELSE
                       SET RELER TO TRUE
                   END-IF
               END-IF
           END-IF
      *
           MOVE WS-LOG-DATA     TO NOVO-DATA
           MOVE 'APROV.SALARIO' TO NOVO-TIPO
           MOVE WS-LOG-PROGRAMA TO NOVO-PROGRAMA
           MOVE WS-LOG-OPERADOR TO NOVO-OPERADOR
           MOVE SPACES          TO NOVO-DESCRICAO
           IF  WS-SOLICITANTE EQUAL SPACES
               MOVE 'NAO REGISTRADO' TO WS-SOLICITANTE
           END-IF
           IF  WS-VALOR-LOG-2 GREATER ZEROS
               MOVE WS-VALOR-LOG-1 TO WS-SAL-ED-1
               MOVE WS-VALOR-LOG-2 TO WS-SAL-ED-2
               STRING 'DE ' WS-SAL-ED-1 ' PARA ' WS-SAL-ED-2
                      ' SOLICITANTE ' WS-SOLICITANTE
                      DELIMITED BY SIZE INTO NOVO-DESCRICAO
           ELSE
               STRING 'VALORES NAO REGISTRADOS - SOLICITANTE '
                      WS-SOLICITANTE
                      DELIMITED BY SIZE INTO NOVO-DESCRICAO
           END-IF
           PERFORM RT-INCLUIR-EVENTO.
      *
       RT-EVENTO-APROVACAOX.                       EXIT.
      *----------------------------------------------------------------*
      *  LANCAMENTO DE BONUS DA MATRICULA (BONUSPST), COM A DATA        *
      *  EFETIVA E O VALOR NA LINHA '^'                                 *
      *----------------------------------------------------------------*
       RT-EVENTO-BONUS                             SECTION.
      *
           IF  CWLOGF-FUNCAO-PROGRAMA(12:9) NOT EQUAL 'BONUSLED '
           OR  CWLOGF-FUNCAO-PROGRAMA(21:5) NOT EQUAL WS-MATRICULA-X
               EXIT SECTION
           END-IF
      *
           PERFORM RT-LER-SEGUINTE
           IF  NOT SEGUINTE-OK
               EXIT SECTION
           END-IF
           IF  CWLOGF-RESTO(1:5)  NOT EQUAL 'DATA='
           OR  CWLOGF-RESTO(6:8)  IS NOT NUMERIC
           OR  CWLOGF-RESTO(21:6) IS NOT NUMERIC
               SET RELER TO TRUE
               EXIT SECTION
           END-IF
      *
           MOVE CWLOGF-RESTO(6:8)  TO NOVO-DATA WS-DATA-AAAAMMDD
           MOVE CWLOGF-RESTO(21:6) TO WS-BONUS-LOG
           MOVE 'BONUS'            TO NOVO-TIPO
           MOVE WS-LOG-PROGRAMA    TO NOVO-PROGRAMA
           MOVE WS-LOG-OPERADOR    TO NOVO-OPERADOR
           MOVE WS-BONUS-LOG       TO WS-SAL-ED-1
           MOVE SPACES             TO NOVO-DESCRICAO
           STRING 'BONUS LANCADO ' WS-SAL-ED-1
                  DELIMITED BY SIZE INTO NOVO-DESCRICAO
           PERFORM RT-INCLUIR-EVENTO
      *
      *    O ANO JA TEM LANCAMENTO NO LOG: O ACUMULADO NAO REPETE
           MOVE WS-DATA-AAAA TO WS-ANO-BUSCA
           PERFORM RT-BUSCAR-ANO
           IF  NOT ACHOU
           AND WS-ANO-QTDE LESS 60
               ADD  1            TO WS-ANO-QTDE
               SET  INDANO       TO WS-ANO-QTDE
               MOVE WS-ANO-BUSCA TO ANO-BONUS(INDANO)
           END-IF.
      *
       RT-EVENTO-BONUSX.                           EXIT.
      *----------------------------------------------------------------*
      *  CARGA DO PAYHIST (PAYHSTLD): GUARDA O OPERADOR DO ANOMES; A    *
      *  CARGA MAIS RECENTE DO MESMO ANOMES PREVALECE                   *
      *----------------------------------------------------------------*
       RT-ANOTAR-CARGA                             SECTION.
      *
           IF  CWLOGF-FUNCAO-PROGRAMA(12:8) NOT EQUAL 'PAYHIST '
           OR  CWLOGF-FUNCAO-PROGRAMA(20:6) IS NOT NUMERIC
               EXIT SECTION
           END-IF
      *
           MOVE CWLOGF-FUNCAO-PROGRAMA(20:6) TO WS-ANOMES-BUSCA
           PERFORM RT-BUSCAR-CARGA
           IF  NOT ACHOU
               IF  WS-CARGA-QTDE NOT LESS 240
                   EXIT SECTION
               END-IF
               ADD  1               TO WS-CARGA-QTDE
               SET  INDCAR          TO WS-CARGA-QTDE
               MOVE WS-ANOMES-BUSCA TO CARGA-ANOMES(INDCAR)
           END-IF
           MOVE WS-LOG-OPERADOR TO CARGA-OPERADOR(INDCAR).
      *
       RT-ANOTAR-CARGAX.                           EXIT.
      *----------------------------------------------------------------*
       RT-BUSCAR-CARGA                             SECTION.
      *
           MOVE 'N' TO WS-ACHOU
           PERFORM VARYING INDCAR FROM 1 BY 1
                     UNTIL INDCAR GREATER WS-CARGA-QTDE
               IF  CARGA-ANOMES(INDCAR) EQUAL WS-ANOMES-BUSCA
                   SET ACHOU TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
      *
       RT-BUSCAR-CARGAX.                           EXIT.
      *----------------------------------------------------------------*
       RT-BUSCAR-ANO                               SECTION.
      *
           MOVE 'N' TO WS-ACHOU
           PERFORM VARYING INDANO FROM 1 BY 1
                     UNTIL INDANO GREATER WS-ANO-QTDE
               IF  ANO-BONUS(INDANO) EQUAL WS-ANO-BUSCA
                   SET ACHOU TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
      *
       RT-BUSCAR-ANOX.                             EXIT.
      *----------------------------------------------------------------*
      *  AUMENTOS DO CARTA: MES DO PAYHIST COM SALARIO DEPOIS           *
      *  DIFERENTE DO ANTES, COM A TAXA APLICADA                        *
      *----------------------------------------------------------------*
       RT-VARRER-PAYHIST                           SECTION.
      *
           OPEN INPUT PAYHIST
           IF  NOT FL-PAYHIST-OK
               CLOSE PAYHIST
               MOVE ZEROS TO FL-STA-PAYHIST
               EXIT SECTION
           END-IF
           INITIALIZE PAYHIST-CHAVE
           START PAYHIST KEY NOT LESS PAYHIST-CHAVE
               INVALID KEY
                   SET FL-PAYHIST-EOF TO TRUE
           END-START
           PERFORM UNTIL FL-PAYHIST-EOF
               READ PAYHIST NEXT RECORD
                 AT END
                    SET FL-PAYHIST-EOF TO TRUE
                 NOT AT END
                    IF  PAYHIST-EMP-NO EQUAL WS-MATRICULA
                    AND PAYHIST-SAL-DEPOIS NOT EQUAL
                        PAYHIST-SAL-ANTES
                        PERFORM RT-EVENTO-CARTA
                    END-IF
               END-READ
           END-PERFORM
           CLOSE PAYHIST
           MOVE ZEROS TO FL-STA-PAYHIST.
      *
       RT-VARRER-PAYHISTX.                         EXIT.
      *----------------------------------------------------------------*
       RT-EVENTO-CARTA                             SECTION.
      *
           IF  PAYHIST-DATA-CARGA GREATER ZEROS
               MOVE PAYHIST-DATA-CARGA TO NOVO-DATA
           ELSE
               COMPUTE NOVO-DATA = PAYHIST-ANOMES * 100 + 1
           END-IF
           MOVE 'AUMENTO CARTA' TO NOVO-TIPO
           MOVE 'CARTA'         TO NOVO-PROGRAMA
      *
      *    O AUMENTO CHEGA AO HISTORICO PELA CARGA DO PAYHSTLD
           MOVE PAYHIST-ANOMES  TO WS-ANOMES-BUSCA
           PERFORM RT-BUSCAR-CARGA
           IF  ACHOU
               MOVE CARGA-OPERADOR(INDCAR) TO NOVO-OPERADOR
           ELSE
               MOVE 'NAO REGISTRADO'       TO NOVO-OPERADOR
           END-IF
      *
           MOVE PAYHIST-RAISE-PCT  TO WS-PCT-ED
           MOVE PAYHIST-SAL-ANTES  TO WS-SAL-ED-1
           MOVE PAYHIST-SAL-DEPOIS TO WS-SAL-ED-2
           MOVE SPACES             TO NOVO-DESCRICAO
           STRING 'TAXA ' WS-PCT-ED ' PCT DE ' WS-SAL-ED-1
                  ' PARA ' WS-SAL-ED-2 ' (FOLHA ' PAYHIST-ANOMES ')'
                  DELIMITED BY SIZE INTO NOVO-DESCRICAO
           PERFORM RT-INCLUIR-EVENTO.
      *
       RT-EVENTO-CARTAX.                           EXIT.
      *----------------------------------------------------------------*
      *  ACUMULADO ANUAL DO BONUSLED PARA OS ANOS SEM LANCAMENTO DA     *
      *  MATRICULA NO CWLOGF                                            *
      *----------------------------------------------------------------*
       RT-VARRER-BONUSLED                          SECTION.
      *
           OPEN INPUT BONUSLED
           IF  NOT FL-BONUSLED-OK
               CLOSE BONUSLED
               MOVE ZEROS TO FL-STA-BONUSLED
               EXIT SECTION
           END-IF
           INITIALIZE BONUSLED-CHAVE
           START BONUSLED KEY NOT LESS BONUSLED-CHAVE
               INVALID KEY
                   SET FL-BONUSLED-EOF TO TRUE
           END-START
           PERFORM UNTIL FL-BONUSLED-EOF
               READ BONUSLED NEXT RECORD
                 AT END
                    SET FL-BONUSLED-EOF TO TRUE
                 NOT AT END
                    IF  BONUSLED-EMP-NO EQUAL WS-MATRICULA
                        MOVE BONUSLED-ANO TO WS-ANO-BUSCA
                        PERFORM RT-BUSCAR-ANO
                        IF  NOT ACHOU
                            PERFORM RT-EVENTO-BONUS-ANO
                        END-IF
                    END-IF
               END-READ
           END-PERFORM
           CLOSE BONUSLED
           MOVE ZEROS TO FL-STA-BONUSLED.
      *
       RT-VARRER-BONUSLEDX.                        EXIT.
      *----------------------------------------------------------------*
       RT-EVENTO-BONUS-ANO                         SECTION.
      *
           IF  BONUSLED-ULT-DATA GREATER ZEROS
               MOVE BONUSLED-ULT-DATA TO NOVO-DATA
           ELSE
               COMPUTE NOVO-DATA = BONUSLED-ANO * 10000 + 1231
           END-IF
           MOVE 'BONUS'            TO NOVO-TIPO
           MOVE 'BONUSPST'         TO NOVO-PROGRAMA
           MOVE 'NAO REGISTRADO'   TO NOVO-OPERADOR
           MOVE BONUSLED-TOTAL-ANO TO WS-TOTAL-ED
           MOVE BONUSLED-QTDE-LANC TO WS-QTDE-ED
           MOVE SPACES             TO NOVO-DESCRICAO
           STRING 'ACUMULADO DO ANO ' BONUSLED-ANO ' ' WS-TOTAL-ED
                  ' EM ' WS-QTDE-ED ' LANCAMENTO(S) (BONUSLED)'
                  DELIMITED BY SIZE INTO NOVO-DESCRICAO
           PERFORM RT-INCLUIR-EVENTO.
      *
       RT-EVENTO-BONUS-ANOX.                       EXIT.
      *----------------------------------------------------------------*
      *  INCLUI WS-EVENTO-NOVO NA LINHA DO TEMPO, DEPOIS DOS EVENTOS    *
      *  DA MESMA DATA OU DE DATA ANTERIOR                              *
      *----------------------------------------------------------------*
       RT-INCLUIR-EVENTO                           SECTION.
      *
           IF  WS-EVT-QTDE NOT LESS 300
               SET EVT-CHEIA TO TRUE
               EXIT SECTION
           END-IF
      *
           SET INDEVT TO 1
           PERFORM UNTIL INDEVT GREATER WS-EVT-QTDE
               IF  EVT-DATA(INDEVT) GREATER NOVO-DATA
                   EXIT PERFORM
               END-IF
               SET INDEVT UP BY 1
           END-PERFORM
      *
           ADD 1 TO WS-EVT-QTDE
           SET INDEVT2 TO WS-EVT-QTDE
           PERFORM UNTIL INDEVT2 NOT GREATER INDEVT
               MOVE WS-EVT-TAB(INDEVT2 - 1) TO WS-EVT-TAB(INDEVT2)
               SET INDEVT2 DOWN BY 1
           END-PERFORM
           MOVE WS-EVENTO-NOVO TO WS-EVT-TAB(INDEVT).
      *
       RT-INCLUIR-EVENTOX.                         EXIT.
      *----------------------------------------------------------------*
      *  FORMATA O EVENTO INDEVT EM WS-LINHA                            *
      *----------------------------------------------------------------*
       RT-FORMATAR-EVENTO                          SECTION.
      *
           MOVE EVT-DATA(INDEVT) TO WS-DATA-AAAAMMDD
           MOVE WS-DATA-DD       TO WS-DATA-ED-DD
           MOVE WS-DATA-MM       TO WS-DATA-ED-MM
           MOVE WS-DATA-AAAA     TO WS-DATA-ED-AAAA
           MOVE WS-DATA-ED       TO LIN-DATA
           MOVE EVT-TIPO(INDEVT)      TO LIN-TIPO
           MOVE EVT-PROGRAMA(INDEVT)  TO LIN-PROGRAMA
           MOVE EVT-OPERADOR(INDEVT)  TO LIN-OPERADOR
           MOVE EVT-DESCRICAO(INDEVT) TO LIN-DESCRICAO
           MOVE WS-LINHA-EVT          TO WS-LINHA.
      *
       RT-FORMATAR-EVENTOX.                        EXIT.
      *----------------------------------------------------------------*
       RT-MOSTRAR                                  SECTION.
      *
           DISPLAY ' '
           DISPLAY 'HISTORICO SALARIAL DA MATRICULA ' WS-MATRICULA-X
                   ' ' WS-NOME
           DISPLAY WS-CABECALHO
           MOVE ZEROS TO WS-NA-TELA
           PERFORM VARYING INDEVT FROM 1 BY 1
                     UNTIL INDEVT GREATER WS-EVT-QTDE
               PERFORM RT-FORMATAR-EVENTO
               DISPLAY WS-LINHA
               ADD 1 TO WS-NA-TELA
               IF  WS-NA-TELA NOT LESS 20
               AND INDEVT LESS WS-EVT-QTDE
                   MOVE ZEROS TO WS-NA-TELA
                   DISPLAY 'CONTINUA (ENTER) OU F ENCERRA: '
                           WITH NO ADVANCING
                   MOVE SPACES TO WS-RESPOSTA
                   ACCEPT WS-RESPOSTA
                   IF  WS-RESPOSTA(1:1) EQUAL 'F' OR 'f'
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY PGMID '007I- ' WS-EVT-QTDE ' EVENTO(S) NA LINHA DO'
                   ' TEMPO'.
      *
       RT-MOSTRARX.                                EXIT.
      *----------------------------------------------------------------*
      *  IMPRIME A ULTIMA LINHA DO TEMPO CONSULTADA E TRANSFERE PARA O  *
      *  SPOOL PELO CWSPLF                                              *
      *----------------------------------------------------------------*
       RT-IMPRIMIR                                 SECTION.
      *
           IF  NOT LINHA-DO-TEMPO-MONTADA
           OR  WS-EVT-QTDE EQUAL ZEROS
               DISPLAY PGMID '008I- CONSULTE UMA MATRICULA COM EVENTOS'
                       ' ANTES DE IMPRIMIR'
               EXIT SECTION
           END-IF
      *
      *    COTA DE SPOOL DO USUARIO ANTES DE GERAR MAIS UM DOCUMENTO
           MOVE WS-OPERADOR(1:10) TO CWQUOTA-USUARIO
           MOVE '00'              TO CWQUOTA-STATUS
           CALL SB-CWQUOTA USING PARAMETROS-CWQUOTA
             ON EXCEPTION
                MOVE '00' TO CWQUOTA-STATUS
           END-CALL
           EVALUATE CWQUOTA-STATUS
               WHEN '04'
                    DISPLAY PGMID '009I- AVISO: SUA COTA DE SPOOL'
                            ' PASSOU DE 80 PCT'
               WHEN '08'
                    DISPLAY PGMID '009I- COTA DE SPOOL ESTOURADA -'
                            ' ENVIO RECUSADO, LIMPE SEUS RELATORIOS'
                    EXIT SECTION
           END-EVALUATE
      *
           OPEN OUTPUT RELATO
           MOVE SPACES TO REG-RELATO
           STRING 'HISTORICO SALARIAL DA MATRICULA ' WS-MATRICULA-X
                  ' ' WS-NOME
                  DELIMITED BY SIZE INTO REG-RELATO
           WRITE REG-RELATO
           MOVE SPACES       TO REG-RELATO
           WRITE REG-RELATO
           MOVE WS-CABECALHO TO REG-RELATO
           WRITE REG-RELATO
           MOVE ZEROS TO WS-IMPRESSAS
           PERFORM VARYING INDEVT FROM 1 BY 1
                     UNTIL INDEVT GREATER WS-EVT-QTDE
               PERFORM RT-FORMATAR-EVENTO
               MOVE WS-LINHA TO REG-RELATO
               WRITE REG-RELATO
               ADD 1 TO WS-IMPRESSAS
           END-PERFORM
           IF  EVT-CHEIA
               MOVE '*** LINHA DO TEMPO LIMITADA A 300 EVENTOS'
                 TO REG-RELATO
               WRITE REG-RELATO
           END-IF
           CLOSE RELATO
      *
           MOVE 'SALHREL'  TO CWSPLF-FILE
           MOVE 'SALHIST'  TO CWSPLF-REPORT
           MOVE SPACES     TO CWSPLF-TITLE CWSPLF-NOTE
           STRING 'HISTORICO SALARIAL ' WS-MATRICULA-X ' ' WS-NOME
                  DELIMITED BY SIZE INTO CWSPLF-TITLE
           STRING 'MATRICULA ' WS-MATRICULA-X
                  DELIMITED BY SIZE INTO CWSPLF-NOTE
           CALL SB-CWSPLF USING PARAMETROS-CWSPLF
             ON EXCEPTION
                DISPLAY PGMID '010I- CWSPLF INDISPONIVEL - RELATORIO'
                        ' FICOU EM SALHREL'
           END-CALL
           DISPLAY PGMID '010I- ' WS-IMPRESSAS ' EVENTO(S) IMPRESSOS'.
      *
       RT-IMPRIMIRX.                               EXIT.
      *----------------------------------------------------------------*
      *  TODA CONSULTA AO HISTORICO SALARIAL FICA NO CWLOGF             *
      *----------------------------------------------------------------*
       RT-LOGA-CONSULTA                            SECTION.
      *
           MOVE 'C'    TO CWLOGW-FUNCTION
           MOVE SPACES TO CWLOGW-TEXT
           STRING 'HIST SALARIAL ' WS-MATRICULA-X
                  DELIMITED BY SIZE INTO CWLOGW-TEXT
           CALL SB-CWLOGW USING PARAMETROS-CWLOGW
             ON EXCEPTION
                CONTINUE
           END-CALL.
      *
       RT-LOGA-CONSULTAX.                          EXIT.
      ******************************************************************
      *                      FIM  DO  PROGRAMA                         *
      ******************************************************************
