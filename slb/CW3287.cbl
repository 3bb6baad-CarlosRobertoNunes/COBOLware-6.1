       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CW3287.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Sessao de impressora 3287 (LU1) ao lado da   *
                      *  sessao de tela do CW3278: a impressao do     *
                      *  host, em vez de ir para a 3287 da sala de    *
                      *  maquinas, vai para o spool pelo CWSPLF e     *
                      *  segue dali como relatorio da casa (CWDISTR,  *
                      *  CWPDF, arquivo do spool).                    *
                      *                                               *
                      *  LU da impressora: variavel CW3287-LU ou, na  *
                      *  falta, o proprio TRMID da tela. A ligacao    *
                      *  com o host entrega cada trabalho terminado   *
                      *  (fim de chaveamento) no arquivo de fila      *
                      *  cw3287<LU>.job, uma linha por trabalho:      *
                      *     JOB;arquivo-com-o-fluxo-SCS               *
                      *  A cada chamada a fila e recolhida (renomeada *
                      *  para cw3287<LU>.prc) e cada fluxo SCS/EBCDIC *
                      *  vira texto paginado:                         *
                      *     NL, CR, LF, CR+LF   fim de linha          *
                      *     FF                  salto de pagina       *
                      *     HT, BS              tabulacao/retrocesso  *
                      *     PP (34)             posicao horizontal e  *
                      *                         avanco vertical       *
                      *     TRN (35)            dados transparentes   *
                      *     2B cc ll ...        controles de formato  *
                      *                         (SHF, SVF, SLD...)    *
                      *                         descartados           *
                      *                                               *
                      *  Codigo do relatorio pelo nome do job do host *
                      *  na tabela cw3287.def (variavel CW3287-DEF):  *
                      *     JOB;CODIGO;TITULO                         *
                      *  JOB com "*" final vale como prefixo; vale a  *
                      *  primeira linha que casar; sem linha, o       *
                      *  codigo e o proprio nome do job.              *
                      *                                               *
                      *  CW3287-JOBS devolve quantos trabalhos foram  *
                      *  para o spool nesta chamada.                  *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FILA ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FS-FILA.

           SELECT FLUXO ASSIGN TO DISK
                  ORGANIZATION  IS BINARY SEQUENTIAL
                  FILE STATUS   IS FS-FLUXO.

           SELECT TEXTO ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FS-TEXTO.

           SELECT MAPA ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FS-MAPA.

       DATA DIVISION.
       FILE SECTION.

       FD  FILA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-FILA-PRC.

       01  FILA-REG                  PIC  X(300).

       FD  FLUXO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-FLUXO.

       01  FLUXO-REG                 PIC  X(001).

       FD  TEXTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-TEXTO.

       01  TEXTO-REG                 PIC  X(220).

       FD  MAPA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-MAPA.

       01  MAPA-REG                  PIC  X(100).

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO. COPY CWCASE.
           05 VEZ                    PIC  9(001) VALUE 1.
           05 FS-FILA                PIC  X(002) VALUE "00".
           05 LB-FILA                PIC  X(255) VALUE SPACES.
           05 LB-FILA-PRC            PIC  X(255) VALUE SPACES.
           05 FS-FLUXO               PIC  X(002) VALUE "00".
           05 LB-FLUXO               PIC  X(255) VALUE SPACES.
           05 FS-TEXTO               PIC  X(002) VALUE "00".
           05 LB-TEXTO               PIC  X(255) VALUE SPACES.
           05 FS-MAPA                PIC  X(002) VALUE "00".
           05 LB-MAPA                PIC  X(255) VALUE "cw3287.def".
           05 LU                     PIC  X(008) VALUE SPACES.
           05 JOB-NOME               PIC  X(008) VALUE SPACES.
           05 FIM-FLUXO              PIC  X(001) VALUE "N".
           05 CR-PENDENTE            PIC  X(001) VALUE "N".
           05 CR-ANTERIOR            PIC  X(001) VALUE "N".
           05 LINHA                  PIC  X(220) VALUE SPACES.
           05 COLUNA                 PIC  9(003) VALUE ZEROS.
           05 LARGURA-MAX            PIC  9(003) VALUE ZEROS.
           05 LINHAS                 PIC  9(006) VALUE ZEROS.
           05 PAGINAS                PIC  9(006) VALUE ZEROS.
           05 PP-TIPO                PIC  9(003) VALUE ZEROS.
           05 PULAR                  PIC  9(003) VALUE ZEROS.
           05 I                      PIC  9(003) VALUE ZEROS.
           05 TAM                    PIC  9(002) VALUE ZEROS.
           05 ACHOU                  PIC  X(001) VALUE "N".
           05 CODIGO                 PIC  X(007) VALUE SPACES.
           05 TITULO                 PIC  X(060) VALUE SPACES.
           05 LOG-MSG                PIC  X(080) VALUE SPACES.
           05 UM-BYTE.
              10 BYTE-N              PIC  9(002) COMP-X.

      ******************************************************************
      *    Tabela cw3287.def carregada na primeira chamada             *
      ******************************************************************
       01  MAPA-TABELA.
           05 MAPA-QTDE              PIC  9(003) VALUE ZEROS.
           05 MAPA-TAB OCCURS 100 INDEXED BY INDMAP.
              10 MAPA-JOB            PIC  X(008).
              10 MAPA-CODIGO         PIC  X(007).
              10 MAPA-TITULO         PIC  X(060).

      ******************************************************************
      *    EBCDIC (codigo 037) para o codigo da casa; controles e      *
      *    posicoes sem equivalente saem em branco                     *
      ******************************************************************
       01  TABELA-EBCDIC.
           05 FILLER                 PIC  X(016)
                     VALUE X"20202020202020202020202020202020".
           05 FILLER                 PIC  X(016)
                     VALUE X"20202020202020202020202020202020".
           05 FILLER                 PIC  X(016)
                     VALUE X"20202020202020202020202020202020".
           05 FILLER                 PIC  X(016)
                     VALUE X"20202020202020202020202020202020".
           05 FILLER                 PIC  X(016)
                     VALUE X"20FF838485A0C68687A4BD2E3C282B7C".
           05 FILLER                 PIC  X(016)
                     VALUE X"268288898AA18C8B8DE121242A293BAA".
           05 FILLER                 PIC  X(016)
                     VALUE X"2D2FB68EB7B5C78F80A5DD2C255F3E3F".
           05 FILLER                 PIC  X(016)
                     VALUE X"9B90D2D3D4D6D7D8DE603A2340273D22".
           05 FILLER                 PIC  X(016)
                     VALUE X"9D616263646566676869AEAFD0ECE7F1".
           05 FILLER                 PIC  X(016)
                     VALUE X"F86A6B6C6D6E6F707172A6A791F792CF".
           05 FILLER                 PIC  X(016)
                     VALUE X"E67E737475767778797AADA8D1EDE8A9".
           05 FILLER                 PIC  X(016)
                     VALUE X"5E9CBEFAB8F5F4ACABF35B5DEEF9EF9E".
           05 FILLER                 PIC  X(016)
                     VALUE X"7B414243444546474849F0939495A2E4".
           05 FILLER                 PIC  X(016)
                     VALUE X"7D4A4B4C4D4E4F505152FB968197A398".
           05 FILLER                 PIC  X(016)
                     VALUE X"5CF6535455565758595AFDE299E3E0E5".
           05 FILLER                 PIC  X(016)
                     VALUE X"30313233343536373839FCEA9AEBE920".
       01  FILLER REDEFINES TABELA-EBCDIC.
           05 EBCDIC-ASCII OCCURS 256 PIC X(001).

       01  PARAMETROS-CWSPLF.
           05 CWSPLF-FILE            PIC  X(050) VALUE SPACES.
           05 CWSPLF-REPORT          PIC  X(007) VALUE SPACES.
           05 CWSPLF-FORM-TYPE       PIC  X(001) VALUE "1".
           05 CWSPLF-FLAG            PIC  X(001) VALUE SPACE.
           05 CWSPLF-WIDTH           PIC  9(003) VALUE 132.
           05 CWSPLF-TITLE           PIC  X(174) VALUE SPACES.
           05 CWSPLF-NOTE            PIC  X(020) VALUE SPACES.
           05 CWSPLF-SIMULA          PIC  X(001) VALUE "N".
           05 CWSPLF-FOLHAS          PIC  9(006) VALUE ZEROS.
           05 CWSPLF-LINHAS          PIC  9(010) VALUE ZEROS.

       LINKAGE SECTION.

       01  PARAMETROS-CW3287.
           05 CW3287-TRMID           PIC  X(004).
           05 CW3287-JOBS            PIC  9(003).

       PROCEDURE DIVISION USING PARAMETROS-CW3287.

       000-INICIO.

           MOVE ZEROS TO CW3287-JOBS

           IF  VEZ = 1
               MOVE 2 TO VEZ
               PERFORM 800-CARREGA-MAPA THRU 800-99-FIM
               DISPLAY "CW3287-LU" UPON ENVIRONMENT-NAME
               ACCEPT  LU          FROM ENVIRONMENT-VALUE
               IF  LU = SPACES
                   MOVE CW3287-TRMID TO LU
               END-IF
               STRING "cw3287" LU DELIMITED BY SPACE
                      ".job"      DELIMITED BY SIZE
                      INTO LB-FILA
               STRING "cw3287" LU DELIMITED BY SPACE
                      ".prc"      DELIMITED BY SIZE
                      INTO LB-FILA-PRC
               STRING "cw3287" LU DELIMITED BY SPACE
                      ".txt"      DELIMITED BY SIZE
                      INTO LB-TEXTO
           END-IF

      *    fila recolhida de uma vez: o que o host entregar durante o
      *    processamento fica para a proxima chamada; um .prc que
      *    sobrou de queda anterior e processado primeiro
           OPEN INPUT FILA
           IF  FS-FILA > "09"
               CALL "CBL_RENAME_FILE" USING LB-FILA LB-FILA-PRC
               OPEN INPUT FILA
               IF  FS-FILA > "09"
                   GOBACK
               END-IF
           END-IF

           PERFORM TEST AFTER UNTIL FS-FILA > "09"
               READ FILA
               IF  FS-FILA < "10"
               AND FILA-REG NOT = SPACES
                   PERFORM 100-TRABALHO THRU 100-99-FIM
               END-IF
           END-PERFORM
           CLOSE FILA
           CALL "CBL_DELETE_FILE" USING LB-FILA-PRC.

       000-99-FIM. GOBACK.

      ******************************************************************
      *    Um trabalho do host: fluxo SCS -> texto -> spool            *
      ******************************************************************
       100-TRABALHO.

           MOVE SPACES TO JOB-NOME LB-FLUXO
           UNSTRING FILA-REG DELIMITED BY ";"
                    INTO JOB-NOME LB-FLUXO
           END-UNSTRING
           IF  LB-FLUXO = SPACES
               GO TO 100-99-FIM
           END-IF
           INSPECT JOB-NOME CONVERTING MINUSCULAS TO MAIUSCULAS

           PERFORM 200-CONVERTE THRU 200-99-FIM
           IF  FS-FLUXO = "30" OR "35"
               MOVE SPACES TO LOG-MSG
               STRING "CW3287 " LU " JOB " JOB-NOME
                      " FLUXO AUSENTE " LB-FLUXO (1: 40)
                      DELIMITED BY SIZE INTO LOG-MSG
               PERFORM 900-LOGA THRU 900-99-FIM
               GO TO 100-99-FIM
           END-IF

           PERFORM 300-MAPEIA THRU 300-99-FIM

           MOVE LB-TEXTO TO CWSPLF-FILE
           MOVE CODIGO   TO CWSPLF-REPORT
           MOVE "*"      TO CWSPLF-FLAG
           IF  LARGURA-MAX < 80
               MOVE 80 TO CWSPLF-WIDTH
           ELSE
               MOVE LARGURA-MAX TO CWSPLF-WIDTH
           END-IF
           IF  LARGURA-MAX > 132
               MOVE "3" TO CWSPLF-FORM-TYPE
           ELSE
               MOVE "1" TO CWSPLF-FORM-TYPE
           END-IF
           MOVE TITULO   TO CWSPLF-TITLE
           MOVE SPACES   TO CWSPLF-NOTE
           STRING "HOST " JOB-NOME DELIMITED BY SIZE
                  INTO CWSPLF-NOTE
           MOVE "N"      TO CWSPLF-SIMULA
           CALL "CWSPLF" USING PARAMETROS-CWSPLF
             ON EXCEPTION
                MOVE SPACES TO LOG-MSG
                STRING "CW3287 " LU " JOB " JOB-NOME
                       " CWSPLF INDISPONIVEL - TEXTO EM "
                       LB-TEXTO (1: 20)
                       DELIMITED BY SIZE INTO LOG-MSG
                PERFORM 900-LOGA THRU 900-99-FIM
                GO TO 100-99-FIM
           END-CALL

           CALL "CBL_DELETE_FILE" USING LB-FLUXO
           ADD 1 TO CW3287-JOBS
           MOVE SPACES TO LOG-MSG
           STRING "CW3287 " LU " JOB " JOB-NOME " SPOOL " CODIGO
                  " PAGINAS " PAGINAS " LINHAS " LINHAS
                  DELIMITED BY SIZE INTO LOG-MSG
           PERFORM 900-LOGA THRU 900-99-FIM.

       100-99-FIM. EXIT.

      ******************************************************************
      *    Conversao SCS (EBCDIC) para texto com salto de pagina X"0C" *
      ******************************************************************
       200-CONVERTE.

           OPEN INPUT FLUXO
           IF  FS-FLUXO > "09"
               GO TO 200-99-FIM
           END-IF
           OPEN OUTPUT TEXTO
           MOVE SPACES TO LINHA
           MOVE ZEROS  TO COLUNA LARGURA-MAX LINHAS
           MOVE 1      TO PAGINAS
           MOVE "N"    TO FIM-FLUXO CR-PENDENTE

           PERFORM 210-BYTE THRU 210-99-FIM
                   UNTIL FIM-FLUXO = "S"

           IF  COLUNA > 0
           OR  LINHA NOT = SPACES
               PERFORM 220-GRAVA-LINHA THRU 220-99-FIM
           END-IF
           CLOSE FLUXO TEXTO
           MOVE "00" TO FS-FLUXO.

       200-99-FIM. EXIT.

       210-BYTE.

           PERFORM 250-LE-BYTE THRU 250-99-FIM
           IF  FIM-FLUXO = "S"
               GO TO 210-99-FIM
           END-IF
           MOVE CR-PENDENTE TO CR-ANTERIOR
           MOVE "N"         TO CR-PENDENTE

           EVALUATE TRUE
      *        NL
               WHEN BYTE-N = 21
                    PERFORM 220-GRAVA-LINHA THRU 220-99-FIM
      *        CR (com LF em seguida vale uma linha so)
               WHEN BYTE-N = 13
                    PERFORM 220-GRAVA-LINHA THRU 220-99-FIM
                    MOVE "S" TO CR-PENDENTE
      *        LF
               WHEN BYTE-N = 37
                    IF  CR-ANTERIOR NOT = "S"
                        PERFORM 220-GRAVA-LINHA THRU 220-99-FIM
                    END-IF
      *        FF
               WHEN BYTE-N = 12
                    IF  COLUNA > 0
                    OR  LINHA NOT = SPACES
                        PERFORM 220-GRAVA-LINHA THRU 220-99-FIM
                    END-IF
                    MOVE SPACES TO TEXTO-REG
                    MOVE X"0C"  TO TEXTO-REG (1: 1)
                    WRITE TEXTO-REG
                    ADD 1 TO PAGINAS
      *        HT: paradas de 8 em 8
               WHEN BYTE-N = 5
                    DIVIDE COLUNA BY 8 GIVING COLUNA
                    COMPUTE COLUNA = (COLUNA + 1) * 8
                    IF  COLUNA > 220
                        MOVE 220 TO COLUNA
                    END-IF
      *        BS
               WHEN BYTE-N = 22
                    IF  COLUNA > 0
                        SUBTRACT 1 FROM COLUNA
                    END-IF
      *        2B cc ll ...
               WHEN BYTE-N = 43
                    PERFORM 230-CONTROLE THRU 230-99-FIM
      *        PP
               WHEN BYTE-N = 52
                    PERFORM 240-POSICAO THRU 240-99-FIM
      *        TRN ll dados
               WHEN BYTE-N = 53
                    PERFORM 250-LE-BYTE THRU 250-99-FIM
                    MOVE BYTE-N TO PULAR
                    PERFORM VARYING I FROM 1 BY 1
                              UNTIL I > PULAR
                                 OR FIM-FLUXO = "S"
                        PERFORM 250-LE-BYTE THRU 250-99-FIM
                        IF  FIM-FLUXO NOT = "S"
                            PERFORM 260-IMPRIME THRU 260-99-FIM
                        END-IF
                    END-PERFORM
      *        demais controles SCS sao ignorados
               WHEN BYTE-N < 64
                    CONTINUE
               WHEN OTHER
                    PERFORM 260-IMPRIME THRU 260-99-FIM
           END-EVALUATE.

       210-99-FIM. EXIT.

       220-GRAVA-LINHA.

           MOVE LINHA  TO TEXTO-REG
           WRITE TEXTO-REG
           ADD  1      TO LINHAS
           MOVE SPACES TO LINHA
           MOVE ZEROS  TO COLUNA.

       220-99-FIM. EXIT.

       230-CONTROLE.

           PERFORM 250-LE-BYTE THRU 250-99-FIM
           PERFORM 250-LE-BYTE THRU 250-99-FIM
           IF  FIM-FLUXO = "S"
           OR  BYTE-N < 2
               GO TO 230-99-FIM
           END-IF
           COMPUTE PULAR = BYTE-N - 1
           PERFORM VARYING I FROM 1 BY 1
                     UNTIL I > PULAR
                        OR FIM-FLUXO = "S"
               PERFORM 250-LE-BYTE THRU 250-99-FIM
           END-PERFORM.

       230-99-FIM. EXIT.

      *    PP: C0 horizontal absoluta, C8 horizontal relativa,
      *    4C vertical relativa (linhas em branco); as demais sao
      *    descartadas
       240-POSICAO.

           PERFORM 250-LE-BYTE THRU 250-99-FIM
           MOVE BYTE-N TO PP-TIPO
           PERFORM 250-LE-BYTE THRU 250-99-FIM
           IF  FIM-FLUXO = "S"
               GO TO 240-99-FIM
           END-IF
           EVALUATE PP-TIPO
               WHEN 192
                    IF  BYTE-N > 0
                    AND BYTE-N < 221
                        COMPUTE COLUNA = BYTE-N - 1
                    END-IF
               WHEN 200
                    ADD BYTE-N TO COLUNA
                    IF  COLUNA > 220
                        MOVE 220 TO COLUNA
                    END-IF
               WHEN 76
                    IF  BYTE-N > 0
                        PERFORM 220-GRAVA-LINHA THRU 220-99-FIM
                        COMPUTE PULAR = BYTE-N - 1
                        PERFORM PULAR TIMES
                            PERFORM 220-GRAVA-LINHA THRU 220-99-FIM
                        END-PERFORM
                    END-IF
           END-EVALUATE.

       240-99-FIM. EXIT.

       250-LE-BYTE.

           READ FLUXO
             AT END
                MOVE "S"  TO FIM-FLUXO
                MOVE ZERO TO BYTE-N
             NOT AT END
                MOVE FLUXO-REG TO UM-BYTE
           END-READ.

       250-99-FIM. EXIT.

       260-IMPRIME.

           IF  COLUNA < 220
               ADD 1 TO COLUNA
               MOVE EBCDIC-ASCII (BYTE-N + 1) TO LINHA (COLUNA: 1)
               IF  COLUNA > LARGURA-MAX
                   MOVE COLUNA TO LARGURA-MAX
               END-IF
           END-IF.

       260-99-FIM. EXIT.

      ******************************************************************
      *    Codigo e titulo do relatorio pelo nome do job do host       *
      ******************************************************************
       300-MAPEIA.

           MOVE JOB-NOME TO CODIGO
           MOVE SPACES   TO TITULO
           MOVE "N"      TO ACHOU
           PERFORM VARYING INDMAP FROM 1 BY 1
                     UNTIL INDMAP > MAPA-QTDE
                        OR ACHOU = "S"
               MOVE ZEROS TO TAM
               INSPECT MAPA-JOB (INDMAP) TALLYING TAM
                       FOR CHARACTERS BEFORE INITIAL "*"
               EVALUATE TRUE
                   WHEN TAM = 8
                        IF  MAPA-JOB (INDMAP) = JOB-NOME
                            MOVE "S" TO ACHOU
                        END-IF
                   WHEN TAM = 0
                        MOVE "S" TO ACHOU
                   WHEN MAPA-JOB (INDMAP) (1: TAM)
                      = JOB-NOME (1: TAM)
                        MOVE "S" TO ACHOU
               END-EVALUATE
               IF  ACHOU = "S"
                   IF  MAPA-CODIGO (INDMAP) NOT = SPACES
                       MOVE MAPA-CODIGO (INDMAP) TO CODIGO
                   END-IF
                   MOVE MAPA-TITULO (INDMAP) TO TITULO
               END-IF
           END-PERFORM
           IF  TITULO = SPACES
               STRING "Impressao do host - job " JOB-NOME
                      " (LU " LU DELIMITED BY SPACE
                      ")" DELIMITED BY SIZE
                      INTO TITULO
           END-IF.

       300-99-FIM. EXIT.

       800-CARREGA-MAPA.

           DISPLAY "CW3287-DEF" UPON ENVIRONMENT-NAME
           ACCEPT  LB-MAPA      FROM ENVIRONMENT-VALUE
           IF  LB-MAPA = SPACES
               MOVE "cw3287.def" TO LB-MAPA
           END-IF
           MOVE ZEROS TO MAPA-QTDE
           OPEN INPUT MAPA
           IF  FS-MAPA > "09"
               GO TO 800-99-FIM
           END-IF
           PERFORM UNTIL FS-MAPA > "09"
                      OR MAPA-QTDE NOT < 100
               READ MAPA
               IF  FS-MAPA < "10"
               AND MAPA-REG NOT = SPACES
               AND MAPA-REG (1: 1) NOT = "*"
                   ADD 1 TO MAPA-QTDE
                   SET INDMAP TO MAPA-QTDE
                   MOVE SPACES TO MAPA-TAB (INDMAP)
                   UNSTRING MAPA-REG DELIMITED BY ";"
                            INTO MAPA-JOB (INDMAP)
                                 MAPA-CODIGO (INDMAP)
                                 MAPA-TITULO (INDMAP)
                   END-UNSTRING
                   INSPECT MAPA-JOB (INDMAP)
                           CONVERTING MINUSCULAS TO MAIUSCULAS
               END-IF
           END-PERFORM
           CLOSE MAPA.

       800-99-FIM. EXIT.

       900-LOGA.

           CALL "CWLOGW" USING "^" LOG-MSG
             ON EXCEPTION
                DISPLAY LOG-MSG
           END-CALL.

       900-99-FIM. EXIT.
