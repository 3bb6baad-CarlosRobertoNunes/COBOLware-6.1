       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CWCDPL.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  LINK distribuido do simulador CICS (lado     *
                      *  chamador): o CWCICS entrega aqui o LINK com  *
                      *  SYSID de outra instalacao; a COMMAREA vai    *
                      *  em hexadecimal (CWHEX) por POST do CWHTTP    *
                      *  ao modo servidor (CWRESTS, endpoint DPL) da  *
                      *  outra ponta, que roda o programa e devolve   *
                      *  a COMMAREA e a condicao (RESP).              *
                      *                                               *
                      *  As instalacoes remotas ficam em cicsDPL.def  *
                      *  (variavel CICSDPL), uma por linha:           *
                      *  SYSID;URL;TOKEN;TIMEOUT                      *
                      *  TOKEN = token da outra ponta (cwtokens.def   *
                      *  de la), que amarra o pedido a um usuario     *
                      *  conferido pelo CWCAUTH; TIMEOUT em segundos  *
                      *  (vazio = 30).                                *
                      *                                               *
                      *  CWCDPL-ABCODE devolve LOW-VALUES (normal)    *
                      *  ou o codigo da condicao: AEYQ SYSIDERR       *
                      *  (SYSID sem definicao ou sem resposta), AEI0  *
                      *  PGMIDERR e AEY7 NOTAUTH vindos da outra      *
                      *  ponta, AEIV LENGERR. Estouro do TIMEOUT e    *
                      *  abend AZCT (CWCDPL-ABEND = "S"), fotografado *
                      *  no CWCDUMP com o numero em CWCDPL-DUMP.      *
                      *  Todo LINK remoto vai para o CWLOGF.          *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT DEFINICAO ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FS-DEFINICAO.

           SELECT CORPO ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FS-CORPO.

           SELECT RESPOSTA ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FS-RESPOSTA.

       DATA DIVISION.
       FILE SECTION.

       FD  DEFINICAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-DEFINICAO.

       01  DEFINICAO-REG             PIC  X(400).

       FD  CORPO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-CORPO.

       01  CORPO-REG                 PIC  X(200).

       FD  RESPOSTA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-RESPOSTA.

       01  RESPOSTA-REG              PIC  X(250).

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO.
           05 FS-DEFINICAO           PIC  X(002) VALUE "00".
           05 LB-DEFINICAO           PIC  X(255) VALUE "cicsDPL.def".
           05 FS-CORPO               PIC  X(002) VALUE "00".
           05 LB-CORPO               PIC  X(255) VALUE SPACES.
           05 FS-RESPOSTA            PIC  X(002) VALUE "00".
           05 LB-RESPOSTA            PIC  X(255) VALUE SPACES.
           05 TRMID                  PIC  X(004) VALUE SPACES.
           05 ACHOU                  PIC  X(001) VALUE "N".
           05 CAMPO-SYSID            PIC  X(004) VALUE SPACES.
           05 CAMPO-URL              PIC  X(256) VALUE SPACES.
           05 CAMPO-TOKEN            PIC  X(032) VALUE SPACES.
           05 CAMPO-TIMEOUT          PIC  X(005) VALUE SPACES.
           05 DPL-URL                PIC  X(256) VALUE SPACES.
           05 DPL-TOKEN              PIC  X(032) VALUE SPACES.
           05 DPL-TIMEOUT            PIC  9(005) VALUE 30.
           05 TAMANHO-ED             PIC  9(005) VALUE ZEROS.
           05 TAM-HEX                PIC  9(005) VALUE ZEROS.
           05 POS-HEX                PIC  9(005) VALUE ZEROS.
           05 TAM-LINHA              PIC  9(003) VALUE ZEROS.
           05 POS-STREAM             PIC  9(005) VALUE ZEROS.
           05 I                      PIC  9(003) VALUE ZEROS.
           05 STREAM                 PIC  X(9000) VALUE SPACES.
           05 RESP-STATUS            PIC  X(010) VALUE SPACES.
           05 RESP-ABCODE            PIC  X(004) VALUE SPACES.
           05 RESP-TAMANHO           PIC  X(005) VALUE SPACES.
           05 RESP-HEX               PIC  X(8192) VALUE SPACES.
           05 JSON-CAMPO OCCURS 12   PIC  X(010).
           05 LOG-MSG                PIC  X(080) VALUE SPACES.

       01  PARAMETROS-CWHTTP.
           05 CWHTTP-METHOD          PIC  X(004) VALUE "POST".
           05 CWHTTP-URL             PIC  X(256) VALUE SPACES.
           05 CWHTTP-BODY-FILE       PIC  X(255) VALUE SPACES.
           05 CWHTTP-RESPONSE-FILE   PIC  X(255) VALUE SPACES.
           05 CWHTTP-TIMEOUT         PIC  9(005) VALUE ZEROS.
           05 CWHTTP-STATUS          PIC  9(003) VALUE ZEROS.
           05 CWHTTP-FAILURE-REASON  PIC  X(060) VALUE SPACES.

       01  PARAMETROS-CWHEX.
           05 CWHEX-FUNCAO           PIC  X(001) VALUE SPACE.
           05 CWHEX-TAMANHO          PIC  9(005) VALUE ZEROS.
           05 CWHEX-BINARIO          PIC  X(4096) VALUE SPACES.
           05 CWHEX-TEXTO            PIC  X(8192) VALUE SPACES.
           05 CWHEX-STATUS           PIC  X(002) VALUE SPACES.

       01  PARAMETROS-CWCDUMP.
           05 CWCDUMP-FUNCTION       PIC  X(001) VALUE SPACE.
           05 CWCDUMP-NUMERO         PIC  9(006) VALUE ZEROS.
           05 CWCDUMP-TRANSID        PIC  X(004) VALUE SPACES.
           05 CWCDUMP-PROGRAMA       PIC  X(008) VALUE SPACES.
           05 CWCDUMP-ABCODE         PIC  X(004) VALUE SPACES.
           05 CWCDUMP-EIB            PIC  X(100) VALUE SPACES.
           05 CWCDUMP-CA-TAM         PIC  9(005) VALUE ZEROS.
           05 CWCDUMP-COMMAREA       PIC  X(1024) VALUE SPACES.
           05 CWCDUMP-WS-TAM         PIC  9(005) VALUE ZEROS.
           05 CWCDUMP-WORKING        PIC  X(2048) VALUE SPACES.
           05 CWCDUMP-TRATADOR       PIC  X(008) VALUE SPACES.
           05 CWCDUMP-STATUS         PIC  X(002) VALUE SPACES.

       LINKAGE SECTION.

       01  PARAMETROS-CWCDPL.
           05 CWCDPL-SYSID           PIC  X(004).
           05 CWCDPL-SYSID-LOCAL     PIC  X(004).
           05 CWCDPL-PROGRAMA        PIC  X(008).
           05 CWCDPL-TAMANHO         PIC  9(005).
           05 CWCDPL-COMMAREA        PIC  X(4096).
           05 CWCDPL-ABCODE          PIC  X(004).
           05 CWCDPL-ABEND           PIC  X(001).
           05 CWCDPL-DUMP            PIC  9(006).

       PROCEDURE DIVISION USING PARAMETROS-CWCDPL.

       000-INICIO.

           MOVE LOW-VALUES TO CWCDPL-ABCODE
           MOVE "N"        TO CWCDPL-ABEND
           MOVE ZEROS      TO CWCDPL-DUMP

           IF  CWCDPL-TAMANHO > LENGTH OF CWCDPL-COMMAREA
               MOVE "AEIV" TO CWCDPL-ABCODE
               GO TO 000-99-FIM
           END-IF

           PERFORM 100-LOCALIZA-SYSID THRU 100-99-FIM
           IF  ACHOU NOT = "S"
               MOVE "AEYQ" TO CWCDPL-ABCODE
               PERFORM 900-LOGA THRU 900-99-FIM
               GO TO 000-99-FIM
           END-IF

           PERFORM 200-MONTA-PEDIDO THRU 200-99-FIM
           IF  CWCDPL-ABCODE NOT = LOW-VALUES
               PERFORM 900-LOGA THRU 900-99-FIM
               GO TO 000-99-FIM
           END-IF

           MOVE "POST"        TO CWHTTP-METHOD
           MOVE DPL-URL       TO CWHTTP-URL
           MOVE LB-CORPO      TO CWHTTP-BODY-FILE
           MOVE LB-RESPOSTA   TO CWHTTP-RESPONSE-FILE
           MOVE DPL-TIMEOUT   TO CWHTTP-TIMEOUT
           MOVE ZEROS         TO CWHTTP-STATUS
           MOVE SPACES        TO CWHTTP-FAILURE-REASON
           CALL "CWHTTP" USING PARAMETROS-CWHTTP
             ON EXCEPTION
                MOVE 599 TO CWHTTP-STATUS
           END-CALL

           EVALUATE TRUE
      *        pedido enviado e sem resposta dentro do TIMEOUT: a
      *        transacao cai com abend fotografado no CWCDUMP
               WHEN CWHTTP-STATUS = 597
                    PERFORM 400-ABEND-TIMEOUT THRU 400-99-FIM
               WHEN CWHTTP-STATUS = 200
                    PERFORM 300-LE-RESPOSTA THRU 300-99-FIM
               WHEN OTHER
                    MOVE "AEYQ" TO CWCDPL-ABCODE
           END-EVALUATE

           PERFORM 900-LOGA THRU 900-99-FIM.

       000-99-FIM. GOBACK.

      ******************************************************************
      *    Endereco, token e timeout da instalacao do SYSID            *
      ******************************************************************
       100-LOCALIZA-SYSID.

           MOVE "N" TO ACHOU
           DISPLAY "CICSDPL"    UPON ENVIRONMENT-NAME
           ACCEPT  LB-DEFINICAO FROM ENVIRONMENT-VALUE
           IF  LB-DEFINICAO = SPACES
               MOVE "cicsDPL.def" TO LB-DEFINICAO
           END-IF
           OPEN INPUT DEFINICAO
           IF  FS-DEFINICAO > "09"
               GO TO 100-99-FIM
           END-IF
           PERFORM UNTIL FS-DEFINICAO > "09"
                      OR ACHOU = "S"
               READ DEFINICAO
               IF  FS-DEFINICAO < "10"
               AND DEFINICAO-REG NOT = SPACES
               AND DEFINICAO-REG (1: 1) NOT = "*"
                   MOVE SPACES TO CAMPO-SYSID CAMPO-URL
                                  CAMPO-TOKEN CAMPO-TIMEOUT
                   UNSTRING DEFINICAO-REG DELIMITED BY ";"
                            INTO CAMPO-SYSID CAMPO-URL
                                 CAMPO-TOKEN CAMPO-TIMEOUT
                   END-UNSTRING
                   IF  CAMPO-SYSID = CWCDPL-SYSID
                       MOVE "S"         TO ACHOU
                       MOVE CAMPO-URL   TO DPL-URL
                       MOVE CAMPO-TOKEN TO DPL-TOKEN
                       MOVE 30          TO DPL-TIMEOUT
                       EVALUATE TRUE
                           WHEN CAMPO-TIMEOUT (1: 3) IS NUMERIC
                                MOVE CAMPO-TIMEOUT (1: 3)
                                  TO DPL-TIMEOUT
                           WHEN CAMPO-TIMEOUT (1: 2) IS NUMERIC
                            AND CAMPO-TIMEOUT (3: 1) EQUAL SPACE
                                MOVE CAMPO-TIMEOUT (1: 2)
                                  TO DPL-TIMEOUT
                           WHEN CAMPO-TIMEOUT (1: 1) IS NUMERIC
                            AND CAMPO-TIMEOUT (2: 1) EQUAL SPACE
                                MOVE CAMPO-TIMEOUT (1: 1)
                                  TO DPL-TIMEOUT
                       END-EVALUATE
                       IF  DPL-TIMEOUT = ZEROS
                           MOVE 30 TO DPL-TIMEOUT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE DEFINICAO.

       100-99-FIM. EXIT.

      ******************************************************************
      *    Corpo do POST: TOKEN;DPL;PROGRAMA;TAMANHO;SYSID-ORIGEM;     *
      *    seguido da COMMAREA em hexadecimal, em linhas de 200        *
      ******************************************************************
       200-MONTA-PEDIDO.

           DISPLAY "TRMID" UPON ENVIRONMENT-NAME
           ACCEPT  TRMID   FROM ENVIRONMENT-VALUE
           MOVE SPACES TO LB-CORPO LB-RESPOSTA
           STRING "cicsDPL(" TRMID ").req"
                  DELIMITED BY SPACE INTO LB-CORPO
           STRING "cicsDPL(" TRMID ").rsp"
                  DELIMITED BY SPACE INTO LB-RESPOSTA

           MOVE "E"             TO CWHEX-FUNCAO
           MOVE CWCDPL-TAMANHO  TO CWHEX-TAMANHO
           MOVE SPACES          TO CWHEX-BINARIO
           IF  CWCDPL-TAMANHO NOT = ZEROS
               MOVE CWCDPL-COMMAREA (1: CWCDPL-TAMANHO)
                 TO CWHEX-BINARIO (1: CWCDPL-TAMANHO)
           END-IF
           CALL "CWHEX" USING PARAMETROS-CWHEX
           IF  CWHEX-STATUS NOT = "00"
               MOVE "AEIV" TO CWCDPL-ABCODE
               GO TO 200-99-FIM
           END-IF

           OPEN OUTPUT CORPO
           IF  FS-CORPO > "09"
               MOVE "AEYQ" TO CWCDPL-ABCODE
               GO TO 200-99-FIM
           END-IF
           MOVE CWCDPL-TAMANHO TO TAMANHO-ED
           MOVE SPACES TO CORPO-REG
           STRING DPL-TOKEN          DELIMITED BY SPACE
                  ";DPL;"            DELIMITED BY SIZE
                  CWCDPL-PROGRAMA    DELIMITED BY SPACE
                  ";"                DELIMITED BY SIZE
                  TAMANHO-ED         DELIMITED BY SIZE
                  ";"                DELIMITED BY SIZE
                  CWCDPL-SYSID-LOCAL DELIMITED BY SPACE
                  ";"                DELIMITED BY SIZE
                  INTO CORPO-REG
           WRITE CORPO-REG

           COMPUTE TAM-HEX = CWCDPL-TAMANHO * 2
           MOVE 1 TO POS-HEX
           PERFORM UNTIL POS-HEX > TAM-HEX
               MOVE 200 TO TAM-LINHA
               IF  POS-HEX + TAM-LINHA > TAM-HEX + 1
                   COMPUTE TAM-LINHA = TAM-HEX - POS-HEX + 1
               END-IF
               MOVE SPACES TO CORPO-REG
               MOVE CWHEX-TEXTO (POS-HEX: TAM-LINHA)
                 TO CORPO-REG (1: TAM-LINHA)
               WRITE CORPO-REG
               ADD TAM-LINHA TO POS-HEX
           END-PERFORM
           CLOSE CORPO.

       200-99-FIM. EXIT.

      ******************************************************************
      *    Resposta da outra ponta (uma linha JSON, quebrada pelo      *
      *    HTTP em varios registros):                                  *
      *    {"resp":"NORMAL","abcode":"","tamanho":"nnnnn",             *
      *     "commarea":"HEX"}                                          *
      ******************************************************************
       300-LE-RESPOSTA.

           MOVE SPACES TO STREAM
           MOVE 1      TO POS-STREAM
           OPEN INPUT RESPOSTA
           IF  FS-RESPOSTA > "09"
               MOVE "AEYQ" TO CWCDPL-ABCODE
               GO TO 300-99-FIM
           END-IF
           PERFORM UNTIL FS-RESPOSTA > "09"
               READ RESPOSTA
               IF  FS-RESPOSTA < "10"
                   PERFORM VARYING I FROM 1 BY 1
                             UNTIL I > 250
                                OR POS-STREAM > 9000
                       IF  RESPOSTA-REG (I: 1) NOT = SPACE
                       AND RESPOSTA-REG (I: 1) NOT = X"0D"
                       AND RESPOSTA-REG (I: 1) NOT = X"0A"
                           MOVE RESPOSTA-REG (I: 1)
                             TO STREAM (POS-STREAM: 1)
                           ADD 1 TO POS-STREAM
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           CLOSE RESPOSTA

           MOVE SPACES TO JSON-CAMPO (1) JSON-CAMPO (2)
                          JSON-CAMPO (3) JSON-CAMPO (4)
                          JSON-CAMPO (5) JSON-CAMPO (6)
                          JSON-CAMPO (7) JSON-CAMPO (8)
                          JSON-CAMPO (9) JSON-CAMPO (10)
                          JSON-CAMPO (11) JSON-CAMPO (12)
                          RESP-STATUS RESP-ABCODE RESP-TAMANHO
                          RESP-HEX
           UNSTRING STREAM DELIMITED BY QUOTE
                    INTO JSON-CAMPO (1)  JSON-CAMPO (2)
                         JSON-CAMPO (3)  RESP-STATUS
                         JSON-CAMPO (4)  JSON-CAMPO (5)
                         JSON-CAMPO (6)  RESP-ABCODE
                         JSON-CAMPO (7)  JSON-CAMPO (8)
                         JSON-CAMPO (9)  RESP-TAMANHO
                         JSON-CAMPO (10) JSON-CAMPO (11)
                         JSON-CAMPO (12) RESP-HEX
           END-UNSTRING

           IF  RESP-STATUS NOT = "NORMAL"
               IF  RESP-ABCODE = SPACES
                   MOVE "AEYQ"      TO CWCDPL-ABCODE
               ELSE
                   MOVE RESP-ABCODE TO CWCDPL-ABCODE
               END-IF
               GO TO 300-99-FIM
           END-IF
           IF  RESP-TAMANHO NOT NUMERIC
               MOVE "AEYQ" TO CWCDPL-ABCODE
               GO TO 300-99-FIM
           END-IF

           MOVE "D"          TO CWHEX-FUNCAO
           MOVE RESP-TAMANHO TO CWHEX-TAMANHO
           MOVE RESP-HEX     TO CWHEX-TEXTO
           CALL "CWHEX" USING PARAMETROS-CWHEX
           IF  CWHEX-STATUS NOT = "00"
               MOVE "AEYQ" TO CWCDPL-ABCODE
               GO TO 300-99-FIM
           END-IF
      *    a COMMAREA volta no tamanho do LINK, como no CICS
           IF  CWHEX-TAMANHO > CWCDPL-TAMANHO
               MOVE CWCDPL-TAMANHO TO CWHEX-TAMANHO
           END-IF
           IF  CWHEX-TAMANHO NOT = ZEROS
               MOVE CWHEX-BINARIO (1: CWHEX-TAMANHO)
                 TO CWCDPL-COMMAREA (1: CWHEX-TAMANHO)
           END-IF.

       300-99-FIM. EXIT.

      ******************************************************************
      *    Timeout do LINK remoto: abend AZCT com dump no CWCDUMP      *
      ******************************************************************
       400-ABEND-TIMEOUT.

           MOVE "AZCT"            TO CWCDPL-ABCODE
           MOVE "S"               TO CWCDPL-ABEND
           MOVE "G"               TO CWCDUMP-FUNCTION
           DISPLAY "TRNID"        UPON ENVIRONMENT-NAME
           ACCEPT  CWCDUMP-TRANSID FROM ENVIRONMENT-VALUE
           MOVE CWCDPL-PROGRAMA   TO CWCDUMP-PROGRAMA
           MOVE CWCDPL-ABCODE     TO CWCDUMP-ABCODE
           MOVE SPACES            TO CWCDUMP-EIB
           STRING "TRANSID="      CWCDUMP-TRANSID
                  " LINK SYSID="  CWCDPL-SYSID
                  " PROGRAMA="    CWCDPL-PROGRAMA
                  " TIMEOUT="     DPL-TIMEOUT "s"
                  DELIMITED BY SIZE INTO CWCDUMP-EIB
           MOVE SPACES TO CWCDUMP-COMMAREA
           IF  CWCDPL-TAMANHO > 1024
               MOVE 1024 TO CWCDUMP-CA-TAM
           ELSE
               MOVE CWCDPL-TAMANHO TO CWCDUMP-CA-TAM
           END-IF
           IF  CWCDUMP-CA-TAM NOT = 0
               MOVE CWCDPL-COMMAREA (1: CWCDUMP-CA-TAM)
                 TO CWCDUMP-COMMAREA (1: CWCDUMP-CA-TAM)
           END-IF
           MOVE 0 TO CWCDUMP-WS-TAM
           CALL "CWCDUMP" USING PARAMETROS-CWCDUMP
             ON EXCEPTION
                MOVE "99" TO CWCDUMP-STATUS
           END-CALL
           IF  CWCDUMP-STATUS = "00"
               MOVE CWCDUMP-NUMERO TO CWCDPL-DUMP
           END-IF.

       400-99-FIM. EXIT.

       900-LOGA.

           MOVE SPACES TO LOG-MSG
           IF  CWCDPL-ABCODE = LOW-VALUES
               STRING "LINK " CWCDPL-SYSID " " CWCDPL-PROGRAMA
                      " NORMAL"
                      DELIMITED BY SIZE INTO LOG-MSG
           ELSE
               STRING "LINK " CWCDPL-SYSID " " CWCDPL-PROGRAMA
                      " " CWCDPL-ABCODE " HTTP " CWHTTP-STATUS
                      DELIMITED BY SIZE INTO LOG-MSG
               IF  CWCDPL-ABEND = "S"
                   MOVE SPACES TO LOG-MSG (40: )
                   STRING "ABEND DUMP " CWCDPL-DUMP
                          DELIMITED BY SIZE INTO LOG-MSG (40: )
               END-IF
           END-IF
           CALL "CWLOGW" USING "^" LOG-MSG
             ON EXCEPTION
                CONTINUE
           END-CALL.

       900-99-FIM. EXIT.
