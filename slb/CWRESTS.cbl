                      *                   (cwsched.sta)               *
                      *   FILAS;          profundidade das filas      *
                      *                   (CWQUEUEP funcao D)         *
                      *   DPL;programa;tamanho;sysid;COMMAREA-HEX     *
                      *                   LINK distribuido vindo de   *
                      *                   outra instalacao (CWCDPL):  *
                      *                   roda no espelho CWCMIRR e   *
                      *                   devolve RESP e COMMAREA     *
                      *                                               *
                      *  Cada token de cwtokens.def                   *
                      *  (TOKEN;USUARIO;ALCADA) amarra a chamada a    *
           05 ACHOU-JOB              PIC  X(001) VALUE "N".
           05 I                      PIC  9(002) VALUE ZEROS.
           05 DEPTH-ED               PIC  9(006) VALUE ZEROS.
           05 PEDIDO-CORPO           PIC  X(8500) VALUE SPACES.
           05 POS-CORPO              PIC  9(005) VALUE ZEROS.
           05 POS-HEX                PIC  9(005) VALUE ZEROS.
           05 TAM-HEX                PIC  9(005) VALUE ZEROS.
           05 TAM-LINHA              PIC  9(003) VALUE ZEROS.
           05 J                      PIC  9(003) VALUE ZEROS.
           05 DPL-PROGRAMA           PIC  X(008) VALUE SPACES.
           05 DPL-TAMANHO            PIC  X(005) VALUE SPACES.
           05 DPL-SYSID              PIC  X(004) VALUE SPACES.
           05 DPL-RESP               PIC  X(008) VALUE SPACES.
           05 DPL-ABCODE             PIC  X(004) VALUE SPACES.
           05 DPL-HEX                PIC  X(8192) VALUE SPACES.
           05 TAMANHO-ED             PIC  9(005) VALUE ZEROS.

       01  PARAMETROS-CWLOGW.
           05 CWLOGW-FUNCTION        PIC  X(001) VALUE SPACE.
           05 CWQUEUEP-STATUS        PIC  X(002) VALUE SPACES.
           05 CWQUEUEP-DEPTH OCCURS 9 PIC 9(006).

       01  PARAMETROS-CWHEX.
           05 CWHEX-FUNCAO           PIC  X(001) VALUE SPACE.
           05 CWHEX-TAMANHO          PIC  9(005) VALUE ZEROS.
           05 CWHEX-BINARIO          PIC  X(4096) VALUE SPACES.
           05 CWHEX-TEXTO            PIC  X(8192) VALUE SPACES.
           05 CWHEX-STATUS           PIC  X(002) VALUE SPACES.

       01  PARAMETROS-CWCMIRR.
           05 CWCMIRR-USUARIO        PIC  X(030) VALUE SPACES.
           05 CWCMIRR-SYSID-ORIGEM   PIC  X(004) VALUE SPACES.
           05 CWCMIRR-PROGRAMA       PIC  X(008) VALUE SPACES.
           05 CWCMIRR-TAMANHO        PIC  9(005) VALUE ZEROS.
           05 CWCMIRR-COMMAREA       PIC  X(4096) VALUE SPACES.
           05 CWCMIRR-ABCODE         PIC  X(004) VALUE SPACES.

       PROCEDURE DIVISION.

       000-INICIO.
               CLOSE PEDIDO
               GO TO 100-99-FIM
           END-IF
      *    o pedido do DPL passa de uma linha (COMMAREA em hexa): as
      *    linhas sao emendadas sem os brancos de cada uma
           MOVE SPACES TO PEDIDO-CORPO
           MOVE 1      TO POS-CORPO
           PERFORM UNTIL FS-PEDIDO > "09"
               PERFORM 110-EMENDA THRU 110-99-FIM
               READ PEDIDO
           END-PERFORM
           CLOSE PEDIDO
      *    o pedido e consumido para o front nao o reapresentar
           CALL "SYSTEM" USING CMD-REMOVE

           MOVE SPACES TO TOKEN-PEDIDO ENDPOINT ARGUMENTO
           UNSTRING PEDIDO-CORPO DELIMITED BY ";"
                    INTO TOKEN-PEDIDO ENDPOINT ARGUMENTO
           END-UNSTRING
           INSPECT ENDPOINT CONVERTING "abcdefghijklmnopqrstuvwxyz"
                    PERFORM 420-JOB THRU 420-99-FIM
               WHEN "FILAS"
                    PERFORM 430-FILAS THRU 430-99-FIM
               WHEN "DPL"
                    PERFORM 440-DPL THRU 440-99-FIM
               WHEN OTHER
                    MOVE SPACES TO RESPOSTA-REG
                    STRING "{" QUOTE "erro" QUOTE ":" QUOTE

       100-99-FIM. EXIT.

       110-EMENDA.

           PERFORM VARYING J FROM 1 BY 1
                     UNTIL J > 200
                        OR POS-CORPO > 8500
               IF  PEDIDO-REG (J: 1) NOT = SPACE
                   MOVE PEDIDO-REG (J: 1) TO PEDIDO-CORPO (POS-CORPO: 1)
                   ADD 1 TO POS-CORPO
               END-IF
           END-PERFORM.

       110-99-FIM. EXIT.

       200-AUTENTICA.

           MOVE "N"    TO AUTENTICADO

       430-99-FIM. EXIT.

      ******************************************************************
      *    DPL: LINK distribuido de outra instalacao; o usuario do     *
      *    token e quem responde pelo LINK no CWCAUTH do espelho       *
      ******************************************************************
       440-DPL.

           MOVE SPACES TO DPL-PROGRAMA DPL-TAMANHO DPL-SYSID DPL-HEX
           UNSTRING PEDIDO-CORPO DELIMITED BY ";"
                    INTO TOKEN-PEDIDO ENDPOINT DPL-PROGRAMA
                         DPL-TAMANHO DPL-SYSID DPL-HEX
           END-UNSTRING
           MOVE "NORMAL"   TO DPL-RESP
           MOVE SPACES     TO DPL-ABCODE

           IF  DPL-TAMANHO NOT NUMERIC
           OR  DPL-PROGRAMA = SPACES
               MOVE "ERRO" TO DPL-RESP
               MOVE "AEIP" TO DPL-ABCODE
               GO TO 440-RESPONDE
           END-IF

           MOVE "D"         TO CWHEX-FUNCAO
           MOVE DPL-TAMANHO TO CWHEX-TAMANHO
           MOVE DPL-HEX     TO CWHEX-TEXTO
           CALL "CWHEX" USING PARAMETROS-CWHEX
           IF  CWHEX-STATUS NOT = "00"
               MOVE "ERRO" TO DPL-RESP
               MOVE "AEIV" TO DPL-ABCODE
               GO TO 440-RESPONDE
           END-IF

           MOVE USUARIO-TOKEN TO CWCMIRR-USUARIO
           MOVE DPL-SYSID     TO CWCMIRR-SYSID-ORIGEM
           MOVE DPL-PROGRAMA  TO CWCMIRR-PROGRAMA
           MOVE CWHEX-TAMANHO TO CWCMIRR-TAMANHO
           MOVE CWHEX-BINARIO TO CWCMIRR-COMMAREA
           MOVE LOW-VALUES    TO CWCMIRR-ABCODE
           CALL "CWCMIRR" USING PARAMETROS-CWCMIRR
             ON EXCEPTION
                MOVE "AEI0" TO CWCMIRR-ABCODE
           END-CALL
           IF  CWCMIRR-ABCODE NOT = LOW-VALUES
               MOVE "ERRO"         TO DPL-RESP
               MOVE CWCMIRR-ABCODE TO DPL-ABCODE
               MOVE ZEROS          TO CWCMIRR-TAMANHO
           END-IF

           MOVE "E"              TO CWHEX-FUNCAO
           MOVE CWCMIRR-TAMANHO  TO CWHEX-TAMANHO
           MOVE CWCMIRR-COMMAREA TO CWHEX-BINARIO
           CALL "CWHEX" USING PARAMETROS-CWHEX.

       440-RESPONDE.

           IF  DPL-RESP NOT = "NORMAL"
               MOVE ZEROS  TO CWHEX-TAMANHO
               MOVE SPACES TO CWHEX-TEXTO
           END-IF
           MOVE CWHEX-TAMANHO TO TAMANHO-ED
           MOVE SPACES TO RESPOSTA-REG
           STRING "{" QUOTE "resp" QUOTE ":" QUOTE
                  DPL-RESP DELIMITED BY SPACE
                  QUOTE "," QUOTE "abcode" QUOTE ":" QUOTE
                  DELIMITED BY SIZE
                  DPL-ABCODE DELIMITED BY SPACE
                  QUOTE "," QUOTE "tamanho" QUOTE ":" QUOTE
                  TAMANHO-ED
                  QUOTE "," QUOTE "commarea" QUOTE ":" QUOTE
                  DELIMITED BY SIZE INTO RESPOSTA-REG
           WRITE RESPOSTA-REG
           COMPUTE TAM-HEX = CWHEX-TAMANHO * 2
           MOVE 1 TO POS-HEX
           PERFORM UNTIL POS-HEX > TAM-HEX
               MOVE 200 TO TAM-LINHA
               IF  POS-HEX + TAM-LINHA > TAM-HEX + 1
                   COMPUTE TAM-LINHA = TAM-HEX - POS-HEX + 1
               END-IF
               MOVE SPACES TO RESPOSTA-REG
               MOVE CWHEX-TEXTO (POS-HEX: TAM-LINHA)
                 TO RESPOSTA-REG (1: TAM-LINHA)
               WRITE RESPOSTA-REG
               ADD TAM-LINHA TO POS-HEX
           END-PERFORM
           MOVE SPACES TO RESPOSTA-REG
           STRING QUOTE "}" DELIMITED BY SIZE INTO RESPOSTA-REG
           WRITE RESPOSTA-REG.

       440-99-FIM. EXIT.

       490-ERRO-ARQ.

           MOVE SPACES TO RESPOSTA-REG
