                      *  Simula tratamento de telas nÆo-formatadas    *
                      *  para o simulador de CICS.                    *
                      *                                               *
                      *  Com CW3287=ON a sessao de impressora 3287    *
                      *  (CW3287) corre junto com a de tela: a cada   *
                      *  troca de tela a fila da LU de impressao e    *
                      *  recolhida e a impressao do host vai para o   *
                      *  spool.                                       *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
              10 ATTRIBUTE-BUFFER  PIC X(1920) VALUE ALL X"02".
              10 STRING-LENGTH     PIC  9(004) COMP-X VALUE 1920.
           05 TRMID                PIC  X(004) VALUE SPACES.
           05 SESSAO-3287          PIC  X(003) VALUE SPACES.

       01  PARAMETROS-CW3287.
           05 CW3287-TRMID         PIC  X(004) VALUE SPACES.
           05 CW3287-JOBS          PIC  9(003) VALUE 0.

       COPY DFHAID.
       LINKAGE SECTION.

           DISPLAY "TRMID" UPON ENVIRONMENT-NAME
           ACCEPT  TRMID   FROM ENVIRONMENT-VALUE
           PERFORM 030-IMPRESSORA THRU 030-99-FIM
           IF OPTION = 'S' OR 's'
              IF BUFFER = LOW-VALUES
                 PERFORM 020-DISPLAY-TELA THRU 020-99-FIM
                                              ATTRIBUTE-BUFFER
                                              STRING-LENGTH
           DISPLAY ' ' AT 2560 CURPOS-LIN ',' CURPOS-COL
           DISPLAY TRMID   AT 2570 WITH REVERSE-VIDEO
           IF SESSAO-3287 = 'ON'
              DISPLAY '3287' AT 2575
           END-IF.

       020-99-FIM. EXIT.

       030-IMPRESSORA.

           IF SESSAO-3287 = SPACES
              DISPLAY "CW3287"    UPON ENVIRONMENT-NAME
              ACCEPT  SESSAO-3287 FROM ENVIRONMENT-VALUE
              INSPECT SESSAO-3287 CONVERTING MINUSCULAS TO MAIUSCULAS
              IF SESSAO-3287 NOT = 'ON'
                 MOVE 'OFF' TO SESSAO-3287
              END-IF
           END-IF

           IF SESSAO-3287 = 'ON'
              MOVE TRMID TO CW3287-TRMID
              CALL "CW3287" USING PARAMETROS-CW3287
                ON EXCEPTION
                   MOVE 'OFF' TO SESSAO-3287
              END-CALL
           END-IF.

       030-99-FIM. EXIT.

       END PROGRAM CW3278.
