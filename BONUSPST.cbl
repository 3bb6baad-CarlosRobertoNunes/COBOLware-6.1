      *----------------------------------------------------------------*
      *
       77  SB-CWJRNL                     PIC  X(08)  VALUE 'CWJRNL'.
       77  SB-CWLOGW                     PIC  X(08)  VALUE 'CWLOGW'.
      *
      *----------------------------------------------------------------*
      *        AREA DE VARIAVEIS AUXILIARES                            *
           03 WS-LANCADOS             COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-TEM-TRAILER                 PIC  X(001)    VALUE 'N'.
              88 TEM-TRAILER                                VALUE 'S'.
           03 WS-SIMULACAO                   PIC  X(001)    VALUE
              SPACE.
              88 EM-SIMULACAO                               VALUE 'S'.
           03 WS-DATA-GERACAO                PIC  9(008)    VALUE
              ZEROS.
           03 WS-DATA-HOJE                   PIC  9(008)    VALUE
              SPACES.
           03 CWJRNL-STATUS                  PIC  X(002)    VALUE
              ZEROS.
      *
      *----------------------------------------------------------------*
      *  LANCAMENTO POR MATRICULA NO CWLOGF (HISTORICO SALARIAL)        *
      *----------------------------------------------------------------*
       01  PARAMETROS-CWLOGW.
           03 CWLOGW-FUNCTION                PIC  X(001)    VALUE
              SPACE.
           03 CWLOGW-TEXT                    PIC  X(035)    VALUE
              SPACES.
      *
       01  WS-OBS                            PIC  X(080)    VALUE
           SPACES.
      *================================================================*
       01  FILLER                            PIC  X(32)  VALUE
                                     'FFF  FIM DAWORKING-STORAGE  FFF'.
           ACCEPT WS-DATA-HOJE  FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA FROM TIME
      *
      *    NA SIMULACAO DO CICLO (PAYCTL) NADA DE PRODUCAO E GRAVADO
           DISPLAY 'PAYROLL-SIMULACAO' UPON ENVIRONMENT-NAME
           ACCEPT   WS-SIMULACAO        FROM ENVIRONMENT-VALUE
           IF  EM-SIMULACAO
               DISPLAY PGMID '001I- SIMULACAO DO CICLO: BONUSLED NAO'
                       ' E GRAVADO'
               MOVE 8 TO WS-RETURN-CODE
           END-IF
      *
           IF  WS-RETURN-CODE EQUAL ZEROS
               PERFORM RT-VALIDAR-TRAILER
           END-IF
      *
           IF  WS-RETURN-CODE EQUAL ZEROS
               PERFORM RT-CONFERIR-GERACAO
                       NOT INVALID KEY
                           MOVE 'W' TO CWJRNL-FUNCTION
                           PERFORM RT-JORNALIZAR
                           PERFORM RT-LOGA-LANCAMENTO
                   END-WRITE
               NOT INVALID KEY
                   ADD  DET-BONUS   TO BONUSLED-TOTAL-ANO
                       NOT INVALID KEY
                           MOVE 'R' TO CWJRNL-FUNCTION
                           PERFORM RT-JORNALIZAR
                           PERFORM RT-LOGA-LANCAMENTO
                   END-REWRITE
           END-READ
      *
      *
       RT-LANCAR-DETALHEX.                         EXIT.
      *----------------------------------------------------------------*
      *  O LANCAMENTO DA MATRICULA VAI PARA O CWLOGF COM A DATA         *
      *  EFETIVA E O VALOR (CONSULTADO PELO SALHIST)                    *
      *----------------------------------------------------------------*
       RT-LOGA-LANCAMENTO                          SECTION.
      *
           MOVE 'I'    TO CWLOGW-FUNCTION
           MOVE SPACES TO CWLOGW-TEXT
           STRING 'BONUSLED ' DET-EMP-NO ' LANCAMENTO'
                  DELIMITED BY SIZE INTO CWLOGW-TEXT
           CALL SB-CWLOGW USING PARAMETROS-CWLOGW
             ON EXCEPTION
                CONTINUE
           END-CALL
      *
           MOVE SPACES TO WS-OBS
           STRING 'DATA=' DET-DATA-EFETIVA ' BONUS=' DET-BONUS
                  DELIMITED BY SIZE INTO WS-OBS
           MOVE '^' TO CWLOGW-FUNCTION
           CALL SB-CWLOGW USING PARAMETROS-CWLOGW WS-OBS
             ON EXCEPTION
                CONTINUE
           END-CALL.
      *
       RT-LOGA-LANCAMENTOX.                        EXIT.
      *----------------------------------------------------------------*
      *  ANOTA O LANCAMENTO EFETIVADO NO RAZAO NO JORNAL (CWJRNL        *
      *  AUSENTE NAO ATRAPALHA O LANCAMENTO)                            *
      *----------------------------------------------------------------*
