           05 FILLER                         PIC  X(011) VALUE SPACES.
           05 FILLER                         PIC  X(041) VALUE
              "ANNUAL UPDATE REPORT - SALARIED EMPLOYEES".
       02  UPD-RPT-SIM1.
           05 FILLER                         PIC  X(011) VALUE SPACES.
           05 FILLER                         PIC  X(017) VALUE
              "*** SIMULACAO ***".
       02  UPD-RPT-TOP1.
           05 FILLER                         PIC  X(008) VALUE SPACES.
           05 FILLER                         PIC  X(045) VALUE
           05 FILLER                         PIC  X(011) VALUE SPACES.
           05 FILLER                         PIC  X(038) VALUE
              "ANNUAL BONUS REPORT - SENIOR EMPLOYEES".
       02  BONUSRPT-SIM1.
           05 FILLER                         PIC  X(011) VALUE SPACES.
           05 FILLER                         PIC  X(017) VALUE
              "*** SIMULACAO ***".
       02  BONUSRPT-TOP1.
           05 FILLER                         PIC  X(015) VALUE SPACES.
           05 FILLER                         PIC  X(031) VALUE
              88 CTLCARD-PRESENTE                           VALUE 'S'.
           03 WS-TOTAL-PAY-GROSS   COMP-3 PIC S9(009)V99   VALUE ZEROS.
           03 WS-RETURN-CODE               PIC  9(003)    VALUE ZEROS.
           03 WS-SIMULACAO                 PIC  X(001)    VALUE SPACE.
              88 EM-SIMULACAO                               VALUE 'S'.
           03 WS-TITULO-SPOOL              PIC  X(174)    VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *--> AREA MONTAR TABELAS                                         *
           IF  BURST-ATIVO
               DISPLAY PGMID '001I- EXPLOSAO POR DEPT ATIVADA'
           END-IF
      *
      *    NA SIMULACAO DO CICLO (PAYCTL) OS RELATORIOS SAEM MARCADOS
           DISPLAY 'PAYROLL-SIMULACAO' UPON ENVIRONMENT-NAME
           ACCEPT   WS-SIMULACAO        FROM ENVIRONMENT-VALUE
      *
           DISPLAY 'SAMPLE1-TOC'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-GERAR-TOC       FROM ENVIRONMENT-VALUE
           STRING 'ANNUAL UPDATE REPORT - DEPT '
                  UPD-RPT-DET1-DEPT
                  DELIMITED BY SIZE INTO CWSPLF-TITLE
           PERFORM RT-MARCAR-SIMULACAO
           CALL SB-CWSPLF USING PARAMETROS-CWSPLF
             ON EXCEPTION
                DISPLAY PGMID '012I- CWSPLF INDISPONIVEL - SEGMENTO'
      *
       RT-BURST-DESPACHARX.                        EXIT.
      *----------------------------------------------------------------*
      *  NA SIMULACAO DO CICLO (PAYCTL) A ENTRADA DO SPOOL VAI MARCADA  *
      *----------------------------------------------------------------*
       RT-MARCAR-SIMULACAO                         SECTION.
      *
           DISPLAY 'PAYROLL-SIMULACAO' UPON ENVIRONMENT-NAME
           ACCEPT   WS-SIMULACAO        FROM ENVIRONMENT-VALUE
           IF  EM-SIMULACAO
               MOVE 'SIMULACAO'   TO CWSPLF-NOTE
               MOVE CWSPLF-TITLE  TO WS-TITULO-SPOOL
               MOVE SPACES        TO CWSPLF-TITLE
               STRING 'SIMULACAO - ' WS-TITULO-SPOOL
                      DELIMITED BY SIZE INTO CWSPLF-TITLE
           END-IF.
      *
       RT-MARCAR-SIMULACAOX.                       EXIT.
      *----------------------------------------------------------------*
      *     GERACAO DA LINHA DELIMITADA (CSV/PIPE) DO RELATORIO UPD-RPT *
      *----------------------------------------------------------------*
       RT-GRAVAR-CSV-UPD-RPT                       SECTION.
              PERFORM RT-IMPRIMIR-RODAPE-UPD-RPT
              ADD   1              TO PAGE-COUNT
              WRITE REG-UPD-RPT  FROM UPD-RPT-TIT1 AFTER PAGE
              MOVE  4              TO LINE-COUNT
              IF  EM-SIMULACAO
                  WRITE REG-UPD-RPT FROM UPD-RPT-SIM1 AFTER 1
                  ADD 1            TO LINE-COUNT
              END-IF
              WRITE REG-UPD-RPT  FROM UPD-RPT-TOP1 AFTER 2
              MOVE  SPACES         TO REG-UPD-RPT
              WRITE REG-UPD-RPT                    AFTER 1
              SET   FIRST-DETAIL   TO TRUE
          END-IF.
      *
              PERFORM RT-IMPRIMIR-RODAPE-BONUSRPT
              ADD   1              TO PAGE-COUNT
              WRITE REG-BONUSRPT FROM BONUSRPT-TIT1 AFTER PAGE
              MOVE  4              TO LINE-COUNT
              IF  EM-SIMULACAO
                  WRITE REG-BONUSRPT FROM BONUSRPT-SIM1 AFTER 1
                  ADD 1            TO LINE-COUNT
              END-IF
              WRITE REG-BONUSRPT FROM BONUSRPT-TOP1 AFTER 2
              MOVE  SPACES         TO REG-BONUSRPT
              WRITE REG-BONUSRPT                    AFTER 1
              SET   FIRST-DETAIL   TO TRUE
          END-IF.
      *
           IF  NOT EXCPRPT-ABERTO
               OPEN OUTPUT EXCPRPT
               MOVE 'S' TO WS-EXCPRPT-ABERTO
               IF  EM-SIMULACAO
                   MOVE '*** SIMULACAO ***' TO REG-EXCPRPT
                   WRITE REG-EXCPRPT
                   MOVE SPACES              TO REG-EXCPRPT
               END-IF
           END-IF
      *
           MOVE  DEPT               TO EXCPRPT-DEPT
