                      * padrao 45,0 dias) e saldos a vencer nos       *
                      * proximos 60 dias.                             *
                      *                                               *
                      * Matricula afastada no mes (registro AFAST,    *
                      * regra do tipo no AFASTFX) com 15 dias ou mais *
                      * de acumulo suspenso nao recebe a fracao do    *
                      * mes; o ANOMES fica marcado como passado.      *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *================================================================*
       77  SB-CURDATE                    PIC  X(12)  VALUE
           'CURDATE-CALL'.
       77  SB-AFASTFX                    PIC  X(08)  VALUE 'AFASTFX'.
      *----------------------------------------------------------------*
      *        AREA DE VARIAVEIS AUXILIARES                            *
      *----------------------------------------------------------------*
              88 FL-VACBAL-AUSENTE                          VALUE '35'.
           03 WS-RETURN-CODE                 PIC  9(003)    VALUE
              ZEROS.
           03 WS-SIMULACAO                   PIC  X(001)    VALUE
              SPACE.
              88 EM-SIMULACAO                               VALUE 'S'.
           03 WS-DISPLAY                     PIC  -ZZZ.ZZZ.ZZ9.
           03 WS-LIDOS                COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-ACUMULADOS           COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-EXCECOES             COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-SUSPENSOS            COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-DATA-HOJE                   PIC  9(008)    VALUE
              ZEROS.
           03 WS-ANOMES                      PIC  9(006)    VALUE
              ZEROS.
           03 CURDATE-DIA-SEMANA             PIC  X(003)    VALUE
              SPACES.
      *
      *----------------------------------------------------------------*
      *  SITUACAO DE AFASTAMENTO DA MATRICULA NO MES (AFASTFX)          *
      *----------------------------------------------------------------*
       01  PARAMETROS-AFASTFX.
           03 AFASTFX-FUNCAO                 PIC  X(001)    VALUE
              'C'.
           03 AFASTFX-EMP-NO                 PIC  9(005)    VALUE
              ZEROS.
           03 AFASTFX-ANOMES                 PIC  9(006)    VALUE
              ZEROS.
           03 AFASTFX-RETORNO                PIC  X(002)    VALUE
              SPACES.
           03 AFASTFX-TIPO                   PIC  X(001)    VALUE
              SPACE.
           03 AFASTFX-DIAS                   PIC  9(002)    VALUE
              ZEROS.
           03 AFASTFX-DIAS-NAO-PAGOS         PIC  9(002)    VALUE
              ZEROS.
           03 AFASTFX-DIAS-SUSPENSOS         PIC  9(002)    VALUE
              ZEROS.
           03 AFASTFX-SUSPENDE               PIC  X(001)    VALUE
              'N'.
      *================================================================*
       01  FILLER                            PIC  X(32)  VALUE
                                     'FFF  FIM DAWORKING-STORAGE  FFF'.
               END-PERFORM
               CLOSE PERSNL
               CLOSE VACBAL
               MOVE 'F' TO AFASTFX-FUNCAO
               CALL SB-AFASTFX USING PARAMETROS-AFASTFX
                 ON EXCEPTION
                    CONTINUE
               END-CALL
               IF  EXC-ABERTO
                   CLOSE VACEXC
               END-IF
       RT-ACUMULAR-MATRICULAX.                     EXIT.
      *----------------------------------------------------------------*
       RT-CREDITAR                                 SECTION.
      *
      *    AFASTAMENTO QUE SUSPENDE O ACUMULO NO MES: SO MARCA O ANOMES
           MOVE 'C'           TO AFASTFX-FUNCAO
           MOVE PERSNL-EMP-NO TO AFASTFX-EMP-NO
           MOVE WS-ANOMES     TO AFASTFX-ANOMES
           MOVE 'N'           TO AFASTFX-SUSPENDE
           CALL SB-AFASTFX USING PARAMETROS-AFASTFX
             ON EXCEPTION
                MOVE 'N' TO AFASTFX-SUSPENDE
           END-CALL
           IF  AFASTFX-SUSPENDE EQUAL 'S'
               MOVE WS-ANOMES TO VACBAL-ULT-ACUMULO
               ADD 1 TO WS-SUSPENSOS
               EXIT SECTION
           END-IF
      *
           COMPUTE VACBAL-SALDO = VACBAL-SALDO
                 + VACBAL-DIREITO-ANO / 12
               SET EXC-ABERTO TO TRUE
               MOVE 'EXCECOES DE FERIAS (VACACCR)' TO REG-VACEXC
               WRITE REG-VACEXC
      *        NA SIMULACAO DO CICLO (PAYCTL) A LISTAGEM SAI MARCADA
               DISPLAY 'PAYROLL-SIMULACAO' UPON ENVIRONMENT-NAME
               ACCEPT   WS-SIMULACAO        FROM ENVIRONMENT-VALUE
               IF  EM-SIMULACAO
                   MOVE '*** SIMULACAO ***' TO REG-VACEXC
                   WRITE REG-VACEXC
               END-IF
           END-IF
      *
           ADD 1 TO WS-EXCECOES
           DISPLAY PGMID '003I- SALDOS ACUMULADOS......:' WS-DISPLAY
           MOVE    WS-EXCECOES         TO WS-DISPLAY
           DISPLAY PGMID '004I- EXCECOES LISTADAS......:' WS-DISPLAY
           MOVE    WS-SUSPENSOS        TO WS-DISPLAY
           DISPLAY PGMID '005I- ACUMULOS SUSPENSOS.....:' WS-DISPLAY
           DISPLAY PGMID '999I' TRACOS.
      *
       RT-FINALIZARX.                              EXIT.
