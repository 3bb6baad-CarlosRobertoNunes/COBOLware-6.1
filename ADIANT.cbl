      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ADIANT.
       AUTHOR.        Traduzido de Easytrieve (macro esy.kex v.0.10).
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      * Adiantamento quinzenal de salario (acordo     *
                      * coletivo, pago por volta do dia 20): cada     *
                      * matricula ativa do PERSNL recebe o            *
                      * percentual ADIANT-PERCENTUAL (padrao 40) do   *
                      * bruto mensal (PAY-GROSS x 52 / 12), sem       *
                      * descontos.                                    *
                      *                                               *
                      * Ficam fora do adiantamento:                   *
                      *                                               *
                      *  - ADMITIDOS DEPOIS DO DIA ADIANT-DIA-CORTE   *
                      *    (PADRAO 15) DO PAYROLL-ANOMES, OU EM MES   *
                      *    POSTERIOR;                                 *
                      *  - QUEM ESTA EM FERIAS NO MES (PAYRES TIPO F, *
                      *    GRAVADO PELO VACMNT), QUE JA RECEBEU OS    *
                      *    DIAS DE GOZO ANTECIPADOS;                  *
                      *  - QUEM TEM AFASTAMENTO NO MES (REGISTRO      *
                      *    AFAST, CONSULTADO PELO AFASTFX).           *
                      *                                               *
                      * O valor de cada matricula vai para o PAYRES   *
                      * (tipo A, anomes de competencia): o CNABPAG    *
                      * gera o credito bancario com CNABPAG-TIPO = A  *
                      * e o NETCALC e o HOLERITE descontam o          *
                      * adiantamento no fechamento do mes. Uma        *
                      * reexecucao no mesmo mes refaz todos os        *
                      * adiantamentos do mes.                         *
                      *                                               *
                      * Sai o registro do adiantamento (ADIREG) por   *
                      * departamento, com as matriculas excluidas e   *
                      * o motivo.                                     *
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
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD KEY    IS PERSNL-EMP-NO
                  FILE STATUS   IS FL-STA-PERSNL.
      *
           SELECT OPTIONAL PAYRES ASSIGN TO PAYRES
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS PAYRES-CHAVE
                  FILE STATUS   IS FL-STA-PAYRES.
      *
           SELECT ADIREG ASSIGN TO ADIREG.
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
      *----------------------------------------------------------------*
      *  RESULTADOS DA FOLHA POR ANOMES + TIPO DE FOLHA + MATRICULA     *
      *----------------------------------------------------------------*
       FD  PAYRES
           RECORD CONTAINS 150 CHARACTERS.
      *
       01  REG-PAYRES.
           03 PAYRES-CHAVE.
              05 PAYRES-ANOMES               PIC  9(006).
              05 PAYRES-TIPO                 PIC  X(001).
                 88 PAYRES-FERIAS                        VALUE 'F'.
                 88 PAYRES-ADIANTAMENTO                  VALUE 'A'.
              05 PAYRES-EMP-NO               PIC  9(005).
           03 PAYRES-COMPANY                 PIC  9(002).
           03 PAYRES-DEPT                    PIC  9(003).
           03 PAYRES-AVOS                    PIC  9(002).
           03 PAYRES-DEPENDENTES             PIC  9(002).
           03 PAYRES-BRUTO                   PIC  9(009)V99.
           03 PAYRES-INSS                    PIC  9(007)V99.
           03 PAYRES-IRRF                    PIC  9(007)V99.
           03 PAYRES-ADIANTADO               PIC  9(009)V99.
           03 PAYRES-OUTROS                  PIC  9(007)V99.
           03 PAYRES-LIQUIDO                 PIC  9(009)V99.
           03 PAYRES-DATA-CALC               PIC  9(008).
           03 FILLER                         PIC  X(061).
      *
       FD  ADIREG
           LABEL RECORD IS OMITTED.
      *
       01  REG-ADIREG                        PIC  X(100).
      *================================================================*
       WORKING-STORAGE SECTION.
      *================================================================*
       77  FILLER                     PIC  X(31)  VALUE
                                     'III WORKING-STORAGE SECTION III'.
      *================================================================*
       77  SB-AFASTFX                    PIC  X(08)  VALUE 'AFASTFX'.
      *----------------------------------------------------------------*
      *        AREA DE VARIAVEIS AUXILIARES                            *
      *----------------------------------------------------------------*
      *
       01  WS-VARIAVEIS.
           03 TRACOS                         PIC  X(060)    VALUE
              ALL '-'.
           03 PGMID                          PIC  X(008)    VALUE
              '#ADIANT.'.
           03 FL-STA-PERSNL                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-PERSNL-EOF                              VALUE '10'.
              88 FL-PERSNL-OK                               VALUE '00'.
           03 FL-STA-PAYRES                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-PAYRES-OK                               VALUE '00'.
              88 FL-PAYRES-AUSENTE                          VALUE '35'.
           03 WS-FIM-PAYRES                  PIC  X(001)    VALUE 'N'.
              88 FIM-PAYRES                                 VALUE 'S'.
           03 WS-RETURN-CODE                 PIC  9(003)    VALUE
              ZEROS.
           03 WS-DISPLAY                     PIC  -ZZZ.ZZZ.ZZ9.
           03 WS-LIDOS                COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-CALCULADOS           COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-EXC-ADMISSAO         COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-EXC-FERIAS           COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-EXC-AFASTADOS        COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-EXC-SEM-SALARIO      COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-REMOVIDOS            COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-DATA-HOJE                   PIC  9(008)    VALUE
              ZEROS.
           03 WS-ANOMES                      PIC  9(006)    VALUE
              ZEROS.
           03 WS-ANOMES-ENV                  PIC  X(006)    VALUE
              SPACES.
           03 WS-ENV                         PIC  X(010)    VALUE
              SPACES.
           03 WS-PERCENTUAL                  PIC  9(002)    VALUE 40.
           03 WS-DIA-CORTE                   PIC  9(002)    VALUE 15.
           03 WS-DATA-CORTE                  PIC  9(008)    VALUE
              ZEROS.
           03 WS-COMPANY                     PIC  9(002)    VALUE
              ZEROS.
           03 WS-MOTIVO                      PIC  X(030)    VALUE
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
      *
      *----------------------------------------------------------------*
      *  CAMPOS DO CALCULO DA MATRICULA                                 *
      *----------------------------------------------------------------*
       01  WS-CALCULO.
           03 WS-BRUTO-MES            COMP-3 PIC S9(009)V99 VALUE
              ZEROS.
           03 WS-ADIANTAMENTO         COMP-3 PIC S9(009)V99 VALUE
              ZEROS.
           03 WS-TOTAL-GERAL          COMP-3 PIC S9(011)V99 VALUE
              ZEROS.
      *
      *----------------------------------------------------------------*
      *  TOTAIS POR DEPARTAMENTO PARA O RESUMO DO ADIREG                *
      *----------------------------------------------------------------*
       01  WS-TOTAIS-DEPT.
           03 WS-TOT-QTDE             COMP-3 PIC  9(003)    VALUE ZEROS.
           03 WS-TOT-TAB OCCURS 100 TIMES INDEXED BY INDTOT.
              05 WS-TOT-DEPT                 PIC  9(003).
              05 WS-TOT-BRUTO         COMP-3 PIC S9(011)V99.
              05 WS-TOT-ADIANTADO     COMP-3 PIC S9(011)V99.
              05 WS-TOT-EMPREGADOS    COMP-3 PIC  9(005).
      *
      *----------------------------------------------------------------*
      *  LINHA DO REGISTRO DO ADIANTAMENTO                              *
      *----------------------------------------------------------------*
       01  WS-EDICOES.
           03 WS-ED-BRUTO                    PIC  ZZZ.ZZ9,99.
           03 WS-ED-ADIANTADO                PIC  ZZZ.ZZ9,99.
           03 WS-ED-TOT-1                    PIC  ZZZ.ZZZ.ZZ9,99.
           03 WS-ED-TOT-2                    PIC  ZZZ.ZZZ.ZZ9,99.
           03 WS-ED-EMPREGADOS               PIC  ZZZZ9.
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
           PERFORM RT-INICIAR
      *
           IF  WS-RETURN-CODE EQUAL ZEROS
               PERFORM RT-LIMPAR-MES
               PERFORM RT-PROCESSAR
           END-IF
      *
           PERFORM RT-FINALIZAR
      *
           MOVE WS-RETURN-CODE TO RETURN-CODE
      *
           GOBACK.
      *
       RT-PRINCIPALX.                              EXIT.
      *----------------------------------------------------------------*
       RT-INICIAR                                  SECTION.
      *
           DISPLAY PGMID '001I ' FUNCTION WHEN-COMPILED
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
      *
           DISPLAY 'PAYROLL-ANOMES' UPON ENVIRONMENT-NAME
           ACCEPT   WS-ANOMES-ENV   FROM ENVIRONMENT-VALUE
           IF  WS-ANOMES-ENV IS NUMERIC
           AND WS-ANOMES-ENV NOT EQUAL SPACES
               MOVE WS-ANOMES-ENV TO WS-ANOMES
           ELSE
               COMPUTE WS-ANOMES = WS-DATA-HOJE / 100
           END-IF
      *
           MOVE SPACES TO WS-ENV
           DISPLAY 'ADIANT-PERCENTUAL' UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV             FROM ENVIRONMENT-VALUE
           IF  WS-ENV(1:2) IS NUMERIC
           AND WS-ENV(1:2) NOT EQUAL '00'
               MOVE WS-ENV(1:2) TO WS-PERCENTUAL
           END-IF
      *
           MOVE SPACES TO WS-ENV
           DISPLAY 'ADIANT-DIA-CORTE' UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV            FROM ENVIRONMENT-VALUE
           IF  WS-ENV(1:2) IS NUMERIC
           AND WS-ENV(1:2) NOT EQUAL '00'
           AND WS-ENV(1:2) NOT GREATER '31'
               MOVE WS-ENV(1:2) TO WS-DIA-CORTE
           END-IF
           COMPUTE WS-DATA-CORTE = WS-ANOMES * 100 + WS-DIA-CORTE
      *
           DISPLAY PGMID '002I- ADIANTAMENTO DE ' WS-ANOMES ' - '
                   WS-PERCENTUAL '% DO BRUTO - ADMITIDOS ATE '
                   WS-DATA-CORTE
      *
           OPEN INPUT PERSNL
           IF  NOT FL-PERSNL-OK
               DISPLAY PGMID '003I- PERSNL AUSENTE OU COM ERRO '
                       FL-STA-PERSNL
               MOVE 8 TO WS-RETURN-CODE
               EXIT SECTION
           END-IF
      *
           OPEN I-O PAYRES
           IF  FL-PAYRES-AUSENTE
               OPEN OUTPUT PAYRES
               CLOSE PAYRES
               OPEN I-O PAYRES
           END-IF
           IF  NOT FL-PAYRES-OK
               DISPLAY PGMID '004I- PAYRES COM ERRO ' FL-STA-PAYRES
               CLOSE PERSNL
               MOVE 8 TO WS-RETURN-CODE
               EXIT SECTION
           END-IF.
      *
       RT-INICIARX.                                EXIT.
      *----------------------------------------------------------------*
      *  REEXECUCAO: REMOVE OS ADIANTAMENTOS JA GRAVADOS NO MES, PARA   *
      *  QUE QUEM DEIXOU DE TER DIREITO NAO FIQUE COM O VALOR ANTIGO    *
      *----------------------------------------------------------------*
       RT-LIMPAR-MES                               SECTION.
      *
           MOVE 'N'       TO WS-FIM-PAYRES
           MOVE WS-ANOMES TO PAYRES-ANOMES
           MOVE 'A'       TO PAYRES-TIPO
           MOVE ZEROS     TO PAYRES-EMP-NO
           START PAYRES KEY NOT LESS PAYRES-CHAVE
               INVALID KEY
                   EXIT SECTION
           END-START
      *
           PERFORM UNTIL FIM-PAYRES
               READ PAYRES NEXT RECORD
                 AT END
                    SET FIM-PAYRES TO TRUE
                 NOT AT END
                    IF  PAYRES-ANOMES NOT EQUAL WS-ANOMES
                    OR  NOT PAYRES-ADIANTAMENTO
                        SET FIM-PAYRES TO TRUE
                    ELSE
                        DELETE PAYRES RECORD
                            INVALID KEY
                                CONTINUE
                            NOT INVALID KEY
                                ADD 1 TO WS-REMOVIDOS
                        END-DELETE
                    END-IF
               END-READ
           END-PERFORM.
      *
       RT-LIMPAR-MESX.                             EXIT.
      *----------------------------------------------------------------*
      *  PASSADA NO CADASTRO: CALCULA O ADIANTAMENTO DE CADA MATRICULA  *
      *  E ACUMULA OS TOTAIS POR DEPARTAMENTO                           *
      *----------------------------------------------------------------*
       RT-PROCESSAR                                SECTION.
      *
           OPEN OUTPUT ADIREG
           MOVE SPACES TO REG-ADIREG
           STRING 'REGISTRO DO ADIANTAMENTO QUINZENAL - ANOMES '
                  WS-ANOMES ' - ' WS-PERCENTUAL '% DO BRUTO (ADIANT)'
                  DELIMITED BY SIZE INTO REG-ADIREG
           WRITE REG-ADIREG
      *
           PERFORM UNTIL FL-PERSNL-EOF
               READ PERSNL
                 AT END
                    SET FL-PERSNL-EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-LIDOS
                    PERFORM RT-CALCULAR-MATRICULA
               END-READ
           END-PERFORM
           CLOSE PERSNL
           CLOSE PAYRES
           MOVE 'F' TO AFASTFX-FUNCAO
           CALL SB-AFASTFX USING PARAMETROS-AFASTFX
             ON EXCEPTION
                CONTINUE
           END-CALL
      *
           PERFORM RT-IMPRIMIR-TOTAIS
           CLOSE ADIREG.
      *
       RT-PROCESSARX.                              EXIT.
      *----------------------------------------------------------------*
       RT-CALCULAR-MATRICULA                       SECTION.
      *
           IF  PERSNL-COMPANY-X IS NUMERIC
               MOVE PERSNL-COMPANY-X TO WS-COMPANY
           ELSE
               MOVE ZEROS            TO WS-COMPANY
           END-IF
      *
           COMPUTE WS-BRUTO-MES ROUNDED = PAY-GROSS * 52 / 12
      *
      *    ADMITIDO DEPOIS DO DIA DE CORTE: O PRIMEIRO ADIANTAMENTO
      *    SO NO MES SEGUINTE
           IF  DATE-OF-HIRE-CC GREATER WS-DATA-CORTE
               MOVE 'ADMITIDO APOS O CORTE' TO WS-MOTIVO
               ADD 1 TO WS-EXC-ADMISSAO
               PERFORM RT-IMPRIMIR-EXCLUIDO
               EXIT SECTION
           END-IF
      *
      *    EM FERIAS NO MES: OS DIAS DE GOZO JA FORAM PAGOS
           MOVE WS-ANOMES     TO PAYRES-ANOMES
           MOVE 'F'           TO PAYRES-TIPO
           MOVE PERSNL-EMP-NO TO PAYRES-EMP-NO
           READ PAYRES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'EM FERIAS NO MES' TO WS-MOTIVO
                   ADD 1 TO WS-EXC-FERIAS
                   PERFORM RT-IMPRIMIR-EXCLUIDO
                   EXIT SECTION
           END-READ
      *
      *    AFASTADO NO MES (DOENCA, ACIDENTE, MATERNIDADE, SERVICO
      *    MILITAR OU LICENCA): NAO HA ADIANTAMENTO
           MOVE 'C'           TO AFASTFX-FUNCAO
           MOVE PERSNL-EMP-NO TO AFASTFX-EMP-NO
           MOVE WS-ANOMES     TO AFASTFX-ANOMES
           CALL SB-AFASTFX USING PARAMETROS-AFASTFX
             ON EXCEPTION
                MOVE '99' TO AFASTFX-RETORNO
           END-CALL
           IF  AFASTFX-RETORNO EQUAL '00'
               MOVE 'AFASTADO NO MES'   TO WS-MOTIVO
               ADD 1 TO WS-EXC-AFASTADOS
               PERFORM RT-IMPRIMIR-EXCLUIDO
               EXIT SECTION
           END-IF
      *
           COMPUTE WS-ADIANTAMENTO ROUNDED =
                   WS-BRUTO-MES * WS-PERCENTUAL / 100
           IF  WS-ADIANTAMENTO NOT GREATER ZEROS
               MOVE 'SEM SALARIO NO CADASTRO' TO WS-MOTIVO
               ADD 1 TO WS-EXC-SEM-SALARIO
               PERFORM RT-IMPRIMIR-EXCLUIDO
               EXIT SECTION
           END-IF
      *
           PERFORM RT-GRAVAR-RESULTADO
           ADD 1 TO WS-CALCULADOS
           ADD WS-ADIANTAMENTO TO WS-TOTAL-GERAL
      *
           PERFORM RT-IMPRIMIR-LINHA
           PERFORM RT-ACUMULAR-DEPT.
      *
       RT-CALCULAR-MATRICULAX.                     EXIT.
      *----------------------------------------------------------------*
      *  GRAVA O ADIANTAMENTO DA MATRICULA (PAYRES TIPO A)              *
      *----------------------------------------------------------------*
       RT-GRAVAR-RESULTADO                         SECTION.
      *
           MOVE SPACES           TO REG-PAYRES
           MOVE WS-ANOMES        TO PAYRES-ANOMES
           MOVE 'A'              TO PAYRES-TIPO
           MOVE PERSNL-EMP-NO    TO PAYRES-EMP-NO
           MOVE WS-COMPANY       TO PAYRES-COMPANY
           MOVE DEPT             TO PAYRES-DEPT
           MOVE ZEROS            TO PAYRES-AVOS PAYRES-DEPENDENTES
                                    PAYRES-INSS PAYRES-IRRF
                                    PAYRES-ADIANTADO PAYRES-OUTROS
           MOVE WS-ADIANTAMENTO  TO PAYRES-BRUTO
           MOVE WS-ADIANTAMENTO  TO PAYRES-LIQUIDO
           MOVE WS-DATA-HOJE     TO PAYRES-DATA-CALC
           WRITE REG-PAYRES
               INVALID KEY
                   REWRITE REG-PAYRES
                       INVALID KEY
                           DISPLAY PGMID '005I- ERRO AO GRAVAR PAYRES '
                                   PERSNL-EMP-NO ' ' FL-STA-PAYRES
                           MOVE 4 TO WS-RETURN-CODE
                   END-REWRITE
           END-WRITE.
      *
       RT-GRAVAR-RESULTADOX.                       EXIT.
      *----------------------------------------------------------------*
       RT-IMPRIMIR-LINHA                           SECTION.
      *
           MOVE WS-BRUTO-MES     TO WS-ED-BRUTO
           MOVE WS-ADIANTAMENTO  TO WS-ED-ADIANTADO
           MOVE SPACES           TO REG-ADIREG
           STRING 'DEPT ' DEPT
                  ' MATR ' PERSNL-EMP-NO
                  ' ' LAST-NAME
                  ' ADMISSAO ' DATE-OF-HIRE-CC
                  ' BRUTO ' WS-ED-BRUTO
                  ' ADIANTAMENTO ' WS-ED-ADIANTADO
                  DELIMITED BY SIZE INTO REG-ADIREG
           WRITE REG-ADIREG.
      *
       RT-IMPRIMIR-LINHAX.                         EXIT.
      *----------------------------------------------------------------*
       RT-IMPRIMIR-EXCLUIDO                        SECTION.
      *
           MOVE SPACES           TO REG-ADIREG
           STRING 'DEPT ' DEPT
                  ' MATR ' PERSNL-EMP-NO
                  ' ' LAST-NAME
                  ' ADMISSAO ' DATE-OF-HIRE-CC
                  ' FORA DO ADIANTAMENTO: ' WS-MOTIVO
                  DELIMITED BY SIZE INTO REG-ADIREG
           WRITE REG-ADIREG.
      *
       RT-IMPRIMIR-EXCLUIDOX.                      EXIT.
      *----------------------------------------------------------------*
       RT-ACUMULAR-DEPT                            SECTION.
      *
           PERFORM VARYING INDTOT FROM 1 BY 1
                     UNTIL INDTOT GREATER WS-TOT-QTDE
               IF  WS-TOT-DEPT(INDTOT) EQUAL DEPT
                   ADD WS-BRUTO-MES    TO WS-TOT-BRUTO(INDTOT)
                   ADD WS-ADIANTAMENTO TO WS-TOT-ADIANTADO(INDTOT)
                   ADD 1               TO WS-TOT-EMPREGADOS(INDTOT)
                   EXIT SECTION
               END-IF
           END-PERFORM
           IF  WS-TOT-QTDE LESS 100
               ADD 1 TO WS-TOT-QTDE
               SET  INDTOT TO WS-TOT-QTDE
               MOVE DEPT            TO WS-TOT-DEPT(INDTOT)
               MOVE WS-BRUTO-MES    TO WS-TOT-BRUTO(INDTOT)
               MOVE WS-ADIANTAMENTO TO WS-TOT-ADIANTADO(INDTOT)
               MOVE 1               TO WS-TOT-EMPREGADOS(INDTOT)
           END-IF.
      *
       RT-ACUMULAR-DEPTX.                          EXIT.
      *----------------------------------------------------------------*
       RT-IMPRIMIR-TOTAIS                          SECTION.
      *
           MOVE SPACES TO REG-ADIREG
           WRITE REG-ADIREG
           MOVE 'TOTAIS POR DEPARTAMENTO' TO REG-ADIREG
           WRITE REG-ADIREG
           PERFORM VARYING INDTOT FROM 1 BY 1
                     UNTIL INDTOT GREATER WS-TOT-QTDE
               MOVE WS-TOT-BRUTO(INDTOT)      TO WS-ED-TOT-1
               MOVE WS-TOT-ADIANTADO(INDTOT)  TO WS-ED-TOT-2
               MOVE WS-TOT-EMPREGADOS(INDTOT) TO WS-ED-EMPREGADOS
               MOVE SPACES TO REG-ADIREG
               STRING 'DEPT ' WS-TOT-DEPT(INDTOT)
                      ' EMPREGADOS ' WS-ED-EMPREGADOS
                      ' BRUTO ' WS-ED-TOT-1
                      ' ADIANTAMENTO ' WS-ED-TOT-2
                      DELIMITED BY SIZE INTO REG-ADIREG
               WRITE REG-ADIREG
           END-PERFORM
      *
           MOVE WS-TOTAL-GERAL TO WS-ED-TOT-2
           MOVE SPACES TO REG-ADIREG
           STRING 'TOTAL GERAL DO ADIANTAMENTO ' WS-ED-TOT-2
                  DELIMITED BY SIZE INTO REG-ADIREG
           WRITE REG-ADIREG.
      *
       RT-IMPRIMIR-TOTAISX.                        EXIT.
      *----------------------------------------------------------------*
       RT-FINALIZAR                                SECTION.
      *
           DISPLAY PGMID '999I' TRACOS
           MOVE    WS-LIDOS           TO WS-DISPLAY
           DISPLAY PGMID '006I- LIDOS DO CADASTRO......:' WS-DISPLAY
           MOVE    WS-CALCULADOS      TO WS-DISPLAY
           DISPLAY PGMID '007I- ADIANTAMENTOS GRAVADOS.:' WS-DISPLAY
           MOVE    WS-EXC-ADMISSAO    TO WS-DISPLAY
           DISPLAY PGMID '008I- ADMITIDOS APOS O CORTE.:' WS-DISPLAY
           MOVE    WS-EXC-FERIAS      TO WS-DISPLAY
           DISPLAY PGMID '009I- EM FERIAS NO MES.......:' WS-DISPLAY
           MOVE    WS-EXC-AFASTADOS   TO WS-DISPLAY
           DISPLAY PGMID '012I- AFASTADOS NO MES.......:' WS-DISPLAY
           MOVE    WS-EXC-SEM-SALARIO TO WS-DISPLAY
           DISPLAY PGMID '010I- SEM SALARIO............:' WS-DISPLAY
           MOVE    WS-REMOVIDOS       TO WS-DISPLAY
           DISPLAY PGMID '011I- REFEITOS DA EXECUCAO ANTERIOR:'
                   WS-DISPLAY
           DISPLAY PGMID '999I' TRACOS.
      *
       RT-FINALIZARX.                              EXIT.
      ******************************************************************
      *                      FIM  DO  PROGRAMA                         *
      ******************************************************************
