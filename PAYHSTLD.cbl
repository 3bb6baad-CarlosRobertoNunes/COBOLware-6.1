                      * salario depois (PERSNL-NOVO em SYS011, do     *
                      * CARTA em modo aplicacao), o percentual        *
                      * aplicado, o bonus da geracao (BONUSTRN) e o   *
                      * departamento, com o bruto e o liquido do mes  *
                      * calculados pelo NETCALC (PAYRES tipo M) para  *
                      * a auditoria de variacao do ciclo seguinte     *
                      * (PAYVAR).                                     *
                      *                                               *
                      * O ANOMES vem da variavel PAYROLL-ANOMES       *
                      * (vazia = ano/mes corrente); a recarga do      *
                      * (reexecucao segura), nunca os dos meses       *
                      * anteriores - o historico so cresce.           *
                      *                                               *
                      * A situacao de afastamento do mes (AFASTFX:    *
                      * tipo, dias afastados e acumulo de ferias      *
                      * suspenso) tambem vai ao historico.            *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT OPTIONAL BONUSTRN ASSIGN TO BONUSTRN
                  ORGANIZATION  IS SEQUENTIAL
                  FILE STATUS   IS FL-STA-BONUSTRN.
      *
           SELECT OPTIONAL PAYRES ASSIGN TO PAYRES
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS PAYRES-CHAVE
                  FILE STATUS   IS FL-STA-PAYRES.
      *
           SELECT PAYHIST ASSIGN TO PAYHIST
                  ORGANIZATION  IS INDEXED
           03 FILLER                         PIC  X(015).
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
           03 FILLER                         PIC  X(069).
      *
      *----------------------------------------------------------------*
      *  ARMAZEM DE HISTORICO: UM REGISTRO POR CICLO E MATRICULA        *
      *----------------------------------------------------------------*
       FD  PAYHIST
           03 PAYHIST-RAISE-PCT              PIC  9(002)V99.
           03 PAYHIST-BONUS                  PIC  9(006)V99.
           03 PAYHIST-DATA-CARGA             PIC  9(008).
           03 PAYHIST-BRUTO                  PIC  9(009)V99.
           03 PAYHIST-LIQUIDO                PIC  9(009)V99.
           03 PAYHIST-AFAST-TIPO             PIC  X(001).
           03 PAYHIST-AFAST-DIAS             PIC  9(002).
           03 PAYHIST-AFAST-SUSPENDE         PIC  X(001).
           03 FILLER                         PIC  X(002).
      *================================================================*
       WORKING-STORAGE SECTION.
      *================================================================*
       77  FILLER                     PIC  X(31)  VALUE
                                     'III WORKING-STORAGE SECTION III'.
      *================================================================*
       77  SB-AFASTFX                    PIC  X(08)  VALUE 'AFASTFX'.
       77  SB-CWLOGW                     PIC  X(08)  VALUE 'CWLOGW'.
      *----------------------------------------------------------------*
      *        AREA DE VARIAVEIS AUXILIARES                            *
      *----------------------------------------------------------------*
           03 WS-DISPLAY                     PIC  -ZZZ.ZZZ.ZZ9.
           03 WS-LIDOS                COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-GRAVADOS             COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-AFASTADOS            COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-TEM-NOVO                    PIC  X(001)    VALUE 'N'.
              88 TEM-NOVO                                   VALUE 'S'.
           03 FL-STA-PAYRES                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-PAYRES-OK                               VALUE '00'.
           03 WS-TEM-PAYRES                  PIC  X(001)    VALUE 'N'.
              88 TEM-PAYRES                                 VALUE 'S'.
           03 WS-ANOMES                      PIC  9(006)    VALUE
              ZEROS.
           03 WS-ANOMES-ENV                  PIC  X(006)    VALUE
              SPACES.
           03 WS-SIMULACAO                   PIC  X(001)    VALUE
              SPACE.
              88 EM-SIMULACAO                               VALUE 'S'.
           03 WS-DATA-HOJE                   PIC  9(008)    VALUE
              ZEROS.
           03 WS-COMPANY                     PIC  9(002)    VALUE
           03 WS-BONUS-TAB OCCURS 2000 TIMES INDEXED BY INDBON.
              05 WS-BONUS-EMP                PIC  9(005).
              05 WS-BONUS-VALOR       COMP-3 PIC  9(006)V99.
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
      *  REGISTRO DA CARGA NO CWLOGF (HISTORICO SALARIAL - SALHIST)     *
      *----------------------------------------------------------------*
       01  PARAMETROS-CWLOGW.
           03 CWLOGW-FUNCTION                PIC  X(001)    VALUE
              'I'.
           03 CWLOGW-TEXT                    PIC  X(035)    VALUE
              SPACES.
      *================================================================*
       01  FILLER                            PIC  X(32)  VALUE
                                     'FFF  FIM DAWORKING-STORAGE  FFF'.
      *
           DISPLAY PGMID '001I ' FUNCTION WHEN-COMPILED
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
      *
      *    NA SIMULACAO DO CICLO (PAYCTL) NADA DE PRODUCAO E GRAVADO
           DISPLAY 'PAYROLL-SIMULACAO' UPON ENVIRONMENT-NAME
           ACCEPT   WS-SIMULACAO        FROM ENVIRONMENT-VALUE
           IF  EM-SIMULACAO
               DISPLAY PGMID '001I- SIMULACAO DO CICLO: PAYHIST'
                       ' NAO E GRAVADO'
               MOVE 8 TO WS-RETURN-CODE
               EXIT SECTION
           END-IF
      *
           DISPLAY 'PAYROLL-ANOMES' UPON ENVIRONMENT-NAME
           ACCEPT   WS-ANOMES-ENV   FROM ENVIRONMENT-VALUE
               DISPLAY PGMID '001I- PERSNL-NOVO (SYS011) AUSENTE -'
                       ' SALARIO DEPOIS = SALARIO ANTES'
           END-IF
      *
      *    BRUTO E LIQUIDO DO MES (NETCALC); SEM ELES O REGISTRO FICA
      *    COM OS CAMPOS EM BRANCO
           OPEN INPUT PAYRES
           IF  FL-PAYRES-OK
               SET TEM-PAYRES TO TRUE
           ELSE
               DISPLAY PGMID '001I- PAYRES AUSENTE - HISTORICO SEM O'
                       ' BRUTO E O LIQUIDO DO MES'
           END-IF
      *
           OPEN I-O PAYHIST
           IF  FL-PAYHIST-AUSENTE
           IF  TEM-NOVO
               CLOSE PERSNOVO
           END-IF
           IF  TEM-PAYRES
               CLOSE PAYRES
           END-IF
           CLOSE PAYHIST
           MOVE 'F' TO AFASTFX-FUNCAO
           CALL SB-AFASTFX USING PARAMETROS-AFASTFX
             ON EXCEPTION
                CONTINUE
           END-CALL.
      *
       RT-CARREGAR-HISTORICOX.                     EXIT.
      *----------------------------------------------------------------*
           END-PERFORM
           MOVE WS-DATA-HOJE TO PAYHIST-DATA-CARGA
      *
      *    SITUACAO DE AFASTAMENTO NO MES (TIPO EM BRANCO = SEM)
           MOVE SPACE         TO PAYHIST-AFAST-TIPO
           MOVE ZEROS         TO PAYHIST-AFAST-DIAS
           MOVE 'N'           TO PAYHIST-AFAST-SUSPENDE
           MOVE 'C'           TO AFASTFX-FUNCAO
           MOVE PERSNL-EMP-NO TO AFASTFX-EMP-NO
           MOVE WS-ANOMES     TO AFASTFX-ANOMES
           CALL SB-AFASTFX USING PARAMETROS-AFASTFX
             ON EXCEPTION
                MOVE '99' TO AFASTFX-RETORNO
           END-CALL
           IF  AFASTFX-RETORNO EQUAL '00'
               MOVE AFASTFX-TIPO     TO PAYHIST-AFAST-TIPO
               MOVE AFASTFX-DIAS     TO PAYHIST-AFAST-DIAS
               MOVE AFASTFX-SUSPENDE TO PAYHIST-AFAST-SUSPENDE
               ADD 1 TO WS-AFASTADOS
           END-IF
      *
      *    SEM PAYRES 'M' DO MES O BRUTO/LIQUIDO FICAM ZERADOS
           MOVE ZEROS TO PAYHIST-BRUTO PAYHIST-LIQUIDO
           IF  TEM-PAYRES
               MOVE WS-ANOMES     TO PAYRES-ANOMES
               MOVE 'M'           TO PAYRES-TIPO
               MOVE PERSNL-EMP-NO TO PAYRES-EMP-NO
               READ PAYRES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PAYRES-BRUTO   TO PAYHIST-BRUTO
                       MOVE PAYRES-LIQUIDO TO PAYHIST-LIQUIDO
               END-READ
           END-IF
      *
      *    REEXECUCAO DO MESMO ANOMES SUBSTITUI O REGISTRO
           WRITE REG-PAYHIST
               INVALID KEY
       RT-GRAVAR-HISTORICOX.                       EXIT.
      *----------------------------------------------------------------*
       RT-FINALIZAR                                SECTION.
      *
           IF  WS-RETURN-CODE EQUAL ZEROS
           AND WS-GRAVADOS NOT EQUAL ZEROS
               MOVE SPACES TO CWLOGW-TEXT
               STRING 'PAYHIST ' WS-ANOMES ' CARGA'
                      DELIMITED BY SIZE INTO CWLOGW-TEXT
               CALL SB-CWLOGW USING PARAMETROS-CWLOGW
                 ON EXCEPTION
                    CONTINUE
               END-CALL
           END-IF
      *
           DISPLAY PGMID '999I' TRACOS
           MOVE    WS-LIDOS           TO WS-DISPLAY
           DISPLAY PGMID '002I- LIDOS DO CADASTRO.......:' WS-DISPLAY
           MOVE    WS-GRAVADOS        TO WS-DISPLAY
           DISPLAY PGMID '003I- GRAVADOS NO HISTORICO...:' WS-DISPLAY
           MOVE    WS-AFASTADOS       TO WS-DISPLAY
           DISPLAY PGMID '004I- AFASTADOS NO MES........:' WS-DISPLAY
           DISPLAY PGMID '999I' TRACOS.
      *
       RT-FINALIZARX.                              EXIT.
