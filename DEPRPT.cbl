      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DEPRPT.
       AUTHOR.        Traduzido de Easytrieve (macro esy.kex v.0.10).
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      * Aviso mensal dos dependentes que perdem a     *
                      * elegibilidade no mes seguinte ao              *
                      * PAYROLL-ANOMES (padrao: mes corrente), para   *
                      * o RH conferir antes da folha:                 *
                      *                                               *
                      *  - DEDUCAO NO IRRF: FILHO OU ENTEADO QUE      *
                      *    PASSA DOS 21 ANOS (UNIVERSITARIO, 24);     *
                      *  - SALARIO-FAMILIA: FILHO OU ENTEADO QUE      *
                      *    PASSA DOS 14 ANOS;                         *
                      *  - QUALQUER BENEFICIO: BAIXA NO MES.          *
                      *                                               *
                      * Dependente invalido nao tem idade limite. A   *
                      * regra do IRRF e a mesma da contagem do        *
                      * NETCALC (entrada NETCALC-DEPEND).             *
                      *                                               *
                      * Sai a listagem DEPELEG no spool (CWSPLF).     *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT DEPEND ASSIGN TO DEPEND
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD KEY    IS DEPEND-CHAVE
                  FILE STATUS   IS FL-STA-DEPEND.
      *
           SELECT PERSNL ASSIGN TO SYS010
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS PERSNL-EMP-NO
                  FILE STATUS   IS FL-STA-PERSNL.
      *
           SELECT DEPELEG ASSIGN TO DEPELEG.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *----------------------------------------------------------------*
      *  CADASTRO DE DEPENDENTES (MANTIDO PELO DEPMNT)                  *
      *----------------------------------------------------------------*
       FD  DEPEND
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-DEPEND.
           03 DEPEND-CHAVE.
              05 DEPEND-EMP-NO               PIC  9(005).
              05 DEPEND-SEQ                  PIC  9(002).
           03 DEPEND-NOME                    PIC  X(040).
           03 DEPEND-CPF                     PIC  9(011).
           03 DEPEND-NASCIMENTO              PIC  9(008).
           03 FILLER REDEFINES DEPEND-NASCIMENTO.
              05 DEPEND-NASC-ANOMES          PIC  9(006).
              05 FILLER                      PIC  9(002).
           03 FILLER REDEFINES DEPEND-NASCIMENTO.
              05 DEPEND-NASC-ANO             PIC  9(004).
              05 DEPEND-NASC-MES             PIC  9(002).
              05 DEPEND-NASC-DIA             PIC  9(002).
           03 DEPEND-PARENTESCO              PIC  X(001).
              88 DEPEND-FILHO                           VALUE 'F' 'U'.
              88 DEPEND-UNIVERSITARIO                   VALUE 'U'.
           03 DEPEND-INVALIDO                PIC  X(001).
              88 DEPEND-INCAPAZ                         VALUE 'S'.
           03 DEPEND-IRRF                    PIC  X(001).
              88 DEPEND-DEDUZ-IRRF                      VALUE 'S'.
           03 DEPEND-SALFAM                  PIC  X(001).
              88 DEPEND-TEM-SALFAM                      VALUE 'S'.
           03 DEPEND-DATA-FIM                PIC  9(008).
           03 FILLER REDEFINES DEPEND-DATA-FIM.
              05 DEPEND-FIM-ANOMES           PIC  9(006).
              05 FILLER                      PIC  9(002).
           03 DEPEND-DATA-ALT                PIC  9(008).
           03 DEPEND-OPERADOR                PIC  X(030).
           03 FILLER                         PIC  X(034).
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
       FD  DEPELEG
           LABEL RECORD IS OMITTED.
      *
       01  REG-DEPELEG                       PIC  X(080).
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
      *
      *----------------------------------------------------------------*
      *        AREA DE VARIAVEIS AUXILIARES                            *
      *----------------------------------------------------------------*
      *
       01  WS-VARIAVEIS.
           03 TRACOS                         PIC  X(060)    VALUE
              ALL '-'.
           03 PGMID                          PIC  X(008)    VALUE
              '#DEPRPT.'.
           03 FL-STA-DEPEND                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-DEPEND-EOF                              VALUE '10'.
              88 FL-DEPEND-OK                               VALUE '00'.
           03 FL-STA-PERSNL                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-PERSNL-OK                               VALUE '00'.
           03 WS-RETURN-CODE                 PIC  9(003)    VALUE
              ZEROS.
           03 WS-DISPLAY                     PIC  -ZZZ.ZZZ.ZZ9.
           03 WS-LIDOS                COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-AVISOS               COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-TEM-PERSNL                  PIC  X(001)    VALUE 'N'.
              88 TEM-PERSNL                                 VALUE 'S'.
           03 WS-DATA-HOJE                   PIC  9(008)    VALUE
              ZEROS.
           03 WS-ANOMES                      PIC  9(006)    VALUE
              ZEROS.
           03 WS-ANOMES-ENV                  PIC  X(006)    VALUE
              SPACES.
           03 WS-PROXIMO                     PIC  9(006)    VALUE
              ZEROS.
           03 FILLER REDEFINES WS-PROXIMO.
              05 WS-PROXIMO-ANO              PIC  9(004).
              05 WS-PROXIMO-MES              PIC  9(002).
      *
      *    APURACAO DA ELEGIBILIDADE DE UM BENEFICIO NUM MES
           03 WS-BENEFICIO                   PIC  X(001)    VALUE
              SPACE.
              88 BENEFICIO-IRRF                             VALUE 'I'.
              88 BENEFICIO-SALFAM                           VALUE 'S'.
           03 WS-ANOMES-TESTE                PIC  9(006)    VALUE
              ZEROS.
           03 WS-ELEGIVEL                    PIC  X(001)    VALUE 'N'.
              88 ELEGIVEL                                   VALUE 'S'.
           03 WS-ELEGIVEL-AGORA              PIC  X(001)    VALUE 'N'.
           03 WS-IDADE-LIMITE                PIC  9(002)    VALUE
              ZEROS.
           03 WS-MES-LIMITE                  PIC  9(006)    VALUE
              ZEROS.
           03 WS-DATA-AAAAMMDD               PIC  9(008)    VALUE
              ZEROS.
           03 WS-DATA-DDMMAAAA               PIC  9(008)    VALUE
              ZEROS.
      *
      *----------------------------------------------------------------*
      *  LINHAS DA LISTAGEM                                             *
      *----------------------------------------------------------------*
       01  WS-CABECALHO.
           03 FILLER                         PIC  X(045)    VALUE
              'DEPENDENTES QUE PERDEM A ELEGIBILIDADE EM '.
           03 CAB-MES                        PIC  9(002).
           03 FILLER                         PIC  X(001)    VALUE '/'.
           03 CAB-ANO                        PIC  9(004).
           03 FILLER                         PIC  X(028)    VALUE
              SPACES.
      *
       01  WS-TITULOS.
           03 FILLER                         PIC  X(044)    VALUE
              'MATR. EMPREG.  SQ DEPENDENTE'.
           03 FILLER                         PIC  X(036)    VALUE
              'NASCIMENTO BENEFICIO     MOTIVO'.
      *
       01  WS-DETALHE.
           03 DET-EMP-NO                     PIC  9(005).
           03 FILLER                         PIC  X(001)    VALUE
              SPACE.
           03 DET-LAST-NAME                  PIC  X(008).
           03 FILLER                         PIC  X(001)    VALUE
              SPACE.
           03 DET-SEQ                        PIC  9(002).
           03 FILLER                         PIC  X(001)    VALUE
              SPACE.
           03 DET-NOME                       PIC  X(025).
           03 FILLER                         PIC  X(001)    VALUE
              SPACE.
           03 DET-NASCIMENTO                 PIC  99/99/9999.
           03 FILLER                         PIC  X(001)    VALUE
              SPACE.
           03 DET-BENEFICIO                  PIC  X(013).
           03 FILLER                         PIC  X(001)    VALUE
              SPACE.
           03 DET-MOTIVO                     PIC  X(011).
      *
      *----------------------------------------------------------------*
      *  PARAMETROS DO SPOOL (CWSPLF)                                   *
      *----------------------------------------------------------------*
       01  PARAMETROS-CWSPLF.
           03 CWSPLF-FILE                    PIC  X(050)    VALUE
              SPACES.
           03 CWSPLF-REPORT                  PIC  X(007)    VALUE
              SPACES.
           03 CWSPLF-FORM-TYPE               PIC  X(001)    VALUE '1'.
           03 CWSPLF-FLAG                    PIC  X(001)    VALUE
              SPACE.
           03 CWSPLF-WIDTH                   PIC  9(003)    VALUE 80.
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
           PERFORM RT-INICIAR
      *
           IF  WS-RETURN-CODE EQUAL ZEROS
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
      *  MES DE REFERENCIA E O SEGUINTE; ABRE OS ARQUIVOS               *
      *----------------------------------------------------------------*
       RT-INICIAR                                  SECTION.
      *
           DISPLAY PGMID '001I ' FUNCTION WHEN-COMPILED
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
      *
           DISPLAY 'PAYROLL-ANOMES' UPON ENVIRONMENT-NAME
           ACCEPT   WS-ANOMES-ENV   FROM ENVIRONMENT-VALUE
           IF  WS-ANOMES-ENV IS NUMERIC
               MOVE WS-ANOMES-ENV TO WS-ANOMES
           ELSE
               COMPUTE WS-ANOMES = WS-DATA-HOJE / 100
           END-IF
           MOVE WS-ANOMES TO WS-PROXIMO
           IF  WS-PROXIMO-MES EQUAL 12
               ADD 1 TO WS-PROXIMO-ANO
               MOVE 1 TO WS-PROXIMO-MES
           ELSE
               ADD 1 TO WS-PROXIMO-MES
           END-IF
           DISPLAY PGMID '001I- REFERENCIA ' WS-ANOMES
                   ' - PERDAS EM ' WS-PROXIMO
      *
           OPEN INPUT DEPEND
           IF  NOT FL-DEPEND-OK
               DISPLAY PGMID '002I- DEPEND AUSENTE OU COM ERRO '
                       FL-STA-DEPEND ' - NADA A LISTAR'
               MOVE 4 TO WS-RETURN-CODE
               EXIT SECTION
           END-IF
      *
           OPEN INPUT PERSNL
           IF  FL-PERSNL-OK
               SET TEM-PERSNL TO TRUE
           END-IF
      *
           OPEN OUTPUT DEPELEG
           MOVE WS-PROXIMO-MES TO CAB-MES
           MOVE WS-PROXIMO-ANO TO CAB-ANO
           WRITE REG-DEPELEG FROM WS-CABECALHO
           MOVE SPACES TO REG-DEPELEG
           WRITE REG-DEPELEG
           WRITE REG-DEPELEG FROM WS-TITULOS.
      *
       RT-INICIARX.                                EXIT.
      *----------------------------------------------------------------*
      *  PASSADA NO CADASTRO DE DEPENDENTES                             *
      *----------------------------------------------------------------*
       RT-PROCESSAR                                SECTION.
      *
           PERFORM UNTIL FL-DEPEND-EOF
               READ DEPEND
                 AT END
                    SET FL-DEPEND-EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-LIDOS
                    IF  DEPEND-DEDUZ-IRRF
                        SET BENEFICIO-IRRF TO TRUE
                        PERFORM RT-VERIFICAR-PERDA
                    END-IF
                    IF  DEPEND-TEM-SALFAM
                        SET BENEFICIO-SALFAM TO TRUE
                        PERFORM RT-VERIFICAR-PERDA
                    END-IF
               END-READ
           END-PERFORM
      *
           CLOSE DEPEND DEPELEG
           IF  TEM-PERSNL
               CLOSE PERSNL
           END-IF
      *
           PERFORM RT-DESPACHAR-SPOOL.
      *
       RT-PROCESSARX.                              EXIT.
      *----------------------------------------------------------------*
      *  ELEGIVEL NO MES DE REFERENCIA E NAO NO SEGUINTE: LISTA         *
      *----------------------------------------------------------------*
       RT-VERIFICAR-PERDA                          SECTION.
      *
           MOVE WS-ANOMES TO WS-ANOMES-TESTE
           PERFORM RT-ELEGIBILIDADE
           MOVE WS-ELEGIVEL TO WS-ELEGIVEL-AGORA
           IF  WS-ELEGIVEL-AGORA NOT EQUAL 'S'
               EXIT SECTION
           END-IF
      *
           MOVE WS-PROXIMO TO WS-ANOMES-TESTE
           PERFORM RT-ELEGIBILIDADE
           IF  ELEGIVEL
               EXIT SECTION
           END-IF
      *
           MOVE SPACES TO LAST-NAME
           IF  TEM-PERSNL
               MOVE DEPEND-EMP-NO TO PERSNL-EMP-NO
               READ PERSNL
                   INVALID KEY
      *                EMPREGADO FORA DO CADASTRO: NAO HA O QUE AVISAR
                       EXIT SECTION
               END-READ
           END-IF
      *
           MOVE DEPEND-EMP-NO      TO DET-EMP-NO
           MOVE LAST-NAME          TO DET-LAST-NAME
           MOVE DEPEND-SEQ         TO DET-SEQ
           MOVE DEPEND-NOME        TO DET-NOME
           MOVE DEPEND-NASCIMENTO  TO WS-DATA-AAAAMMDD
           MOVE WS-DATA-AAAAMMDD(7:2) TO WS-DATA-DDMMAAAA(1:2)
           MOVE WS-DATA-AAAAMMDD(5:2) TO WS-DATA-DDMMAAAA(3:2)
           MOVE WS-DATA-AAAAMMDD(1:4) TO WS-DATA-DDMMAAAA(5:4)
           MOVE WS-DATA-DDMMAAAA   TO DET-NASCIMENTO
           IF  BENEFICIO-IRRF
               MOVE 'DEDUCAO IRRF'    TO DET-BENEFICIO
           ELSE
               MOVE 'SAL.FAMILIA'     TO DET-BENEFICIO
           END-IF
           IF  DEPEND-DATA-FIM GREATER ZEROS
           AND DEPEND-FIM-ANOMES EQUAL WS-ANOMES
               MOVE 'BAIXA'           TO DET-MOTIVO
           ELSE
               MOVE 'IDADE LIMITE'    TO DET-MOTIVO
           END-IF
           WRITE REG-DEPELEG FROM WS-DETALHE
           ADD 1 TO WS-AVISOS.
      *
       RT-VERIFICAR-PERDAX.                        EXIT.
      *----------------------------------------------------------------*
      *  ELEGIBILIDADE DO BENEFICIO WS-BENEFICIO EM WS-ANOMES-TESTE:    *
      *  NASCIDO ATE O MES, SEM BAIXA ANTERIOR AO MES E, PARA FILHO     *
      *  NAO INVALIDO, ATE O MES EM QUE COMPLETA A IDADE LIMITE         *
      *----------------------------------------------------------------*
       RT-ELEGIBILIDADE                            SECTION.
      *
           MOVE 'N' TO WS-ELEGIVEL
           IF  DEPEND-NASC-ANOMES GREATER WS-ANOMES-TESTE
               EXIT SECTION
           END-IF
           IF  DEPEND-DATA-FIM GREATER ZEROS
           AND DEPEND-FIM-ANOMES LESS WS-ANOMES-TESTE
               EXIT SECTION
           END-IF
           IF  BENEFICIO-SALFAM
           AND NOT DEPEND-FILHO
               EXIT SECTION
           END-IF
      *
           IF  DEPEND-FILHO
           AND NOT DEPEND-INCAPAZ
               EVALUATE TRUE
                   WHEN BENEFICIO-SALFAM
                        MOVE 14 TO WS-IDADE-LIMITE
                   WHEN DEPEND-UNIVERSITARIO
                        MOVE 24 TO WS-IDADE-LIMITE
                   WHEN OTHER
                        MOVE 21 TO WS-IDADE-LIMITE
               END-EVALUATE
               COMPUTE WS-MES-LIMITE =
                       (DEPEND-NASC-ANO + WS-IDADE-LIMITE) * 100
                     + DEPEND-NASC-MES
               IF  WS-MES-LIMITE LESS WS-ANOMES-TESTE
                   EXIT SECTION
               END-IF
           END-IF
           SET ELEGIVEL TO TRUE.
      *
       RT-ELEGIBILIDADEX.                          EXIT.
      *----------------------------------------------------------------*
       RT-DESPACHAR-SPOOL                          SECTION.
      *
           MOVE 'DEPELEG'  TO CWSPLF-FILE
           MOVE 'DEPELEG'  TO CWSPLF-REPORT
           MOVE SPACES     TO CWSPLF-TITLE
           STRING 'DEPENDENTES QUE PERDEM A ELEGIBILIDADE EM '
                  WS-PROXIMO
                  DELIMITED BY SIZE INTO CWSPLF-TITLE
           CALL SB-CWSPLF USING PARAMETROS-CWSPLF
             ON EXCEPTION
                DISPLAY PGMID '003I- CWSPLF INDISPONIVEL - LISTAGEM'
                        ' FICOU EM DEPELEG'
           END-CALL.
      *
       RT-DESPACHAR-SPOOLX.                        EXIT.
      *----------------------------------------------------------------*
       RT-FINALIZAR                                SECTION.
      *
           DISPLAY PGMID '999I' TRACOS
           MOVE    WS-LIDOS           TO WS-DISPLAY
           DISPLAY PGMID '004I- DEPENDENTES LIDOS......:' WS-DISPLAY
           MOVE    WS-AVISOS          TO WS-DISPLAY
           DISPLAY PGMID '005I- PERDAS NO MES SEGUINTE.:' WS-DISPLAY
           DISPLAY PGMID '999I' TRACOS.
      *
       RT-FINALIZARX.                              EXIT.
      ******************************************************************
      *                      FIM  DO  PROGRAMA                         *
      ******************************************************************
