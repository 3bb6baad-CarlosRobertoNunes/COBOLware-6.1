      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PAYVAR.
       AUTHOR.        Traduzido de Easytrieve (macro esy.kex v.0.10).
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      * Auditoria de variacao da folha antes do       *
                      * credito: compara o bruto e o liquido de cada  *
                      * matricula no PAYROLL-ANOMES (PAYRES tipo M,   *
                      * do NETCALC) com os do ANOMES anterior no      *
                      * armazem de historico (PAYHIST) e lista no     *
                      * VARREL:                                       *
                      *                                               *
                      *  - VARIACAO DO BRUTO OU DO LIQUIDO ACIMA DE   *
                      *    PAYVAR-PERCENTUAL (PADRAO 20%);            *
                      *  - PAGO NO MES E NAO NO ANTERIOR, E O         *
                      *    CONTRARIO;                                 *
                      *  - LIQUIDO ZERO OU NEGATIVO.                  *
                      *                                               *
                      * O historico carregado antes de guardar o      *
                      * bruto e o liquido vale pelo salario depois    *
                      * do aumento mais o bonus, e o liquido sai do   *
                      * PAYRES do mes anterior quando houver.         *
                      *                                               *
                      * Cada execucao grava o controle VARVISTO como  *
                      * pendente, com o operador do ciclo (trava      *
                      * CYCLELCK) ou o que rodou o relatorio; o       *
                      * PAYCTL so libera o credito depois que outro   *
                      * operador der o visto no VARAPPR. Com          *
                      * matriculas sinalizadas termina com RC 4.      *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT PAYRES ASSIGN TO PAYRES
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS PAYRES-CHAVE
                  FILE STATUS   IS FL-STA-PAYRES.
      *
           SELECT OPTIONAL PAYHIST ASSIGN TO PAYHIST
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS PAYHIST-CHAVE
                  FILE STATUS   IS FL-STA-PAYHIST.
      *
           SELECT OPTIONAL CICLOLCK ASSIGN TO CYCLELCK
                  ORGANIZATION  IS SEQUENTIAL
                  FILE STATUS   IS FL-STA-CICLOLCK.
      *
           SELECT VARVISTO ASSIGN TO VARVISTO
                  ORGANIZATION  IS SEQUENTIAL
                  FILE STATUS   IS FL-STA-VARVISTO.
      *
           SELECT VARREL ASSIGN TO VARREL.
      *
       DATA DIVISION.
       FILE SECTION.
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
           RECORD CONTAINS 080 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-PAYHIST.
           03 PAYHIST-CHAVE.
              06 PAYHIST-ANOMES              PIC  9(006).
              06 PAYHIST-COMPANY             PIC  9(002).
              06 PAYHIST-EMP-NO              PIC  9(005).
           03 PAYHIST-DEPT                   PIC  9(003).
           03 PAYHIST-SAL-ANTES              PIC  9(006)V99.
           03 PAYHIST-SAL-DEPOIS             PIC  9(006)V99.
           03 PAYHIST-RAISE-PCT              PIC  9(002)V99.
           03 PAYHIST-BONUS                  PIC  9(006)V99.
           03 PAYHIST-DATA-CARGA             PIC  9(008).
           03 PAYHIST-BRUTO                  PIC  9(009)V99.
           03 PAYHIST-LIQUIDO                PIC  9(009)V99.
           03 FILLER                         PIC  X(006).
      *
       FD  CICLOLCK
           RECORDING MODE IS FIXED
           RECORD CONTAINS 080 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-CICLOLCK.
           03 CICLO-OPERADOR                 PIC  X(030).
           03 CICLO-TASK                     PIC  9(006).
           03 CICLO-DATA                     PIC  9(008).
           03 CICLO-HORA                     PIC  9(006).
           03 FILLER                         PIC  X(030).
      *
      *----------------------------------------------------------------*
      *  CONTROLE DO VISTO NO RELATORIO DE VARIACAO: SITUACAO P         *
      *  (PENDENTE) ATE O VARAPPR GRAVAR R (REVISADO) COM O REVISOR     *
      *----------------------------------------------------------------*
       FD  VARVISTO
           RECORDING MODE IS FIXED
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-VARVISTO.
           03 VISTO-ANOMES                   PIC  9(006).
           03 VISTO-SITUACAO                 PIC  X(001).
              88 VISTO-PENDENTE                         VALUE 'P'.
              88 VISTO-REVISADO                         VALUE 'R'.
           03 VISTO-SINALIZADAS              PIC  9(006).
           03 VISTO-OPERADOR                 PIC  X(030).
           03 VISTO-DATA-REL                 PIC  9(008).
           03 VISTO-HORA-REL                 PIC  9(006).
           03 VISTO-REVISOR                  PIC  X(030).
           03 VISTO-DATA                     PIC  9(008).
           03 VISTO-HORA                     PIC  9(006).
           03 VISTO-PERCENTUAL               PIC  9(003).
           03 FILLER                         PIC  X(016).
      *
       FD  VARREL
           LABEL RECORD IS OMITTED.
      *
       01  REG-VARREL                        PIC  X(132).
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
       77  SB-CWGETU                     PIC  X(08)  VALUE 'CWGETU'.
      *
      *----------------------------------------------------------------*
      *        AREA DE VARIAVEIS AUXILIARES                            *
      *----------------------------------------------------------------*
      *
       01  WS-VARIAVEIS.
           03 TRACOS                         PIC  X(060)    VALUE
              ALL '-'.
           03 PGMID                          PIC  X(008)    VALUE
              '#PAYVAR.'.
           03 FL-STA-PAYRES                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-PAYRES-OK                               VALUE '00'.
              88 FL-PAYRES-EOF                              VALUE '10'.
           03 FL-STA-PAYHIST                 PIC  X(002)    VALUE
              ZEROS.
              88 FL-PAYHIST-OK                              VALUE '00'.
              88 FL-PAYHIST-EOF                             VALUE '10'.
           03 FL-STA-CICLOLCK                PIC  X(002)    VALUE
              ZEROS.
              88 FL-CICLOLCK-OK                             VALUE '00'.
           03 FL-STA-VARVISTO                PIC  X(002)    VALUE
              ZEROS.
              88 FL-VARVISTO-OK                             VALUE '00'.
           03 WS-TEM-PAYHIST                 PIC  X(001)    VALUE 'N'.
              88 TEM-PAYHIST                                VALUE 'S'.
           03 WS-RETURN-CODE                 PIC  9(003)    VALUE
              ZEROS.
           03 WS-SIMULACAO                   PIC  X(001)    VALUE
              SPACE.
              88 EM-SIMULACAO                               VALUE 'S'.
           03 WS-DISPLAY                     PIC  -ZZZ.ZZZ.ZZ9.
           03 WS-OPERADOR                    PIC  X(030)    VALUE
              SPACES.
           03 WS-TASK                        PIC  9(006)    VALUE
              ZEROS.
           03 WS-PROGRAMA                    PIC  X(008)    VALUE
              'PAYVAR'.
           03 WS-DATA-HOJE                   PIC  9(008)    VALUE
              ZEROS.
           03 WS-HORA-AGORA                  PIC  X(008)    VALUE
              SPACES.
           03 WS-ANOMES                      PIC  9(006)    VALUE
              ZEROS.
           03 FILLER REDEFINES WS-ANOMES.
              05 WS-ANO                      PIC  9(004).
              05 WS-MES                      PIC  9(002).
           03 WS-ANOMES-ANT                  PIC  9(006)    VALUE
              ZEROS.
           03 WS-ANOMES-ENV                  PIC  X(006)    VALUE
              SPACES.
           03 WS-ENV                         PIC  X(010)    VALUE
              SPACES.
           03 WS-PERCENTUAL                  PIC  9(003)    VALUE 20.
      *
      *----------------------------------------------------------------*
      *  CONTADORES                                                     *
      *----------------------------------------------------------------*
       01  WS-CONTADORES COMP-3.
           03 WS-LIDOS                       PIC S9(009)    VALUE ZEROS.
           03 WS-SINALIZADAS                 PIC S9(009)    VALUE ZEROS.
           03 WS-COM-VARIACAO                PIC S9(009)    VALUE ZEROS.
           03 WS-NOVOS                       PIC S9(009)    VALUE ZEROS.
           03 WS-SEM-PAGAMENTO               PIC S9(009)    VALUE ZEROS.
           03 WS-LIQUIDO-ZERO                PIC S9(009)    VALUE ZEROS.
           03 WS-TOTAL-BRUTO-ANT             PIC S9(011)V99 VALUE
              ZEROS.
           03 WS-TOTAL-BRUTO                 PIC S9(011)V99 VALUE
              ZEROS.
           03 WS-TOTAL-LIQUIDO-ANT           PIC S9(011)V99 VALUE
              ZEROS.
           03 WS-TOTAL-LIQUIDO               PIC S9(011)V99 VALUE
              ZEROS.
      *
      *----------------------------------------------------------------*
      *  COMPARACAO DA MATRICULA                                        *
      *----------------------------------------------------------------*
       01  WS-COMPARACAO.
           03 WS-EMP                         PIC  9(005)    VALUE
              ZEROS.
           03 WS-DEPT                        PIC  9(003)    VALUE
              ZEROS.
           03 WS-BRUTO-ANT            COMP-3 PIC S9(009)V99 VALUE
              ZEROS.
           03 WS-LIQUIDO-ANT          COMP-3 PIC S9(009)V99 VALUE
              ZEROS.
           03 WS-BRUTO                COMP-3 PIC S9(009)V99 VALUE
              ZEROS.
           03 WS-LIQUIDO              COMP-3 PIC S9(009)V99 VALUE
              ZEROS.
           03 WS-VAR-BRUTO            COMP-3 PIC S9(005)V9  VALUE
              ZEROS.
           03 WS-VAR-LIQUIDO          COMP-3 PIC S9(005)V9  VALUE
              ZEROS.
           03 WS-TEM-ANTERIOR                PIC  X(001)    VALUE 'N'.
              88 TEM-ANTERIOR                               VALUE 'S'.
           03 WS-TEM-LIQ-ANT                 PIC  X(001)    VALUE 'N'.
              88 TEM-LIQ-ANT                                VALUE 'S'.
           03 WS-OCORRENCIA                  PIC  X(034)    VALUE
              SPACES.
      *
      *----------------------------------------------------------------*
      *  LINHAS DO RELATORIO                                            *
      *----------------------------------------------------------------*
       01  WS-TITULO-1.
           03 FILLER                         PIC  X(040)    VALUE
              'AUDITORIA DE VARIACAO DA FOLHA - ANOMES '.
           03 WS-TIT-ANOMES                  PIC  9(006).
           03 FILLER                         PIC  X(016)    VALUE
              ' CONTRA ANOMES '.
           03 WS-TIT-ANOMES-ANT              PIC  9(006).
           03 FILLER                         PIC  X(021)    VALUE
              ' - LIMITE DE VARIACAO'.
           03 WS-TIT-PERCENTUAL              PIC  ZZ9.
           03 FILLER                         PIC  X(040)    VALUE
              '% (VISTO DO SUPERVISOR NO VARAPPR)'.
      *
       01  WS-TITULO-2.
           03 FILLER                         PIC  X(044)    VALUE
              'MATR  DPT   BRUTO ANTERIOR    BRUTO ATUAL  '.
           03 FILLER                         PIC  X(044)    VALUE
              ' VAR%   LIQUIDO ANTER.  LIQUIDO ATUAL   VAR%'.
           03 FILLER                         PIC  X(044)    VALUE
              '  OCORRENCIA'.
      *
       01  WS-DETALHE.
           03 WS-DET-EMP                     PIC  9(005).
           03 FILLER                         PIC  X(001)    VALUE
              SPACE.
           03 WS-DET-DEPT                    PIC  9(003).
           03 FILLER                         PIC  X(001)    VALUE
              SPACE.
           03 WS-DET-BRUTO-ANT               PIC  ZZZ.ZZZ.ZZ9,99.
           03 FILLER                         PIC  X(001)    VALUE
              SPACE.
           03 WS-DET-BRUTO                   PIC  ZZZ.ZZZ.ZZ9,99.
           03 FILLER                         PIC  X(001)    VALUE
              SPACE.
           03 WS-DET-VAR-BRUTO               PIC  -ZZZZ9,9.
           03 FILLER                         PIC  X(001)    VALUE
              SPACE.
           03 WS-DET-LIQUIDO-ANT             PIC  ZZZ.ZZZ.ZZ9,99.
           03 FILLER                         PIC  X(001)    VALUE
              SPACE.
           03 WS-DET-LIQUIDO                 PIC  ZZZ.ZZZ.ZZ9,99.
           03 FILLER                         PIC  X(001)    VALUE
              SPACE.
           03 WS-DET-VAR-LIQUIDO             PIC  -ZZZZ9,9.
           03 FILLER                         PIC  X(002)    VALUE
              SPACES.
           03 WS-DET-OCORRENCIA              PIC  X(034).
           03 FILLER                         PIC  X(011)    VALUE
              SPACES.
      *
       01  WS-EDICOES.
           03 WS-ED-VALOR-1                  PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
           03 WS-ED-VALOR-2                  PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
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
               PERFORM RT-COMPARAR-ATUAIS
               PERFORM RT-PROCURAR-AUSENTES
               PERFORM RT-IMPRIMIR-TOTAIS
               PERFORM RT-GRAVAR-VISTO
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
      *  ANOMES DE REFERENCIA E O ANTERIOR, LIMITE E ABERTURA           *
      *----------------------------------------------------------------*
       RT-INICIAR                                  SECTION.
      *
           DISPLAY PGMID '001I ' FUNCTION WHEN-COMPILED
           ACCEPT WS-DATA-HOJE  FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA FROM TIME
           CALL SB-CWGETU USING WS-OPERADOR WS-TASK WS-PROGRAMA '?'
      *
           DISPLAY 'PAYROLL-ANOMES' UPON ENVIRONMENT-NAME
           ACCEPT   WS-ANOMES-ENV   FROM ENVIRONMENT-VALUE
           IF  WS-ANOMES-ENV IS NUMERIC
           AND WS-ANOMES-ENV NOT EQUAL SPACES
               MOVE WS-ANOMES-ENV TO WS-ANOMES
           ELSE
               MOVE WS-DATA-HOJE(1:6) TO WS-ANOMES
           END-IF
           IF  WS-MES EQUAL 1
               COMPUTE WS-ANOMES-ANT = (WS-ANO - 1) * 100 + 12
           ELSE
               COMPUTE WS-ANOMES-ANT = WS-ANOMES - 1
           END-IF
      *
           MOVE SPACES TO WS-ENV
           DISPLAY 'PAYVAR-PERCENTUAL' UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV             FROM ENVIRONMENT-VALUE
           EVALUATE TRUE
               WHEN WS-ENV(1:3) IS NUMERIC
                    MOVE WS-ENV(1:3) TO WS-PERCENTUAL
               WHEN WS-ENV(1:2) IS NUMERIC
               AND  WS-ENV(3:1) EQUAL SPACE
                    MOVE WS-ENV(1:2) TO WS-PERCENTUAL
               WHEN WS-ENV(1:1) IS NUMERIC
               AND  WS-ENV(2:1) EQUAL SPACE
                    MOVE WS-ENV(1:1) TO WS-PERCENTUAL
           END-EVALUATE
           DISPLAY PGMID '002I- VARIACAO DE ' WS-ANOMES ' CONTRA '
                   WS-ANOMES-ANT ' - LIMITE ' WS-PERCENTUAL '%'
      *
      *    QUEM RODOU O CICLO: A TRAVA DO PAYCTL, SENAO QUEM RODA AGORA
           OPEN INPUT CICLOLCK
           IF  FL-CICLOLCK-OK
               READ CICLOLCK
               IF  FL-CICLOLCK-OK
               AND CICLO-OPERADOR NOT EQUAL SPACES
                   MOVE CICLO-OPERADOR TO WS-OPERADOR
               END-IF
           END-IF
           CLOSE CICLOLCK
      *
           OPEN INPUT PAYRES
           IF  NOT FL-PAYRES-OK
               DISPLAY PGMID '003I- PAYRES AUSENTE OU COM ERRO '
                       FL-STA-PAYRES
               MOVE 8 TO WS-RETURN-CODE
               EXIT SECTION
           END-IF
      *
           OPEN INPUT PAYHIST
           IF  FL-PAYHIST-OK
               SET TEM-PAYHIST TO TRUE
           ELSE
               DISPLAY PGMID '004I- PAYHIST AUSENTE - TODOS SAEM COMO'
                       ' SEM PAGAMENTO ANTERIOR'
           END-IF
      *
           OPEN OUTPUT VARREL
           MOVE WS-ANOMES     TO WS-TIT-ANOMES
           MOVE WS-ANOMES-ANT TO WS-TIT-ANOMES-ANT
           MOVE WS-PERCENTUAL TO WS-TIT-PERCENTUAL
           WRITE REG-VARREL FROM WS-TITULO-1
      *    NA SIMULACAO DO CICLO (PAYCTL) A LISTAGEM SAI MARCADA
           DISPLAY 'PAYROLL-SIMULACAO' UPON ENVIRONMENT-NAME
           ACCEPT   WS-SIMULACAO        FROM ENVIRONMENT-VALUE
           IF  EM-SIMULACAO
               MOVE '*** SIMULACAO ***' TO REG-VARREL
               WRITE REG-VARREL
           END-IF
           MOVE SPACES TO REG-VARREL
           WRITE REG-VARREL
           WRITE REG-VARREL FROM WS-TITULO-2.
      *
       RT-INICIARX.                                EXIT.
      *----------------------------------------------------------------*
      *  CADA MATRICULA CALCULADA NO MES CONTRA O MES ANTERIOR          *
      *----------------------------------------------------------------*
       RT-COMPARAR-ATUAIS                          SECTION.
      *
           MOVE WS-ANOMES TO PAYRES-ANOMES
           MOVE 'M'       TO PAYRES-TIPO
           MOVE ZEROS     TO PAYRES-EMP-NO
           START PAYRES KEY NOT LESS PAYRES-CHAVE
               INVALID KEY
                   SET FL-PAYRES-EOF TO TRUE
           END-START
           PERFORM UNTIL FL-PAYRES-EOF
               READ PAYRES NEXT RECORD
                 AT END
                    SET FL-PAYRES-EOF TO TRUE
                 NOT AT END
                    IF  PAYRES-ANOMES NOT EQUAL WS-ANOMES
                    OR  PAYRES-TIPO   NOT EQUAL 'M'
                        SET FL-PAYRES-EOF TO TRUE
                    ELSE
                        ADD 1 TO WS-LIDOS
                        PERFORM RT-COMPARAR-MATRICULA
                    END-IF
               END-READ
           END-PERFORM
           MOVE ZEROS TO FL-STA-PAYRES
      *
           IF  WS-LIDOS EQUAL ZEROS
               DISPLAY PGMID '005I- NENHUM RESULTADO DO NETCALC EM '
                       WS-ANOMES ' - AUDITORIA IMPOSSIVEL'
               MOVE 8 TO WS-RETURN-CODE
           END-IF.
      *
       RT-COMPARAR-ATUAISX.                        EXIT.
      *----------------------------------------------------------------*
       RT-COMPARAR-MATRICULA                       SECTION.
      *
           MOVE PAYRES-EMP-NO  TO WS-EMP
           MOVE PAYRES-DEPT    TO WS-DEPT
           MOVE PAYRES-BRUTO   TO WS-BRUTO
           MOVE PAYRES-LIQUIDO TO WS-LIQUIDO
           ADD  WS-BRUTO       TO WS-TOTAL-BRUTO
           ADD  WS-LIQUIDO     TO WS-TOTAL-LIQUIDO
      *
           MOVE PAYRES-COMPANY TO PAYHIST-COMPANY
           PERFORM RT-BUSCAR-ANTERIOR
      *
           MOVE ZEROS  TO WS-VAR-BRUTO WS-VAR-LIQUIDO
           MOVE SPACES TO WS-OCORRENCIA
           IF  TEM-ANTERIOR
               IF  WS-BRUTO-ANT GREATER ZEROS
                   COMPUTE WS-VAR-BRUTO ROUNDED =
                           (WS-BRUTO - WS-BRUTO-ANT) * 100
                         / WS-BRUTO-ANT
                       ON SIZE ERROR
                           MOVE 9999 TO WS-VAR-BRUTO
                   END-COMPUTE
               END-IF
               IF  TEM-LIQ-ANT
               AND WS-LIQUIDO-ANT GREATER ZEROS
                   COMPUTE WS-VAR-LIQUIDO ROUNDED =
                           (WS-LIQUIDO - WS-LIQUIDO-ANT) * 100
                         / WS-LIQUIDO-ANT
                       ON SIZE ERROR
                           MOVE 9999 TO WS-VAR-LIQUIDO
                   END-COMPUTE
               END-IF
           END-IF
      *
           EVALUATE TRUE
               WHEN WS-LIQUIDO NOT GREATER ZEROS
                    MOVE 'LIQUIDO ZERO OU NEGATIVO' TO WS-OCORRENCIA
                    ADD 1 TO WS-LIQUIDO-ZERO
               WHEN NOT TEM-ANTERIOR
               OR   WS-BRUTO-ANT NOT GREATER ZEROS
                    MOVE 'PAGO NO MES, NAO NO ANTERIOR'
                      TO WS-OCORRENCIA
                    ADD 1 TO WS-NOVOS
               WHEN FUNCTION ABS(WS-VAR-BRUTO)   GREATER WS-PERCENTUAL
               OR   FUNCTION ABS(WS-VAR-LIQUIDO) GREATER WS-PERCENTUAL
                    MOVE 'VARIACAO ACIMA DO LIMITE' TO WS-OCORRENCIA
                    ADD 1 TO WS-COM-VARIACAO
           END-EVALUATE
      *
           IF  WS-OCORRENCIA NOT EQUAL SPACES
               PERFORM RT-IMPRIMIR-DETALHE
           END-IF.
      *
       RT-COMPARAR-MATRICULAX.                     EXIT.
      *----------------------------------------------------------------*
      *  BRUTO E LIQUIDO DO MES ANTERIOR NO PAYHIST; O HISTORICO SEM    *
      *  ELES VALE PELO SALARIO DEPOIS + BONUS, E O LIQUIDO VEM DO      *
      *  PAYRES DO MES ANTERIOR                                         *
      *----------------------------------------------------------------*
       RT-BUSCAR-ANTERIOR                          SECTION.
      *
           MOVE 'N'   TO WS-TEM-ANTERIOR WS-TEM-LIQ-ANT
           MOVE ZEROS TO WS-BRUTO-ANT WS-LIQUIDO-ANT
           IF  NOT TEM-PAYHIST
               EXIT SECTION
           END-IF
           MOVE WS-ANOMES-ANT TO PAYHIST-ANOMES
           MOVE WS-EMP        TO PAYHIST-EMP-NO
           READ PAYHIST
               INVALID KEY
                   EXIT SECTION
           END-READ
           SET TEM-ANTERIOR TO TRUE
      *
           IF  PAYHIST-BRUTO   IS NUMERIC
           AND PAYHIST-LIQUIDO IS NUMERIC
           AND PAYHIST-BRUTO   GREATER ZEROS
               MOVE PAYHIST-BRUTO   TO WS-BRUTO-ANT
               MOVE PAYHIST-LIQUIDO TO WS-LIQUIDO-ANT
               SET TEM-LIQ-ANT TO TRUE
           ELSE
               COMPUTE WS-BRUTO-ANT ROUNDED =
                       PAYHIST-SAL-DEPOIS * 52 / 12 + PAYHIST-BONUS
               MOVE WS-ANOMES-ANT TO PAYRES-ANOMES
               MOVE 'M'           TO PAYRES-TIPO
               MOVE WS-EMP        TO PAYRES-EMP-NO
               READ PAYRES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PAYRES-LIQUIDO TO WS-LIQUIDO-ANT
                       SET TEM-LIQ-ANT TO TRUE
               END-READ
      *        DE VOLTA A POSICAO DA LEITURA DO MES CORRENTE
               MOVE WS-ANOMES     TO PAYRES-ANOMES
               MOVE 'M'           TO PAYRES-TIPO
               MOVE WS-EMP        TO PAYRES-EMP-NO
               START PAYRES KEY GREATER PAYRES-CHAVE
                   INVALID KEY
                       SET FL-PAYRES-EOF TO TRUE
               END-START
           END-IF
           ADD WS-BRUTO-ANT   TO WS-TOTAL-BRUTO-ANT
           ADD WS-LIQUIDO-ANT TO WS-TOTAL-LIQUIDO-ANT.
      *
       RT-BUSCAR-ANTERIORX.                        EXIT.
      *----------------------------------------------------------------*
      *  PAGOS NO MES ANTERIOR SEM RESULTADO NO MES                     *
      *----------------------------------------------------------------*
       RT-PROCURAR-AUSENTES                        SECTION.
      *
           IF  NOT TEM-PAYHIST
           OR  WS-RETURN-CODE NOT EQUAL ZEROS
               EXIT SECTION
           END-IF
           MOVE WS-ANOMES-ANT TO PAYHIST-ANOMES
           MOVE ZEROS         TO PAYHIST-COMPANY PAYHIST-EMP-NO
           START PAYHIST KEY NOT LESS PAYHIST-CHAVE
               INVALID KEY
                   SET FL-PAYHIST-EOF TO TRUE
           END-START
           PERFORM UNTIL FL-PAYHIST-EOF
               READ PAYHIST NEXT RECORD
                 AT END
                    SET FL-PAYHIST-EOF TO TRUE
                 NOT AT END
                    IF  PAYHIST-ANOMES NOT EQUAL WS-ANOMES-ANT
                        SET FL-PAYHIST-EOF TO TRUE
                    ELSE
                        PERFORM RT-CONFERIR-AUSENTE
                    END-IF
               END-READ
           END-PERFORM.
      *
       RT-PROCURAR-AUSENTESX.                      EXIT.
      *----------------------------------------------------------------*
       RT-CONFERIR-AUSENTE                         SECTION.
      *
           IF  PAYHIST-BRUTO   IS NUMERIC
           AND PAYHIST-LIQUIDO IS NUMERIC
           AND PAYHIST-BRUTO   GREATER ZEROS
               MOVE PAYHIST-BRUTO   TO WS-BRUTO-ANT
               MOVE PAYHIST-LIQUIDO TO WS-LIQUIDO-ANT
           ELSE
               COMPUTE WS-BRUTO-ANT ROUNDED =
                       PAYHIST-SAL-DEPOIS * 52 / 12 + PAYHIST-BONUS
               MOVE ZEROS TO WS-LIQUIDO-ANT
           END-IF
           IF  WS-BRUTO-ANT NOT GREATER ZEROS
               EXIT SECTION
           END-IF
      *
           MOVE WS-ANOMES      TO PAYRES-ANOMES
           MOVE 'M'            TO PAYRES-TIPO
           MOVE PAYHIST-EMP-NO TO PAYRES-EMP-NO
           READ PAYRES
               INVALID KEY
                   MOVE PAYHIST-EMP-NO TO WS-EMP
                   MOVE PAYHIST-DEPT   TO WS-DEPT
                   MOVE ZEROS          TO WS-BRUTO WS-LIQUIDO
                                          WS-VAR-BRUTO WS-VAR-LIQUIDO
                   MOVE 'PAGO NO ANTERIOR, NAO NO MES'
                     TO WS-OCORRENCIA
                   ADD 1 TO WS-SEM-PAGAMENTO
                   ADD WS-BRUTO-ANT   TO WS-TOTAL-BRUTO-ANT
                   ADD WS-LIQUIDO-ANT TO WS-TOTAL-LIQUIDO-ANT
                   PERFORM RT-IMPRIMIR-DETALHE
           END-READ.
      *
       RT-CONFERIR-AUSENTEX.                       EXIT.
      *----------------------------------------------------------------*
       RT-IMPRIMIR-DETALHE                         SECTION.
      *
           MOVE WS-EMP         TO WS-DET-EMP
           MOVE WS-DEPT        TO WS-DET-DEPT
           MOVE WS-BRUTO-ANT   TO WS-DET-BRUTO-ANT
           MOVE WS-BRUTO       TO WS-DET-BRUTO
           MOVE WS-VAR-BRUTO   TO WS-DET-VAR-BRUTO
           MOVE WS-LIQUIDO-ANT TO WS-DET-LIQUIDO-ANT
           MOVE WS-LIQUIDO     TO WS-DET-LIQUIDO
           MOVE WS-VAR-LIQUIDO TO WS-DET-VAR-LIQUIDO
           MOVE WS-OCORRENCIA  TO WS-DET-OCORRENCIA
           WRITE REG-VARREL FROM WS-DETALHE
           ADD 1 TO WS-SINALIZADAS.
      *
       RT-IMPRIMIR-DETALHEX.                       EXIT.
      *----------------------------------------------------------------*
       RT-IMPRIMIR-TOTAIS                          SECTION.
      *
           MOVE SPACES TO REG-VARREL
           WRITE REG-VARREL
           MOVE WS-TOTAL-BRUTO-ANT TO WS-ED-VALOR-1
           MOVE WS-TOTAL-BRUTO     TO WS-ED-VALOR-2
           MOVE SPACES TO REG-VARREL
           STRING 'TOTAL BRUTO   ANTERIOR ' WS-ED-VALOR-1
                  '   ATUAL ' WS-ED-VALOR-2
                  DELIMITED BY SIZE INTO REG-VARREL
           WRITE REG-VARREL
           MOVE WS-TOTAL-LIQUIDO-ANT TO WS-ED-VALOR-1
           MOVE WS-TOTAL-LIQUIDO     TO WS-ED-VALOR-2
           MOVE SPACES TO REG-VARREL
           STRING 'TOTAL LIQUIDO ANTERIOR ' WS-ED-VALOR-1
                  '   ATUAL ' WS-ED-VALOR-2
                  DELIMITED BY SIZE INTO REG-VARREL
           WRITE REG-VARREL
           MOVE WS-SINALIZADAS TO WS-DISPLAY
           MOVE SPACES TO REG-VARREL
           STRING 'MATRICULAS SINALIZADAS ' WS-DISPLAY
                  ' - CREDITO RETIDO ATE O VISTO DE UM SUPERVISOR'
                  ' DIFERENTE DE ' WS-OPERADOR
                  DELIMITED BY SIZE INTO REG-VARREL
           WRITE REG-VARREL
           CLOSE VARREL.
      *
       RT-IMPRIMIR-TOTAISX.                        EXIT.
      *----------------------------------------------------------------*
      *  NOVO RELATORIO = NOVO VISTO: O CONTROLE VOLTA A PENDENTE       *
      *----------------------------------------------------------------*
       RT-GRAVAR-VISTO                             SECTION.
      *
           IF  WS-RETURN-CODE NOT EQUAL ZEROS
               EXIT SECTION
           END-IF
           OPEN OUTPUT VARVISTO
           IF  NOT FL-VARVISTO-OK
               DISPLAY PGMID '006I- VARVISTO COM ERRO ' FL-STA-VARVISTO
               MOVE 8 TO WS-RETURN-CODE
               EXIT SECTION
           END-IF
           MOVE SPACES             TO REG-VARVISTO
           MOVE WS-ANOMES          TO VISTO-ANOMES
           SET  VISTO-PENDENTE     TO TRUE
           MOVE WS-SINALIZADAS     TO VISTO-SINALIZADAS
           MOVE WS-OPERADOR        TO VISTO-OPERADOR
           MOVE WS-DATA-HOJE       TO VISTO-DATA-REL
           MOVE WS-HORA-AGORA(1:6) TO VISTO-HORA-REL
           MOVE ZEROS              TO VISTO-DATA VISTO-HORA
           MOVE WS-PERCENTUAL      TO VISTO-PERCENTUAL
           WRITE REG-VARVISTO
           CLOSE VARVISTO.
      *
       RT-GRAVAR-VISTOX.                           EXIT.
      *----------------------------------------------------------------*
       RT-FINALIZAR                                SECTION.
      *
           IF  FL-PAYRES-OK
           OR  WS-LIDOS GREATER ZEROS
               CLOSE PAYRES
           END-IF
           IF  TEM-PAYHIST
               CLOSE PAYHIST
           END-IF
           IF  WS-SINALIZADAS GREATER ZEROS
           AND WS-RETURN-CODE EQUAL ZEROS
               MOVE 4 TO WS-RETURN-CODE
           END-IF
      *
           DISPLAY PGMID '999I' TRACOS
           MOVE    WS-LIDOS           TO WS-DISPLAY
           DISPLAY PGMID '007I- RESULTADOS DO MES......:' WS-DISPLAY
           MOVE    WS-COM-VARIACAO    TO WS-DISPLAY
           DISPLAY PGMID '008I- VARIACAO ACIMA DO LIMITE:' WS-DISPLAY
           MOVE    WS-NOVOS           TO WS-DISPLAY
           DISPLAY PGMID '009I- SEM PAGAMENTO ANTERIOR.:' WS-DISPLAY
           MOVE    WS-SEM-PAGAMENTO   TO WS-DISPLAY
           DISPLAY PGMID '010I- SEM PAGAMENTO NO MES...:' WS-DISPLAY
           MOVE    WS-LIQUIDO-ZERO    TO WS-DISPLAY
           DISPLAY PGMID '011I- LIQUIDO ZERO/NEGATIVO..:' WS-DISPLAY
           MOVE    WS-SINALIZADAS     TO WS-DISPLAY
           DISPLAY PGMID '012I- SINALIZADAS NO VARREL..:' WS-DISPLAY
           DISPLAY PGMID '999I' TRACOS.
      *
       RT-FINALIZARX.                              EXIT.
      ******************************************************************
      *                      FIM  DO  PROGRAMA                         *
      ******************************************************************
