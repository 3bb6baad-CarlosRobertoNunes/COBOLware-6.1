      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PAYJRNL.
       AUTHOR.        Traduzido de Easytrieve (macro esy.kex v.0.10).
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      * Lancamento contabil da folha do               *
                      * PAYROLL-ANOMES por centro de custo, a partir  *
                      * dos resultados do mes no PAYRES (tipo M,      *
                      * NETCALC) e dos encargos no ENCARG (ENCCALC):  *
                      *                                               *
                      *  DEBITO POR CENTRO DE CUSTO (DEPTOS):         *
                      *   SALARIO  - BRUTO DO MES SEM O BONUS         *
                      *   BONUS    - BONUS DO MES                     *
                      *   ENCARGOS - INSS DA EMPRESA, RAT E TERCEIROS *
                      *   FGTS     - DEPOSITO DO MES                  *
                      *  CREDITO (OBRIGACOES, SEM CENTRO DE CUSTO):   *
                      *   LIQUIDO  - LIQUIDO A PAGAR                  *
                      *   INSS     - INSS RETIDO DOS EMPREGADOS       *
                      *   IRRF     - IMPOSTO RETIDO                   *
                      *   CONSIG   - EMPRESTIMOS CONSIGNADOS          *
                      *   PENSAO   - PENSAO ALIMENTICIA               *
                      *   DESCONTO - DEMAIS DESCONTOS FIXOS           *
                      *   ADIANTA  - ADIANTAMENTO QUINZENAL A         *
                      *              COMPENSAR                        *
                      *   ENCARGOS - INSS DA EMPRESA A RECOLHER       *
                      *   FGTS     - FGTS A RECOLHER                  *
                      *                                               *
                      * Matricula com rateio de custo vigente no mes  *
                      * (RATEIO, via RATEIOFX) tem cada debito        *
                      * dividido entre os centros de custo dos        *
                      * departamentos do rateio; sem rateio vale o    *
                      * DEPT do resultado.                            *
                      *                                               *
                      * A conta de cada rubrica vem do plano de       *
                      * contas da folha (cartoes CONTAMAP: RUBRICA +  *
                      * NATUREZA D/C + CENTRO DE CUSTO + CONTA +      *
                      * HISTORICO); o cartao com o centro de custo    *
                      * vale antes do cartao com o centro em branco.  *
                      *                                               *
                      * O arquivo JRNLCTB (cabecalho, um lancamento   *
                      * por linha e rodape) so e gerado se debitos e  *
                      * creditos batem, se todo departamento tem      *
                      * centro de custo no DEPTOS e se toda rubrica   *
                      * tem conta; senao o lote e recusado (JRNLCTB   *
                      * vazio) e os motivos saem na listagem JRNLREL  *
                      * (spool CWSPLF), que traz tambem as partidas.  *
                      *                                               *
                      * RC 8 = lote recusado ou arquivo indisponivel. *
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
           SELECT ENCARG ASSIGN TO ENCARG
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS ENCARG-CHAVE
                  FILE STATUS   IS FL-STA-ENCARG.
      *
           SELECT OPTIONAL DEPTOS ASSIGN TO DEPTOS
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS DEPTOS-DEPT
                  FILE STATUS   IS FL-STA-DEPTOS.
      *
           SELECT OPTIONAL CONTAMAP ASSIGN TO CONTAMAP
                  ORGANIZATION  IS SEQUENTIAL
                  FILE STATUS   IS FL-STA-CONTAMAP.
      *
           SELECT JRNLCTB ASSIGN TO JRNLCTB
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FL-STA-JRNLCTB.
      *
           SELECT JRNLREL ASSIGN TO JRNLREL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *----------------------------------------------------------------*
      *  RESULTADOS DA FOLHA POR ANOMES + TIPO + MATRICULA (NETCALC)    *
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
           03 PAYRES-DATA-CALC               PIC  9(008).
           03 PAYRES-BONUS                   PIC  9(007)V99.
           03 PAYRES-BASE-INSS               PIC  9(009)V99.
           03 PAYRES-BASE-IRRF               PIC  9(009)V99.
           03 PAYRES-QUINZENA                PIC  9(009)V99.
           03 PAYRES-CONSIGNADO              PIC  9(007)V99.
           03 PAYRES-PENSAO                  PIC  9(007)V99.
           03 FILLER                         PIC  X(001).
      *
      *----------------------------------------------------------------*
      *  ENCARGOS DO EMPREGADOR POR ANOMES + MATRICULA (ENCCALC)        *
      *----------------------------------------------------------------*
       FD  ENCARG
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-ENCARG.
           03 ENCARG-CHAVE.
              05 ENCARG-ANOMES               PIC  9(006).
              05 ENCARG-EMP-NO               PIC  9(005).
           03 ENCARG-COMPANY                 PIC  9(002).
           03 ENCARG-DEPT                    PIC  9(003).
           03 ENCARG-BASE-MES                PIC  9(009)V99.
           03 ENCARG-BASE-FERIAS             PIC  9(009)V99.
           03 ENCARG-BASE-13                 PIC  9(009)V99.
           03 ENCARG-BASE-TOTAL              PIC  9(009)V99.
           03 ENCARG-FGTS                    PIC  9(007)V99.
           03 ENCARG-PATRONAL                PIC  9(007)V99.
           03 ENCARG-RAT                     PIC  9(007)V99.
           03 ENCARG-TERCEIROS               PIC  9(007)V99.
           03 ENCARG-ENCARGOS                PIC  9(009)V99.
           03 ENCARG-CUSTO-TOTAL             PIC  9(009)V99.
           03 ENCARG-CPF                     PIC  9(011).
           03 ENCARG-DATA-CALC               PIC  9(008).
           03 ENCARG-REMUNERACAO             PIC  9(009)V99.
           03 FILLER                         PIC  X(002).
      *
       FD  DEPTOS
           RECORD CONTAINS 080 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-DEPTOS.
           03 DEPTOS-DEPT                    PIC  9(003).
           03 DEPTOS-DESCRICAO               PIC  X(030).
           03 DEPTOS-CENTRO-CUSTO            PIC  X(010).
           03 DEPTOS-GESTOR                  PIC  X(030).
           03 FILLER                         PIC  X(007).
      *
      *----------------------------------------------------------------*
      *  PLANO DE CONTAS DA FOLHA: UM CARTAO POR RUBRICA + NATUREZA     *
      *  (+ CENTRO DE CUSTO, OU BRANCO PARA TODOS); '*' NA COLUNA 1     *
      *  E COMENTARIO                                                   *
      *----------------------------------------------------------------*
       FD  CONTAMAP
           RECORDING MODE IS FIXED
           RECORD CONTAINS 080 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-CONTAMAP.
           03 MAP-RUBRICA                    PIC  X(008).
           03 MAP-NATUREZA                   PIC  X(001).
              88 MAP-NATUREZA-VALIDA                    VALUE 'D' 'C'.
           03 MAP-CENTRO                     PIC  X(010).
           03 MAP-CONTA                      PIC  X(020).
           03 MAP-HISTORICO                  PIC  X(030).
           03 FILLER                         PIC  X(011).
      *
      *----------------------------------------------------------------*
      *  LOTE CONTABIL: 0 = CABECALHO, 1 = LANCAMENTO, 9 = RODAPE       *
      *----------------------------------------------------------------*
       FD  JRNLCTB
           LABEL RECORD IS STANDARD.
      *
       01  REG-JRNLCTB                       PIC  X(120).
      *
       01  REG-JRNL-CABECALHO REDEFINES REG-JRNLCTB.
           03 JRNL0-TIPO                     PIC  X(001).
           03 JRNL0-COMPETENCIA              PIC  9(006).
           03 JRNL0-DATA-GERACAO             PIC  9(008).
           03 JRNL0-DATA-LANCAMENTO          PIC  9(008).
           03 JRNL0-ORIGEM                   PIC  X(008).
           03 FILLER                         PIC  X(089).
      *
       01  REG-JRNL-LANCAMENTO REDEFINES REG-JRNLCTB.
           03 JRNL1-TIPO                     PIC  X(001).
           03 JRNL1-SEQUENCIA                PIC  9(006).
           03 JRNL1-DATA-LANCAMENTO          PIC  9(008).
           03 JRNL1-CONTA                    PIC  X(020).
           03 JRNL1-NATUREZA                 PIC  X(001).
           03 JRNL1-CENTRO                   PIC  X(010).
           03 JRNL1-VALOR                    PIC  9(013)V99.
           03 JRNL1-HISTORICO                PIC  X(040).
           03 JRNL1-RUBRICA                  PIC  X(008).
           03 FILLER                         PIC  X(011).
      *
       01  REG-JRNL-RODAPE REDEFINES REG-JRNLCTB.
           03 JRNL9-TIPO                     PIC  X(001).
           03 JRNL9-COMPETENCIA              PIC  9(006).
           03 JRNL9-QTDE                     PIC  9(006).
           03 JRNL9-TOTAL-DEBITO             PIC  9(013)V99.
           03 JRNL9-TOTAL-CREDITO            PIC  9(013)V99.
           03 FILLER                         PIC  X(077).
      *
       FD  JRNLREL
           LABEL RECORD IS OMITTED.
      *
       01  REG-JRNLREL                       PIC  X(132).
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
       77  SB-RATEIOFX                   PIC  X(08)  VALUE 'RATEIOFX'.
      *
      *----------------------------------------------------------------*
      *        AREA DE VARIAVEIS AUXILIARES                            *
      *----------------------------------------------------------------*
      *
       01  WS-VARIAVEIS.
           03 TRACOS                         PIC  X(060)    VALUE
              ALL '-'.
           03 PGMID                          PIC  X(009)    VALUE
              '#PAYJRNL.'.
           03 FL-STA-PAYRES                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-PAYRES-OK                               VALUE '00'.
              88 FL-PAYRES-EOF                              VALUE '10'.
           03 FL-STA-ENCARG                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-ENCARG-OK                               VALUE '00'.
              88 FL-ENCARG-EOF                              VALUE '10'.
           03 FL-STA-DEPTOS                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-DEPTOS-OK                               VALUE '00'.
              88 FL-DEPTOS-EOF                              VALUE '10'.
           03 FL-STA-CONTAMAP                PIC  X(002)    VALUE
              ZEROS.
              88 FL-CONTAMAP-OK                             VALUE '00'.
              88 FL-CONTAMAP-EOF                            VALUE '10'.
           03 FL-STA-JRNLCTB                 PIC  X(002)    VALUE
              ZEROS.
              88 FL-JRNLCTB-OK                              VALUE '00'.
           03 WS-RETURN-CODE                 PIC  9(003)    VALUE
              ZEROS.
           03 WS-SIMULACAO                   PIC  X(001)    VALUE
              SPACE.
              88 EM-SIMULACAO                               VALUE 'S'.
           03 WS-TITULO-SPOOL                PIC  X(174)    VALUE
              SPACES.
           03 WS-DISPLAY                     PIC  -ZZZ.ZZZ.ZZ9.
           03 WS-LIDOS-PAYRES         COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-LIDOS-ENCARG         COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-CARTOES              COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-GRAVADOS             COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-RECUSAS              COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-RATEADOS             COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-IND-RAT              COMP-3 PIC  9(001)    VALUE ZEROS.
           03 WS-EMP-NO                      PIC  9(005)    VALUE
              ZEROS.
           03 WS-DATA-HOJE                   PIC  9(008)    VALUE
              ZEROS.
           03 WS-ANOMES-ENV                  PIC  X(006)    VALUE
              SPACES.
           03 WS-ANOMES                      PIC  9(006)    VALUE
              ZEROS.
           03 FILLER REDEFINES WS-ANOMES.
              05 WS-ANOMES-ANO               PIC  9(004).
              05 WS-ANOMES-MES               PIC  9(002).
           03 WS-PROXIMO                     PIC  9(006)    VALUE
              ZEROS.
           03 FILLER REDEFINES WS-PROXIMO.
              05 WS-PROXIMO-ANO              PIC  9(004).
              05 WS-PROXIMO-MES              PIC  9(002).
           03 WS-INT-DATA                    PIC  9(008)    VALUE
              ZEROS.
           03 WS-DATA-LANCAMENTO             PIC  9(008)    VALUE
              ZEROS.
           03 WS-MOTIVO                      PIC  X(080)    VALUE
              SPACES.
           03 WS-VALOR                COMP-3 PIC S9(013)V99 VALUE ZEROS.
           03 WS-TOTAL-DEBITO         COMP-3 PIC S9(013)V99 VALUE ZEROS.
           03 WS-TOTAL-CREDITO        COMP-3 PIC S9(013)V99 VALUE ZEROS.
           03 WS-DIFERENCA            COMP-3 PIC S9(013)V99 VALUE ZEROS.
           03 WS-ED-VALOR                    PIC  -Z.ZZZ.ZZZ.ZZ9,99.
           03 WS-DEPT                        PIC  9(003)    VALUE
              ZEROS.
           03 WS-CENTRO                      PIC  X(010)    VALUE
              SPACES.
           03 WS-RUBRICA                     PIC  X(008)    VALUE
              SPACES.
           03 WS-NATUREZA                    PIC  X(001)    VALUE
              SPACE.
           03 WS-ACHADO                      PIC  X(001)    VALUE 'N'.
              88 ACHADO                                     VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *  DEPARTAMENTOS E CENTROS DE CUSTO DO DEPTOS; SEM-CC MARCA O     *
      *  DEPARTAMENTO JA RECUSADO (UMA MENSAGEM SO)                     *
      *----------------------------------------------------------------*
       01  WS-DEPARTAMENTOS.
           03 WS-DEP-QTDE             COMP-3 PIC 9(003)     VALUE
              ZEROS.
           03 WS-DEP-TAB OCCURS 200 TIMES INDEXED BY INDDEP.
              05 WS-DEP-DEPT                 PIC  9(003).
              05 WS-DEP-CENTRO               PIC  X(010).
              05 WS-DEP-RECUSADO             PIC  X(001).
      *
      *----------------------------------------------------------------*
      *  PLANO DE CONTAS CARREGADO DOS CARTOES                          *
      *----------------------------------------------------------------*
       01  WS-PLANO.
           03 WS-MAP-QTDE             COMP-3 PIC 9(003)     VALUE
              ZEROS.
           03 WS-MAP-TAB OCCURS 300 TIMES INDEXED BY INDMAP.
              05 WS-MAP-RUBRICA              PIC  X(008).
              05 WS-MAP-NATUREZA             PIC  X(001).
              05 WS-MAP-CENTRO               PIC  X(010).
              05 WS-MAP-CONTA                PIC  X(020).
              05 WS-MAP-HISTORICO            PIC  X(030).
      *
      *----------------------------------------------------------------*
      *  PARTIDAS ACUMULADAS: RUBRICA + NATUREZA + CENTRO DE CUSTO      *
      *----------------------------------------------------------------*
       01  WS-PARTIDAS.
           03 WS-PAR-QTDE             COMP-3 PIC 9(004)     VALUE
              ZEROS.
           03 WS-PAR-TAB OCCURS 1000 TIMES INDEXED BY INDPAR.
              05 WS-PAR-RUBRICA              PIC  X(008).
              05 WS-PAR-NATUREZA             PIC  X(001).
              05 WS-PAR-CENTRO               PIC  X(010).
              05 WS-PAR-VALOR         COMP-3 PIC S9(013)V99.
              05 WS-PAR-CONTA                PIC  X(020).
              05 WS-PAR-HISTORICO            PIC  X(040).
      *
      *----------------------------------------------------------------*
      *  LINHAS DA LISTAGEM                                             *
      *----------------------------------------------------------------*
       01  WS-CABECALHO.
           03 FILLER                         PIC  X(038)    VALUE
              'LANCAMENTO CONTABIL DA FOLHA - MES '.
           03 CAB-MES                        PIC  9(002).
           03 FILLER                         PIC  X(001)    VALUE '/'.
           03 CAB-ANO                        PIC  9(004).
           03 FILLER                         PIC  X(004)    VALUE
              SPACES.
           03 CAB-SIMULACAO                  PIC  X(017)    VALUE
              SPACES.
           03 FILLER                         PIC  X(066)    VALUE
              SPACES.
      *
       01  WS-TITULOS.
           03 FILLER                         PIC  X(050)    VALUE
              '  SEQ.  CONTA                D/C  C.CUSTO     RUBR'.
           03 FILLER                         PIC  X(082)    VALUE
              'ICA                 VALOR  HISTORICO'.
      *
       01  WS-DETALHE.
           03 FILLER                         PIC  X(002)    VALUE
              SPACES.
           03 DET-SEQUENCIA                  PIC  ZZZ9.
           03 FILLER                         PIC  X(002)    VALUE
              SPACES.
           03 DET-CONTA                      PIC  X(020).
           03 FILLER                         PIC  X(002)    VALUE
              SPACES.
           03 DET-NATUREZA                   PIC  X(001).
           03 FILLER                         PIC  X(003)    VALUE
              SPACES.
           03 DET-CENTRO                     PIC  X(010).
           03 FILLER                         PIC  X(002)    VALUE
              SPACES.
           03 DET-RUBRICA                    PIC  X(008).
           03 FILLER                         PIC  X(002)    VALUE
              SPACES.
           03 DET-VALOR                      PIC  Z.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                         PIC  X(002)    VALUE
              SPACES.
           03 DET-HISTORICO                  PIC  X(040).
           03 FILLER                         PIC  X(017)    VALUE
              SPACES.
      *
       01  WS-LINHA-TOTAL.
           03 FILLER                         PIC  X(020)    VALUE
              '  TOTAL DEBITOS:   '.
           03 TOT-DEBITO                     PIC  Z.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                         PIC  X(020)    VALUE
              '   TOTAL CREDITOS: '.
           03 TOT-CREDITO                    PIC  Z.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                         PIC  X(016)    VALUE
              '   DIFERENCA: '.
           03 TOT-DIFERENCA                  PIC  -Z.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                         PIC  X(024)    VALUE
              SPACES.
      *
      *----------------------------------------------------------------*
      *  RATEIO DO CUSTO DA MATRICULA ENTRE DEPARTAMENTOS (RATEIOFX)    *
      *----------------------------------------------------------------*
       01  PARAMETROS-RATEIOFX.
           03 RATEIOFX-FUNCAO                PIC  X(001)    VALUE 'R'.
           03 RATEIOFX-EMP-NO                PIC  9(005)    VALUE
              ZEROS.
           03 RATEIOFX-ANOMES                PIC  9(006)    VALUE
              ZEROS.
           03 RATEIOFX-DEPT-PADRAO           PIC  9(003)    VALUE
              ZEROS.
           03 RATEIOFX-VALOR                 PIC S9(011)V99 VALUE
              ZEROS.
           03 RATEIOFX-RETORNO               PIC  X(002)    VALUE
              SPACES.
           03 RATEIOFX-QTDE                  PIC  9(001)    VALUE
              ZEROS.
           03 RATEIOFX-PRINCIPAL             PIC  9(003)    VALUE
              ZEROS.
           03 RATEIOFX-ITEM OCCURS 5 TIMES.
              05 RATEIOFX-DEPT               PIC  9(003).
              05 RATEIOFX-PERCENTUAL         PIC  9(003)V99.
              05 RATEIOFX-PARCELA            PIC S9(011)V99.
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
           03 CWSPLF-WIDTH                   PIC  9(003)    VALUE 132.
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
               PERFORM RT-CARREGAR-PLANO
               PERFORM RT-LER-PAYRES
               PERFORM RT-LER-ENCARG
               PERFORM RT-ATRIBUIR-CONTAS
               PERFORM RT-CONFERIR-BALANCO
               PERFORM RT-LISTAR-PARTIDAS
               IF  WS-RECUSAS EQUAL ZEROS
                   PERFORM RT-GRAVAR-LOTE
               ELSE
                   PERFORM RT-RECUSAR-LOTE
               END-IF
               PERFORM RT-DESPACHAR-SPOOL
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
      *  MES DE REFERENCIA, DATA DO LANCAMENTO (ULTIMO DIA DO MES),     *
      *  ARQUIVOS E TABELA DE CENTROS DE CUSTO                          *
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
           COMPUTE WS-INT-DATA =
                   FUNCTION INTEGER-OF-DATE(WS-PROXIMO * 100 + 1) - 1
           COMPUTE WS-DATA-LANCAMENTO =
                   FUNCTION DATE-OF-INTEGER(WS-INT-DATA)
           DISPLAY PGMID '001I- COMPETENCIA ' WS-ANOMES
                   ' - LANCAMENTO EM ' WS-DATA-LANCAMENTO
      *
           OPEN OUTPUT JRNLREL
           MOVE WS-ANOMES-MES TO CAB-MES
           MOVE WS-ANOMES-ANO TO CAB-ANO
      *    NA SIMULACAO DO CICLO (PAYCTL) A LISTAGEM SAI MARCADA
           DISPLAY 'PAYROLL-SIMULACAO' UPON ENVIRONMENT-NAME
           ACCEPT   WS-SIMULACAO        FROM ENVIRONMENT-VALUE
           IF  EM-SIMULACAO
               MOVE '*** SIMULACAO ***' TO CAB-SIMULACAO
           END-IF
           WRITE REG-JRNLREL FROM WS-CABECALHO
           MOVE SPACES TO REG-JRNLREL
           WRITE REG-JRNLREL
      *
           OPEN INPUT PAYRES
           IF  NOT FL-PAYRES-OK
               DISPLAY PGMID '002I- PAYRES AUSENTE OU COM ERRO '
                       FL-STA-PAYRES ' - RODOU O NETCALC DO MES?'
               MOVE 8 TO WS-RETURN-CODE
               CLOSE JRNLREL
               EXIT SECTION
           END-IF
      *
           OPEN INPUT ENCARG
           IF  NOT FL-ENCARG-OK
               DISPLAY PGMID '002I- ENCARG AUSENTE OU COM ERRO '
                       FL-STA-ENCARG ' - RODOU O ENCCALC DO MES?'
               MOVE 8 TO WS-RETURN-CODE
               CLOSE PAYRES JRNLREL
               EXIT SECTION
           END-IF
      *
           OPEN INPUT DEPTOS
           IF  FL-DEPTOS-OK
               MOVE ZEROS TO DEPTOS-DEPT
               START DEPTOS KEY NOT LESS DEPTOS-DEPT
               PERFORM UNTIL FL-DEPTOS-EOF
                   READ DEPTOS NEXT RECORD
                     AT END
                        SET FL-DEPTOS-EOF TO TRUE
                     NOT AT END
                        IF  WS-DEP-QTDE LESS 200
                            ADD 1 TO WS-DEP-QTDE
                            SET  INDDEP TO WS-DEP-QTDE
                            MOVE DEPTOS-DEPT
                              TO WS-DEP-DEPT(INDDEP)
                            MOVE DEPTOS-CENTRO-CUSTO
                              TO WS-DEP-CENTRO(INDDEP)
                            MOVE 'N'
                              TO WS-DEP-RECUSADO(INDDEP)
                        END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPTOS
           ELSE
               DISPLAY PGMID '003I- DEPTOS AUSENTE - NENHUM CENTRO DE'
                       ' CUSTO CONHECIDO'
           END-IF.
      *
       RT-INICIARX.                                EXIT.
      *----------------------------------------------------------------*
      *  CARTOES DO PLANO DE CONTAS; NATUREZA INVALIDA RECUSA O LOTE    *
      *----------------------------------------------------------------*
       RT-CARREGAR-PLANO                           SECTION.
      *
           OPEN INPUT CONTAMAP
           IF  NOT FL-CONTAMAP-OK
               MOVE 'PLANO DE CONTAS (CONTAMAP) AUSENTE' TO WS-MOTIVO
               PERFORM RT-ANOTAR-RECUSA
               EXIT SECTION
           END-IF
      *
           PERFORM UNTIL FL-CONTAMAP-EOF
               READ CONTAMAP
                 AT END
                    SET FL-CONTAMAP-EOF TO TRUE
                 NOT AT END
                    IF  REG-CONTAMAP(1:1) NOT EQUAL '*'
                    AND REG-CONTAMAP NOT EQUAL SPACES
                        ADD 1 TO WS-CARTOES
                        PERFORM RT-GUARDAR-CARTAO
                    END-IF
               END-READ
           END-PERFORM
           CLOSE CONTAMAP.
      *
       RT-CARREGAR-PLANOX.                         EXIT.
      *----------------------------------------------------------------*
       RT-GUARDAR-CARTAO                           SECTION.
      *
           IF  NOT MAP-NATUREZA-VALIDA
           OR  MAP-RUBRICA EQUAL SPACES
           OR  MAP-CONTA   EQUAL SPACES
               MOVE SPACES TO WS-MOTIVO
               STRING 'CARTAO DO CONTAMAP INVALIDO: '
                      REG-CONTAMAP(1:40)
                      DELIMITED BY SIZE INTO WS-MOTIVO
               PERFORM RT-ANOTAR-RECUSA
               EXIT SECTION
           END-IF
           IF  WS-MAP-QTDE NOT LESS 300
               MOVE 'CONTAMAP COM MAIS DE 300 CARTOES' TO WS-MOTIVO
               PERFORM RT-ANOTAR-RECUSA
               EXIT SECTION
           END-IF
           ADD 1 TO WS-MAP-QTDE
           SET  INDMAP TO WS-MAP-QTDE
           MOVE MAP-RUBRICA   TO WS-MAP-RUBRICA(INDMAP)
           MOVE MAP-NATUREZA  TO WS-MAP-NATUREZA(INDMAP)
           MOVE MAP-CENTRO    TO WS-MAP-CENTRO(INDMAP)
           MOVE MAP-CONTA     TO WS-MAP-CONTA(INDMAP)
           MOVE MAP-HISTORICO TO WS-MAP-HISTORICO(INDMAP).
      *
       RT-GUARDAR-CARTAOX.                         EXIT.
      *----------------------------------------------------------------*
      *  FOLHA MENSAL DO ANOMES (PAYRES TIPO M): DEBITOS POR CENTRO DE  *
      *  CUSTO E OBRIGACOES A CREDITO                                   *
      *----------------------------------------------------------------*
       RT-LER-PAYRES                               SECTION.
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
                        ADD 1 TO WS-LIDOS-PAYRES
                        PERFORM RT-PARTIDAS-PAYRES
                    END-IF
               END-READ
           END-PERFORM
           CLOSE PAYRES
      *
           IF  WS-LIDOS-PAYRES EQUAL ZEROS
               MOVE SPACES TO WS-MOTIVO
               STRING 'NENHUMA FOLHA MENSAL NO PAYRES PARA ' WS-ANOMES
                      ' - RODOU O NETCALC?'
                      DELIMITED BY SIZE INTO WS-MOTIVO
               PERFORM RT-ANOTAR-RECUSA
           END-IF.
      *
       RT-LER-PAYRESX.                             EXIT.
      *----------------------------------------------------------------*
       RT-PARTIDAS-PAYRES                          SECTION.
      *
           MOVE PAYRES-EMP-NO TO WS-EMP-NO
           MOVE PAYRES-DEPT   TO WS-DEPT
      *
           MOVE 'D' TO WS-NATUREZA
           MOVE 'SALARIO' TO WS-RUBRICA
           COMPUTE WS-VALOR = PAYRES-BRUTO - PAYRES-BONUS
           PERFORM RT-DEBITO-RATEADO
           IF  RATEIOFX-RETORNO EQUAL '00'
               ADD 1 TO WS-RATEADOS
           END-IF
           MOVE 'BONUS'   TO WS-RUBRICA
           MOVE PAYRES-BONUS TO WS-VALOR
           PERFORM RT-DEBITO-RATEADO
      *
           MOVE 'C'    TO WS-NATUREZA
           MOVE SPACES TO WS-CENTRO
           MOVE 'LIQUIDO' TO WS-RUBRICA
           MOVE PAYRES-LIQUIDO TO WS-VALOR
           PERFORM RT-SOMAR-PARTIDA
           MOVE 'INSS'    TO WS-RUBRICA
           MOVE PAYRES-INSS TO WS-VALOR
           PERFORM RT-SOMAR-PARTIDA
           MOVE 'IRRF'    TO WS-RUBRICA
           MOVE PAYRES-IRRF TO WS-VALOR
           PERFORM RT-SOMAR-PARTIDA
           MOVE 'CONSIG'  TO WS-RUBRICA
           MOVE PAYRES-CONSIGNADO TO WS-VALOR
           PERFORM RT-SOMAR-PARTIDA
           MOVE 'PENSAO'  TO WS-RUBRICA
           MOVE PAYRES-PENSAO TO WS-VALOR
           PERFORM RT-SOMAR-PARTIDA
           MOVE 'DESCONTO' TO WS-RUBRICA
           COMPUTE WS-VALOR = PAYRES-OUTROS - PAYRES-CONSIGNADO
           PERFORM RT-SOMAR-PARTIDA
           MOVE 'ADIANTA' TO WS-RUBRICA
           MOVE PAYRES-QUINZENA TO WS-VALOR
           PERFORM RT-SOMAR-PARTIDA.
      *
       RT-PARTIDAS-PAYRESX.                        EXIT.
      *----------------------------------------------------------------*
      *  ENCARGOS DO ANOMES: DESPESA POR CENTRO DE CUSTO E OBRIGACAO    *
      *----------------------------------------------------------------*
       RT-LER-ENCARG                               SECTION.
      *
           MOVE WS-ANOMES TO ENCARG-ANOMES
           MOVE ZEROS     TO ENCARG-EMP-NO
           START ENCARG KEY NOT LESS ENCARG-CHAVE
               INVALID KEY
                   SET FL-ENCARG-EOF TO TRUE
           END-START
           PERFORM UNTIL FL-ENCARG-EOF
               READ ENCARG NEXT RECORD
                 AT END
                    SET FL-ENCARG-EOF TO TRUE
                 NOT AT END
                    IF  ENCARG-ANOMES NOT EQUAL WS-ANOMES
                        SET FL-ENCARG-EOF TO TRUE
                    ELSE
                        ADD 1 TO WS-LIDOS-ENCARG
                        PERFORM RT-PARTIDAS-ENCARG
                    END-IF
               END-READ
           END-PERFORM
           CLOSE ENCARG
      *
           IF  WS-LIDOS-ENCARG EQUAL ZEROS
               MOVE SPACES TO WS-MOTIVO
               STRING 'NENHUM ENCARGO NO ENCARG PARA ' WS-ANOMES
                      ' - RODOU O ENCCALC?'
                      DELIMITED BY SIZE INTO WS-MOTIVO
               PERFORM RT-ANOTAR-RECUSA
           END-IF.
      *
       RT-LER-ENCARGX.                             EXIT.
      *----------------------------------------------------------------*
       RT-PARTIDAS-ENCARG                          SECTION.
      *
           MOVE ENCARG-EMP-NO TO WS-EMP-NO
           MOVE ENCARG-DEPT   TO WS-DEPT
      *
           MOVE 'D'        TO WS-NATUREZA
           MOVE 'ENCARGOS' TO WS-RUBRICA
           COMPUTE WS-VALOR = ENCARG-PATRONAL + ENCARG-RAT
                            + ENCARG-TERCEIROS
           PERFORM RT-DEBITO-RATEADO
           MOVE 'FGTS'     TO WS-RUBRICA
           MOVE ENCARG-FGTS TO WS-VALOR
           PERFORM RT-DEBITO-RATEADO
      *
           MOVE 'C'        TO WS-NATUREZA
           MOVE SPACES     TO WS-CENTRO
           MOVE 'ENCARGOS' TO WS-RUBRICA
           COMPUTE WS-VALOR = ENCARG-PATRONAL + ENCARG-RAT
                            + ENCARG-TERCEIROS
           PERFORM RT-SOMAR-PARTIDA
           MOVE 'FGTS'     TO WS-RUBRICA
           MOVE ENCARG-FGTS TO WS-VALOR
           PERFORM RT-SOMAR-PARTIDA.
      *
       RT-PARTIDAS-ENCARGX.                        EXIT.
      *----------------------------------------------------------------*
      *  DEBITO WS-VALOR DA MATRICULA WS-EMP-NO: UMA PARCELA POR        *
      *  DEPARTAMENTO DO RATEIO VIGENTE (SEM RATEIO, O WS-DEPT TODO)    *
      *----------------------------------------------------------------*
       RT-DEBITO-RATEADO                           SECTION.
      *
           MOVE 'R'       TO RATEIOFX-FUNCAO
           MOVE WS-EMP-NO TO RATEIOFX-EMP-NO
           MOVE WS-ANOMES TO RATEIOFX-ANOMES
           MOVE WS-DEPT   TO RATEIOFX-DEPT-PADRAO
           MOVE WS-VALOR  TO RATEIOFX-VALOR
           CALL SB-RATEIOFX USING PARAMETROS-RATEIOFX
             ON EXCEPTION
                MOVE '99'     TO RATEIOFX-RETORNO
                MOVE 1        TO RATEIOFX-QTDE
                MOVE WS-DEPT  TO RATEIOFX-DEPT(1)
                MOVE WS-VALOR TO RATEIOFX-PARCELA(1)
           END-CALL
      *
           PERFORM VARYING WS-IND-RAT FROM 1 BY 1
                     UNTIL WS-IND-RAT GREATER RATEIOFX-QTDE
               MOVE RATEIOFX-DEPT(WS-IND-RAT) TO WS-DEPT
               PERFORM RT-CENTRO-DO-DEPT
               MOVE RATEIOFX-PARCELA(WS-IND-RAT) TO WS-VALOR
               PERFORM RT-SOMAR-PARTIDA
           END-PERFORM
           MOVE RATEIOFX-DEPT-PADRAO TO WS-DEPT.
      *
       RT-DEBITO-RATEADOX.                         EXIT.
      *----------------------------------------------------------------*
      *  CENTRO DE CUSTO DO DEPARTAMENTO WS-DEPT; SEM ELE O LOTE E      *
      *  RECUSADO (UMA ANOTACAO POR DEPARTAMENTO)                       *
      *----------------------------------------------------------------*
       RT-CENTRO-DO-DEPT                           SECTION.
      *
           MOVE SPACES TO WS-CENTRO
           SET INDDEP TO 1
           SEARCH WS-DEP-TAB
               AT END
                   CONTINUE
               WHEN INDDEP GREATER WS-DEP-QTDE
                   CONTINUE
               WHEN WS-DEP-DEPT(INDDEP) EQUAL WS-DEPT
                   MOVE WS-DEP-CENTRO(INDDEP) TO WS-CENTRO
           END-SEARCH
           IF  WS-CENTRO NOT EQUAL SPACES
               EXIT SECTION
           END-IF
      *
      *    ANOTA A RECUSA UMA VEZ SO: O DEPARTAMENTO SEM CADASTRO
      *    ENTRA NA TABELA JA MARCADO
           IF  INDDEP GREATER WS-DEP-QTDE
           OR  INDDEP GREATER 200
               IF  WS-DEP-QTDE LESS 200
                   ADD 1 TO WS-DEP-QTDE
                   SET  INDDEP TO WS-DEP-QTDE
                   MOVE WS-DEPT TO WS-DEP-DEPT(INDDEP)
                   MOVE SPACES  TO WS-DEP-CENTRO(INDDEP)
                   MOVE 'N'     TO WS-DEP-RECUSADO(INDDEP)
               ELSE
                   MOVE 'MAIS DE 200 DEPARTAMENTOS NA FOLHA'
                     TO WS-MOTIVO
                   PERFORM RT-ANOTAR-RECUSA
                   EXIT SECTION
               END-IF
           END-IF
           IF  WS-DEP-RECUSADO(INDDEP) NOT EQUAL 'S'
               MOVE 'S' TO WS-DEP-RECUSADO(INDDEP)
               MOVE SPACES TO WS-MOTIVO
               STRING 'DEPARTAMENTO ' WS-DEPT
                      ' SEM CENTRO DE CUSTO NO DEPTOS'
                      DELIMITED BY SIZE INTO WS-MOTIVO
               PERFORM RT-ANOTAR-RECUSA
           END-IF.
      *
       RT-CENTRO-DO-DEPTX.                         EXIT.
      *----------------------------------------------------------------*
      *  SOMA WS-VALOR NA PARTIDA RUBRICA + NATUREZA + CENTRO           *
      *----------------------------------------------------------------*
       RT-SOMAR-PARTIDA                            SECTION.
      *
           IF  WS-VALOR EQUAL ZEROS
               EXIT SECTION
           END-IF
           SET INDPAR TO 1
           SEARCH WS-PAR-TAB
               AT END
                   CONTINUE
               WHEN INDPAR GREATER WS-PAR-QTDE
                   CONTINUE
               WHEN WS-PAR-RUBRICA(INDPAR)  EQUAL WS-RUBRICA
               AND  WS-PAR-NATUREZA(INDPAR) EQUAL WS-NATUREZA
               AND  WS-PAR-CENTRO(INDPAR)   EQUAL WS-CENTRO
                   ADD WS-VALOR TO WS-PAR-VALOR(INDPAR)
                   EXIT SECTION
           END-SEARCH
      *
           IF  WS-PAR-QTDE NOT LESS 1000
               MOVE 'MAIS DE 1000 PARTIDAS NO LOTE' TO WS-MOTIVO
               PERFORM RT-ANOTAR-RECUSA
               EXIT SECTION
           END-IF
           ADD 1 TO WS-PAR-QTDE
           SET  INDPAR TO WS-PAR-QTDE
           MOVE WS-RUBRICA  TO WS-PAR-RUBRICA(INDPAR)
           MOVE WS-NATUREZA TO WS-PAR-NATUREZA(INDPAR)
           MOVE WS-CENTRO   TO WS-PAR-CENTRO(INDPAR)
           MOVE WS-VALOR    TO WS-PAR-VALOR(INDPAR)
           MOVE SPACES      TO WS-PAR-CONTA(INDPAR)
                               WS-PAR-HISTORICO(INDPAR).
      *
       RT-SOMAR-PARTIDAX.                          EXIT.
      *----------------------------------------------------------------*
      *  CONTA DE CADA PARTIDA: CARTAO DO CENTRO DE CUSTO, SENAO O DO   *
      *  CENTRO EM BRANCO; SEM CARTAO O LOTE E RECUSADO                 *
      *----------------------------------------------------------------*
       RT-ATRIBUIR-CONTAS                          SECTION.
      *
           PERFORM VARYING INDPAR FROM 1 BY 1
                     UNTIL INDPAR GREATER WS-PAR-QTDE
               MOVE 'N' TO WS-ACHADO
               PERFORM VARYING INDMAP FROM 1 BY 1
                         UNTIL INDMAP GREATER WS-MAP-QTDE
                   IF  WS-MAP-RUBRICA(INDMAP)
                                     EQUAL WS-PAR-RUBRICA(INDPAR)
                   AND WS-MAP-NATUREZA(INDMAP)
                                     EQUAL WS-PAR-NATUREZA(INDPAR)
                       IF  WS-MAP-CENTRO(INDMAP)
                                     EQUAL WS-PAR-CENTRO(INDPAR)
                           PERFORM RT-COPIAR-CONTA
                           SET ACHADO TO TRUE
                       END-IF
                       IF  WS-MAP-CENTRO(INDMAP) EQUAL SPACES
                       AND NOT ACHADO
                           PERFORM RT-COPIAR-CONTA
                       END-IF
                   END-IF
               END-PERFORM
               IF  WS-PAR-CONTA(INDPAR) EQUAL SPACES
                   MOVE SPACES TO WS-MOTIVO
                   STRING 'RUBRICA ' WS-PAR-RUBRICA(INDPAR)
                          ' ' WS-PAR-NATUREZA(INDPAR)
                          ' CENTRO ' WS-PAR-CENTRO(INDPAR)
                          ' SEM CONTA NO CONTAMAP'
                          DELIMITED BY SIZE INTO WS-MOTIVO
                   PERFORM RT-ANOTAR-RECUSA
               END-IF
           END-PERFORM.
      *
       RT-ATRIBUIR-CONTASX.                        EXIT.
      *----------------------------------------------------------------*
       RT-COPIAR-CONTA                             SECTION.
      *
           MOVE WS-MAP-CONTA(INDMAP) TO WS-PAR-CONTA(INDPAR)
           IF  WS-MAP-HISTORICO(INDMAP) NOT EQUAL SPACES
               MOVE SPACES TO WS-PAR-HISTORICO(INDPAR)
               STRING WS-MAP-HISTORICO(INDMAP) ' '
                      WS-ANOMES-MES '/' WS-ANOMES-ANO
                      DELIMITED BY SIZE INTO WS-PAR-HISTORICO(INDPAR)
           ELSE
               MOVE SPACES TO WS-PAR-HISTORICO(INDPAR)
               STRING 'FOLHA ' WS-ANOMES-MES '/' WS-ANOMES-ANO
                      ' - ' WS-PAR-RUBRICA(INDPAR)
                      DELIMITED BY SIZE INTO WS-PAR-HISTORICO(INDPAR)
           END-IF.
      *
       RT-COPIAR-CONTAX.                           EXIT.
      *----------------------------------------------------------------*
      *  DEBITOS E CREDITOS PRECISAM BATER                              *
      *----------------------------------------------------------------*
       RT-CONFERIR-BALANCO                         SECTION.
      *
           MOVE ZEROS TO WS-TOTAL-DEBITO WS-TOTAL-CREDITO
           PERFORM VARYING INDPAR FROM 1 BY 1
                     UNTIL INDPAR GREATER WS-PAR-QTDE
               IF  WS-PAR-NATUREZA(INDPAR) EQUAL 'D'
                   ADD WS-PAR-VALOR(INDPAR) TO WS-TOTAL-DEBITO
               ELSE
                   ADD WS-PAR-VALOR(INDPAR) TO WS-TOTAL-CREDITO
               END-IF
           END-PERFORM
           COMPUTE WS-DIFERENCA = WS-TOTAL-DEBITO - WS-TOTAL-CREDITO
           IF  WS-DIFERENCA NOT EQUAL ZEROS
               MOVE WS-DIFERENCA TO WS-ED-VALOR
               MOVE SPACES TO WS-MOTIVO
               STRING 'DEBITOS E CREDITOS NAO BATEM - DIFERENCA '
                      WS-ED-VALOR
                      DELIMITED BY SIZE INTO WS-MOTIVO
               PERFORM RT-ANOTAR-RECUSA
           END-IF.
      *
       RT-CONFERIR-BALANCOX.                       EXIT.
      *----------------------------------------------------------------*
      *  PARTIDAS E TOTAIS NA LISTAGEM                                  *
      *----------------------------------------------------------------*
       RT-LISTAR-PARTIDAS                          SECTION.
      *
           MOVE SPACES TO REG-JRNLREL
           WRITE REG-JRNLREL
           WRITE REG-JRNLREL FROM WS-TITULOS
           PERFORM VARYING INDPAR FROM 1 BY 1
                     UNTIL INDPAR GREATER WS-PAR-QTDE
               SET  DET-SEQUENCIA TO INDPAR
               MOVE WS-PAR-CONTA(INDPAR)     TO DET-CONTA
               MOVE WS-PAR-NATUREZA(INDPAR)  TO DET-NATUREZA
               MOVE WS-PAR-CENTRO(INDPAR)    TO DET-CENTRO
               MOVE WS-PAR-RUBRICA(INDPAR)   TO DET-RUBRICA
               MOVE WS-PAR-VALOR(INDPAR)     TO DET-VALOR
               MOVE WS-PAR-HISTORICO(INDPAR) TO DET-HISTORICO
               WRITE REG-JRNLREL FROM WS-DETALHE
           END-PERFORM
           MOVE WS-TOTAL-DEBITO  TO TOT-DEBITO
           MOVE WS-TOTAL-CREDITO TO TOT-CREDITO
           MOVE WS-DIFERENCA     TO TOT-DIFERENCA
           MOVE SPACES TO REG-JRNLREL
           WRITE REG-JRNLREL
           WRITE REG-JRNLREL FROM WS-LINHA-TOTAL.
      *
       RT-LISTAR-PARTIDASX.                        EXIT.
      *----------------------------------------------------------------*
      *  LOTE ACEITO: CABECALHO, UM LANCAMENTO POR PARTIDA E RODAPE     *
      *----------------------------------------------------------------*
       RT-GRAVAR-LOTE                              SECTION.
      *
           OPEN OUTPUT JRNLCTB
           IF  NOT FL-JRNLCTB-OK
               DISPLAY PGMID '004I- JRNLCTB COM ERRO ' FL-STA-JRNLCTB
               MOVE 8 TO WS-RETURN-CODE
               EXIT SECTION
           END-IF
      *
           MOVE SPACES             TO REG-JRNLCTB
           MOVE '0'                TO JRNL0-TIPO
           MOVE WS-ANOMES          TO JRNL0-COMPETENCIA
           MOVE WS-DATA-HOJE       TO JRNL0-DATA-GERACAO
           MOVE WS-DATA-LANCAMENTO TO JRNL0-DATA-LANCAMENTO
           MOVE 'FOLHA'            TO JRNL0-ORIGEM
           WRITE REG-JRNLCTB
      *
           PERFORM VARYING INDPAR FROM 1 BY 1
                     UNTIL INDPAR GREATER WS-PAR-QTDE
               MOVE SPACES                   TO REG-JRNLCTB
               MOVE '1'                      TO JRNL1-TIPO
               SET  JRNL1-SEQUENCIA          TO INDPAR
               MOVE WS-DATA-LANCAMENTO       TO JRNL1-DATA-LANCAMENTO
               MOVE WS-PAR-CONTA(INDPAR)     TO JRNL1-CONTA
               MOVE WS-PAR-NATUREZA(INDPAR)  TO JRNL1-NATUREZA
               MOVE WS-PAR-CENTRO(INDPAR)    TO JRNL1-CENTRO
               MOVE WS-PAR-VALOR(INDPAR)     TO JRNL1-VALOR
               MOVE WS-PAR-HISTORICO(INDPAR) TO JRNL1-HISTORICO
               MOVE WS-PAR-RUBRICA(INDPAR)   TO JRNL1-RUBRICA
               WRITE REG-JRNLCTB
               ADD 1 TO WS-GRAVADOS
           END-PERFORM
      *
           MOVE SPACES           TO REG-JRNLCTB
           MOVE '9'              TO JRNL9-TIPO
           MOVE WS-ANOMES        TO JRNL9-COMPETENCIA
           MOVE WS-GRAVADOS      TO JRNL9-QTDE
           MOVE WS-TOTAL-DEBITO  TO JRNL9-TOTAL-DEBITO
           MOVE WS-TOTAL-CREDITO TO JRNL9-TOTAL-CREDITO
           WRITE REG-JRNLCTB
           CLOSE JRNLCTB
      *
           MOVE SPACES TO REG-JRNLREL
           WRITE REG-JRNLREL
           MOVE '  LOTE ACEITO - GRAVADO EM JRNLCTB' TO REG-JRNLREL
           WRITE REG-JRNLREL.
      *
       RT-GRAVAR-LOTEX.                            EXIT.
      *----------------------------------------------------------------*
      *  LOTE RECUSADO: O JRNLCTB FICA VAZIO PARA QUE UM LOTE ANTERIOR  *
      *  NAO SEJA IMPORTADO NO LUGAR DESTE                              *
      *----------------------------------------------------------------*
       RT-RECUSAR-LOTE                             SECTION.
      *
           OPEN OUTPUT JRNLCTB
           CLOSE JRNLCTB
           MOVE SPACES TO REG-JRNLREL
           WRITE REG-JRNLREL
           MOVE '  LOTE RECUSADO - JRNLCTB NAO GERADO (MOTIVOS ACIMA)'
             TO REG-JRNLREL
           WRITE REG-JRNLREL
           DISPLAY PGMID '005I- LOTE CONTABIL RECUSADO - VEJA O JRNLREL'
           MOVE 8 TO WS-RETURN-CODE.
      *
       RT-RECUSAR-LOTEX.                           EXIT.
      *----------------------------------------------------------------*
      *  MOTIVO DE RECUSA: NA LISTAGEM E NO LOG DO JOB                  *
      *----------------------------------------------------------------*
       RT-ANOTAR-RECUSA                            SECTION.
      *
           ADD 1 TO WS-RECUSAS
           DISPLAY PGMID '006I- ' WS-MOTIVO(1:70)
           MOVE SPACES TO REG-JRNLREL
           STRING '  *** RECUSA: ' WS-MOTIVO
                  DELIMITED BY SIZE INTO REG-JRNLREL
           WRITE REG-JRNLREL.
      *
       RT-ANOTAR-RECUSAX.                          EXIT.
      *----------------------------------------------------------------*
       RT-DESPACHAR-SPOOL                          SECTION.
      *
           CLOSE JRNLREL
           MOVE 'JRNLREL'  TO CWSPLF-FILE
           MOVE 'JRNLREL'  TO CWSPLF-REPORT
           MOVE SPACES     TO CWSPLF-TITLE
           STRING 'LANCAMENTO CONTABIL DA FOLHA - ' WS-ANOMES
                  DELIMITED BY SIZE INTO CWSPLF-TITLE
           PERFORM RT-MARCAR-SIMULACAO
           CALL SB-CWSPLF USING PARAMETROS-CWSPLF
             ON EXCEPTION
                DISPLAY PGMID '007I- CWSPLF INDISPONIVEL - LISTAGEM'
                        ' FICOU EM JRNLREL'
           END-CALL.
      *
       RT-DESPACHAR-SPOOLX.                        EXIT.
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
       RT-FINALIZAR                                SECTION.
      *
           MOVE 'F' TO RATEIOFX-FUNCAO
           CALL SB-RATEIOFX USING PARAMETROS-RATEIOFX
             ON EXCEPTION
                CONTINUE
           END-CALL
      *
           DISPLAY PGMID '999I' TRACOS
           MOVE    WS-LIDOS-PAYRES     TO WS-DISPLAY
           DISPLAY PGMID '008I- FOLHAS LIDAS (PAYRES)..:' WS-DISPLAY
           MOVE    WS-LIDOS-ENCARG     TO WS-DISPLAY
           DISPLAY PGMID '009I- ENCARGOS LIDOS.........:' WS-DISPLAY
           MOVE    WS-CARTOES          TO WS-DISPLAY
           DISPLAY PGMID '010I- CARTOES DO PLANO.......:' WS-DISPLAY
           MOVE    WS-GRAVADOS         TO WS-DISPLAY
           DISPLAY PGMID '011I- LANCAMENTOS GRAVADOS...:' WS-DISPLAY
           MOVE    WS-RECUSAS          TO WS-DISPLAY
           DISPLAY PGMID '012I- MOTIVOS DE RECUSA......:' WS-DISPLAY
           MOVE    WS-TOTAL-DEBITO     TO WS-ED-VALOR
           DISPLAY PGMID '013I- TOTAL A DEBITO.........:' WS-ED-VALOR
           MOVE    WS-TOTAL-CREDITO    TO WS-ED-VALOR
           DISPLAY PGMID '014I- TOTAL A CREDITO........:' WS-ED-VALOR
           MOVE    WS-RATEADOS         TO WS-DISPLAY
           DISPLAY PGMID '015I- MATRICULAS RATEADAS....:' WS-DISPLAY
           DISPLAY PGMID '999I' TRACOS.
      *
       RT-FINALIZARX.                              EXIT.
      ******************************************************************
      *                      FIM  DO  PROGRAMA                         *
      ******************************************************************
