      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ENCCALC.
       AUTHOR.        Traduzido de Easytrieve (macro esy.kex v.0.10).
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      * Encargos do empregador e deposito mensal do   *
                      * FGTS a partir dos resultados da folha do      *
                      * PAYROLL-ANOMES gravados no PAYRES:            *
                      *                                               *
                      *  - BASE DO MES: BRUTO DA FOLHA MENSAL (M),    *
                      *    DAS FERIAS PAGAS NO MES (F, SEM O ABONO    *
                      *    PECUNIARIO E O SEU TERCO) E DAS PARCELAS   *
                      *    DO DECIMO TERCEIRO (1 E 2); A RESCISAO     *
                      *    RECOLHE PELA GUIA RESCISORIA;              *
                      *  - FGTS, INSS DA EMPRESA, RAT AJUSTADO PELO   *
                      *    FAP E TERCEIROS SOBRE A BASE, COM AS       *
                      *    ALIQUOTAS DO AMBIENTE (PADRAO 8%, 20%,     *
                      *    2% X 1,0000 E 5,8%).                       *
                      *                                               *
                      * Cada matricula fica no ENCARG (anomes +       *
                      * matricula) com as bases, os encargos e o      *
                      * custo total (remuneracao + encargos). Sai o   *
                      * registro ENCREG com os totais por             *
                      * departamento (descricao do DEPTOS), por       *
                      * empresa e geral, e o arquivo de deposito      *
                      * FGTSDEP (cabecalho, um detalhe por matricula  *
                      * com CPF no PERSEXT e rodape) para a remessa   *
                      * ao banco ou ao FGTS Digital.                  *
                      *                                               *
                      * Nos totais por departamento, a matricula com  *
                      * rateio de custo vigente no mes (RATEIO, via   *
                      * RATEIOFX) tem bases, encargos e custo         *
                      * divididos entre os departamentos do rateio e  *
                      * e contada no de maior percentual.             *
                      *                                               *
                      * Ambiente: PAYROLL-ANOMES, ESOCIAL-CNPJ (14    *
                      * digitos; sem ele nao sai o FGTSDEP) e as      *
                      * aliquotas ENCARGOS-FGTS, ENCARGOS-PATRONAL,   *
                      * ENCARGOS-RAT, ENCARGOS-TERCEIROS (9999 =      *
                      * 99,99%) e ENCARGOS-FAP (99999 = 9,9999).      *
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
           SELECT OPTIONAL PERSEXT ASSIGN TO PERSEXT
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS PERSEXT-EMP-NO
                  FILE STATUS   IS FL-STA-PERSEXT.
      *
           SELECT FGTSDEP ASSIGN TO FGTSDEP
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FL-STA-FGTSDEP.
      *
           SELECT ENCREG ASSIGN TO ENCREG.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *----------------------------------------------------------------*
      *  RESULTADOS DA FOLHA POR ANOMES + TIPO DE FOLHA + MATRICULA     *
      *  (NAS FERIAS, OUTROS = ABONO PECUNIARIO + TERCO DO ABONO)       *
      *----------------------------------------------------------------*
       FD  PAYRES
           RECORD CONTAINS 150 CHARACTERS.
      *
       01  REG-PAYRES.
           03 PAYRES-CHAVE.
              05 PAYRES-ANOMES               PIC  9(006).
              05 PAYRES-TIPO                 PIC  X(001).
                 88 PAYRES-MENSAL                       VALUE 'M'.
                 88 PAYRES-FERIAS                       VALUE 'F'.
                 88 PAYRES-DECIMO                       VALUE '1' '2'.
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
      *----------------------------------------------------------------*
      *  ENCARGOS DO EMPREGADOR POR ANOMES + MATRICULA                  *
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
      *----------------------------------------------------------------*
      *  MESTRE DE DEPARTAMENTOS (DEPTMNT): DESCRICAO NOS TOTAIS        *
      *----------------------------------------------------------------*
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
       FD  PERSEXT
           RECORD CONTAINS 160 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-PERSEXT.
           03 PERSEXT-EMP-NO                 PIC  9(005).
           03 PERSEXT-CPF                    PIC  9(011).
           03 PERSEXT-ENDERECO               PIC  X(060).
           03 PERSEXT-FONE                   PIC  X(015).
           03 PERSEXT-EMAIL                  PIC  X(050).
           03 FILLER                         PIC  X(019).
      *
      *----------------------------------------------------------------*
      *  ARQUIVO DE DEPOSITO DO FGTS: CABECALHO (0), UM DETALHE POR     *
      *  MATRICULA (1) E RODAPE COM QUANTIDADE E TOTAIS (9)             *
      *----------------------------------------------------------------*
       FD  FGTSDEP
           LABEL RECORD IS STANDARD.
      *
       01  REG-FGTSDEP                       PIC  X(100).
      *
       01  REG-FGTS-CABECALHO REDEFINES REG-FGTSDEP.
           03 FGTS0-TIPO                     PIC  X(001).
           03 FGTS0-CNPJ                     PIC  X(014).
           03 FGTS0-COMPETENCIA              PIC  9(006).
           03 FGTS0-DATA-GERACAO             PIC  9(008).
           03 FGTS0-ALIQUOTA                 PIC  9(002)V99.
           03 FILLER                         PIC  X(067).
      *
       01  REG-FGTS-DETALHE REDEFINES REG-FGTSDEP.
           03 FGTS1-TIPO                     PIC  X(001).
           03 FGTS1-CNPJ                     PIC  X(014).
           03 FGTS1-COMPETENCIA              PIC  9(006).
           03 FGTS1-CPF                      PIC  9(011).
           03 FGTS1-MATRICULA                PIC  9(005).
           03 FGTS1-EMPRESA                  PIC  9(002).
           03 FGTS1-DEPT                     PIC  9(003).
           03 FGTS1-CATEGORIA                PIC  9(003).
           03 FGTS1-BASE                     PIC  9(011)V99.
           03 FGTS1-VALOR                    PIC  9(009)V99.
           03 FILLER                         PIC  X(031).
      *
       01  REG-FGTS-RODAPE REDEFINES REG-FGTSDEP.
           03 FGTS9-TIPO                     PIC  X(001).
           03 FGTS9-CNPJ                     PIC  X(014).
           03 FGTS9-COMPETENCIA              PIC  9(006).
           03 FGTS9-QTDE                     PIC  9(006).
           03 FGTS9-TOTAL-BASE               PIC  9(013)V99.
           03 FGTS9-TOTAL-VALOR              PIC  9(011)V99.
           03 FILLER                         PIC  X(045).
      *
       FD  ENCREG
           LABEL RECORD IS OMITTED.
      *
       01  REG-ENCREG                        PIC  X(100).
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
              '#ENCCALC.'.
           03 FL-STA-PAYRES                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-PAYRES-OK                               VALUE '00'.
              88 FL-PAYRES-EOF                              VALUE '10'.
           03 FL-STA-ENCARG                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-ENCARG-OK                               VALUE '00'.
              88 FL-ENCARG-EOF                              VALUE '10'.
              88 FL-ENCARG-NOVO                             VALUE '35'.
           03 FL-STA-DEPTOS                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-DEPTOS-OK                               VALUE '00'.
           03 FL-STA-PERSEXT                 PIC  X(002)    VALUE
              ZEROS.
              88 FL-PERSEXT-OK                              VALUE '00'.
           03 FL-STA-FGTSDEP                 PIC  X(002)    VALUE
              ZEROS.
              88 FL-FGTSDEP-OK                              VALUE '00'.
           03 WS-RETURN-CODE                 PIC  9(003)    VALUE
              ZEROS.
           03 WS-DISPLAY                     PIC  -ZZZ.ZZZ.ZZ9.
           03 WS-LIDOS                COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-REMOVIDOS            COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-CALCULADOS           COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-DEPOSITOS            COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-SEM-CPF              COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-TEM-DEPTOS                  PIC  X(001)    VALUE 'N'.
              88 TEM-DEPTOS                                 VALUE 'S'.
           03 WS-TEM-PERSEXT                 PIC  X(001)    VALUE 'N'.
              88 TEM-PERSEXT                                VALUE 'S'.
           03 WS-GERA-FGTSDEP                PIC  X(001)    VALUE 'N'.
              88 GERA-FGTSDEP                               VALUE 'S'.
           03 WS-AVISO-FGTSDEP               PIC  X(001)    VALUE 'N'.
              88 AVISO-FGTSDEP                              VALUE 'S'.
           03 WS-DATA-HOJE                   PIC  9(008)    VALUE
              ZEROS.
           03 WS-ANOMES                      PIC  9(006)    VALUE
              ZEROS.
           03 WS-ANOMES-ENV                  PIC  X(006)    VALUE
              SPACES.
           03 WS-CNPJ-ENV                    PIC  X(014)    VALUE
              SPACES.
      *
      *    ALIQUOTAS DO AMBIENTE: 4 DIGITOS COM 2 DECIMAIS; FAP COM 5
      *    DIGITOS E 4 DECIMAIS
           03 WS-ALIQ-ENV                    PIC  X(004)    VALUE
              SPACES.
           03 WS-ALIQ-NUM REDEFINES WS-ALIQ-ENV
                                             PIC  9(002)V99.
           03 WS-FAP-ENV                     PIC  X(005)    VALUE
              SPACES.
           03 WS-FAP-NUM REDEFINES WS-FAP-ENV
                                             PIC  9(001)V9(004).
      *
      *----------------------------------------------------------------*
      *  ALIQUOTAS DOS ENCARGOS (PERCENTUAIS) E FATOR ACIDENTARIO       *
      *----------------------------------------------------------------*
       01  WS-ALIQUOTAS.
           03 WS-ALIQ-FGTS                   PIC  9(002)V99 VALUE
              08,00.
           03 WS-ALIQ-PATRONAL               PIC  9(002)V99 VALUE
              20,00.
           03 WS-ALIQ-RAT                    PIC  9(002)V99 VALUE
              02,00.
           03 WS-ALIQ-TERCEIROS              PIC  9(002)V99 VALUE
              05,80.
           03 WS-FAP                         PIC  9(001)V9(004) VALUE
              1,0000.
      *
      *----------------------------------------------------------------*
      *  TOTAIS POR DEPARTAMENTO, POR EMPRESA E GERAL                   *
      *----------------------------------------------------------------*
       01  WS-TOTAIS-DEPT.
           03 WS-TOT-QTDE             COMP-3 PIC  9(003)    VALUE ZEROS.
           03 WS-TOT-TAB OCCURS 100 TIMES INDEXED BY INDTOT.
              05 WS-TOT-DEPT                 PIC  9(003).
              05 WS-TOT-EMPREGADOS    COMP-3 PIC  9(005).
              05 WS-TOT-BASE          COMP-3 PIC S9(011)V99.
              05 WS-TOT-FGTS          COMP-3 PIC S9(011)V99.
              05 WS-TOT-PATRONAL      COMP-3 PIC S9(011)V99.
              05 WS-TOT-RAT           COMP-3 PIC S9(011)V99.
              05 WS-TOT-TERCEIROS     COMP-3 PIC S9(011)V99.
              05 WS-TOT-CUSTO         COMP-3 PIC S9(011)V99.
      *
       01  WS-TOTAIS-EMPRESA.
           03 WS-EMP-QTDE             COMP-3 PIC  9(003)    VALUE ZEROS.
           03 WS-EMP-TAB OCCURS 100 TIMES INDEXED BY INDEMP.
              05 WS-EMP-COMPANY              PIC  9(002).
              05 WS-EMP-EMPREGADOS    COMP-3 PIC  9(005).
              05 WS-EMP-BASE          COMP-3 PIC S9(011)V99.
              05 WS-EMP-FGTS          COMP-3 PIC S9(011)V99.
              05 WS-EMP-PATRONAL      COMP-3 PIC S9(011)V99.
              05 WS-EMP-RAT           COMP-3 PIC S9(011)V99.
              05 WS-EMP-TERCEIROS     COMP-3 PIC S9(011)V99.
              05 WS-EMP-CUSTO         COMP-3 PIC S9(011)V99.
      *
       01  WS-TOTAIS-GERAL.
           03 WS-GER-EMPREGADOS       COMP-3 PIC  9(005)    VALUE ZEROS.
           03 WS-GER-BASE             COMP-3 PIC S9(011)V99 VALUE
              ZEROS.
           03 WS-GER-FGTS             COMP-3 PIC S9(011)V99 VALUE
              ZEROS.
           03 WS-GER-PATRONAL         COMP-3 PIC S9(011)V99 VALUE
              ZEROS.
           03 WS-GER-RAT              COMP-3 PIC S9(011)V99 VALUE
              ZEROS.
           03 WS-GER-TERCEIROS        COMP-3 PIC S9(011)V99 VALUE
              ZEROS.
           03 WS-GER-CUSTO            COMP-3 PIC S9(011)V99 VALUE
              ZEROS.
           03 WS-FGTS-BASE            COMP-3 PIC S9(013)V99 VALUE
              ZEROS.
           03 WS-FGTS-VALOR           COMP-3 PIC S9(011)V99 VALUE
              ZEROS.
      *
      *----------------------------------------------------------------*
      *  RATEIO DO CUSTO DA MATRICULA ENTRE DEPARTAMENTOS (RATEIOFX):   *
      *  MONTANTES DA MATRICULA (BASE, FGTS, INSS DA EMPRESA, RAT,      *
      *  TERCEIROS E CUSTO) E AS PARCELAS DE CADA DEPARTAMENTO          *
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
       01  WS-RATEIO.
           03 WS-RAT-MONTANTE OCCURS 6 TIMES
                                      COMP-3 PIC S9(011)V99.
           03 WS-RAT-ITEM OCCURS 5 TIMES.
              05 WS-RAT-PARCELA OCCURS 6 TIMES
                                      COMP-3 PIC S9(011)V99.
           03 WS-RAT-IND              COMP-3 PIC  9(001)    VALUE ZEROS.
           03 WS-RAT-MONT             COMP-3 PIC  9(001)    VALUE ZEROS.
           03 WS-RAT-DEPT                    PIC  9(003)    VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *  LINHA DE TOTAIS A IMPRIMIR (DEPARTAMENTO, EMPRESA OU GERAL)    *
      *----------------------------------------------------------------*
       01  WS-LINHA-TOTAL.
           03 WS-LT-TITULO                   PIC  X(060)    VALUE
              SPACES.
           03 WS-LT-EMPREGADOS        COMP-3 PIC  9(005)    VALUE ZEROS.
           03 WS-LT-BASE              COMP-3 PIC S9(011)V99 VALUE
              ZEROS.
           03 WS-LT-FGTS              COMP-3 PIC S9(011)V99 VALUE
              ZEROS.
           03 WS-LT-PATRONAL          COMP-3 PIC S9(011)V99 VALUE
              ZEROS.
           03 WS-LT-RAT               COMP-3 PIC S9(011)V99 VALUE
              ZEROS.
           03 WS-LT-TERCEIROS         COMP-3 PIC S9(011)V99 VALUE
              ZEROS.
           03 WS-LT-CUSTO             COMP-3 PIC S9(011)V99 VALUE
              ZEROS.
      *
      *----------------------------------------------------------------*
      *  EDICOES DO REGISTRO DE ENCARGOS                                *
      *----------------------------------------------------------------*
       01  WS-EDICOES.
           03 WS-ED-BASE                     PIC  ZZZ.ZZ9,99.
           03 WS-ED-FGTS                     PIC  ZZ.ZZ9,99.
           03 WS-ED-PATRONAL                 PIC  ZZ.ZZ9,99.
           03 WS-ED-RAT                      PIC  ZZ.ZZ9,99.
           03 WS-ED-TERCEIROS                PIC  ZZ.ZZ9,99.
           03 WS-ED-CUSTO                    PIC  ZZZ.ZZ9,99.
           03 WS-ED-MARCA                    PIC  X(008).
           03 WS-ED-TOT-1                    PIC  ZZZ.ZZZ.ZZ9,99.
           03 WS-ED-TOT-2                    PIC  ZZZ.ZZZ.ZZ9,99.
           03 WS-ED-TOT-3                    PIC  ZZZ.ZZZ.ZZ9,99.
           03 WS-ED-EMPREGADOS               PIC  ZZZZ9.
           03 WS-ED-ALIQ-1                   PIC  Z9,99.
           03 WS-ED-ALIQ-2                   PIC  Z9,99.
           03 WS-ED-ALIQ-3                   PIC  Z9,99.
           03 WS-ED-ALIQ-4                   PIC  Z9,99.
           03 WS-ED-FAP                      PIC  9,9999.
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
               PERFORM RT-ACUMULAR-BASES
               IF  WS-LIDOS EQUAL ZEROS
                   DISPLAY PGMID '006I- NENHUM RESULTADO DA FOLHA EM '
                           WS-ANOMES
                   MOVE 4 TO WS-RETURN-CODE
               ELSE
                   PERFORM RT-CALCULAR-ENCARGOS
               END-IF
               PERFORM RT-ENCERRAR-ARQUIVOS
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
      *  PARAMETROS DO AMBIENTE E ABERTURA DOS ARQUIVOS                 *
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
      *
           MOVE SPACES TO WS-ALIQ-ENV
           DISPLAY 'ENCARGOS-FGTS' UPON ENVIRONMENT-NAME
           ACCEPT   WS-ALIQ-ENV     FROM ENVIRONMENT-VALUE
           IF  WS-ALIQ-ENV IS NUMERIC
               MOVE WS-ALIQ-NUM TO WS-ALIQ-FGTS
           END-IF
           MOVE SPACES TO WS-ALIQ-ENV
           DISPLAY 'ENCARGOS-PATRONAL' UPON ENVIRONMENT-NAME
           ACCEPT   WS-ALIQ-ENV     FROM ENVIRONMENT-VALUE
           IF  WS-ALIQ-ENV IS NUMERIC
               MOVE WS-ALIQ-NUM TO WS-ALIQ-PATRONAL
           END-IF
           MOVE SPACES TO WS-ALIQ-ENV
           DISPLAY 'ENCARGOS-RAT' UPON ENVIRONMENT-NAME
           ACCEPT   WS-ALIQ-ENV     FROM ENVIRONMENT-VALUE
           IF  WS-ALIQ-ENV IS NUMERIC
               MOVE WS-ALIQ-NUM TO WS-ALIQ-RAT
           END-IF
           MOVE SPACES TO WS-ALIQ-ENV
           DISPLAY 'ENCARGOS-TERCEIROS' UPON ENVIRONMENT-NAME
           ACCEPT   WS-ALIQ-ENV     FROM ENVIRONMENT-VALUE
           IF  WS-ALIQ-ENV IS NUMERIC
               MOVE WS-ALIQ-NUM TO WS-ALIQ-TERCEIROS
           END-IF
           DISPLAY 'ENCARGOS-FAP' UPON ENVIRONMENT-NAME
           ACCEPT   WS-FAP-ENV      FROM ENVIRONMENT-VALUE
           IF  WS-FAP-ENV IS NUMERIC
           AND WS-FAP-NUM GREATER ZEROS
               MOVE WS-FAP-NUM TO WS-FAP
           END-IF
      *
           MOVE WS-ALIQ-FGTS      TO WS-ED-ALIQ-1
           MOVE WS-ALIQ-PATRONAL  TO WS-ED-ALIQ-2
           MOVE WS-ALIQ-RAT       TO WS-ED-ALIQ-3
           MOVE WS-ALIQ-TERCEIROS TO WS-ED-ALIQ-4
           MOVE WS-FAP            TO WS-ED-FAP
           DISPLAY PGMID '002I- COMPETENCIA ' WS-ANOMES
                   ' FGTS ' WS-ED-ALIQ-1 '% EMPRESA ' WS-ED-ALIQ-2
                   '% RAT ' WS-ED-ALIQ-3 '% X ' WS-ED-FAP
                   ' TERCEIROS ' WS-ED-ALIQ-4 '%'
      *
           OPEN INPUT PAYRES
           IF  NOT FL-PAYRES-OK
               DISPLAY PGMID '003I- PAYRES AUSENTE OU COM ERRO '
                       FL-STA-PAYRES ' - RODE O NETCALC DO MES'
               MOVE 8 TO WS-RETURN-CODE
               EXIT SECTION
           END-IF
      *
           OPEN I-O ENCARG
           IF  FL-ENCARG-NOVO
               OPEN OUTPUT ENCARG
               CLOSE ENCARG
               OPEN I-O ENCARG
           END-IF
           IF  NOT FL-ENCARG-OK
               DISPLAY PGMID '004I- ENCARG COM ERRO ' FL-STA-ENCARG
               CLOSE PAYRES
               MOVE 8 TO WS-RETURN-CODE
               EXIT SECTION
           END-IF
      *
           OPEN INPUT DEPTOS
           IF  FL-DEPTOS-OK
               SET TEM-DEPTOS TO TRUE
           END-IF
           OPEN INPUT PERSEXT
           IF  FL-PERSEXT-OK
               SET TEM-PERSEXT TO TRUE
           END-IF
      *
      *    SEM O CNPJ DO EMPREGADOR OS ENCARGOS SAEM, MAS NAO O ARQUIVO
      *    DE DEPOSITO
           DISPLAY 'ESOCIAL-CNPJ' UPON ENVIRONMENT-NAME
           ACCEPT   WS-CNPJ-ENV   FROM ENVIRONMENT-VALUE
           IF  WS-CNPJ-ENV IS NUMERIC
               OPEN OUTPUT FGTSDEP
               IF  FL-FGTSDEP-OK
                   SET GERA-FGTSDEP TO TRUE
               ELSE
                   DISPLAY PGMID '005I- FGTSDEP COM ERRO '
                           FL-STA-FGTSDEP
                   SET AVISO-FGTSDEP TO TRUE
               END-IF
           ELSE
               DISPLAY PGMID '005I- SEM ESOCIAL-CNPJ O ARQUIVO DE'
                       ' DEPOSITO DO FGTS NAO E GERADO'
               SET AVISO-FGTSDEP TO TRUE
           END-IF
           IF  GERA-FGTSDEP
               MOVE SPACES       TO REG-FGTSDEP
               MOVE '0'          TO FGTS0-TIPO
               MOVE WS-CNPJ-ENV  TO FGTS0-CNPJ
               MOVE WS-ANOMES    TO FGTS0-COMPETENCIA
               MOVE WS-DATA-HOJE TO FGTS0-DATA-GERACAO
               MOVE WS-ALIQ-FGTS TO FGTS0-ALIQUOTA
               WRITE REG-FGTSDEP
           END-IF
      *
           OPEN OUTPUT ENCREG
           MOVE SPACES TO REG-ENCREG
           STRING 'ENCARGOS DO EMPREGADOR E FGTS POR DEPARTAMENTO'
                  ' (ENCCALC) - COMPETENCIA ' WS-ANOMES(5:2) '/'
                  WS-ANOMES(1:4)
                  DELIMITED BY SIZE INTO REG-ENCREG
           WRITE REG-ENCREG
           MOVE SPACES TO REG-ENCREG
           STRING 'ALIQUOTAS: FGTS ' WS-ED-ALIQ-1
                  '%  INSS EMPRESA ' WS-ED-ALIQ-2
                  '%  RAT ' WS-ED-ALIQ-3 '% X FAP ' WS-ED-FAP
                  '  TERCEIROS ' WS-ED-ALIQ-4 '%'
                  DELIMITED BY SIZE INTO REG-ENCREG
           WRITE REG-ENCREG
           MOVE SPACES TO REG-ENCREG
           WRITE REG-ENCREG
           MOVE SPACES TO REG-ENCREG
           STRING 'DEPT MATR        BASE      FGTS INSS EMPR'
                  '   RAT/FAP TERCEIROS      CUSTO'
                  DELIMITED BY SIZE INTO REG-ENCREG
           WRITE REG-ENCREG.
      *
       RT-INICIARX.                                EXIT.
      *----------------------------------------------------------------*
      *  UM RECALCULO DO MES SUBSTITUI O ANTERIOR: REMOVE OS ENCARGOS   *
      *  JA GRAVADOS PARA O ANOMES                                      *
      *----------------------------------------------------------------*
       RT-LIMPAR-MES                               SECTION.
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
                        DELETE ENCARG RECORD
                        ADD 1 TO WS-REMOVIDOS
                    END-IF
               END-READ
           END-PERFORM
           MOVE ZEROS TO FL-STA-ENCARG.
      *
       RT-LIMPAR-MESX.                             EXIT.
      *----------------------------------------------------------------*
      *  PASSADA NOS RESULTADOS DO MES (TODOS OS TIPOS DO ANOMES):      *
      *  SOMA A BASE DE CADA FOLHA NO ENCARG DA MATRICULA               *
      *----------------------------------------------------------------*
       RT-ACUMULAR-BASES                           SECTION.
      *
           MOVE WS-ANOMES  TO PAYRES-ANOMES
           MOVE LOW-VALUES TO PAYRES-TIPO
           MOVE ZEROS      TO PAYRES-EMP-NO
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
                        SET FL-PAYRES-EOF TO TRUE
                    ELSE
                        IF  PAYRES-MENSAL
                        OR  PAYRES-FERIAS
                        OR  PAYRES-DECIMO
                            ADD 1 TO WS-LIDOS
                            PERFORM RT-SOMAR-RESULTADO
                        END-IF
                    END-IF
               END-READ
           END-PERFORM.
      *
       RT-ACUMULAR-BASESX.                         EXIT.
      *----------------------------------------------------------------*
      *  BASE DE FGTS E INSS DA EMPRESA DE UM RESULTADO: NAS FERIAS O   *
      *  ABONO PECUNIARIO E O SEU TERCO (PAYRES-OUTROS) NAO INCIDEM     *
      *----------------------------------------------------------------*
       RT-SOMAR-RESULTADO                          SECTION.
      *
           MOVE WS-ANOMES     TO ENCARG-ANOMES
           MOVE PAYRES-EMP-NO TO ENCARG-EMP-NO
           READ ENCARG
               INVALID KEY
                   MOVE SPACES TO REG-ENCARG
                   MOVE WS-ANOMES     TO ENCARG-ANOMES
                   MOVE PAYRES-EMP-NO TO ENCARG-EMP-NO
                   MOVE ZEROS TO ENCARG-BASE-MES    ENCARG-BASE-FERIAS
                                 ENCARG-BASE-13     ENCARG-BASE-TOTAL
                                 ENCARG-FGTS        ENCARG-PATRONAL
                                 ENCARG-RAT         ENCARG-TERCEIROS
                                 ENCARG-ENCARGOS    ENCARG-CUSTO-TOTAL
                                 ENCARG-CPF         ENCARG-REMUNERACAO
                   MOVE PAYRES-COMPANY TO ENCARG-COMPANY
                   MOVE PAYRES-DEPT    TO ENCARG-DEPT
           END-READ
      *
           EVALUATE TRUE
               WHEN PAYRES-MENSAL
                    MOVE PAYRES-COMPANY TO ENCARG-COMPANY
                    MOVE PAYRES-DEPT    TO ENCARG-DEPT
                    ADD  PAYRES-BRUTO   TO ENCARG-BASE-MES
               WHEN PAYRES-FERIAS
                    IF  PAYRES-BRUTO GREATER PAYRES-OUTROS
                        COMPUTE ENCARG-BASE-FERIAS =
                                ENCARG-BASE-FERIAS
                              + PAYRES-BRUTO - PAYRES-OUTROS
                    END-IF
               WHEN PAYRES-DECIMO
                    ADD  PAYRES-BRUTO   TO ENCARG-BASE-13
           END-EVALUATE
           ADD  PAYRES-BRUTO  TO ENCARG-REMUNERACAO
           MOVE WS-DATA-HOJE  TO ENCARG-DATA-CALC
      *
           WRITE REG-ENCARG
               INVALID KEY
                   REWRITE REG-ENCARG
                       INVALID KEY
                           DISPLAY PGMID '007I- ERRO ' FL-STA-ENCARG
                                   ' NA GRAVACAO DO ENCARG '
                                   ENCARG-EMP-NO
                           MOVE 8 TO WS-RETURN-CODE
                   END-REWRITE
           END-WRITE.
      *
       RT-SOMAR-RESULTADOX.                        EXIT.
      *----------------------------------------------------------------*
      *  PASSADA NO ENCARG DO MES: CALCULA OS ENCARGOS DE CADA          *
      *  MATRICULA, IMPRIME, GRAVA O DEPOSITO E ACUMULA OS TOTAIS       *
      *----------------------------------------------------------------*
       RT-CALCULAR-ENCARGOS                        SECTION.
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
                        PERFORM RT-CALCULAR-MATRICULA
                    END-IF
               END-READ
           END-PERFORM
      *
           PERFORM RT-IMPRIMIR-TOTAIS
      *
           IF  GERA-FGTSDEP
               MOVE SPACES        TO REG-FGTSDEP
               MOVE '9'           TO FGTS9-TIPO
               MOVE WS-CNPJ-ENV   TO FGTS9-CNPJ
               MOVE WS-ANOMES     TO FGTS9-COMPETENCIA
               MOVE WS-DEPOSITOS  TO FGTS9-QTDE
               MOVE WS-FGTS-BASE  TO FGTS9-TOTAL-BASE
               MOVE WS-FGTS-VALOR TO FGTS9-TOTAL-VALOR
               WRITE REG-FGTSDEP
           END-IF.
      *
       RT-CALCULAR-ENCARGOSX.                      EXIT.
      *----------------------------------------------------------------*
       RT-CALCULAR-MATRICULA                       SECTION.
      *
           COMPUTE ENCARG-BASE-TOTAL = ENCARG-BASE-MES
                 + ENCARG-BASE-FERIAS + ENCARG-BASE-13
           COMPUTE ENCARG-FGTS      ROUNDED =
                   ENCARG-BASE-TOTAL * WS-ALIQ-FGTS / 100
           COMPUTE ENCARG-PATRONAL  ROUNDED =
                   ENCARG-BASE-TOTAL * WS-ALIQ-PATRONAL / 100
           COMPUTE ENCARG-RAT       ROUNDED =
                   ENCARG-BASE-TOTAL * WS-ALIQ-RAT * WS-FAP / 100
           COMPUTE ENCARG-TERCEIROS ROUNDED =
                   ENCARG-BASE-TOTAL * WS-ALIQ-TERCEIROS / 100
           COMPUTE ENCARG-ENCARGOS = ENCARG-FGTS + ENCARG-PATRONAL
                 + ENCARG-RAT + ENCARG-TERCEIROS
           COMPUTE ENCARG-CUSTO-TOTAL = ENCARG-REMUNERACAO
                 + ENCARG-ENCARGOS
      *
           MOVE ZEROS TO ENCARG-CPF
           IF  TEM-PERSEXT
               MOVE ENCARG-EMP-NO TO PERSEXT-EMP-NO
               READ PERSEXT
                   NOT INVALID KEY
                       IF  PERSEXT-CPF IS NUMERIC
                           MOVE PERSEXT-CPF TO ENCARG-CPF
                       END-IF
               END-READ
           END-IF
      *
           REWRITE REG-ENCARG
               INVALID KEY
                   DISPLAY PGMID '007I- ERRO ' FL-STA-ENCARG
                           ' NA GRAVACAO DO ENCARG ' ENCARG-EMP-NO
                   MOVE 8 TO WS-RETURN-CODE
           END-REWRITE
           ADD 1 TO WS-CALCULADOS
      *
           MOVE SPACES TO WS-ED-MARCA
           IF  GERA-FGTSDEP
           AND ENCARG-FGTS GREATER ZEROS
               IF  ENCARG-CPF EQUAL ZEROS
                   MOVE ' SEM CPF' TO WS-ED-MARCA
                   ADD 1 TO WS-SEM-CPF
                   DISPLAY PGMID '008I- MATRICULA ' ENCARG-EMP-NO
                           ' SEM CPF NO PERSEXT - FORA DO FGTSDEP'
               ELSE
                   PERFORM RT-GRAVAR-DEPOSITO
               END-IF
           END-IF
      *
           PERFORM RT-IMPRIMIR-LINHA
           PERFORM RT-ACUMULAR-TOTAIS.
      *
       RT-CALCULAR-MATRICULAX.                     EXIT.
      *----------------------------------------------------------------*
      *  DETALHE DO ARQUIVO DE DEPOSITO (CATEGORIA 101 - EMPREGADO)     *
      *----------------------------------------------------------------*
       RT-GRAVAR-DEPOSITO                          SECTION.
      *
           MOVE SPACES            TO REG-FGTSDEP
           MOVE '1'               TO FGTS1-TIPO
           MOVE WS-CNPJ-ENV       TO FGTS1-CNPJ
           MOVE WS-ANOMES         TO FGTS1-COMPETENCIA
           MOVE ENCARG-CPF        TO FGTS1-CPF
           MOVE ENCARG-EMP-NO     TO FGTS1-MATRICULA
           MOVE ENCARG-COMPANY    TO FGTS1-EMPRESA
           MOVE ENCARG-DEPT       TO FGTS1-DEPT
           MOVE 101               TO FGTS1-CATEGORIA
           MOVE ENCARG-BASE-TOTAL TO FGTS1-BASE
           MOVE ENCARG-FGTS       TO FGTS1-VALOR
           WRITE REG-FGTSDEP
      *
           ADD 1                 TO WS-DEPOSITOS
           ADD ENCARG-BASE-TOTAL TO WS-FGTS-BASE
           ADD ENCARG-FGTS       TO WS-FGTS-VALOR.
      *
       RT-GRAVAR-DEPOSITOX.                        EXIT.
      *----------------------------------------------------------------*
       RT-IMPRIMIR-LINHA                           SECTION.
      *
           MOVE ENCARG-BASE-TOTAL  TO WS-ED-BASE
           MOVE ENCARG-FGTS        TO WS-ED-FGTS
           MOVE ENCARG-PATRONAL    TO WS-ED-PATRONAL
           MOVE ENCARG-RAT         TO WS-ED-RAT
           MOVE ENCARG-TERCEIROS   TO WS-ED-TERCEIROS
           MOVE ENCARG-CUSTO-TOTAL TO WS-ED-CUSTO
           MOVE SPACES             TO REG-ENCREG
           STRING ENCARG-DEPT '  ' ENCARG-EMP-NO
                  ' ' WS-ED-BASE
                  ' ' WS-ED-FGTS
                  ' ' WS-ED-PATRONAL
                  ' ' WS-ED-RAT
                  ' ' WS-ED-TERCEIROS
                  ' ' WS-ED-CUSTO
                  WS-ED-MARCA
                  DELIMITED BY SIZE INTO REG-ENCREG
           WRITE REG-ENCREG.
      *
       RT-IMPRIMIR-LINHAX.                         EXIT.
      *----------------------------------------------------------------*
       RT-ACUMULAR-TOTAIS                          SECTION.
      *
           ADD 1                  TO WS-GER-EMPREGADOS
           ADD ENCARG-BASE-TOTAL  TO WS-GER-BASE
           ADD ENCARG-FGTS        TO WS-GER-FGTS
           ADD ENCARG-PATRONAL    TO WS-GER-PATRONAL
           ADD ENCARG-RAT         TO WS-GER-RAT
           ADD ENCARG-TERCEIROS   TO WS-GER-TERCEIROS
           ADD ENCARG-CUSTO-TOTAL TO WS-GER-CUSTO
      *
           PERFORM RT-RATEAR-MATRICULA
           PERFORM VARYING WS-RAT-IND FROM 1 BY 1
                     UNTIL WS-RAT-IND GREATER RATEIOFX-QTDE
               MOVE RATEIOFX-DEPT(WS-RAT-IND) TO WS-RAT-DEPT
               PERFORM RT-ACUMULAR-DEPT
           END-PERFORM
      *
           PERFORM VARYING INDEMP FROM 1 BY 1
                     UNTIL INDEMP GREATER WS-EMP-QTDE
               IF  WS-EMP-COMPANY(INDEMP) EQUAL ENCARG-COMPANY
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF  INDEMP GREATER WS-EMP-QTDE
               IF  WS-EMP-QTDE LESS 100
                   ADD 1 TO WS-EMP-QTDE
                   SET  INDEMP TO WS-EMP-QTDE
                   MOVE ENCARG-COMPANY TO WS-EMP-COMPANY(INDEMP)
                   MOVE ZEROS TO WS-EMP-EMPREGADOS(INDEMP)
                                 WS-EMP-BASE(INDEMP)
                                 WS-EMP-FGTS(INDEMP)
                                 WS-EMP-PATRONAL(INDEMP)
                                 WS-EMP-RAT(INDEMP)
                                 WS-EMP-TERCEIROS(INDEMP)
                                 WS-EMP-CUSTO(INDEMP)
               END-IF
           END-IF
           IF  INDEMP NOT GREATER WS-EMP-QTDE
               ADD 1                  TO WS-EMP-EMPREGADOS(INDEMP)
               ADD ENCARG-BASE-TOTAL  TO WS-EMP-BASE(INDEMP)
               ADD ENCARG-FGTS        TO WS-EMP-FGTS(INDEMP)
               ADD ENCARG-PATRONAL    TO WS-EMP-PATRONAL(INDEMP)
               ADD ENCARG-RAT         TO WS-EMP-RAT(INDEMP)
               ADD ENCARG-TERCEIROS   TO WS-EMP-TERCEIROS(INDEMP)
               ADD ENCARG-CUSTO-TOTAL TO WS-EMP-CUSTO(INDEMP)
           END-IF.
      *
       RT-ACUMULAR-TOTAISX.                        EXIT.
      *----------------------------------------------------------------*
      *  PARCELAS DE CADA MONTANTE DA MATRICULA POR DEPARTAMENTO DO     *
      *  RATEIO VIGENTE (SEM RATEIO, UMA PARCELA SO NO ENCARG-DEPT)     *
      *----------------------------------------------------------------*
       RT-RATEAR-MATRICULA                         SECTION.
      *
           MOVE ENCARG-BASE-TOTAL  TO WS-RAT-MONTANTE(1)
           MOVE ENCARG-FGTS        TO WS-RAT-MONTANTE(2)
           MOVE ENCARG-PATRONAL    TO WS-RAT-MONTANTE(3)
           MOVE ENCARG-RAT         TO WS-RAT-MONTANTE(4)
           MOVE ENCARG-TERCEIROS   TO WS-RAT-MONTANTE(5)
           MOVE ENCARG-CUSTO-TOTAL TO WS-RAT-MONTANTE(6)
      *
           PERFORM VARYING WS-RAT-MONT FROM 1 BY 1
                     UNTIL WS-RAT-MONT GREATER 6
               MOVE 'R'               TO RATEIOFX-FUNCAO
               MOVE ENCARG-EMP-NO     TO RATEIOFX-EMP-NO
               MOVE WS-ANOMES         TO RATEIOFX-ANOMES
               MOVE ENCARG-DEPT       TO RATEIOFX-DEPT-PADRAO
               MOVE WS-RAT-MONTANTE(WS-RAT-MONT) TO RATEIOFX-VALOR
               CALL SB-RATEIOFX USING PARAMETROS-RATEIOFX
                 ON EXCEPTION
                    MOVE '99'             TO RATEIOFX-RETORNO
                    MOVE 1                TO RATEIOFX-QTDE
                    MOVE ENCARG-DEPT      TO RATEIOFX-DEPT(1)
                                             RATEIOFX-PRINCIPAL
                    MOVE RATEIOFX-VALOR   TO RATEIOFX-PARCELA(1)
               END-CALL
               PERFORM VARYING WS-RAT-IND FROM 1 BY 1
                         UNTIL WS-RAT-IND GREATER RATEIOFX-QTDE
                   MOVE RATEIOFX-PARCELA(WS-RAT-IND)
                     TO WS-RAT-PARCELA(WS-RAT-IND WS-RAT-MONT)
               END-PERFORM
           END-PERFORM.
      *
       RT-RATEAR-MATRICULAX.                       EXIT.
      *----------------------------------------------------------------*
      *  SOMA A PARCELA WS-RAT-IND NO TOTAL DO DEPARTAMENTO WS-RAT-DEPT *
      *----------------------------------------------------------------*
       RT-ACUMULAR-DEPT                            SECTION.
      *
           PERFORM VARYING INDTOT FROM 1 BY 1
                     UNTIL INDTOT GREATER WS-TOT-QTDE
               IF  WS-TOT-DEPT(INDTOT) EQUAL WS-RAT-DEPT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF  INDTOT GREATER WS-TOT-QTDE
               IF  WS-TOT-QTDE LESS 100
                   ADD 1 TO WS-TOT-QTDE
                   SET  INDTOT TO WS-TOT-QTDE
                   MOVE WS-RAT-DEPT TO WS-TOT-DEPT(INDTOT)
                   MOVE ZEROS TO WS-TOT-EMPREGADOS(INDTOT)
                                 WS-TOT-BASE(INDTOT)
                                 WS-TOT-FGTS(INDTOT)
                                 WS-TOT-PATRONAL(INDTOT)
                                 WS-TOT-RAT(INDTOT)
                                 WS-TOT-TERCEIROS(INDTOT)
                                 WS-TOT-CUSTO(INDTOT)
               END-IF
           END-IF
           IF  INDTOT NOT GREATER WS-TOT-QTDE
               IF  WS-RAT-DEPT EQUAL RATEIOFX-PRINCIPAL
                   ADD 1 TO WS-TOT-EMPREGADOS(INDTOT)
               END-IF
               ADD WS-RAT-PARCELA(WS-RAT-IND 1)
                TO WS-TOT-BASE(INDTOT)
               ADD WS-RAT-PARCELA(WS-RAT-IND 2)
                TO WS-TOT-FGTS(INDTOT)
               ADD WS-RAT-PARCELA(WS-RAT-IND 3)
                TO WS-TOT-PATRONAL(INDTOT)
               ADD WS-RAT-PARCELA(WS-RAT-IND 4)
                TO WS-TOT-RAT(INDTOT)
               ADD WS-RAT-PARCELA(WS-RAT-IND 5)
                TO WS-TOT-TERCEIROS(INDTOT)
               ADD WS-RAT-PARCELA(WS-RAT-IND 6)
                TO WS-TOT-CUSTO(INDTOT)
           END-IF.
      *
       RT-ACUMULAR-DEPTX.                          EXIT.
      *----------------------------------------------------------------*
      *  TOTAIS POR DEPARTAMENTO (COM A DESCRICAO E O CENTRO DE CUSTO   *
      *  DO DEPTOS), POR EMPRESA E GERAL                                *
      *----------------------------------------------------------------*
       RT-IMPRIMIR-TOTAIS                          SECTION.
      *
           MOVE SPACES TO REG-ENCREG
           WRITE REG-ENCREG
           MOVE 'TOTAIS POR DEPARTAMENTO' TO REG-ENCREG
           WRITE REG-ENCREG
           PERFORM VARYING INDTOT FROM 1 BY 1
                     UNTIL INDTOT GREATER WS-TOT-QTDE
               MOVE SPACES TO REG-DEPTOS
               IF  TEM-DEPTOS
                   MOVE WS-TOT-DEPT(INDTOT) TO DEPTOS-DEPT
                   READ DEPTOS
                       INVALID KEY
                           MOVE SPACES TO DEPTOS-DESCRICAO
                                          DEPTOS-CENTRO-CUSTO
                   END-READ
               END-IF
               MOVE SPACES TO WS-LT-TITULO
               STRING 'DEPT ' WS-TOT-DEPT(INDTOT) ' '
                      DEPTOS-DESCRICAO ' CC ' DEPTOS-CENTRO-CUSTO
                      DELIMITED BY SIZE INTO WS-LT-TITULO
               MOVE WS-TOT-EMPREGADOS(INDTOT) TO WS-LT-EMPREGADOS
               MOVE WS-TOT-BASE(INDTOT)       TO WS-LT-BASE
               MOVE WS-TOT-FGTS(INDTOT)       TO WS-LT-FGTS
               MOVE WS-TOT-PATRONAL(INDTOT)   TO WS-LT-PATRONAL
               MOVE WS-TOT-RAT(INDTOT)        TO WS-LT-RAT
               MOVE WS-TOT-TERCEIROS(INDTOT)  TO WS-LT-TERCEIROS
               MOVE WS-TOT-CUSTO(INDTOT)      TO WS-LT-CUSTO
               PERFORM RT-IMPRIMIR-LINHA-TOTAL
           END-PERFORM
      *
           MOVE SPACES TO REG-ENCREG
           WRITE REG-ENCREG
           MOVE 'TOTAIS POR EMPRESA' TO REG-ENCREG
           WRITE REG-ENCREG
           PERFORM VARYING INDEMP FROM 1 BY 1
                     UNTIL INDEMP GREATER WS-EMP-QTDE
               MOVE SPACES TO WS-LT-TITULO
               STRING 'EMPRESA ' WS-EMP-COMPANY(INDEMP)
                      DELIMITED BY SIZE INTO WS-LT-TITULO
               MOVE WS-EMP-EMPREGADOS(INDEMP) TO WS-LT-EMPREGADOS
               MOVE WS-EMP-BASE(INDEMP)       TO WS-LT-BASE
               MOVE WS-EMP-FGTS(INDEMP)       TO WS-LT-FGTS
               MOVE WS-EMP-PATRONAL(INDEMP)   TO WS-LT-PATRONAL
               MOVE WS-EMP-RAT(INDEMP)        TO WS-LT-RAT
               MOVE WS-EMP-TERCEIROS(INDEMP)  TO WS-LT-TERCEIROS
               MOVE WS-EMP-CUSTO(INDEMP)      TO WS-LT-CUSTO
               PERFORM RT-IMPRIMIR-LINHA-TOTAL
           END-PERFORM
      *
           MOVE SPACES TO REG-ENCREG
           WRITE REG-ENCREG
           MOVE 'TOTAL GERAL'     TO WS-LT-TITULO
           MOVE WS-GER-EMPREGADOS TO WS-LT-EMPREGADOS
           MOVE WS-GER-BASE       TO WS-LT-BASE
           MOVE WS-GER-FGTS       TO WS-LT-FGTS
           MOVE WS-GER-PATRONAL   TO WS-LT-PATRONAL
           MOVE WS-GER-RAT        TO WS-LT-RAT
           MOVE WS-GER-TERCEIROS  TO WS-LT-TERCEIROS
           MOVE WS-GER-CUSTO      TO WS-LT-CUSTO
           PERFORM RT-IMPRIMIR-LINHA-TOTAL.
      *
       RT-IMPRIMIR-TOTAISX.                        EXIT.
      *----------------------------------------------------------------*
       RT-IMPRIMIR-LINHA-TOTAL                     SECTION.
      *
           MOVE WS-LT-EMPREGADOS TO WS-ED-EMPREGADOS
           MOVE SPACES           TO REG-ENCREG
           STRING WS-LT-TITULO ' EMPREGADOS ' WS-ED-EMPREGADOS
                  DELIMITED BY SIZE INTO REG-ENCREG
           WRITE REG-ENCREG
      *
           MOVE WS-LT-BASE     TO WS-ED-TOT-1
           MOVE WS-LT-FGTS     TO WS-ED-TOT-2
           MOVE WS-LT-PATRONAL TO WS-ED-TOT-3
           MOVE SPACES         TO REG-ENCREG
           STRING '    BASE      ' WS-ED-TOT-1
                  '  FGTS      ' WS-ED-TOT-2
                  '  INSS EMPRESA ' WS-ED-TOT-3
                  DELIMITED BY SIZE INTO REG-ENCREG
           WRITE REG-ENCREG
      *
           MOVE WS-LT-RAT       TO WS-ED-TOT-1
           MOVE WS-LT-TERCEIROS TO WS-ED-TOT-2
           MOVE WS-LT-CUSTO     TO WS-ED-TOT-3
           MOVE SPACES          TO REG-ENCREG
           STRING '    RAT/FAP   ' WS-ED-TOT-1
                  '  TERCEIROS ' WS-ED-TOT-2
                  '  CUSTO TOTAL  ' WS-ED-TOT-3
                  DELIMITED BY SIZE INTO REG-ENCREG
           WRITE REG-ENCREG.
      *
       RT-IMPRIMIR-LINHA-TOTALX.                   EXIT.
      *----------------------------------------------------------------*
       RT-ENCERRAR-ARQUIVOS                        SECTION.
      *
           CLOSE PAYRES
                 ENCARG
                 ENCREG
           IF  TEM-DEPTOS
               CLOSE DEPTOS
           END-IF
           IF  TEM-PERSEXT
               CLOSE PERSEXT
           END-IF
           IF  GERA-FGTSDEP
               CLOSE FGTSDEP
           END-IF
           MOVE 'F' TO RATEIOFX-FUNCAO
           CALL SB-RATEIOFX USING PARAMETROS-RATEIOFX
             ON EXCEPTION
                CONTINUE
           END-CALL.
      *
       RT-ENCERRAR-ARQUIVOSX.                      EXIT.
      *----------------------------------------------------------------*
       RT-FINALIZAR                                SECTION.
      *
           IF  WS-RETURN-CODE EQUAL ZEROS
           AND (WS-SEM-CPF GREATER ZEROS OR AVISO-FGTSDEP)
               MOVE 4 TO WS-RETURN-CODE
           END-IF
      *
           DISPLAY PGMID '999I' TRACOS
           MOVE    WS-LIDOS           TO WS-DISPLAY
           DISPLAY PGMID '009I- RESULTADOS DO MES......:' WS-DISPLAY
           MOVE    WS-REMOVIDOS       TO WS-DISPLAY
           DISPLAY PGMID '010I- CALCULO ANTERIOR REMOV.:' WS-DISPLAY
           MOVE    WS-CALCULADOS      TO WS-DISPLAY
           DISPLAY PGMID '011I- MATRICULAS CALCULADAS..:' WS-DISPLAY
           MOVE    WS-DEPOSITOS       TO WS-DISPLAY
           DISPLAY PGMID '012I- DEPOSITOS NO FGTSDEP...:' WS-DISPLAY
           MOVE    WS-SEM-CPF         TO WS-DISPLAY
           DISPLAY PGMID '013I- FORA DO FGTSDEP SEM CPF:' WS-DISPLAY
           DISPLAY PGMID '999I' TRACOS.
      *
       RT-FINALIZARX.                              EXIT.
      ******************************************************************
      *                      FIM  DO  PROGRAMA                         *
      ******************************************************************
