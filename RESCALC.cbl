      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RESCALC.
       AUTHOR.        Traduzido de Easytrieve (macro esy.kex v.0.10).
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      * Calculo das verbas rescisorias: para cada     *
                      * desligamento pendente do registro DESLIG      *
                      * (gravado pelo PERSMNT e pelo PERSBTCH na      *
                      * exclusao, com a imagem do PERSNL, o motivo e  *
                      * o aviso previo) calcula:                      *
                      *                                               *
                      *  - SALDO DE SALARIO DOS DIAS DO MES;          *
                      *  - AVISO PREVIO PELO MOTIVO (30 DIAS + 3 POR  *
                      *    ANO COMPLETO, ATE 90; METADE NO ACORDO;    *
                      *    DESCONTO NO PEDIDO NAO CUMPRIDO);          *
                      *  - FERIAS VENCIDAS (SALDO DO VACBAL ALEM DO   *
                      *    PROPORCIONAL) E PROPORCIONAIS, COM O 1/3   *
                      *    CONSTITUCIONAL;                            *
                      *  - 13O PROPORCIONAL (ENTRADA DECTERC-CALL),   *
                      *    MENOS A 1A PARCELA JA PAGA NO ANO;         *
                      *  - CONTRIBUICAO E IMPOSTO PELA ENTRADA        *
                      *    NETCALC-CALL, SEPARADOS PARA O SALDO DE    *
                      *    SALARIO E PARA O 13O (FERIAS E AVISO       *
                      *    INDENIZADOS NAO SOFREM DESCONTO);          *
                      *  - SALDO DEVEDOR DOS EMPRESTIMOS CONSIGNADOS  *
                      *    ATIVOS (CONSIG), DESCONTADO ATE 35% DO     *
                      *    LIQUIDO DAS VERBAS; O QUE SOBRAR FICA      *
                      *    INDICADO NO TERMO PARA COBRANCA DO BANCO.  *
                      *                                               *
                      * Justa causa: so saldo de salario e ferias     *
                      * vencidas. O termo de rescisao (TRCT) vai ao   *
                      * spool (CWSPLF), o resultado ao PAYRES (tipo   *
                      * R) e o desligamento fica marcado como         *
                      * calculado. Com PAYROLL-MATRICULA informada,   *
                      * so aquela matricula e (re)calculada.          *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT DESLIG ASSIGN TO DESLIG
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS DESLIG-CHAVE
                  FILE STATUS   IS FL-STA-DESLIG.
      *
           SELECT OPTIONAL VACBAL ASSIGN TO VACBAL
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS VACBAL-EMP-NO
                  FILE STATUS   IS FL-STA-VACBAL.
      *
           SELECT OPTIONAL BONUSLED ASSIGN TO BONUSLED
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS BONUSLED-CHAVE
                  FILE STATUS   IS FL-STA-BONUSLED.
      *
           SELECT OPTIONAL PAYRES ASSIGN TO PAYRES
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS PAYRES-CHAVE
                  FILE STATUS   IS FL-STA-PAYRES.
      *
           SELECT OPTIONAL CONSIG ASSIGN TO CONSIG
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS CONSIG-CHAVE
                  FILE STATUS   IS FL-STA-CONSIG.
      *
           SELECT TRCTOUT ASSIGN TO TRCTOUT.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *----------------------------------------------------------------*
      *  DESLIGAMENTOS: IMAGEM DO PERSNL EXCLUIDO, MOTIVO, AVISO E      *
      *  SITUACAO DA RESCISAO (P = PENDENTE, C = CALCULADA)             *
      *----------------------------------------------------------------*
       FD  DESLIG
           RECORD CONTAINS 250 CHARACTERS.
      *
       01  REG-DESLIG.
           03 DESLIG-CHAVE.
              05 DESLIG-EMP-NO               PIC  9(005).
              05 DESLIG-DATA                 PIC  9(008).
           03 DESLIG-MOTIVO                  PIC  X(001).
              88 DESLIG-SEM-JUSTA-CAUSA                  VALUE 'S'.
              88 DESLIG-JUSTA-CAUSA                      VALUE 'J'.
              88 DESLIG-PEDIDO                           VALUE 'P'.
              88 DESLIG-ACORDO                           VALUE 'A'.
              88 DESLIG-FIM-CONTRATO                     VALUE 'T'.
           03 DESLIG-AVISO                   PIC  X(001).
              88 DESLIG-AVISO-INDENIZADO                 VALUE 'I'.
              88 DESLIG-AVISO-TRABALHADO                 VALUE 'T'.
              88 DESLIG-AVISO-DISPENSADO                 VALUE 'D'.
           03 DESLIG-SITUACAO                PIC  X(001).
              88 DESLIG-PENDENTE                         VALUE 'P'.
              88 DESLIG-CALCULADA                        VALUE 'C'.
           03 DESLIG-PRAZO                   PIC  9(008).
           03 DESLIG-DATA-CALC               PIC  9(008).
           03 DESLIG-OPERADOR                PIC  X(030).
           03 DESLIG-DATA-REGISTRO           PIC  9(008).
           03 DESLIG-REG-PERSNL.
              05 DSP-EMP-NO                  PIC  9(005).
              05 DSP-COMPANY-X               PIC  X(002).
              05 FILLER                      PIC  X(009).
              05 DSP-LAST-NAME               PIC  X(008).
              05 FILLER                      PIC  X(069).
              05 DSP-PAY-GROSS               PIC S9(004)V99 COMP-3.
              05 DSP-DEPT                    PIC  9(003).
              05 FILLER                      PIC  X(035).
              05 DSP-DATE-OF-HIRE            PIC  9(006).
              05 DSP-DATE-OF-HIRE-CC         PIC  9(008).
              05 FILLER                      PIC  X(001).
           03 FILLER                         PIC  X(030).
      *
       FD  VACBAL
           RECORD CONTAINS 080 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-VACBAL.
           03 VACBAL-EMP-NO                  PIC  9(005).
           03 VACBAL-DIREITO-ANO             PIC  9(003).
           03 VACBAL-SALDO                   PIC  9(003)V9.
           03 VACBAL-GOZADOS-ANO             PIC  9(003)V9.
           03 VACBAL-ULT-ACUMULO             PIC  9(006).
           03 VACBAL-VENCIMENTO              PIC  9(008).
           03 FILLER                         PIC  X(050).
      *
       FD  BONUSLED
           RECORD CONTAINS 060 CHARACTERS.
      *
       01  REG-BONUSLED.
           03 BONUSLED-CHAVE.
              05 BONUSLED-ANO                PIC  9(004).
              05 BONUSLED-EMP-NO             PIC  9(005).
           03 BONUSLED-COMPANY               PIC  9(002).
           03 BONUSLED-DEPT                  PIC  9(003).
           03 BONUSLED-TOTAL-ANO             PIC  9(007)V99.
           03 BONUSLED-QTDE-LANC             PIC  9(003).
           03 BONUSLED-ULT-DATA              PIC  9(008).
           03 FILLER                         PIC  X(026).
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
           03 PAYRES-DATA-CALC               PIC  9(008).
           03 FILLER                         PIC  X(061).
      *
      *----------------------------------------------------------------*
      *  CONTRATOS DE CONSIGNADO: MATRICULA + SEQUENCIA; SITUACAO       *
      *  A(TIVO), Q(UITADO), R(ECUSADO PELA MARGEM), C(ANCELADO)        *
      *----------------------------------------------------------------*
       FD  CONSIG
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-CONSIG.
           03 CONSIG-CHAVE.
              05 CONSIG-EMP-NO               PIC  9(005).
              05 CONSIG-SEQ                  PIC  9(002).
           03 CONSIG-BANCO                   PIC  9(003).
           03 CONSIG-CONTRATO                PIC  X(020).
           03 CONSIG-DATA-CONTRATO           PIC  9(008).
           03 CONSIG-ANOMES-INICIO           PIC  9(006).
           03 CONSIG-PARCELAS                PIC  9(003).
           03 CONSIG-VALOR-PARCELA           PIC  9(007)V99.
           03 CONSIG-PAGAS                   PIC  9(003).
           03 CONSIG-ULT-ANOMES              PIC  9(006).
           03 CONSIG-SITUACAO                PIC  X(001).
              88 CONSIG-ATIVO                           VALUE 'A'.
           03 CONSIG-DATA-ALT                PIC  9(008).
           03 CONSIG-OPERADOR                PIC  X(030).
           03 FILLER                         PIC  X(046).
      *
      *----------------------------------------------------------------*
      *  TERMO DE RESCISAO DA MATRICULA CORRENTE (UM DOCUMENTO POR      *
      *  DESLIGAMENTO NO SPOOL)                                         *
      *----------------------------------------------------------------*
       FD  TRCTOUT
           LABEL RECORD IS OMITTED.
      *
       01  REG-TRCTOUT                       PIC  X(080).
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
       77  SB-NETCALC                    PIC  X(12)  VALUE
           'NETCALC-CALL'.
       77  SB-NETCALC-DEP                PIC  X(14)  VALUE
           'NETCALC-DEPEND'.
       77  SB-DECTERC                    PIC  X(12)  VALUE
           'DECTERC-CALL'.
      *
      *----------------------------------------------------------------*
      *        AREA DE VARIAVEIS AUXILIARES                            *
      *----------------------------------------------------------------*
      *
       01  WS-VARIAVEIS.
           03 TRACOS                         PIC  X(060)    VALUE
              ALL '-'.
           03 PGMID                          PIC  X(009)    VALUE
              '#RESCALC.'.
           03 FL-STA-DESLIG                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-DESLIG-EOF                              VALUE '10'.
              88 FL-DESLIG-OK                               VALUE '00'.
           03 FL-STA-VACBAL                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-VACBAL-OK                               VALUE '00'.
           03 FL-STA-BONUSLED                PIC  X(002)    VALUE
              ZEROS.
              88 FL-BONUSLED-OK                             VALUE '00'.
           03 FL-STA-PAYRES                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-PAYRES-OK                               VALUE '00'.
              88 FL-PAYRES-AUSENTE                          VALUE '35'.
           03 WS-RETURN-CODE                 PIC  9(003)    VALUE
              ZEROS.
           03 WS-DISPLAY                     PIC  -ZZZ.ZZZ.ZZ9.
           03 WS-LIDOS                COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-CALCULADAS           COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-FORA-PRAZO           COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-TEM-VACBAL                  PIC  X(001)    VALUE 'N'.
              88 TEM-VACBAL                                 VALUE 'S'.
           03 WS-TEM-BONUSLED                PIC  X(001)    VALUE 'N'.
              88 TEM-BONUSLED                               VALUE 'S'.
           03 WS-TEM-NETCALC                 PIC  X(001)    VALUE 'S'.
              88 TEM-NETCALC                                VALUE 'S'.
           03 WS-TEM-DECTERC                 PIC  X(001)    VALUE 'S'.
              88 TEM-DECTERC                                VALUE 'S'.
           03 FL-STA-CONSIG                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-CONSIG-OK                               VALUE '00'.
              88 FL-CONSIG-EOF                              VALUE '10'.
           03 WS-TEM-CONSIG                  PIC  X(001)    VALUE 'N'.
              88 TEM-CONSIG                                 VALUE 'S'.
           03 WS-COM-CONSIG           COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-DATA-HOJE                   PIC  9(008)    VALUE
              ZEROS.
           03 WS-MATRICULA-ENV               PIC  X(005)    VALUE
              SPACES.
           03 WS-MATRICULA                   PIC  9(005)    VALUE
              ZEROS.
           03 WS-COMPANY                     PIC  9(002)    VALUE
              ZEROS.
           03 WS-ANOMES-BUSCA                PIC  9(006)    VALUE
              ZEROS.
           03 WS-MES-BUSCA                   PIC  9(002)    VALUE
              ZEROS.
           03 WS-INT-DATA                    PIC  9(008)    VALUE
              ZEROS.
           03 WS-MOTIVO-DESC                 PIC  X(025)    VALUE
              SPACES.
           03 WS-AVISO-DESC                  PIC  X(012)    VALUE
              SPACES.
      *
      *----------------------------------------------------------------*
      *  DATAS DO CALCULO                                               *
      *----------------------------------------------------------------*
       01  WS-DATAS.
           03 WS-ADMISSAO                    PIC  9(008)    VALUE
              ZEROS.
           03 FILLER REDEFINES WS-ADMISSAO.
              05 WS-ADM-ANO                  PIC  9(004).
              05 WS-ADM-MES                  PIC  9(002).
              05 WS-ADM-DIA                  PIC  9(002).
           03 WS-DESLIGAMENTO                PIC  9(008)    VALUE
              ZEROS.
           03 FILLER REDEFINES WS-DESLIGAMENTO.
              05 WS-DES-ANO                  PIC  9(004).
              05 WS-DES-MES                  PIC  9(002).
              05 WS-DES-DIA                  PIC  9(002).
           03 WS-PROJETADA                   PIC  9(008)    VALUE
              ZEROS.
           03 FILLER REDEFINES WS-PROJETADA.
              05 WS-PRJ-ANO                  PIC  9(004).
              05 WS-PRJ-MES                  PIC  9(002).
              05 WS-PRJ-DIA                  PIC  9(002).
           03 WS-ANIVERSARIO                 PIC  9(008)    VALUE
              ZEROS.
           03 FILLER REDEFINES WS-ANIVERSARIO.
              05 WS-ANV-ANO                  PIC  9(004).
              05 WS-ANV-MES                  PIC  9(002).
              05 WS-ANV-DIA                  PIC  9(002).
           03 WS-ANOS-CASA                   PIC  9(003)    VALUE
              ZEROS.
           03 WS-MESES-PERIODO               PIC S9(003)    VALUE
              ZEROS.
           03 WS-DIAS-RESTO                  PIC S9(003)    VALUE
              ZEROS.
      *
      *----------------------------------------------------------------*
      *  VERBAS DA RESCISAO                                             *
      *----------------------------------------------------------------*
       01  WS-VERBAS.
           03 WS-SALARIO-MES          COMP-3 PIC S9(009)V99 VALUE
              ZEROS.
           03 WS-SALARIO-DIA          COMP-3 PIC S9(007)V9(4) VALUE
              ZEROS.
           03 WS-MEDIA-BONUS          COMP-3 PIC S9(007)V99 VALUE
              ZEROS.
           03 WS-DIAS-SALDO                  PIC  9(002)    VALUE
              ZEROS.
           03 WS-SALDO-SALARIO        COMP-3 PIC S9(009)V99 VALUE
              ZEROS.
           03 WS-DIAS-AVISO                  PIC  9(003)    VALUE
              ZEROS.
           03 WS-AVISO-INDENIZADO     COMP-3 PIC S9(009)V99 VALUE
              ZEROS.
           03 WS-AVISO-DESCONTO       COMP-3 PIC S9(009)V99 VALUE
              ZEROS.
           03 WS-DIAS-FER-VENCIDAS           PIC  9(003)V9  VALUE
              ZEROS.
           03 WS-DIAS-FER-PROPORC            PIC  9(003)V9  VALUE
              ZEROS.
           03 WS-FERIAS-VENCIDAS      COMP-3 PIC S9(009)V99 VALUE
              ZEROS.
           03 WS-FERIAS-PROPORC       COMP-3 PIC S9(009)V99 VALUE
              ZEROS.
           03 WS-TERCO-FERIAS         COMP-3 PIC S9(009)V99 VALUE
              ZEROS.
           03 WS-AVOS-13                     PIC  9(002)    VALUE
              ZEROS.
           03 WS-DECIMO-PROPORC       COMP-3 PIC S9(009)V99 VALUE
              ZEROS.
           03 WS-PRIMEIRA-PARCELA     COMP-3 PIC S9(009)V99 VALUE
              ZEROS.
           03 WS-INSS-SALARIO         COMP-3 PIC S9(007)V99 VALUE
              ZEROS.
           03 WS-IRRF-SALARIO         COMP-3 PIC S9(007)V99 VALUE
              ZEROS.
           03 WS-INSS-13              COMP-3 PIC S9(007)V99 VALUE
              ZEROS.
           03 WS-IRRF-13              COMP-3 PIC S9(007)V99 VALUE
              ZEROS.
           03 WS-TOTAL-PROVENTOS      COMP-3 PIC S9(009)V99 VALUE
              ZEROS.
           03 WS-TOTAL-DESCONTOS      COMP-3 PIC S9(009)V99 VALUE
              ZEROS.
           03 WS-SALDO-CONSIG         COMP-3 PIC S9(009)V99 VALUE
              ZEROS.
           03 WS-CONSIG-RESCISAO      COMP-3 PIC S9(009)V99 VALUE
              ZEROS.
           03 WS-CONSIG-RESTANTE      COMP-3 PIC S9(009)V99 VALUE
              ZEROS.
           03 WS-MARGEM-CONSIG        COMP-3 PIC S9(009)V99 VALUE
              ZEROS.
           03 WS-MARGEM-PCT                  PIC  9(002)    VALUE 35.
           03 WS-LIQUIDO              COMP-3 PIC S9(009)V99 VALUE
              ZEROS.
           03 WS-DEPENDENTES                 PIC  9(002)    VALUE
              ZEROS.
      *
       01  WS-EDICOES.
           03 WS-ED-VALOR                    PIC  ZZZ.ZZ9,99.
           03 WS-ED-DIAS                     PIC  ZZ9,9.
           03 WS-ED-DATA                     PIC  99/99/9999.
           03 WS-DATA-DDMMAAAA               PIC  9(008)    VALUE
              ZEROS.
      *
      *----------------------------------------------------------------*
      *  PARAMETROS DA ENTRADA NETCALC-CALL                             *
      *----------------------------------------------------------------*
       01  PARAMETROS-NETCALC.
           03 NETCALC-BRUTO-MES              PIC  9(009)V99 VALUE
              ZEROS.
           03 NETCALC-DEPENDENTES            PIC  9(002)    VALUE
              ZEROS.
           03 NETCALC-INSS                   PIC  9(007)V99 VALUE
              ZEROS.
           03 NETCALC-IRRF                   PIC  9(007)V99 VALUE
              ZEROS.
           03 NETCALC-LIQUIDO                PIC  9(009)V99 VALUE
              ZEROS.
      *
      *----------------------------------------------------------------*
      *  PARAMETROS DA ENTRADA NETCALC-DEPEND (DEPENDENTES NO MES)      *
      *----------------------------------------------------------------*
       01  PARAMETROS-NETCALC-DEP.
           03 NETCALC-DEP-MATRICULA          PIC  9(005)    VALUE
              ZEROS.
           03 NETCALC-DEP-ANOMES             PIC  9(006)    VALUE
              ZEROS.
           03 NETCALC-DEP-QTDE               PIC  9(002)    VALUE
              ZEROS.
      *
      *----------------------------------------------------------------*
      *  PARAMETROS DA ENTRADA DECTERC-CALL (13O PROPORCIONAL)          *
      *----------------------------------------------------------------*
       01  PARAMETROS-DECTERC.
           03 DECTERC-ADMISSAO               PIC  9(008)    VALUE
              ZEROS.
           03 DECTERC-DATA-FIM               PIC  9(008)    VALUE
              ZEROS.
           03 DECTERC-BASE-MES               PIC  9(009)V99 VALUE
              ZEROS.
           03 DECTERC-AVOS                   PIC  9(002)    VALUE
              ZEROS.
           03 DECTERC-VALOR                  PIC  9(009)V99 VALUE
              ZEROS.
      *
      *----------------------------------------------------------------*
      *  PARAMETROS DO CWSPLF (UM DOCUMENTO POR DESLIGAMENTO)           *
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
       RT-INICIAR                                  SECTION.
      *
           DISPLAY PGMID '001I ' FUNCTION WHEN-COMPILED
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
      *
      *    MATRICULA INFORMADA: SO ELA, MESMO JA CALCULADA (RECALCULO)
           DISPLAY 'PAYROLL-MATRICULA' UPON ENVIRONMENT-NAME
           ACCEPT   WS-MATRICULA-ENV    FROM ENVIRONMENT-VALUE
           IF  WS-MATRICULA-ENV IS NUMERIC
               MOVE WS-MATRICULA-ENV TO WS-MATRICULA
               DISPLAY PGMID '001I- RESCISAO SOMENTE DA MATRICULA '
                       WS-MATRICULA
           END-IF
      *
           OPEN I-O DESLIG
           IF  NOT FL-DESLIG-OK
               DISPLAY PGMID '002I- DESLIG AUSENTE OU COM ERRO '
                       FL-STA-DESLIG ' - NADA A CALCULAR'
               EXIT SECTION
           END-IF
      *
           OPEN INPUT VACBAL
           IF  FL-VACBAL-OK
               SET TEM-VACBAL TO TRUE
           END-IF
      *
           OPEN INPUT BONUSLED
           IF  FL-BONUSLED-OK
               SET TEM-BONUSLED TO TRUE
           END-IF
      *
           OPEN INPUT CONSIG
           IF  FL-CONSIG-OK
               SET TEM-CONSIG TO TRUE
           END-IF
      *
           OPEN I-O PAYRES
           IF  FL-PAYRES-AUSENTE
               OPEN OUTPUT PAYRES
               CLOSE PAYRES
               OPEN I-O PAYRES
           END-IF
           IF  NOT FL-PAYRES-OK
               DISPLAY PGMID '003I- PAYRES COM ERRO ' FL-STA-PAYRES
               CLOSE DESLIG
               MOVE 8 TO WS-RETURN-CODE
           END-IF.
      *
       RT-INICIARX.                                EXIT.
      *----------------------------------------------------------------*
      *  PASSADA NO REGISTRO DE DESLIGAMENTOS                           *
      *----------------------------------------------------------------*
       RT-PROCESSAR                                SECTION.
      *
           IF  NOT FL-DESLIG-OK
               EXIT SECTION
           END-IF
      *
           MOVE LOW-VALUES   TO DESLIG-CHAVE
           MOVE WS-MATRICULA TO DESLIG-EMP-NO
           START DESLIG KEY NOT LESS DESLIG-CHAVE
               INVALID KEY
                   SET FL-DESLIG-EOF TO TRUE
           END-START
      *
           PERFORM UNTIL FL-DESLIG-EOF
               READ DESLIG NEXT RECORD
                 AT END
                    SET FL-DESLIG-EOF TO TRUE
                 NOT AT END
                    IF  WS-MATRICULA GREATER ZEROS
                        IF  DESLIG-EMP-NO GREATER WS-MATRICULA
                            SET FL-DESLIG-EOF TO TRUE
                        ELSE
                            ADD 1 TO WS-LIDOS
                            PERFORM RT-CALCULAR-RESCISAO
                        END-IF
                    ELSE
                        ADD 1 TO WS-LIDOS
                        IF  DESLIG-PENDENTE
                            PERFORM RT-CALCULAR-RESCISAO
                        END-IF
                    END-IF
               END-READ
           END-PERFORM
      *
           CLOSE DESLIG PAYRES
           IF  TEM-VACBAL
               CLOSE VACBAL
           END-IF
           IF  TEM-BONUSLED
               CLOSE BONUSLED
           END-IF
           IF  TEM-CONSIG
               CLOSE CONSIG
           END-IF.
      *
       RT-PROCESSARX.                              EXIT.
      *----------------------------------------------------------------*
      *  CALCULO COMPLETO DO DESLIGAMENTO CORRENTE                      *
      *----------------------------------------------------------------*
       RT-CALCULAR-RESCISAO                        SECTION.
      *
           MOVE ZEROS TO WS-SALDO-SALARIO WS-AVISO-INDENIZADO
                         WS-AVISO-DESCONTO WS-FERIAS-VENCIDAS
                         WS-FERIAS-PROPORC WS-TERCO-FERIAS
                         WS-DECIMO-PROPORC WS-PRIMEIRA-PARCELA
                         WS-INSS-SALARIO WS-IRRF-SALARIO
                         WS-INSS-13 WS-IRRF-13 WS-DIAS-AVISO
                         WS-DIAS-FER-VENCIDAS WS-DIAS-FER-PROPORC
                         WS-AVOS-13 WS-MEDIA-BONUS
                         WS-SALDO-CONSIG WS-CONSIG-RESCISAO
                         WS-CONSIG-RESTANTE
      *
           IF  DSP-COMPANY-X IS NUMERIC
               MOVE DSP-COMPANY-X TO WS-COMPANY
           ELSE
               MOVE ZEROS         TO WS-COMPANY
           END-IF
           MOVE DSP-DATE-OF-HIRE-CC TO WS-ADMISSAO
           MOVE DESLIG-DATA         TO WS-DESLIGAMENTO
           COMPUTE WS-SALARIO-MES ROUNDED = DSP-PAY-GROSS * 52 / 12
           COMPUTE WS-SALARIO-DIA = WS-SALARIO-MES / 30
      *
           PERFORM RT-SALDO-SALARIO
           PERFORM RT-AVISO-PREVIO
           PERFORM RT-FERIAS
           PERFORM RT-DECIMO-TERCEIRO
           PERFORM RT-DESCONTOS
      *
           COMPUTE WS-TOTAL-PROVENTOS = WS-SALDO-SALARIO
                 + WS-AVISO-INDENIZADO + WS-FERIAS-VENCIDAS
                 + WS-FERIAS-PROPORC + WS-TERCO-FERIAS
                 + WS-DECIMO-PROPORC
           COMPUTE WS-TOTAL-DESCONTOS = WS-INSS-SALARIO
                 + WS-IRRF-SALARIO + WS-INSS-13 + WS-IRRF-13
                 + WS-AVISO-DESCONTO + WS-PRIMEIRA-PARCELA
      *
      *    SALDO DEVEDOR DOS CONSIGNADOS: DESCONTADO ATE A MARGEM
      *    SOBRE O LIQUIDO DAS VERBAS, O RESTO FICA COM O BANCO
           PERFORM RT-SALDO-CONSIG
           ADD WS-CONSIG-RESCISAO TO WS-TOTAL-DESCONTOS
           COMPUTE WS-LIQUIDO = WS-TOTAL-PROVENTOS
                 - WS-TOTAL-DESCONTOS
           IF  WS-LIQUIDO LESS ZEROS
               MOVE ZEROS TO WS-LIQUIDO
           END-IF
      *
           PERFORM RT-GRAVAR-RESULTADO
           PERFORM RT-ESCREVER-TRCT
           PERFORM RT-DESPACHAR-SPOOL
      *
           IF  DESLIG-PRAZO LESS WS-DATA-HOJE
               ADD 1 TO WS-FORA-PRAZO
               DISPLAY PGMID '004I- MATRICULA ' DESLIG-EMP-NO
                       ' CALCULADA APOS O PRAZO ' DESLIG-PRAZO
           END-IF
      *
           SET  DESLIG-CALCULADA TO TRUE
           MOVE WS-DATA-HOJE     TO DESLIG-DATA-CALC
           REWRITE REG-DESLIG
               INVALID KEY
                   DISPLAY PGMID '005I- ERRO AO MARCAR DESLIG '
                           DESLIG-EMP-NO ' ' FL-STA-DESLIG
                   MOVE 4 TO WS-RETURN-CODE
           END-REWRITE
           ADD 1 TO WS-CALCULADAS.
      *
       RT-CALCULAR-RESCISAOX.                      EXIT.
      *----------------------------------------------------------------*
      *  SALDO DEVEDOR DOS CONTRATOS ATIVOS DA MATRICULA (PARCELAS A    *
      *  PAGAR X VALOR DA PARCELA); O CONSIG NAO E ALTERADO AQUI        *
      *----------------------------------------------------------------*
       RT-SALDO-CONSIG                             SECTION.
      *
           IF  NOT TEM-CONSIG
               EXIT SECTION
           END-IF
           MOVE DESLIG-EMP-NO TO CONSIG-EMP-NO
           MOVE ZEROS         TO CONSIG-SEQ
           START CONSIG KEY NOT LESS CONSIG-CHAVE
               INVALID KEY
                   EXIT SECTION
           END-START
           MOVE ZEROS TO FL-STA-CONSIG
           PERFORM UNTIL FL-CONSIG-EOF
               READ CONSIG NEXT RECORD
                 AT END
                    SET FL-CONSIG-EOF TO TRUE
                 NOT AT END
                    IF  CONSIG-EMP-NO NOT EQUAL DESLIG-EMP-NO
                        SET FL-CONSIG-EOF TO TRUE
                    ELSE
                        IF  CONSIG-ATIVO
                        AND CONSIG-PAGAS LESS CONSIG-PARCELAS
                            COMPUTE WS-SALDO-CONSIG =
                                    WS-SALDO-CONSIG
                                  + (CONSIG-PARCELAS - CONSIG-PAGAS)
                                  * CONSIG-VALOR-PARCELA
                        END-IF
                    END-IF
               END-READ
           END-PERFORM
           MOVE ZEROS TO FL-STA-CONSIG
           IF  WS-SALDO-CONSIG EQUAL ZEROS
               EXIT SECTION
           END-IF
      *
           COMPUTE WS-MARGEM-CONSIG ROUNDED =
                   (WS-TOTAL-PROVENTOS - WS-TOTAL-DESCONTOS)
                 * WS-MARGEM-PCT / 100
           IF  WS-MARGEM-CONSIG LESS ZEROS
               MOVE ZEROS TO WS-MARGEM-CONSIG
           END-IF
           IF  WS-SALDO-CONSIG GREATER WS-MARGEM-CONSIG
               MOVE WS-MARGEM-CONSIG TO WS-CONSIG-RESCISAO
           ELSE
               MOVE WS-SALDO-CONSIG  TO WS-CONSIG-RESCISAO
           END-IF
           COMPUTE WS-CONSIG-RESTANTE = WS-SALDO-CONSIG
                 - WS-CONSIG-RESCISAO
           ADD 1 TO WS-COM-CONSIG
           DISPLAY PGMID '014I- MATRICULA ' DESLIG-EMP-NO
                   ' COM SALDO DE CONSIGNADO'.
      *
       RT-SALDO-CONSIGX.                           EXIT.
      *----------------------------------------------------------------*
      *  SALDO DE SALARIO: DIAS TRABALHADOS NO MES DO DESLIGAMENTO      *
      *  (MES COMERCIAL DE 30 DIAS)                                     *
      *----------------------------------------------------------------*
       RT-SALDO-SALARIO                            SECTION.
      *
           MOVE WS-DES-DIA TO WS-DIAS-SALDO
           IF  WS-DIAS-SALDO GREATER 30
               MOVE 30 TO WS-DIAS-SALDO
           END-IF
           IF  WS-ADM-ANO EQUAL WS-DES-ANO
           AND WS-ADM-MES EQUAL WS-DES-MES
               COMPUTE WS-DIAS-SALDO = WS-DES-DIA - WS-ADM-DIA + 1
           END-IF
           COMPUTE WS-SALDO-SALARIO ROUNDED =
                   WS-SALARIO-DIA * WS-DIAS-SALDO.
      *
       RT-SALDO-SALARIOX.                          EXIT.
      *----------------------------------------------------------------*
      *  AVISO PREVIO: 30 DIAS + 3 POR ANO COMPLETO DE CASA (ATE 90).   *
      *  INDENIZADO NA DISPENSA SEM JUSTA CAUSA (METADE NO ACORDO) E    *
      *  PROJETA A DATA PARA OS AVOS; DESCONTADO NO PEDIDO SEM          *
      *  CUMPRIMENTO                                                    *
      *----------------------------------------------------------------*
       RT-AVISO-PREVIO                             SECTION.
      *
           MOVE WS-DESLIGAMENTO TO WS-PROJETADA
           COMPUTE WS-ANOS-CASA = (WS-DESLIGAMENTO - WS-ADMISSAO)
                                / 10000
           COMPUTE WS-DIAS-AVISO = 30 + WS-ANOS-CASA * 3
           IF  WS-DIAS-AVISO GREATER 90
               MOVE 90 TO WS-DIAS-AVISO
           END-IF
      *
           EVALUATE TRUE
               WHEN DESLIG-SEM-JUSTA-CAUSA
               AND  DESLIG-AVISO-INDENIZADO
                    COMPUTE WS-AVISO-INDENIZADO ROUNDED =
                            WS-SALARIO-DIA * WS-DIAS-AVISO
                    PERFORM RT-PROJETAR-AVISO
               WHEN DESLIG-ACORDO
               AND  DESLIG-AVISO-INDENIZADO
                    COMPUTE WS-AVISO-INDENIZADO ROUNDED =
                            WS-SALARIO-DIA * WS-DIAS-AVISO / 2
                    PERFORM RT-PROJETAR-AVISO
               WHEN DESLIG-PEDIDO
               AND  DESLIG-AVISO-INDENIZADO
                    MOVE 30 TO WS-DIAS-AVISO
                    MOVE WS-SALARIO-MES TO WS-AVISO-DESCONTO
               WHEN OTHER
                    MOVE ZEROS TO WS-DIAS-AVISO
           END-EVALUATE.
      *
       RT-AVISO-PREVIOX.                           EXIT.
      *----------------------------------------------------------------*
       RT-PROJETAR-AVISO                           SECTION.
      *
           COMPUTE WS-INT-DATA =
                   FUNCTION INTEGER-OF-DATE(WS-DESLIGAMENTO)
                 + WS-DIAS-AVISO
           COMPUTE WS-PROJETADA =
                   FUNCTION DATE-OF-INTEGER(WS-INT-DATA).
      *
       RT-PROJETAR-AVISOX.                         EXIT.
      *----------------------------------------------------------------*
      *  FERIAS: PROPORCIONAIS = MESES DO PERIODO AQUISITIVO CORRENTE   *
      *  (DESDE O ULTIMO ANIVERSARIO DE ADMISSAO ATE A DATA PROJETADA)  *
      *  X 2,5 DIAS; VENCIDAS = O QUE O SALDO DO VACBAL TEM ALEM DO     *
      *  PROPORCIONAL. MAIS O 1/3 CONSTITUCIONAL SOBRE AMBAS            *
      *----------------------------------------------------------------*
       RT-FERIAS                                   SECTION.
      *
           MOVE WS-ADMISSAO TO WS-ANIVERSARIO
           MOVE WS-PRJ-ANO  TO WS-ANV-ANO
           IF  WS-ANIVERSARIO GREATER WS-PROJETADA
               SUBTRACT 1 FROM WS-ANV-ANO
           END-IF
           IF  WS-ANIVERSARIO LESS WS-ADMISSAO
               MOVE WS-ADMISSAO TO WS-ANIVERSARIO
           END-IF
      *
           COMPUTE WS-MESES-PERIODO =
                   (WS-PRJ-ANO * 12 + WS-PRJ-MES)
                 - (WS-ANV-ANO * 12 + WS-ANV-MES)
           COMPUTE WS-DIAS-RESTO = WS-PRJ-DIA - WS-ANV-DIA
           IF  WS-DIAS-RESTO LESS ZEROS
               SUBTRACT 1 FROM WS-MESES-PERIODO
               ADD 30 TO WS-DIAS-RESTO
           END-IF
           IF  WS-DIAS-RESTO NOT LESS 14
               ADD 1 TO WS-MESES-PERIODO
           END-IF
           IF  WS-MESES-PERIODO GREATER 12
               MOVE 12 TO WS-MESES-PERIODO
           END-IF
           IF  WS-MESES-PERIODO LESS ZEROS
               MOVE ZEROS TO WS-MESES-PERIODO
           END-IF
      *
           IF  NOT DESLIG-JUSTA-CAUSA
               COMPUTE WS-DIAS-FER-PROPORC = WS-MESES-PERIODO * 2,5
           END-IF
      *
           IF  TEM-VACBAL
               MOVE DESLIG-EMP-NO TO VACBAL-EMP-NO
               READ VACBAL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF  VACBAL-SALDO GREATER WS-MESES-PERIODO * 2,5
                           COMPUTE WS-DIAS-FER-VENCIDAS =
                                   VACBAL-SALDO
                                 - WS-MESES-PERIODO * 2,5
                       END-IF
               END-READ
           END-IF
      *
           COMPUTE WS-FERIAS-VENCIDAS ROUNDED =
                   WS-SALARIO-DIA * WS-DIAS-FER-VENCIDAS
           COMPUTE WS-FERIAS-PROPORC ROUNDED =
                   WS-SALARIO-DIA * WS-DIAS-FER-PROPORC
           COMPUTE WS-TERCO-FERIAS ROUNDED =
                   (WS-FERIAS-VENCIDAS + WS-FERIAS-PROPORC) / 3.
      *
       RT-FERIASX.                                 EXIT.
      *----------------------------------------------------------------*
      *  13O PROPORCIONAL PELA REGRA DE AVOS DO DECTERC (ATE A DATA     *
      *  PROJETADA), SOBRE O SALARIO MAIS A MEDIA DO BONUS DO ANO;      *
      *  A 1A PARCELA JA PAGA NO ANO E DESCONTADA                       *
      *----------------------------------------------------------------*
       RT-DECIMO-TERCEIRO                          SECTION.
      *
           IF  DESLIG-JUSTA-CAUSA
               EXIT SECTION
           END-IF
      *
           MOVE WS-ADMISSAO    TO DECTERC-ADMISSAO
           MOVE WS-PROJETADA   TO DECTERC-DATA-FIM
           IF  WS-PRJ-ANO GREATER WS-DES-ANO
      *        AVISO PROJETADO PARA O ANO SEGUINTE: O 13O DO ANO DO
      *        DESLIGAMENTO FECHA EM 12/12
               COMPUTE DECTERC-DATA-FIM = WS-DES-ANO * 10000 + 1231
           END-IF
           MOVE ZEROS          TO DECTERC-BASE-MES
           CALL SB-DECTERC USING PARAMETROS-DECTERC
             ON EXCEPTION
                IF  TEM-DECTERC
                    DISPLAY PGMID '006I- DECTERC-CALL INDISPONIVEL -'
                            ' 13O PROPORCIONAL NAO CALCULADO'
                END-IF
                MOVE 'N' TO WS-TEM-DECTERC
           END-CALL
           IF  NOT TEM-DECTERC
           OR  DECTERC-AVOS EQUAL ZEROS
               EXIT SECTION
           END-IF
           MOVE DECTERC-AVOS TO WS-AVOS-13
      *
           IF  TEM-BONUSLED
               MOVE WS-DES-ANO    TO BONUSLED-ANO
               MOVE DESLIG-EMP-NO TO BONUSLED-EMP-NO
               READ BONUSLED
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE WS-MEDIA-BONUS ROUNDED =
                               BONUSLED-TOTAL-ANO / WS-AVOS-13
               END-READ
           END-IF
      *
           COMPUTE WS-DECIMO-PROPORC ROUNDED =
                   (WS-SALARIO-MES + WS-MEDIA-BONUS) * WS-AVOS-13 / 12
      *
           PERFORM VARYING WS-MES-BUSCA FROM 1 BY 1
                     UNTIL WS-MES-BUSCA GREATER WS-DES-MES
                        OR WS-PRIMEIRA-PARCELA GREATER ZEROS
               COMPUTE WS-ANOMES-BUSCA = WS-DES-ANO * 100
                                       + WS-MES-BUSCA
               MOVE WS-ANOMES-BUSCA TO PAYRES-ANOMES
               MOVE '1'             TO PAYRES-TIPO
               MOVE DESLIG-EMP-NO   TO PAYRES-EMP-NO
               READ PAYRES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PAYRES-LIQUIDO TO WS-PRIMEIRA-PARCELA
               END-READ
           END-PERFORM.
      *
       RT-DECIMO-TERCEIROX.                        EXIT.
      *----------------------------------------------------------------*
      *  CONTRIBUICAO E IMPOSTO: UMA CHAMADA PARA O SALDO DE SALARIO E  *
      *  OUTRA PARA O 13O (TRIBUTACAO EXCLUSIVA)                        *
      *----------------------------------------------------------------*
       RT-DESCONTOS                                SECTION.
      *
           PERFORM RT-BUSCAR-DEPENDENTES
      *
           IF  WS-SALDO-SALARIO GREATER ZEROS
               MOVE WS-SALDO-SALARIO TO NETCALC-BRUTO-MES
               PERFORM RT-CHAMAR-NETCALC
               MOVE NETCALC-INSS     TO WS-INSS-SALARIO
               MOVE NETCALC-IRRF     TO WS-IRRF-SALARIO
           END-IF
      *
           IF  WS-DECIMO-PROPORC GREATER ZEROS
               MOVE WS-DECIMO-PROPORC TO NETCALC-BRUTO-MES
               PERFORM RT-CHAMAR-NETCALC
               MOVE NETCALC-INSS      TO WS-INSS-13
               MOVE NETCALC-IRRF      TO WS-IRRF-13
           END-IF.
      *
       RT-DESCONTOSX.                              EXIT.
      *----------------------------------------------------------------*
       RT-CHAMAR-NETCALC                           SECTION.
      *
           MOVE WS-DEPENDENTES TO NETCALC-DEPENDENTES
           MOVE ZEROS          TO NETCALC-INSS NETCALC-IRRF
                                  NETCALC-LIQUIDO
           CALL SB-NETCALC USING PARAMETROS-NETCALC
             ON EXCEPTION
                IF  TEM-NETCALC
                    DISPLAY PGMID '007I- NETCALC-CALL INDISPONIVEL -'
                            ' RESCISAO SEM DESCONTOS LEGAIS'
                END-IF
                MOVE 'N'   TO WS-TEM-NETCALC
           END-CALL
           IF  NOT TEM-NETCALC
               MOVE ZEROS TO NETCALC-INSS NETCALC-IRRF
           END-IF.
      *
       RT-CHAMAR-NETCALCX.                         EXIT.
      *----------------------------------------------------------------*
      *  DEPENDENTES QUE DEDUZEM NO IMPOSTO NO MES (NETCALC-DEPEND)     *
      *----------------------------------------------------------------*
       RT-BUSCAR-DEPENDENTES                       SECTION.
      *
           MOVE ZEROS TO WS-DEPENDENTES NETCALC-DEP-QTDE
           MOVE DESLIG-EMP-NO TO NETCALC-DEP-MATRICULA
           COMPUTE NETCALC-DEP-ANOMES = WS-DESLIGAMENTO / 100
           CALL SB-NETCALC-DEP USING PARAMETROS-NETCALC-DEP
             ON EXCEPTION
                MOVE ZEROS TO NETCALC-DEP-QTDE
           END-CALL
           MOVE NETCALC-DEP-QTDE TO WS-DEPENDENTES.
      *
       RT-BUSCAR-DEPENDENTESX.                     EXIT.
      *----------------------------------------------------------------*
      *  RESULTADO NO PAYRES (TIPO R, ANOMES DO DESLIGAMENTO)           *
      *----------------------------------------------------------------*
       RT-GRAVAR-RESULTADO                         SECTION.
      *
           MOVE SPACES           TO REG-PAYRES
           COMPUTE PAYRES-ANOMES = WS-DESLIGAMENTO / 100
           MOVE 'R'              TO PAYRES-TIPO
           MOVE DESLIG-EMP-NO    TO PAYRES-EMP-NO
           MOVE WS-COMPANY       TO PAYRES-COMPANY
           MOVE DSP-DEPT         TO PAYRES-DEPT
           MOVE WS-AVOS-13       TO PAYRES-AVOS
           MOVE WS-DEPENDENTES   TO PAYRES-DEPENDENTES
           MOVE WS-TOTAL-PROVENTOS TO PAYRES-BRUTO
           COMPUTE PAYRES-INSS = WS-INSS-SALARIO + WS-INSS-13
           COMPUTE PAYRES-IRRF = WS-IRRF-SALARIO + WS-IRRF-13
           MOVE WS-PRIMEIRA-PARCELA TO PAYRES-ADIANTADO
           COMPUTE PAYRES-OUTROS = WS-AVISO-DESCONTO
                                 + WS-CONSIG-RESCISAO
           MOVE WS-LIQUIDO       TO PAYRES-LIQUIDO
           MOVE WS-DATA-HOJE     TO PAYRES-DATA-CALC
           WRITE REG-PAYRES
               INVALID KEY
                   REWRITE REG-PAYRES
                       INVALID KEY
                           DISPLAY PGMID '008I- ERRO AO GRAVAR PAYRES '
                                   DESLIG-EMP-NO ' ' FL-STA-PAYRES
                           MOVE 4 TO WS-RETURN-CODE
                   END-REWRITE
           END-WRITE.
      *
       RT-GRAVAR-RESULTADOX.                       EXIT.
      *----------------------------------------------------------------*
      *  TERMO DE RESCISAO (ARQUIVO TRCTOUT, REGERADO A CADA            *
      *  DESLIGAMENTO)                                                  *
      *----------------------------------------------------------------*
       RT-ESCREVER-TRCT                            SECTION.
      *
           EVALUATE TRUE
               WHEN DESLIG-SEM-JUSTA-CAUSA
                    MOVE 'DISPENSA SEM JUSTA CAUSA' TO WS-MOTIVO-DESC
               WHEN DESLIG-JUSTA-CAUSA
                    MOVE 'DISPENSA POR JUSTA CAUSA' TO WS-MOTIVO-DESC
               WHEN DESLIG-PEDIDO
                    MOVE 'PEDIDO DE DEMISSAO'       TO WS-MOTIVO-DESC
               WHEN DESLIG-ACORDO
                    MOVE 'ACORDO ENTRE AS PARTES'   TO WS-MOTIVO-DESC
               WHEN OTHER
                    MOVE 'TERMINO DE CONTRATO'      TO WS-MOTIVO-DESC
           END-EVALUATE
           EVALUATE TRUE
               WHEN DESLIG-AVISO-INDENIZADO
                    MOVE 'INDENIZADO'  TO WS-AVISO-DESC
               WHEN DESLIG-AVISO-TRABALHADO
                    MOVE 'TRABALHADO'  TO WS-AVISO-DESC
               WHEN OTHER
                    MOVE 'DISPENSADO'  TO WS-AVISO-DESC
           END-EVALUATE
      *
           OPEN OUTPUT TRCTOUT
           MOVE ALL '=' TO REG-TRCTOUT
           WRITE REG-TRCTOUT
           MOVE '   TERMO DE RESCISAO DO CONTRATO DE TRABALHO (TRCT)'
             TO REG-TRCTOUT
           WRITE REG-TRCTOUT
           MOVE ALL '=' TO REG-TRCTOUT
           WRITE REG-TRCTOUT
      *
           MOVE SPACES TO REG-TRCTOUT
           STRING 'MATRICULA: ' DESLIG-EMP-NO
                  '   EMPRESA: ' WS-COMPANY
                  '   DEPT: ' DSP-DEPT
                  '   NOME: ' DSP-LAST-NAME
                  DELIMITED BY SIZE INTO REG-TRCTOUT
           WRITE REG-TRCTOUT
      *
           MOVE WS-ADMISSAO TO WS-INT-DATA
           PERFORM RT-EDITAR-DATA
           MOVE SPACES TO REG-TRCTOUT
           STRING 'ADMISSAO: ' WS-ED-DATA
                  DELIMITED BY SIZE INTO REG-TRCTOUT
           MOVE WS-DESLIGAMENTO TO WS-INT-DATA
           PERFORM RT-EDITAR-DATA
           MOVE '   DESLIGAMENTO: ' TO REG-TRCTOUT(21:17)
           MOVE WS-ED-DATA          TO REG-TRCTOUT(38:10)
           WRITE REG-TRCTOUT
      *
           MOVE SPACES TO REG-TRCTOUT
           STRING 'MOTIVO: ' WS-MOTIVO-DESC
                  '  AVISO: ' WS-AVISO-DESC
                  DELIMITED BY SIZE INTO REG-TRCTOUT
           WRITE REG-TRCTOUT
      *
           MOVE WS-SALARIO-MES TO WS-ED-VALOR
           MOVE SPACES TO REG-TRCTOUT
           STRING 'SALARIO BASE MENSAL..............: ' WS-ED-VALOR
                  DELIMITED BY SIZE INTO REG-TRCTOUT
           WRITE REG-TRCTOUT
      *
           MOVE SPACES TO REG-TRCTOUT
           WRITE REG-TRCTOUT
           MOVE '--- PROVENTOS' TO REG-TRCTOUT
           WRITE REG-TRCTOUT
      *
           MOVE WS-SALDO-SALARIO TO WS-ED-VALOR
           MOVE SPACES TO REG-TRCTOUT
           STRING 'SALDO DE SALARIO (' WS-DIAS-SALDO ' DIAS).........: '
                  WS-ED-VALOR
                  DELIMITED BY SIZE INTO REG-TRCTOUT
           WRITE REG-TRCTOUT
      *
           MOVE WS-AVISO-INDENIZADO TO WS-ED-VALOR
           MOVE SPACES TO REG-TRCTOUT
           STRING 'AVISO PREVIO INDENIZADO (' WS-DIAS-AVISO ' DIAS): '
                  WS-ED-VALOR
                  DELIMITED BY SIZE INTO REG-TRCTOUT
           WRITE REG-TRCTOUT
      *
           MOVE WS-FERIAS-VENCIDAS   TO WS-ED-VALOR
           MOVE WS-DIAS-FER-VENCIDAS TO WS-ED-DIAS
           MOVE SPACES TO REG-TRCTOUT
           STRING 'FERIAS VENCIDAS (' WS-ED-DIAS ' DIAS)........: '
                  WS-ED-VALOR
                  DELIMITED BY SIZE INTO REG-TRCTOUT
           WRITE REG-TRCTOUT
      *
           MOVE WS-FERIAS-PROPORC    TO WS-ED-VALOR
           MOVE WS-DIAS-FER-PROPORC  TO WS-ED-DIAS
           MOVE SPACES TO REG-TRCTOUT
           STRING 'FERIAS PROPORCIONAIS (' WS-ED-DIAS ' DIAS)...: '
                  WS-ED-VALOR
                  DELIMITED BY SIZE INTO REG-TRCTOUT
           WRITE REG-TRCTOUT
      *
           MOVE WS-TERCO-FERIAS TO WS-ED-VALOR
           MOVE SPACES TO REG-TRCTOUT
           STRING '1/3 CONSTITUCIONAL DE FERIAS.....: ' WS-ED-VALOR
                  DELIMITED BY SIZE INTO REG-TRCTOUT
           WRITE REG-TRCTOUT
      *
           MOVE WS-DECIMO-PROPORC TO WS-ED-VALOR
           MOVE SPACES TO REG-TRCTOUT
           STRING '13O SALARIO PROPORCIONAL (' WS-AVOS-13 '/12).: '
                  WS-ED-VALOR
                  DELIMITED BY SIZE INTO REG-TRCTOUT
           WRITE REG-TRCTOUT
      *
           MOVE WS-TOTAL-PROVENTOS TO WS-ED-VALOR
           MOVE SPACES TO REG-TRCTOUT
           STRING 'TOTAL DE PROVENTOS...............: ' WS-ED-VALOR
                  DELIMITED BY SIZE INTO REG-TRCTOUT
           WRITE REG-TRCTOUT
      *
           MOVE SPACES TO REG-TRCTOUT
           WRITE REG-TRCTOUT
           MOVE '--- DESCONTOS' TO REG-TRCTOUT
           WRITE REG-TRCTOUT
      *
           MOVE WS-INSS-SALARIO TO WS-ED-VALOR
           MOVE SPACES TO REG-TRCTOUT
           STRING 'INSS SOBRE SALDO DE SALARIO......: ' WS-ED-VALOR
                  DELIMITED BY SIZE INTO REG-TRCTOUT
           WRITE REG-TRCTOUT
           MOVE WS-IRRF-SALARIO TO WS-ED-VALOR
           MOVE SPACES TO REG-TRCTOUT
           STRING 'IRRF SOBRE SALDO DE SALARIO......: ' WS-ED-VALOR
                  DELIMITED BY SIZE INTO REG-TRCTOUT
           WRITE REG-TRCTOUT
           MOVE WS-INSS-13 TO WS-ED-VALOR
           MOVE SPACES TO REG-TRCTOUT
           STRING 'INSS SOBRE 13O SALARIO...........: ' WS-ED-VALOR
                  DELIMITED BY SIZE INTO REG-TRCTOUT
           WRITE REG-TRCTOUT
           MOVE WS-IRRF-13 TO WS-ED-VALOR
           MOVE SPACES TO REG-TRCTOUT
           STRING 'IRRF SOBRE 13O SALARIO...........: ' WS-ED-VALOR
                  DELIMITED BY SIZE INTO REG-TRCTOUT
           WRITE REG-TRCTOUT
           MOVE WS-AVISO-DESCONTO TO WS-ED-VALOR
           MOVE SPACES TO REG-TRCTOUT
           STRING 'AVISO PREVIO NAO CUMPRIDO........: ' WS-ED-VALOR
                  DELIMITED BY SIZE INTO REG-TRCTOUT
           WRITE REG-TRCTOUT
           MOVE WS-PRIMEIRA-PARCELA TO WS-ED-VALOR
           MOVE SPACES TO REG-TRCTOUT
           STRING '1A PARCELA DO 13O JA PAGA........: ' WS-ED-VALOR
                  DELIMITED BY SIZE INTO REG-TRCTOUT
           WRITE REG-TRCTOUT
           IF  WS-SALDO-CONSIG GREATER ZEROS
               MOVE WS-CONSIG-RESCISAO TO WS-ED-VALOR
               MOVE SPACES TO REG-TRCTOUT
               STRING 'EMPRESTIMO CONSIGNADO............: '
                      WS-ED-VALOR
                      DELIMITED BY SIZE INTO REG-TRCTOUT
               WRITE REG-TRCTOUT
           END-IF
      *
           MOVE WS-TOTAL-DESCONTOS TO WS-ED-VALOR
           MOVE SPACES TO REG-TRCTOUT
           STRING 'TOTAL DE DESCONTOS...............: ' WS-ED-VALOR
                  DELIMITED BY SIZE INTO REG-TRCTOUT
           WRITE REG-TRCTOUT
      *
           MOVE SPACES TO REG-TRCTOUT
           WRITE REG-TRCTOUT
           MOVE WS-LIQUIDO TO WS-ED-VALOR
           MOVE SPACES TO REG-TRCTOUT
           STRING 'LIQUIDO RESCISORIO...............: ' WS-ED-VALOR
                  DELIMITED BY SIZE INTO REG-TRCTOUT
           WRITE REG-TRCTOUT
      *
           IF  WS-SALDO-CONSIG GREATER ZEROS
               MOVE SPACES TO REG-TRCTOUT
               WRITE REG-TRCTOUT
               MOVE WS-SALDO-CONSIG TO WS-ED-VALOR
               MOVE SPACES TO REG-TRCTOUT
               STRING 'SALDO DEVEDOR DE CONSIGNADO......: '
                      WS-ED-VALOR
                      DELIMITED BY SIZE INTO REG-TRCTOUT
               WRITE REG-TRCTOUT
               MOVE WS-CONSIG-RESCISAO TO WS-ED-VALOR
               MOVE SPACES TO REG-TRCTOUT
               STRING '  DESCONTADO NESTA RESCISAO......: '
                      WS-ED-VALOR
                      DELIMITED BY SIZE INTO REG-TRCTOUT
               WRITE REG-TRCTOUT
               MOVE WS-CONSIG-RESTANTE TO WS-ED-VALOR
               MOVE SPACES TO REG-TRCTOUT
               STRING '  REMANESCENTE A COBRAR (BANCO)..: '
                      WS-ED-VALOR
                      DELIMITED BY SIZE INTO REG-TRCTOUT
               WRITE REG-TRCTOUT
           END-IF
      *
           MOVE DESLIG-PRAZO TO WS-INT-DATA
           PERFORM RT-EDITAR-DATA
           MOVE SPACES TO REG-TRCTOUT
           STRING 'PRAZO LEGAL PARA PAGAMENTO.......: ' WS-ED-DATA
                  DELIMITED BY SIZE INTO REG-TRCTOUT
           WRITE REG-TRCTOUT
      *
           MOVE ALL '=' TO REG-TRCTOUT
           WRITE REG-TRCTOUT
           CLOSE TRCTOUT.
      *
       RT-ESCREVER-TRCTX.                          EXIT.
      *----------------------------------------------------------------*
      *  AAAAMMDD (EM WS-INT-DATA) PARA DD/MM/AAAA (EM WS-ED-DATA)      *
      *----------------------------------------------------------------*
       RT-EDITAR-DATA                              SECTION.
      *
           MOVE WS-INT-DATA(7:2) TO WS-DATA-DDMMAAAA(1:2)
           MOVE WS-INT-DATA(5:2) TO WS-DATA-DDMMAAAA(3:2)
           MOVE WS-INT-DATA(1:4) TO WS-DATA-DDMMAAAA(5:4)
           MOVE WS-DATA-DDMMAAAA TO WS-ED-DATA.
      *
       RT-EDITAR-DATAX.                            EXIT.
      *----------------------------------------------------------------*
      *  DESPACHA O TERMO COMO DOCUMENTO PROPRIO NO SPOOL               *
      *----------------------------------------------------------------*
       RT-DESPACHAR-SPOOL                          SECTION.
      *
           MOVE 'TRCTOUT'  TO CWSPLF-FILE
           MOVE 'TRCT'     TO CWSPLF-REPORT
           MOVE SPACES     TO CWSPLF-TITLE
           STRING 'TRCT ' DESLIG-EMP-NO ' ' DSP-LAST-NAME
                  ' DESLIGAMENTO ' DESLIG-DATA
                  DELIMITED BY SIZE INTO CWSPLF-TITLE
           CALL SB-CWSPLF USING PARAMETROS-CWSPLF
             ON EXCEPTION
                DISPLAY PGMID '009I- CWSPLF INDISPONIVEL - TERMO'
                        ' FICOU EM TRCTOUT'
           END-CALL.
      *
       RT-DESPACHAR-SPOOLX.                        EXIT.
      *----------------------------------------------------------------*
       RT-FINALIZAR                                SECTION.
      *
           DISPLAY PGMID '999I' TRACOS
           MOVE    WS-LIDOS           TO WS-DISPLAY
           DISPLAY PGMID '010I- DESLIGAMENTOS LIDOS....:' WS-DISPLAY
           MOVE    WS-CALCULADAS      TO WS-DISPLAY
           DISPLAY PGMID '011I- RESCISOES CALCULADAS...:' WS-DISPLAY
           MOVE    WS-FORA-PRAZO      TO WS-DISPLAY
           DISPLAY PGMID '012I- CALCULADAS APOS PRAZO..:' WS-DISPLAY
           MOVE    WS-COM-CONSIG      TO WS-DISPLAY
           DISPLAY PGMID '013I- COM SALDO CONSIGNADO...:' WS-DISPLAY
           DISPLAY PGMID '999I' TRACOS.
      *
       RT-FINALIZARX.                              EXIT.
      ******************************************************************
      *                      FIM  DO  PROGRAMA                         *
      ******************************************************************
