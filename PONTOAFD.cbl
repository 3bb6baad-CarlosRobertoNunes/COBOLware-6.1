      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PONTOAFD.
       AUTHOR.        Traduzido de Easytrieve (macro esy.kex v.0.10).
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      * Importacao das marcacoes do relogio de ponto  *
                      * (AFD, leiaute da Portaria 671: registro tipo  *
                      * 3 com data-hora e CPF) e apuracao das verbas  *
                      * variaveis do PAYROLL-ANOMES:                  *
                      *                                               *
                      *  - CADA MARCACAO VAI PARA O PONTO (MATRICULA  *
                      *    PELO CPF DO PERSEXT + DATA + HORA); A      *
                      *    MESMA MARCACAO IMPORTADA DE NOVO E         *
                      *    IGNORADA;                                  *
                      *  - AS MARCACOES DE CADA DIA FORMAM PARES      *
                      *    ENTRADA/SAIDA; A SAIDA DA MADRUGADA        *
                      *    SEGUINTE (ANTES DAS 06:00) FECHA A         *
                      *    JORNADA INICIADA NA VESPERA;               *
                      *  - DOMINGO E FERIADO (ARQUIVO FERIADOS DO     *
                      *    CURDATE): TODAS AS HORAS SAO EXTRAS 100%;  *
                      *  - DEMAIS DIAS: O QUE PASSAR DA JORNADA       *
                      *    (PONTOAFD-JORNADA, PADRAO 0800; SABADO     *
                      *    PONTOAFD-JORNADA-SAB, PADRAO 0400) MAIS A  *
                      *    TOLERANCIA (PONTOAFD-TOLERANCIA, PADRAO 10 *
                      *    MINUTOS) E EXTRA 50%;                      *
                      *  - HORAS ENTRE 22:00 E 05:00 TEM ADICIONAL    *
                      *    NOTURNO DE 20% SOBRE A HORA REDUZIDA DE 52 *
                      *    MINUTOS E 30 SEGUNDOS.                     *
                      *                                               *
                      * O salario-hora e o bruto mensal (PAY-GROSS x  *
                      * 52 / 12) dividido por PONTOAFD-DIVISOR        *
                      * (padrao 220). Horas e valores de cada         *
                      * matricula vao para o PONTOVAR (anomes +       *
                      * matricula), que o NETCALC soma ao bruto como  *
                      * verbas variaveis e o HOLERITE discrimina.     *
                      *                                               *
                      * Sai a listagem de ocorrencias PONTEXC para os *
                      * supervisores corrigirem antes do fechamento:  *
                      * batidas em numero impar, jornada acima de 16  *
                      * horas, dia util sem batidas e CPF sem         *
                      * cadastro. Dia com batidas impares nao entra   *
                      * na apuracao ate ser corrigido. Com            *
                      * ocorrencias o programa termina com RC 4.      *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT OPTIONAL AFD ASSIGN TO AFD
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FL-STA-AFD.
      *
           SELECT PERSNL ASSIGN TO SYS010
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD KEY    IS PERSNL-EMP-NO
                  FILE STATUS   IS FL-STA-PERSNL.
      *
           SELECT OPTIONAL PERSEXT ASSIGN TO PERSEXT
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS PERSEXT-EMP-NO
                  FILE STATUS   IS FL-STA-PERSEXT.
      *
           SELECT OPTIONAL FERIADOS ASSIGN TO FERIADOS
                  ORGANIZATION  IS SEQUENTIAL
                  FILE STATUS   IS FL-STA-FERIADOS.
      *
           SELECT PONTO ASSIGN TO PONTO
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS PONTO-CHAVE
                  FILE STATUS   IS FL-STA-PONTO.
      *
           SELECT PONTOVAR ASSIGN TO PONTOVAR
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS PONTOVAR-CHAVE
                  FILE STATUS   IS FL-STA-PONTOVAR.
      *
           SELECT PONTEXC ASSIGN TO PONTEXC.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *----------------------------------------------------------------*
      *  ARQUIVO FONTE DE DADOS DO RELOGIO (AFD)                        *
      *----------------------------------------------------------------*
       FD  AFD
           LABEL RECORD IS STANDARD.
      *
       01  REG-AFD                           PIC  X(300).
      *
      *----------------------------------------------------------------*
      *  MARCACAO DE PONTO (TIPO 3) NO LEIAUTE DA PORTARIA 671          *
      *----------------------------------------------------------------*
       01  REG-AFD-671 REDEFINES REG-AFD.
           03 AFD-NSR                        PIC  9(009).
           03 AFD-TIPO                       PIC  X(001).
              88 AFD-MARCACAO                           VALUE '3'.
           03 AFD-DATA-HORA.
              05 AFD-ANO                     PIC  9(004).
              05 AFD-SEP-1                   PIC  X(001).
              05 AFD-MES                     PIC  9(002).
              05 FILLER                      PIC  X(001).
              05 AFD-DIA                     PIC  9(002).
              05 FILLER                      PIC  X(001).
              05 AFD-HORA                    PIC  9(002).
              05 FILLER                      PIC  X(001).
              05 AFD-MINUTO                  PIC  9(002).
              05 FILLER                      PIC  X(008).
           03 AFD-CPF                        PIC  9(012).
           03 AFD-CRC                        PIC  X(004).
           03 FILLER                         PIC  X(250).
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
       FD  PERSEXT
           RECORD CONTAINS 160 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-PERSEXT.
           03 PERSEXT-EMP-NO                 PIC  9(005).
           03 PERSEXT-CPF                    PIC  9(011).
           03 FILLER                         PIC  X(144).
      *
      *----------------------------------------------------------------*
      *  CALENDARIO DE FERIADOS DO CURDATE (UMA DATA POR REGISTRO)      *
      *----------------------------------------------------------------*
       FD  FERIADOS
           RECORDING MODE IS FIXED
           RECORD CONTAINS 008 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-FERIADOS.
           03 FERIADO-DATA                   PIC  9(008).
           03 FILLER REDEFINES FERIADO-DATA.
              05 FERIADO-ANOMES              PIC  9(006).
              05 FERIADO-DIA                 PIC  9(002).
      *
      *----------------------------------------------------------------*
      *  MARCACOES IMPORTADAS POR MATRICULA + DATA + HORA               *
      *----------------------------------------------------------------*
       FD  PONTO
           RECORD CONTAINS 080 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-PONTO.
           03 PONTO-CHAVE.
              05 PONTO-EMP-NO                PIC  9(005).
              05 PONTO-DATA                  PIC  9(008).
              05 FILLER REDEFINES PONTO-DATA.
                 07 PONTO-ANOMES             PIC  9(006).
                 07 PONTO-DIA                PIC  9(002).
              05 PONTO-HORA                  PIC  9(004).
              05 FILLER REDEFINES PONTO-HORA.
                 07 PONTO-HH                 PIC  9(002).
                 07 PONTO-MI                 PIC  9(002).
           03 PONTO-NSR                      PIC  9(009).
           03 PONTO-CPF                      PIC  9(011).
           03 PONTO-ORIGEM                   PIC  X(001).
           03 PONTO-DATA-IMPORT              PIC  9(008).
           03 FILLER                         PIC  X(034).
      *
      *----------------------------------------------------------------*
      *  VERBAS VARIAVEIS DO PONTO POR ANOMES + MATRICULA (MINUTOS E    *
      *  VALORES), SOMADAS AO BRUTO PELO NETCALC                        *
      *----------------------------------------------------------------*
       FD  PONTOVAR
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-PONTOVAR.
           03 PONTOVAR-CHAVE.
              05 PONTOVAR-ANOMES             PIC  9(006).
              05 PONTOVAR-EMP-NO             PIC  9(005).
           03 PONTOVAR-DIAS                  PIC  9(002).
           03 PONTOVAR-MIN-NORMAIS           PIC  9(005).
           03 PONTOVAR-MIN-HE50              PIC  9(005).
           03 PONTOVAR-MIN-HE100             PIC  9(005).
           03 PONTOVAR-MIN-NOTURNO           PIC  9(005).
           03 PONTOVAR-SALARIO-HORA          PIC  9(005)V99.
           03 PONTOVAR-VALOR-HE50            PIC  9(007)V99.
           03 PONTOVAR-VALOR-HE100           PIC  9(007)V99.
           03 PONTOVAR-VALOR-NOTURNO         PIC  9(007)V99.
           03 PONTOVAR-TOTAL                 PIC  9(007)V99.
           03 PONTOVAR-OCORRENCIAS           PIC  9(003).
           03 PONTOVAR-DATA-CALC             PIC  9(008).
           03 FILLER                         PIC  X(013).
      *
       FD  PONTEXC
           LABEL RECORD IS OMITTED.
      *
       01  REG-PONTEXC                       PIC  X(100).
      *================================================================*
       WORKING-STORAGE SECTION.
      *================================================================*
       77  FILLER                     PIC  X(31)  VALUE
                                     'III WORKING-STORAGE SECTION III'.
      *================================================================*
      *----------------------------------------------------------------*
      *        AREA DE VARIAVEIS AUXILIARES                            *
      *----------------------------------------------------------------*
      *
       01  WS-VARIAVEIS.
           03 TRACOS                         PIC  X(060)    VALUE
              ALL '-'.
           03 PGMID                          PIC  X(010)    VALUE
              '#PONTOAFD.'.
           03 FL-STA-AFD                     PIC  X(002)    VALUE
              ZEROS.
              88 FL-AFD-OK                                  VALUE '00'.
              88 FL-AFD-EOF                                 VALUE '10'.
           03 FL-STA-PERSNL                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-PERSNL-EOF                              VALUE '10'.
              88 FL-PERSNL-OK                               VALUE '00'.
           03 FL-STA-PERSEXT                 PIC  X(002)    VALUE
              ZEROS.
              88 FL-PERSEXT-OK                              VALUE '00'.
              88 FL-PERSEXT-EOF                             VALUE '10'.
           03 FL-STA-FERIADOS                PIC  X(002)    VALUE
              ZEROS.
              88 FL-FERIADOS-OK                             VALUE '00'.
              88 FL-FERIADOS-EOF                            VALUE '10'.
           03 FL-STA-PONTO                   PIC  X(002)    VALUE
              ZEROS.
              88 FL-PONTO-OK                                VALUE '00'.
              88 FL-PONTO-EOF                               VALUE '10'.
              88 FL-PONTO-AUSENTE                           VALUE '35'.
           03 FL-STA-PONTOVAR                PIC  X(002)    VALUE
              ZEROS.
              88 FL-PONTOVAR-OK                             VALUE '00'.
              88 FL-PONTOVAR-AUSENTE                        VALUE '35'.
           03 WS-RETURN-CODE                 PIC  9(003)    VALUE
              ZEROS.
           03 WS-DISPLAY                     PIC  -ZZZ.ZZZ.ZZ9.
           03 WS-DATA-HOJE                   PIC  9(008)    VALUE
              ZEROS.
           03 WS-ANOMES                      PIC  9(006)    VALUE
              ZEROS.
           03 FILLER REDEFINES WS-ANOMES.
              05 WS-ANO                      PIC  9(004).
              05 WS-MES                      PIC  9(002).
           03 WS-ANOMES-HOJE                 PIC  9(006)    VALUE
              ZEROS.
           03 WS-DIA-HOJE                    PIC  9(002)    VALUE
              ZEROS.
           03 WS-ANOMES-ENV                  PIC  X(006)    VALUE
              SPACES.
           03 WS-ENV                         PIC  X(010)    VALUE
              SPACES.
           03 WS-ENV-HHMM                    PIC  9(004)    VALUE
              ZEROS.
           03 FILLER REDEFINES WS-ENV-HHMM.
              05 WS-ENV-HH                   PIC  9(002).
              05 WS-ENV-MI                   PIC  9(002).
           03 WS-EMP                         PIC  9(005)    VALUE
              ZEROS.
           03 WS-CPF                         PIC  9(011)    VALUE
              ZEROS.
           03 WS-DATA-MARCACAO               PIC  9(008)    VALUE
              ZEROS.
           03 WS-PRIMEIRO-DIA                PIC  9(008)    VALUE
              ZEROS.
           03 WS-PROXIMO-MES                 PIC  9(008)    VALUE
              ZEROS.
           03 WS-ULTIMO-DIA                  PIC  9(002)    VALUE
              ZEROS.
           03 WS-LIMITE-FALTAS               PIC  9(002)    VALUE
              ZEROS.
      *
      *----------------------------------------------------------------*
      *  PARAMETROS DA APURACAO (EM MINUTOS)                            *
      *----------------------------------------------------------------*
       01  WS-PARAMETROS.
           03 WS-JORNADA                     PIC  9(004)    VALUE 480.
           03 WS-JORNADA-SAB                 PIC  9(004)    VALUE 240.
           03 WS-TOLERANCIA                  PIC  9(002)    VALUE 10.
           03 WS-DIVISOR                     PIC  9(003)    VALUE 220.
           03 WS-VIRADA                      PIC  9(004)    VALUE 360.
           03 WS-LIMITE-JORNADA              PIC  9(004)    VALUE 960.
           03 WS-NOTURNO-FIM                 PIC  9(004)    VALUE 300.
           03 WS-NOTURNO-INICIO              PIC  9(004)    VALUE 1320.
           03 WS-PCT-HE50                    PIC  9(003)    VALUE 50.
           03 WS-PCT-HE100                   PIC  9(003)    VALUE 100.
           03 WS-PCT-NOTURNO                 PIC  9(003)    VALUE 20.
      *
      *----------------------------------------------------------------*
      *  CONTADORES                                                     *
      *----------------------------------------------------------------*
       01  WS-CONTADORES COMP-3.
           03 WS-LINHAS-AFD                  PIC S9(009)    VALUE ZEROS.
           03 WS-MARCACOES                   PIC S9(009)    VALUE ZEROS.
           03 WS-IMPORTADAS                  PIC S9(009)    VALUE ZEROS.
           03 WS-REPETIDAS                   PIC S9(009)    VALUE ZEROS.
           03 WS-SEM-CPF                     PIC S9(009)    VALUE ZEROS.
           03 WS-LEIAUTE-ANTIGO              PIC S9(009)    VALUE ZEROS.
           03 WS-LIDOS                       PIC S9(009)    VALUE ZEROS.
           03 WS-APURADOS                    PIC S9(009)    VALUE ZEROS.
           03 WS-OCORRENCIAS                 PIC S9(009)    VALUE ZEROS.
           03 WS-OCORR-MATRICULA             PIC S9(003)    VALUE ZEROS.
           03 WS-TOTAL-VARIAVEIS             PIC S9(011)V99 VALUE
              ZEROS.
      *
      *----------------------------------------------------------------*
      *  APURACAO DA MATRICULA E DO DIA                                 *
      *----------------------------------------------------------------*
       01  WS-APURACAO.
           03 WS-SALARIO-HORA         COMP-3 PIC S9(005)V99 VALUE
              ZEROS.
           03 WS-DIAS-TRAB            COMP-3 PIC S9(003)    VALUE ZEROS.
           03 WS-MIN-NORMAIS          COMP-3 PIC S9(007)    VALUE ZEROS.
           03 WS-MIN-HE50             COMP-3 PIC S9(007)    VALUE ZEROS.
           03 WS-MIN-HE100            COMP-3 PIC S9(007)    VALUE ZEROS.
           03 WS-MIN-NOTURNO          COMP-3 PIC S9(007)    VALUE ZEROS.
           03 WS-VALOR-HE50           COMP-3 PIC S9(007)V99 VALUE
              ZEROS.
           03 WS-VALOR-HE100          COMP-3 PIC S9(007)V99 VALUE
              ZEROS.
           03 WS-VALOR-NOTURNO        COMP-3 PIC S9(007)V99 VALUE
              ZEROS.
           03 WS-VALOR-TOTAL          COMP-3 PIC S9(007)V99 VALUE
              ZEROS.
           03 WS-MIN-DIA              COMP-3 PIC S9(005)    VALUE ZEROS.
           03 WS-MIN-NOT-DIA          COMP-3 PIC S9(005)    VALUE ZEROS.
           03 WS-JORNADA-DIA          COMP-3 PIC S9(005)    VALUE ZEROS.
           03 WS-ENTRADA              COMP-3 PIC S9(005)    VALUE ZEROS.
           03 WS-SAIDA                COMP-3 PIC S9(005)    VALUE ZEROS.
           03 WS-JAN-INICIO           COMP-3 PIC S9(005)    VALUE ZEROS.
           03 WS-JAN-FIM              COMP-3 PIC S9(005)    VALUE ZEROS.
           03 WS-SOBRE-INICIO         COMP-3 PIC S9(005)    VALUE ZEROS.
           03 WS-SOBRE-FIM            COMP-3 PIC S9(005)    VALUE ZEROS.
           03 WS-DIA                         PIC  9(002)    VALUE
              ZEROS.
           03 WS-DATA-DIA                    PIC  9(008)    VALUE
              ZEROS.
           03 WS-DOW                         PIC  9(001)    VALUE ZERO.
           03 WS-FERIADO                     PIC  X(001)    VALUE 'N'.
              88 DIA-FERIADO                                VALUE 'S'.
           03 WS-EXCESSO                     PIC  X(001)    VALUE 'N'.
              88 EXCESSO-BATIDAS                            VALUE 'S'.
           03 WS-I                    COMP   PIC S9(004)    VALUE ZEROS.
           03 WS-J                    COMP   PIC S9(004)    VALUE ZEROS.
           03 WS-K                    COMP   PIC S9(004)    VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *  LINHA DE OCORRENCIA                                            *
      *----------------------------------------------------------------*
       01  WS-LINHA-OCORRENCIA.
           03 WS-OC-EMP                      PIC  9(005)    VALUE
              ZEROS.
           03 WS-OC-NOME                     PIC  X(012)    VALUE
              SPACES.
           03 WS-OC-DATA                     PIC  9(008)    VALUE
              ZEROS.
           03 FILLER REDEFINES WS-OC-DATA.
              05 WS-OC-ANO                   PIC  9(004).
              05 WS-OC-MES                   PIC  9(002).
              05 WS-OC-DIA                   PIC  9(002).
           03 WS-OC-TEXTO                    PIC  X(028)    VALUE
              SPACES.
           03 WS-OC-BATIDAS                  PIC  X(042)    VALUE
              SPACES.
           03 WS-OC-PONTEIRO          COMP   PIC S9(004)    VALUE ZEROS.
           03 WS-OC-HHMM.
              05 WS-OC-HH                    PIC  9(002).
              05 FILLER                      PIC  X(001)    VALUE ':'.
              05 WS-OC-MI                    PIC  9(002).
           03 WS-OC-MINUTOS                  PIC  9(004)    VALUE
              ZEROS.
      *
      *----------------------------------------------------------------*
      *  CPF DO PERSEXT -> MATRICULA, EM ORDEM DE CPF                   *
      *----------------------------------------------------------------*
       01  WS-TABELA-CPF.
           03 WS-CPF-QTDE             COMP   PIC S9(004)    VALUE ZEROS.
           03 WS-CPF-TAB OCCURS 1 TO 5000 TIMES
                         DEPENDING ON WS-CPF-QTDE
                         ASCENDING KEY IS WS-CPF-NUMERO
                         INDEXED BY INDCPF.
              05 WS-CPF-NUMERO               PIC  9(011).
              05 WS-CPF-EMP                  PIC  9(005).
      *
      *----------------------------------------------------------------*
      *  FERIADOS DO MES (DO ARQUIVO DO CURDATE)                        *
      *----------------------------------------------------------------*
       01  WS-TABELA-FERIADOS.
           03 WS-FER-QTDE                    PIC  9(002)    VALUE ZEROS.
           03 WS-FER-TAB OCCURS 50 TIMES INDEXED BY INDFER.
              05 WS-FER-DATA                 PIC  9(008).
      *
      *----------------------------------------------------------------*
      *  MARCACOES DA MATRICULA NO MES (DIA + MINUTO DO DIA) E DA       *
      *  JORNADA CORRENTE (MINUTOS A PARTIR DA 00:00 DO DIA)            *
      *----------------------------------------------------------------*
       01  WS-TABELA-BATIDAS.
           03 WS-BAT-QTDE             COMP   PIC S9(004)    VALUE ZEROS.
           03 WS-BAT-TAB OCCURS 300 TIMES.
              05 WS-BAT-DIA                  PIC  9(002).
              05 WS-BAT-MIN                  PIC  9(004).
       01  WS-DIAS-BATIDA.
           03 WS-DIA-BATIDA OCCURS 31 TIMES  PIC  X(001).
      *
       01  WS-TABELA-JORNADA.
           03 WS-JOR-QTDE             COMP   PIC S9(004)    VALUE ZEROS.
           03 WS-JOR-MIN OCCURS 20 TIMES     PIC  9(004).
      *
      *----------------------------------------------------------------*
      *  EDICOES                                                        *
      *----------------------------------------------------------------*
       01  WS-EDICOES.
           03 WS-ED-HORAS                    PIC  ZZZ9.
           03 WS-ED-MINUTOS                  PIC  99.
           03 WS-ED-VALOR                    PIC  ZZZ.ZZ9,99.
           03 WS-ED-TOTAL                    PIC  ZZZ.ZZZ.ZZ9,99.
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
               PERFORM RT-IMPORTAR-AFD
               PERFORM RT-APURAR
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
      *  MES DE REFERENCIA, PARAMETROS DA JORNADA E ABERTURA            *
      *----------------------------------------------------------------*
       RT-INICIAR                                  SECTION.
      *
           DISPLAY PGMID '001I ' FUNCTION WHEN-COMPILED
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-DATA-HOJE(1:6) TO WS-ANOMES-HOJE
           MOVE WS-DATA-HOJE(7:2) TO WS-DIA-HOJE
      *
           DISPLAY 'PAYROLL-ANOMES' UPON ENVIRONMENT-NAME
           ACCEPT   WS-ANOMES-ENV   FROM ENVIRONMENT-VALUE
           IF  WS-ANOMES-ENV IS NUMERIC
           AND WS-ANOMES-ENV NOT EQUAL SPACES
               MOVE WS-ANOMES-ENV TO WS-ANOMES
           ELSE
               MOVE WS-ANOMES-HOJE TO WS-ANOMES
           END-IF
      *
      *    JORNADAS EM HHMM, TOLERANCIA EM MINUTOS, DIVISOR EM HORAS
           MOVE SPACES TO WS-ENV
           DISPLAY 'PONTOAFD-JORNADA' UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV            FROM ENVIRONMENT-VALUE
           IF  WS-ENV(1:4) IS NUMERIC
           AND WS-ENV(3:2) LESS '60'
               MOVE WS-ENV(1:4) TO WS-ENV-HHMM
               COMPUTE WS-JORNADA = WS-ENV-HH * 60 + WS-ENV-MI
           END-IF
           MOVE SPACES TO WS-ENV
           DISPLAY 'PONTOAFD-JORNADA-SAB' UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV                FROM ENVIRONMENT-VALUE
           IF  WS-ENV(1:4) IS NUMERIC
           AND WS-ENV(3:2) LESS '60'
               MOVE WS-ENV(1:4) TO WS-ENV-HHMM
               COMPUTE WS-JORNADA-SAB = WS-ENV-HH * 60 + WS-ENV-MI
           END-IF
           MOVE SPACES TO WS-ENV
           DISPLAY 'PONTOAFD-TOLERANCIA' UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV               FROM ENVIRONMENT-VALUE
           IF  WS-ENV(1:2) IS NUMERIC
               MOVE WS-ENV(1:2) TO WS-TOLERANCIA
           END-IF
           MOVE SPACES TO WS-ENV
           DISPLAY 'PONTOAFD-DIVISOR' UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV            FROM ENVIRONMENT-VALUE
           IF  WS-ENV(1:3) IS NUMERIC
           AND WS-ENV(1:3) NOT EQUAL '000'
               MOVE WS-ENV(1:3) TO WS-DIVISOR
           END-IF
      *
           DISPLAY PGMID '002I- PONTO DE ' WS-ANOMES
                   ' - JORNADA ' WS-JORNADA ' MIN, SABADO '
                   WS-JORNADA-SAB ' MIN, TOLERANCIA ' WS-TOLERANCIA
                   ', DIVISOR ' WS-DIVISOR
      *
      *    ULTIMO DIA DO MES E ULTIMO DIA JA VENCIDO PARA AS FALTAS
           COMPUTE WS-PRIMEIRO-DIA = WS-ANOMES * 100 + 1
           IF  WS-MES EQUAL 12
               COMPUTE WS-PROXIMO-MES = (WS-ANO + 1) * 10000 + 101
           ELSE
               COMPUTE WS-PROXIMO-MES = WS-PRIMEIRO-DIA + 100
           END-IF
           COMPUTE WS-ULTIMO-DIA =
                   FUNCTION INTEGER-OF-DATE(WS-PROXIMO-MES)
                 - FUNCTION INTEGER-OF-DATE(WS-PRIMEIRO-DIA)
           EVALUATE TRUE
               WHEN WS-ANOMES LESS WS-ANOMES-HOJE
                    MOVE WS-ULTIMO-DIA TO WS-LIMITE-FALTAS
               WHEN WS-ANOMES EQUAL WS-ANOMES-HOJE
                    COMPUTE WS-LIMITE-FALTAS = WS-DIA-HOJE - 1
               WHEN OTHER
                    MOVE ZEROS TO WS-LIMITE-FALTAS
           END-EVALUATE
      *
           OPEN INPUT PERSNL
           IF  NOT FL-PERSNL-OK
               DISPLAY PGMID '003I- PERSNL AUSENTE OU COM ERRO '
                       FL-STA-PERSNL
               MOVE 8 TO WS-RETURN-CODE
               EXIT SECTION
           END-IF
      *
           OPEN I-O PONTO
           IF  FL-PONTO-AUSENTE
               OPEN OUTPUT PONTO
               CLOSE PONTO
               OPEN I-O PONTO
           END-IF
           IF  NOT FL-PONTO-OK
               DISPLAY PGMID '004I- PONTO COM ERRO ' FL-STA-PONTO
               CLOSE PERSNL
               MOVE 8 TO WS-RETURN-CODE
               EXIT SECTION
           END-IF
      *
           OPEN I-O PONTOVAR
           IF  FL-PONTOVAR-AUSENTE
               OPEN OUTPUT PONTOVAR
               CLOSE PONTOVAR
               OPEN I-O PONTOVAR
           END-IF
           IF  NOT FL-PONTOVAR-OK
               DISPLAY PGMID '004I- PONTOVAR COM ERRO ' FL-STA-PONTOVAR
               CLOSE PERSNL PONTO
               MOVE 8 TO WS-RETURN-CODE
               EXIT SECTION
           END-IF
      *
           OPEN OUTPUT PONTEXC
           MOVE SPACES TO REG-PONTEXC
           STRING 'OCORRENCIAS DO PONTO ELETRONICO - ANOMES ' WS-ANOMES
                  ' (CORRIGIR ANTES DO FECHAMENTO DA FOLHA)'
                  DELIMITED BY SIZE INTO REG-PONTEXC
           WRITE REG-PONTEXC
           MOVE SPACES TO REG-PONTEXC
           STRING 'MATR  NOME         DATA       OCORRENCIA'
                  '                   BATIDAS'
                  DELIMITED BY SIZE INTO REG-PONTEXC
           WRITE REG-PONTEXC
      *
           PERFORM RT-CARREGAR-FERIADOS
           PERFORM RT-CARREGAR-CPF.
      *
       RT-INICIARX.                                EXIT.
      *----------------------------------------------------------------*
      *  FERIADOS DO MES DE REFERENCIA                                  *
      *----------------------------------------------------------------*
       RT-CARREGAR-FERIADOS                        SECTION.
      *
           OPEN INPUT FERIADOS
           IF  NOT FL-FERIADOS-OK
               CLOSE FERIADOS
               DISPLAY PGMID '005I- SEM ARQUIVO DE FERIADOS - SO OS'
                       ' DOMINGOS PAGAM EXTRA 100%'
               EXIT SECTION
           END-IF
           PERFORM UNTIL FL-FERIADOS-EOF
               READ FERIADOS
                 AT END
                    SET FL-FERIADOS-EOF TO TRUE
                 NOT AT END
                    IF  FERIADO-DATA IS NUMERIC
                    AND FERIADO-ANOMES EQUAL WS-ANOMES
                    AND WS-FER-QTDE LESS 50
                        ADD 1 TO WS-FER-QTDE
                        SET  INDFER TO WS-FER-QTDE
                        MOVE FERIADO-DATA TO WS-FER-DATA(INDFER)
                    END-IF
               END-READ
           END-PERFORM
           CLOSE FERIADOS.
      *
       RT-CARREGAR-FERIADOSX.                      EXIT.
      *----------------------------------------------------------------*
      *  CPF DE CADA MATRICULA (PERSEXT), EM ORDEM PARA A PESQUISA      *
      *----------------------------------------------------------------*
       RT-CARREGAR-CPF                             SECTION.
      *
           OPEN INPUT PERSEXT
           IF  NOT FL-PERSEXT-OK
               CLOSE PERSEXT
               DISPLAY PGMID '006I- PERSEXT AUSENTE - MARCACOES NAO'
                       ' IDENTIFICADAS'
               EXIT SECTION
           END-IF
           MOVE ZEROS TO PERSEXT-EMP-NO
           START PERSEXT KEY NOT LESS PERSEXT-EMP-NO
               INVALID KEY
                   SET FL-PERSEXT-EOF TO TRUE
           END-START
           PERFORM UNTIL FL-PERSEXT-EOF
               READ PERSEXT NEXT RECORD
                 AT END
                    SET FL-PERSEXT-EOF TO TRUE
                 NOT AT END
                    IF  PERSEXT-CPF IS NUMERIC
                    AND PERSEXT-CPF GREATER ZEROS
                    AND WS-CPF-QTDE LESS 5000
                        PERFORM RT-GUARDAR-CPF
                    END-IF
               END-READ
           END-PERFORM
           CLOSE PERSEXT.
      *
       RT-CARREGAR-CPFX.                           EXIT.
      *----------------------------------------------------------------*
      *  INSERCAO EM ORDEM DE CPF                                       *
      *----------------------------------------------------------------*
       RT-GUARDAR-CPF                              SECTION.
      *
           ADD 1 TO WS-CPF-QTDE
           PERFORM VARYING WS-I FROM WS-CPF-QTDE BY -1
                     UNTIL WS-I LESS 2
               IF  WS-CPF-NUMERO(WS-I - 1) GREATER PERSEXT-CPF
                   MOVE WS-CPF-TAB(WS-I - 1) TO WS-CPF-TAB(WS-I)
               ELSE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE PERSEXT-CPF    TO WS-CPF-NUMERO(WS-I)
           MOVE PERSEXT-EMP-NO TO WS-CPF-EMP(WS-I).
      *
       RT-GUARDAR-CPFX.                            EXIT.
      *----------------------------------------------------------------*
      *  IMPORTACAO DAS MARCACOES DO AFD PARA O PONTO                   *
      *----------------------------------------------------------------*
       RT-IMPORTAR-AFD                             SECTION.
      *
           OPEN INPUT AFD
           IF  NOT FL-AFD-OK
               CLOSE AFD
               DISPLAY PGMID '007I- SEM AFD - APURACAO DAS MARCACOES'
                       ' JA IMPORTADAS'
               EXIT SECTION
           END-IF
      *
           PERFORM UNTIL FL-AFD-EOF
               READ AFD
                 AT END
                    SET FL-AFD-EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-LINHAS-AFD
                    IF  AFD-MARCACAO
                    AND AFD-NSR IS NUMERIC
                        ADD 1 TO WS-MARCACOES
                        PERFORM RT-IMPORTAR-MARCACAO
                    END-IF
               END-READ
           END-PERFORM
           CLOSE AFD
      *
           IF  WS-LEIAUTE-ANTIGO GREATER ZEROS
               MOVE WS-LEIAUTE-ANTIGO TO WS-DISPLAY
               MOVE SPACES TO REG-PONTEXC
               STRING '      MARCACOES NO LEIAUTE ANTIGO (PIS, SEM CPF)'
                      ' IGNORADAS:' WS-DISPLAY
                      DELIMITED BY SIZE INTO REG-PONTEXC
               WRITE REG-PONTEXC
               ADD 1 TO WS-OCORRENCIAS
           END-IF.
      *
       RT-IMPORTAR-AFDX.                           EXIT.
      *----------------------------------------------------------------*
      *  UMA MARCACAO: IDENTIFICA A MATRICULA PELO CPF E GRAVA          *
      *----------------------------------------------------------------*
       RT-IMPORTAR-MARCACAO                        SECTION.
      *
           IF  AFD-SEP-1 NOT EQUAL '-'
               ADD 1 TO WS-LEIAUTE-ANTIGO
               EXIT SECTION
           END-IF
           IF  AFD-ANO    IS NOT NUMERIC
           OR  AFD-MES    IS NOT NUMERIC
           OR  AFD-DIA    IS NOT NUMERIC
           OR  AFD-HORA   IS NOT NUMERIC
           OR  AFD-MINUTO IS NOT NUMERIC
           OR  AFD-CPF    IS NOT NUMERIC
               MOVE ZEROS TO WS-OC-EMP WS-OC-DATA
               MOVE SPACES TO WS-OC-NOME WS-OC-BATIDAS
               MOVE 'MARCACAO ILEGIVEL NO AFD' TO WS-OC-TEXTO
               MOVE AFD-NSR TO WS-OC-BATIDAS
               PERFORM RT-LISTAR-OCORRENCIA
               EXIT SECTION
           END-IF
      *
           COMPUTE WS-DATA-MARCACAO = AFD-ANO * 10000 + AFD-MES * 100
                                    + AFD-DIA
           MOVE AFD-CPF TO WS-CPF
           PERFORM RT-PROCURAR-CPF
           IF  WS-EMP EQUAL ZEROS
               ADD 1 TO WS-SEM-CPF
               MOVE ZEROS            TO WS-OC-EMP
               MOVE 'CPF'            TO WS-OC-NOME
               MOVE WS-DATA-MARCACAO TO WS-OC-DATA
               MOVE 'CPF SEM CADASTRO NO PERSEXT' TO WS-OC-TEXTO
               MOVE SPACES           TO WS-OC-BATIDAS
               STRING WS-CPF ' AS ' AFD-HORA ':' AFD-MINUTO
                      DELIMITED BY SIZE INTO WS-OC-BATIDAS
               PERFORM RT-LISTAR-OCORRENCIA
               EXIT SECTION
           END-IF
      *
           MOVE SPACES           TO REG-PONTO
           MOVE WS-EMP           TO PONTO-EMP-NO
           MOVE WS-DATA-MARCACAO TO PONTO-DATA
           MOVE AFD-HORA         TO PONTO-HH
           MOVE AFD-MINUTO       TO PONTO-MI
           MOVE AFD-NSR          TO PONTO-NSR
           MOVE WS-CPF           TO PONTO-CPF
           MOVE 'A'              TO PONTO-ORIGEM
           MOVE WS-DATA-HOJE     TO PONTO-DATA-IMPORT
           WRITE REG-PONTO
               INVALID KEY
                   ADD 1 TO WS-REPETIDAS
               NOT INVALID KEY
                   ADD 1 TO WS-IMPORTADAS
           END-WRITE.
      *
       RT-IMPORTAR-MARCACAOX.                      EXIT.
      *----------------------------------------------------------------*
       RT-PROCURAR-CPF                             SECTION.
      *
           MOVE ZEROS TO WS-EMP
           IF  WS-CPF-QTDE EQUAL ZEROS
               EXIT SECTION
           END-IF
           SEARCH ALL WS-CPF-TAB
               AT END
                   CONTINUE
               WHEN WS-CPF-NUMERO(INDCPF) EQUAL WS-CPF
                   MOVE WS-CPF-EMP(INDCPF) TO WS-EMP
           END-SEARCH.
      *
       RT-PROCURAR-CPFX.                           EXIT.
      *----------------------------------------------------------------*
      *  PASSADA NO CADASTRO: APURA O MES DE CADA MATRICULA             *
      *----------------------------------------------------------------*
       RT-APURAR                                   SECTION.
      *
           PERFORM UNTIL FL-PERSNL-EOF
               READ PERSNL
                 AT END
                    SET FL-PERSNL-EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-LIDOS
                    PERFORM RT-APURAR-MATRICULA
               END-READ
           END-PERFORM
      *
           MOVE WS-TOTAL-VARIAVEIS TO WS-ED-TOTAL
           MOVE SPACES TO REG-PONTEXC
           WRITE REG-PONTEXC
           MOVE SPACES TO REG-PONTEXC
           STRING 'TOTAL DE VERBAS VARIAVEIS DO PONTO NO MES '
                  WS-ED-TOTAL
                  DELIMITED BY SIZE INTO REG-PONTEXC
           WRITE REG-PONTEXC
      *
           CLOSE PERSNL PONTO PONTOVAR PONTEXC.
      *
       RT-APURARX.                                 EXIT.
      *----------------------------------------------------------------*
       RT-APURAR-MATRICULA                         SECTION.
      *
           PERFORM RT-CARREGAR-BATIDAS
      *
      *    SEM MARCACOES NO MES: MATRICULA FORA DO PONTO (OU APURACAO
      *    ANTERIOR DESFEITA)
           MOVE WS-ANOMES     TO PONTOVAR-ANOMES
           MOVE PERSNL-EMP-NO TO PONTOVAR-EMP-NO
           IF  WS-BAT-QTDE EQUAL ZEROS
               DELETE PONTOVAR RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               EXIT SECTION
           END-IF
      *
           MOVE ZEROS TO WS-DIAS-TRAB WS-MIN-NORMAIS WS-MIN-HE50
                         WS-MIN-HE100 WS-MIN-NOTURNO WS-OCORR-MATRICULA
           COMPUTE WS-SALARIO-HORA ROUNDED =
                   PAY-GROSS * 52 / 12 / WS-DIVISOR
      *
           IF  EXCESSO-BATIDAS
               MOVE PERSNL-EMP-NO    TO WS-OC-EMP
               MOVE LAST-NAME        TO WS-OC-NOME
               MOVE WS-PRIMEIRO-DIA  TO WS-OC-DATA
               MOVE 'MAIS DE 300 BATIDAS NO MES' TO WS-OC-TEXTO
               MOVE SPACES           TO WS-OC-BATIDAS
               PERFORM RT-LISTAR-OCORRENCIA
               ADD 1 TO WS-OCORR-MATRICULA
           END-IF
      *
           MOVE 1 TO WS-I
           PERFORM UNTIL WS-I GREATER WS-BAT-QTDE
               PERFORM RT-APURAR-JORNADA
           END-PERFORM
      *
           PERFORM RT-VERIFICAR-FALTAS
      *
           COMPUTE WS-VALOR-HE50 ROUNDED =
                   WS-MIN-HE50 * WS-SALARIO-HORA
                 * (100 + WS-PCT-HE50) / 100 / 60
           COMPUTE WS-VALOR-HE100 ROUNDED =
                   WS-MIN-HE100 * WS-SALARIO-HORA
                 * (100 + WS-PCT-HE100) / 100 / 60
      *    HORA NOTURNA REDUZIDA: 52 MINUTOS E 30 SEGUNDOS
           COMPUTE WS-VALOR-NOTURNO ROUNDED =
                   WS-MIN-NOTURNO * WS-SALARIO-HORA
                 * WS-PCT-NOTURNO / 100 / 52,5
           COMPUTE WS-VALOR-TOTAL = WS-VALOR-HE50 + WS-VALOR-HE100
                                  + WS-VALOR-NOTURNO
      *
           PERFORM RT-GRAVAR-PONTOVAR
           ADD 1 TO WS-APURADOS
           ADD WS-VALOR-TOTAL TO WS-TOTAL-VARIAVEIS.
      *
       RT-APURAR-MATRICULAX.                       EXIT.
      *----------------------------------------------------------------*
      *  MARCACOES DA MATRICULA NO MES, EM ORDEM DE DATA E HORA         *
      *----------------------------------------------------------------*
       RT-CARREGAR-BATIDAS                         SECTION.
      *
           MOVE ZEROS TO WS-BAT-QTDE
           MOVE 'N'   TO WS-EXCESSO
           MOVE ALL 'N' TO WS-DIAS-BATIDA
           MOVE PERSNL-EMP-NO   TO PONTO-EMP-NO
           MOVE WS-PRIMEIRO-DIA TO PONTO-DATA
           MOVE ZEROS           TO PONTO-HORA
           START PONTO KEY NOT LESS PONTO-CHAVE
               INVALID KEY
                   EXIT SECTION
           END-START
           MOVE ZEROS TO FL-STA-PONTO
           PERFORM UNTIL FL-PONTO-EOF
               READ PONTO NEXT RECORD
                 AT END
                    SET FL-PONTO-EOF TO TRUE
                 NOT AT END
                    IF  PONTO-EMP-NO NOT EQUAL PERSNL-EMP-NO
                    OR  PONTO-ANOMES NOT EQUAL WS-ANOMES
                        SET FL-PONTO-EOF TO TRUE
                    ELSE
                        IF  WS-BAT-QTDE LESS 300
                            ADD 1 TO WS-BAT-QTDE
                            MOVE PONTO-DIA TO WS-BAT-DIA(WS-BAT-QTDE)
                            COMPUTE WS-BAT-MIN(WS-BAT-QTDE) =
                                    PONTO-HH * 60 + PONTO-MI
                            MOVE 'S' TO
                                 WS-DIA-BATIDA(WS-BAT-DIA(WS-BAT-QTDE))
                        ELSE
                            SET EXCESSO-BATIDAS TO TRUE
                        END-IF
                    END-IF
               END-READ
           END-PERFORM
           MOVE ZEROS TO FL-STA-PONTO.
      *
       RT-CARREGAR-BATIDASX.                       EXIT.
      *----------------------------------------------------------------*
      *  UMA JORNADA A PARTIR DA BATIDA WS-I: AS BATIDAS DO DIA E, COM  *
      *  UM PAR ABERTO, AS DA MADRUGADA SEGUINTE ATE A VIRADA (06:00)   *
      *----------------------------------------------------------------*
       RT-APURAR-JORNADA                           SECTION.
      *
           MOVE WS-BAT-DIA(WS-I) TO WS-DIA
           MOVE ZEROS            TO WS-JOR-QTDE
           PERFORM UNTIL WS-I GREATER WS-BAT-QTDE
               IF  WS-BAT-DIA(WS-I) EQUAL WS-DIA
                   IF  WS-JOR-QTDE LESS 20
                       ADD 1 TO WS-JOR-QTDE
                       MOVE WS-BAT-MIN(WS-I) TO WS-JOR-MIN(WS-JOR-QTDE)
                   END-IF
               ELSE
                   IF  WS-BAT-DIA(WS-I) EQUAL WS-DIA + 1
                   AND WS-BAT-MIN(WS-I) LESS WS-VIRADA
                   AND FUNCTION MOD(WS-JOR-QTDE, 2) EQUAL 1
                       ADD 1 TO WS-JOR-QTDE
                       COMPUTE WS-JOR-MIN(WS-JOR-QTDE) =
                               WS-BAT-MIN(WS-I) + 1440
                   ELSE
                       EXIT PERFORM
                   END-IF
               END-IF
               ADD 1 TO WS-I
           END-PERFORM
      *
           COMPUTE WS-DATA-DIA = WS-ANOMES * 100 + WS-DIA
           PERFORM RT-MONTAR-BATIDAS
      *
      *    BATIDA FALTANDO OU SOBRANDO: O DIA FICA FORA ATE A CORRECAO
           IF  FUNCTION MOD(WS-JOR-QTDE, 2) EQUAL 1
               MOVE 'BATIDAS EM NUMERO IMPAR' TO WS-OC-TEXTO
               PERFORM RT-OCORRENCIA-DIA
               EXIT SECTION
           END-IF
      *
           MOVE ZEROS TO WS-MIN-DIA WS-MIN-NOT-DIA
           PERFORM VARYING WS-K FROM 1 BY 2
                     UNTIL WS-K GREATER WS-JOR-QTDE
               MOVE WS-JOR-MIN(WS-K)     TO WS-ENTRADA
               MOVE WS-JOR-MIN(WS-K + 1) TO WS-SAIDA
               COMPUTE WS-MIN-DIA = WS-MIN-DIA + WS-SAIDA - WS-ENTRADA
      *        HORARIO NOTURNO: 00:00 A 05:00 E 22:00 A 05:00 DO DIA
      *        SEGUINTE
               MOVE ZEROS             TO WS-JAN-INICIO
               MOVE WS-NOTURNO-FIM    TO WS-JAN-FIM
               PERFORM RT-SOMAR-NOTURNO
               MOVE WS-NOTURNO-INICIO TO WS-JAN-INICIO
               COMPUTE WS-JAN-FIM = WS-NOTURNO-FIM + 1440
               PERFORM RT-SOMAR-NOTURNO
           END-PERFORM
      *
           IF  WS-MIN-DIA GREATER WS-LIMITE-JORNADA
               MOVE 'JORNADA ACIMA DE 16 HORAS' TO WS-OC-TEXTO
               PERFORM RT-OCORRENCIA-DIA
           END-IF
      *
           PERFORM RT-CLASSIFICAR-DIA
           IF  WS-DOW EQUAL ZERO
           OR  DIA-FERIADO
               ADD WS-MIN-DIA TO WS-MIN-HE100
           ELSE
               IF  WS-DOW EQUAL 6
                   MOVE WS-JORNADA-SAB TO WS-JORNADA-DIA
               ELSE
                   MOVE WS-JORNADA     TO WS-JORNADA-DIA
               END-IF
               IF  WS-MIN-DIA GREATER WS-JORNADA-DIA + WS-TOLERANCIA
                   ADD WS-JORNADA-DIA TO WS-MIN-NORMAIS
                   COMPUTE WS-MIN-HE50 = WS-MIN-HE50 + WS-MIN-DIA
                                       - WS-JORNADA-DIA
               ELSE
                   IF  WS-MIN-DIA GREATER WS-JORNADA-DIA
                       ADD WS-JORNADA-DIA TO WS-MIN-NORMAIS
                   ELSE
                       ADD WS-MIN-DIA     TO WS-MIN-NORMAIS
                   END-IF
               END-IF
           END-IF
           ADD WS-MIN-NOT-DIA TO WS-MIN-NOTURNO
           ADD 1 TO WS-DIAS-TRAB.
      *
       RT-APURAR-JORNADAX.                         EXIT.
      *----------------------------------------------------------------*
      *  PARTE DO PAR ENTRADA/SAIDA DENTRO DA JANELA NOTURNA            *
      *----------------------------------------------------------------*
       RT-SOMAR-NOTURNO                            SECTION.
      *
           IF  WS-ENTRADA GREATER WS-JAN-INICIO
               MOVE WS-ENTRADA    TO WS-SOBRE-INICIO
           ELSE
               MOVE WS-JAN-INICIO TO WS-SOBRE-INICIO
           END-IF
           IF  WS-SAIDA LESS WS-JAN-FIM
               MOVE WS-SAIDA      TO WS-SOBRE-FIM
           ELSE
               MOVE WS-JAN-FIM    TO WS-SOBRE-FIM
           END-IF
           IF  WS-SOBRE-FIM GREATER WS-SOBRE-INICIO
               COMPUTE WS-MIN-NOT-DIA = WS-MIN-NOT-DIA + WS-SOBRE-FIM
                                      - WS-SOBRE-INICIO
           END-IF.
      *
       RT-SOMAR-NOTURNOX.                          EXIT.
      *----------------------------------------------------------------*
      *  DIA DA SEMANA (0 = DOMINGO) E FERIADO DE WS-DATA-DIA           *
      *----------------------------------------------------------------*
       RT-CLASSIFICAR-DIA                          SECTION.
      *
           COMPUTE WS-DOW = FUNCTION MOD(
                   FUNCTION INTEGER-OF-DATE(WS-DATA-DIA), 7)
           MOVE 'N' TO WS-FERIADO
           PERFORM VARYING INDFER FROM 1 BY 1
                     UNTIL INDFER GREATER WS-FER-QTDE
               IF  WS-FER-DATA(INDFER) EQUAL WS-DATA-DIA
                   SET DIA-FERIADO TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
      *
       RT-CLASSIFICAR-DIAX.                        EXIT.
      *----------------------------------------------------------------*
      *  DIAS UTEIS JA VENCIDOS SEM NENHUMA BATIDA (A PARTIR DA         *
      *  ADMISSAO)                                                      *
      *----------------------------------------------------------------*
       RT-VERIFICAR-FALTAS                         SECTION.
      *
           PERFORM VARYING WS-J FROM 1 BY 1
                     UNTIL WS-J GREATER WS-LIMITE-FALTAS
               COMPUTE WS-DATA-DIA = WS-ANOMES * 100 + WS-J
               IF  WS-DIA-BATIDA(WS-J) NOT EQUAL 'S'
               AND WS-DATA-DIA NOT LESS DATE-OF-HIRE-CC
                   PERFORM RT-CLASSIFICAR-DIA
                   IF  WS-DOW GREATER ZERO
                   AND WS-DOW LESS 6
                   AND NOT DIA-FERIADO
                       MOVE SPACES TO WS-OC-BATIDAS
                       MOVE 'DIA UTIL SEM BATIDAS' TO WS-OC-TEXTO
                       PERFORM RT-OCORRENCIA-DIA
                   END-IF
               END-IF
           END-PERFORM.
      *
       RT-VERIFICAR-FALTASX.                       EXIT.
      *----------------------------------------------------------------*
      *  BATIDAS DA JORNADA EM HH:MM PARA A LISTAGEM                    *
      *----------------------------------------------------------------*
       RT-MONTAR-BATIDAS                           SECTION.
      *
           MOVE SPACES TO WS-OC-BATIDAS
           MOVE 1      TO WS-OC-PONTEIRO
           PERFORM VARYING WS-K FROM 1 BY 1
                     UNTIL WS-K GREATER WS-JOR-QTDE
                        OR WS-K GREATER 7
               MOVE WS-JOR-MIN(WS-K) TO WS-OC-MINUTOS
               IF  WS-OC-MINUTOS NOT LESS 1440
                   SUBTRACT 1440 FROM WS-OC-MINUTOS
               END-IF
               DIVIDE WS-OC-MINUTOS BY 60 GIVING WS-OC-HH
                                       REMAINDER WS-OC-MI
               STRING WS-OC-HHMM ' '
                      DELIMITED BY SIZE INTO WS-OC-BATIDAS
                      WITH POINTER WS-OC-PONTEIRO
           END-PERFORM.
      *
       RT-MONTAR-BATIDASX.                         EXIT.
      *----------------------------------------------------------------*
       RT-OCORRENCIA-DIA                           SECTION.
      *
           MOVE PERSNL-EMP-NO TO WS-OC-EMP
           MOVE LAST-NAME     TO WS-OC-NOME
           MOVE WS-DATA-DIA   TO WS-OC-DATA
           PERFORM RT-LISTAR-OCORRENCIA
           ADD 1 TO WS-OCORR-MATRICULA.
      *
       RT-OCORRENCIA-DIAX.                         EXIT.
      *----------------------------------------------------------------*
       RT-LISTAR-OCORRENCIA                        SECTION.
      *
           MOVE SPACES TO REG-PONTEXC
           STRING WS-OC-EMP ' ' WS-OC-NOME ' '
                  WS-OC-DIA '/' WS-OC-MES '/' WS-OC-ANO ' '
                  WS-OC-TEXTO ' ' WS-OC-BATIDAS
                  DELIMITED BY SIZE INTO REG-PONTEXC
           WRITE REG-PONTEXC
           ADD 1 TO WS-OCORRENCIAS.
      *
       RT-LISTAR-OCORRENCIAX.                      EXIT.
      *----------------------------------------------------------------*
      *  VERBAS DO MES DA MATRICULA (REGRAVA NA REEXECUCAO)             *
      *----------------------------------------------------------------*
       RT-GRAVAR-PONTOVAR                          SECTION.
      *
           MOVE SPACES             TO REG-PONTOVAR
           MOVE WS-ANOMES          TO PONTOVAR-ANOMES
           MOVE PERSNL-EMP-NO      TO PONTOVAR-EMP-NO
           MOVE WS-DIAS-TRAB       TO PONTOVAR-DIAS
           MOVE WS-MIN-NORMAIS     TO PONTOVAR-MIN-NORMAIS
           MOVE WS-MIN-HE50        TO PONTOVAR-MIN-HE50
           MOVE WS-MIN-HE100       TO PONTOVAR-MIN-HE100
           MOVE WS-MIN-NOTURNO     TO PONTOVAR-MIN-NOTURNO
           MOVE WS-SALARIO-HORA    TO PONTOVAR-SALARIO-HORA
           MOVE WS-VALOR-HE50      TO PONTOVAR-VALOR-HE50
           MOVE WS-VALOR-HE100     TO PONTOVAR-VALOR-HE100
           MOVE WS-VALOR-NOTURNO   TO PONTOVAR-VALOR-NOTURNO
           MOVE WS-VALOR-TOTAL     TO PONTOVAR-TOTAL
           MOVE WS-OCORR-MATRICULA TO PONTOVAR-OCORRENCIAS
           MOVE WS-DATA-HOJE       TO PONTOVAR-DATA-CALC
           WRITE REG-PONTOVAR
               INVALID KEY
                   REWRITE REG-PONTOVAR
                       INVALID KEY
                           DISPLAY PGMID '008I- ERRO NO PONTOVAR '
                                   PERSNL-EMP-NO ' ' FL-STA-PONTOVAR
                           MOVE 8 TO WS-RETURN-CODE
                   END-REWRITE
           END-WRITE.
      *
       RT-GRAVAR-PONTOVARX.                        EXIT.
      *----------------------------------------------------------------*
       RT-FINALIZAR                                SECTION.
      *
           IF  WS-OCORRENCIAS GREATER ZEROS
           AND WS-RETURN-CODE EQUAL ZEROS
               MOVE 4 TO WS-RETURN-CODE
           END-IF
           DISPLAY PGMID '999I' TRACOS
           MOVE    WS-LINHAS-AFD      TO WS-DISPLAY
           DISPLAY PGMID '009I- LINHAS DO AFD..........:' WS-DISPLAY
           MOVE    WS-MARCACOES       TO WS-DISPLAY
           DISPLAY PGMID '010I- MARCACOES NO AFD.......:' WS-DISPLAY
           MOVE    WS-IMPORTADAS      TO WS-DISPLAY
           DISPLAY PGMID '011I- MARCACOES IMPORTADAS...:' WS-DISPLAY
           MOVE    WS-REPETIDAS       TO WS-DISPLAY
           DISPLAY PGMID '012I- JA IMPORTADAS ANTES....:' WS-DISPLAY
           MOVE    WS-SEM-CPF         TO WS-DISPLAY
           DISPLAY PGMID '013I- CPF SEM CADASTRO.......:' WS-DISPLAY
           MOVE    WS-LIDOS           TO WS-DISPLAY
           DISPLAY PGMID '014I- LIDOS DO CADASTRO......:' WS-DISPLAY
           MOVE    WS-APURADOS        TO WS-DISPLAY
           DISPLAY PGMID '015I- MATRICULAS APURADAS....:' WS-DISPLAY
           MOVE    WS-OCORRENCIAS     TO WS-DISPLAY
           DISPLAY PGMID '016I- OCORRENCIAS LISTADAS...:' WS-DISPLAY
           DISPLAY PGMID '999I' TRACOS.
      *
       RT-FINALIZARX.                              EXIT.
      ******************************************************************
      *                      FIM  DO  PROGRAMA                         *
      ******************************************************************
