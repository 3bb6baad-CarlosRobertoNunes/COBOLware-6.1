                      * (arquivo PERSEXT) no titulo para o fluxo de   *
                      * entrega DESTINO-EMAIL encaminhar um a um.     *
                      *                                               *
                      * Com PAYROLL-HOLERITE-TIPO = 1 ou 2 sai o      *
                      * demonstrativo da 1a ou 2a parcela do 13o      *
                      * salario do PAYROLL-ANOMES, lido do arquivo    *
                      * de resultados da folha (PAYRES) gravado pelo  *
                      * DECTERC.                                      *
                      *                                               *
                      * No holerite mensal, o adiantamento quinzenal  *
                      * pago no PAYROLL-ANOMES (PAYRES tipo A,        *
                      * gravado pelo ADIANT) aparece como desconto    *
                      * do liquido, assim como as parcelas de         *
                      * emprestimo consignado e a pensao alimenticia  *
                      * descontadas pelo NETCALC no mes (PAYRES tipo  *
                      * M).                                           *
                      *                                               *
                      * Horas extras 50% e 100% e adicional noturno   *
                      * apurados do relogio de ponto (PONTOVAR,       *
                      * gravado pelo PONTOAFD) somam ao bruto e saem  *
                      * discriminados com as horas do mes.            *
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
           SELECT OPTIONAL PONTOVAR ASSIGN TO PONTOVAR
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS PONTOVAR-CHAVE
                  FILE STATUS   IS FL-STA-PONTOVAR.
      *
           SELECT HOLEOUT ASSIGN TO HOLEOUT.
      *
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
           03 PAYRES-DATA-CALC               PIC  9(008).
           03 FILLER                         PIC  X(042).
           03 PAYRES-CONSIGNADO              PIC  9(007)V99.
           03 PAYRES-PENSAO                  PIC  9(007)V99.
           03 FILLER                         PIC  X(001).
      *
      *----------------------------------------------------------------*
      *  VERBAS VARIAVEIS DO PONTO POR ANOMES + MATRICULA (PONTOAFD)    *
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
      *----------------------------------------------------------------*
      *  PAGINA DO HOLERITE DA MATRICULA CORRENTE (UM DOCUMENTO POR     *
      *  EMPREGADO NO SPOOL)                                            *
      *----------------------------------------------------------------*
              ZEROS.
              88 FL-BONUSTRN-EOF                            VALUE '10'.
              88 FL-BONUSTRN-OK                             VALUE '00'.
           03 FL-STA-PAYRES                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-PAYRES-OK                               VALUE '00'.
           03 WS-RETURN-CODE                 PIC  9(003)    VALUE
              ZEROS.
           03 WS-DISPLAY                     PIC  -ZZZ.ZZZ.ZZ9.
           03 WS-LIDOS                COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-GERADOS              COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-SEM-RESULTADO        COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-TIPO-FOLHA                  PIC  X(001)    VALUE 'M'.
              88 FOLHA-MENSAL                               VALUE 'M'.
              88 FOLHA-13                                   VALUE '1'
                                                                  '2'.
           03 WS-TIPO-ENV                    PIC  X(001)    VALUE
              SPACES.
           03 WS-ANOMES                      PIC  9(006)    VALUE
              ZEROS.
           03 WS-ANOMES-ENV                  PIC  X(006)    VALUE
              SPACES.
           03 WS-TEM-RATETAB                 PIC  X(001)    VALUE 'N'.
              88 TEM-RATETAB                                VALUE 'S'.
           03 WS-TEM-PERSEXT                 PIC  X(001)    VALUE 'N'.
              88 TEM-PERSEXT                                VALUE 'S'.
           03 WS-TEM-NETCALC                 PIC  X(001)    VALUE 'S'.
              88 TEM-NETCALC                                VALUE 'S'.
           03 WS-TEM-PAYRES                  PIC  X(001)    VALUE 'N'.
              88 TEM-PAYRES                                 VALUE 'S'.
           03 FL-STA-PONTOVAR                PIC  X(002)    VALUE
              ZEROS.
              88 FL-PONTOVAR-OK                             VALUE '00'.
           03 WS-TEM-PONTOVAR                PIC  X(001)    VALUE 'N'.
              88 TEM-PONTOVAR                               VALUE 'S'.
           03 WS-MIN-HE50                    PIC  9(005)    VALUE
              ZEROS.
           03 WS-MIN-HE100                   PIC  9(005)    VALUE
              ZEROS.
           03 WS-MIN-NOTURNO                 PIC  9(005)    VALUE
              ZEROS.
           03 WS-VALOR-HE50                  PIC  9(007)V99 VALUE
              ZEROS.
           03 WS-VALOR-HE100                 PIC  9(007)V99 VALUE
              ZEROS.
           03 WS-VALOR-NOTURNO               PIC  9(007)V99 VALUE
              ZEROS.
           03 WS-MINUTOS                     PIC  9(005)    VALUE
              ZEROS.
           03 WS-ED-HORAS                    PIC  ZZZ9.
           03 WS-ED-MINUTOS                  PIC  99.
           03 WS-QUINZENA                    PIC  9(009)V99 VALUE
              ZEROS.
           03 WS-CONSIGNADO                  PIC  9(007)V99 VALUE
              ZEROS.
           03 WS-PENSAO                      PIC  9(007)V99 VALUE
              ZEROS.
           03 WS-COMPANY                     PIC  9(002)    VALUE
              ZEROS.
           03 WS-PCT                         PIC  9(002)    VALUE
                   END-READ
               END-PERFORM
               CLOSE PERSNL
               IF  FOLHA-13
               OR  TEM-PAYRES
                   CLOSE PAYRES
               END-IF
               IF  TEM-RATETAB
                   CLOSE RATETAB
               END-IF
               IF  TEM-PERSEXT
                   CLOSE PERSEXT
               END-IF
               IF  TEM-PONTOVAR
                   CLOSE PONTOVAR
               END-IF
           END-IF
      *
           PERFORM RT-FINALIZAR
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
           DISPLAY 'PAYROLL-HOLERITE-TIPO' UPON ENVIRONMENT-NAME
           ACCEPT   WS-TIPO-ENV            FROM ENVIRONMENT-VALUE
           IF  WS-TIPO-ENV EQUAL '1' OR '2'
               MOVE WS-TIPO-ENV TO WS-TIPO-FOLHA
               DISPLAY PGMID '001I- HOLERITES DO 13O SALARIO - '
                       WS-TIPO-FOLHA 'A PARCELA - ANOMES ' WS-ANOMES
           END-IF
      *
           OPEN INPUT PERSNL
           IF  NOT FL-PERSNL-OK
               MOVE 8 TO WS-RETURN-CODE
               EXIT SECTION
           END-IF
      *
           IF  FOLHA-13
               OPEN INPUT PAYRES
               IF  NOT FL-PAYRES-OK
                   DISPLAY PGMID '005I- PAYRES AUSENTE OU COM ERRO '
                           FL-STA-PAYRES
                   CLOSE PERSNL
                   MOVE 8 TO WS-RETURN-CODE
                   EXIT SECTION
               END-IF
           ELSE
               OPEN INPUT PAYRES
               IF  FL-PAYRES-OK
                   SET TEM-PAYRES TO TRUE
               END-IF
           END-IF
      *
           OPEN INPUT RATETAB
           IF  FL-RATETAB-OK
           IF  FL-PERSEXT-OK
               SET TEM-PERSEXT TO TRUE
           END-IF
      *
           IF  FOLHA-MENSAL
               OPEN INPUT PONTOVAR
               IF  FL-PONTOVAR-OK
                   SET TEM-PONTOVAR TO TRUE
               END-IF
           END-IF
      *
           PERFORM RT-CARREGAR-DEPTOS
           PERFORM RT-CARREGAR-BONUS.
           ELSE
               MOVE ZEROS            TO WS-COMPANY
           END-IF
      *
           IF  FOLHA-13
               PERFORM RT-GERAR-HOLERITE-13
               EXIT SECTION
           END-IF
      *
           PERFORM RT-BUSCAR-PERCENTUAL
           PERFORM RT-BUSCAR-BONUS
           PERFORM RT-BUSCAR-PONTO
           PERFORM RT-BUSCAR-EMAIL
           PERFORM RT-BUSCAR-DEPT-DESC
      *
      *    LIQUIDO PELO MOTOR DE CALCULO (ENTRADA NETCALC-CALL)
           COMPUTE NETCALC-BRUTO-MES ROUNDED = PAY-GROSS * 52 / 12
           ADD  WS-BONUS TO NETCALC-BRUTO-MES
           ADD  WS-VALOR-HE50 WS-VALOR-HE100 WS-VALOR-NOTURNO
             TO NETCALC-BRUTO-MES
           MOVE ZEROS    TO NETCALC-DEPENDENTES NETCALC-INSS
                            NETCALC-IRRF NETCALC-LIQUIDO
           CALL SB-NETCALC USING PARAMETROS-NETCALC
                MOVE 'N' TO WS-TEM-NETCALC
                MOVE NETCALC-BRUTO-MES TO NETCALC-LIQUIDO
           END-CALL
           PERFORM RT-BUSCAR-QUINZENA
           PERFORM RT-BUSCAR-CONSIGNADO
      *
           PERFORM RT-ESCREVER-PAGINA
           PERFORM RT-DESPACHAR-SPOOL
      *
       RT-GERAR-HOLERITEX.                         EXIT.
      *----------------------------------------------------------------*
      *  DEMONSTRATIVO DO 13O: VALORES JA CALCULADOS PELO DECTERC       *
      *----------------------------------------------------------------*
       RT-GERAR-HOLERITE-13                        SECTION.
      *
           MOVE WS-ANOMES     TO PAYRES-ANOMES
           MOVE WS-TIPO-FOLHA TO PAYRES-TIPO
           MOVE PERSNL-EMP-NO TO PAYRES-EMP-NO
           READ PAYRES
               INVALID KEY
                   ADD 1 TO WS-SEM-RESULTADO
                   EXIT SECTION
           END-READ
      *
           PERFORM RT-BUSCAR-EMAIL
           PERFORM RT-BUSCAR-DEPT-DESC
           PERFORM RT-ESCREVER-PAGINA-13
           PERFORM RT-DESPACHAR-SPOOL
           ADD 1 TO WS-GERADOS.
      *
       RT-GERAR-HOLERITE-13X.                      EXIT.
      *----------------------------------------------------------------*
      *  PERCENTUAL APLICADO: ESPECIFICO DA EMPRESA, SENAO O PADRAO 00  *
      *----------------------------------------------------------------*
       RT-BUSCAR-PERCENTUAL                        SECTION.
           END-PERFORM.
      *
       RT-BUSCAR-BONUSX.                           EXIT.
      *----------------------------------------------------------------*
      *  HORAS EXTRAS E ADICIONAL NOTURNO DO MES (PONTOVAR)             *
      *----------------------------------------------------------------*
       RT-BUSCAR-PONTO                             SECTION.
      *
           MOVE ZEROS TO WS-MIN-HE50 WS-MIN-HE100 WS-MIN-NOTURNO
                         WS-VALOR-HE50 WS-VALOR-HE100 WS-VALOR-NOTURNO
           IF  NOT TEM-PONTOVAR
               EXIT SECTION
           END-IF
           MOVE WS-ANOMES     TO PONTOVAR-ANOMES
           MOVE PERSNL-EMP-NO TO PONTOVAR-EMP-NO
           READ PONTOVAR
               INVALID KEY
                   EXIT SECTION
           END-READ
           MOVE PONTOVAR-MIN-HE50      TO WS-MIN-HE50
           MOVE PONTOVAR-MIN-HE100     TO WS-MIN-HE100
           MOVE PONTOVAR-MIN-NOTURNO   TO WS-MIN-NOTURNO
           MOVE PONTOVAR-VALOR-HE50    TO WS-VALOR-HE50
           MOVE PONTOVAR-VALOR-HE100   TO WS-VALOR-HE100
           MOVE PONTOVAR-VALOR-NOTURNO TO WS-VALOR-NOTURNO.
      *
       RT-BUSCAR-PONTOX.                           EXIT.
      *----------------------------------------------------------------*
       RT-BUSCAR-QUINZENA                          SECTION.
      *
           MOVE ZEROS TO WS-QUINZENA
           IF  NOT TEM-PAYRES
               EXIT SECTION
           END-IF
           MOVE WS-ANOMES     TO PAYRES-ANOMES
           MOVE 'A'           TO PAYRES-TIPO
           MOVE PERSNL-EMP-NO TO PAYRES-EMP-NO
           READ PAYRES
               INVALID KEY
                   EXIT SECTION
           END-READ
           MOVE PAYRES-LIQUIDO TO WS-QUINZENA
           IF  WS-QUINZENA GREATER NETCALC-LIQUIDO
               MOVE ZEROS TO NETCALC-LIQUIDO
           ELSE
               SUBTRACT WS-QUINZENA FROM NETCALC-LIQUIDO
           END-IF.
      *
       RT-BUSCAR-QUINZENAX.                        EXIT.
      *----------------------------------------------------------------*
      *  PARCELAS DE CONSIGNADO E PENSAO ALIMENTICIA DESCONTADAS PELO   *
      *  NETCALC (PAYRES M)                                             *
      *----------------------------------------------------------------*
       RT-BUSCAR-CONSIGNADO                        SECTION.
      *
           MOVE ZEROS TO WS-CONSIGNADO WS-PENSAO
           IF  NOT TEM-PAYRES
               EXIT SECTION
           END-IF
           MOVE WS-ANOMES     TO PAYRES-ANOMES
           MOVE 'M'           TO PAYRES-TIPO
           MOVE PERSNL-EMP-NO TO PAYRES-EMP-NO
           READ PAYRES
               INVALID KEY
                   EXIT SECTION
           END-READ
           IF  PAYRES-PENSAO IS NUMERIC
               MOVE PAYRES-PENSAO TO WS-PENSAO
               IF  WS-PENSAO GREATER NETCALC-LIQUIDO
                   MOVE ZEROS TO NETCALC-LIQUIDO
               ELSE
                   SUBTRACT WS-PENSAO FROM NETCALC-LIQUIDO
               END-IF
           END-IF
           IF  PAYRES-CONSIGNADO IS NOT NUMERIC
               EXIT SECTION
           END-IF
           MOVE PAYRES-CONSIGNADO TO WS-CONSIGNADO
           IF  WS-CONSIGNADO GREATER NETCALC-LIQUIDO
               MOVE ZEROS TO NETCALC-LIQUIDO
           ELSE
               SUBTRACT WS-CONSIGNADO FROM NETCALC-LIQUIDO
           END-IF.
      *
       RT-BUSCAR-CONSIGNADOX.                      EXIT.
      *----------------------------------------------------------------*
       RT-BUSCAR-EMAIL                             SECTION.
      *
           STRING 'BONUS DA GERACAO........: ' WS-ED-VALOR
                  DELIMITED BY SIZE INTO REG-HOLEOUT
           WRITE REG-HOLEOUT
      *
           IF  WS-VALOR-HE50 GREATER ZEROS
               MOVE WS-MIN-HE50 TO WS-MINUTOS
               PERFORM RT-EDITAR-HORAS
               MOVE WS-VALOR-HE50 TO WS-ED-VALOR
               MOVE SPACES TO REG-HOLEOUT
               STRING 'HORAS EXTRAS 50%........: ' WS-ED-VALOR
                      '   (' WS-ED-HORAS ':' WS-ED-MINUTOS ' H)'
                      DELIMITED BY SIZE INTO REG-HOLEOUT
               WRITE REG-HOLEOUT
           END-IF
      *
           IF  WS-VALOR-HE100 GREATER ZEROS
               MOVE WS-MIN-HE100 TO WS-MINUTOS
               PERFORM RT-EDITAR-HORAS
               MOVE WS-VALOR-HE100 TO WS-ED-VALOR
               MOVE SPACES TO REG-HOLEOUT
               STRING 'HORAS EXTRAS 100%.......: ' WS-ED-VALOR
                      '   (' WS-ED-HORAS ':' WS-ED-MINUTOS ' H)'
                      DELIMITED BY SIZE INTO REG-HOLEOUT
               WRITE REG-HOLEOUT
           END-IF
      *
           IF  WS-VALOR-NOTURNO GREATER ZEROS
               MOVE WS-MIN-NOTURNO TO WS-MINUTOS
               PERFORM RT-EDITAR-HORAS
               MOVE WS-VALOR-NOTURNO TO WS-ED-VALOR
               MOVE SPACES TO REG-HOLEOUT
               STRING 'ADICIONAL NOTURNO.......: ' WS-ED-VALOR
                      '   (' WS-ED-HORAS ':' WS-ED-MINUTOS ' H)'
                      DELIMITED BY SIZE INTO REG-HOLEOUT
               WRITE REG-HOLEOUT
           END-IF
      *
           IF  TEM-NETCALC
               MOVE NETCALC-INSS TO WS-ED-VALOR
                      DELIMITED BY SIZE INTO REG-HOLEOUT
               WRITE REG-HOLEOUT
           END-IF
      *
           IF  WS-QUINZENA GREATER ZEROS
               MOVE WS-QUINZENA TO WS-ED-VALOR
               MOVE SPACES TO REG-HOLEOUT
               STRING 'ADIANTAMENTO QUINZENAL..: ' WS-ED-VALOR
                      DELIMITED BY SIZE INTO REG-HOLEOUT
               WRITE REG-HOLEOUT
           END-IF
      *
           IF  WS-PENSAO GREATER ZEROS
               MOVE WS-PENSAO TO WS-ED-VALOR
               MOVE SPACES TO REG-HOLEOUT
               STRING 'PENSAO ALIMENTICIA......: ' WS-ED-VALOR
                      DELIMITED BY SIZE INTO REG-HOLEOUT
               WRITE REG-HOLEOUT
           END-IF
      *
           IF  WS-CONSIGNADO GREATER ZEROS
               MOVE WS-CONSIGNADO TO WS-ED-VALOR
               MOVE SPACES TO REG-HOLEOUT
               STRING 'EMPRESTIMO CONSIGNADO...: ' WS-ED-VALOR
                      DELIMITED BY SIZE INTO REG-HOLEOUT
               WRITE REG-HOLEOUT
           END-IF
      *
           MOVE NETCALC-LIQUIDO TO WS-ED-VALOR
           MOVE SPACES TO REG-HOLEOUT
      *
       RT-ESCREVER-PAGINAX.                        EXIT.
      *----------------------------------------------------------------*
      *  MINUTOS EM HORAS:MINUTOS PARA A PAGINA                         *
      *----------------------------------------------------------------*
       RT-EDITAR-HORAS                             SECTION.
      *
           DIVIDE WS-MINUTOS BY 60 GIVING WS-ED-HORAS
                                REMAINDER WS-ED-MINUTOS.
      *
       RT-EDITAR-HORASX.                           EXIT.
      *----------------------------------------------------------------*
      *  PAGINA DO DEMONSTRATIVO DA PARCELA DO 13O SALARIO              *
      *----------------------------------------------------------------*
       RT-ESCREVER-PAGINA-13                       SECTION.
      *
           OPEN OUTPUT HOLEOUT
           MOVE ALL '=' TO REG-HOLEOUT
           WRITE REG-HOLEOUT
           MOVE SPACES TO REG-HOLEOUT
           STRING '     DEMONSTRATIVO DE PAGAMENTO - 13O SALARIO - '
                  WS-TIPO-FOLHA 'A PARCELA'
                  DELIMITED BY SIZE INTO REG-HOLEOUT
           WRITE REG-HOLEOUT
           MOVE ALL '=' TO REG-HOLEOUT
           WRITE REG-HOLEOUT
      *
           MOVE SPACES TO REG-HOLEOUT
           STRING 'MATRICULA: ' PERSNL-EMP-NO
                  '   EMPRESA: ' WS-COMPANY
                  '   ANOMES: ' WS-ANOMES
                  DELIMITED BY SIZE INTO REG-HOLEOUT
           WRITE REG-HOLEOUT
      *
           MOVE SPACES TO REG-HOLEOUT
           STRING 'NOME: ' LAST-NAME
                  '   DEPT: ' DEPT ' - ' WS-DEPT-DESC
                  DELIMITED BY SIZE INTO REG-HOLEOUT
           WRITE REG-HOLEOUT
      *
           MOVE SPACES TO REG-HOLEOUT
           WRITE REG-HOLEOUT
           MOVE SPACES TO REG-HOLEOUT
           STRING 'AVOS NO ANO.............: ' PAYRES-AVOS '/12'
                  DELIMITED BY SIZE INTO REG-HOLEOUT
           WRITE REG-HOLEOUT
      *
           MOVE PAYRES-BRUTO TO WS-ED-VALOR
           MOVE SPACES TO REG-HOLEOUT
           STRING 'VALOR DA PARCELA........: ' WS-ED-VALOR
                  DELIMITED BY SIZE INTO REG-HOLEOUT
           WRITE REG-HOLEOUT
      *
           IF  WS-TIPO-FOLHA EQUAL '2'
               MOVE PAYRES-INSS TO WS-ED-VALOR
               MOVE SPACES TO REG-HOLEOUT
               STRING 'CONTRIBUICAO (INSS).....: ' WS-ED-VALOR
                      DELIMITED BY SIZE INTO REG-HOLEOUT
               WRITE REG-HOLEOUT
               MOVE PAYRES-IRRF TO WS-ED-VALOR
               MOVE SPACES TO REG-HOLEOUT
               STRING 'IMPOSTO (IRRF)..........: ' WS-ED-VALOR
                      DELIMITED BY SIZE INTO REG-HOLEOUT
               WRITE REG-HOLEOUT
               IF  PAYRES-PENSAO IS NUMERIC
               AND PAYRES-PENSAO GREATER ZEROS
                   MOVE PAYRES-PENSAO TO WS-ED-VALOR
                   MOVE SPACES TO REG-HOLEOUT
                   STRING 'PENSAO ALIMENTICIA......: ' WS-ED-VALOR
                          DELIMITED BY SIZE INTO REG-HOLEOUT
                   WRITE REG-HOLEOUT
               END-IF
               MOVE PAYRES-ADIANTADO TO WS-ED-VALOR
               MOVE SPACES TO REG-HOLEOUT
               STRING '1A PARCELA JA PAGA......: ' WS-ED-VALOR
                      DELIMITED BY SIZE INTO REG-HOLEOUT
               WRITE REG-HOLEOUT
           END-IF
      *
           MOVE PAYRES-LIQUIDO TO WS-ED-VALOR
           MOVE SPACES TO REG-HOLEOUT
           STRING 'LIQUIDO A RECEBER.......: ' WS-ED-VALOR
                  DELIMITED BY SIZE INTO REG-HOLEOUT
           WRITE REG-HOLEOUT
      *
           MOVE ALL '=' TO REG-HOLEOUT
           WRITE REG-HOLEOUT
           CLOSE HOLEOUT.
      *
       RT-ESCREVER-PAGINA-13X.                     EXIT.
      *----------------------------------------------------------------*
      *  DESPACHA A PAGINA COMO DOCUMENTO PROPRIO NO SPOOL; O E-MAIL    *
      *  DO EMPREGADO SEGUE NO TITULO PARA O FLUXO DESTINO-EMAIL        *
      *----------------------------------------------------------------*
           MOVE 'HOLEOUT'  TO CWSPLF-FILE
           MOVE 'HOLERIT'  TO CWSPLF-REPORT
           MOVE SPACES     TO CWSPLF-TITLE
           IF  FOLHA-13
               STRING 'HOLERITE 13O ' WS-TIPO-FOLHA 'A PARCELA '
                      PERSNL-EMP-NO ' ' LAST-NAME
                      ' EMAIL: ' WS-EMAIL
                      DELIMITED BY SIZE INTO CWSPLF-TITLE
           ELSE
               STRING 'HOLERITE ' PERSNL-EMP-NO ' ' LAST-NAME
                      ' EMAIL: ' WS-EMAIL
                      DELIMITED BY SIZE INTO CWSPLF-TITLE
           END-IF
           MOVE 'DESTINO-EMAIL' TO CWSPLF-NOTE
           CALL SB-CWSPLF USING PARAMETROS-CWSPLF
             ON EXCEPTION
           DISPLAY PGMID '003I- LIDOS DO CADASTRO......:' WS-DISPLAY
           MOVE    WS-GERADOS          TO WS-DISPLAY
           DISPLAY PGMID '004I- HOLERITES GERADOS......:' WS-DISPLAY
           IF  FOLHA-13
               MOVE    WS-SEM-RESULTADO    TO WS-DISPLAY
               DISPLAY PGMID '006I- SEM RESULTADO NO PAYRES:' WS-DISPLAY
           END-IF
           DISPLAY PGMID '999I' TRACOS.
      *
       RT-FINALIZARX.                              EXIT.
