      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ESOCTOT.
       AUTHOR.        Traduzido de Easytrieve (macro esy.kex v.0.10).
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      * Conferencia dos totalizadores devolvidos pelo *
                      * eSocial contra a folha calculada:             *
                      *                                               *
                      *  - S-5001 (BASES DO TRABALHADOR): BASE DE     *
                      *    INSS = VALORES TPVALOR 11 FORA DO 13O;     *
                      *    INSS = SOMA DE VRCPSEG;                    *
                      *  - S-5002 (IRRF DO BENEFICIARIO): BASE DE     *
                      *    IRRF = TPVALOR 11 - TPVALOR 41 - VRDEDDEP; *
                      *    IRRF = SOMA DE VRIRRFDESC.                 *
                      *                                               *
                      * O arquivo ESOCRET lista, um por linha, os     *
                      * XML dos totalizadores recebidos (leiaute do   *
                      * proprio evento, raiz eSocial); cada um e lido *
                      * pelo CWXML e gravado na matricula do ESOCREM  *
                      * do periodo (pela matricula do S-5001 ou pelo  *
                      * CPF). Reimportar o mesmo arquivo so repete os *
                      * mesmos valores.                               *
                      *                                               *
                      * Em seguida as matriculas do PAYROLL-ANOMES    *
                      * sao conferidas: bases e valores iguais ficam  *
                      * conferidos (C); qualquer diferenca fica       *
                      * divergente (D) e sai no relatorio de          *
                      * excecoes ESOCDIV, assim como as pendentes e   *
                      * as que ainda nao tem os dois totalizadores.   *
                      * Enquanto houver matricula nao conferida o     *
                      * PAYCTL nao fecha o ciclo do mes.              *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT OPTIONAL ESOCRET ASSIGN TO ESOCRET
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FL-STA-ESOCRET.
      *
           SELECT ESOCREM ASSIGN TO ESOCREM
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS ESOCREM-CHAVE
                  FILE STATUS   IS FL-STA-ESOCREM.
      *
           SELECT ESOCDIV ASSIGN TO ESOCDIV.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *----------------------------------------------------------------*
      *  LISTA DOS XML DE TOTALIZADORES A IMPORTAR                      *
      *----------------------------------------------------------------*
       FD  ESOCRET
           LABEL RECORD IS STANDARD.
      *
       01  REG-ESOCRET                       PIC  X(255).
      *
      *----------------------------------------------------------------*
      *  CONTROLE DOS EVENTOS PERIODICOS: UM REGISTRO POR ANOMES E      *
      *  MATRICULA, COM AS NOSSAS BASES E AS DOS TOTALIZADORES          *
      *----------------------------------------------------------------*
       FD  ESOCREM
           RECORD CONTAINS 300 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-ESOCREM.
           03 ESOCREM-CHAVE.
              05 ESOCREM-ANOMES              PIC  9(006).
              05 ESOCREM-EMP-NO              PIC  9(005).
           03 ESOCREM-SITUACAO               PIC  X(001).
              88 ESOCREM-PENDENTE                       VALUE 'P'.
              88 ESOCREM-GERADO                         VALUE 'G'.
              88 ESOCREM-CONFERIDO                      VALUE 'C'.
              88 ESOCREM-DIVERGENTE                     VALUE 'D'.
           03 ESOCREM-CPF                    PIC  9(011).
           03 ESOCREM-ID-1200                PIC  X(036).
           03 ESOCREM-ID-1210                PIC  X(036).
           03 ESOCREM-BASE-INSS              PIC  9(009)V99.
           03 ESOCREM-INSS                   PIC  9(007)V99.
           03 ESOCREM-BASE-IRRF              PIC  9(009)V99.
           03 ESOCREM-IRRF                   PIC  9(007)V99.
           03 ESOCREM-LIQUIDO                PIC  9(009)V99.
           03 ESOCREM-GOV-BASE-INSS          PIC  9(009)V99.
           03 ESOCREM-GOV-INSS               PIC  9(007)V99.
           03 ESOCREM-GOV-BASE-IRRF          PIC  9(009)V99.
           03 ESOCREM-GOV-IRRF               PIC  9(007)V99.
           03 ESOCREM-TEM-5001               PIC  X(001).
              88 ESOCREM-COM-5001                       VALUE 'S'.
           03 ESOCREM-TEM-5002               PIC  X(001).
              88 ESOCREM-COM-5002                       VALUE 'S'.
           03 ESOCREM-DATA-CALC              PIC  9(008).
           03 ESOCREM-DATA-GERACAO           PIC  9(008).
           03 ESOCREM-DATA-CONFERENCIA       PIC  9(008).
           03 ESOCREM-OCORRENCIA             PIC  X(060).
           03 FILLER                         PIC  X(028).
      *
       FD  ESOCDIV
           LABEL RECORD IS OMITTED.
      *
       01  REG-ESOCDIV                       PIC  X(100).
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
       77  SB-CWXML                      PIC  X(08)  VALUE 'CWXML'.
      *
      *----------------------------------------------------------------*
      *        AREA DE VARIAVEIS AUXILIARES                            *
      *----------------------------------------------------------------*
      *
       01  WS-VARIAVEIS.
           03 TRACOS                         PIC  X(060)    VALUE
              ALL '-'.
           03 PGMID                          PIC  X(009)    VALUE
              '#ESOCTOT.'.
           03 FL-STA-ESOCRET                 PIC  X(002)    VALUE
              ZEROS.
              88 FL-ESOCRET-OK                              VALUE '00'.
              88 FL-ESOCRET-EOF                             VALUE '10'.
           03 FL-STA-ESOCREM                 PIC  X(002)    VALUE
              ZEROS.
              88 FL-ESOCREM-OK                              VALUE '00'.
              88 FL-ESOCREM-EOF                             VALUE '10'.
           03 WS-RETURN-CODE                 PIC  9(003)    VALUE
              ZEROS.
           03 WS-DISPLAY                     PIC  -ZZZ.ZZZ.ZZ9.
           03 WS-ARQUIVOS             COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-IMPORTADOS-5001      COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-IMPORTADOS-5002      COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-REJEITADOS           COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-CONFERIDOS           COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-DIVERGENTES          COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-SEM-RETORNO          COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-PENDENTES            COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-ACHOU                       PIC  X(001)    VALUE 'N'.
              88 ACHOU                                      VALUE 'S'.
           03 WS-DIVERGIU                    PIC  X(001)    VALUE 'N'.
              88 DIVERGIU                                   VALUE 'S'.
           03 WS-DATA-HOJE                   PIC  9(008)    VALUE
              ZEROS.
           03 WS-ANOMES                      PIC  9(006)    VALUE
              ZEROS.
           03 WS-ANOMES-ENV                  PIC  X(006)    VALUE
              SPACES.
      *
      *    PERIODO E TRABALHADOR DO TOTALIZADOR CORRENTE
           03 WS-TOT-ANOMES.
              05 WS-TOT-ANO                  PIC  9(004)    VALUE
                 ZEROS.
              05 WS-TOT-MES                  PIC  9(002)    VALUE
                 ZEROS.
           03 WS-TOT-ANOMES-N REDEFINES WS-TOT-ANOMES
                                             PIC  9(006).
           03 WS-TOT-PER-APUR                PIC  X(007)    VALUE
              SPACES.
           03 WS-TOT-CPF                     PIC  X(011)    VALUE
              SPACES.
           03 WS-TOT-CPF-N REDEFINES WS-TOT-CPF
                                             PIC  9(011).
           03 WS-TOT-EVENTO                  PIC  X(006)    VALUE
              SPACES.
           03 WS-SOMA-BASE            COMP-3 PIC S9(013)V99 VALUE
              ZEROS.
           03 WS-SOMA-VALOR           COMP-3 PIC S9(013)V99 VALUE
              ZEROS.
      *
      *    LINHA DE DIVERGENCIA DO RELATORIO
           03 WS-DIV-CAMPO                   PIC  X(010)    VALUE
              SPACES.
           03 WS-DIV-FOLHA            COMP-3 PIC S9(011)V99 VALUE
              ZEROS.
           03 WS-DIV-ESOCIAL          COMP-3 PIC S9(011)V99 VALUE
              ZEROS.
           03 WS-DIV-DIFERENCA        COMP-3 PIC S9(011)V99 VALUE
              ZEROS.
           03 WS-ED-FOLHA                    PIC  -ZZZ.ZZZ.ZZ9,99.
           03 WS-ED-ESOCIAL                  PIC  -ZZZ.ZZZ.ZZ9,99.
           03 WS-ED-DIFERENCA                PIC  -ZZZ.ZZZ.ZZ9,99.
           03 WS-TEXTO                       PIC  X(060)    VALUE
              SPACES.
      *
      *----------------------------------------------------------------*
      *  AREA DE DADOS DO CWXML NA LEITURA: O TOTALIZADOR LIDO PREENCHE *
      *  O SEU GRUPO; O OUTRO FICA EM BRANCO                            *
      *----------------------------------------------------------------*
       01  WS-XML-BUFFER.
           03 XML-BASES-TRAB.
              05 XML-BAS-PER-APUR            PIC  X(007).
              05 XML-BAS-CPF                 PIC  X(011).
              05 XML-BAS-CALC OCCURS 3 TIMES INDEXED BY IX-CALC.
                 07 XML-BAS-TP-CR            PIC  X(006).
                 07 XML-BAS-VR-CP-SEG        PIC  9(012)V99.
                 07 XML-BAS-VR-DESC-SEG      PIC  9(012)V99.
              05 XML-BAS-MATRICULA           PIC  X(030).
              05 XML-BAS-COD-CATEG           PIC  9(003).
              05 XML-BAS-BASE OCCURS 10 TIMES INDEXED BY IX-BASE.
                 07 XML-BAS-IND-13           PIC  9(001).
                 07 XML-BAS-TP-VALOR         PIC  9(002).
                 07 XML-BAS-VALOR            PIC  9(012)V99.
           03 XML-IRRF-BENEF.
              05 XML-IRF-PER-APUR            PIC  X(007).
              05 XML-IRF-CPF                 PIC  X(011).
              05 XML-IRF-VR-DED-DEP          PIC  9(012)V99.
              05 XML-IRF-COD-CATEG           PIC  9(003).
              05 XML-IRF-BASE OCCURS 10 TIMES INDEXED BY IX-BIRF.
                 07 XML-IRF-TP-VALOR         PIC  9(002).
                 07 XML-IRF-VALOR            PIC  9(012)V99.
              05 XML-IRF-RETIDO OCCURS 3 TIMES INDEXED BY IX-RET.
                 07 XML-IRF-TP-CR            PIC  X(006).
                 07 XML-IRF-VR-DESC          PIC  9(012)V99.
      *
      *----------------------------------------------------------------*
      *  LEIAUTE DO CWXML: UMA ENTRADA DE 50 BYTES POR TAG - ESTILO     *
      *  ('=' ATRIBUTO), SINAL, TIPO (X, 9; BRANCO E GRUPO), TAMANHO    *
      *  (5), DECIMAIS (2), OCORRENCIAS (6), NIVEL (2) E A TAG; TAG     *
      *  DO DOCUMENTO FORA DO LEIAUTE E IGNORADA NA LEITURA             *
      *----------------------------------------------------------------*
       01  WS-XML-LAYOUT.
           03 FILLER                         PIC  X(050)    VALUE
              '   000000000000101eSocial'.
           03 FILLER                         PIC  X(050)    VALUE
              '   000000000000102evtBasesTrab'.
           03 FILLER                         PIC  X(050)    VALUE
              '   000000000000103ideEvento'.
           03 FILLER                         PIC  X(050)    VALUE
              '  X000070000000104perApur'.
           03 FILLER                         PIC  X(050)    VALUE
              '   000000000000103ideTrabalhador'.
           03 FILLER                         PIC  X(050)    VALUE
              '  X000110000000104cpfTrab'.
           03 FILLER                         PIC  X(050)    VALUE
              '   000000000000303infoCpCalc'.
           03 FILLER                         PIC  X(050)    VALUE
              '  X000060000000104tpCR'.
           03 FILLER                         PIC  X(050)    VALUE
              '  9000120200000104vrCpSeg'.
           03 FILLER                         PIC  X(050)    VALUE
              '  9000120200000104vrDescSeg'.
           03 FILLER                         PIC  X(050)    VALUE
              '   000000000000103infoCp'.
           03 FILLER                         PIC  X(050)    VALUE
              '   000000000000104ideEstabLot'.
           03 FILLER                         PIC  X(050)    VALUE
              '   000000000000105infoCategIncid'.
           03 FILLER                         PIC  X(050)    VALUE
              '  X000300000000106matricula'.
           03 FILLER                         PIC  X(050)    VALUE
              '  9000030000000106codCateg'.
           03 FILLER                         PIC  X(050)    VALUE
              '   000000000001006infoBaseCS'.
           03 FILLER                         PIC  X(050)    VALUE
              '  9000010000000107ind13'.
           03 FILLER                         PIC  X(050)    VALUE
              '  9000020000000107tpValor'.
           03 FILLER                         PIC  X(050)    VALUE
              '  9000120200000107valor'.
           03 FILLER                         PIC  X(050)    VALUE
              '   000000000000102evtIrrfBenef'.
           03 FILLER                         PIC  X(050)    VALUE
              '   000000000000103ideEvento'.
           03 FILLER                         PIC  X(050)    VALUE
              '  X000070000000104perApur'.
           03 FILLER                         PIC  X(050)    VALUE
              '   000000000000103ideTrabalhador'.
           03 FILLER                         PIC  X(050)    VALUE
              '  X000110000000104cpfBenef'.
           03 FILLER                         PIC  X(050)    VALUE
              '   000000000000103infoDep'.
           03 FILLER                         PIC  X(050)    VALUE
              '  9000120200000104vrDedDep'.
           03 FILLER                         PIC  X(050)    VALUE
              '   000000000000103infoIrrf'.
           03 FILLER                         PIC  X(050)    VALUE
              '  9000030000000104codCateg'.
           03 FILLER                         PIC  X(050)    VALUE
              '   000000000001004basesIrrf'.
           03 FILLER                         PIC  X(050)    VALUE
              '  9000020000000105tpValor'.
           03 FILLER                         PIC  X(050)    VALUE
              '  9000120200000105valor'.
           03 FILLER                         PIC  X(050)    VALUE
              '   000000000000304irrf'.
           03 FILLER                         PIC  X(050)    VALUE
              '  X000060000000105tpCR'.
           03 FILLER                         PIC  X(050)    VALUE
              '  9000120200000105vrIrrfDesc'.
      *
      *----------------------------------------------------------------*
      *  PARAMETROS DO CWXML (LEITURA PARA A AREA PELO LEIAUTE)        *
      *----------------------------------------------------------------*
       01  PARAMETROS-CWXML.
           05 CWXML-FUNCTION         PIC  X(001) VALUE SPACE.
              88 CWXML-GET                       VALUE "G".
              88 CWXML-PUT                       VALUE "P".
           05 CWXML-FILE             PIC  X(255) VALUE SPACES.
           05 CWXML-STATUS           PIC  X(002) VALUE "00".
           05 CWXML-BUFFER           POINTER.
           05 CWXML-BUFFER-LENGTH    PIC  9(008) COMP-5 VALUE 0.
           05 CWXML-LAYOUT           POINTER.
           05 CWXML-LAYOUT-LENGTH    PIC  9(008) COMP-5 VALUE 0.
           05 CWXML-LINE-FEED        PIC  X(001) VALUE SPACE.
           05 CWXML-SPECIALS         PIC  X(080) VALUE SPACES.
           05 FILLER                 PIC  X(2048).
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
               PERFORM RT-IMPORTAR
               PERFORM RT-CONFERIR
               CLOSE ESOCREM
                     ESOCDIV
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
           OPEN I-O ESOCREM
           IF  NOT FL-ESOCREM-OK
               DISPLAY PGMID '002I- ESOCREM AUSENTE OU COM ERRO '
                       FL-STA-ESOCREM ' - RODE O ESOCPER DO MES'
               MOVE 8 TO WS-RETURN-CODE
               EXIT SECTION
           END-IF
      *
           OPEN OUTPUT ESOCDIV
           MOVE SPACES TO REG-ESOCDIV
           STRING 'EXCECOES FOLHA X TOTALIZADORES DO ESOCIAL (ESOCTOT)'
                  ' - COMPETENCIA ' WS-ANOMES
                  DELIMITED BY SIZE INTO REG-ESOCDIV
           WRITE REG-ESOCDIV
           MOVE ALL '-' TO REG-ESOCDIV
           WRITE REG-ESOCDIV
      *
           SET  CWXML-GET            TO TRUE
           SET  CWXML-BUFFER         TO ADDRESS OF WS-XML-BUFFER
           MOVE LENGTH OF WS-XML-BUFFER TO CWXML-BUFFER-LENGTH
           SET  CWXML-LAYOUT         TO ADDRESS OF WS-XML-LAYOUT
           MOVE LENGTH OF WS-XML-LAYOUT TO CWXML-LAYOUT-LENGTH.
      *
       RT-INICIARX.                                EXIT.
      *----------------------------------------------------------------*
      *  IMPORTACAO DOS XML LISTADOS NO ESOCRET                         *
      *----------------------------------------------------------------*
       RT-IMPORTAR                                 SECTION.
      *
           OPEN INPUT ESOCRET
           IF  NOT FL-ESOCRET-OK
               DISPLAY PGMID '003I- SEM LISTA ESOCRET - SO A'
                       ' CONFERENCIA DO QUE JA FOI IMPORTADO'
               CLOSE ESOCRET
               EXIT SECTION
           END-IF
      *
           PERFORM UNTIL FL-ESOCRET-EOF
               READ ESOCRET
                 AT END
                    SET FL-ESOCRET-EOF TO TRUE
                 NOT AT END
                    IF  REG-ESOCRET NOT EQUAL SPACES
                    AND REG-ESOCRET(1:1) NOT EQUAL '*'
                        ADD 1 TO WS-ARQUIVOS
                        PERFORM RT-IMPORTAR-ARQUIVO
                    END-IF
               END-READ
           END-PERFORM
           CLOSE ESOCRET.
      *
       RT-IMPORTARX.                               EXIT.
      *----------------------------------------------------------------*
      *  LE UM TOTALIZADOR E GRAVA AS BASES NA MATRICULA DO PERIODO     *
      *----------------------------------------------------------------*
       RT-IMPORTAR-ARQUIVO                         SECTION.
      *
           MOVE REG-ESOCRET TO CWXML-FILE
           MOVE '00'        TO CWXML-STATUS
           CALL SB-CWXML USING PARAMETROS-CWXML
             ON EXCEPTION
                MOVE '99' TO CWXML-STATUS
           END-CALL
           IF  CWXML-STATUS GREATER '09'
               MOVE SPACES TO WS-TEXTO
               STRING 'ERRO ' CWXML-STATUS ' DO CWXML NA LEITURA'
                      DELIMITED BY SIZE INTO WS-TEXTO
               PERFORM RT-REJEITAR-ARQUIVO
               EXIT SECTION
           END-IF
      *
           EVALUATE TRUE
               WHEN XML-BASES-TRAB NOT EQUAL SPACES
                    PERFORM RT-APLICAR-S5001
               WHEN XML-IRRF-BENEF NOT EQUAL SPACES
                    PERFORM RT-APLICAR-S5002
               WHEN OTHER
                    MOVE 'NAO E TOTALIZADOR S-5001 OU S-5002'
                      TO WS-TEXTO
                    PERFORM RT-REJEITAR-ARQUIVO
           END-EVALUATE.
      *
       RT-IMPORTAR-ARQUIVOX.                       EXIT.
      *----------------------------------------------------------------*
      *  S-5001: BASE E CONTRIBUICAO DO SEGURADO NA FOLHA MENSAL        *
      *----------------------------------------------------------------*
       RT-APLICAR-S5001                            SECTION.
      *
           MOVE 'S-5001'         TO WS-TOT-EVENTO
           MOVE XML-BAS-PER-APUR TO WS-TOT-PER-APUR
           MOVE XML-BAS-CPF      TO WS-TOT-CPF
           PERFORM RT-VALIDAR-TOTALIZADOR
           IF  WS-TEXTO NOT EQUAL SPACES
               PERFORM RT-REJEITAR-ARQUIVO
               EXIT SECTION
           END-IF
      *
      *    A MATRICULA INFORMADA NO S-1200 VOLTA NO S-5001; SEM ELA
      *    (OU DE OUTRO CPF) LOCALIZA PELO CPF NO PERIODO
           MOVE 'N' TO WS-ACHOU
           IF  XML-BAS-MATRICULA(1:5) IS NUMERIC
           AND XML-BAS-MATRICULA(6:)  EQUAL SPACES
               MOVE WS-TOT-ANOMES-N        TO ESOCREM-ANOMES
               MOVE XML-BAS-MATRICULA(1:5) TO ESOCREM-EMP-NO
               READ ESOCREM
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF  ESOCREM-CPF EQUAL WS-TOT-CPF-N
                           SET ACHOU TO TRUE
                       END-IF
               END-READ
           END-IF
           IF  NOT ACHOU
               PERFORM RT-LOCALIZAR-CPF
           END-IF
           IF  NOT ACHOU
               MOVE 'SEM REMUNERACAO INFORMADA NO PERIODO' TO WS-TEXTO
               PERFORM RT-REJEITAR-ARQUIVO
               EXIT SECTION
           END-IF
      *
           MOVE ZEROS TO WS-SOMA-BASE WS-SOMA-VALOR
           PERFORM VARYING IX-BASE FROM 1 BY 1
                     UNTIL IX-BASE GREATER 10
               IF  XML-BAS-TP-VALOR(IX-BASE) IS NUMERIC
               AND XML-BAS-VALOR(IX-BASE)    IS NUMERIC
               AND XML-BAS-TP-VALOR(IX-BASE) EQUAL 11
               AND XML-BAS-IND-13(IX-BASE)   NOT EQUAL 1
                   ADD XML-BAS-VALOR(IX-BASE) TO WS-SOMA-BASE
               END-IF
           END-PERFORM
           PERFORM VARYING IX-CALC FROM 1 BY 1
                     UNTIL IX-CALC GREATER 3
               IF  XML-BAS-VR-CP-SEG(IX-CALC) IS NUMERIC
                   ADD XML-BAS-VR-CP-SEG(IX-CALC) TO WS-SOMA-VALOR
               END-IF
           END-PERFORM
      *
           MOVE WS-SOMA-BASE  TO ESOCREM-GOV-BASE-INSS
           MOVE WS-SOMA-VALOR TO ESOCREM-GOV-INSS
           SET  ESOCREM-COM-5001 TO TRUE
           PERFORM RT-REGRAVAR-ESOCREM
           ADD 1 TO WS-IMPORTADOS-5001.
      *
       RT-APLICAR-S5001X.                          EXIT.
      *----------------------------------------------------------------*
      *  S-5002: BASE E IMPOSTO RETIDO DO BENEFICIARIO                  *
      *----------------------------------------------------------------*
       RT-APLICAR-S5002                            SECTION.
      *
           MOVE 'S-5002'         TO WS-TOT-EVENTO
           MOVE XML-IRF-PER-APUR TO WS-TOT-PER-APUR
           MOVE XML-IRF-CPF      TO WS-TOT-CPF
           PERFORM RT-VALIDAR-TOTALIZADOR
           IF  WS-TEXTO NOT EQUAL SPACES
               PERFORM RT-REJEITAR-ARQUIVO
               EXIT SECTION
           END-IF
      *
           MOVE 'N' TO WS-ACHOU
           PERFORM RT-LOCALIZAR-CPF
           IF  NOT ACHOU
               MOVE 'SEM REMUNERACAO INFORMADA NO PERIODO' TO WS-TEXTO
               PERFORM RT-REJEITAR-ARQUIVO
               EXIT SECTION
           END-IF
      *
      *    RENDIMENTO TRIBUTAVEL (11) MENOS PREVIDENCIA OFICIAL (41)
      *    MENOS A DEDUCAO DOS DEPENDENTES
           MOVE ZEROS TO WS-SOMA-BASE WS-SOMA-VALOR
           PERFORM VARYING IX-BIRF FROM 1 BY 1
                     UNTIL IX-BIRF GREATER 10
               IF  XML-IRF-TP-VALOR(IX-BIRF) IS NUMERIC
               AND XML-IRF-VALOR(IX-BIRF)    IS NUMERIC
                   EVALUATE XML-IRF-TP-VALOR(IX-BIRF)
                       WHEN 11
                            ADD XML-IRF-VALOR(IX-BIRF)
                             TO WS-SOMA-BASE
                       WHEN 41
                            SUBTRACT XML-IRF-VALOR(IX-BIRF)
                                FROM WS-SOMA-BASE
                   END-EVALUATE
               END-IF
           END-PERFORM
           IF  XML-IRF-VR-DED-DEP IS NUMERIC
               SUBTRACT XML-IRF-VR-DED-DEP FROM WS-SOMA-BASE
           END-IF
           IF  WS-SOMA-BASE LESS ZEROS
               MOVE ZEROS TO WS-SOMA-BASE
           END-IF
           PERFORM VARYING IX-RET FROM 1 BY 1
                     UNTIL IX-RET GREATER 3
               IF  XML-IRF-VR-DESC(IX-RET) IS NUMERIC
                   ADD XML-IRF-VR-DESC(IX-RET) TO WS-SOMA-VALOR
               END-IF
           END-PERFORM
      *
           MOVE WS-SOMA-BASE  TO ESOCREM-GOV-BASE-IRRF
           MOVE WS-SOMA-VALOR TO ESOCREM-GOV-IRRF
           SET  ESOCREM-COM-5002 TO TRUE
           PERFORM RT-REGRAVAR-ESOCREM
           ADD 1 TO WS-IMPORTADOS-5002.
      *
       RT-APLICAR-S5002X.                          EXIT.
      *----------------------------------------------------------------*
      *  PERIODO (AAAA-MM) E CPF DO TOTALIZADOR                         *
      *----------------------------------------------------------------*
       RT-VALIDAR-TOTALIZADOR                      SECTION.
      *
           MOVE SPACES TO WS-TEXTO
           IF  WS-TOT-PER-APUR(1:4) IS NOT NUMERIC
           OR  WS-TOT-PER-APUR(5:1) NOT EQUAL '-'
           OR  WS-TOT-PER-APUR(6:2) IS NOT NUMERIC
               MOVE 'PERIODO DE APURACAO INVALIDO' TO WS-TEXTO
               EXIT SECTION
           END-IF
           MOVE WS-TOT-PER-APUR(1:4) TO WS-TOT-ANO
           MOVE WS-TOT-PER-APUR(6:2) TO WS-TOT-MES
           IF  WS-TOT-CPF IS NOT NUMERIC
               MOVE 'CPF DO TRABALHADOR INVALIDO' TO WS-TEXTO
           END-IF.
      *
       RT-VALIDAR-TOTALIZADORX.                    EXIT.
      *----------------------------------------------------------------*
      *  LOCALIZA NO PERIODO A MATRICULA DO CPF DO TOTALIZADOR          *
      *----------------------------------------------------------------*
       RT-LOCALIZAR-CPF                            SECTION.
      *
           MOVE WS-TOT-ANOMES-N TO ESOCREM-ANOMES
           MOVE ZEROS           TO ESOCREM-EMP-NO
           START ESOCREM KEY NOT LESS ESOCREM-CHAVE
               INVALID KEY
                   SET FL-ESOCREM-EOF TO TRUE
           END-START
           PERFORM UNTIL FL-ESOCREM-EOF
                      OR ACHOU
               READ ESOCREM NEXT RECORD
                 AT END
                    SET FL-ESOCREM-EOF TO TRUE
                 NOT AT END
                    IF  ESOCREM-ANOMES NOT EQUAL WS-TOT-ANOMES-N
                        SET FL-ESOCREM-EOF TO TRUE
                    ELSE
                        IF  ESOCREM-CPF EQUAL WS-TOT-CPF-N
                            SET ACHOU TO TRUE
                        END-IF
                    END-IF
               END-READ
           END-PERFORM
           MOVE ZEROS TO FL-STA-ESOCREM.
      *
       RT-LOCALIZAR-CPFX.                          EXIT.
      *----------------------------------------------------------------*
       RT-REJEITAR-ARQUIVO                         SECTION.
      *
           ADD 1 TO WS-REJEITADOS
           MOVE SPACES TO REG-ESOCDIV
           STRING 'ARQUIVO ' DELIMITED BY SIZE
                  REG-ESOCRET DELIMITED BY SPACE
                  INTO REG-ESOCDIV
           WRITE REG-ESOCDIV
           MOVE SPACES TO REG-ESOCDIV
           STRING '    ' WS-TOT-EVENTO ' CPF ' WS-TOT-CPF
                  ' PERIODO ' WS-TOT-PER-APUR ': ' WS-TEXTO
                  DELIMITED BY SIZE INTO REG-ESOCDIV
           WRITE REG-ESOCDIV
           DISPLAY PGMID '004I- ' WS-TOT-EVENTO ' REJEITADO: '
                   WS-TEXTO
           MOVE SPACES TO WS-TOT-EVENTO WS-TOT-CPF WS-TOT-PER-APUR.
      *
       RT-REJEITAR-ARQUIVOX.                       EXIT.
      *----------------------------------------------------------------*
       RT-REGRAVAR-ESOCREM                         SECTION.
      *
           REWRITE REG-ESOCREM
               INVALID KEY
                   DISPLAY PGMID '005I- ERRO ' FL-STA-ESOCREM
                           ' NA REGRAVACAO DO ESOCREM'
           END-REWRITE.
      *
       RT-REGRAVAR-ESOCREMX.                       EXIT.
      *----------------------------------------------------------------*
      *  CONFERENCIA DAS MATRICULAS DO MES: NOSSAS BASES E VALORES      *
      *  CONTRA OS DOS TOTALIZADORES                                    *
      *----------------------------------------------------------------*
       RT-CONFERIR                                 SECTION.
      *
           MOVE WS-ANOMES TO ESOCREM-ANOMES
           MOVE ZEROS     TO ESOCREM-EMP-NO
           START ESOCREM KEY NOT LESS ESOCREM-CHAVE
               INVALID KEY
                   SET FL-ESOCREM-EOF TO TRUE
           END-START
           PERFORM UNTIL FL-ESOCREM-EOF
               READ ESOCREM NEXT RECORD
                 AT END
                    SET FL-ESOCREM-EOF TO TRUE
                 NOT AT END
                    IF  ESOCREM-ANOMES NOT EQUAL WS-ANOMES
                        SET FL-ESOCREM-EOF TO TRUE
                    ELSE
                        PERFORM RT-CONFERIR-MATRICULA
                    END-IF
               END-READ
           END-PERFORM
           MOVE ZEROS TO FL-STA-ESOCREM
      *
           IF  WS-CONFERIDOS  EQUAL ZEROS
           AND WS-DIVERGENTES EQUAL ZEROS
           AND WS-SEM-RETORNO EQUAL ZEROS
           AND WS-PENDENTES   EQUAL ZEROS
               MOVE 'NENHUM EVENTO PERIODICO GERADO PARA A COMPETENCIA'
                 TO REG-ESOCDIV
               WRITE REG-ESOCDIV
               DISPLAY PGMID '006I- NENHUMA MATRICULA NO ESOCREM EM '
                       WS-ANOMES
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
      *
       RT-CONFERIRX.                               EXIT.
      *----------------------------------------------------------------*
       RT-CONFERIR-MATRICULA                       SECTION.
      *
           IF  ESOCREM-PENDENTE
               ADD 1 TO WS-PENDENTES
               MOVE SPACES TO REG-ESOCDIV
               STRING 'MATR ' ESOCREM-EMP-NO
                      ' SEM S-1200/S-1210: ' ESOCREM-OCORRENCIA
                      DELIMITED BY SIZE INTO REG-ESOCDIV
               WRITE REG-ESOCDIV
               EXIT SECTION
           END-IF
      *
           IF  NOT ESOCREM-COM-5001
           OR  NOT ESOCREM-COM-5002
               ADD 1 TO WS-SEM-RETORNO
               SET ESOCREM-GERADO TO TRUE
               MOVE SPACES TO ESOCREM-OCORRENCIA
               EVALUATE TRUE
                   WHEN NOT ESOCREM-COM-5001
                   AND  NOT ESOCREM-COM-5002
                        MOVE 'SEM OS TOTALIZADORES S-5001 E S-5002'
                          TO ESOCREM-OCORRENCIA
                   WHEN NOT ESOCREM-COM-5001
                        MOVE 'SEM O TOTALIZADOR S-5001'
                          TO ESOCREM-OCORRENCIA
                   WHEN OTHER
                        MOVE 'SEM O TOTALIZADOR S-5002'
                          TO ESOCREM-OCORRENCIA
               END-EVALUATE
               MOVE SPACES TO REG-ESOCDIV
               STRING 'MATR ' ESOCREM-EMP-NO ' CPF ' ESOCREM-CPF
                      ' ' ESOCREM-OCORRENCIA
                      DELIMITED BY SIZE INTO REG-ESOCDIV
               WRITE REG-ESOCDIV
               PERFORM RT-REGRAVAR-ESOCREM
               EXIT SECTION
           END-IF
      *
           MOVE 'N' TO WS-DIVERGIU
           MOVE 'BASE INSS'           TO WS-DIV-CAMPO
           MOVE ESOCREM-BASE-INSS     TO WS-DIV-FOLHA
           MOVE ESOCREM-GOV-BASE-INSS TO WS-DIV-ESOCIAL
           PERFORM RT-COMPARAR
           MOVE 'INSS'                TO WS-DIV-CAMPO
           MOVE ESOCREM-INSS          TO WS-DIV-FOLHA
           MOVE ESOCREM-GOV-INSS      TO WS-DIV-ESOCIAL
           PERFORM RT-COMPARAR
           MOVE 'BASE IRRF'           TO WS-DIV-CAMPO
           MOVE ESOCREM-BASE-IRRF     TO WS-DIV-FOLHA
           MOVE ESOCREM-GOV-BASE-IRRF TO WS-DIV-ESOCIAL
           PERFORM RT-COMPARAR
           MOVE 'IRRF'                TO WS-DIV-CAMPO
           MOVE ESOCREM-IRRF          TO WS-DIV-FOLHA
           MOVE ESOCREM-GOV-IRRF      TO WS-DIV-ESOCIAL
           PERFORM RT-COMPARAR
      *
           IF  DIVERGIU
               SET  ESOCREM-DIVERGENTE TO TRUE
               MOVE 'BASES DIVERGENTES DOS TOTALIZADORES'
                 TO ESOCREM-OCORRENCIA
               ADD 1 TO WS-DIVERGENTES
           ELSE
               SET  ESOCREM-CONFERIDO  TO TRUE
               MOVE SPACES TO ESOCREM-OCORRENCIA
               ADD 1 TO WS-CONFERIDOS
           END-IF
           MOVE WS-DATA-HOJE TO ESOCREM-DATA-CONFERENCIA
           PERFORM RT-REGRAVAR-ESOCREM.
      *
       RT-CONFERIR-MATRICULAX.                     EXIT.
      *----------------------------------------------------------------*
      *  UMA LINHA NO RELATORIO PARA CADA VALOR DIFERENTE               *
      *----------------------------------------------------------------*
       RT-COMPARAR                                 SECTION.
      *
           IF  WS-DIV-FOLHA EQUAL WS-DIV-ESOCIAL
               EXIT SECTION
           END-IF
      *
           SET DIVERGIU TO TRUE
           COMPUTE WS-DIV-DIFERENCA = WS-DIV-FOLHA - WS-DIV-ESOCIAL
           MOVE WS-DIV-FOLHA     TO WS-ED-FOLHA
           MOVE WS-DIV-ESOCIAL   TO WS-ED-ESOCIAL
           MOVE WS-DIV-DIFERENCA TO WS-ED-DIFERENCA
           MOVE SPACES TO REG-ESOCDIV
           STRING 'MATR ' ESOCREM-EMP-NO ' ' WS-DIV-CAMPO
                  ' FOLHA ' WS-ED-FOLHA
                  ' ESOCIAL ' WS-ED-ESOCIAL
                  ' DIF ' WS-ED-DIFERENCA
                  DELIMITED BY SIZE INTO REG-ESOCDIV
           WRITE REG-ESOCDIV.
      *
       RT-COMPARARX.                               EXIT.
      *----------------------------------------------------------------*
       RT-FINALIZAR                                SECTION.
      *
           IF  WS-RETURN-CODE EQUAL ZEROS
           AND (WS-DIVERGENTES GREATER ZEROS
           OR   WS-SEM-RETORNO GREATER ZEROS
           OR   WS-PENDENTES   GREATER ZEROS
           OR   WS-REJEITADOS  GREATER ZEROS)
               MOVE 4 TO WS-RETURN-CODE
           END-IF
      *
           DISPLAY PGMID '999I' TRACOS
           MOVE    WS-ARQUIVOS        TO WS-DISPLAY
           DISPLAY PGMID '010I- ARQUIVOS NA LISTA......:' WS-DISPLAY
           MOVE    WS-IMPORTADOS-5001 TO WS-DISPLAY
           DISPLAY PGMID '011I- S-5001 IMPORTADOS......:' WS-DISPLAY
           MOVE    WS-IMPORTADOS-5002 TO WS-DISPLAY
           DISPLAY PGMID '012I- S-5002 IMPORTADOS......:' WS-DISPLAY
           MOVE    WS-REJEITADOS      TO WS-DISPLAY
           DISPLAY PGMID '013I- ARQUIVOS REJEITADOS....:' WS-DISPLAY
           MOVE    WS-CONFERIDOS      TO WS-DISPLAY
           DISPLAY PGMID '014I- MATRICULAS CONFERIDAS..:' WS-DISPLAY
           MOVE    WS-DIVERGENTES     TO WS-DISPLAY
           DISPLAY PGMID '015I- MATRICULAS DIVERGENTES.:' WS-DISPLAY
           MOVE    WS-SEM-RETORNO     TO WS-DISPLAY
           DISPLAY PGMID '016I- SEM TOTALIZADOR........:' WS-DISPLAY
           MOVE    WS-PENDENTES       TO WS-DISPLAY
           DISPLAY PGMID '017I- PENDENTES NO ESOCPER...:' WS-DISPLAY
           DISPLAY PGMID '999I' TRACOS.
      *
       RT-FINALIZARX.                              EXIT.
      ******************************************************************
      *                      FIM  DO  PROGRAMA                         *
      ******************************************************************
