      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ESOCPER.
       AUTHOR.        Traduzido de Easytrieve (macro esy.kex v.0.10).
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      * Eventos periodicos do eSocial a partir dos    *
                      * resultados da folha mensal gravados pelo      *
                      * NETCALC (PAYRES tipo M do PAYROLL-ANOMES):    *
                      *                                               *
                      *  - S-1200 (REMUNERACAO): SALARIO, BONUS,      *
                      *    INSS, IRRF, PENSAO ALIMENTICIA E DESCONTOS *
                      *    FIXOS COMO RUBRICAS DA TABELA FOLHA;       *
                      *  - S-1210 (PAGAMENTOS): LIQUIDO PAGO NA       *
                      *    DATA ESOCIAL-DTPGTO (PADRAO HOJE).         *
                      *                                               *
                      * Cada matricula do mes fica no controle        *
                      * ESOCREM (anomes + matricula) com os Ids dos   *
                      * dois eventos e as nossas bases de INSS e      *
                      * IRRF, que o ESOCTOT confere contra os         *
                      * totalizadores S-5001/S-5002 devolvidos. Sem   *
                      * CPF no PERSEXT a matricula fica pendente (P); *
                      * uma nova execucao so gera de novo quem ficou  *
                      * pendente ou teve o calculo refeito.           *
                      *                                               *
                      * Ambiente: ESOCIAL-CNPJ (obrigatorio, 14       *
                      * digitos), ESOCIAL-AMBIENTE, ESOCIAL-DIR,      *
                      * ESOCIAL-DTPGTO (AAAAMMDD) e PAYROLL-ANOMES.   *
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
           SELECT ESOCREM ASSIGN TO ESOCREM
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS ESOCREM-CHAVE
                  FILE STATUS   IS FL-STA-ESOCREM.
      *
           SELECT OPTIONAL PERSEXT ASSIGN TO PERSEXT
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS PERSEXT-EMP-NO
                  FILE STATUS   IS FL-STA-PERSEXT.
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
           03 PAYRES-DATA-CALC               PIC  9(008).
           03 PAYRES-BONUS                   PIC  9(007)V99.
           03 PAYRES-BASE-INSS               PIC  9(009)V99.
           03 PAYRES-BASE-IRRF               PIC  9(009)V99.
           03 FILLER                         PIC  X(020).
           03 PAYRES-PENSAO                  PIC  9(007)V99.
           03 FILLER                         PIC  X(001).
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
              '#ESOCPER.'.
           03 FL-STA-PAYRES                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-PAYRES-OK                               VALUE '00'.
              88 FL-PAYRES-EOF                              VALUE '10'.
           03 FL-STA-ESOCREM                 PIC  X(002)    VALUE
              ZEROS.
              88 FL-ESOCREM-OK                              VALUE '00'.
              88 FL-ESOCREM-NOVO                            VALUE '35'.
           03 FL-STA-PERSEXT                 PIC  X(002)    VALUE
              ZEROS.
              88 FL-PERSEXT-OK                              VALUE '00'.
           03 WS-RETURN-CODE                 PIC  9(003)    VALUE
              ZEROS.
           03 WS-DISPLAY                     PIC  -ZZZ.ZZZ.ZZ9.
           03 WS-LIDOS                COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-JA-GERADOS           COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-GERADOS              COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-RETIDOS              COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-SEQ-ID               COMP-3 PIC S9(005)    VALUE ZEROS.
           03 WS-TEM-PERSEXT                 PIC  X(001)    VALUE 'N'.
              88 TEM-PERSEXT                                VALUE 'S'.
           03 WS-EXISTE                      PIC  X(001)    VALUE 'N'.
              88 EXISTE-ESOCREM                             VALUE 'S'.
           03 WS-XML-OK                      PIC  X(001)    VALUE 'N'.
              88 XML-OK                                     VALUE 'S'.
           03 WS-DATA-HOJE                   PIC  9(008)    VALUE
              ZEROS.
           03 WS-HORA-HOJE                   PIC  9(008)    VALUE
              ZEROS.
           03 WS-ANOMES                      PIC  9(006)    VALUE
              ZEROS.
           03 WS-ANOMES-ENV                  PIC  X(006)    VALUE
              SPACES.
           03 WS-DTPGTO                      PIC  9(008)    VALUE
              ZEROS.
           03 WS-DTPGTO-ENV                  PIC  X(008)    VALUE
              SPACES.
           03 WS-CNPJ-ENV                    PIC  X(014)    VALUE
              SPACES.
           03 WS-AMBIENTE-ENV                PIC  X(001)    VALUE
              SPACE.
           03 WS-DIRETORIO                   PIC  X(100)    VALUE
              SPACES.
           03 WS-TIPO-EVENTO                 PIC  X(004)    VALUE
              SPACES.
      *
      *    COMPETENCIA E DATA NO FORMATO DO LEIAUTE
           03 WS-PER-APUR                    PIC  X(007)    VALUE
              SPACES.
           03 WS-DT-PGTO-XML                 PIC  X(010)    VALUE
              SPACES.
           03 WS-IDE-DMDEV.
              05 FILLER                      PIC  X(002)    VALUE
                 'FM'.
              05 WS-DMDEV-ANOMES             PIC  9(006)    VALUE
                 ZEROS.
      *
      *    RUBRICA A INCLUIR NO S-1200
           03 WS-RUBR-CODIGO                 PIC  X(004)    VALUE
              SPACES.
           03 WS-RUBR-VALOR           COMP-3 PIC S9(009)V99 VALUE
              ZEROS.
           03 WS-QTDE-ITENS           COMP-3 PIC S9(003)    VALUE ZEROS.
           03 WS-SALARIO              COMP-3 PIC S9(009)V99 VALUE
              ZEROS.
      *
      *----------------------------------------------------------------*
      *  IDENTIFICACAO DO EVENTO (ID1 + CNPJ + DATA + HORA + SEQUENCIA) *
      *----------------------------------------------------------------*
       01  WS-XML-ID.
           03 FILLER                         PIC  X(003)    VALUE
              'ID1'.
           03 XML-ID-CNPJ                    PIC  X(014)    VALUE
              SPACES.
           03 XML-ID-DATA                    PIC  9(008)    VALUE
              ZEROS.
           03 XML-ID-HORA                    PIC  9(006)    VALUE
              ZEROS.
           03 XML-ID-SEQ                     PIC  9(005)    VALUE
              ZEROS.
      *
      *----------------------------------------------------------------*
      *  AREA DE DADOS DO CWXML: OS DOIS EVENTOS NA ORDEM DO LEIAUTE;   *
      *  SO O EVENTO PREENCHIDO SAI NO XML (GRUPO EM BRANCO, E RUBRICA  *
      *  EM BRANCO, SAO OMITIDOS PELO CWXML)                            *
      *----------------------------------------------------------------*
       01  WS-XML-BUFFER.
           03 XML-REMUN.
              05 XML-REM-ID                  PIC  X(036).
              05 XML-REM-IND-RETIF           PIC  9(001).
              05 XML-REM-IND-APURACAO        PIC  9(001).
              05 XML-REM-PER-APUR            PIC  X(007).
              05 XML-REM-TP-AMB              PIC  9(001).
              05 XML-REM-PROC-EMI            PIC  9(001).
              05 XML-REM-VER-PROC            PIC  X(020).
              05 XML-REM-TP-INSC             PIC  9(001).
              05 XML-REM-NR-INSC             PIC  X(008).
              05 XML-REM-CPF                 PIC  X(011).
              05 XML-REM-IDE-DMDEV           PIC  X(008).
              05 XML-REM-COD-CATEG           PIC  9(003).
              05 XML-REM-EST-TP-INSC         PIC  9(001).
              05 XML-REM-EST-NR-INSC         PIC  X(014).
              05 XML-REM-LOTACAO             PIC  X(003).
              05 XML-REM-MATRICULA           PIC  X(005).
              05 XML-REM-ITEM OCCURS 6 TIMES INDEXED BY IX-ITEM.
                 07 XML-REM-COD-RUBR         PIC  X(004).
                 07 XML-REM-TAB-RUBR         PIC  X(008).
                 07 XML-REM-VR-RUBR          PIC  9(009)V99.
           03 XML-PGTOS.
              05 XML-PGT-ID                  PIC  X(036).
              05 XML-PGT-IND-RETIF           PIC  9(001).
              05 XML-PGT-PER-APUR            PIC  X(007).
              05 XML-PGT-TP-AMB              PIC  9(001).
              05 XML-PGT-PROC-EMI            PIC  9(001).
              05 XML-PGT-VER-PROC            PIC  X(020).
              05 XML-PGT-TP-INSC             PIC  9(001).
              05 XML-PGT-NR-INSC             PIC  X(008).
              05 XML-PGT-CPF                 PIC  X(011).
              05 XML-PGT-DT-PGTO             PIC  X(010).
              05 XML-PGT-TP-PGTO             PIC  9(002).
              05 XML-PGT-PER-REF             PIC  X(007).
              05 XML-PGT-IDE-DMDEV           PIC  X(008).
              05 XML-PGT-VR-LIQ              PIC  9(009)V99.
      *
      *----------------------------------------------------------------*
      *  LEIAUTE DO CWXML: UMA ENTRADA DE 50 BYTES POR TAG - ESTILO     *
      *  ('=' ATRIBUTO), SINAL, TIPO (X, 9; BRANCO E GRUPO), TAMANHO    *
      *  (5), DECIMAIS (2), OCORRENCIAS (6), NIVEL (2) E A TAG          *
      *----------------------------------------------------------------*
       01  WS-XML-LAYOUT.
           03 FILLER                         PIC  X(050)    VALUE
              '   000000000000101eSocial'.
           03 FILLER                         PIC  X(050)    VALUE
              '   000000000000102evtRemun'.
           03 FILLER                         PIC  X(050)    VALUE
              '= X000360000000103Id'.
           03 FILLER                         PIC  X(050)    VALUE
              '   000000000000103ideEvento'.
           03 FILLER                         PIC  X(050)    VALUE
              '  9000010000000104indRetif'.
           03 FILLER                         PIC  X(050)    VALUE
              '  9000010000000104indApuracao'.
           03 FILLER                         PIC  X(050)    VALUE
              '  X000070000000104perApur'.
           03 FILLER                         PIC  X(050)    VALUE
              '  9000010000000104tpAmb'.
           03 FILLER                         PIC  X(050)    VALUE
              '  9000010000000104procEmi'.
           03 FILLER                         PIC  X(050)    VALUE
              '  X000200000000104verProc'.
           03 FILLER                         PIC  X(050)    VALUE
              '   000000000000103ideEmpregador'.
           03 FILLER                         PIC  X(050)    VALUE
              '  9000010000000104tpInsc'.
           03 FILLER                         PIC  X(050)    VALUE
              '  X000080000000104nrInsc'.
           03 FILLER                         PIC  X(050)    VALUE
              '   000000000000103ideTrabalhador'.
           03 FILLER                         PIC  X(050)    VALUE
              '  X000110000000104cpfTrab'.
           03 FILLER                         PIC  X(050)    VALUE
              '   000000000000103dmDev'.
           03 FILLER                         PIC  X(050)    VALUE
              '  X000080000000104ideDmDev'.
           03 FILLER                         PIC  X(050)    VALUE
              '  9000030000000104codCateg'.
           03 FILLER                         PIC  X(050)    VALUE
              '   000000000000104infoPerApur'.
           03 FILLER                         PIC  X(050)    VALUE
              '   000000000000105ideEstabLot'.
           03 FILLER                         PIC  X(050)    VALUE
              '  9000010000000106tpInsc'.
           03 FILLER                         PIC  X(050)    VALUE
              '  X000140000000106nrInsc'.
           03 FILLER                         PIC  X(050)    VALUE
              '  X000030000000106codLotacao'.
           03 FILLER                         PIC  X(050)    VALUE
              '   000000000000106remunPerApur'.
           03 FILLER                         PIC  X(050)    VALUE
              '  X000050000000107matricula'.
           03 FILLER                         PIC  X(050)    VALUE
              '   000000000000607itensRemun'.
           03 FILLER                         PIC  X(050)    VALUE
              '  X000040000000108codRubr'.
           03 FILLER                         PIC  X(050)    VALUE
              '  X000080000000108ideTabRubr'.
           03 FILLER                         PIC  X(050)    VALUE
              '  9000090200000108vrRubr'.
           03 FILLER                         PIC  X(050)    VALUE
              '   000000000000102evtPgtos'.
           03 FILLER                         PIC  X(050)    VALUE
              '= X000360000000103Id'.
           03 FILLER                         PIC  X(050)    VALUE
              '   000000000000103ideEvento'.
           03 FILLER                         PIC  X(050)    VALUE
              '  9000010000000104indRetif'.
           03 FILLER                         PIC  X(050)    VALUE
              '  X000070000000104perApur'.
           03 FILLER                         PIC  X(050)    VALUE
              '  9000010000000104tpAmb'.
           03 FILLER                         PIC  X(050)    VALUE
              '  9000010000000104procEmi'.
           03 FILLER                         PIC  X(050)    VALUE
              '  X000200000000104verProc'.
           03 FILLER                         PIC  X(050)    VALUE
              '   000000000000103ideEmpregador'.
           03 FILLER                         PIC  X(050)    VALUE
              '  9000010000000104tpInsc'.
           03 FILLER                         PIC  X(050)    VALUE
              '  X000080000000104nrInsc'.
           03 FILLER                         PIC  X(050)    VALUE
              '   000000000000103ideBenef'.
           03 FILLER                         PIC  X(050)    VALUE
              '  X000110000000104cpfBenef'.
           03 FILLER                         PIC  X(050)    VALUE
              '   000000000000104infoPgto'.
           03 FILLER                         PIC  X(050)    VALUE
              '  X000100000000105dtPgto'.
           03 FILLER                         PIC  X(050)    VALUE
              '  9000020000000105tpPgto'.
           03 FILLER                         PIC  X(050)    VALUE
              '  X000070000000105perRef'.
           03 FILLER                         PIC  X(050)    VALUE
              '  X000080000000105ideDmDev'.
           03 FILLER                         PIC  X(050)    VALUE
              '  9000090200000105vrLiq'.
      *
      *----------------------------------------------------------------*
      *  PARAMETROS DO CWXML (GERACAO A PARTIR DA AREA E DO LEIAUTE)    *
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
               PERFORM RT-PROCESSAR
               CLOSE PAYRES
                     ESOCREM
               IF  TEM-PERSEXT
                   CLOSE PERSEXT
               END-IF
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
           ACCEPT WS-HORA-HOJE FROM TIME
      *
           DISPLAY 'ESOCIAL-CNPJ' UPON ENVIRONMENT-NAME
           ACCEPT   WS-CNPJ-ENV   FROM ENVIRONMENT-VALUE
           IF  WS-CNPJ-ENV IS NOT NUMERIC
               DISPLAY PGMID '002I- INFORME ESOCIAL-CNPJ COM OS 14'
                       ' DIGITOS DO EMPREGADOR'
               MOVE 8 TO WS-RETURN-CODE
               EXIT SECTION
           END-IF
           MOVE WS-CNPJ-ENV TO XML-ID-CNPJ
      *
           DISPLAY 'ESOCIAL-AMBIENTE' UPON ENVIRONMENT-NAME
           ACCEPT   WS-AMBIENTE-ENV   FROM ENVIRONMENT-VALUE
           IF  WS-AMBIENTE-ENV NOT EQUAL '1'
               MOVE '2' TO WS-AMBIENTE-ENV
           END-IF
      *
           DISPLAY 'ESOCIAL-DIR' UPON ENVIRONMENT-NAME
           ACCEPT   WS-DIRETORIO FROM ENVIRONMENT-VALUE
           IF  WS-DIRETORIO EQUAL SPACES
               MOVE 'esocial' TO WS-DIRETORIO
           END-IF
      *
           DISPLAY 'PAYROLL-ANOMES' UPON ENVIRONMENT-NAME
           ACCEPT   WS-ANOMES-ENV   FROM ENVIRONMENT-VALUE
           IF  WS-ANOMES-ENV IS NUMERIC
               MOVE WS-ANOMES-ENV TO WS-ANOMES
           ELSE
               COMPUTE WS-ANOMES = WS-DATA-HOJE / 100
           END-IF
           MOVE SPACES TO WS-PER-APUR
           STRING WS-ANOMES(1:4) '-' WS-ANOMES(5:2)
                  DELIMITED BY SIZE INTO WS-PER-APUR
           MOVE WS-ANOMES TO WS-DMDEV-ANOMES
      *
           DISPLAY 'ESOCIAL-DTPGTO' UPON ENVIRONMENT-NAME
           ACCEPT   WS-DTPGTO-ENV   FROM ENVIRONMENT-VALUE
           IF  WS-DTPGTO-ENV IS NUMERIC
               MOVE WS-DTPGTO-ENV TO WS-DTPGTO
           ELSE
               MOVE WS-DATA-HOJE  TO WS-DTPGTO
           END-IF
           MOVE SPACES TO WS-DT-PGTO-XML
           STRING WS-DTPGTO(1:4) '-' WS-DTPGTO(5:2) '-'
                  WS-DTPGTO(7:2)
                  DELIMITED BY SIZE INTO WS-DT-PGTO-XML
      *
           OPEN INPUT PAYRES
           IF  NOT FL-PAYRES-OK
               DISPLAY PGMID '003I- PAYRES AUSENTE OU COM ERRO '
                       FL-STA-PAYRES ' - RODE O NETCALC DO MES'
               MOVE 8 TO WS-RETURN-CODE
               EXIT SECTION
           END-IF
      *
           OPEN I-O ESOCREM
           IF  FL-ESOCREM-NOVO
               OPEN OUTPUT ESOCREM
               CLOSE ESOCREM
               OPEN I-O ESOCREM
           END-IF
           IF  NOT FL-ESOCREM-OK
               DISPLAY PGMID '004I- ESOCREM COM ERRO ' FL-STA-ESOCREM
               CLOSE PAYRES
               MOVE 8 TO WS-RETURN-CODE
               EXIT SECTION
           END-IF
      *
           OPEN INPUT PERSEXT
           IF  FL-PERSEXT-OK
               SET TEM-PERSEXT TO TRUE
           END-IF
      *
           SET  CWXML-PUT            TO TRUE
           MOVE 'S'                  TO CWXML-LINE-FEED
           SET  CWXML-BUFFER         TO ADDRESS OF WS-XML-BUFFER
           MOVE LENGTH OF WS-XML-BUFFER TO CWXML-BUFFER-LENGTH
           SET  CWXML-LAYOUT         TO ADDRESS OF WS-XML-LAYOUT
           MOVE LENGTH OF WS-XML-LAYOUT TO CWXML-LAYOUT-LENGTH
      *
           DISPLAY PGMID '005I- COMPETENCIA ' WS-PER-APUR
                   ' PAGAMENTO EM ' WS-DT-PGTO-XML.
      *
       RT-INICIARX.                                EXIT.
      *----------------------------------------------------------------*
      *  PASSADA NOS RESULTADOS DO MES (PAYRES TIPO M DO ANOMES)        *
      *----------------------------------------------------------------*
       RT-PROCESSAR                                SECTION.
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
                        PERFORM RT-AVALIAR-MATRICULA
                    END-IF
               END-READ
           END-PERFORM
      *
           IF  WS-LIDOS EQUAL ZEROS
               DISPLAY PGMID '006I- NENHUM RESULTADO DO NETCALC EM '
                       WS-ANOMES
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
      *
       RT-PROCESSARX.                              EXIT.
      *----------------------------------------------------------------*
      *  MATRICULA JA GERADA COM OS MESMOS VALORES NAO SAI DE NOVO;     *
      *  PENDENTE OU RECALCULADA GERA O S-1200 E O S-1210               *
      *----------------------------------------------------------------*
       RT-AVALIAR-MATRICULA                        SECTION.
      *
           MOVE PAYRES-ANOMES TO ESOCREM-ANOMES
           MOVE PAYRES-EMP-NO TO ESOCREM-EMP-NO
           READ ESOCREM
               INVALID KEY
                   MOVE 'N' TO WS-EXISTE
               NOT INVALID KEY
                   MOVE 'S' TO WS-EXISTE
           END-READ
      *
           IF  EXISTE-ESOCREM
           AND NOT ESOCREM-PENDENTE
           AND ESOCREM-BASE-INSS EQUAL PAYRES-BASE-INSS
           AND ESOCREM-INSS      EQUAL PAYRES-INSS
           AND ESOCREM-BASE-IRRF EQUAL PAYRES-BASE-IRRF
           AND ESOCREM-IRRF      EQUAL PAYRES-IRRF
           AND ESOCREM-LIQUIDO   EQUAL PAYRES-LIQUIDO
               ADD 1 TO WS-JA-GERADOS
               EXIT SECTION
           END-IF
      *
           IF  NOT EXISTE-ESOCREM
               MOVE SPACES        TO REG-ESOCREM
               MOVE PAYRES-ANOMES TO ESOCREM-ANOMES
               MOVE PAYRES-EMP-NO TO ESOCREM-EMP-NO
               MOVE ZEROS         TO ESOCREM-CPF
           END-IF
           MOVE PAYRES-BASE-INSS TO ESOCREM-BASE-INSS
           MOVE PAYRES-INSS      TO ESOCREM-INSS
           MOVE PAYRES-BASE-IRRF TO ESOCREM-BASE-IRRF
           MOVE PAYRES-IRRF      TO ESOCREM-IRRF
           MOVE PAYRES-LIQUIDO   TO ESOCREM-LIQUIDO
           MOVE PAYRES-DATA-CALC TO ESOCREM-DATA-CALC
           MOVE ZEROS            TO ESOCREM-GOV-BASE-INSS
                                    ESOCREM-GOV-INSS
                                    ESOCREM-GOV-BASE-IRRF
                                    ESOCREM-GOV-IRRF
                                    ESOCREM-DATA-GERACAO
                                    ESOCREM-DATA-CONFERENCIA
           MOVE 'N'              TO ESOCREM-TEM-5001
                                    ESOCREM-TEM-5002
           MOVE SPACES           TO ESOCREM-ID-1200
                                    ESOCREM-ID-1210
                                    ESOCREM-OCORRENCIA
      *
           IF  TEM-PERSEXT
               MOVE PAYRES-EMP-NO TO PERSEXT-EMP-NO
               READ PERSEXT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PERSEXT-CPF TO ESOCREM-CPF
               END-READ
           END-IF
      *
           IF  ESOCREM-CPF EQUAL ZEROS
               MOVE 'CPF NAO INFORMADO NO PERSEXT' TO ESOCREM-OCORRENCIA
               PERFORM RT-RETER-MATRICULA
           ELSE
               PERFORM RT-GERAR-S1200
               IF  XML-OK
                   PERFORM RT-GERAR-S1210
               END-IF
               IF  XML-OK
                   SET  ESOCREM-GERADO TO TRUE
                   MOVE WS-DATA-HOJE   TO ESOCREM-DATA-GERACAO
                   ADD 1 TO WS-GERADOS
                   DISPLAY PGMID '007I- MATRICULA ' ESOCREM-EMP-NO
                           ' S-1200 ' ESOCREM-ID-1200
               ELSE
                   PERFORM RT-RETER-MATRICULA
               END-IF
           END-IF
      *
           IF  EXISTE-ESOCREM
               REWRITE REG-ESOCREM
                   INVALID KEY
                       DISPLAY PGMID '008I- ERRO ' FL-STA-ESOCREM
                               ' NA REGRAVACAO DO ESOCREM'
               END-REWRITE
           ELSE
               WRITE REG-ESOCREM
                   INVALID KEY
                       DISPLAY PGMID '008I- ERRO ' FL-STA-ESOCREM
                               ' NA GRAVACAO DO ESOCREM'
               END-WRITE
           END-IF.
      *
       RT-AVALIAR-MATRICULAX.                      EXIT.
      *----------------------------------------------------------------*
      *  S-1200: RUBRICAS DA FOLHA DO MES                               *
      *----------------------------------------------------------------*
       RT-GERAR-S1200                              SECTION.
      *
           PERFORM RT-NOVO-ID
           MOVE SPACES            TO WS-XML-BUFFER
           MOVE WS-XML-ID         TO XML-REM-ID
           MOVE 1                 TO XML-REM-IND-RETIF
                                     XML-REM-IND-APURACAO
                                     XML-REM-PROC-EMI
                                     XML-REM-TP-INSC
                                     XML-REM-EST-TP-INSC
           MOVE WS-PER-APUR       TO XML-REM-PER-APUR
           MOVE WS-AMBIENTE-ENV   TO XML-REM-TP-AMB
           MOVE 'ESOCPER 1.0'     TO XML-REM-VER-PROC
           MOVE WS-CNPJ-ENV(1:8)  TO XML-REM-NR-INSC
           MOVE ESOCREM-CPF       TO XML-REM-CPF
           MOVE WS-IDE-DMDEV      TO XML-REM-IDE-DMDEV
           MOVE 101               TO XML-REM-COD-CATEG
           MOVE WS-CNPJ-ENV       TO XML-REM-EST-NR-INSC
           MOVE PAYRES-DEPT       TO XML-REM-LOTACAO
           MOVE PAYRES-EMP-NO     TO XML-REM-MATRICULA
      *
      *    SALARIO DO MES (BRUTO SEM O BONUS), BONUS, CONTRIBUICAO,
      *    IMPOSTO, PENSAO ALIMENTICIA E DESCONTOS FIXOS; RUBRICA
      *    ZERADA NAO SAI
           MOVE ZEROS TO WS-QTDE-ITENS
           COMPUTE WS-SALARIO = PAYRES-BRUTO - PAYRES-BONUS
           IF  WS-SALARIO LESS ZEROS
               MOVE ZEROS TO WS-SALARIO
           END-IF
           MOVE '1000'       TO WS-RUBR-CODIGO
           MOVE WS-SALARIO   TO WS-RUBR-VALOR
           PERFORM RT-INCLUIR-RUBRICA
           MOVE '1010'       TO WS-RUBR-CODIGO
           MOVE PAYRES-BONUS TO WS-RUBR-VALOR
           PERFORM RT-INCLUIR-RUBRICA
           MOVE '9201'       TO WS-RUBR-CODIGO
           MOVE PAYRES-INSS  TO WS-RUBR-VALOR
           PERFORM RT-INCLUIR-RUBRICA
           MOVE '9203'       TO WS-RUBR-CODIGO
           MOVE PAYRES-IRRF  TO WS-RUBR-VALOR
           PERFORM RT-INCLUIR-RUBRICA
           IF  PAYRES-PENSAO IS NUMERIC
               MOVE '9213'        TO WS-RUBR-CODIGO
               MOVE PAYRES-PENSAO TO WS-RUBR-VALOR
               PERFORM RT-INCLUIR-RUBRICA
           END-IF
           MOVE '9300'       TO WS-RUBR-CODIGO
           MOVE PAYRES-OUTROS TO WS-RUBR-VALOR
           PERFORM RT-INCLUIR-RUBRICA
      *
           MOVE '1200' TO WS-TIPO-EVENTO
           PERFORM RT-CHAMAR-CWXML
           IF  XML-OK
               MOVE WS-XML-ID TO ESOCREM-ID-1200
           END-IF.
      *
       RT-GERAR-S1200X.                            EXIT.
      *----------------------------------------------------------------*
       RT-INCLUIR-RUBRICA                          SECTION.
      *
           IF  WS-RUBR-VALOR NOT GREATER ZEROS
           OR  WS-QTDE-ITENS NOT LESS 6
               EXIT SECTION
           END-IF
           ADD 1 TO WS-QTDE-ITENS
           SET  IX-ITEM TO WS-QTDE-ITENS
           MOVE WS-RUBR-CODIGO TO XML-REM-COD-RUBR(IX-ITEM)
           MOVE 'FOLHA'        TO XML-REM-TAB-RUBR(IX-ITEM)
           MOVE WS-RUBR-VALOR  TO XML-REM-VR-RUBR(IX-ITEM).
      *
       RT-INCLUIR-RUBRICAX.                        EXIT.
      *----------------------------------------------------------------*
      *  S-1210: LIQUIDO PAGO DO DEMONSTRATIVO DO MES                   *
      *----------------------------------------------------------------*
       RT-GERAR-S1210                              SECTION.
      *
           PERFORM RT-NOVO-ID
           MOVE SPACES            TO WS-XML-BUFFER
           MOVE WS-XML-ID         TO XML-PGT-ID
           MOVE 1                 TO XML-PGT-IND-RETIF
                                     XML-PGT-PROC-EMI
                                     XML-PGT-TP-INSC
                                     XML-PGT-TP-PGTO
           MOVE WS-PER-APUR       TO XML-PGT-PER-APUR
                                     XML-PGT-PER-REF
           MOVE WS-AMBIENTE-ENV   TO XML-PGT-TP-AMB
           MOVE 'ESOCPER 1.0'     TO XML-PGT-VER-PROC
           MOVE WS-CNPJ-ENV(1:8)  TO XML-PGT-NR-INSC
           MOVE ESOCREM-CPF       TO XML-PGT-CPF
           MOVE WS-DT-PGTO-XML    TO XML-PGT-DT-PGTO
           MOVE WS-IDE-DMDEV      TO XML-PGT-IDE-DMDEV
           MOVE PAYRES-LIQUIDO    TO XML-PGT-VR-LIQ
      *
           MOVE '1210' TO WS-TIPO-EVENTO
           PERFORM RT-CHAMAR-CWXML
           IF  XML-OK
               MOVE WS-XML-ID TO ESOCREM-ID-1210
           END-IF.
      *
       RT-GERAR-S1210X.                            EXIT.
      *----------------------------------------------------------------*
       RT-NOVO-ID                                  SECTION.
      *
           ADD 1 TO WS-SEQ-ID
           MOVE WS-DATA-HOJE      TO XML-ID-DATA
           MOVE WS-HORA-HOJE(1:6) TO XML-ID-HORA
           MOVE WS-SEQ-ID         TO XML-ID-SEQ.
      *
       RT-NOVO-IDX.                                EXIT.
      *----------------------------------------------------------------*
      *  GRAVA O XML DO EVENTO EM ESOCIAL-DIR/S-TIPO-ID.XML             *
      *----------------------------------------------------------------*
       RT-CHAMAR-CWXML                             SECTION.
      *
           MOVE SPACES TO CWXML-FILE
           STRING WS-DIRETORIO   DELIMITED BY SPACE
                  '/S-'          DELIMITED BY SIZE
                  WS-TIPO-EVENTO DELIMITED BY SIZE
                  '-'            DELIMITED BY SIZE
                  WS-XML-ID      DELIMITED BY SIZE
                  '.xml'         DELIMITED BY SIZE
                  INTO CWXML-FILE
           MOVE '00' TO CWXML-STATUS
           CALL SB-CWXML USING PARAMETROS-CWXML
             ON EXCEPTION
                MOVE '99' TO CWXML-STATUS
           END-CALL
           IF  CWXML-STATUS GREATER '09'
               MOVE 'N'    TO WS-XML-OK
               MOVE SPACES TO ESOCREM-OCORRENCIA
               STRING 'ERRO ' CWXML-STATUS ' DO CWXML NO S-'
                      WS-TIPO-EVENTO
                      DELIMITED BY SIZE INTO ESOCREM-OCORRENCIA
           ELSE
               SET XML-OK TO TRUE
           END-IF.
      *
       RT-CHAMAR-CWXMLX.                           EXIT.
      *----------------------------------------------------------------*
       RT-RETER-MATRICULA                          SECTION.
      *
           SET ESOCREM-PENDENTE TO TRUE
           ADD 1 TO WS-RETIDOS
           DISPLAY PGMID '009I- MATRICULA ' ESOCREM-EMP-NO
                   ' PENDENTE: ' ESOCREM-OCORRENCIA.
      *
       RT-RETER-MATRICULAX.                        EXIT.
      *----------------------------------------------------------------*
       RT-FINALIZAR                                SECTION.
      *
           IF  WS-RETURN-CODE EQUAL ZEROS
           AND WS-RETIDOS GREATER ZEROS
               MOVE 4 TO WS-RETURN-CODE
           END-IF
      *
           DISPLAY PGMID '999I' TRACOS
           MOVE    WS-LIDOS           TO WS-DISPLAY
           DISPLAY PGMID '010I- RESULTADOS DO MES......:' WS-DISPLAY
           MOVE    WS-JA-GERADOS      TO WS-DISPLAY
           DISPLAY PGMID '011I- JA GERADOS ANTES.......:' WS-DISPLAY
           MOVE    WS-GERADOS         TO WS-DISPLAY
           DISPLAY PGMID '012I- S-1200/S-1210 GERADOS..:' WS-DISPLAY
           MOVE    WS-RETIDOS         TO WS-DISPLAY
           DISPLAY PGMID '013I- RETIDOS COMO PENDENTES.:' WS-DISPLAY
           DISPLAY PGMID '999I' TRACOS.
      *
       RT-FINALIZARX.                              EXIT.
      ******************************************************************
      *                      FIM  DO  PROGRAMA                         *
      ******************************************************************
