      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ESOCGER.
       AUTHOR.        Traduzido de Easytrieve (macro esy.kex v.0.10).
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      * Eventos nao periodicos do eSocial a partir    *
                      * das movimentacoes do cadastro PERSNL feitas   *
                      * pelo PERSMNT e pelo PERSBTCH:                 *
                      *                                               *
                      *  - INCLUSAO  -> S-2200 (ADMISSAO);            *
                      *  - ALTERACAO -> S-2206 (ALTERACAO             *
                      *    CONTRATUAL), SO QUANDO MUDAM EMPRESA,      *
                      *    SALARIO, DEPARTAMENTO OU ADMISSAO;         *
                      *  - EXCLUSAO  -> S-2299 (DESLIGAMENTO), COM    *
                      *    DATA, MOTIVO E AVISO DO DESLIG.            *
                      *                                               *
                      * A fonte e o proprio CWLOGF: a linha da funcao *
                      * seguida das imagens antes e depois que os     *
                      * dois programas ja gravam. O CPF vem do        *
                      * PERSEXT (ou de evento anterior da matricula,  *
                      * ja que a exclusao apaga a extensao).          *
                      *                                               *
                      * Cada movimento vira um registro no controle   *
                      * de eventos ESOCEVT (situacao P pendente, G    *
                      * gerado, E enviado, A aceito com recibo, R     *
                      * rejeitado com motivo) e o XML e montado pelo  *
                      * CWXML no diretorio ESOCIAL-DIR. Os eventos    *
                      * pendentes - inclusive os rejeitados que o DP  *
                      * mandou reenviar pelo ESOCMNT - sao gerados a  *
                      * cada execucao; movimento ja registrado nao e  *
                      * captado de novo.                              *
                      *                                               *
                      * Ambiente: ESOCIAL-CNPJ (obrigatorio, 14       *
                      * digitos), ESOCIAL-AMBIENTE (1 producao, 2     *
                      * producao restrita - padrao), ESOCIAL-DIR e    *
                      * CWLOGF.                                       *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT ESOCEVT ASSIGN TO ESOCEVT
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS ESOCEVT-CHAVE
                  FILE STATUS   IS FL-STA-ESOCEVT.
      *
           SELECT OPTIONAL PERSEXT ASSIGN TO PERSEXT
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS PERSEXT-EMP-NO
                  FILE STATUS   IS FL-STA-PERSEXT.
      *
           SELECT OPTIONAL DESLIG ASSIGN TO DESLIG
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS DESLIG-CHAVE
                  FILE STATUS   IS FL-STA-DESLIG.
      *
           SELECT CWLOGF ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  RECORD KEY    IS CWLOGF-SEQUENCIA
                  ACCESS MODE   IS DYNAMIC
                  FILE STATUS   IS FL-STA-CWLOGF
                  LOCK MODE     IS MANUAL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *----------------------------------------------------------------*
      *  CONTROLE DOS EVENTOS DO ESOCIAL: UM REGISTRO POR MOVIMENTO DO  *
      *  CWLOGF (MATRICULA + DATA E SEQUENCIA DO LOG)                   *
      *----------------------------------------------------------------*
       FD  ESOCEVT
           RECORD CONTAINS 320 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-ESOCEVT.
           03 ESOCEVT-CHAVE.
              05 ESOCEVT-EMP-NO              PIC  9(005).
              05 ESOCEVT-DATA-LOG            PIC  9(008).
              05 ESOCEVT-SEQ-LOG             PIC  9(018).
           03 ESOCEVT-TIPO                   PIC  X(004).
              88 ESOCEVT-ADMISSAO                       VALUE '2200'.
              88 ESOCEVT-ALTERACAO                      VALUE '2206'.
              88 ESOCEVT-DESLIGAMENTO                   VALUE '2299'.
           03 ESOCEVT-SITUACAO               PIC  X(001).
              88 ESOCEVT-PENDENTE                       VALUE 'P'.
              88 ESOCEVT-GERADO                         VALUE 'G'.
              88 ESOCEVT-ENVIADO                        VALUE 'E'.
              88 ESOCEVT-ACEITO                         VALUE 'A'.
              88 ESOCEVT-REJEITADO                      VALUE 'R'.
           03 ESOCEVT-ORIGEM                 PIC  X(008).
           03 ESOCEVT-ID                     PIC  X(036).
           03 ESOCEVT-CPF                    PIC  9(011).
           03 ESOCEVT-IMAGEM                 PIC  X(064).
           03 ESOCEVT-DATA-EVENTO            PIC  9(008).
           03 ESOCEVT-MOTIVO-DESLIG          PIC  X(001).
           03 ESOCEVT-AVISO                  PIC  X(001).
           03 ESOCEVT-RECIBO                 PIC  X(023).
           03 ESOCEVT-OCORRENCIA             PIC  X(060).
           03 ESOCEVT-DATA-GERACAO           PIC  9(008).
           03 ESOCEVT-DATA-ENVIO             PIC  9(008).
           03 ESOCEVT-DATA-RETORNO           PIC  9(008).
           03 ESOCEVT-OPERADOR               PIC  X(030).
           03 FILLER                         PIC  X(018).
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
       FD  DESLIG
           RECORD CONTAINS 250 CHARACTERS.
      *
       01  REG-DESLIG.
           03 DESLIG-CHAVE.
              05 DESLIG-EMP-NO               PIC  9(005).
              05 DESLIG-DATA                 PIC  9(008).
           03 DESLIG-MOTIVO                  PIC  X(001).
           03 DESLIG-AVISO                   PIC  X(001).
           03 DESLIG-SITUACAO                PIC  X(001).
           03 DESLIG-PRAZO                   PIC  9(008).
           03 DESLIG-DATA-CALC               PIC  9(008).
           03 DESLIG-OPERADOR                PIC  X(030).
           03 DESLIG-DATA-REGISTRO           PIC  9(008).
           03 DESLIG-REG-PERSNL              PIC  X(150).
           03 FILLER                         PIC  X(030).
      *
       COPY CWLOGF.
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
              '#ESOCGER.'.
           03 FL-STA-ESOCEVT                 PIC  X(002)    VALUE
              ZEROS.
              88 FL-ESOCEVT-OK                              VALUE '00'.
              88 FL-ESOCEVT-EOF                             VALUE '10'.
              88 FL-ESOCEVT-NOVO                            VALUE '35'.
           03 FL-STA-PERSEXT                 PIC  X(002)    VALUE
              ZEROS.
              88 FL-PERSEXT-OK                              VALUE '00'.
           03 FL-STA-DESLIG                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-DESLIG-OK                               VALUE '00'.
              88 FL-DESLIG-EOF                              VALUE '10'.
           03 FL-STA-CWLOGF                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-CWLOGF-OK                               VALUE '00'.
              88 FL-CWLOGF-EOF                              VALUE '10'.
           03 LB-CWLOGF                      PIC  X(255)    VALUE
              'cwlogf'.
           03 WS-RETURN-CODE                 PIC  9(003)    VALUE
              ZEROS.
           03 WS-DISPLAY                     PIC  -ZZZ.ZZZ.ZZ9.
           03 WS-LIDOS                COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-CAPTADOS             COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-JA-REGISTRADOS       COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-SEM-EFEITO           COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-INCOMPLETOS          COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-GERADOS              COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-RETIDOS              COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-TEM-PERSEXT                 PIC  X(001)    VALUE 'N'.
              88 TEM-PERSEXT                                VALUE 'S'.
           03 WS-TEM-DESLIG                  PIC  X(001)    VALUE 'N'.
              88 TEM-DESLIG                                 VALUE 'S'.
           03 WS-RELER                       PIC  X(001)    VALUE 'N'.
              88 RELER                                      VALUE 'S'.
           03 WS-IMAGEM-OK                   PIC  X(001)    VALUE 'N'.
              88 IMAGEM-OK                                  VALUE 'S'.
           03 WS-DATA-HOJE                   PIC  9(008)    VALUE
              ZEROS.
           03 WS-HORA-HOJE                   PIC  9(008)    VALUE
              ZEROS.
           03 WS-CNPJ-ENV                    PIC  X(014)    VALUE
              SPACES.
           03 WS-AMBIENTE-ENV                PIC  X(001)    VALUE
              SPACE.
           03 WS-DIRETORIO                   PIC  X(100)    VALUE
              SPACES.
      *
      *    MOVIMENTO CORRENTE DO CWLOGF
           03 WS-LOG-TIPO                    PIC  X(004)    VALUE
              SPACES.
           03 WS-LOG-PROGRAMA                PIC  X(008)    VALUE
              SPACES.
           03 WS-LOG-EMP-NO                  PIC  9(005)    VALUE
              ZEROS.
           03 WS-LOG-DATA                    PIC  9(008)    VALUE
              ZEROS.
           03 WS-LOG-SEQ                     PIC  9(018)    VALUE
              ZEROS.
           03 WS-IMG-ANTES                   PIC  X(080)    VALUE
              SPACES.
           03 WS-IMG-DEPOIS                  PIC  X(080)    VALUE
              SPACES.
           03 WS-CPF                         PIC  9(011)    VALUE
              ZEROS.
           03 WS-DESLIG-DATA                 PIC  9(008)    VALUE
              ZEROS.
           03 WS-DESLIG-MOTIVO               PIC  X(001)    VALUE
              SPACE.
           03 WS-DESLIG-AVISO                PIC  X(001)    VALUE
              SPACE.
           03 WS-INT-DATA                    PIC  9(008)    VALUE
              ZEROS.
           03 WS-FIM-AVISO                   PIC  9(008)    VALUE
              ZEROS.
      *
      *    DATAS NO FORMATO DO LEIAUTE (AAAA-MM-DD)
           03 WS-DATA-AAAAMMDD               PIC  9(008)    VALUE
              ZEROS.
           03 WS-DATA-XML                    PIC  X(010)    VALUE
              SPACES.
      *
      *    SALARIO DA IMAGEM (SEMANAL, COMO NO PERSNL) E O MENSAL
           03 WS-SAL-SEMANAL-X.
              05 WS-SAL-SEM-INT              PIC  9(004)    VALUE
                 ZEROS.
              05 WS-SAL-SEM-DEC              PIC  9(002)    VALUE
                 ZEROS.
           03 WS-SAL-SEMANAL REDEFINES WS-SAL-SEMANAL-X
                                             PIC  9(004)V99.
      *
      *----------------------------------------------------------------*
      *  IMAGEM DO REGISTRO NO CWLOGF, COMO FORMATADA PELO PERSMNT E    *
      *  PELO PERSBTCH (EMP= CIA= NOME= SAL= DEPT= ADM=)                *
      *----------------------------------------------------------------*
       01  WS-IMAGEM.
           03 FILLER                         PIC  X(004).
           03 IMG-EMP-NO                     PIC  X(005).
           03 FILLER                         PIC  X(005).
           03 IMG-CIA                        PIC  X(002).
           03 FILLER                         PIC  X(006).
           03 IMG-NOME                       PIC  X(008).
           03 FILLER                         PIC  X(005).
           03 IMG-SAL-INT                    PIC  9(004).
           03 FILLER                         PIC  X(001).
           03 IMG-SAL-DEC                    PIC  9(002).
           03 FILLER                         PIC  X(006).
           03 IMG-DEPT                       PIC  X(003).
           03 FILLER                         PIC  X(005).
           03 IMG-ADM                        PIC  9(008).
           03 FILLER                         PIC  X(016).
      *
      *----------------------------------------------------------------*
      *  MOTIVO DO DESLIG PARA A TABELA 19 DO ESOCIAL                   *
      *----------------------------------------------------------------*
       01  WS-TAB-MOTIVOS-STR                PIC  X(015)    VALUE
           'S02J01P07A33T06'.
       01  REDEFINES WS-TAB-MOTIVOS-STR.
           03 WS-TAB-MOTIVO OCCURS 5 INDEXED BY IX-MOT.
              05 WS-MOT-DESLIG               PIC  X(001).
              05 WS-MOT-ESOCIAL              PIC  X(002).
      *
      *----------------------------------------------------------------*
      *  IDENTIFICACAO DO EVENTO E DO EMPREGADOR, COMUM AOS TRES        *
      *----------------------------------------------------------------*
       01  WS-XML-IDE.
           03 XML-IDE-ID.
              05 FILLER                      PIC  X(003)    VALUE
                 'ID1'.
              05 XML-IDE-ID-CNPJ             PIC  X(014)    VALUE
                 SPACES.
              05 XML-IDE-ID-DATA             PIC  9(008)    VALUE
                 ZEROS.
              05 XML-IDE-ID-HORA             PIC  9(006)    VALUE
                 ZEROS.
              05 XML-IDE-ID-SEQ              PIC  9(005)    VALUE
                 ZEROS.
           03 XML-IDE-IND-RETIF              PIC  9(001)    VALUE 1.
           03 XML-IDE-TP-AMB                 PIC  9(001)    VALUE 2.
           03 XML-IDE-PROC-EMI               PIC  9(001)    VALUE 1.
           03 XML-IDE-VER-PROC               PIC  X(020)    VALUE
              'ESOCGER 1.0'.
           03 XML-IDE-TP-INSC                PIC  9(001)    VALUE 1.
           03 XML-IDE-NR-INSC                PIC  X(008)    VALUE
              SPACES.
      *
      *----------------------------------------------------------------*
      *  AREA DE DADOS DO CWXML: OS TRES EVENTOS NA ORDEM DO LEIAUTE;   *
      *  SO O EVENTO PREENCHIDO SAI NO XML (GRUPO EM BRANCO E OMITIDO   *
      *  PELO CWXML, CAMPO EM LOW-VALUES TAMBEM)                        *
      *----------------------------------------------------------------*
       01  WS-XML-BUFFER.
           03 XML-ADMISSAO.
              05 XML-ADM-IDE                 PIC  X(068).
              05 XML-ADM-CPF                 PIC  X(011).
              05 XML-ADM-NOME                PIC  X(008).
              05 XML-ADM-MATRICULA           PIC  X(005).
              05 XML-ADM-DT-ADM              PIC  X(010).
              05 XML-ADM-COD-CATEG           PIC  9(003).
              05 XML-ADM-SALARIO             PIC  9(008)V99.
              05 XML-ADM-UND-SAL             PIC  9(001).
              05 XML-ADM-LOTACAO             PIC  X(003).
           03 XML-ALTERACAO.
              05 XML-ALT-IDE                 PIC  X(068).
              05 XML-ALT-CPF                 PIC  X(011).
              05 XML-ALT-MATRICULA           PIC  X(005).
              05 XML-ALT-DT-ALT              PIC  X(010).
              05 XML-ALT-COD-CATEG           PIC  9(003).
              05 XML-ALT-SALARIO             PIC  9(008)V99.
              05 XML-ALT-UND-SAL             PIC  9(001).
              05 XML-ALT-LOTACAO             PIC  X(003).
           03 XML-DESLIGAMENTO.
              05 XML-DSL-IDE                 PIC  X(068).
              05 XML-DSL-CPF                 PIC  X(011).
              05 XML-DSL-MATRICULA           PIC  X(005).
              05 XML-DSL-MOTIVO              PIC  X(002).
              05 XML-DSL-DT-DESLIG           PIC  X(010).
              05 XML-DSL-IND-API             PIC  X(001).
              05 XML-DSL-DT-FIM-API          PIC  X(010).
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
              '   000000000000102evtAdmissao'.
           03 FILLER                         PIC  X(050)    VALUE
              '= X000360000000103Id'.
           03 FILLER                         PIC  X(050)    VALUE
              '   000000000000103ideEvento'.
           03 FILLER                         PIC  X(050)    VALUE
              '  9000010000000104indRetif'.
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
              '   000000000000103trabalhador'.
           03 FILLER                         PIC  X(050)    VALUE
              '  X000110000000104cpfTrab'.
           03 FILLER                         PIC  X(050)    VALUE
              '  X000080000000104nmTrab'.
           03 FILLER                         PIC  X(050)    VALUE
              '   000000000000103vinculo'.
           03 FILLER                         PIC  X(050)    VALUE
              '  X000050000000104matricula'.
           03 FILLER                         PIC  X(050)    VALUE
              '  X000100000000104dtAdm'.
           03 FILLER                         PIC  X(050)    VALUE
              '  9000030000000104codCateg'.
           03 FILLER                         PIC  X(050)    VALUE
              '  9000080200000104vrSalFx'.
           03 FILLER                         PIC  X(050)    VALUE
              '  9000010000000104undSalFixo'.
           03 FILLER                         PIC  X(050)    VALUE
              '  X000030000000104codLotacao'.
           03 FILLER                         PIC  X(050)    VALUE
              '   000000000000102evtAltContratual'.
           03 FILLER                         PIC  X(050)    VALUE
              '= X000360000000103Id'.
           03 FILLER                         PIC  X(050)    VALUE
              '   000000000000103ideEvento'.
           03 FILLER                         PIC  X(050)    VALUE
              '  9000010000000104indRetif'.
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
              '   000000000000103ideVinculo'.
           03 FILLER                         PIC  X(050)    VALUE
              '  X000110000000104cpfTrab'.
           03 FILLER                         PIC  X(050)    VALUE
              '  X000050000000104matricula'.
           03 FILLER                         PIC  X(050)    VALUE
              '   000000000000103altContratual'.
           03 FILLER                         PIC  X(050)    VALUE
              '  X000100000000104dtAlteracao'.
           03 FILLER                         PIC  X(050)    VALUE
              '  9000030000000104codCateg'.
           03 FILLER                         PIC  X(050)    VALUE
              '  9000080200000104vrSalFx'.
           03 FILLER                         PIC  X(050)    VALUE
              '  9000010000000104undSalFixo'.
           03 FILLER                         PIC  X(050)    VALUE
              '  X000030000000104codLotacao'.
           03 FILLER                         PIC  X(050)    VALUE
              '   000000000000102evtDeslig'.
           03 FILLER                         PIC  X(050)    VALUE
              '= X000360000000103Id'.
           03 FILLER                         PIC  X(050)    VALUE
              '   000000000000103ideEvento'.
           03 FILLER                         PIC  X(050)    VALUE
              '  9000010000000104indRetif'.
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
              '   000000000000103ideVinculo'.
           03 FILLER                         PIC  X(050)    VALUE
              '  X000110000000104cpfTrab'.
           03 FILLER                         PIC  X(050)    VALUE
              '  X000050000000104matricula'.
           03 FILLER                         PIC  X(050)    VALUE
              '   000000000000103infoDeslig'.
           03 FILLER                         PIC  X(050)    VALUE
              '  X000020000000104mtvDeslig'.
           03 FILLER                         PIC  X(050)    VALUE
              '  X000100000000104dtDeslig'.
           03 FILLER                         PIC  X(050)    VALUE
              '  X000010000000104indPagtoAPI'.
           03 FILLER                         PIC  X(050)    VALUE
              '  X000100000000104dtProjFimAPI'.
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
               PERFORM RT-CAPTAR-MOVIMENTOS
               PERFORM RT-GERAR-PENDENTES
               CLOSE ESOCEVT
               IF  TEM-PERSEXT
                   CLOSE PERSEXT
               END-IF
               IF  TEM-DESLIG
                   CLOSE DESLIG
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
           MOVE WS-CNPJ-ENV      TO XML-IDE-ID-CNPJ
           MOVE WS-CNPJ-ENV(1:8) TO XML-IDE-NR-INSC
      *
           DISPLAY 'ESOCIAL-AMBIENTE' UPON ENVIRONMENT-NAME
           ACCEPT   WS-AMBIENTE-ENV   FROM ENVIRONMENT-VALUE
           IF  WS-AMBIENTE-ENV EQUAL '1'
               MOVE 1 TO XML-IDE-TP-AMB
           ELSE
               MOVE 2 TO XML-IDE-TP-AMB
           END-IF
      *
           DISPLAY 'ESOCIAL-DIR' UPON ENVIRONMENT-NAME
           ACCEPT   WS-DIRETORIO FROM ENVIRONMENT-VALUE
           IF  WS-DIRETORIO EQUAL SPACES
               MOVE 'esocial' TO WS-DIRETORIO
           END-IF
      *
           OPEN I-O ESOCEVT
           IF  FL-ESOCEVT-NOVO
               OPEN OUTPUT ESOCEVT
               CLOSE ESOCEVT
               OPEN I-O ESOCEVT
           END-IF
           IF  NOT FL-ESOCEVT-OK
               DISPLAY PGMID '003I- ESOCEVT COM ERRO ' FL-STA-ESOCEVT
               MOVE 8 TO WS-RETURN-CODE
               EXIT SECTION
           END-IF
      *
           OPEN INPUT PERSEXT
           IF  FL-PERSEXT-OK
               SET TEM-PERSEXT TO TRUE
           END-IF
           OPEN INPUT DESLIG
           IF  FL-DESLIG-OK
               SET TEM-DESLIG TO TRUE
           END-IF
      *
           SET  CWXML-PUT            TO TRUE
           MOVE 'S'                  TO CWXML-LINE-FEED
           SET  CWXML-BUFFER         TO ADDRESS OF WS-XML-BUFFER
           MOVE LENGTH OF WS-XML-BUFFER TO CWXML-BUFFER-LENGTH
           SET  CWXML-LAYOUT         TO ADDRESS OF WS-XML-LAYOUT
           MOVE LENGTH OF WS-XML-LAYOUT TO CWXML-LAYOUT-LENGTH.
      *
       RT-INICIARX.                                EXIT.
      *----------------------------------------------------------------*
      *  PASSADA NO CWLOGF: CADA MOVIMENTO DO PERSNL AINDA NAO          *
      *  REGISTRADO VIRA UM EVENTO PENDENTE NO ESOCEVT                  *
      *----------------------------------------------------------------*
       RT-CAPTAR-MOVIMENTOS                        SECTION.
      *
           DISPLAY 'CWLOGF'   UPON ENVIRONMENT-NAME
           ACCEPT   LB-CWLOGF FROM ENVIRONMENT-VALUE
           IF  LB-CWLOGF EQUAL SPACES
               MOVE 'cwlogf' TO LB-CWLOGF
           END-IF
           OPEN INPUT CWLOGF
           IF  NOT FL-CWLOGF-OK
               DISPLAY PGMID '004I- CWLOGF INDISPONIVEL ' FL-STA-CWLOGF
                       ' - SO OS PENDENTES SERAO GERADOS'
               CLOSE CWLOGF
               EXIT SECTION
           END-IF
      *
           MOVE ZEROS TO CWLOGF-SEQUENCIA
           START CWLOGF KEY NOT LESS CWLOGF-SEQUENCIA
               INVALID KEY
                   SET FL-CWLOGF-EOF TO TRUE
           END-START
           MOVE 'N' TO WS-RELER
           PERFORM UNTIL FL-CWLOGF-EOF
               IF  NOT RELER
                   PERFORM RT-LER-CWLOGF
               END-IF
               MOVE 'N' TO WS-RELER
               IF  NOT FL-CWLOGF-EOF
                   PERFORM RT-AVALIAR-MOVIMENTO
               END-IF
           END-PERFORM
           CLOSE CWLOGF.
      *
       RT-CAPTAR-MOVIMENTOSX.                      EXIT.
      *----------------------------------------------------------------*
       RT-LER-CWLOGF                               SECTION.
      *
           READ CWLOGF NEXT RECORD IGNORE LOCK
             AT END
                SET FL-CWLOGF-EOF TO TRUE
             NOT AT END
                ADD 1 TO WS-LIDOS
           END-READ.
      *
       RT-LER-CWLOGFX.                             EXIT.
      *----------------------------------------------------------------*
      *  LINHA DE FUNCAO DO PERSMNT/PERSBTCH SOBRE O PERSNL ('PERSNL'   *
      *  + MATRICULA NO TEXTO), SEGUIDA DAS IMAGENS ANTES E DEPOIS      *
      *----------------------------------------------------------------*
       RT-AVALIAR-MOVIMENTO                        SECTION.
      *
           IF  CWLOGF-PROGRAMA NOT EQUAL 'PERSMNT'
           AND CWLOGF-PROGRAMA NOT EQUAL 'PERSBTCH'
               EXIT SECTION
           END-IF
           IF  CWLOGF-FUNCAO-PROGRAMA(12:7) NOT EQUAL 'PERSNL '
           OR  CWLOGF-FUNCAO-PROGRAMA(19:5) IS NOT NUMERIC
               EXIT SECTION
           END-IF
           EVALUATE CWLOGF-FUNCAO-PROGRAMA(1:5)
               WHEN 'Inclu' MOVE '2200' TO WS-LOG-TIPO
               WHEN 'Alter' MOVE '2206' TO WS-LOG-TIPO
               WHEN 'Exclu' MOVE '2299' TO WS-LOG-TIPO
               WHEN OTHER   EXIT SECTION
           END-EVALUATE
      *
           MOVE CWLOGF-PROGRAMA                 TO WS-LOG-PROGRAMA
           MOVE CWLOGF-FUNCAO-PROGRAMA(19:5)    TO WS-LOG-EMP-NO
           MOVE CWLOGF-SEQUENCIA                TO WS-LOG-SEQ
           MOVE CWLOGF-DATA-DE-HOJE(7:4)        TO WS-LOG-DATA(1:4)
           MOVE CWLOGF-DATA-DE-HOJE(4:2)        TO WS-LOG-DATA(5:2)
           MOVE CWLOGF-DATA-DE-HOJE(1:2)        TO WS-LOG-DATA(7:2)
      *
           PERFORM RT-LER-IMAGEM
           IF  IMAGEM-OK
               MOVE CWLOGF-RESTO TO WS-IMG-ANTES
               PERFORM RT-LER-IMAGEM
           END-IF
           IF  NOT IMAGEM-OK
               DISPLAY PGMID '005I- MOVIMENTO SEM IMAGENS NO CWLOGF - '
                       WS-LOG-PROGRAMA ' MATRICULA ' WS-LOG-EMP-NO
               ADD 1 TO WS-INCOMPLETOS
               EXIT SECTION
           END-IF
           MOVE CWLOGF-RESTO TO WS-IMG-DEPOIS
      *
           MOVE WS-LOG-EMP-NO TO ESOCEVT-EMP-NO
           MOVE WS-LOG-DATA   TO ESOCEVT-DATA-LOG
           MOVE WS-LOG-SEQ    TO ESOCEVT-SEQ-LOG
           READ ESOCEVT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-JA-REGISTRADOS
                   EXIT SECTION
           END-READ
      *
      *    ALTERACAO SEM EFEITO NO CONTRATO (SO NOME, POR EXEMPLO) NAO
      *    E EVENTO S-2206
           IF  WS-LOG-TIPO EQUAL '2206'
           AND WS-IMG-ANTES(15:2) EQUAL WS-IMG-DEPOIS(15:2)
           AND WS-IMG-ANTES(36:7) EQUAL WS-IMG-DEPOIS(36:7)
           AND WS-IMG-ANTES(49:3) EQUAL WS-IMG-DEPOIS(49:3)
           AND WS-IMG-ANTES(57:8) EQUAL WS-IMG-DEPOIS(57:8)
               ADD 1 TO WS-SEM-EFEITO
               EXIT SECTION
           END-IF
      *
           PERFORM RT-RESOLVER-CPF
           MOVE ZEROS  TO WS-DESLIG-DATA
           MOVE SPACES TO WS-DESLIG-MOTIVO WS-DESLIG-AVISO
           IF  WS-LOG-TIPO EQUAL '2299'
               PERFORM RT-BUSCAR-DESLIG
           END-IF
      *
           MOVE SPACES             TO REG-ESOCEVT
           MOVE WS-LOG-EMP-NO      TO ESOCEVT-EMP-NO
           MOVE WS-LOG-DATA        TO ESOCEVT-DATA-LOG
           MOVE WS-LOG-SEQ         TO ESOCEVT-SEQ-LOG
           MOVE WS-LOG-TIPO        TO ESOCEVT-TIPO
           SET  ESOCEVT-PENDENTE   TO TRUE
           MOVE WS-LOG-PROGRAMA    TO ESOCEVT-ORIGEM
           MOVE WS-CPF             TO ESOCEVT-CPF
           MOVE ZEROS              TO ESOCEVT-DATA-GERACAO
                                      ESOCEVT-DATA-ENVIO
                                      ESOCEVT-DATA-RETORNO
           EVALUATE WS-LOG-TIPO
               WHEN '2200'
                    MOVE WS-IMG-DEPOIS   TO ESOCEVT-IMAGEM
                    MOVE WS-IMG-DEPOIS   TO WS-IMAGEM
                    MOVE IMG-ADM         TO ESOCEVT-DATA-EVENTO
               WHEN '2206'
                    MOVE WS-IMG-DEPOIS   TO ESOCEVT-IMAGEM
                    MOVE WS-LOG-DATA     TO ESOCEVT-DATA-EVENTO
               WHEN '2299'
                    MOVE WS-IMG-ANTES    TO ESOCEVT-IMAGEM
                    MOVE WS-DESLIG-DATA  TO ESOCEVT-DATA-EVENTO
                    MOVE WS-DESLIG-MOTIVO TO ESOCEVT-MOTIVO-DESLIG
                    MOVE WS-DESLIG-AVISO TO ESOCEVT-AVISO
           END-EVALUATE
           WRITE REG-ESOCEVT
               INVALID KEY
                   DISPLAY PGMID '006I- ERRO ' FL-STA-ESOCEVT
                           ' AO REGISTRAR O EVENTO DA MATRICULA '
                           WS-LOG-EMP-NO
               NOT INVALID KEY
                   ADD 1 TO WS-CAPTADOS
           END-WRITE.
      *
       RT-AVALIAR-MOVIMENTOX.                      EXIT.
      *----------------------------------------------------------------*
      *  PROXIMA LINHA DEVE SER IMAGEM DO MESMO PROGRAMA; SE NAO FOR,   *
      *  ELA E DEVOLVIDA PARA A AVALIACAO NORMAL                        *
      *----------------------------------------------------------------*
       RT-LER-IMAGEM                               SECTION.
      *
           MOVE 'N' TO WS-IMAGEM-OK
           PERFORM RT-LER-CWLOGF
           IF  FL-CWLOGF-EOF
               EXIT SECTION
           END-IF
           IF  CWLOGF-PROGRAMA EQUAL WS-LOG-PROGRAMA
           AND (CWLOGF-RESTO(1:4)  EQUAL 'EMP='
           OR   CWLOGF-RESTO(1:8)  EQUAL 'INCLUSAO'
           OR   CWLOGF-RESTO(1:17) EQUAL 'REGISTRO EXCLUIDO')
               SET IMAGEM-OK TO TRUE
           ELSE
               SET RELER TO TRUE
           END-IF.
      *
       RT-LER-IMAGEMX.                             EXIT.
      *----------------------------------------------------------------*
      *  CPF PELO PERSEXT OU, SE A EXTENSAO JA FOI APAGADA, PELO ULTIMO *
      *  EVENTO DA MATRICULA QUE O TENHA                                *
      *----------------------------------------------------------------*
       RT-RESOLVER-CPF                             SECTION.
      *
           MOVE ZEROS TO WS-CPF
           IF  TEM-PERSEXT
               MOVE WS-LOG-EMP-NO TO PERSEXT-EMP-NO
               READ PERSEXT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PERSEXT-CPF TO WS-CPF
               END-READ
           END-IF
           IF  WS-CPF GREATER ZEROS
               EXIT SECTION
           END-IF
      *
           MOVE WS-LOG-EMP-NO TO ESOCEVT-EMP-NO
           MOVE ZEROS         TO ESOCEVT-DATA-LOG ESOCEVT-SEQ-LOG
           START ESOCEVT KEY NOT LESS ESOCEVT-CHAVE
               INVALID KEY
                   SET FL-ESOCEVT-EOF TO TRUE
           END-START
           PERFORM UNTIL FL-ESOCEVT-EOF
               READ ESOCEVT NEXT RECORD
                 AT END
                    SET FL-ESOCEVT-EOF TO TRUE
                 NOT AT END
                    IF  ESOCEVT-EMP-NO NOT EQUAL WS-LOG-EMP-NO
                        SET FL-ESOCEVT-EOF TO TRUE
                    ELSE
                        IF  ESOCEVT-CPF GREATER ZEROS
                            MOVE ESOCEVT-CPF TO WS-CPF
                        END-IF
                    END-IF
               END-READ
           END-PERFORM
           MOVE ZEROS TO FL-STA-ESOCEVT.
      *
       RT-RESOLVER-CPFX.                           EXIT.
      *----------------------------------------------------------------*
      *  DESLIGAMENTO DA MATRICULA REGISTRADO ATE A DATA DO MOVIMENTO   *
      *  (O MAIS RECENTE, NO CASO DE READMISSAO)                        *
      *----------------------------------------------------------------*
       RT-BUSCAR-DESLIG                            SECTION.
      *
           IF  NOT TEM-DESLIG
               EXIT SECTION
           END-IF
           MOVE WS-LOG-EMP-NO TO DESLIG-EMP-NO
           MOVE ZEROS         TO DESLIG-DATA
           START DESLIG KEY NOT LESS DESLIG-CHAVE
               INVALID KEY
                   SET FL-DESLIG-EOF TO TRUE
           END-START
           PERFORM UNTIL FL-DESLIG-EOF
               READ DESLIG NEXT RECORD
                 AT END
                    SET FL-DESLIG-EOF TO TRUE
                 NOT AT END
                    IF  DESLIG-EMP-NO NOT EQUAL WS-LOG-EMP-NO
                        SET FL-DESLIG-EOF TO TRUE
                    ELSE
                        IF  DESLIG-DATA-REGISTRO NOT GREATER
                            WS-LOG-DATA
                            MOVE DESLIG-DATA   TO WS-DESLIG-DATA
                            MOVE DESLIG-MOTIVO TO WS-DESLIG-MOTIVO
                            MOVE DESLIG-AVISO  TO WS-DESLIG-AVISO
                        END-IF
                    END-IF
               END-READ
           END-PERFORM
           MOVE ZEROS TO FL-STA-DESLIG.
      *
       RT-BUSCAR-DESLIGX.                          EXIT.
      *----------------------------------------------------------------*
      *  GERA O XML DE TODO EVENTO PENDENTE DO CONTROLE                 *
      *----------------------------------------------------------------*
       RT-GERAR-PENDENTES                          SECTION.
      *
           MOVE LOW-VALUES TO ESOCEVT-CHAVE
           START ESOCEVT KEY NOT LESS ESOCEVT-CHAVE
               INVALID KEY
                   SET FL-ESOCEVT-EOF TO TRUE
           END-START
           PERFORM UNTIL FL-ESOCEVT-EOF
               READ ESOCEVT NEXT RECORD
                 AT END
                    SET FL-ESOCEVT-EOF TO TRUE
                 NOT AT END
                    IF  ESOCEVT-PENDENTE
                        PERFORM RT-GERAR-EVENTO
                        REWRITE REG-ESOCEVT
                            INVALID KEY
                                DISPLAY PGMID '007I- ERRO '
                                        FL-STA-ESOCEVT
                                        ' NA REGRAVACAO DO EVENTO'
                        END-REWRITE
                    END-IF
               END-READ
           END-PERFORM
           MOVE ZEROS TO FL-STA-ESOCEVT.
      *
       RT-GERAR-PENDENTESX.                        EXIT.
      *----------------------------------------------------------------*
      *  MONTA A AREA DO EVENTO E CHAMA O CWXML; SEM CPF OU SEM O       *
      *  DESLIGAMENTO O EVENTO FICA PENDENTE COM A OCORRENCIA           *
      *----------------------------------------------------------------*
       RT-GERAR-EVENTO                             SECTION.
      *
           IF  ESOCEVT-CPF EQUAL ZEROS
           AND TEM-PERSEXT
               MOVE ESOCEVT-EMP-NO TO PERSEXT-EMP-NO
               READ PERSEXT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PERSEXT-CPF TO ESOCEVT-CPF
               END-READ
           END-IF
           IF  ESOCEVT-CPF EQUAL ZEROS
               MOVE 'CPF NAO INFORMADO NO PERSEXT' TO ESOCEVT-OCORRENCIA
               PERFORM RT-RETER-EVENTO
               EXIT SECTION
           END-IF
           IF  ESOCEVT-DESLIGAMENTO
           AND ESOCEVT-DATA-EVENTO EQUAL ZEROS
               MOVE 'DESLIGAMENTO NAO LOCALIZADO NO DESLIG'
                 TO ESOCEVT-OCORRENCIA
               PERFORM RT-RETER-EVENTO
               EXIT SECTION
           END-IF
      *
           MOVE WS-DATA-HOJE        TO XML-IDE-ID-DATA
           MOVE WS-HORA-HOJE(1:6)   TO XML-IDE-ID-HORA
           MOVE ESOCEVT-SEQ-LOG(14:5) TO XML-IDE-ID-SEQ
           MOVE SPACES              TO WS-XML-BUFFER
           MOVE ESOCEVT-IMAGEM      TO WS-IMAGEM
           MOVE IMG-SAL-INT         TO WS-SAL-SEM-INT
           MOVE IMG-SAL-DEC         TO WS-SAL-SEM-DEC
      *
           EVALUATE TRUE
               WHEN ESOCEVT-ADMISSAO
                    MOVE WS-XML-IDE          TO XML-ADM-IDE
                    MOVE ESOCEVT-CPF         TO XML-ADM-CPF
                    MOVE IMG-NOME            TO XML-ADM-NOME
                    MOVE ESOCEVT-EMP-NO      TO XML-ADM-MATRICULA
                    MOVE ESOCEVT-DATA-EVENTO TO WS-DATA-AAAAMMDD
                    PERFORM RT-DATA-XML
                    MOVE WS-DATA-XML         TO XML-ADM-DT-ADM
                    MOVE 101                 TO XML-ADM-COD-CATEG
                    COMPUTE XML-ADM-SALARIO ROUNDED =
                            WS-SAL-SEMANAL * 52 / 12
                    MOVE 5                   TO XML-ADM-UND-SAL
                    MOVE IMG-DEPT            TO XML-ADM-LOTACAO
               WHEN ESOCEVT-ALTERACAO
                    MOVE WS-XML-IDE          TO XML-ALT-IDE
                    MOVE ESOCEVT-CPF         TO XML-ALT-CPF
                    MOVE ESOCEVT-EMP-NO      TO XML-ALT-MATRICULA
                    MOVE ESOCEVT-DATA-EVENTO TO WS-DATA-AAAAMMDD
                    PERFORM RT-DATA-XML
                    MOVE WS-DATA-XML         TO XML-ALT-DT-ALT
                    MOVE 101                 TO XML-ALT-COD-CATEG
                    COMPUTE XML-ALT-SALARIO ROUNDED =
                            WS-SAL-SEMANAL * 52 / 12
                    MOVE 5                   TO XML-ALT-UND-SAL
                    MOVE IMG-DEPT            TO XML-ALT-LOTACAO
               WHEN ESOCEVT-DESLIGAMENTO
                    MOVE WS-XML-IDE          TO XML-DSL-IDE
                    MOVE ESOCEVT-CPF         TO XML-DSL-CPF
                    MOVE ESOCEVT-EMP-NO      TO XML-DSL-MATRICULA
                    MOVE '02'                TO XML-DSL-MOTIVO
                    SET IX-MOT TO 1
                    SEARCH WS-TAB-MOTIVO
                        WHEN WS-MOT-DESLIG(IX-MOT) EQUAL
                             ESOCEVT-MOTIVO-DESLIG
                             MOVE WS-MOT-ESOCIAL(IX-MOT)
                               TO XML-DSL-MOTIVO
                    END-SEARCH
                    MOVE ESOCEVT-DATA-EVENTO TO WS-DATA-AAAAMMDD
                    PERFORM RT-DATA-XML
                    MOVE WS-DATA-XML         TO XML-DSL-DT-DESLIG
      *             AVISO INDENIZADO: PROJECAO DE 30 DIAS
                    IF  ESOCEVT-AVISO EQUAL 'I'
                        MOVE 'S' TO XML-DSL-IND-API
                        COMPUTE WS-INT-DATA =
                                FUNCTION INTEGER-OF-DATE
                                (ESOCEVT-DATA-EVENTO) + 30
                        COMPUTE WS-FIM-AVISO =
                                FUNCTION DATE-OF-INTEGER(WS-INT-DATA)
                        MOVE WS-FIM-AVISO    TO WS-DATA-AAAAMMDD
                        PERFORM RT-DATA-XML
                        MOVE WS-DATA-XML     TO XML-DSL-DT-FIM-API
                    ELSE
                        MOVE 'N'        TO XML-DSL-IND-API
                        MOVE LOW-VALUES TO XML-DSL-DT-FIM-API
                    END-IF
           END-EVALUATE
      *
           MOVE SPACES TO CWXML-FILE
           STRING WS-DIRETORIO DELIMITED BY SPACE
                  '/S-'        DELIMITED BY SIZE
                  ESOCEVT-TIPO DELIMITED BY SIZE
                  '-'          DELIMITED BY SIZE
                  XML-IDE-ID   DELIMITED BY SIZE
                  '.xml'       DELIMITED BY SIZE
                  INTO CWXML-FILE
           MOVE '00' TO CWXML-STATUS
           CALL SB-CWXML USING PARAMETROS-CWXML
             ON EXCEPTION
                MOVE '99' TO CWXML-STATUS
           END-CALL
           IF  CWXML-STATUS GREATER '09'
               MOVE SPACES TO ESOCEVT-OCORRENCIA
               STRING 'ERRO ' CWXML-STATUS ' DO CWXML NA GERACAO'
                      DELIMITED BY SIZE INTO ESOCEVT-OCORRENCIA
               PERFORM RT-RETER-EVENTO
               EXIT SECTION
           END-IF
      *
           SET  ESOCEVT-GERADO      TO TRUE
           MOVE XML-IDE-ID          TO ESOCEVT-ID
           MOVE WS-DATA-HOJE        TO ESOCEVT-DATA-GERACAO
           MOVE ZEROS               TO ESOCEVT-DATA-ENVIO
                                       ESOCEVT-DATA-RETORNO
           MOVE SPACES              TO ESOCEVT-RECIBO
                                       ESOCEVT-OCORRENCIA
           ADD 1 TO WS-GERADOS
           DISPLAY PGMID '008I- S-' ESOCEVT-TIPO
                   ' MATRICULA ' ESOCEVT-EMP-NO ' ' ESOCEVT-ID.
      *
       RT-GERAR-EVENTOX.                           EXIT.
      *----------------------------------------------------------------*
       RT-RETER-EVENTO                             SECTION.
      *
           ADD 1 TO WS-RETIDOS
           DISPLAY PGMID '009I- S-' ESOCEVT-TIPO
                   ' MATRICULA ' ESOCEVT-EMP-NO ' PENDENTE: '
                   ESOCEVT-OCORRENCIA.
      *
       RT-RETER-EVENTOX.                           EXIT.
      *----------------------------------------------------------------*
      *  AAAAMMDD PARA AAAA-MM-DD                                       *
      *----------------------------------------------------------------*
       RT-DATA-XML                                 SECTION.
      *
           MOVE SPACES                TO WS-DATA-XML
           STRING WS-DATA-AAAAMMDD(1:4) '-'
                  WS-DATA-AAAAMMDD(5:2) '-'
                  WS-DATA-AAAAMMDD(7:2)
                  DELIMITED BY SIZE INTO WS-DATA-XML.
      *
       RT-DATA-XMLX.                               EXIT.
      *----------------------------------------------------------------*
       RT-FINALIZAR                                SECTION.
      *
           IF  WS-RETURN-CODE EQUAL ZEROS
           AND (WS-RETIDOS GREATER ZEROS
           OR   WS-INCOMPLETOS GREATER ZEROS)
               MOVE 4 TO WS-RETURN-CODE
           END-IF
      *
           DISPLAY PGMID '999I' TRACOS
           MOVE    WS-LIDOS           TO WS-DISPLAY
           DISPLAY PGMID '010I- LINHAS LIDAS DO CWLOGF.:' WS-DISPLAY
           MOVE    WS-CAPTADOS        TO WS-DISPLAY
           DISPLAY PGMID '011I- EVENTOS REGISTRADOS....:' WS-DISPLAY
           MOVE    WS-JA-REGISTRADOS  TO WS-DISPLAY
           DISPLAY PGMID '012I- JA REGISTRADOS ANTES...:' WS-DISPLAY
           MOVE    WS-SEM-EFEITO      TO WS-DISPLAY
           DISPLAY PGMID '013I- ALTERACOES SEM S-2206..:' WS-DISPLAY
           MOVE    WS-INCOMPLETOS     TO WS-DISPLAY
           DISPLAY PGMID '014I- MOVIMENTOS SEM IMAGEM..:' WS-DISPLAY
           MOVE    WS-GERADOS         TO WS-DISPLAY
           DISPLAY PGMID '015I- XML GERADOS............:' WS-DISPLAY
           MOVE    WS-RETIDOS         TO WS-DISPLAY
           DISPLAY PGMID '016I- RETIDOS COMO PENDENTES.:' WS-DISPLAY
           DISPLAY PGMID '999I' TRACOS.
      *
       RT-FINALIZARX.                              EXIT.
      ******************************************************************
      *                      FIM  DO  PROGRAMA                         *
      ******************************************************************
