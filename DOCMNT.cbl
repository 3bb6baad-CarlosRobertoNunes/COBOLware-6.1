      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DOCMNT.
       AUTHOR.        Traduzido de Easytrieve (macro esy.kex v.0.10).
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      * Documentos digitalizados do empregado (pasta  *
                      * funcional), chamado pela opcao D[O]CUMENTOS   *
                      * do PERSMNT para a matricula ja localizada. O  *
                      * indice PERSDOC tem matricula, tipo, data do   *
                      * documento e sequencia; o arquivo fica cifrado *
                      * no repositorio pelo DOCFX (CWBINF). Tipos:    *
                      *                                               *
                      *  - CT: contrato de trabalho;                  *
                      *  - ID: documento de identidade;               *
                      *  - AM: atestado medico;                       *
                      *  - RF: recibo de ferias assinado;             *
                      *  - OU: outros.                                *
                      *                                               *
                      * Toda abertura (visualizacao ou copia) vai ao  *
                      * CWLOGF com a funcao V, alem da inclusao (I) e *
                      * da exclusao (E); o indice vai ao jornal       *
                      * (CWJRNL). O LGPDEXT junta os documentos ao    *
                      * dossie do titular e o LGPDANON os elimina.    *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT PERSDOC ASSIGN TO PERSDOC
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS PERSDOC-CHAVE
                  FILE STATUS   IS FL-STA-PERSDOC.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *----------------------------------------------------------------*
      *  INDICE DOS DOCUMENTOS: MATRICULA + TIPO + DATA DO DOCUMENTO   *
      *  + SEQUENCIA; NOME DO ARQUIVO CIFRADO NO REPOSITORIO           *
      *----------------------------------------------------------------*
       FD  PERSDOC
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-PERSDOC.
           03 PERSDOC-CHAVE.
              05 PERSDOC-EMP-NO              PIC  9(005).
              05 PERSDOC-TIPO                PIC  X(002).
                 88 PERSDOC-TIPO-VALIDO                 VALUE 'CT' 'ID'
                                                          'AM' 'RF'
                                                          'OU'.
              05 PERSDOC-DATA                PIC  9(008).
              05 PERSDOC-SEQ                 PIC  9(002).
           03 PERSDOC-DESCRICAO              PIC  X(040).
           03 PERSDOC-DOCUMENTO              PIC  X(040).
           03 PERSDOC-BYTES                  PIC  9(009).
           03 PERSDOC-OPERADOR               PIC  X(030).
           03 PERSDOC-DATA-INCLUSAO          PIC  9(008).
           03 FILLER                         PIC  X(006).
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
       77  SB-CWLOGW                     PIC  X(08)  VALUE 'CWLOGW'.
       77  SB-CWGETU                     PIC  X(08)  VALUE 'CWGETU'.
       77  SB-CWIDLE                     PIC  X(08)  VALUE 'CWIDLE'.
       77  SB-CWJRNL                     PIC  X(08)  VALUE 'CWJRNL'.
       77  SB-DOCFX                      PIC  X(08)  VALUE 'DOCFX'.
      *
      *----------------------------------------------------------------*
      *        AREA DE VARIAVEIS AUXILIARES                            *
      *----------------------------------------------------------------*
      *
       01  WS-VARIAVEIS.
           03 PGMID                          PIC  X(010)    VALUE
              '#DOCMNT.'.
           03 FL-STA-PERSDOC                 PIC  X(002)    VALUE
              ZEROS.
              88 FL-PERSDOC-EOF                             VALUE '10'.
              88 FL-PERSDOC-OK                              VALUE '00'.
              88 FL-PERSDOC-NOVO                            VALUE '35'.
           03 WS-OPCAO                       PIC  X(001)    VALUE
              SPACE.
              88 OPCAO-FIM                                  VALUE 'V'.
           03 WS-RESPOSTA                    PIC  X(120)    VALUE
              SPACES.
           03 WS-CRITICA-OK                  PIC  X(001)    VALUE 'S'.
              88 CRITICA-OK                                 VALUE 'S'.
           03 WS-PERSDOC-ABERTO              PIC  X(001)    VALUE 'N'.
              88 PERSDOC-ABERTO                             VALUE 'S'.
           03 WS-ACHADO                      PIC  X(001)    VALUE 'N'.
              88 ACHADO                                     VALUE 'S'.
           03 WS-ULTIMA-SEQ                  PIC  9(002)    VALUE
              ZEROS.
           03 WS-OPERADOR                    PIC  X(030)    VALUE
              SPACES.
           03 WS-TASK                        PIC  9(006)    VALUE
              ZEROS.
           03 WS-PROGRAMA                    PIC  X(008)    VALUE
              'DOCMNT'.
           03 WS-REG-ANTES                   PIC  X(150)    VALUE
              SPACES.
           03 WS-CHAVE-INFORMADA             PIC  X(017)    VALUE
              SPACES.
           03 WS-DESCRICAO                   PIC  X(040)    VALUE
              SPACES.
           03 WS-DATA-HOJE                   PIC  9(008)    VALUE
              ZEROS.
           03 WS-DATA-INFORMADA              PIC  9(008)    VALUE
              ZEROS.
           03 WS-DIAS-MES                    PIC  9(002)    VALUE
              ZEROS.
           03 WS-ANO                         PIC  9(004)    VALUE
              ZEROS.
           03 WS-LISTADOS             COMP-3 PIC  9(004)    VALUE
              ZEROS.
           03 WS-ED-DATA                     PIC  99/99/9999.
           03 WS-ED-BYTES                    PIC  ZZZ.ZZZ.ZZ9.
           03 WS-DESC-TIPO                   PIC  X(020)    VALUE
              SPACES.
           03 WS-DATA-DDMMAAAA               PIC  9(008)    VALUE
              ZEROS.
           03 WS-DATA-AAAAMMDD               PIC  9(008)    VALUE
              ZEROS.
      *
      *----------------------------------------------------------------*
      *  DIAS POR MES PARA A CRITICA DE CALENDARIO                      *
      *----------------------------------------------------------------*
       01  WS-DIAS-POR-MES-STR               PIC  X(024)    VALUE
           '312831303130313130313031'.
       01  REDEFINES WS-DIAS-POR-MES-STR.
           03 WS-DIAS-POR-MES OCCURS 12      PIC  9(002).
      *
      *----------------------------------------------------------------*
      *  REPOSITORIO CIFRADO                                            *
      *----------------------------------------------------------------*
       01  PARAMETROS-DOCFX.
           03 DOCFX-FUNCAO                   PIC  X(001)    VALUE
              SPACE.
           03 DOCFX-DOCUMENTO                PIC  X(040)    VALUE
              SPACES.
           03 DOCFX-ARQUIVO                  PIC  X(120)    VALUE
              SPACES.
           03 DOCFX-BYTES                    PIC  9(009)    VALUE
              ZEROS.
           03 DOCFX-RETORNO                  PIC  X(002)    VALUE
              ZEROS.
              88 DOCFX-OK                                   VALUE '00'.
      *
      *----------------------------------------------------------------*
      *  PARAMETROS DOS SUBPROGRAMAS COBOLWARE                          *
      *----------------------------------------------------------------*
       01  PARAMETROS-CWLOGW.
           03 CWLOGW-FUNCTION                PIC  X(001)    VALUE
              SPACE.
           03 CWLOGW-TEXT                    PIC  X(035)    VALUE
              SPACES.
      *
       01  WS-OBS                            PIC  X(080)    VALUE
           SPACES.
      *
      *----------------------------------------------------------------*
      *  JORNAL DE ALTERACOES (CWJRNL) PARA O ROLL-FORWARD (CWJRNLRF)   *
      *----------------------------------------------------------------*
       01  PARAMETROS-CWJRNL.
           03 CWJRNL-FUNCTION                PIC  X(001)    VALUE
              SPACE.
           03 CWJRNL-ARQUIVO                 PIC  X(012)    VALUE
              SPACES.
           03 CWJRNL-CHAVE                   PIC  X(020)    VALUE
              SPACES.
           03 CWJRNL-TAMANHO                 PIC  9(004)    VALUE
              ZEROS.
           03 CWJRNL-REGISTRO                PIC  X(512)    VALUE
              SPACES.
           03 CWJRNL-STATUS                  PIC  X(002)    VALUE
              ZEROS.
      *================================================================*
       01  FILLER                            PIC  X(32)  VALUE
                                     'FFF  FIM DAWORKING-STORAGE  FFF'.
      *================================================================*
      *
      *----------------------------------------------------------------*
      *  TRAVA DE INATIVIDADE (CWIDLE): BATIDA A CADA INTERACAO; A     *
      *  RESPOSTA 'E' MANDA ENCERRAR A SESSAO LIMPA                    *
      *----------------------------------------------------------------*
       01  PARAMETROS-CWIDLE.
           03 CWIDLE-FUNCTION                PIC  X(001)    VALUE
              'T'.
           03 CWIDLE-USUARIO                 PIC  X(030)    VALUE
              SPACES.
           03 CWIDLE-TASK                    PIC  9(006)    VALUE
              ZEROS.
           03 CWIDLE-ACAO                    PIC  X(001)    VALUE
              SPACE.
           03 CWIDLE-STATUS                  PIC  X(002)    VALUE
              ZEROS.
      *
       LINKAGE SECTION.
      *
      *----------------------------------------------------------------*
      *  MATRICULA LOCALIZADA PELO PERSMNT                              *
      *----------------------------------------------------------------*
       01  PARAMETROS-DOCMNT.
           03 DOCMNT-EMP-NO                  PIC  9(005).
           03 DOCMNT-LAST-NAME               PIC  X(008).
      *================================================================*
       PROCEDURE DIVISION USING PARAMETROS-DOCMNT.
      *================================================================*
      *----------------------------------------------------------------*
      *                        ROTINA PRINCIPAL                        *
      *----------------------------------------------------------------*
       RT-PRINCIPAL                                SECTION.
      *
           MOVE SPACE TO WS-OPCAO
           PERFORM RT-INICIAR
      *
           IF  NOT OPCAO-FIM
               PERFORM RT-LISTAR
               PERFORM RT-DIALOGO
                       UNTIL OPCAO-FIM
           END-IF
      *
           PERFORM RT-FINALIZAR
      *
           GOBACK.
      *
       RT-PRINCIPALX.                              EXIT.
      *----------------------------------------------------------------*
      *  ABRE O INDICE (CRIANDO-O SE NAO EXISTE)                        *
      *----------------------------------------------------------------*
       RT-INICIAR                                  SECTION.
      *
           CALL SB-CWGETU USING WS-OPERADOR WS-TASK WS-PROGRAMA '?'
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
      *
           OPEN I-O PERSDOC
           IF  FL-PERSDOC-NOVO
               OPEN OUTPUT PERSDOC
               CLOSE PERSDOC
               OPEN I-O PERSDOC
           END-IF
           IF  NOT FL-PERSDOC-OK
               DISPLAY PGMID '001I- PERSDOC COM ERRO ' FL-STA-PERSDOC
               SET OPCAO-FIM TO TRUE
           ELSE
               SET PERSDOC-ABERTO TO TRUE
           END-IF.
      *
       RT-INICIARX.                                EXIT.
      *----------------------------------------------------------------*
      *                    MENU DA MANUTENCAO                          *
      *----------------------------------------------------------------*
       RT-DIALOGO                                  SECTION.
      *
           DISPLAY ' '
           DISPLAY 'DOCMNT - DOCUMENTOS DA MATRICULA '
                   DOCMNT-EMP-NO ' ' DOCMNT-LAST-NAME
           DISPLAY '[L]ISTAR [G]UARDAR [A]BRIR [E]XCLUSAO [V]OLTAR'
           DISPLAY 'OPCAO: ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           MOVE WS-RESPOSTA(1:1) TO WS-OPCAO
           INSPECT WS-OPCAO CONVERTING 'lgaev' TO 'LGAEV'
      *
      *    BATIDA DA TRAVA DE INATIVIDADE; 'E' ENCERRA A SESSAO
           MOVE 'T'         TO CWIDLE-FUNCTION
           MOVE WS-OPERADOR TO CWIDLE-USUARIO
           MOVE WS-TASK     TO CWIDLE-TASK
           CALL SB-CWIDLE USING PARAMETROS-CWIDLE
             ON EXCEPTION
                CONTINUE
           END-CALL
           IF  CWIDLE-ACAO EQUAL 'E'
               SET OPCAO-FIM TO TRUE
               EXIT SECTION
           END-IF
      *
           EVALUATE WS-OPCAO
               WHEN 'L' PERFORM RT-LISTAR
               WHEN 'G' PERFORM RT-GUARDAR
               WHEN 'A' PERFORM RT-ABRIR
               WHEN 'E' PERFORM RT-EXCLUSAO
               WHEN 'V' CONTINUE
               WHEN OTHER
                    DISPLAY PGMID '002I- OPCAO INVALIDA'
           END-EVALUATE.
      *
       RT-DIALOGOX.                                EXIT.
      *----------------------------------------------------------------*
      *  LISTA OS DOCUMENTOS DA MATRICULA                               *
      *----------------------------------------------------------------*
       RT-LISTAR                                   SECTION.
      *
           MOVE ZEROS           TO WS-LISTADOS
           MOVE LOW-VALUES      TO PERSDOC-CHAVE
           MOVE DOCMNT-EMP-NO   TO PERSDOC-EMP-NO
           START PERSDOC KEY NOT LESS PERSDOC-CHAVE
               INVALID KEY
                   SET FL-PERSDOC-EOF TO TRUE
           END-START
           PERFORM UNTIL FL-PERSDOC-EOF
               READ PERSDOC NEXT RECORD
                 AT END
                    SET FL-PERSDOC-EOF TO TRUE
                 NOT AT END
                    IF  PERSDOC-EMP-NO NOT EQUAL DOCMNT-EMP-NO
                        SET FL-PERSDOC-EOF TO TRUE
                    ELSE
                        PERFORM RT-MOSTRA
                        ADD 1 TO WS-LISTADOS
                    END-IF
               END-READ
           END-PERFORM
           MOVE ZEROS TO FL-STA-PERSDOC
           DISPLAY PGMID '003I- ' WS-LISTADOS ' DOCUMENTO(S)'.
      *
       RT-LISTARX.                                 EXIT.
      *----------------------------------------------------------------*
       RT-MOSTRA                                   SECTION.
      *
           EVALUATE PERSDOC-TIPO
               WHEN 'CT' MOVE 'CONTRATO'            TO WS-DESC-TIPO
               WHEN 'ID' MOVE 'IDENTIDADE'          TO WS-DESC-TIPO
               WHEN 'AM' MOVE 'ATESTADO MEDICO'     TO WS-DESC-TIPO
               WHEN 'RF' MOVE 'RECIBO DE FERIAS'    TO WS-DESC-TIPO
               WHEN 'OU' MOVE 'OUTROS'              TO WS-DESC-TIPO
               WHEN OTHER
                    MOVE SPACES TO WS-DESC-TIPO
           END-EVALUATE
           MOVE PERSDOC-DATA  TO WS-DATA-AAAAMMDD
           PERFORM RT-EDITAR-DATA
           MOVE WS-DATA-DDMMAAAA TO WS-ED-DATA
           MOVE PERSDOC-BYTES TO WS-ED-BYTES
           DISPLAY PERSDOC-TIPO PERSDOC-DATA PERSDOC-SEQ ' '
                   WS-DESC-TIPO ' DE ' WS-ED-DATA
                   WS-ED-BYTES ' BYTES'
           DISPLAY '   ' PERSDOC-DESCRICAO.
      *
       RT-MOSTRAX.                                 EXIT.
      *----------------------------------------------------------------*
      *  AAAAMMDD PARA DDMMAAAA (EDITADA COMO DD/MM/AAAA NAS TELAS)     *
      *----------------------------------------------------------------*
       RT-EDITAR-DATA                              SECTION.
      *
           MOVE WS-DATA-AAAAMMDD(7:2) TO WS-DATA-DDMMAAAA(1:2)
           MOVE WS-DATA-AAAAMMDD(5:2) TO WS-DATA-DDMMAAAA(3:2)
           MOVE WS-DATA-AAAAMMDD(1:4) TO WS-DATA-DDMMAAAA(5:4).
      *
       RT-EDITAR-DATAX.                            EXIT.
      *----------------------------------------------------------------*
      *  PEDE O DOCUMENTO COMO APARECE NA LISTA (TTAAAAMMDDSS) E LE O   *
      *  INDICE (ACHADO = S/N)                                          *
      *----------------------------------------------------------------*
       RT-PEDE-E-LOCALIZA                          SECTION.
      *
           MOVE 'N' TO WS-ACHADO
           DISPLAY 'DOCUMENTO (TIPO, DATA E SEQUENCIA COMO NA LISTA): '
                   WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           INSPECT WS-RESPOSTA(1:2) CONVERTING 'ctidamrfou'
                                            TO 'CTIDAMRFOU'
           IF  WS-RESPOSTA(3:10) IS NOT NUMERIC
               DISPLAY PGMID '004I- INFORME TTAAAAMMDDSS'
               EXIT SECTION
           END-IF
           MOVE DOCMNT-EMP-NO     TO PERSDOC-EMP-NO
           MOVE WS-RESPOSTA(1:2)  TO PERSDOC-TIPO
           MOVE WS-RESPOSTA(3:8)  TO PERSDOC-DATA
           MOVE WS-RESPOSTA(11:2) TO PERSDOC-SEQ
           READ PERSDOC
               INVALID KEY
                   DISPLAY PGMID '004I- DOCUMENTO NAO CADASTRADO'
               NOT INVALID KEY
                   SET ACHADO TO TRUE
                   MOVE PERSDOC-CHAVE TO WS-CHAVE-INFORMADA
                   PERFORM RT-MOSTRA
           END-READ.
      *
       RT-PEDE-E-LOCALIZAX.                        EXIT.
      *----------------------------------------------------------------*
      *  GUARDA UMA DIGITALIZACAO: O ARQUIVO VAI CIFRADO AO REPOSITORIO *
      *  E SO DEPOIS O INDICE E GRAVADO                                 *
      *----------------------------------------------------------------*
       RT-GUARDAR                                  SECTION.
      *
           MOVE SPACES        TO REG-PERSDOC
           MOVE DOCMNT-EMP-NO TO PERSDOC-EMP-NO
           PERFORM RT-PEDE-CAMPOS
           IF  NOT CRITICA-OK
               DISPLAY PGMID '005I- INCLUSAO REJEITADA PELA CRITICA'
               EXIT SECTION
           END-IF
      *
      *    PROXIMA SEQUENCIA LIVRE PARA MATRICULA, TIPO E DATA
           MOVE ZEROS TO WS-ULTIMA-SEQ
           MOVE PERSDOC-CHAVE TO WS-CHAVE-INFORMADA
           PERFORM UNTIL WS-ULTIMA-SEQ EQUAL 99
               ADD 1 TO WS-ULTIMA-SEQ
               MOVE WS-CHAVE-INFORMADA TO PERSDOC-CHAVE
               MOVE WS-ULTIMA-SEQ      TO PERSDOC-SEQ
               READ PERSDOC
                   INVALID KEY
                       EXIT PERFORM
               END-READ
           END-PERFORM
           IF  FL-PERSDOC-OK
               DISPLAY PGMID '005I- LIMITE DE DOCUMENTOS NA DATA'
               EXIT SECTION
           END-IF
           MOVE WS-CHAVE-INFORMADA(1:15) TO PERSDOC-CHAVE(1:15)
           MOVE WS-ULTIMA-SEQ            TO PERSDOC-SEQ
           MOVE PERSDOC-CHAVE            TO WS-CHAVE-INFORMADA
           MOVE WS-DESCRICAO             TO PERSDOC-DESCRICAO
           MOVE SPACES                   TO PERSDOC-DOCUMENTO
           STRING 'D' PERSDOC-CHAVE '.cwb'
                  DELIMITED BY SIZE INTO PERSDOC-DOCUMENTO
           MOVE WS-OPERADOR  TO PERSDOC-OPERADOR
           MOVE WS-DATA-HOJE TO PERSDOC-DATA-INCLUSAO
      *
           MOVE 'G'                TO DOCFX-FUNCAO
           MOVE PERSDOC-DOCUMENTO  TO DOCFX-DOCUMENTO
           CALL SB-DOCFX USING PARAMETROS-DOCFX
             ON EXCEPTION
                DISPLAY PGMID '005I- DOCFX INDISPONIVEL'
                EXIT SECTION
           END-CALL
           IF  NOT DOCFX-OK
               PERFORM RT-MOSTRA-RETORNO
               EXIT SECTION
           END-IF
           MOVE DOCFX-BYTES TO PERSDOC-BYTES
      *
           MOVE SPACES TO WS-REG-ANTES
           WRITE REG-PERSDOC
               INVALID KEY
                   DISPLAY PGMID '005I- ERRO ' FL-STA-PERSDOC
                           ' NA GRAVACAO'
                   MOVE 'E' TO DOCFX-FUNCAO
                   CALL SB-DOCFX USING PARAMETROS-DOCFX
                     ON EXCEPTION
                        CONTINUE
                   END-CALL
               NOT INVALID KEY
                   MOVE 'I' TO CWLOGW-FUNCTION
                   MOVE 'INCLUSAO DE DOCUMENTO' TO WS-REG-ANTES
                   PERFORM RT-LOGA
                   MOVE 'W' TO CWJRNL-FUNCTION
                   PERFORM RT-JORNALIZAR
                   MOVE PERSDOC-BYTES TO WS-ED-BYTES
                   DISPLAY PGMID '005I- GUARDADO DOCUMENTO '
                           PERSDOC-TIPO PERSDOC-DATA PERSDOC-SEQ
                           WS-ED-BYTES ' BYTES'
           END-WRITE.
      *
       RT-GUARDARX.                                EXIT.
      *----------------------------------------------------------------*
      *  TIPO, DATA DO DOCUMENTO, DESCRICAO E ARQUIVO DIGITALIZADO      *
      *----------------------------------------------------------------*
       RT-PEDE-CAMPOS                              SECTION.
      *
           MOVE 'S' TO WS-CRITICA-OK
           DISPLAY 'TIPO: [CT]CONTRATO [ID]IDENTIDADE [AM]ATESTADO'
                   ' [RF]RECIBO DE FERIAS [OU]OUTROS: '
                   WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           MOVE WS-RESPOSTA(1:2) TO PERSDOC-TIPO
           INSPECT PERSDOC-TIPO CONVERTING 'ctidamrfou'
                                        TO 'CTIDAMRFOU'
           IF  NOT PERSDOC-TIPO-VALIDO
               DISPLAY PGMID '008I- TIPO DEVE SER CT, ID, AM, RF OU OU'
               MOVE 'N' TO WS-CRITICA-OK
               EXIT SECTION
           END-IF
      *
           DISPLAY 'DATA DO DOCUMENTO (MMDDAAAA): ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA EQUAL SPACES
               MOVE WS-DATA-HOJE TO PERSDOC-DATA
           ELSE
               PERFORM RT-CRITICA-DATA
               IF  NOT CRITICA-OK
                   EXIT SECTION
               END-IF
               MOVE WS-DATA-INFORMADA TO PERSDOC-DATA
           END-IF
           IF  PERSDOC-DATA GREATER WS-DATA-HOJE
               DISPLAY PGMID '009I- DATA DO DOCUMENTO NO FUTURO'
               MOVE 'N' TO WS-CRITICA-OK
               EXIT SECTION
           END-IF
           MOVE ZEROS TO PERSDOC-SEQ
      *
           DISPLAY 'DESCRICAO: ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           MOVE WS-RESPOSTA(1:40) TO WS-DESCRICAO
      *
           DISPLAY 'ARQUIVO DIGITALIZADO A GUARDAR: ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA EQUAL SPACES
               DISPLAY PGMID '010I- INFORME O ARQUIVO'
               MOVE 'N' TO WS-CRITICA-OK
               EXIT SECTION
           END-IF
           MOVE WS-RESPOSTA TO DOCFX-ARQUIVO.
      *
       RT-PEDE-CAMPOSX.                            EXIT.
      *----------------------------------------------------------------*
      *  DECIFRA O DOCUMENTO NUM ARQUIVO DO OPERADOR (VISUALIZACAO OU   *
      *  COPIA); TODA ABERTURA VAI AO CWLOGF                            *
      *----------------------------------------------------------------*
       RT-ABRIR                                    SECTION.
      *
           PERFORM RT-PEDE-E-LOCALIZA
           IF  NOT ACHADO
               EXIT SECTION
           END-IF
           DISPLAY 'ARQUIVO DE DESTINO: ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA EQUAL SPACES
               DISPLAY PGMID '010I- INFORME O ARQUIVO'
               EXIT SECTION
           END-IF
           MOVE 'A'               TO DOCFX-FUNCAO
           MOVE PERSDOC-DOCUMENTO TO DOCFX-DOCUMENTO
           MOVE WS-RESPOSTA       TO DOCFX-ARQUIVO
           CALL SB-DOCFX USING PARAMETROS-DOCFX
             ON EXCEPTION
                DISPLAY PGMID '006I- DOCFX INDISPONIVEL'
                EXIT SECTION
           END-CALL
           IF  NOT DOCFX-OK
               PERFORM RT-MOSTRA-RETORNO
               EXIT SECTION
           END-IF
           MOVE 'V'           TO CWLOGW-FUNCTION
           MOVE SPACES        TO WS-REG-ANTES
           STRING 'ABERTO EM ' DOCFX-ARQUIVO
                  DELIMITED BY SIZE INTO WS-REG-ANTES
           PERFORM RT-LOGA
           DISPLAY PGMID '006I- DOCUMENTO ABERTO EM '
                   DOCFX-ARQUIVO(1:60).
      *
       RT-ABRIRX.                                  EXIT.
      *----------------------------------------------------------------*
      *  EXCLUI ARQUIVO CIFRADO E INDICE                                *
      *----------------------------------------------------------------*
       RT-EXCLUSAO                                 SECTION.
      *
           PERFORM RT-PEDE-E-LOCALIZA
           IF  NOT ACHADO
               EXIT SECTION
           END-IF
           DISPLAY 'CONFIRMA EXCLUSAO (S/N)? ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA(1:1) NOT EQUAL 'S' AND 's'
               EXIT SECTION
           END-IF
           MOVE 'E'               TO DOCFX-FUNCAO
           MOVE PERSDOC-DOCUMENTO TO DOCFX-DOCUMENTO
           CALL SB-DOCFX USING PARAMETROS-DOCFX
             ON EXCEPTION
                DISPLAY PGMID '007I- DOCFX INDISPONIVEL'
                EXIT SECTION
           END-CALL
           IF  NOT DOCFX-OK
               PERFORM RT-MOSTRA-RETORNO
           END-IF
           MOVE REG-PERSDOC TO WS-REG-ANTES
           DELETE PERSDOC RECORD
               INVALID KEY
                   DISPLAY PGMID '007I- ERRO ' FL-STA-PERSDOC
                           ' NA EXCLUSAO'
               NOT INVALID KEY
                   MOVE 'E' TO CWLOGW-FUNCTION
                   MOVE 'REGISTRO EXCLUIDO' TO REG-PERSDOC
                   PERFORM RT-LOGA
                   MOVE 'D' TO CWJRNL-FUNCTION
                   PERFORM RT-JORNALIZAR
                   DISPLAY PGMID '007I- EXCLUIDO DOCUMENTO '
                           WS-CHAVE-INFORMADA(6:12)
           END-DELETE.
      *
       RT-EXCLUSAOX.                               EXIT.
      *----------------------------------------------------------------*
       RT-MOSTRA-RETORNO                           SECTION.
      *
           EVALUATE DOCFX-RETORNO
               WHEN '01'
                    DISPLAY PGMID '011I- INSTALACAO SEM CHAVE DE CIFRA'
                            ' - DOCUMENTO NAO GUARDADO'
               WHEN '02'
                    DISPLAY PGMID '011I- ARQUIVO INDISPONIVEL: '
                            DOCFX-ARQUIVO(1:60)
               WHEN '03'
                    DISPLAY PGMID '011I- CHAVE DE CIFRA NAO CONFERE'
               WHEN '04'
                    DISPLAY PGMID '011I- DOCUMENTO AUSENTE NO'
                            ' REPOSITORIO'
               WHEN '05'
                    DISPLAY PGMID '011I- DOCUMENTO CORROMPIDO NO'
                            ' REPOSITORIO'
               WHEN OTHER
                    DISPLAY PGMID '011I- DOCFX RETORNO '
                            DOCFX-RETORNO
           END-EVALUATE.
      *
       RT-MOSTRA-RETORNOX.                         EXIT.
      *----------------------------------------------------------------*
      *  CRITICA DE CALENDARIO DE UMA DATA MMDDAAAA EM WS-RESPOSTA      *
      *----------------------------------------------------------------*
       RT-CRITICA-DATA                             SECTION.
      *
           IF  WS-RESPOSTA(1:8) IS NOT NUMERIC
           OR  WS-RESPOSTA(1:2) LESS '01'
           OR  WS-RESPOSTA(1:2) GREATER '12'
           OR  WS-RESPOSTA(3:2) LESS '01'
           OR  WS-RESPOSTA(3:2) GREATER '31'
           OR  WS-RESPOSTA(5:4) LESS '1900'
               DISPLAY PGMID '009I- DATA INVALIDA'
               MOVE 'N' TO WS-CRITICA-OK
               EXIT SECTION
           END-IF
           COMPUTE WS-DATA-INFORMADA =
                   FUNCTION NUMVAL(WS-RESPOSTA(5:4)) * 10000
                 + FUNCTION NUMVAL(WS-RESPOSTA(1:2)) * 100
                 + FUNCTION NUMVAL(WS-RESPOSTA(3:2))
           COMPUTE WS-ANO = WS-DATA-INFORMADA / 10000
           MOVE WS-DIAS-POR-MES(FUNCTION NUMVAL(WS-RESPOSTA(1:2)))
             TO WS-DIAS-MES
           IF  WS-RESPOSTA(1:2) EQUAL '02'
           AND FUNCTION MOD(WS-ANO, 4) EQUAL ZERO
           AND (FUNCTION MOD(WS-ANO, 100) NOT EQUAL ZERO
                OR FUNCTION MOD(WS-ANO, 400) EQUAL ZERO)
               MOVE 29 TO WS-DIAS-MES
           END-IF
           IF  FUNCTION NUMVAL(WS-RESPOSTA(3:2))
               GREATER WS-DIAS-MES
               DISPLAY PGMID '009I- DIA INEXISTENTE NO MES'
               MOVE 'N' TO WS-CRITICA-OK
           END-IF.
      *
       RT-CRITICA-DATAX.                           EXIT.
      *----------------------------------------------------------------*
      *  GRAVA NO CWLOGF A FUNCAO COM AS IMAGENS ANTES E DEPOIS (NA     *
      *  ABERTURA, O DESTINO E O REGISTRO DO DOCUMENTO)                 *
      *----------------------------------------------------------------*
       RT-LOGA                                     SECTION.
      *
           MOVE SPACES TO CWLOGW-TEXT
           STRING 'DOC ' DOCMNT-EMP-NO ' ' WS-CHAVE-INFORMADA(6:12)
                  DELIMITED BY SIZE INTO CWLOGW-TEXT
           CALL SB-CWLOGW USING PARAMETROS-CWLOGW
             ON EXCEPTION
                CONTINUE
           END-CALL
      *
           MOVE WS-REG-ANTES(1:80) TO WS-OBS
           MOVE '^' TO CWLOGW-FUNCTION
           CALL SB-CWLOGW USING PARAMETROS-CWLOGW WS-OBS
             ON EXCEPTION
                CONTINUE
           END-CALL
      *
           MOVE REG-PERSDOC(1:80) TO WS-OBS
           MOVE '^' TO CWLOGW-FUNCTION
           CALL SB-CWLOGW USING PARAMETROS-CWLOGW WS-OBS
             ON EXCEPTION
                CONTINUE
           END-CALL.
      *
       RT-LOGAX.                                   EXIT.
      *----------------------------------------------------------------*
      *  ANOTA A MUDANCA DO INDICE NO JORNAL (CWJRNL AUSENTE NAO        *
      *  ATRAPALHA A MANUTENCAO); NA EXCLUSAO VAI A IMAGEM ORIGINAL     *
      *----------------------------------------------------------------*
       RT-JORNALIZAR                               SECTION.
      *
           MOVE 'PERSDOC' TO CWJRNL-ARQUIVO
           MOVE SPACES    TO CWJRNL-CHAVE
           MOVE 150       TO CWJRNL-TAMANHO
           MOVE SPACES    TO CWJRNL-REGISTRO
           IF  CWJRNL-FUNCTION EQUAL 'D'
               MOVE WS-REG-ANTES       TO CWJRNL-REGISTRO(1:150)
               MOVE WS-REG-ANTES(1:17) TO CWJRNL-CHAVE(1:17)
           ELSE
               MOVE REG-PERSDOC        TO CWJRNL-REGISTRO(1:150)
               MOVE PERSDOC-CHAVE      TO CWJRNL-CHAVE(1:17)
           END-IF
           CALL SB-CWJRNL USING PARAMETROS-CWJRNL
             ON EXCEPTION
                CONTINUE
           END-CALL.
      *
       RT-JORNALIZARX.                             EXIT.
      *----------------------------------------------------------------*
       RT-FINALIZAR                                SECTION.
      *
           IF  PERSDOC-ABERTO
               MOVE 'N' TO WS-PERSDOC-ABERTO
               CLOSE PERSDOC
           END-IF.
      *
       RT-FINALIZARX.                              EXIT.
      ******************************************************************
      *                      FIM  DO  PROGRAMA                         *
      ******************************************************************
