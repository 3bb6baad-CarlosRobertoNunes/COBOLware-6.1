      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ESSMENU.
       AUTHOR.        Traduzido de Easytrieve (macro esy.kex v.0.10).
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      * Autoatendimento do empregado: menu restrito   *
                      * para os usuarios criados pelo PERSPROV (o     *
                      * modelo PERSPROV-MODELO aponta para ele).      *
                      *                                               *
                      * A matricula NUNCA e digitada: vem do PROVLINK *
                      * pelo operador do CWGETU (vinculo ativo). Sem  *
                      * vinculo o acesso e recusado e vai ao CWLOGF.  *
                      *                                               *
                      * [H]OLERITES e [I]NFORME DE RENDIMENTOS listam *
                      * no CWDIRS so os documentos do spool (HOLERIT  *
                      * e INFREND) cujo titulo traz a matricula do    *
                      * proprio empregado e mostram o escolhido.      *
                      * [S]ALDO DE FERIAS mostra o VACBAL com o       *
                      * vencimento. [C]ONTATO registra no CONTPED o   *
                      * pedido de mudanca de endereco, fone ou e-mail *
                      * do PERSEXT, que so e aplicado depois da       *
                      * aprovacao do RH no CONTAPPR.                  *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT PROVLINK ASSIGN TO PROVLINK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS LINK-EMP-NO
                  FILE STATUS   IS FL-STA-PROVLINK.
      *
           SELECT PERSNL ASSIGN TO SYS010
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS PERSNL-EMP-NO
                  FILE STATUS   IS FL-STA-PERSNL.
      *
           SELECT OPTIONAL VACBAL ASSIGN TO VACBAL
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS VACBAL-EMP-NO
                  FILE STATUS   IS FL-STA-VACBAL.
      *
           SELECT OPTIONAL PERSEXT ASSIGN TO PERSEXT
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS PERSEXT-EMP-NO
                  FILE STATUS   IS FL-STA-PERSEXT.
      *
           SELECT CONTPED ASSIGN TO CONTPED
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS CONTPED-CHAVE
                  FILE STATUS   IS FL-STA-CONTPED.
      *
           SELECT CWDIRS ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CWDIRS-SPOOL
                  ALTERNATE RECORD KEY IS CWDIRS-EMISSAO WITH DUPLICATES
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FL-STA-CWDIRS.
      *
           SELECT DOCTO ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FL-STA-DOCTO.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  PROVLINK
           RECORD CONTAINS 050 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-PROVLINK.
           03 LINK-EMP-NO                    PIC  9(005).
           03 LINK-USUARIO                   PIC  X(030).
           03 LINK-SITUACAO                  PIC  X(001).
              88 LINK-ATIVO                              VALUE 'A'.
              88 LINK-BLOQUEADO                          VALUE 'B'.
           03 LINK-DATA                      PIC  9(008).
           03 FILLER                         PIC  X(006).
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
           03 PERSEXT-CARGO                  PIC  X(006).
           03 FILLER                         PIC  X(013).
      *
      *----------------------------------------------------------------*
      *  PEDIDOS DE MUDANCA DE CONTATO DO PERSEXT FEITOS PELO PROPRIO   *
      *  EMPREGADO: P(ENDENTE) ATE O RH DECIDIR NO CONTAPPR, QUE GRAVA  *
      *  A(PROVADO E APLICADO) OU R(EJEITADO). CAMPO EM BRANCO NAO MUDA *
      *----------------------------------------------------------------*
       FD  CONTPED
           RECORD CONTAINS 220 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-CONTPED.
           03 CONTPED-CHAVE.
              05 CONTPED-EMP-NO              PIC  9(005).
              05 CONTPED-SEQ                 PIC  9(003).
           03 CONTPED-ENDERECO               PIC  X(060).
           03 CONTPED-FONE                   PIC  X(015).
           03 CONTPED-EMAIL                  PIC  X(050).
           03 CONTPED-SITUACAO               PIC  X(001).
              88 CONTPED-PENDENTE                       VALUE 'P'.
              88 CONTPED-APROVADO                       VALUE 'A'.
              88 CONTPED-REJEITADO                      VALUE 'R'.
           03 CONTPED-SOLICITANTE            PIC  X(030).
           03 CONTPED-DATA-SOLIC             PIC  9(008).
           03 CONTPED-APROVADOR              PIC  X(030).
           03 CONTPED-DATA-DECISAO           PIC  9(008).
           03 FILLER                         PIC  X(010).
      *
       COPY CWDIRS.
      *
       FD  DOCTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-DOCTO.
      *
       01  REG-DOCTO                         PIC  X(132).
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
      *
      *----------------------------------------------------------------*
      *        AREA DE VARIAVEIS AUXILIARES                            *
      *----------------------------------------------------------------*
      *
       01  WS-VARIAVEIS.
           03 PGMID                          PIC  X(009)    VALUE
              '#ESSMENU.'.
           03 FL-STA-PROVLINK                PIC  X(002)    VALUE
              ZEROS.
              88 FL-PROVLINK-OK                             VALUE '00'.
              88 FL-PROVLINK-EOF                            VALUE '10'.
           03 FL-STA-PERSNL                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-PERSNL-OK                               VALUE '00'.
           03 FL-STA-VACBAL                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-VACBAL-OK                               VALUE '00'.
           03 FL-STA-PERSEXT                 PIC  X(002)    VALUE
              ZEROS.
              88 FL-PERSEXT-OK                              VALUE '00'.
           03 FL-STA-CONTPED                 PIC  X(002)    VALUE
              ZEROS.
              88 FL-CONTPED-OK                              VALUE '00'.
              88 FL-CONTPED-EOF                             VALUE '10'.
              88 FL-CONTPED-NOVO                            VALUE '35'.
           03 FL-STA-CWDIRS                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-CWDIRS-OK                               VALUE '00'.
              88 FL-CWDIRS-EOF                              VALUE '10'.
           03 FL-STA-DOCTO                   PIC  X(002)    VALUE
              ZEROS.
              88 FL-DOCTO-OK                                VALUE '00'.
              88 FL-DOCTO-EOF                               VALUE '10'.
           03 LB-CWDIRS                      PIC  X(255)    VALUE
              SPACES.
           03 LB-DOCTO                       PIC  X(255)    VALUE
              SPACES.
           03 WS-SPOOL-DIR                   PIC  X(200)    VALUE
              SPACES.
           03 WS-OPCAO                       PIC  X(001)    VALUE
              SPACE.
              88 OPCAO-FIM                                  VALUE 'F'.
           03 WS-RESPOSTA                    PIC  X(060)    VALUE
              SPACES.
           03 WS-OPERADOR                    PIC  X(030)    VALUE
              SPACES.
           03 WS-TASK                        PIC  9(006)    VALUE
              ZEROS.
           03 WS-PROGRAMA                    PIC  X(008)    VALUE
              'ESSMENU'.
           03 WS-ARQUIVOS-ABERTOS            PIC  X(001)    VALUE 'N'.
              88 ARQUIVOS-ABERTOS                           VALUE 'S'.
           03 WS-ACHADO                      PIC  X(001)    VALUE 'N'.
              88 ACHADO                                     VALUE 'S'.
           03 WS-CRITICA-OK                  PIC  X(001)    VALUE 'S'.
              88 CRITICA-OK                                 VALUE 'S'.
           03 WS-EMP-NO                      PIC  9(005)    VALUE
              ZEROS.
           03 WS-NOME                        PIC  X(008)    VALUE
              SPACES.
           03 WS-ULTIMA-SEQ                  PIC  9(003)    VALUE
              ZEROS.
           03 WS-DATA-HOJE                   PIC  9(008)    VALUE
              ZEROS.
           03 WS-CODIGO-PEDIDO               PIC  X(007)    VALUE
              SPACES.
           03 WS-QTDE-ARROBA          COMP-3 PIC  9(003)    VALUE
              ZEROS.
           03 WS-LINHAS-TELA          COMP-3 PIC  9(003)    VALUE
              ZEROS.
           03 WS-IND                  COMP-3 PIC  9(003)    VALUE
              ZEROS.
           03 WS-ESCOLHA                     PIC  9(002)    VALUE
              ZEROS.
           03 WS-ED-SALDO                    PIC  ZZ9,9.
           03 WS-ED-GOZADOS                  PIC  ZZ9,9.
           03 WS-ED-DATA                     PIC  99/99/9999.
           03 WS-DATA-DDMMAAAA               PIC  9(008)    VALUE
              ZEROS.
           03 WS-DATA-AAAAMMDD               PIC  9(008)    VALUE
              ZEROS.
      *
      *----------------------------------------------------------------*
      *  DOCUMENTOS DO EMPREGADO ACHADOS NO CWDIRS (OS MAIS RECENTES;   *
      *  A ESCOLHA DA TELA SO PODE APONTAR PARA UMA ENTRADA DAQUI)      *
      *----------------------------------------------------------------*
       01  WS-DOCUMENTOS.
           03 WS-QTDE-DOCS                   PIC  9(002)    VALUE
              ZEROS.
           03 WS-DOC OCCURS 20.
              05 WS-DOC-SPOOL                PIC  X(012).
              05 WS-DOC-DATA                 PIC  9(008).
              05 WS-DOC-TITULO               PIC  X(060).
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
           IF  NOT OPCAO-FIM
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
      *  IDENTIFICA O EMPREGADO PELO VINCULO DO OPERADOR NO PROVLINK E  *
      *  ABRE OS ARQUIVOS (CONTPED E CRIADO SE NAO EXISTE)              *
      *----------------------------------------------------------------*
       RT-INICIAR                                  SECTION.
      *
           CALL SB-CWGETU USING WS-OPERADOR WS-TASK WS-PROGRAMA '?'
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
      *
           OPEN INPUT PROVLINK
           IF  NOT FL-PROVLINK-OK
               DISPLAY PGMID '001I- PROVLINK AUSENTE OU COM ERRO '
                       FL-STA-PROVLINK
               SET OPCAO-FIM TO TRUE
               EXIT SECTION
           END-IF
           PERFORM RT-LOCALIZAR-VINCULO
           CLOSE PROVLINK
           IF  NOT ACHADO
               DISPLAY PGMID '002I- USUARIO SEM VINCULO ATIVO COM'
                       ' MATRICULA - ACESSO RECUSADO'
               PERFORM RT-LOGA-NEGADO
               SET OPCAO-FIM TO TRUE
               EXIT SECTION
           END-IF
      *
           OPEN INPUT PERSNL
           IF  NOT FL-PERSNL-OK
               DISPLAY PGMID '001I- PERSNL AUSENTE OU COM ERRO '
                       FL-STA-PERSNL
               SET OPCAO-FIM TO TRUE
               EXIT SECTION
           END-IF
           MOVE WS-EMP-NO TO PERSNL-EMP-NO
           READ PERSNL
               INVALID KEY
                   DISPLAY PGMID '002I- MATRICULA ' WS-EMP-NO
                           ' FORA DO CADASTRO - ACESSO RECUSADO'
                   CLOSE PERSNL
                   PERFORM RT-LOGA-NEGADO
                   SET OPCAO-FIM TO TRUE
                   EXIT SECTION
           END-READ
           MOVE LAST-NAME TO WS-NOME
      *
           OPEN I-O CONTPED
           IF  FL-CONTPED-NOVO
               OPEN OUTPUT CONTPED
               CLOSE CONTPED
               OPEN I-O CONTPED
           END-IF
           IF  NOT FL-CONTPED-OK
               DISPLAY PGMID '001I- CONTPED COM ERRO ' FL-STA-CONTPED
               CLOSE PERSNL
               SET OPCAO-FIM TO TRUE
               EXIT SECTION
           END-IF
           OPEN INPUT VACBAL PERSEXT
           SET ARQUIVOS-ABERTOS TO TRUE
      *
           DISPLAY 'CWSPOOL' UPON ENVIRONMENT-NAME
           ACCEPT   WS-SPOOL-DIR FROM ENVIRONMENT-VALUE
           DISPLAY 'CWDIRS'  UPON ENVIRONMENT-NAME
           ACCEPT   LB-CWDIRS    FROM ENVIRONMENT-VALUE
           IF  LB-CWDIRS EQUAL SPACES
               MOVE 'cwdirs' TO LB-CWDIRS
           END-IF.
      *
       RT-INICIARX.                                EXIT.
      *----------------------------------------------------------------*
      *  VARRE O PROVLINK (CHAVEADO POR MATRICULA) PROCURANDO O USUARIO *
      *  DO OPERADOR COM VINCULO ATIVO (ACHADO = S/N)                   *
      *----------------------------------------------------------------*
       RT-LOCALIZAR-VINCULO                        SECTION.
      *
           MOVE 'N'   TO WS-ACHADO
           MOVE ZEROS TO WS-EMP-NO
           IF  WS-OPERADOR EQUAL SPACES
               EXIT SECTION
           END-IF
           MOVE ZEROS TO LINK-EMP-NO
           START PROVLINK KEY NOT LESS LINK-EMP-NO
               INVALID KEY
                   SET FL-PROVLINK-EOF TO TRUE
           END-START
           PERFORM UNTIL FL-PROVLINK-EOF
                      OR ACHADO
               READ PROVLINK NEXT RECORD
                 AT END
                    SET FL-PROVLINK-EOF TO TRUE
                 NOT AT END
                    IF  LINK-USUARIO EQUAL WS-OPERADOR
                    AND LINK-ATIVO
                        MOVE LINK-EMP-NO TO WS-EMP-NO
                        SET ACHADO TO TRUE
                    END-IF
               END-READ
           END-PERFORM.
      *
       RT-LOCALIZAR-VINCULOX.                      EXIT.
      *----------------------------------------------------------------*
      *                    MENU DO AUTOATENDIMENTO                     *
      *----------------------------------------------------------------*
       RT-DIALOGO                                  SECTION.
      *
           DISPLAY ' '
           DISPLAY 'ESSMENU - AUTOATENDIMENTO DO EMPREGADO - MATR '
                   WS-EMP-NO ' ' WS-NOME
           DISPLAY '[H]OLERITES [I]NFORME DE RENDIMENTOS'
                   ' [S]ALDO DE FERIAS [C]ONTATO [F]IM'
           DISPLAY 'OPCAO: ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           MOVE WS-RESPOSTA(1:1) TO WS-OPCAO
           INSPECT WS-OPCAO CONVERTING 'hiscf' TO 'HISCF'
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
               WHEN 'H' MOVE 'HOLERIT' TO WS-CODIGO-PEDIDO
                        PERFORM RT-DOCUMENTOS
               WHEN 'I' MOVE 'INFREND' TO WS-CODIGO-PEDIDO
                        PERFORM RT-DOCUMENTOS
               WHEN 'S' PERFORM RT-SALDO-FERIAS
               WHEN 'C' PERFORM RT-CONTATO
               WHEN 'F' CONTINUE
               WHEN OTHER
                    DISPLAY PGMID '003I- OPCAO INVALIDA'
           END-EVALUATE.
      *
       RT-DIALOGOX.                                EXIT.
      *----------------------------------------------------------------*
      *  LISTA OS DOCUMENTOS DO EMPREGADO NO SPOOL E MOSTRA O ESCOLHIDO *
      *----------------------------------------------------------------*
       RT-DOCUMENTOS                               SECTION.
      *
           PERFORM RT-CARREGAR-DOCUMENTOS
           IF  WS-QTDE-DOCS EQUAL ZEROS
               DISPLAY PGMID '004I- NENHUM DOCUMENTO NO SPOOL PARA A'
                       ' MATRICULA'
               EXIT SECTION
           END-IF
      *
           PERFORM VARYING WS-IND FROM 1 BY 1
                     UNTIL WS-IND GREATER WS-QTDE-DOCS
               MOVE WS-DOC-DATA(WS-IND) TO WS-DATA-AAAAMMDD
               PERFORM RT-EDITAR-DATA
               MOVE WS-DATA-DDMMAAAA    TO WS-ED-DATA
               MOVE WS-IND              TO WS-ESCOLHA
               DISPLAY WS-ESCOLHA ' ' WS-ED-DATA ' '
                       WS-DOC-TITULO(WS-IND)
           END-PERFORM
      *
           DISPLAY 'NUMERO DO DOCUMENTO (VAZIO VOLTA): '
                   WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA EQUAL SPACES
               EXIT SECTION
           END-IF
           IF  WS-RESPOSTA(2:1) EQUAL SPACE
               MOVE WS-RESPOSTA(1:1) TO WS-RESPOSTA(2:1)
               MOVE '0'              TO WS-RESPOSTA(1:1)
           END-IF
           IF  WS-RESPOSTA(1:2) IS NOT NUMERIC
               DISPLAY PGMID '005I- NUMERO DE DOCUMENTO INVALIDO'
               EXIT SECTION
           END-IF
           MOVE WS-RESPOSTA(1:2) TO WS-ESCOLHA
           IF  WS-ESCOLHA EQUAL ZEROS
           OR  WS-ESCOLHA GREATER WS-QTDE-DOCS
               DISPLAY PGMID '005I- NUMERO DE DOCUMENTO INVALIDO'
               EXIT SECTION
           END-IF
           PERFORM RT-MOSTRAR-DOCUMENTO.
      *
       RT-DOCUMENTOSX.                             EXIT.
      *----------------------------------------------------------------*
      *  VARRE O CWDIRS PELA EMISSAO E GUARDA AS ENTRADAS DO CODIGO     *
      *  PEDIDO QUE SAO DA MATRICULA; CHEIA A TABELA, A MAIS ANTIGA SAI *
      *----------------------------------------------------------------*
       RT-CARREGAR-DOCUMENTOS                      SECTION.
      *
           MOVE ZEROS TO WS-QTDE-DOCS
           OPEN INPUT CWDIRS
           IF  NOT FL-CWDIRS-OK
               DISPLAY PGMID '006I- CWDIRS COM ERRO ' FL-STA-CWDIRS
               EXIT SECTION
           END-IF
           MOVE LOW-VALUES TO CWDIRS-EMISSAO
           START CWDIRS KEY NOT LESS CWDIRS-EMISSAO
               INVALID KEY
                   SET FL-CWDIRS-EOF TO TRUE
           END-START
           PERFORM UNTIL FL-CWDIRS-EOF
               READ CWDIRS NEXT RECORD
                 AT END
                    SET FL-CWDIRS-EOF TO TRUE
                 NOT AT END
                    PERFORM RT-CONFERIR-DOCUMENTO
                    IF  ACHADO
                        PERFORM RT-GUARDAR-DOCUMENTO
                    END-IF
               END-READ
           END-PERFORM
           CLOSE CWDIRS
           MOVE ZEROS TO FL-STA-CWDIRS.
      *
       RT-CARREGAR-DOCUMENTOSX.                    EXIT.
      *----------------------------------------------------------------*
      *  O DOCUMENTO E DO EMPREGADO QUANDO O TITULO GRAVADO PELO        *
      *  GERADOR TRAZ A MATRICULA NA POSICAO FIXA DO SEU FORMATO:       *
      *    HOLERITE NNNNN ...                                           *
      *    HOLERITE 13O XA PARCELA NNNNN ...                            *
      *    INFORME DE RENDIMENTOS AAAA NNNNN ...                        *
      *----------------------------------------------------------------*
       RT-CONFERIR-DOCUMENTO                       SECTION.
      *
           MOVE 'N' TO WS-ACHADO
           IF  CWDIRS-CODIGO NOT EQUAL WS-CODIGO-PEDIDO
               EXIT SECTION
           END-IF
           EVALUATE TRUE
               WHEN CWDIRS-CODIGO EQUAL 'INFREND'
                    IF  CWDIRS-TITULO(1:23)
                        EQUAL 'INFORME DE RENDIMENTOS '
                    AND CWDIRS-TITULO(29:5) EQUAL WS-EMP-NO
                    AND CWDIRS-TITULO(34:1) EQUAL SPACE
                        SET ACHADO TO TRUE
                    END-IF
               WHEN CWDIRS-TITULO(1:13) EQUAL 'HOLERITE 13O '
                    IF  CWDIRS-TITULO(25:5) EQUAL WS-EMP-NO
                    AND CWDIRS-TITULO(30:1) EQUAL SPACE
                        SET ACHADO TO TRUE
                    END-IF
               WHEN CWDIRS-TITULO(1:9) EQUAL 'HOLERITE '
                    IF  CWDIRS-TITULO(10:5) EQUAL WS-EMP-NO
                    AND CWDIRS-TITULO(15:1) EQUAL SPACE
                        SET ACHADO TO TRUE
                    END-IF
           END-EVALUATE.
      *
       RT-CONFERIR-DOCUMENTOX.                     EXIT.
      *----------------------------------------------------------------*
      *  ACRESCENTA A ENTRADA CORRENTE DO CWDIRS NA TABELA              *
      *----------------------------------------------------------------*
       RT-GUARDAR-DOCUMENTO                        SECTION.
      *
           IF  WS-QTDE-DOCS EQUAL 20
               PERFORM VARYING WS-IND FROM 1 BY 1
                         UNTIL WS-IND GREATER 19
                   MOVE WS-DOC(WS-IND + 1) TO WS-DOC(WS-IND)
               END-PERFORM
           ELSE
               ADD 1 TO WS-QTDE-DOCS
           END-IF
           MOVE CWDIRS-SPOOL       TO WS-DOC-SPOOL(WS-QTDE-DOCS)
           MOVE CWDIRS-DATA        TO WS-DOC-DATA(WS-QTDE-DOCS)
           MOVE CWDIRS-TITULO      TO WS-DOC-TITULO(WS-QTDE-DOCS).
      *
       RT-GUARDAR-DOCUMENTOX.                      EXIT.
      *----------------------------------------------------------------*
      *  MOSTRA O ARQUIVO DO SPOOL DA ENTRADA ESCOLHIDA, 20 LINHAS POR  *
      *  VEZ; O SALTO DE FORMULARIO VIRA LINHA EM BRANCO                *
      *----------------------------------------------------------------*
       RT-MOSTRAR-DOCUMENTO                        SECTION.
      *
           MOVE SPACES TO LB-DOCTO
           IF  WS-SPOOL-DIR EQUAL SPACES
               MOVE WS-DOC-SPOOL(WS-ESCOLHA) TO LB-DOCTO
           ELSE
               STRING WS-SPOOL-DIR              DELIMITED BY SPACE
                      '/'                       DELIMITED BY SIZE
                      WS-DOC-SPOOL(WS-ESCOLHA)  DELIMITED BY SPACE
                      INTO LB-DOCTO
           END-IF
           OPEN INPUT DOCTO
           IF  NOT FL-DOCTO-OK
               DISPLAY PGMID '006I- DOCUMENTO ' WS-DOC-SPOOL(WS-ESCOLHA)
                       ' INDISPONIVEL NO SPOOL'
               EXIT SECTION
           END-IF
      *
           MOVE 'V' TO CWLOGW-FUNCTION
           MOVE SPACES TO CWLOGW-TEXT
           STRING 'ESSMENU ' WS-EMP-NO ' '
                  WS-DOC-SPOOL(WS-ESCOLHA)
                  DELIMITED BY SIZE INTO CWLOGW-TEXT
           CALL SB-CWLOGW USING PARAMETROS-CWLOGW
             ON EXCEPTION
                CONTINUE
           END-CALL
      *
           DISPLAY ' '
           MOVE ZEROS TO WS-LINHAS-TELA
           PERFORM UNTIL FL-DOCTO-EOF
               READ DOCTO
                 AT END
                    SET FL-DOCTO-EOF TO TRUE
                 NOT AT END
                    INSPECT REG-DOCTO CONVERTING X'0C' TO SPACE
                    DISPLAY REG-DOCTO(1:80)
                    ADD 1 TO WS-LINHAS-TELA
                    IF  WS-LINHAS-TELA EQUAL 20
                        MOVE ZEROS TO WS-LINHAS-TELA
                        DISPLAY '<ENTER> CONTINUA  [F]IM: '
                                WITH NO ADVANCING
                        MOVE SPACES TO WS-RESPOSTA
                        ACCEPT WS-RESPOSTA
                        IF  WS-RESPOSTA(1:1) EQUAL 'F' OR 'f'
                            SET FL-DOCTO-EOF TO TRUE
                        END-IF
                    END-IF
               END-READ
           END-PERFORM
           CLOSE DOCTO
           MOVE ZEROS TO FL-STA-DOCTO.
      *
       RT-MOSTRAR-DOCUMENTOX.                      EXIT.
      *----------------------------------------------------------------*
      *  SALDO DE FERIAS DO VACBAL E O VENCIMENTO DO PERIODO            *
      *----------------------------------------------------------------*
       RT-SALDO-FERIAS                             SECTION.
      *
           MOVE WS-EMP-NO TO VACBAL-EMP-NO
           READ VACBAL
               INVALID KEY
                   MOVE '23' TO FL-STA-VACBAL
           END-READ
           IF  NOT FL-VACBAL-OK
               DISPLAY PGMID '007I- MATRICULA SEM SALDO DE FERIAS'
               EXIT SECTION
           END-IF
           MOVE VACBAL-SALDO       TO WS-ED-SALDO
           MOVE VACBAL-GOZADOS-ANO TO WS-ED-GOZADOS
           DISPLAY 'DIREITO NO ANO: ' VACBAL-DIREITO-ANO ' DIAS'
                   '  GOZADOS NO ANO: ' WS-ED-GOZADOS
           DISPLAY 'SALDO DE FERIAS: ' WS-ED-SALDO ' DIAS'
           IF  VACBAL-VENCIMENTO GREATER ZEROS
               MOVE VACBAL-VENCIMENTO TO WS-DATA-AAAAMMDD
               PERFORM RT-EDITAR-DATA
               MOVE WS-DATA-DDMMAAAA  TO WS-ED-DATA
               DISPLAY 'VENCIMENTO DO PERIODO: ' WS-ED-DATA
               IF  VACBAL-VENCIMENTO LESS WS-DATA-HOJE
                   DISPLAY PGMID '007I- *** PERIODO VENCIDO - PROCURE'
                           ' O RH ***'
               END-IF
           END-IF.
      *
       RT-SALDO-FERIASX.                           EXIT.
      *----------------------------------------------------------------*
      *  PEDIDO DE MUDANCA DE ENDERECO, FONE OU E-MAIL; SO UM PEDIDO    *
      *  PENDENTE POR MATRICULA. O PERSEXT SO MUDA NA APROVACAO DO RH   *
      *----------------------------------------------------------------*
       RT-CONTATO                                  SECTION.
      *
           MOVE WS-EMP-NO TO PERSEXT-EMP-NO
           READ PERSEXT
               INVALID KEY
                   MOVE SPACES TO PERSEXT-ENDERECO PERSEXT-FONE
                                  PERSEXT-EMAIL
           END-READ
           DISPLAY 'ENDERECO ATUAL: ' PERSEXT-ENDERECO
           DISPLAY 'FONE ATUAL: '     PERSEXT-FONE
           DISPLAY 'E-MAIL ATUAL: '   PERSEXT-EMAIL
      *
           PERFORM RT-PROCURAR-PENDENTE
           IF  ACHADO
               DISPLAY PGMID '008I- PEDIDO ' CONTPED-SEQ ' DE '
                       CONTPED-DATA-SOLIC ' AGUARDA O RH'
               IF  CONTPED-ENDERECO NOT EQUAL SPACES
                   DISPLAY '   ENDERECO: ' CONTPED-ENDERECO
               END-IF
               IF  CONTPED-FONE NOT EQUAL SPACES
                   DISPLAY '   FONE: '     CONTPED-FONE
               END-IF
               IF  CONTPED-EMAIL NOT EQUAL SPACES
                   DISPLAY '   E-MAIL: '   CONTPED-EMAIL
               END-IF
               EXIT SECTION
           END-IF
      *
           MOVE SPACES    TO REG-CONTPED
           MOVE WS-EMP-NO TO CONTPED-EMP-NO
           ADD 1 WS-ULTIMA-SEQ GIVING CONTPED-SEQ
           MOVE ZEROS     TO CONTPED-DATA-DECISAO
           PERFORM RT-PEDE-CONTATO
           IF  NOT CRITICA-OK
               EXIT SECTION
           END-IF
           IF  CONTPED-ENDERECO EQUAL SPACES
           AND CONTPED-FONE     EQUAL SPACES
           AND CONTPED-EMAIL    EQUAL SPACES
               DISPLAY PGMID '009I- NADA A MUDAR - PEDIDO NAO'
                       ' REGISTRADO'
               EXIT SECTION
           END-IF
      *
           SET  CONTPED-PENDENTE TO TRUE
           MOVE WS-OPERADOR      TO CONTPED-SOLICITANTE
           MOVE WS-DATA-HOJE     TO CONTPED-DATA-SOLIC
           WRITE REG-CONTPED
               INVALID KEY
                   DISPLAY PGMID '011I- ERRO ' FL-STA-CONTPED
                           ' NA GRAVACAO'
               NOT INVALID KEY
                   MOVE 'I' TO CWLOGW-FUNCTION
                   PERFORM RT-LOGA
                   DISPLAY PGMID '011I- PEDIDO ' CONTPED-SEQ
                           ' REGISTRADO - AGUARDA APROVACAO DO RH'
           END-WRITE.
      *
       RT-CONTATOX.                                EXIT.
      *----------------------------------------------------------------*
      *  PEDIDO PENDENTE DA MATRICULA (ACHADO = S/N) E A ULTIMA         *
      *  SEQUENCIA USADA                                                *
      *----------------------------------------------------------------*
       RT-PROCURAR-PENDENTE                        SECTION.
      *
           MOVE 'N'       TO WS-ACHADO
           MOVE ZEROS     TO WS-ULTIMA-SEQ
           MOVE WS-EMP-NO TO CONTPED-EMP-NO
           MOVE ZEROS     TO CONTPED-SEQ
           MOVE ZEROS     TO FL-STA-CONTPED
           START CONTPED KEY NOT LESS CONTPED-CHAVE
               INVALID KEY
                   SET FL-CONTPED-EOF TO TRUE
           END-START
           PERFORM UNTIL FL-CONTPED-EOF
               READ CONTPED NEXT RECORD
                 AT END
                    SET FL-CONTPED-EOF TO TRUE
                 NOT AT END
                    IF  CONTPED-EMP-NO NOT EQUAL WS-EMP-NO
                        SET FL-CONTPED-EOF TO TRUE
                    ELSE
                        MOVE CONTPED-SEQ TO WS-ULTIMA-SEQ
                        IF  CONTPED-PENDENTE
                            SET ACHADO TO TRUE
                            SET FL-CONTPED-EOF TO TRUE
                        END-IF
                    END-IF
               END-READ
           END-PERFORM
           MOVE ZEROS TO FL-STA-CONTPED.
      *
       RT-PROCURAR-PENDENTEX.                      EXIT.
      *----------------------------------------------------------------*
      *  ACEITA OS NOVOS DADOS DE CONTATO (VAZIO MANTEM O ATUAL)        *
      *----------------------------------------------------------------*
       RT-PEDE-CONTATO                             SECTION.
      *
           MOVE 'S' TO WS-CRITICA-OK
           DISPLAY 'NOVO ENDERECO (VAZIO MANTEM): ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           MOVE WS-RESPOSTA TO CONTPED-ENDERECO
      *
           DISPLAY 'NOVO FONE (VAZIO MANTEM): ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA(16:45) NOT EQUAL SPACES
               DISPLAY PGMID '010I- FONE COM MAIS DE 15 POSICOES'
               MOVE 'N' TO WS-CRITICA-OK
               EXIT SECTION
           END-IF
           MOVE WS-RESPOSTA(1:15) TO CONTPED-FONE
      *
           DISPLAY 'NOVO E-MAIL (VAZIO MANTEM): ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA EQUAL SPACES
               EXIT SECTION
           END-IF
           MOVE ZEROS TO WS-QTDE-ARROBA
           INSPECT WS-RESPOSTA TALLYING WS-QTDE-ARROBA FOR ALL '@'
           IF  WS-QTDE-ARROBA NOT EQUAL 1
           OR  WS-RESPOSTA(1:1) EQUAL '@'
           OR  WS-RESPOSTA(51:10) NOT EQUAL SPACES
               DISPLAY PGMID '010I- E-MAIL INVALIDO'
               MOVE 'N' TO WS-CRITICA-OK
               EXIT SECTION
           END-IF
           MOVE WS-RESPOSTA(1:50) TO CONTPED-EMAIL.
      *
       RT-PEDE-CONTATOX.                           EXIT.
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
      *  GRAVA NO CWLOGF A FUNCAO COM A IMAGEM DO PEDIDO                *
      *----------------------------------------------------------------*
       RT-LOGA                                     SECTION.
      *
           MOVE SPACES TO CWLOGW-TEXT
           STRING 'CONTPED ' CONTPED-EMP-NO '-' CONTPED-SEQ
                  ' ' CONTPED-SITUACAO
                  DELIMITED BY SIZE INTO CWLOGW-TEXT
           CALL SB-CWLOGW USING PARAMETROS-CWLOGW
             ON EXCEPTION
                CONTINUE
           END-CALL
      *
           MOVE REG-CONTPED(1:80) TO WS-OBS
           MOVE '^' TO CWLOGW-FUNCTION
           CALL SB-CWLOGW USING PARAMETROS-CWLOGW WS-OBS
             ON EXCEPTION
                CONTINUE
           END-CALL.
      *
       RT-LOGAX.                                   EXIT.
      *----------------------------------------------------------------*
      *  AUDITORIA DO ACESSO RECUSADO (OPERADOR SEM VINCULO ATIVO)      *
      *----------------------------------------------------------------*
       RT-LOGA-NEGADO                              SECTION.
      *
           MOVE 'N' TO CWLOGW-FUNCTION
           MOVE SPACES TO CWLOGW-TEXT
           STRING 'ESSMENU ' WS-EMP-NO ' SEM VINCULO'
                  DELIMITED BY SIZE INTO CWLOGW-TEXT
           CALL SB-CWLOGW USING PARAMETROS-CWLOGW
             ON EXCEPTION
                CONTINUE
           END-CALL
      *
           MOVE SPACES TO WS-OBS
           STRING 'OPERADOR=' WS-OPERADOR(1:30)
                  DELIMITED BY SIZE INTO WS-OBS
           MOVE '^' TO CWLOGW-FUNCTION
           CALL SB-CWLOGW USING PARAMETROS-CWLOGW WS-OBS
             ON EXCEPTION
                CONTINUE
           END-CALL.
      *
       RT-LOGA-NEGADOX.                            EXIT.
      *----------------------------------------------------------------*
       RT-FINALIZAR                                SECTION.
      *
           IF  ARQUIVOS-ABERTOS
               CLOSE PERSNL CONTPED VACBAL PERSEXT
               MOVE 'N' TO WS-ARQUIVOS-ABERTOS
           END-IF.
      *
       RT-FINALIZARX.                              EXIT.
      ******************************************************************
      *                      FIM  DO  PROGRAMA                         *
      ******************************************************************
