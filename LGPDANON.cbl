                      * competente; a propria anonimizacao e          *
                      * registrada no CWLOGF.                         *
                      *                                               *
                      * Na purga por prazo de guarda (RETPURGE) o     *
                      * corte vem em LGPD-ANOMES-LIMITE: so as        *
                      * linhas anteriores a ele (e os anos de bonus   *
                      * anteriores ao seu ano) sao anonimizadas; com  *
                      * LGPD-MANTER-CONTATO=S o PERSEXT fica.         *
                      *                                               *
                      * Os documentos digitalizados (PERSDOC) nao tem *
                      * como ser anonimizados: os de data anterior ao *
                      * corte sao eliminados, arquivo cifrado (DOCFX) *
                      * e indice, cada um registrado no CWLOGF.       *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS PERSEXT-EMP-NO
                  FILE STATUS   IS FL-STA-PERSEXT.
      *
           SELECT OPTIONAL PERSDOC ASSIGN TO PERSDOC
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS PERSDOC-CHAVE
                  FILE STATUS   IS FL-STA-PERSDOC.
      *
           SELECT LGPDTOK ASSIGN TO LGPDTOK
                  ORGANIZATION  IS INDEXED
       01  REG-PERSEXT.
           03 PERSEXT-EMP-NO                 PIC  9(005).
           03 FILLER                         PIC  X(155).
      *
       FD  PERSDOC
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-PERSDOC.
           03 PERSDOC-CHAVE.
              05 PERSDOC-EMP-NO              PIC  9(005).
              05 PERSDOC-TIPO                PIC  X(002).
              05 PERSDOC-DATA                PIC  9(008).
              05 PERSDOC-SEQ                 PIC  9(002).
           03 PERSDOC-DESCRICAO              PIC  X(040).
           03 PERSDOC-DOCUMENTO              PIC  X(040).
           03 FILLER                         PIC  X(053).
      *
      *----------------------------------------------------------------*
      *  MAPA MATRICULA X TOKEN (GUARDA RESTRITA)                       *
      *----------------------------------------------------------------*
      *
       77  SB-CWLOGW                     PIC  X(08)  VALUE 'CWLOGW'.
       77  SB-DOCFX                      PIC  X(08)  VALUE 'DOCFX'.
      *
      *----------------------------------------------------------------*
      *        AREA DE VARIAVEIS AUXILIARES                            *
           03 FL-STA-PERSEXT                 PIC  X(002)    VALUE
              ZEROS.
              88 FL-PERSEXT-OK                              VALUE '00'.
           03 FL-STA-PERSDOC                 PIC  X(002)    VALUE
              ZEROS.
              88 FL-PERSDOC-OK                              VALUE '00'.
              88 FL-PERSDOC-EOF                             VALUE '10'.
           03 FL-STA-LGPDTOK                 PIC  X(002)    VALUE
              ZEROS.
              88 FL-LGPDTOK-OK                              VALUE '00'.
              ZEROS.
           03 WS-ANO-CORRENTE                PIC  9(004)    VALUE
              ZEROS.
           03 WS-LIMITE-ENV                  PIC  X(006)    VALUE
              SPACES.
           03 WS-MANTER-CONTATO              PIC  X(001)    VALUE 'N'.
              88 MANTER-CONTATO                             VALUE 'S'.
           03 WS-ANON-HIST            COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-ANON-BONUS           COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-ELIM-DOCS            COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-REG-GUARDA                  PIC  X(080)    VALUE
              SPACES.
           03 WS-REG-GUARDA-BONUS            PIC  X(060)    VALUE
              SPACE.
           03 CWLOGW-TEXT                    PIC  X(035)    VALUE
              SPACES.
      *
      *----------------------------------------------------------------*
      *  REPOSITORIO CIFRADO DE DOCUMENTOS                              *
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
      *================================================================*
       01  FILLER                            PIC  X(32)  VALUE
                                     'FFF  FIM DAWORKING-STORAGE  FFF'.
           IF  WS-RETURN-CODE EQUAL ZEROS
               PERFORM RT-ANONIMIZAR-HISTORICO
               PERFORM RT-ANONIMIZAR-BONUS
               PERFORM RT-ELIMINAR-DOCUMENTOS
               IF  NOT MANTER-CONTATO
                   PERFORM RT-APAGAR-EXTENSAO
               END-IF
           END-IF
      *
           PERFORM RT-FINALIZAR
               MOVE 8 TO WS-RETURN-CODE
               EXIT SECTION
           END-IF
      *
      *    CORTE DA PURGA POR PRAZO DE GUARDA: SO ANTECIPA, NUNCA
      *    ALCANCA O PERIODO CORRENTE
           DISPLAY 'LGPD-ANOMES-LIMITE' UPON ENVIRONMENT-NAME
           ACCEPT   WS-LIMITE-ENV       FROM ENVIRONMENT-VALUE
           IF  WS-LIMITE-ENV IS NUMERIC
           AND WS-LIMITE-ENV LESS WS-ANOMES-CORRENTE
               MOVE WS-LIMITE-ENV TO WS-ANOMES-CORRENTE
               COMPUTE WS-ANO-CORRENTE = WS-ANOMES-CORRENTE / 100
               DISPLAY PGMID '001I- SOMENTE PERIODOS ANTERIORES A '
                       WS-ANOMES-CORRENTE
           END-IF
           DISPLAY 'LGPD-MANTER-CONTATO' UPON ENVIRONMENT-NAME
           ACCEPT   WS-MANTER-CONTATO    FROM ENVIRONMENT-VALUE
      *
           PERFORM RT-OBTER-TOKEN
      *
           MOVE SPACES TO CWLOGW-TEXT
           STRING 'LGPD ANONIMIZACAO MAT ' WS-MATRICULA
                  DELIMITED BY SIZE INTO CWLOGW-TEXT
           IF  WS-LIMITE-ENV IS NUMERIC
               MOVE ' <'               TO CWLOGW-TEXT(28:2)
               MOVE WS-ANOMES-CORRENTE TO CWLOGW-TEXT(30:6)
           END-IF
           CALL SB-CWLOGW USING PARAMETROS-CWLOGW
             ON EXCEPTION
                CONTINUE
      *
       RT-TROCAR-CHAVE-BONUSX.                     EXIT.
      *----------------------------------------------------------------*
      *  DOCUMENTOS DIGITALIZADOS ANTERIORES AO CORTE: ARQUIVO CIFRADO  *
      *  E INDICE SOMEM (DOCUMENTO AUSENTE NO REPOSITORIO NAO IMPEDE)   *
      *----------------------------------------------------------------*
       RT-ELIMINAR-DOCUMENTOS                      SECTION.
      *
           OPEN I-O PERSDOC
           IF  NOT FL-PERSDOC-OK
               CLOSE PERSDOC
               EXIT SECTION
           END-IF
           MOVE LOW-VALUES   TO PERSDOC-CHAVE
           MOVE WS-MATRICULA TO PERSDOC-EMP-NO
           START PERSDOC KEY NOT LESS PERSDOC-CHAVE
               INVALID KEY
                   SET FL-PERSDOC-EOF TO TRUE
           END-START
           PERFORM UNTIL FL-PERSDOC-EOF
               READ PERSDOC NEXT RECORD
                 AT END
                    SET FL-PERSDOC-EOF TO TRUE
                 NOT AT END
                    IF  PERSDOC-EMP-NO NOT EQUAL WS-MATRICULA
                        SET FL-PERSDOC-EOF TO TRUE
                    ELSE
                        IF  PERSDOC-DATA / 100 LESS WS-ANOMES-CORRENTE
                            PERFORM RT-ELIMINAR-DOCUMENTO
                        END-IF
                    END-IF
               END-READ
           END-PERFORM
           CLOSE PERSDOC.
      *
       RT-ELIMINAR-DOCUMENTOSX.                    EXIT.
      *----------------------------------------------------------------*
       RT-ELIMINAR-DOCUMENTO                       SECTION.
      *
           MOVE 'E'               TO DOCFX-FUNCAO
           MOVE PERSDOC-DOCUMENTO TO DOCFX-DOCUMENTO
           CALL SB-DOCFX USING PARAMETROS-DOCFX
             ON EXCEPTION
                DISPLAY PGMID '008I- DOCFX INDISPONIVEL'
                MOVE 4 TO WS-RETURN-CODE
                SET FL-PERSDOC-EOF TO TRUE
                EXIT SECTION
           END-CALL
           DELETE PERSDOC RECORD
               INVALID KEY
                   DISPLAY PGMID '008I- ERRO ' FL-STA-PERSDOC
                           ' NA EXCLUSAO DO PERSDOC'
                   MOVE 4 TO WS-RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-ELIM-DOCS
                   MOVE 'E' TO CWLOGW-FUNCTION
                   MOVE SPACES TO CWLOGW-TEXT
                   STRING 'DOC ' PERSDOC-EMP-NO ' ' PERSDOC-TIPO
                          PERSDOC-DATA PERSDOC-SEQ ' LGPD'
                          DELIMITED BY SIZE INTO CWLOGW-TEXT
                   CALL SB-CWLOGW USING PARAMETROS-CWLOGW
                     ON EXCEPTION
                        CONTINUE
                   END-CALL
           END-DELETE.
      *
       RT-ELIMINAR-DOCUMENTOX.                     EXIT.
      *----------------------------------------------------------------*
      *  OS DADOS DE CONTATO NAO TEM RAZAO DE GUARDA: SOMEM             *
      *----------------------------------------------------------------*
       RT-APAGAR-EXTENSAO                          SECTION.
           DISPLAY PGMID '005I- HISTORICO ANONIMIZADO...:' WS-DISPLAY
           MOVE    WS-ANON-BONUS   TO WS-DISPLAY
           DISPLAY PGMID '006I- BONUS ANONIMIZADO.......:' WS-DISPLAY
           MOVE    WS-ELIM-DOCS    TO WS-DISPLAY
           DISPLAY PGMID '009I- DOCUMENTOS ELIMINADOS...:' WS-DISPLAY
           IF  WS-TOKEN GREATER ZEROS
               DISPLAY PGMID '007I- TOKEN EMITIDO: ' WS-TOKEN
           END-IF
