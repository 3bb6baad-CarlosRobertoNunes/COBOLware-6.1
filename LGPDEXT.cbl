                      *                                               *
                      * Atendimento LGPD - dossie do titular: dada a  *
                      * matricula (LGPD-MATRICULA) ou o CPF           *
                      * (LGPD-CPF, resolvido pelo PERSEXT ou, para o  *
                      * desligado arquivado, pelo INATIVO), reune     *
                      * num unico dossie (LGPDDOSS, enviado ao        *
                      * spool) tudo que o sistema guarda da pessoa:   *
                      *                                               *
                      *  - O REGISTRO MESTRE DO PERSNL;               *
                      *  - OS DESLIGAMENTOS ARQUIVADOS NO MESTRE DE   *
                      *    INATIVOS (INATIVO), COM A IMAGEM GUARDADA; *
                      *  - OS DADOS COMPLEMENTARES (PERSEXT);         *
                      *  - AS LINHAS DO ARMAZEM DE HISTORICO          *
                      *    (PAYHIST);                                 *
                      *  - OS DOCUMENTOS DIGITALIZADOS (PERSDOC), COM *
                      *    COPIA DECIFRADA DE CADA UM NO DIRETORIO    *
                      *    LGPD-DOSSIE-DIR (PADRAO lgpddoss) E CADA   *
                      *    COPIA REGISTRADA NO CWLOGF;                *
                      *  - OS EVENTOS DO CWLOGF QUE CITAM A           *
                      *    MATRICULA;                                 *
                      *  - OS RELATORIOS CATALOGADOS NO ARQUIVO       *
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS PERSEXT-EMP-NO
                  FILE STATUS   IS FL-STA-PERSEXT.
      *
           SELECT OPTIONAL INATIVO ASSIGN TO INATIVO
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS INATIVO-CHAVE
                  FILE STATUS   IS FL-STA-INATIVO.
      *
           SELECT OPTIONAL PAYHIST ASSIGN TO PAYHIST
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS PAYHIST-CHAVE
                  FILE STATUS   IS FL-STA-PAYHIST.
      *
           SELECT OPTIONAL PERSDOC ASSIGN TO PERSDOC
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS PERSDOC-CHAVE
                  FILE STATUS   IS FL-STA-PERSDOC.
      *
           SELECT CWLOGF ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
           03 PERSEXT-FONE                   PIC  X(015).
           03 PERSEXT-EMAIL                  PIC  X(050).
           03 FILLER                         PIC  X(019).
      *
      *----------------------------------------------------------------*
      *  MESTRE DE INATIVOS (PERSARQ): O REGISTRO DO DESLIG ARQUIVADO   *
      *  E A SITUACAO A = ARQUIVADO, R = READMITIDO                     *
      *----------------------------------------------------------------*
       FD  INATIVO
           RECORD CONTAINS 300 CHARACTERS.
      *
       01  REG-INATIVO.
           03 INATIVO-CHAVE.
              05 INATIVO-EMP-NO              PIC  9(005).
              05 INATIVO-DATA                PIC  9(008).
           03 INATIVO-MOTIVO                 PIC  X(001).
           03 INATIVO-AVISO                  PIC  X(001).
           03 FILLER                         PIC  X(055).
           03 INATIVO-REG-PERSNL.
              05 FILLER                      PIC  X(005).
              05 INATIVO-COMPANY-X           PIC  X(002).
              05 FILLER                      PIC  X(009).
              05 INATIVO-LAST-NAME           PIC  X(008).
              05 FILLER                      PIC  X(069).
              05 INATIVO-PAY-GROSS           PIC S9(004)V9(02) COMP-3.
              05 INATIVO-DEPT                PIC  9(003).
              05 FILLER                      PIC  X(035).
              05 FILLER                      PIC  X(006).
              05 INATIVO-ADMISSAO            PIC  9(008).
              05 FILLER                      PIC  X(001).
           03 INATIVO-CPF                    PIC  9(011).
           03 FILLER                         PIC  X(019).
           03 INATIVO-SITUACAO               PIC  X(001).
              88 INATIVO-READMITIDO                      VALUE 'R'.
           03 INATIVO-DATA-ARQUIVO           PIC  9(008).
           03 INATIVO-DATA-READMISSAO        PIC  9(008).
           03 FILLER                         PIC  X(033).
      *
       FD  PAYHIST
           RECORD CONTAINS 080 CHARACTERS
           03 PAYHIST-BONUS                  PIC  9(006)V99.
           03 PAYHIST-DATA-CARGA             PIC  9(008).
           03 FILLER                         PIC  X(028).
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
           03 PERSDOC-BYTES                  PIC  9(009).
           03 PERSDOC-OPERADOR               PIC  X(030).
           03 PERSDOC-DATA-INCLUSAO          PIC  9(008).
           03 FILLER                         PIC  X(006).
      *
       COPY CWLOGF.
      *
      *
       77  SB-CWLOGW                     PIC  X(08)  VALUE 'CWLOGW'.
       77  SB-CWSPLF                     PIC  X(08)  VALUE 'CWSPLF'.
       77  SB-DOCFX                      PIC  X(08)  VALUE 'DOCFX'.
      *
      *----------------------------------------------------------------*
      *        AREA DE VARIAVEIS AUXILIARES                            *
              ZEROS.
              88 FL-PERSEXT-OK                              VALUE '00'.
              88 FL-PERSEXT-EOF                             VALUE '10'.
           03 FL-STA-INATIVO                 PIC  X(002)    VALUE
              ZEROS.
              88 FL-INATIVO-OK                              VALUE '00'.
              88 FL-INATIVO-EOF                             VALUE '10'.
           03 FL-STA-PAYHIST                 PIC  X(002)    VALUE
              ZEROS.
              88 FL-PAYHIST-OK                              VALUE '00'.
              88 FL-PAYHIST-EOF                             VALUE '10'.
           03 FL-STA-PERSDOC                 PIC  X(002)    VALUE
              ZEROS.
              88 FL-PERSDOC-OK                              VALUE '00'.
              88 FL-PERSDOC-EOF                             VALUE '10'.
           03 FL-STA-CWLOGF                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-CWLOGF-OK                               VALUE '00'.
              ZEROS.
           03 WS-SAL-ED                      PIC  ZZZ.ZZ9,99.
           03 WS-SAL-ED-2                    PIC  ZZZ.ZZ9,99.
           03 WS-DIR-DOSSIE                  PIC  X(080)    VALUE
              SPACES.
           03 WS-DOCS-COPIADOS               PIC  9(003)    VALUE
              ZEROS.
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
      *
       01  PARAMETROS-CWLOGW.
           03 CWLOGW-FUNCTION                PIC  X(001)    VALUE
           IF  WS-RETURN-CODE EQUAL ZEROS
               OPEN OUTPUT DOSSIE
               PERFORM RT-SECAO-MESTRE
               PERFORM RT-SECAO-INATIVO
               PERFORM RT-SECAO-EXTENSAO
               PERFORM RT-SECAO-HISTORICO
               PERFORM RT-SECAO-DOCUMENTOS
               PERFORM RT-SECAO-CWLOGF
               PERFORM RT-SECAO-ARQUIVO-MORTO
               CLOSE DOSSIE
               IF  WS-CPF-ENV IS NUMERIC
               AND WS-CPF-ENV NOT EQUAL SPACES
                   PERFORM RT-RESOLVER-CPF
                   IF  WS-MATRICULA EQUAL ZEROS
                       PERFORM RT-RESOLVER-CPF-INATIVO
                   END-IF
               END-IF
           END-IF
      *
           MOVE ZEROS TO FL-STA-PERSEXT.
      *
       RT-RESOLVER-CPFX.                           EXIT.
      *----------------------------------------------------------------*
      *  O DESLIGADO NAO TEM MAIS PERSEXT: O CPF FICOU NO INATIVO       *
      *----------------------------------------------------------------*
       RT-RESOLVER-CPF-INATIVO                     SECTION.
      *
           OPEN INPUT INATIVO
           IF  NOT FL-INATIVO-OK
               CLOSE INATIVO
               EXIT SECTION
           END-IF
           MOVE LOW-VALUES TO INATIVO-CHAVE
           START INATIVO KEY NOT LESS INATIVO-CHAVE
               INVALID KEY
                   SET FL-INATIVO-EOF TO TRUE
           END-START
           PERFORM UNTIL FL-INATIVO-EOF
               READ INATIVO NEXT RECORD
                 AT END
                    SET FL-INATIVO-EOF TO TRUE
                 NOT AT END
                    IF  INATIVO-CPF IS NUMERIC
                    AND INATIVO-CPF EQUAL
                        FUNCTION NUMVAL(WS-CPF-ENV)
                        MOVE INATIVO-EMP-NO TO WS-MATRICULA
                        SET FL-INATIVO-EOF TO TRUE
                    END-IF
               END-READ
           END-PERFORM
           CLOSE INATIVO
           MOVE ZEROS TO FL-STA-INATIVO.
      *
       RT-RESOLVER-CPF-INATIVOX.                   EXIT.
      *----------------------------------------------------------------*
       RT-SECAO-MESTRE                             SECTION.
      *
           CLOSE PERSNL.
      *
       RT-SECAO-MESTREX.                           EXIT.
      *----------------------------------------------------------------*
       RT-SECAO-INATIVO                            SECTION.
      *
           MOVE 'DESLIGAMENTOS ARQUIVADOS (INATIVO)' TO REG-DOSSIE
           WRITE REG-DOSSIE
           MOVE 'N' TO WS-ACHOU
           OPEN INPUT INATIVO
           IF  NOT FL-INATIVO-OK
               MOVE '  SEM DESLIGAMENTOS ARQUIVADOS' TO REG-DOSSIE
               WRITE REG-DOSSIE
               CLOSE INATIVO
               EXIT SECTION
           END-IF
           MOVE WS-MATRICULA TO INATIVO-EMP-NO
           MOVE ZEROS        TO INATIVO-DATA
           START INATIVO KEY NOT LESS INATIVO-CHAVE
               INVALID KEY
                   SET FL-INATIVO-EOF TO TRUE
           END-START
           PERFORM UNTIL FL-INATIVO-EOF
               READ INATIVO NEXT RECORD
                 AT END
                    SET FL-INATIVO-EOF TO TRUE
                 NOT AT END
                    IF  INATIVO-EMP-NO NOT EQUAL WS-MATRICULA
                        SET FL-INATIVO-EOF TO TRUE
                    ELSE
                        PERFORM RT-DOSSIE-INATIVO
                    END-IF
               END-READ
           END-PERFORM
           IF  NOT ACHOU
               MOVE '  SEM DESLIGAMENTOS ARQUIVADOS' TO REG-DOSSIE
               WRITE REG-DOSSIE
           END-IF
           CLOSE INATIVO
           MOVE ZEROS TO FL-STA-INATIVO.
      *
       RT-SECAO-INATIVOX.                          EXIT.
      *----------------------------------------------------------------*
       RT-DOSSIE-INATIVO                           SECTION.
      *
           SET ACHOU TO TRUE
           IF  WS-NOME EQUAL SPACES
               MOVE INATIVO-LAST-NAME TO WS-NOME
           END-IF
           MOVE INATIVO-PAY-GROSS TO WS-SAL-ED
           MOVE SPACES TO REG-DOSSIE
           STRING '  DESLIG ' INATIVO-DATA
                  ' MOTIVO ' INATIVO-MOTIVO
                  ' AVISO ' INATIVO-AVISO
                  ' CPF ' INATIVO-CPF
                  ' ARQUIVADO ' INATIVO-DATA-ARQUIVO
                  DELIMITED BY SIZE INTO REG-DOSSIE
           WRITE REG-DOSSIE
           MOVE SPACES TO REG-DOSSIE
           STRING '    CIA ' INATIVO-COMPANY-X
                  ' NOME ' INATIVO-LAST-NAME
                  ' DEPT ' INATIVO-DEPT
                  ' SAL ' WS-SAL-ED
                  ' ADM ' INATIVO-ADMISSAO
                  DELIMITED BY SIZE INTO REG-DOSSIE
           WRITE REG-DOSSIE
           IF  INATIVO-READMITIDO
               MOVE SPACES TO REG-DOSSIE
               STRING '    READMITIDO EM ' INATIVO-DATA-READMISSAO
                      DELIMITED BY SIZE INTO REG-DOSSIE
               WRITE REG-DOSSIE
           END-IF.
      *
       RT-DOSSIE-INATIVOX.                         EXIT.
      *----------------------------------------------------------------*
       RT-SECAO-EXTENSAO                           SECTION.
      *
      *
       RT-SECAO-HISTORICOX.                        EXIT.
      *----------------------------------------------------------------*
      *  DOCUMENTOS DIGITALIZADOS: O INDICE VAI AO DOSSIE E CADA        *
      *  DOCUMENTO E DECIFRADO NO DIRETORIO DO DOSSIE; CADA COPIA E UMA *
      *  ABERTURA E VAI AO CWLOGF COMO TAL                              *
      *----------------------------------------------------------------*
       RT-SECAO-DOCUMENTOS                         SECTION.
      *
           MOVE 'DOCUMENTOS DIGITALIZADOS (PERSDOC)' TO REG-DOSSIE
           WRITE REG-DOSSIE
           OPEN INPUT PERSDOC
           IF  NOT FL-PERSDOC-OK
               MOVE '  SEM DOCUMENTOS DIGITALIZADOS' TO REG-DOSSIE
               WRITE REG-DOSSIE
               CLOSE PERSDOC
               EXIT SECTION
           END-IF
      *
           DISPLAY 'LGPD-DOSSIE-DIR' UPON ENVIRONMENT-NAME
           ACCEPT   WS-DIR-DOSSIE    FROM ENVIRONMENT-VALUE
           IF  WS-DIR-DOSSIE EQUAL SPACES
               MOVE 'lgpddoss' TO WS-DIR-DOSSIE
           END-IF
           MOVE ZEROS        TO WS-DOCS-COPIADOS
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
                        PERFORM RT-COPIAR-DOCUMENTO
                    END-IF
               END-READ
           END-PERFORM
           CLOSE PERSDOC
           MOVE ZEROS TO FL-STA-PERSDOC
           IF  WS-DOCS-COPIADOS GREATER ZEROS
               MOVE SPACES TO REG-DOSSIE
               STRING '  ' WS-DOCS-COPIADOS ' COPIA(S) DECIFRADA(S) EM '
                      WS-DIR-DOSSIE
                      DELIMITED BY SIZE INTO REG-DOSSIE
               WRITE REG-DOSSIE
           END-IF.
      *
       RT-SECAO-DOCUMENTOSX.                       EXIT.
      *----------------------------------------------------------------*
       RT-COPIAR-DOCUMENTO                         SECTION.
      *
           MOVE 'A'               TO DOCFX-FUNCAO
           MOVE PERSDOC-DOCUMENTO TO DOCFX-DOCUMENTO
           MOVE SPACES            TO DOCFX-ARQUIVO
           STRING WS-DIR-DOSSIE   DELIMITED BY SPACE
                  '/D'            DELIMITED BY SIZE
                  PERSDOC-CHAVE   DELIMITED BY SIZE
                  INTO DOCFX-ARQUIVO
           CALL SB-DOCFX USING PARAMETROS-DOCFX
             ON EXCEPTION
                MOVE '99' TO DOCFX-RETORNO
           END-CALL
      *
           MOVE SPACES TO REG-DOSSIE
           IF  DOCFX-OK
               ADD 1 TO WS-DOCS-COPIADOS
               STRING '  ' PERSDOC-TIPO ' ' PERSDOC-DATA
                      '-' PERSDOC-SEQ ' ' PERSDOC-DESCRICAO
                      ' COPIA D' PERSDOC-CHAVE
                      DELIMITED BY SIZE INTO REG-DOSSIE
               MOVE 'V' TO CWLOGW-FUNCTION
               MOVE SPACES TO CWLOGW-TEXT
               STRING 'DOC ' PERSDOC-EMP-NO ' ' PERSDOC-TIPO
                      PERSDOC-DATA PERSDOC-SEQ ' LGPD'
                      DELIMITED BY SIZE INTO CWLOGW-TEXT
               CALL SB-CWLOGW USING PARAMETROS-CWLOGW
                 ON EXCEPTION
                    CONTINUE
               END-CALL
           ELSE
               STRING '  ' PERSDOC-TIPO ' ' PERSDOC-DATA
                      '-' PERSDOC-SEQ ' ' PERSDOC-DESCRICAO
                      ' SEM COPIA (DOCFX ' DOCFX-RETORNO ')'
                      DELIMITED BY SIZE INTO REG-DOSSIE
               MOVE 4 TO WS-RETURN-CODE
           END-IF
           WRITE REG-DOSSIE.
      *
       RT-COPIAR-DOCUMENTOX.                       EXIT.
      *----------------------------------------------------------------*
      *  EVENTOS DO CWLOGF QUE CITAM A MATRICULA                        *
      *----------------------------------------------------------------*
       RT-SECAO-CWLOGF                             SECTION.
