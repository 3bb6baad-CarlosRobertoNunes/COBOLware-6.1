      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DOCFX.
       AUTHOR.        Traduzido de Easytrieve (macro esy.kex v.0.10).
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      * Repositorio de documentos digitalizados do    *
                      * empregado: o arquivo guardado fica no         *
                      * diretorio PERSDOC-DIR (padrao persdoc),       *
                      * sempre cifrado pelo CWBINF com a chave da     *
                      * instalacao. Usado pelo DOCMNT (opcao          *
                      * D[O]CUMENTOS do PERSMNT), LGPDEXT e LGPDANON; *
                      * o indice (PERSDOC) e o CWLOGF ficam com quem  *
                      * chama. Funcoes:                               *
                      *                                               *
                      *  G - GUARDA O ARQUIVO DOCFX-ARQUIVO NO        *
                      *      REPOSITORIO COMO DOCFX-DOCUMENTO;        *
                      *  A - ABRE O DOCUMENTO, DECIFRADO, EM          *
                      *      DOCFX-ARQUIVO;                           *
                      *  E - EXCLUI O DOCUMENTO DO REPOSITORIO.       *
                      *                                               *
                      * DOCFX-RETORNO: 00 OK, 01 INSTALACAO SEM CHAVE *
                      * DE CIFRA, 02 ARQUIVO DE ORIGEM OU DESTINO     *
                      * INDISPONIVEL, 03 CHAVE NAO CONFERE, 04        *
                      * DOCUMENTO AUSENTE NO REPOSITORIO, 05          *
                      * DOCUMENTO CORROMPIDO (SOMA DE VERIFICACAO).   *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT DOCCLARO ASSIGN TO DISK
                  ORGANIZATION  IS BINARY SEQUENTIAL
                  FILE STATUS   IS FL-STA-DOCCLARO.
      *
           SELECT DOCBLOB ASSIGN TO DISK
                  ORGANIZATION  IS BINARY SEQUENTIAL
                  FILE STATUS   IS FL-STA-DOCBLOB.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *----------------------------------------------------------------*
      *  ARQUIVO EM CLARO: A DIGITALIZACAO NA ENTRADA, A COPIA PARA     *
      *  VISUALIZACAO NA SAIDA                                          *
      *----------------------------------------------------------------*
       FD  DOCCLARO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-DOCCLARO.
      *
       01  REG-DOCCLARO                      PIC  X(001).
      *
      *----------------------------------------------------------------*
      *  DOCUMENTO CIFRADO NO REPOSITORIO (SO PARA A EXCLUSAO; A        *
      *  GRAVACAO E A LEITURA PASSAM PELO CWBINF)                       *
      *----------------------------------------------------------------*
       FD  DOCBLOB
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-DOCBLOB.
      *
       01  REG-DOCBLOB                       PIC  X(001).
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
       77  SB-CWBINF                     PIC  X(08)  VALUE 'CWBINF'.
       77  SB-CWBINFK                    PIC  X(08)  VALUE 'CWBINFK'.
      *
      *----------------------------------------------------------------*
      *        AREA DE VARIAVEIS AUXILIARES                            *
      *----------------------------------------------------------------*
      *
       01  WS-VARIAVEIS.
           03 FL-STA-DOCCLARO                PIC  X(002)    VALUE
              ZEROS.
              88 FL-DOCCLARO-OK                             VALUE '00'.
              88 FL-DOCCLARO-EOF                            VALUE '10'.
           03 FL-STA-DOCBLOB                 PIC  X(002)    VALUE
              ZEROS.
              88 FL-DOCBLOB-OK                              VALUE '00'.
           03 FL-STA-CWBINF                  PIC  X(002)    VALUE
              ZEROS.
           03 LB-DOCCLARO                    PIC  X(255)    VALUE
              SPACES.
           03 LB-DOCBLOB                     PIC  X(255)    VALUE
              SPACES.
           03 WS-DIRETORIO                   PIC  X(120)    VALUE
              SPACES.
           03 WS-CHAVE-CIFRA                 PIC  X(032)    VALUE
              SPACES.
           03 WS-CRYPT-ANTES                 PIC  X(010)    VALUE
              SPACES.
           03 WS-BYTE                        PIC  X(001)    VALUE
              SPACE.
      *================================================================*
       01  FILLER                            PIC  X(32)  VALUE
                                     'FFF  FIM DAWORKING-STORAGE  FFF'.
      *================================================================*
       LINKAGE SECTION.
      *
      *----------------------------------------------------------------*
      *  FUNCAO, NOME DO DOCUMENTO NO REPOSITORIO E ARQUIVO EM CLARO    *
      *  NA ENTRADA; TAMANHO E RETORNO NA SAIDA                         *
      *----------------------------------------------------------------*
       01  PARAMETROS-DOCFX.
           03 DOCFX-FUNCAO                   PIC  X(001).
           03 DOCFX-DOCUMENTO                PIC  X(040).
           03 DOCFX-ARQUIVO                  PIC  X(120).
           03 DOCFX-BYTES                    PIC  9(009).
           03 DOCFX-RETORNO                  PIC  X(002).
      *================================================================*
       PROCEDURE DIVISION USING PARAMETROS-DOCFX.
      *================================================================*
      *----------------------------------------------------------------*
      *                        ROTINA PRINCIPAL                        *
      *----------------------------------------------------------------*
       RT-PRINCIPAL                                SECTION.
      *
           MOVE '00'  TO DOCFX-RETORNO
           MOVE ZEROS TO DOCFX-BYTES
      *
           DISPLAY 'PERSDOC-DIR' UPON ENVIRONMENT-NAME
           MOVE SPACES TO WS-DIRETORIO
           ACCEPT   WS-DIRETORIO FROM ENVIRONMENT-VALUE
           IF  WS-DIRETORIO EQUAL SPACES
               MOVE 'persdoc' TO WS-DIRETORIO
           END-IF
           MOVE SPACES TO LB-DOCBLOB
           STRING WS-DIRETORIO    DELIMITED BY SPACE
                  '/'             DELIMITED BY SIZE
                  DOCFX-DOCUMENTO DELIMITED BY SPACE
                  INTO LB-DOCBLOB
           MOVE DOCFX-ARQUIVO TO LB-DOCCLARO
      *
           EVALUATE DOCFX-FUNCAO
               WHEN 'G' PERFORM RT-GUARDAR
               WHEN 'A' PERFORM RT-ABRIR
               WHEN 'E' PERFORM RT-EXCLUIR
           END-EVALUATE
      *
           GOBACK.
      *
       RT-PRINCIPALX.                              EXIT.
      *----------------------------------------------------------------*
      *  A GRAVACAO SO ACONTECE CIFRADA: SEM A CHAVE DA INSTALACAO O    *
      *  CWBINF GRAVARIA EM CLARO, ENTAO O DOCUMENTO E RECUSADO         *
      *----------------------------------------------------------------*
       RT-GUARDAR                                  SECTION.
      *
           DISPLAY 'CWBINFKEY' UPON ENVIRONMENT-NAME
           MOVE SPACES TO WS-CHAVE-CIFRA
           ACCEPT   WS-CHAVE-CIFRA FROM ENVIRONMENT-VALUE
           IF  WS-CHAVE-CIFRA EQUAL SPACES
               CALL SB-CWBINFK USING WS-CHAVE-CIFRA
                 ON EXCEPTION
                    CONTINUE
               END-CALL
           END-IF
           IF  WS-CHAVE-CIFRA EQUAL SPACES
               MOVE '01' TO DOCFX-RETORNO
               EXIT SECTION
           END-IF
      *
           OPEN INPUT DOCCLARO
           IF  NOT FL-DOCCLARO-OK
               MOVE '02' TO DOCFX-RETORNO
               EXIT SECTION
           END-IF
      *
           DISPLAY 'CWBINFCRYPT' UPON ENVIRONMENT-NAME
           MOVE SPACES TO WS-CRYPT-ANTES
           ACCEPT   WS-CRYPT-ANTES FROM ENVIRONMENT-VALUE
           DISPLAY 'CWBINFCRYPT' UPON ENVIRONMENT-NAME
           DISPLAY 'ON'          UPON ENVIRONMENT-VALUE
      *
           CALL SB-CWBINF USING 'O' FL-STA-CWBINF LB-DOCBLOB
           IF  FL-STA-CWBINF GREATER '09'
               CLOSE DOCCLARO
               MOVE '02' TO DOCFX-RETORNO
               PERFORM RT-RESTAURAR-CRYPT
               EXIT SECTION
           END-IF
           PERFORM UNTIL FL-DOCCLARO-EOF
               READ DOCCLARO INTO WS-BYTE
                 AT END
                    SET FL-DOCCLARO-EOF TO TRUE
                 NOT AT END
                    CALL SB-CWBINF USING 'W' FL-STA-CWBINF WS-BYTE
                    ADD 1 TO DOCFX-BYTES
               END-READ
           END-PERFORM
           CALL SB-CWBINF USING 'C' FL-STA-CWBINF
           CLOSE DOCCLARO
           PERFORM RT-RESTAURAR-CRYPT.
      *
       RT-GUARDARX.                                EXIT.
      *----------------------------------------------------------------*
       RT-RESTAURAR-CRYPT                          SECTION.
      *
           DISPLAY 'CWBINFCRYPT'  UPON ENVIRONMENT-NAME
           DISPLAY WS-CRYPT-ANTES UPON ENVIRONMENT-VALUE.
      *
       RT-RESTAURAR-CRYPTX.                        EXIT.
      *----------------------------------------------------------------*
      *  DECIFRA O DOCUMENTO PARA O ARQUIVO PEDIDO; COPIA COM SOMA DE   *
      *  VERIFICACAO ERRADA E APAGADA                                   *
      *----------------------------------------------------------------*
       RT-ABRIR                                    SECTION.
      *
           CALL SB-CWBINF USING 'I' FL-STA-CWBINF LB-DOCBLOB
           IF  FL-STA-CWBINF EQUAL '9K'
               MOVE '03' TO DOCFX-RETORNO
               EXIT SECTION
           END-IF
           IF  FL-STA-CWBINF GREATER '09'
               MOVE '04' TO DOCFX-RETORNO
               EXIT SECTION
           END-IF
      *
           OPEN OUTPUT DOCCLARO
           IF  NOT FL-DOCCLARO-OK
               CALL SB-CWBINF USING 'C' FL-STA-CWBINF
               MOVE '02' TO DOCFX-RETORNO
               EXIT SECTION
           END-IF
           PERFORM UNTIL FL-STA-CWBINF GREATER '09'
               CALL SB-CWBINF USING 'R' FL-STA-CWBINF WS-BYTE
               IF  FL-STA-CWBINF LESS '10'
                   WRITE REG-DOCCLARO FROM WS-BYTE
                   ADD 1 TO DOCFX-BYTES
               END-IF
           END-PERFORM
           CLOSE DOCCLARO
           CALL SB-CWBINF USING 'C' FL-STA-CWBINF
           IF  FL-STA-CWBINF EQUAL '99'
               DELETE FILE DOCCLARO
               MOVE ZEROS TO DOCFX-BYTES
               MOVE '05'  TO DOCFX-RETORNO
           END-IF.
      *
       RT-ABRIRX.                                  EXIT.
      *----------------------------------------------------------------*
       RT-EXCLUIR                                  SECTION.
      *
           DELETE FILE DOCBLOB
           IF  NOT FL-DOCBLOB-OK
               MOVE '04' TO DOCFX-RETORNO
           END-IF.
      *
       RT-EXCLUIRX.                                EXIT.
      ******************************************************************
      *                      FIM  DO  PROGRAMA                         *
      ******************************************************************
