      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PERSARQ.
       AUTHOR.        Traduzido de Easytrieve (macro esy.kex v.0.10).
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      * Arquivamento periodico dos desligados: os     *
                      * desligamentos do DESLIG com a rescisao ja     *
                      * calculada e a data de desligamento anterior   *
                      * a N meses (PERSARQ-MESES, padrao 24, minimo   *
                      * 18 para preservar o HEADCNT e o informe de    *
                      * rendimentos do ano anterior) passam ao        *
                      * mestre de inativos INATIVO e saem do DESLIG.  *
                      *                                               *
                      * O INATIVO guarda o registro inteiro do        *
                      * DESLIG (imagem do PERSNL, data, motivo,       *
                      * aviso previo e CPF) com a data do             *
                      * arquivamento. O PERSMNT consulta e readmite   *
                      * a matricula a partir dele; o LGPDEXT e o      *
                      * PERSDUP tambem o leem.                        *
                      *                                               *
                      * Rescisao ainda pendente alem do prazo nao e   *
                      * arquivada e termina com RC 4.                 *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT OPTIONAL DESLIG ASSIGN TO DESLIG
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS DESLIG-CHAVE
                  FILE STATUS   IS FL-STA-DESLIG.
      *
           SELECT INATIVO ASSIGN TO INATIVO
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS INATIVO-CHAVE
                  FILE STATUS   IS FL-STA-INATIVO.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *----------------------------------------------------------------*
      *  DESLIGAMENTOS: IMAGEM DO PERSNL EXCLUIDO, MOTIVO, AVISO E      *
      *  SITUACAO DA RESCISAO (P = PENDENTE, C = CALCULADA)             *
      *----------------------------------------------------------------*
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
              88 DESLIG-PENDENTE                         VALUE 'P'.
              88 DESLIG-CALCULADA                        VALUE 'C'.
           03 DESLIG-PRAZO                   PIC  9(008).
           03 DESLIG-DATA-CALC               PIC  9(008).
           03 DESLIG-OPERADOR                PIC  X(030).
           03 DESLIG-DATA-REGISTRO           PIC  9(008).
           03 DESLIG-REG-PERSNL.
              05 DSP-EMP-NO                  PIC  9(005).
              05 DSP-COMPANY-X               PIC  X(002).
              05 FILLER                      PIC  X(009).
              05 DSP-LAST-NAME               PIC  X(008).
              05 FILLER                      PIC  X(126).
           03 DESLIG-CPF                     PIC  9(011).
           03 FILLER                         PIC  X(019).
      *
      *----------------------------------------------------------------*
      *  MESTRE DE INATIVOS: O REGISTRO DO DESLIG ARQUIVADO (MESMA      *
      *  CHAVE MATRICULA + DATA DO DESLIGAMENTO) E A SITUACAO:          *
      *  A = ARQUIVADO, R = READMITIDO PELO PERSMNT                     *
      *----------------------------------------------------------------*
       FD  INATIVO
           RECORD CONTAINS 300 CHARACTERS.
      *
       01  REG-INATIVO.
           03 INATIVO-REG-DESLIG.
              05 INATIVO-CHAVE.
                 07 INATIVO-EMP-NO           PIC  9(005).
                 07 INATIVO-DATA             PIC  9(008).
              05 FILLER                      PIC  X(237).
           03 INATIVO-SITUACAO               PIC  X(001).
              88 INATIVO-ARQUIVADO                       VALUE 'A'.
              88 INATIVO-READMITIDO                      VALUE 'R'.
           03 INATIVO-DATA-ARQUIVO           PIC  9(008).
           03 INATIVO-DATA-READMISSAO        PIC  9(008).
           03 INATIVO-OPERADOR-READM         PIC  X(030).
           03 FILLER                         PIC  X(003).
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
      *
      *----------------------------------------------------------------*
      *        AREA DE VARIAVEIS AUXILIARES                            *
      *----------------------------------------------------------------*
      *
       01  WS-VARIAVEIS.
           03 TRACOS                         PIC  X(060)    VALUE
              ALL '-'.
           03 PGMID                          PIC  X(009)    VALUE
              '#PERSARQ.'.
           03 FL-STA-DESLIG                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-DESLIG-EOF                              VALUE '10'.
              88 FL-DESLIG-OK                               VALUE '00'.
           03 FL-STA-INATIVO                 PIC  X(002)    VALUE
              ZEROS.
              88 FL-INATIVO-OK                              VALUE '00'.
              88 FL-INATIVO-AUSENTE                         VALUE '35'.
           03 WS-RETURN-CODE                 PIC  9(003)    VALUE
              ZEROS.
           03 WS-DISPLAY                     PIC  -ZZZ.ZZZ.ZZ9.
           03 WS-LIDOS                COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-ARQUIVADOS           COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-PENDENTES            COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-RECENTES             COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-MESES-ENV                   PIC  X(003)    VALUE
              SPACES.
           03 WS-MESES                       PIC  9(003)    VALUE 24.
           03 WS-MESES-MINIMO                PIC  9(003)    VALUE 18.
           03 WS-MESES-TOTAL                 PIC  9(006)    VALUE
              ZEROS.
           03 WS-DATA-HOJE                   PIC  9(008)    VALUE
              ZEROS.
           03 FILLER REDEFINES WS-DATA-HOJE.
              05 WS-HOJE-ANO                 PIC  9(004).
              05 WS-HOJE-MES                 PIC  9(002).
              05 WS-HOJE-DIA                 PIC  9(002).
           03 WS-DATA-LIMITE                 PIC  9(008)    VALUE
              ZEROS.
           03 FILLER REDEFINES WS-DATA-LIMITE.
              05 WS-LIM-ANO                  PIC  9(004).
              05 WS-LIM-MES                  PIC  9(002).
              05 WS-LIM-DIA                  PIC  9(002).
           03 WS-ARQUIVADOS-X                PIC  9(009)    VALUE
              ZEROS.
      *
       01  PARAMETROS-CWLOGW.
           03 CWLOGW-FUNCTION                PIC  X(001)    VALUE
              SPACE.
           03 CWLOGW-TEXT                    PIC  X(035)    VALUE
              SPACES.
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
      *  CORTE = HOJE MENOS PERSARQ-MESES; ABRE O DESLIG E O INATIVO    *
      *  (CRIADO NO PRIMEIRO USO)                                       *
      *----------------------------------------------------------------*
       RT-INICIAR                                  SECTION.
      *
           DISPLAY PGMID '001I ' FUNCTION WHEN-COMPILED
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
      *
           DISPLAY 'PERSARQ-MESES' UPON ENVIRONMENT-NAME
           ACCEPT   WS-MESES-ENV   FROM ENVIRONMENT-VALUE
           IF  WS-MESES-ENV NOT EQUAL SPACES
               IF  WS-MESES-ENV IS NUMERIC
                   MOVE WS-MESES-ENV TO WS-MESES
               ELSE
                   IF  WS-MESES-ENV(3:1) EQUAL SPACE
                   AND WS-MESES-ENV(1:2) IS NUMERIC
                       MOVE WS-MESES-ENV(1:2) TO WS-MESES
                   ELSE
                       DISPLAY PGMID '001I- PERSARQ-MESES INVALIDO: '
                               WS-MESES-ENV
                       MOVE 8 TO WS-RETURN-CODE
                       EXIT SECTION
                   END-IF
               END-IF
           END-IF
           IF  WS-MESES LESS WS-MESES-MINIMO
               DISPLAY PGMID '001I- PERSARQ-MESES ' WS-MESES
                       ' ABAIXO DO MINIMO - USADO ' WS-MESES-MINIMO
               MOVE WS-MESES-MINIMO TO WS-MESES
           END-IF
      *
           COMPUTE WS-MESES-TOTAL = WS-HOJE-ANO * 12
                                  + WS-HOJE-MES - 1 - WS-MESES
           DIVIDE WS-MESES-TOTAL BY 12 GIVING WS-LIM-ANO
                                    REMAINDER WS-LIM-MES
           ADD 1 TO WS-LIM-MES
           MOVE WS-HOJE-DIA TO WS-LIM-DIA
           DISPLAY PGMID '001I- ARQUIVA DESLIGAMENTOS ANTERIORES A '
                   WS-LIM-DIA '/' WS-LIM-MES '/' WS-LIM-ANO
                   ' (' WS-MESES ' MESES)'
      *
           OPEN I-O DESLIG
           IF  NOT FL-DESLIG-OK
               DISPLAY PGMID '002I- DESLIG AUSENTE OU COM ERRO '
                       FL-STA-DESLIG ' - NADA A ARQUIVAR'
               EXIT SECTION
           END-IF
      *
           OPEN I-O INATIVO
           IF  FL-INATIVO-AUSENTE
               OPEN OUTPUT INATIVO
               CLOSE INATIVO
               OPEN I-O INATIVO
           END-IF
           IF  NOT FL-INATIVO-OK
               DISPLAY PGMID '003I- INATIVO COM ERRO ' FL-STA-INATIVO
               CLOSE DESLIG
               MOVE 8 TO WS-RETURN-CODE
           END-IF.
      *
       RT-INICIARX.                                EXIT.
      *----------------------------------------------------------------*
      *  PASSADA NO REGISTRO DE DESLIGAMENTOS                           *
      *----------------------------------------------------------------*
       RT-PROCESSAR                                SECTION.
      *
           IF  NOT FL-DESLIG-OK
               EXIT SECTION
           END-IF
      *
           MOVE LOW-VALUES TO DESLIG-CHAVE
           START DESLIG KEY NOT LESS DESLIG-CHAVE
               INVALID KEY
                   SET FL-DESLIG-EOF TO TRUE
           END-START
      *
           PERFORM UNTIL FL-DESLIG-EOF
               READ DESLIG NEXT RECORD
                 AT END
                    SET FL-DESLIG-EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-LIDOS
                    IF  DESLIG-DATA LESS WS-DATA-LIMITE
                        PERFORM RT-ARQUIVAR
                    ELSE
                        ADD 1 TO WS-RECENTES
                    END-IF
               END-READ
           END-PERFORM
      *
           CLOSE DESLIG INATIVO.
      *
       RT-PROCESSARX.                              EXIT.
      *----------------------------------------------------------------*
      *  PASSA O DESLIGAMENTO AO INATIVO E O REMOVE DO DESLIG; SO       *
      *  COM A RESCISAO CALCULADA                                       *
      *----------------------------------------------------------------*
       RT-ARQUIVAR                                 SECTION.
      *
           IF  NOT DESLIG-CALCULADA
               ADD 1 TO WS-PENDENTES
               MOVE 4 TO WS-RETURN-CODE
               DISPLAY PGMID '004I- MATR ' DESLIG-EMP-NO
                       ' DESLIGADA EM ' DESLIG-DATA(7:2) '/'
                       DESLIG-DATA(5:2) '/' DESLIG-DATA(1:4)
                       ' COM RESCISAO PENDENTE - MANTIDA NO DESLIG'
               EXIT SECTION
           END-IF
      *
           MOVE SPACES       TO REG-INATIVO
           MOVE REG-DESLIG   TO INATIVO-REG-DESLIG
           SET  INATIVO-ARQUIVADO TO TRUE
           MOVE WS-DATA-HOJE TO INATIVO-DATA-ARQUIVO
           MOVE ZEROS        TO INATIVO-DATA-READMISSAO
           WRITE REG-INATIVO
               INVALID KEY
                   REWRITE REG-INATIVO
                   END-REWRITE
           END-WRITE
           IF  NOT FL-INATIVO-OK
               DISPLAY PGMID '005I- ERRO ' FL-STA-INATIVO
                       ' NO INATIVO - MATR ' DESLIG-EMP-NO
                       ' MANTIDA NO DESLIG'
               MOVE 4 TO WS-RETURN-CODE
               EXIT SECTION
           END-IF
      *
           DELETE DESLIG RECORD
           END-DELETE
           ADD 1 TO WS-ARQUIVADOS
           DISPLAY PGMID '005I- MATR ' DESLIG-EMP-NO ' '
                   DSP-LAST-NAME ' DESLIGADA EM '
                   DESLIG-DATA(7:2) '/' DESLIG-DATA(5:2) '/'
                   DESLIG-DATA(1:4) ' ARQUIVADA'.
      *
       RT-ARQUIVARX.                               EXIT.
      *----------------------------------------------------------------*
       RT-FINALIZAR                                SECTION.
      *
           IF  WS-ARQUIVADOS GREATER ZEROS
               MOVE WS-ARQUIVADOS TO WS-ARQUIVADOS-X
               MOVE 'L' TO CWLOGW-FUNCTION
               MOVE SPACES TO CWLOGW-TEXT
               STRING 'INATIVO ARQUIVADOS ' WS-ARQUIVADOS-X
                      DELIMITED BY SIZE INTO CWLOGW-TEXT
               CALL SB-CWLOGW USING PARAMETROS-CWLOGW
                 ON EXCEPTION
                    CONTINUE
               END-CALL
           END-IF
      *
           DISPLAY PGMID '999I' TRACOS
           MOVE    WS-LIDOS           TO WS-DISPLAY
           DISPLAY PGMID '006I- DESLIGAMENTOS LIDOS....:' WS-DISPLAY
           MOVE    WS-ARQUIVADOS      TO WS-DISPLAY
           DISPLAY PGMID '007I- ARQUIVADOS NO INATIVO..:' WS-DISPLAY
           MOVE    WS-PENDENTES       TO WS-DISPLAY
           DISPLAY PGMID '008I- PENDENTES ALEM DO CORTE:' WS-DISPLAY
           MOVE    WS-RECENTES        TO WS-DISPLAY
           DISPLAY PGMID '009I- MANTIDOS (RECENTES)....:' WS-DISPLAY
           DISPLAY PGMID '999I' TRACOS.
      *
       RT-FINALIZARX.                              EXIT.
      ******************************************************************
      *                      FIM  DO  PROGRAMA                         *
      ******************************************************************
