      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CNABPRT.
       AUTHOR.        Traduzido de Easytrieve (macro esy.kex v.0.10).
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      * Processa o retorno CNAB 240 da remessa de     *
                      * pagamento de salarios (CNABPAG) e baixa os    *
                      * creditos no CREDPAG pelo seu-numero do        *
                      * segmento A (anomes + tipo da folha +          *
                      * matricula):                                   *
                      *                                               *
                      *  - OCORRENCIA 00: CREDITO EFETUADO,           *
                      *    SITUACAO P COM A DATA E O VALOR REAIS;     *
                      *  - OCORRENCIA BD: PAGAMENTO AGENDADO, O       *
                      *    CREDITO CONTINUA ENVIADO (E);              *
                      *  - QUALQUER OUTRA: CREDITO REJEITADO (R).     *
                      *                                               *
                      * Os rejeitados saem no CREDREJ com a conta e a *
                      * descricao da ocorrencia, para o pagamento por *
                      * outro meio no mesmo dia; seu-numero           *
                      * desconhecido sai no mesmo relatorio como      *
                      * divergencia.                                  *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT RETORNO ASSIGN TO RETPAG
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FL-STA-RETORNO.
      *
           SELECT CREDPAG ASSIGN TO CREDPAG
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS CREDPAG-CHAVE
                  FILE STATUS   IS FL-STA-CREDPAG.
      *
           SELECT OPTIONAL PERSNL ASSIGN TO SYS010
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS PERSNL-EMP-NO
                  FILE STATUS   IS FL-STA-PERSNL.
      *
           SELECT CREDREJ ASSIGN TO CREDREJ.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  RETORNO
           LABEL RECORD IS STANDARD.
      *
       01  REG-RETORNO                       PIC  X(240).
      *
      *----------------------------------------------------------------*
      *  VISAO DO DETALHE SEGMENTO A DEVOLVIDO PELO BANCO               *
      *----------------------------------------------------------------*
       01  REG-RET-SA REDEFINES REG-RETORNO.
           03 RSA-BANCO                      PIC  9(003).
           03 RSA-LOTE                       PIC  9(004).
           03 RSA-TIPO                       PIC  X(001).
           03 RSA-SEQ                        PIC  9(005).
           03 RSA-SEGMENTO                   PIC  X(001).
           03 FILLER                         PIC  X(059).
           03 RSA-SEU-NUMERO.
              05 RSA-CHAVE                   PIC  X(012).
              05 FILLER                      PIC  X(008).
           03 FILLER                         PIC  X(061).
           03 RSA-DATA-REAL                  PIC  9(008).
           03 REDEFINES RSA-DATA-REAL.
              05 RSA-REAL-DIA                PIC  9(002).
              05 RSA-REAL-MES                PIC  9(002).
              05 RSA-REAL-ANO                PIC  9(004).
           03 RSA-VALOR-REAL                 PIC  9(013)V99.
           03 FILLER                         PIC  X(053).
           03 RSA-OCORRENCIAS.
              05 RSA-OCORRENCIA-1            PIC  X(002).
              05 FILLER                      PIC  X(008).
      *
       FD  CREDPAG
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-CREDPAG.
           03 CREDPAG-CHAVE.
              05 CREDPAG-ANOMES              PIC  9(006).
              05 CREDPAG-TIPO                PIC  X(001).
              05 CREDPAG-EMP-NO              PIC  9(005).
           03 CREDPAG-COMPANY                PIC  9(002).
           03 CREDPAG-DEPT                   PIC  9(003).
           03 CREDPAG-BANCO                  PIC  9(003).
           03 CREDPAG-AGENCIA                PIC  9(005).
           03 CREDPAG-AGENCIA-DV             PIC  X(001).
           03 CREDPAG-CONTA                  PIC  9(012).
           03 CREDPAG-CONTA-DV               PIC  X(001).
           03 CREDPAG-FORMA                  PIC  9(002).
           03 CREDPAG-VALOR                  PIC  9(009)V99.
           03 CREDPAG-SITUACAO               PIC  X(001).
              88 CREDPAG-ENVIADO                        VALUE 'E'.
              88 CREDPAG-PAGO                           VALUE 'P'.
              88 CREDPAG-REJEITADO                      VALUE 'R'.
              88 CREDPAG-FORA                           VALUE 'X'.
           03 CREDPAG-DATA-PGTO              PIC  9(008).
           03 CREDPAG-NSA                    PIC  9(006).
           03 CREDPAG-DATA-RETORNO           PIC  9(008).
           03 CREDPAG-VALOR-PAGO             PIC  9(009)V99.
           03 CREDPAG-OCORRENCIAS            PIC  X(010).
           03 CREDPAG-CPF                    PIC  9(011).
           03 FILLER                         PIC  X(013).
      *
       FD  PERSNL
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-PERSNL.
           03 PERSNL-EMP-NO                  PIC  9(005).
           03 PERSNL-COMPANY-X               PIC  X(002).
           03 FILLER                         PIC  X(009).
           03 NAME.
              04 LAST-NAME                   PIC  X(008).
              04 FILLER                      PIC  X(008).
           03 FILLER                         PIC  X(118).
      *
       FD  CREDREJ
           LABEL RECORD IS OMITTED.
      *
       01  REG-CREDREJ                       PIC  X(100).
      *================================================================*
       WORKING-STORAGE SECTION.
      *================================================================*
       77  FILLER                     PIC  X(31)  VALUE
                                     'III WORKING-STORAGE SECTION III'.
      *================================================================*
      *----------------------------------------------------------------*
      *        AREA DE VARIAVEIS AUXILIARES                            *
      *----------------------------------------------------------------*
      *
       01  WS-VARIAVEIS.
           03 TRACOS                         PIC  X(060)    VALUE
              ALL '-'.
           03 PGMID                          PIC  X(009)    VALUE
              '#CNABPRT.'.
           03 FL-STA-RETORNO                 PIC  X(002)    VALUE
              ZEROS.
              88 FL-RETORNO-OK                              VALUE '00'.
              88 FL-RETORNO-EOF                             VALUE '10'.
           03 FL-STA-CREDPAG                 PIC  X(002)    VALUE
              ZEROS.
              88 FL-CREDPAG-OK                              VALUE '00'.
           03 FL-STA-PERSNL                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-PERSNL-OK                               VALUE '00'.
           03 WS-RETURN-CODE                 PIC  9(003)    VALUE
              ZEROS.
           03 WS-DISPLAY                     PIC  -ZZZ.ZZZ.ZZ9.
           03 WS-TEM-PERSNL                  PIC  X(001)    VALUE 'N'.
              88 TEM-PERSNL                                 VALUE 'S'.
           03 WS-REJ-ABERTO                  PIC  X(001)    VALUE 'N'.
              88 REJ-ABERTO                                 VALUE 'S'.
           03 WS-DATA-HOJE                   PIC  9(008)    VALUE
              ZEROS.
           03 WS-DATA-AAAAMMDD               PIC  9(008)    VALUE
              ZEROS.
           03 REDEFINES WS-DATA-AAAAMMDD.
              05 WS-DT-ANO                   PIC  9(004).
              05 WS-DT-MES                   PIC  9(002).
              05 WS-DT-DIA                   PIC  9(002).
           03 WS-NOME                        PIC  X(016)    VALUE
              SPACES.
           03 WS-DESCRICAO                   PIC  X(030)    VALUE
              SPACES.
           03 WS-ED-VALOR                    PIC  ZZZ.ZZZ.ZZ9,99.
      *
      *----------------------------------------------------------------*
      *  OCORRENCIAS DE REJEICAO MAIS COMUNS (TABELA FEBRABAN)          *
      *----------------------------------------------------------------*
       01  WS-OCORRENCIAS-STR.
           03 FILLER PIC X(32) VALUE 'AACONTROLE INVALIDO             '.
           03 FILLER PIC X(32) VALUE 'ABTIPO DE OPERACAO INVALIDO     '.
           03 FILLER PIC X(32) VALUE 'ACTIPO DE SERVICO INVALIDO      '.
           03 FILLER PIC X(32) VALUE 'ADFORMA DE LANCAMENTO INVALIDA  '.
           03 FILLER PIC X(32) VALUE 'AEINSCRICAO INVALIDA            '.
           03 FILLER PIC X(32) VALUE 'AFCONVENIO INVALIDO             '.
           03 FILLER PIC X(32) VALUE 'AGAGENCIA/CONTA/DV INVALIDO     '.
           03 FILLER PIC X(32) VALUE 'AHSEQUENCIAL DO LOTE INVALIDO   '.
           03 FILLER PIC X(32) VALUE 'AISEGMENTO INVALIDO             '.
           03 FILLER PIC X(32) VALUE 'AJTIPO DE MOVIMENTO INVALIDO    '.
           03 FILLER PIC X(32) VALUE 'AKCAMARA DE COMPENSACAO INVALIDA'.
           03 FILLER PIC X(32) VALUE 'ALBANCO DO FAVORECIDO INVALIDO  '.
           03 FILLER PIC X(32) VALUE 'AMAGENCIA DO FAVORECIDO INVALIDA'.
           03 FILLER PIC X(32) VALUE 'ANCONTA DO FAVORECIDO INVALIDA  '.
           03 FILLER PIC X(32) VALUE 'AONOME DO FAVORECIDO AUSENTE    '.
           03 FILLER PIC X(32) VALUE 'APDATA DO LANCAMENTO INVALIDA   '.
           03 FILLER PIC X(32) VALUE 'ARVALOR DO LANCAMENTO INVALIDO  '.
           03 FILLER PIC X(32) VALUE 'TALOTE NAO ACEITO - TOTAIS      '.
       01  REDEFINES WS-OCORRENCIAS-STR.
           03 WS-OCORR-TAB OCCURS 18 TIMES INDEXED BY INDOCO.
              05 WS-OCORR-CODIGO             PIC  X(002).
              05 WS-OCORR-DESCRICAO          PIC  X(030).
      *
      *----------------------------------------------------------------*
      *  TOTAIS DA BAIXA                                                *
      *----------------------------------------------------------------*
       01  WS-TOTAIS COMP-3.
           03 WS-LIDOS                       PIC S9(009)    VALUE ZEROS.
           03 WS-PAGOS                       PIC S9(009)    VALUE ZEROS.
           03 WS-AGENDADOS                   PIC S9(009)    VALUE ZEROS.
           03 WS-REJEITADOS                  PIC S9(009)    VALUE ZEROS.
           03 WS-DIVERGENCIAS                PIC S9(009)    VALUE ZEROS.
           03 WS-TOTAL-PAGO                  PIC S9(013)V99 VALUE
              ZEROS.
           03 WS-TOTAL-REJEITADO             PIC S9(013)V99 VALUE
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
           IF  WS-RETURN-CODE EQUAL ZEROS
               PERFORM UNTIL FL-RETORNO-EOF
                   READ RETORNO
                     AT END
                        SET FL-RETORNO-EOF TO TRUE
                     NOT AT END
                        IF  RSA-TIPO     EQUAL '3'
                        AND RSA-SEGMENTO EQUAL 'A'
                            ADD 1 TO WS-LIDOS
                            PERFORM RT-BAIXAR-CREDITO
                        END-IF
                   END-READ
               END-PERFORM
               IF  REJ-ABERTO
                   PERFORM RT-TOTAL-REJEITADOS
               END-IF
               PERFORM RT-ENCERRAR-ARQUIVOS
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
       RT-INICIAR                                  SECTION.
      *
           DISPLAY PGMID '001I ' FUNCTION WHEN-COMPILED
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
      *
           OPEN INPUT RETORNO
           IF  NOT FL-RETORNO-OK
               DISPLAY PGMID '002I- RETORNO AUSENTE OU COM ERRO '
                       FL-STA-RETORNO
               MOVE 8 TO WS-RETURN-CODE
               EXIT SECTION
           END-IF
      *
           OPEN I-O CREDPAG
           IF  NOT FL-CREDPAG-OK
               DISPLAY PGMID '002I- CREDPAG AUSENTE OU COM ERRO '
                       FL-STA-CREDPAG
               CLOSE RETORNO
               MOVE 8 TO WS-RETURN-CODE
               EXIT SECTION
           END-IF
      *
           OPEN INPUT PERSNL
           IF  FL-PERSNL-OK
               SET TEM-PERSNL TO TRUE
           END-IF.
      *
       RT-INICIARX.                                EXIT.
      *----------------------------------------------------------------*
      *  APLICA A OCORRENCIA DO SEGMENTO A AO CREDITO DO SEU-NUMERO     *
      *----------------------------------------------------------------*
       RT-BAIXAR-CREDITO                           SECTION.
      *
           MOVE RSA-CHAVE TO CREDPAG-CHAVE
           READ CREDPAG
               INVALID KEY
                   ADD 1 TO WS-DIVERGENCIAS
                   PERFORM RT-LISTAR-DESCONHECIDO
                   EXIT SECTION
           END-READ
      *
           IF  CREDPAG-PAGO
      *        RETORNO REPETIDO: O CREDITO JA ESTA BAIXADO
               EXIT SECTION
           END-IF
      *
           MOVE RSA-OCORRENCIAS TO CREDPAG-OCORRENCIAS
           MOVE WS-DATA-HOJE    TO CREDPAG-DATA-RETORNO
           EVALUATE RSA-OCORRENCIA-1
               WHEN '00'
                    SET CREDPAG-PAGO TO TRUE
                    IF  RSA-DATA-REAL IS NUMERIC
                    AND RSA-DATA-REAL GREATER ZEROS
                        MOVE RSA-REAL-ANO TO WS-DT-ANO
                        MOVE RSA-REAL-MES TO WS-DT-MES
                        MOVE RSA-REAL-DIA TO WS-DT-DIA
                        MOVE WS-DATA-AAAAMMDD TO CREDPAG-DATA-RETORNO
                    END-IF
                    IF  RSA-VALOR-REAL IS NUMERIC
                    AND RSA-VALOR-REAL GREATER ZEROS
                        MOVE RSA-VALOR-REAL TO CREDPAG-VALOR-PAGO
                    ELSE
                        MOVE CREDPAG-VALOR  TO CREDPAG-VALOR-PAGO
                    END-IF
                    ADD 1                  TO WS-PAGOS
                    ADD CREDPAG-VALOR-PAGO TO WS-TOTAL-PAGO
               WHEN 'BD'
                    ADD 1 TO WS-AGENDADOS
               WHEN OTHER
                    SET CREDPAG-REJEITADO TO TRUE
                    ADD 1             TO WS-REJEITADOS
                    ADD CREDPAG-VALOR TO WS-TOTAL-REJEITADO
                    PERFORM RT-LISTAR-REJEITADO
           END-EVALUATE
      *
           REWRITE REG-CREDPAG
               INVALID KEY
                   DISPLAY PGMID '003I- ERRO ' FL-STA-CREDPAG
                           ' NA REGRAVACAO DO CREDPAG ' CREDPAG-EMP-NO
                   MOVE 8 TO WS-RETURN-CODE
           END-REWRITE.
      *
       RT-BAIXAR-CREDITOX.                         EXIT.
      *----------------------------------------------------------------*
       RT-ABRIR-REJEITADOS                         SECTION.
      *
           IF  NOT REJ-ABERTO
               OPEN OUTPUT CREDREJ
               SET REJ-ABERTO TO TRUE
               MOVE SPACES TO REG-CREDREJ
               STRING 'CREDITOS DE SALARIO REJEITADOS PELO BANCO - '
                      WS-DATA-HOJE(7:2) '/' WS-DATA-HOJE(5:2) '/'
                      WS-DATA-HOJE(1:4) ' (PAGAR POR OUTRO MEIO)'
                      DELIMITED BY SIZE INTO REG-CREDREJ
               WRITE REG-CREDREJ
               MOVE SPACES TO REG-CREDREJ
               STRING 'MATR  NOME             BCO AGENCIA CONTA'
                      '                  VALOR OCORRENCIA'
                      DELIMITED BY SIZE INTO REG-CREDREJ
               WRITE REG-CREDREJ
           END-IF.
      *
       RT-ABRIR-REJEITADOSX.                       EXIT.
      *----------------------------------------------------------------*
       RT-LISTAR-REJEITADO                         SECTION.
      *
           PERFORM RT-ABRIR-REJEITADOS
      *
           MOVE SPACES TO WS-NOME
           IF  TEM-PERSNL
               MOVE CREDPAG-EMP-NO TO PERSNL-EMP-NO
               READ PERSNL
                   INVALID KEY
                       MOVE 'DESLIGADO' TO WS-NOME
                   NOT INVALID KEY
                       MOVE NAME TO WS-NOME
               END-READ
           END-IF
      *
           MOVE 'VER MANUAL DO BANCO' TO WS-DESCRICAO
           SET INDOCO TO 1
           SEARCH WS-OCORR-TAB
               AT END
                   CONTINUE
               WHEN WS-OCORR-CODIGO(INDOCO) EQUAL RSA-OCORRENCIA-1
                   MOVE WS-OCORR-DESCRICAO(INDOCO) TO WS-DESCRICAO
           END-SEARCH
      *
           MOVE CREDPAG-VALOR TO WS-ED-VALOR
           MOVE SPACES TO REG-CREDREJ
           STRING CREDPAG-EMP-NO ' ' WS-NOME ' ' CREDPAG-BANCO ' '
                  CREDPAG-AGENCIA '-' CREDPAG-AGENCIA-DV ' '
                  CREDPAG-CONTA '-' CREDPAG-CONTA-DV
                  WS-ED-VALOR ' ' RSA-OCORRENCIA-1 ' ' WS-DESCRICAO
                  DELIMITED BY SIZE INTO REG-CREDREJ
           WRITE REG-CREDREJ.
      *
       RT-LISTAR-REJEITADOX.                       EXIT.
      *----------------------------------------------------------------*
       RT-LISTAR-DESCONHECIDO                      SECTION.
      *
           PERFORM RT-ABRIR-REJEITADOS
           MOVE SPACES TO REG-CREDREJ
           STRING 'SEU-NUMERO DESCONHECIDO NO CREDPAG: ' RSA-SEU-NUMERO
                  ' OCORRENCIA ' RSA-OCORRENCIA-1
                  DELIMITED BY SIZE INTO REG-CREDREJ
           WRITE REG-CREDREJ.
      *
       RT-LISTAR-DESCONHECIDOX.                    EXIT.
      *----------------------------------------------------------------*
       RT-TOTAL-REJEITADOS                         SECTION.
      *
           MOVE WS-TOTAL-REJEITADO TO WS-ED-VALOR
           MOVE SPACES TO REG-CREDREJ
           STRING 'TOTAL REJEITADO A PAGAR POR OUTRO MEIO: ' WS-ED-VALOR
                  DELIMITED BY SIZE INTO REG-CREDREJ
           WRITE REG-CREDREJ.
      *
       RT-TOTAL-REJEITADOSX.                       EXIT.
      *----------------------------------------------------------------*
       RT-ENCERRAR-ARQUIVOS                        SECTION.
      *
           CLOSE RETORNO
                 CREDPAG
           IF  TEM-PERSNL
               CLOSE PERSNL
           END-IF
           IF  REJ-ABERTO
               CLOSE CREDREJ
           END-IF.
      *
       RT-ENCERRAR-ARQUIVOSX.                      EXIT.
      *----------------------------------------------------------------*
       RT-FINALIZAR                                SECTION.
      *
           IF  WS-REJEITADOS   GREATER ZEROS
           OR  WS-DIVERGENCIAS GREATER ZEROS
               IF  WS-RETURN-CODE LESS 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF
      *
           DISPLAY PGMID '999I' TRACOS
           MOVE    WS-LIDOS           TO WS-DISPLAY
           DISPLAY PGMID '004I- SEGMENTOS A LIDOS......:' WS-DISPLAY
           MOVE    WS-PAGOS           TO WS-DISPLAY
           DISPLAY PGMID '005I- CREDITOS EFETUADOS.....:' WS-DISPLAY
           MOVE    WS-TOTAL-PAGO      TO WS-ED-VALOR
           DISPLAY PGMID '006I- VALOR CREDITADO........:' WS-ED-VALOR
           MOVE    WS-AGENDADOS       TO WS-DISPLAY
           DISPLAY PGMID '007I- AGENDADOS..............:' WS-DISPLAY
           MOVE    WS-REJEITADOS      TO WS-DISPLAY
           DISPLAY PGMID '008I- REJEITADOS (CREDREJ)...:' WS-DISPLAY
           MOVE    WS-TOTAL-REJEITADO TO WS-ED-VALOR
           DISPLAY PGMID '009I- VALOR REJEITADO........:' WS-ED-VALOR
           MOVE    WS-DIVERGENCIAS    TO WS-DISPLAY
           DISPLAY PGMID '010I- SEU-NUMERO DESCONHECIDO:' WS-DISPLAY
           DISPLAY PGMID '999I' TRACOS.
      *
       RT-FINALIZARX.                              EXIT.
      ******************************************************************
      *                      FIM  DO  PROGRAMA                         *
      ******************************************************************
