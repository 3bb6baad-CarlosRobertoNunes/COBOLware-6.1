                      *    NO RELATORIO DE DIVERGENCIAS (CNABEXC);    *
                      *  - REJEICAO MARCA A COBRANCA (SITUACAO R).    *
                      *                                               *
                      * Com o REMCOB (remessas do CNABREM) as         *
                      * ocorrencias de entrada confirmada (02), baixa *
                      * (09), vencimento alterado (14) e dados        *
                      * alterados (27) confirmam o item pendente da   *
                      * cobranca (C); entrada rejeitada (03) e        *
                      * instrucao rejeitada (26) o rejeitam (R). Os   *
                      * itens enviados ha mais de CNABRET-PRAZO dias  *
                      * (padrao 2) sem resposta saem no CNABEXC.      *
                      *                                               *
                      * As divergencias trazem o nome do sacado       *
                      * vinculado a cobranca (cadastro SACADO,        *
                      * mantido pelo SACMNT); sem o cadastro, so o    *
                      * codigo.                                       *
                      *                                               *
                      * No fim sai o resumo diario (CNABREL):         *
                      * quantidades e totais do banco contra os do    *
                      * sistema.                                      *
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS CHG-NOSSO-NUMERO
                  FILE STATUS   IS FL-STA-CHARGES.
      *
           SELECT OPTIONAL SACADO ASSIGN TO SACADO
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS SAC-CODIGO
                  FILE STATUS   IS FL-STA-SACADO.
      *
           SELECT OPTIONAL REMCOB ASSIGN TO REMCOB
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS REMCOB-CHAVE
                  FILE STATUS   IS FL-STA-REMCOB.
      *
           SELECT CNABEXC ASSIGN TO CNABEXC.
      *
              88 CHG-ABERTA                              VALUE 'A'.
              88 CHG-PAGA                                VALUE 'P'.
              88 CHG-REJEITADA                           VALUE 'R'.
              88 CHG-CANCELADA                           VALUE 'C'.
           03 CHG-DATA-PGTO                  PIC  9(008).
           03 CHG-VALOR-PAGO                 PIC  9(009)V99.
           03 CHG-SACADO                     PIC  9(006).
           03 CHG-VENCIMENTO                 PIC  9(008).
           03 CHG-DATA-EMISSAO               PIC  9(008).
           03 FILLER                         PIC  X(007).
      *
      *----------------------------------------------------------------*
      *  CADASTRO DE SACADOS (SACMNT): SO O NOME E USADO AQUI           *
      *----------------------------------------------------------------*
       FD  SACADO
           RECORD CONTAINS 300 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-SACADO.
           03 SAC-CODIGO                     PIC  9(006).
           03 SAC-NOME                       PIC  X(040).
           03 FILLER                         PIC  X(254).
      *
      *----------------------------------------------------------------*
      *  ITENS DAS REMESSAS DE COBRANCA (CNABREM): NOSSO-NUMERO + NSA   *
      *  O REGISTRO DE CHAVE ZERADA E O CONTROLE DO ULTIMO NSA          *
      *----------------------------------------------------------------*
       FD  REMCOB
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-REMCOB.
           03 REMCOB-CHAVE.
              05 REMCOB-NOSSO-NUMERO         PIC  X(020).
              05 REMCOB-NSA                  PIC  9(006).
           03 REMCOB-MOVIMENTO               PIC  X(002).
           03 REMCOB-VALOR                   PIC  9(009)V99.
           03 REMCOB-VENCIMENTO              PIC  9(008).
           03 REMCOB-SACADO                  PIC  9(006).
           03 REMCOB-DATA-EMISSAO            PIC  9(008).
           03 REMCOB-DATA-ENVIO              PIC  9(008).
           03 REMCOB-LAYOUT                  PIC  9(003).
           03 REMCOB-SITUACAO                PIC  X(001).
              88 REMCOB-ENVIADO                         VALUE 'E'.
              88 REMCOB-CONFIRMADO                      VALUE 'C'.
              88 REMCOB-REJEITADO                       VALUE 'R'.
           03 REMCOB-DATA-RETORNO            PIC  9(008).
           03 REMCOB-OCORRENCIA              PIC  X(002).
           03 FILLER                         PIC  X(017).
      *
       FD  CNABEXC
           LABEL RECORD IS OMITTED.
      *
       01  REG-CNABEXC                       PIC  X(132).
      *
       FD  CNABREL
           LABEL RECORD IS OMITTED.
           03 FL-STA-CHARGES                 PIC  X(002)    VALUE
              ZEROS.
              88 FL-CHARGES-OK                              VALUE '00'.
           03 FL-STA-SACADO                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-SACADO-OK                               VALUE '00'.
           03 FL-STA-REMCOB                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-REMCOB-OK                               VALUE '00'.
              88 FL-REMCOB-EOF                              VALUE '10'.
           03 WS-SACADO-ABERTO               PIC  X(001)    VALUE 'N'.
              88 SACADO-ABERTO                              VALUE 'S'.
           03 WS-REMCOB-ABERTO               PIC  X(001)    VALUE 'N'.
              88 REMCOB-ABERTO                              VALUE 'S'.
           03 WS-ACUSE                       PIC  X(001)    VALUE
              SPACE.
           03 WS-MOV-ACUSADO                 PIC  X(002)    VALUE
              SPACES.
           03 WS-ACHADO                      PIC  X(001)    VALUE 'N'.
              88 ACHADO                                     VALUE 'S'.
           03 WS-PENDENTES-TITULO            PIC  X(001)    VALUE 'N'.
              88 PENDENTES-TITULO                           VALUE 'S'.
           03 WS-ENV                         PIC  X(030)    VALUE
              SPACES.
           03 WS-PRAZO                       PIC  9(003)    VALUE 2.
           03 WS-DATA-LIMITE                 PIC  9(008)    VALUE
              ZEROS.
           03 WS-SACADO-NOME                 PIC  X(040)    VALUE
              SPACES.
           03 WS-RETURN-CODE                 PIC  9(003)    VALUE
              ZEROS.
           03 WS-DISPLAY                     PIC  -ZZZ.ZZZ.ZZ9.
           03 WS-LIQUIDADAS                  PIC S9(009)    VALUE ZEROS.
           03 WS-REJEITADAS                  PIC S9(009)    VALUE ZEROS.
           03 WS-DIVERGENCIAS                PIC S9(009)    VALUE ZEROS.
           03 WS-CONFIRMADOS                 PIC S9(009)    VALUE ZEROS.
           03 WS-REJ-REMESSA                 PIC S9(009)    VALUE ZEROS.
           03 WS-SEM-RESPOSTA                PIC S9(009)    VALUE ZEROS.
           03 WS-SEM-REMESSA                 PIC S9(009)    VALUE ZEROS.
           03 WS-TOTAL-BANCO                 PIC S9(011)V99 VALUE
              ZEROS.
           03 WS-TOTAL-SISTEMA               PIC S9(011)V99 VALUE
                   END-READ
               END-PERFORM
               CLOSE RETORNO
               IF  REMCOB-ABERTO
                   PERFORM RT-PENDENTES
                   CLOSE REMCOB
               END-IF
               CLOSE CHARGES
               IF  SACADO-ABERTO
                   CLOSE SACADO
               END-IF
               IF  EXC-ABERTO
                   CLOSE CNABEXC
               END-IF
               DISPLAY PGMID '001I- CHARGES AUSENTE OU COM ERRO '
                       FL-STA-CHARGES
               MOVE 8 TO WS-RETURN-CODE
               EXIT SECTION
           END-IF
      *
      *    SEM O CADASTRO DE SACADOS AS DIVERGENCIAS SAEM SO COM O
      *    CODIGO DO SACADO
           OPEN INPUT SACADO
           IF  FL-SACADO-OK
               SET SACADO-ABERTO TO TRUE
           END-IF
      *
      *    SEM O REMCOB (COBRANCA ENVIADA AO BANCO POR FORA DO
      *    CNABREM) NAO HA REMESSA A CONFIRMAR
           OPEN I-O REMCOB
           IF  FL-REMCOB-OK
               SET REMCOB-ABERTO TO TRUE
           END-IF
           DISPLAY 'CNABRET-PRAZO' UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV         FROM ENVIRONMENT-VALUE
           IF  WS-ENV(1:3) IS NUMERIC
               MOVE WS-ENV(1:3) TO WS-PRAZO
           END-IF
           COMPUTE WS-DATA-LIMITE = FUNCTION DATE-OF-INTEGER
                  (FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) - WS-PRAZO).
      *
       RT-INICIARX.                                EXIT.
      *----------------------------------------------------------------*
                    PERFORM RT-LIQUIDAR
               WHEN '02'
      *             ENTRADA CONFIRMADA: NADA A BAIXAR
                    MOVE 'C'  TO WS-ACUSE
                    MOVE '01' TO WS-MOV-ACUSADO
                    PERFORM RT-ACUSAR-REMESSA
               WHEN '03'
                    MOVE 'R' TO CHG-SITUACAO
                    REWRITE REG-CHARGES
                    END-REWRITE
                    ADD 1 TO WS-REJEITADAS
                    MOVE 'R'  TO WS-ACUSE
                    MOVE '01' TO WS-MOV-ACUSADO
                    PERFORM RT-ACUSAR-REMESSA
               WHEN '09'
                    MOVE 'C'  TO WS-ACUSE
                    MOVE '02' TO WS-MOV-ACUSADO
                    PERFORM RT-ACUSAR-REMESSA
               WHEN '14'
                    MOVE 'C'  TO WS-ACUSE
                    MOVE '06' TO WS-MOV-ACUSADO
                    PERFORM RT-ACUSAR-REMESSA
               WHEN '27'
                    MOVE 'C'  TO WS-ACUSE
                    MOVE '31' TO WS-MOV-ACUSADO
                    PERFORM RT-ACUSAR-REMESSA
               WHEN '26'
      *             INSTRUCAO REJEITADA: A ALTERACAO OU A BAIXA PENDENTE
                    MOVE 'R'    TO WS-ACUSE
                    MOVE SPACES TO WS-MOV-ACUSADO
                    PERFORM RT-ACUSAR-REMESSA
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.
       RT-EXCECAO-DUPLICADA                        SECTION.
      *
           PERFORM RT-ABRIR-EXCECOES
           PERFORM RT-NOME-SACADO
           MOVE SPACES TO REG-CNABEXC
           STRING 'LIQUIDACAO REPETIDA: ' WS-NOSSO
                  ' ' WS-SACADO-NOME
                  ' JA BAIXADA EM ' CHG-DATA-PGTO
                  DELIMITED BY SIZE INTO REG-CNABEXC
           WRITE REG-CNABEXC.
       RT-EXCECAO-VALOR                            SECTION.
      *
           PERFORM RT-ABRIR-EXCECOES
           PERFORM RT-NOME-SACADO
           MOVE WS-VALOR-PAGO TO WS-ED-VALOR
           MOVE CHG-VALOR     TO WS-ED-VALOR-2
           MOVE SPACES TO REG-CNABEXC
           STRING 'VALOR DIVERGENTE: ' WS-NOSSO
                  ' ' WS-SACADO-NOME
                  ' PAGO ' WS-ED-VALOR
                  ' ESPERADO ' WS-ED-VALOR-2
                  DELIMITED BY SIZE INTO REG-CNABEXC
      *
       RT-EXCECAO-VALORX.                          EXIT.
      *----------------------------------------------------------------*
      *  CONFIRMA (C) OU REJEITA (R) O PRIMEIRO ITEM PENDENTE DA        *
      *  COBRANCA COM O MOVIMENTO WS-MOV-ACUSADO (EM BRANCO: QUALQUER   *
      *  INSTRUCAO, MENOS A ENTRADA)                                    *
      *----------------------------------------------------------------*
       RT-ACUSAR-REMESSA                           SECTION.
      *
           IF  NOT REMCOB-ABERTO
               EXIT SECTION
           END-IF
      *
           MOVE 'N'      TO WS-ACHADO
           MOVE WS-NOSSO TO REMCOB-NOSSO-NUMERO
           MOVE ZEROS    TO REMCOB-NSA
           MOVE ZEROS    TO FL-STA-REMCOB
           START REMCOB KEY NOT LESS REMCOB-CHAVE
               INVALID KEY
                   SET FL-REMCOB-EOF TO TRUE
           END-START
           PERFORM UNTIL FL-REMCOB-EOF
                      OR ACHADO
               READ REMCOB NEXT RECORD
                 AT END
                    SET FL-REMCOB-EOF TO TRUE
                 NOT AT END
                    IF  REMCOB-NOSSO-NUMERO NOT EQUAL WS-NOSSO
                        SET FL-REMCOB-EOF TO TRUE
                    ELSE
                        IF  REMCOB-ENVIADO
                        AND (REMCOB-MOVIMENTO EQUAL WS-MOV-ACUSADO
                         OR (WS-MOV-ACUSADO EQUAL SPACES
                             AND REMCOB-MOVIMENTO NOT EQUAL '01'))
                            SET ACHADO TO TRUE
                        END-IF
                    END-IF
               END-READ
           END-PERFORM
           MOVE ZEROS TO FL-STA-REMCOB
      *
           IF  NOT ACHADO
               ADD 1 TO WS-SEM-REMESSA
               PERFORM RT-EXCECAO-SEM-REMESSA
               EXIT SECTION
           END-IF
      *
           MOVE WS-ACUSE      TO REMCOB-SITUACAO
           MOVE WS-DATA-HOJE  TO REMCOB-DATA-RETORNO
           MOVE WS-OCORRENCIA TO REMCOB-OCORRENCIA
           REWRITE REG-REMCOB
           END-REWRITE
           IF  REMCOB-CONFIRMADO
               ADD 1 TO WS-CONFIRMADOS
           ELSE
               ADD 1 TO WS-REJ-REMESSA
               ADD 1 TO WS-DIVERGENCIAS
               PERFORM RT-EXCECAO-REJEITADA
           END-IF.
      *
       RT-ACUSAR-REMESSAX.                         EXIT.
      *----------------------------------------------------------------*
      *  ITENS DE REMESSA ENVIADOS ATE WS-DATA-LIMITE QUE O BANCO       *
      *  AINDA NAO CONFIRMOU NEM REJEITOU                               *
      *----------------------------------------------------------------*
       RT-PENDENTES                                SECTION.
      *
           MOVE LOW-VALUES TO REMCOB-CHAVE
           MOVE ZEROS      TO FL-STA-REMCOB
           START REMCOB KEY NOT LESS REMCOB-CHAVE
               INVALID KEY
                   SET FL-REMCOB-EOF TO TRUE
           END-START
           PERFORM UNTIL FL-REMCOB-EOF
               READ REMCOB NEXT RECORD
                 AT END
                    SET FL-REMCOB-EOF TO TRUE
                 NOT AT END
                    IF  REMCOB-NOSSO-NUMERO NOT EQUAL ZEROS
                    AND REMCOB-ENVIADO
                    AND REMCOB-DATA-ENVIO NOT GREATER WS-DATA-LIMITE
                        ADD 1 TO WS-SEM-RESPOSTA
                        PERFORM RT-EXCECAO-SEM-RESPOSTA
                    END-IF
               END-READ
           END-PERFORM
           MOVE ZEROS TO FL-STA-REMCOB.
      *
       RT-PENDENTESX.                              EXIT.
      *----------------------------------------------------------------*
       RT-EXCECAO-SEM-RESPOSTA                     SECTION.
      *
           PERFORM RT-ABRIR-EXCECOES
           IF  NOT PENDENTES-TITULO
               SET PENDENTES-TITULO TO TRUE
               MOVE SPACES TO REG-CNABEXC
               STRING 'ITENS DE REMESSA SEM RESPOSTA DO BANCO HA MAIS'
                      ' DE ' WS-PRAZO ' DIAS (CNABREM)'
                      DELIMITED BY SIZE INTO REG-CNABEXC
               WRITE REG-CNABEXC
           END-IF
      *
           MOVE REMCOB-NOSSO-NUMERO TO CHG-NOSSO-NUMERO
           READ CHARGES
               INVALID KEY
                   MOVE REMCOB-SACADO TO CHG-SACADO
           END-READ
           PERFORM RT-NOME-SACADO
           MOVE REMCOB-VALOR TO WS-ED-VALOR
           MOVE SPACES TO REG-CNABEXC
           STRING 'SEM RESPOSTA: ' REMCOB-NOSSO-NUMERO
                  ' NSA ' REMCOB-NSA
                  ' MOVIMENTO ' REMCOB-MOVIMENTO
                  ' ENVIADO EM ' REMCOB-DATA-ENVIO
                  ' ' WS-ED-VALOR
                  ' ' WS-SACADO-NOME
                  DELIMITED BY SIZE INTO REG-CNABEXC
           WRITE REG-CNABEXC.
      *
       RT-EXCECAO-SEM-RESPOSTAX.                   EXIT.
      *----------------------------------------------------------------*
       RT-EXCECAO-REJEITADA                        SECTION.
      *
           PERFORM RT-ABRIR-EXCECOES
           PERFORM RT-NOME-SACADO
           MOVE SPACES TO REG-CNABEXC
           STRING 'REMESSA REJEITADA: ' WS-NOSSO
                  ' ' WS-SACADO-NOME
                  ' NSA ' REMCOB-NSA
                  ' MOVIMENTO ' REMCOB-MOVIMENTO
                  ' OCORRENCIA ' WS-OCORRENCIA
                  DELIMITED BY SIZE INTO REG-CNABEXC
           WRITE REG-CNABEXC.
      *
       RT-EXCECAO-REJEITADAX.                      EXIT.
      *----------------------------------------------------------------*
       RT-EXCECAO-SEM-REMESSA                      SECTION.
      *
           PERFORM RT-ABRIR-EXCECOES
           MOVE SPACES TO REG-CNABEXC
           STRING 'OCORRENCIA SEM ITEM PENDENTE NO REMCOB: ' WS-NOSSO
                  ' OCORRENCIA ' WS-OCORRENCIA
                  DELIMITED BY SIZE INTO REG-CNABEXC
           WRITE REG-CNABEXC.
      *
       RT-EXCECAO-SEM-REMESSAX.                    EXIT.
      *----------------------------------------------------------------*
      *  NOME DO SACADO VINCULADO A COBRANCA LIDA (CHG-SACADO)          *
      *----------------------------------------------------------------*
       RT-NOME-SACADO                              SECTION.
      *
           MOVE SPACES TO WS-SACADO-NOME
           IF  CHG-SACADO IS NOT NUMERIC
           OR  CHG-SACADO EQUAL ZEROS
               MOVE 'SEM SACADO VINCULADO' TO WS-SACADO-NOME
               EXIT SECTION
           END-IF
           IF  NOT SACADO-ABERTO
               STRING 'SACADO ' CHG-SACADO
                      DELIMITED BY SIZE INTO WS-SACADO-NOME
               EXIT SECTION
           END-IF
           MOVE CHG-SACADO TO SAC-CODIGO
           READ SACADO
               INVALID KEY
                   STRING 'SACADO ' CHG-SACADO ' NAO CADASTRADO'
                          DELIMITED BY SIZE INTO WS-SACADO-NOME
               NOT INVALID KEY
                   MOVE SAC-NOME TO WS-SACADO-NOME
           END-READ.
      *
       RT-NOME-SACADOX.                            EXIT.
      *----------------------------------------------------------------*
      *  RESUMO DIARIO: BANCO CONTRA SISTEMA                            *
      *----------------------------------------------------------------*
       RT-RESUMO                                   SECTION.
           DISPLAY PGMID '005I- COBRANCAS REJEITADAS...:' WS-DISPLAY
           MOVE    WS-DIVERGENCIAS    TO WS-DISPLAY
           DISPLAY PGMID '006I- DIVERGENCIAS...........:' WS-DISPLAY
           MOVE    WS-CONFIRMADOS     TO WS-DISPLAY
           DISPLAY PGMID '007I- ITENS CONFIRMADOS......:' WS-DISPLAY
           MOVE    WS-REJ-REMESSA     TO WS-DISPLAY
           DISPLAY PGMID '008I- ITENS REJEITADOS.......:' WS-DISPLAY
           MOVE    WS-SEM-RESPOSTA    TO WS-DISPLAY
           DISPLAY PGMID '009I- ITENS SEM RESPOSTA.....:' WS-DISPLAY
           MOVE    WS-SEM-REMESSA     TO WS-DISPLAY
           DISPLAY PGMID '010I- OCORRENCIAS SEM ITEM...:' WS-DISPLAY
           DISPLAY PGMID '999I' TRACOS
           IF  (WS-DIVERGENCIAS GREATER ZEROS
            OR  WS-SEM-RESPOSTA GREATER ZEROS)
           AND WS-RETURN-CODE LESS 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
