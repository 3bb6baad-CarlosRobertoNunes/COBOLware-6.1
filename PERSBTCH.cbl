                      * CAMPOS; na alteracao, campo em branco/zeros   *
                      * mantem o valor atual.                         *
                      *                                               *
                      * No desligamento (E) vem tambem a data (em     *
                      * branco = hoje), o motivo (S/J/P/A/T) e o      *
                      * aviso previo (I/T/D); a imagem do registro    *
                      * excluido vai ao DESLIG como rescisao          *
                      * pendente para o RESCALC, e o relatorio de     *
                      * critica lista as rescisoes ainda nao          *
                      * calculadas com o prazo legal de pagamento.    *
                      *                                               *
                      * Os aceitos sao aplicados no PERSNL indexado   *
                      * sob a trava CWRLOCK e com as imagens antes e  *
                      * depois gravadas no CWLOGF, como na tela; o    *
                      * relatorio de critica (PERSEDIT) lista         *
                      * aceitos e rejeitados com o motivo.            *
                      *                                               *
                      * Admissao sem exame admissional e desligamento *
                      * sem exame demissional (ou outro exame nos 90  *
                      * dias anteriores) no ASOEX saem como AVISO no  *
                      * relatorio de critica, sem recusar o           *
                      * movimento.                                    *
                      *                                               *
                      * Salario mensal abaixo do piso da convencao do *
                      * sindicato do cargo ou do departamento         *
                      * (SINDFX) tambem sai como AVISO.               *
                      *                                               *
                      * RC 4 = houve rejeicoes; RC 8 = abortado.      *
                      *                                               *
                      *************************************************
           SELECT OPTIONAL CICLOLCK ASSIGN TO CYCLELCK
                  ORGANIZATION  IS SEQUENTIAL
                  FILE STATUS   IS FL-STA-CICLOLCK.
      *
           SELECT OPTIONAL DESLIG ASSIGN TO DESLIG
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS DESLIG-CHAVE
                  FILE STATUS   IS FL-STA-DESLIG.
      *
           SELECT OPTIONAL ASOEX ASSIGN TO ASOEX
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS ASOEX-CHAVE
                  FILE STATUS   IS FL-STA-ASOEX.
      *
       DATA DIVISION.
       FILE SECTION.
      *  MOVIMENTO DE MANUTENCAO (UM POR REGISTRO):                     *
      *  FUNCAO I=INCLUSAO A=ALTERACAO E=EXCLUSAO                       *
      *  NA ALTERACAO, CAMPO EM BRANCO/ZEROS MANTEM O VALOR ATUAL       *
      *  NA EXCLUSAO: DATA DO DESLIGAMENTO MMDDAAAA (BRANCO = HOJE),    *
      *  MOTIVO (BRANCO = S) E AVISO PREVIO (BRANCO = I)                *
      *----------------------------------------------------------------*
       FD  PERSTRAN
           RECORDING MODE IS FIXED
           03 TRN-SALARIO-X                  PIC  X(008).
           03 TRN-DEPT-X                     PIC  X(003).
           03 TRN-ADMISSAO-X                 PIC  X(008).
           03 TRN-DESLIG-X                   PIC  X(008).
           03 TRN-MOTIVO-DESLIG              PIC  X(001).
           03 TRN-AVISO                      PIC  X(001).
           03 FILLER                         PIC  X(035).
      *
       FD  PERSNL
           RECORD CONTAINS 150 CHARACTERS
           03 CICLO-DATA                     PIC  9(008).
           03 CICLO-HORA                     PIC  9(006).
           03 FILLER                         PIC  X(030).
      *
      *----------------------------------------------------------------*
      *  DESLIGAMENTOS A CALCULAR PELO RESCALC: IMAGEM DO REGISTRO      *
      *  EXCLUIDO, MOTIVO, AVISO PREVIO E PRAZO LEGAL DE PAGAMENTO      *
      *----------------------------------------------------------------*
       FD  DESLIG
           RECORD CONTAINS 250 CHARACTERS.
      *
       01  REG-DESLIG.
           03 DESLIG-CHAVE.
              05 DESLIG-EMP-NO               PIC  9(005).
              05 DESLIG-DATA                 PIC  9(008).
           03 DESLIG-MOTIVO                  PIC  X(001).
              88 DESLIG-MOTIVO-VALIDO        VALUE 'S' 'J' 'P' 'A' 'T'.
           03 DESLIG-AVISO                   PIC  X(001).
              88 DESLIG-AVISO-VALIDO         VALUE 'I' 'T' 'D'.
           03 DESLIG-SITUACAO                PIC  X(001).
              88 DESLIG-PENDENTE                         VALUE 'P'.
           03 DESLIG-PRAZO                   PIC  9(008).
           03 DESLIG-DATA-CALC               PIC  9(008).
           03 DESLIG-OPERADOR                PIC  X(030).
           03 DESLIG-DATA-REGISTRO           PIC  9(008).
           03 DESLIG-REG-PERSNL              PIC  X(150).
           03 FILLER                         PIC  X(030).
      *
      *----------------------------------------------------------------*
      *  EXAMES OCUPACIONAIS (ASO) POR MATRICULA E SEQUENCIA (ASOMNT)   *
      *----------------------------------------------------------------*
       FD  ASOEX
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-ASOEX.
           03 ASOEX-CHAVE.
              05 ASOEX-EMP-NO                PIC  9(005).
              05 ASOEX-SEQ                   PIC  9(003).
           03 ASOEX-TIPO                     PIC  X(001).
              88 ASOEX-ADMISSIONAL                      VALUE 'A'.
              88 ASOEX-DEMISSIONAL                      VALUE 'D'.
           03 ASOEX-DATA-EXAME               PIC  9(008).
           03 FILLER                         PIC  X(083).
      *================================================================*
       WORKING-STORAGE SECTION.
      *================================================================*
       77  SB-CURDATE                    PIC  X(12)  VALUE
           'CURDATE-CALL'.
       77  SB-CWJRNL                     PIC  X(08)  VALUE 'CWJRNL'.
       77  SB-CARGOFX                    PIC  X(08)  VALUE 'CARGOFX'.
       77  SB-SINDFX                     PIC  X(08)  VALUE 'SINDFX'.
      *
      *----------------------------------------------------------------*
      *        AREA DE VARIAVEIS AUXILIARES                            *
           03 WS-LIDOS                COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-ACEITOS              COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-REJEITADOS           COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-FORA-FAIXA           COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-ABAIXO-PISO          COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-ACHADO                      PIC  X(001)    VALUE 'N'.
              88 ACHADO                                     VALUE 'S'.
           03 WS-CRITICA-OK                  PIC  X(001)    VALUE 'S'.
              ZEROS.
           03 WS-SAL-OBS                     PIC  9(004),99 VALUE
              ZEROS.
           03 WS-SAL-MES-OBS                 PIC  ZZZZ9,99.
           03 WS-PISO-OBS                    PIC  ZZZZ9,99.
           03 WS-FUNCAO-LOG                  PIC  X(001)    VALUE
              SPACE.
           03 FL-STA-CICLOLCK                PIC  X(002)    VALUE
              88 CICLO-IMPEDIDO                             VALUE 'S'.
           03 WS-CICLO-OVERRIDE              PIC  X(001)    VALUE 'N'.
              88 CICLO-OVERRIDE                             VALUE 'S'.
           03 FL-STA-DESLIG                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-DESLIG-EOF                              VALUE '10'.
              88 FL-DESLIG-OK                               VALUE '00'.
              88 FL-DESLIG-AUSENTE                          VALUE '35'.
           03 WS-DESLIG-ABERTO               PIC  X(001)    VALUE 'N'.
              88 DESLIG-ABERTO                              VALUE 'S'.
           03 WS-DATA-DESLIG                 PIC  9(008)    VALUE
              ZEROS.
           03 WS-INT-DATA                    PIC  9(008)    VALUE
              ZEROS.
           03 WS-RESC-PENDENTES       COMP-3 PIC S9(009)    VALUE ZEROS.
           03 FL-STA-ASOEX                   PIC  X(002)    VALUE
              ZEROS.
              88 FL-ASOEX-OK                                VALUE '00'.
              88 FL-ASOEX-EOF                               VALUE '10'.
           03 WS-TEM-ASOEX                   PIC  X(001)    VALUE 'N'.
              88 TEM-ASOEX                                  VALUE 'S'.
           03 WS-ACHOU-ASO                   PIC  X(001)    VALUE 'N'.
              88 ACHOU-ASO                                  VALUE 'S'.
           03 WS-DATA-ASO-MIN                PIC  9(008)    VALUE
              ZEROS.
           03 WS-SEM-ASO              COMP-3 PIC S9(009)    VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *  IMAGENS ANTES/DEPOIS DO REGISTRO PARA A AUDITORIA (CWLOGF)     *
              05 WS-DEP-DESC                 PIC  X(030).
      *
      *----------------------------------------------------------------*
      *  CONFERENCIA DO SALARIO CONTRA A FAIXA DO CARGO (CARGOFX)       *
      *----------------------------------------------------------------*
       01  PARAMETROS-CARGOFX.
           03 CARGOFX-EMP-NO                 PIC  9(005)    VALUE
              ZEROS.
           03 CARGOFX-CARGO                  PIC  X(006)    VALUE
              SPACES.
           03 CARGOFX-SALARIO                PIC  9(004)V99 VALUE
              ZEROS.
           03 CARGOFX-RETORNO                PIC  X(002)    VALUE
              SPACES.
           03 CARGOFX-TITULO                 PIC  X(030)    VALUE
              SPACES.
           03 CARGOFX-MINIMO                 PIC  9(004)V99 VALUE
              ZEROS.
           03 CARGOFX-MEDIO                  PIC  9(004)V99 VALUE
              ZEROS.
           03 CARGOFX-MAXIMO                 PIC  9(004)V99 VALUE
              ZEROS.
           03 CARGOFX-COMPA                  PIC  9(003)V9  VALUE
              ZEROS.
      *
      *----------------------------------------------------------------*
      *  CONFERENCIA DO SALARIO CONTRA O PISO DO SINDICATO (SINDFX)     *
      *----------------------------------------------------------------*
       01  PARAMETROS-SINDFX.
           03 SINDFX-EMP-NO                  PIC  9(005)    VALUE
              ZEROS.
           03 SINDFX-DEPT                    PIC  9(003)    VALUE
              ZEROS.
           03 SINDFX-CARGO                   PIC  X(006)    VALUE
              SPACES.
           03 SINDFX-SALARIO                 PIC  9(004)V99 VALUE
              ZEROS.
           03 SINDFX-ANOMES                  PIC  9(006)    VALUE
              ZEROS.
           03 SINDFX-RETORNO                 PIC  X(002)    VALUE
              SPACES.
           03 SINDFX-SINDICATO               PIC  X(004)    VALUE
              SPACES.
           03 SINDFX-NOME                    PIC  X(030)    VALUE
              SPACES.
           03 SINDFX-PISO                    PIC  9(005)V99 VALUE
              ZEROS.
           03 SINDFX-SALARIO-MES             PIC  9(007)V99 VALUE
              ZEROS.
           03 SINDFX-OPOSICAO                PIC  X(001)    VALUE
              SPACE.
           03 SINDFX-CONTRIB                 PIC  9(007)V99 VALUE
              ZEROS.
      *
      *----------------------------------------------------------------*
      *  PARAMETROS DOS SUBPROGRAMAS COBOLWARE E DO CURDATE             *
      *----------------------------------------------------------------*
       01  PARAMETROS-CWLOGW.
               MOVE 8 TO WS-RETURN-CODE
               EXIT SECTION
           END-IF
      *
      *    DESLIGAMENTOS PARA O CALCULO DA RESCISAO (CRIADO NO PRIMEIRO
      *    USO)
           OPEN I-O DESLIG
           IF  FL-DESLIG-AUSENTE
               OPEN OUTPUT DESLIG
               CLOSE DESLIG
               OPEN I-O DESLIG
           END-IF
           IF  NOT FL-DESLIG-OK
               DISPLAY PGMID '001I- DESLIG COM ERRO ' FL-STA-DESLIG
               MOVE 8 TO WS-RETURN-CODE
               EXIT SECTION
           END-IF
           SET DESLIG-ABERTO TO TRUE
      *
           OPEN INPUT PERSTRAN
           IF  NOT FL-PERSTRAN-OK
                   END-READ
               END-PERFORM
               CLOSE DEPTOS
           END-IF
      *
           OPEN INPUT ASOEX
           IF  FL-ASOEX-OK
               SET TEM-ASOEX TO TRUE
           ELSE
               DISPLAY PGMID '001I- ASOEX AUSENTE - EXAMES DE ADMISSAO'
                       ' E DESLIGAMENTO NAO CONFERIDOS'
           END-IF.
      *
       RT-INICIARX.                                EXIT.
                   MOVE 'A' TO FEED-FUNCAO
                   PERFORM RT-GRAVAR-PROVFEED
                   PERFORM RT-ACEITAR
                   PERFORM RT-CONFERIR-ASO
           END-WRITE.
      *
       RT-MOV-INCLUSAOX.                           EXIT.
               PERFORM RT-REJEITAR
               EXIT SECTION
           END-IF
      *
           PERFORM RT-VALIDAR-DESLIGAMENTO
           IF  NOT CRITICA-OK
               PERFORM RT-REJEITAR
               EXIT SECTION
           END-IF
      *
           MOVE REG-PERSNL TO WS-REG-ANTES
           DELETE PERSNL RECORD
                   PERFORM RT-JORNALIZAR
                   MOVE 'D' TO FEED-FUNCAO
                   PERFORM RT-GRAVAR-PROVFEED
                   PERFORM RT-GRAVAR-DESLIG
                   PERFORM RT-ACEITAR
                   PERFORM RT-CONFERIR-ASO
           END-DELETE.
      *
       RT-MOV-EXCLUSAOX.                           EXIT.
      *----------------------------------------------------------------*
      *  DESLIGAMENTO: DATA MMDDAAAA (BRANCO = HOJE) VALIDA, NAO        *
      *  ANTERIOR A ADMISSAO E NAO FUTURA; MOTIVO E AVISO CONHECIDOS    *
      *----------------------------------------------------------------*
       RT-VALIDAR-DESLIGAMENTO                     SECTION.
      *
           IF  TRN-MOTIVO-DESLIG EQUAL SPACE
               MOVE 'S' TO DESLIG-MOTIVO
           ELSE
               MOVE TRN-MOTIVO-DESLIG TO DESLIG-MOTIVO
           END-IF
           IF  NOT DESLIG-MOTIVO-VALIDO
               MOVE 'MOTIVO DE DESLIGAMENTO INVALIDO (S/J/P/A/T)'
                 TO WS-MOTIVO
               MOVE 'N' TO WS-CRITICA-OK
               EXIT SECTION
           END-IF
      *
           IF  TRN-AVISO EQUAL SPACE
               MOVE 'I' TO DESLIG-AVISO
           ELSE
               MOVE TRN-AVISO TO DESLIG-AVISO
           END-IF
           IF  NOT DESLIG-AVISO-VALIDO
               MOVE 'AVISO PREVIO INVALIDO (I/T/D)' TO WS-MOTIVO
               MOVE 'N' TO WS-CRITICA-OK
               EXIT SECTION
           END-IF
      *
           IF  TRN-DESLIG-X EQUAL SPACES
               MOVE WS-DATA-HOJE TO WS-DATA-DESLIG
               EXIT SECTION
           END-IF
      *
           IF  TRN-DESLIG-X NOT NUMERIC
           OR  TRN-DESLIG-X(1:2) LESS '01'
           OR  TRN-DESLIG-X(1:2) GREATER '12'
           OR  TRN-DESLIG-X(3:2) LESS '01'
           OR  TRN-DESLIG-X(3:2) GREATER '31'
               MOVE 'DATA DE DESLIGAMENTO INVALIDA' TO WS-MOTIVO
               MOVE 'N' TO WS-CRITICA-OK
               EXIT SECTION
           END-IF
      *
           COMPUTE WS-DATA-DESLIG =
                   FUNCTION NUMVAL(TRN-DESLIG-X(5:4)) * 10000
                 + FUNCTION NUMVAL(TRN-DESLIG-X(1:2)) * 100
                 + FUNCTION NUMVAL(TRN-DESLIG-X(3:2))
      *
           COMPUTE WS-ANO-ADM = WS-DATA-DESLIG / 10000
           MOVE WS-DIAS-POR-MES(FUNCTION NUMVAL(TRN-DESLIG-X(1:2)))
             TO WS-DIAS-MES
           IF  TRN-DESLIG-X(1:2) EQUAL '02'
           AND FUNCTION MOD(WS-ANO-ADM, 4) EQUAL ZERO
           AND (FUNCTION MOD(WS-ANO-ADM, 100) NOT EQUAL ZERO
                OR FUNCTION MOD(WS-ANO-ADM, 400) EQUAL ZERO)
               MOVE 29 TO WS-DIAS-MES
           END-IF
           IF  FUNCTION NUMVAL(TRN-DESLIG-X(3:2))
               GREATER WS-DIAS-MES
               MOVE 'DIA DE DESLIGAMENTO INEXISTENTE NO MES'
                 TO WS-MOTIVO
               MOVE 'N' TO WS-CRITICA-OK
               EXIT SECTION
           END-IF
      *
           IF  WS-DATA-DESLIG GREATER WS-DATA-HOJE
               MOVE 'DESLIGAMENTO NO FUTURO' TO WS-MOTIVO
               MOVE 'N' TO WS-CRITICA-OK
               EXIT SECTION
           END-IF
      *
           IF  WS-DATA-DESLIG LESS DATE-OF-HIRE-CC
               MOVE 'DESLIGAMENTO ANTERIOR A ADMISSAO' TO WS-MOTIVO
               MOVE 'N' TO WS-CRITICA-OK
           END-IF.
      *
       RT-VALIDAR-DESLIGAMENTOX.                   EXIT.
      *----------------------------------------------------------------*
      *  RESCISAO PENDENTE NO DESLIG, COM A IMAGEM DO REGISTRO          *
      *  EXCLUIDO; PRAZO LEGAL DE PAGAMENTO = DESLIGAMENTO + 10 DIAS    *
      *----------------------------------------------------------------*
       RT-GRAVAR-DESLIG                            SECTION.
      *
           MOVE PERSNL-EMP-NO  TO DESLIG-EMP-NO
           MOVE WS-DATA-DESLIG TO DESLIG-DATA
           MOVE WS-REG-ANTES   TO DESLIG-REG-PERSNL
           MOVE 'P'            TO DESLIG-SITUACAO
           COMPUTE WS-INT-DATA =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-DESLIG) + 10
           COMPUTE DESLIG-PRAZO =
                   FUNCTION DATE-OF-INTEGER(WS-INT-DATA)
           MOVE ZEROS          TO DESLIG-DATA-CALC
           MOVE WS-OPERADOR    TO DESLIG-OPERADOR
           MOVE WS-DATA-HOJE   TO DESLIG-DATA-REGISTRO
           MOVE SPACES         TO REG-DESLIG(221:30)
           WRITE REG-DESLIG
               INVALID KEY
                   REWRITE REG-DESLIG
                       INVALID KEY
                           DISPLAY PGMID '005I- ERRO AO GRAVAR DESLIG '
                                   DESLIG-EMP-NO ' ' FL-STA-DESLIG
                   END-REWRITE
           END-WRITE.
      *
       RT-GRAVAR-DESLIGX.                          EXIT.
      *----------------------------------------------------------------*
      *  LISTA NO RELATORIO DE CRITICA AS RESCISOES AINDA NAO           *
      *  CALCULADAS, COM O PRAZO LEGAL (VENCIDA QUANDO JA PASSOU)       *
      *----------------------------------------------------------------*
       RT-LISTAR-RESCISOES                         SECTION.
      *
           MOVE LOW-VALUES TO DESLIG-CHAVE
           START DESLIG KEY NOT LESS DESLIG-CHAVE
               INVALID KEY
                   EXIT SECTION
           END-START
           PERFORM UNTIL FL-DESLIG-EOF
               READ DESLIG NEXT RECORD
                 AT END
                    SET FL-DESLIG-EOF TO TRUE
                 NOT AT END
                    IF  DESLIG-PENDENTE
                        ADD 1 TO WS-RESC-PENDENTES
                        MOVE SPACES        TO REG-PERSEDIT
                        MOVE 'E'           TO EDIT-FUNCAO
                        MOVE DESLIG-EMP-NO TO EDIT-EMP-NO
                        MOVE 'PENDENTE'    TO EDIT-SITUACAO
                        STRING 'RESCISAO A CALCULAR - PRAZO '
                               DESLIG-PRAZO(7:2) '/'
                               DESLIG-PRAZO(5:2) '/'
                               DESLIG-PRAZO(1:4)
                               DELIMITED BY SIZE INTO EDIT-MOTIVO
                        IF  DESLIG-PRAZO LESS WS-DATA-HOJE
                            MOVE 'VENCIDA' TO EDIT-MOTIVO(41:7)
                        END-IF
                        WRITE REG-PERSEDIT
                    END-IF
               END-READ
           END-PERFORM.
      *
       RT-LISTAR-RESCISOESX.                       EXIT.
      *----------------------------------------------------------------*
      *  ANOTA A MUDANCA EFETIVADA NO JORNAL (CWJRNL AUSENTE NAO        *
      *  ATRAPALHA A MANUTENCAO); NA EXCLUSAO VAI A IMAGEM ORIGINAL     *
      *----------------------------------------------------------------*
                       MOVE 'N' TO WS-CRITICA-OK
                       EXIT SECTION
                   ELSE
                       PERFORM RT-CONFERIR-FAIXA
                       PERFORM RT-CRITICAR-CONTROLE-DUPLO
                   END-IF
               ELSE
                   EXIT SECTION
               END-IF
           END-IF
      *
      *    SALARIO (NOVO OU O DO CADASTRO) CONTRA O PISO DO SINDICATO
           IF  TRN-SALARIO-X NOT EQUAL SPACES
           OR  TRN-DEPT-X NOT EQUAL SPACES
               PERFORM RT-CONFERIR-PISO
           END-IF
      *
           IF  TRN-ADMISSAO-X NOT EQUAL SPACES
               IF  TRN-ADMISSAO-X IS NUMERIC
      *
       RT-ANOTAR-PENDENCIAX.                       EXIT.
      *----------------------------------------------------------------*
      *  SALARIO NOVO FORA DA FAIXA DO CARGO (CARGOFX): SO AVISO NO     *
      *  RELATORIO DE CRITICA, O MOVIMENTO SEGUE A CRITICA NORMAL       *
      *----------------------------------------------------------------*
       RT-CONFERIR-FAIXA                           SECTION.
      *
           MOVE TRN-EMP-NO TO CARGOFX-EMP-NO
           MOVE SPACES     TO CARGOFX-CARGO CARGOFX-RETORNO
           MOVE WS-SALARIO TO CARGOFX-SALARIO
           CALL SB-CARGOFX USING PARAMETROS-CARGOFX
             ON EXCEPTION
                MOVE '03' TO CARGOFX-RETORNO
           END-CALL
      *
           MOVE SPACES TO WS-MOTIVO
           MOVE WS-SALARIO TO WS-SAL-OBS
           EVALUATE CARGOFX-RETORNO
               WHEN '01'
                    STRING 'SALARIO ' WS-SAL-OBS
                           ' ABAIXO DO MINIMO DO CARGO ' CARGOFX-CARGO
                           DELIMITED BY SIZE INTO WS-MOTIVO
               WHEN '02'
                    STRING 'SALARIO ' WS-SAL-OBS
                           ' ACIMA DO MAXIMO DO CARGO ' CARGOFX-CARGO
                           DELIMITED BY SIZE INTO WS-MOTIVO
               WHEN OTHER
                    EXIT SECTION
           END-EVALUATE
      *
           ADD 1 TO WS-FORA-FAIXA
           MOVE SPACES       TO REG-PERSEDIT
           MOVE TRN-FUNCAO   TO EDIT-FUNCAO
           MOVE TRN-EMP-NO-X TO EDIT-EMP-NO
           MOVE 'AVISO'      TO EDIT-SITUACAO
           MOVE WS-MOTIVO    TO EDIT-MOTIVO
           WRITE REG-PERSEDIT
           MOVE SPACES       TO WS-MOTIVO.
      *
       RT-CONFERIR-FAIXAX.                         EXIT.
      *----------------------------------------------------------------*
      *  SALARIO MENSAL ABAIXO DO PISO DA CONVENCAO DO SINDICATO        *
      *  (SINDFX): SO AVISO NO RELATORIO DE CRITICA                     *
      *----------------------------------------------------------------*
       RT-CONFERIR-PISO                            SECTION.
      *
           MOVE TRN-EMP-NO TO SINDFX-EMP-NO
           MOVE DEPT       TO SINDFX-DEPT
           MOVE SPACES     TO SINDFX-CARGO SINDFX-RETORNO
           MOVE ZEROS      TO SINDFX-ANOMES
           IF  TRN-SALARIO-X NOT EQUAL SPACES
           AND WS-SALARIO GREATER ZEROS
               MOVE WS-SALARIO TO SINDFX-SALARIO
           ELSE
               MOVE PAY-GROSS  TO SINDFX-SALARIO
           END-IF
           CALL SB-SINDFX USING PARAMETROS-SINDFX
             ON EXCEPTION
                MOVE '04' TO SINDFX-RETORNO
           END-CALL
           IF  SINDFX-RETORNO NOT EQUAL '01'
               EXIT SECTION
           END-IF
      *
           MOVE SINDFX-SALARIO-MES TO WS-SAL-MES-OBS
           MOVE SINDFX-PISO        TO WS-PISO-OBS
           MOVE SPACES TO WS-MOTIVO
           STRING 'SAL.MES ' WS-SAL-MES-OBS ' ABAIXO DO PISO '
                  WS-PISO-OBS ' SIND ' SINDFX-SINDICATO
                  DELIMITED BY SIZE INTO WS-MOTIVO
           ADD 1 TO WS-ABAIXO-PISO
           MOVE SPACES       TO REG-PERSEDIT
           MOVE TRN-FUNCAO   TO EDIT-FUNCAO
           MOVE TRN-EMP-NO-X TO EDIT-EMP-NO
           MOVE 'AVISO'      TO EDIT-SITUACAO
           MOVE WS-MOTIVO    TO EDIT-MOTIVO
           WRITE REG-PERSEDIT
           MOVE SPACES       TO WS-MOTIVO.
      *
       RT-CONFERIR-PISOX.                          EXIT.
      *----------------------------------------------------------------*
      *  EXAME OCUPACIONAL NO ASOEX: A ADMISSAO PEDE O ADMISSIONAL; O   *
      *  DESLIGAMENTO PEDE O DEMISSIONAL OU EXAME NOS 90 DIAS ANTES     *
      *  DA DATA DE DESLIGAMENTO. SO AVISO NO RELATORIO DE CRITICA      *
      *----------------------------------------------------------------*
       RT-CONFERIR-ASO                             SECTION.
      *
           IF  NOT TEM-ASOEX
               EXIT SECTION
           END-IF
      *
           IF  TRN-EXCLUSAO
               COMPUTE WS-INT-DATA =
                       FUNCTION INTEGER-OF-DATE(WS-DATA-DESLIG) - 90
               COMPUTE WS-DATA-ASO-MIN =
                       FUNCTION DATE-OF-INTEGER(WS-INT-DATA)
           END-IF
      *
           MOVE 'N'        TO WS-ACHOU-ASO
           MOVE TRN-EMP-NO TO ASOEX-EMP-NO
           MOVE ZEROS      TO ASOEX-SEQ
           MOVE ZEROS      TO FL-STA-ASOEX
           START ASOEX KEY NOT LESS ASOEX-CHAVE
               INVALID KEY
                   SET FL-ASOEX-EOF TO TRUE
           END-START
           PERFORM UNTIL FL-ASOEX-EOF
                      OR ACHOU-ASO
               READ ASOEX NEXT RECORD
                 AT END
                    SET FL-ASOEX-EOF TO TRUE
                 NOT AT END
                    EVALUATE TRUE
                        WHEN ASOEX-EMP-NO NOT EQUAL TRN-EMP-NO
                             SET FL-ASOEX-EOF TO TRUE
                        WHEN TRN-INCLUSAO
                         AND ASOEX-ADMISSIONAL
                             SET ACHOU-ASO TO TRUE
                        WHEN TRN-EXCLUSAO
                         AND ASOEX-DEMISSIONAL
                             SET ACHOU-ASO TO TRUE
                        WHEN TRN-EXCLUSAO
                         AND ASOEX-DATA-EXAME NOT LESS WS-DATA-ASO-MIN
                             SET ACHOU-ASO TO TRUE
                    END-EVALUATE
               END-READ
           END-PERFORM
           MOVE ZEROS TO FL-STA-ASOEX
      *
           IF  ACHOU-ASO
               EXIT SECTION
           END-IF
      *
           ADD 1 TO WS-SEM-ASO
           MOVE SPACES       TO REG-PERSEDIT
           MOVE TRN-FUNCAO   TO EDIT-FUNCAO
           MOVE TRN-EMP-NO-X TO EDIT-EMP-NO
           MOVE 'AVISO'      TO EDIT-SITUACAO
           IF  TRN-INCLUSAO
               MOVE 'ADMISSAO SEM EXAME ADMISSIONAL NO ASOEX'
                 TO EDIT-MOTIVO
           ELSE
               MOVE 'DESLIGAMENTO SEM EXAME DEMISSIONAL NO ASOEX'
                 TO EDIT-MOTIVO
           END-IF
           WRITE REG-PERSEDIT.
      *
       RT-CONFERIR-ASOX.                           EXIT.
      *----------------------------------------------------------------*
      *  DEPT CONFERIDO NO MESTRE DE DEPARTAMENTOS (QUANDO PRESENTE)    *
      *----------------------------------------------------------------*
       RT-VALIDAR-DEPT                             SECTION.
           OR  FL-PERSNL-EOF
               CLOSE PERSNL
           END-IF
           IF  DESLIG-ABERTO
               IF  EDIT-ABERTO
                   PERFORM RT-LISTAR-RESCISOES
               END-IF
               CLOSE DESLIG
               MOVE 'N' TO WS-DESLIG-ABERTO
           END-IF
           IF  EDIT-ABERTO
               CLOSE PERSEDIT
               MOVE 'N' TO WS-EDIT-ABERTO
           END-IF
           IF  TEM-ASOEX
               CLOSE ASOEX
               MOVE 'N' TO WS-TEM-ASOEX
           END-IF
      *
           IF  CADASTRO-TRAVADO
               MOVE 'PERSNL' TO WS-LOCK-NOME
           DISPLAY PGMID '003I- MOVIMENTOS ACEITOS.....:' WS-DISPLAY
           MOVE    WS-REJEITADOS       TO WS-DISPLAY
           DISPLAY PGMID '004I- MOVIMENTOS REJEITADOS..:' WS-DISPLAY
           MOVE    WS-RESC-PENDENTES   TO WS-DISPLAY
           DISPLAY PGMID '006I- RESCISOES PENDENTES....:' WS-DISPLAY
           MOVE    WS-FORA-FAIXA       TO WS-DISPLAY
           DISPLAY PGMID '007I- SALARIOS FORA DA FAIXA.:' WS-DISPLAY
           MOVE    WS-ABAIXO-PISO      TO WS-DISPLAY
           DISPLAY PGMID '009I- ABAIXO DO PISO SINDICAL:' WS-DISPLAY
           MOVE    WS-SEM-ASO          TO WS-DISPLAY
           DISPLAY PGMID '008I- SEM ASO NA ADM/DESLIG..:' WS-DISPLAY
           DISPLAY PGMID '999I' TRACOS.
      *
       RT-FINALIZARX.                              EXIT.
