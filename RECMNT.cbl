      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RECMNT.
       AUTHOR.        Traduzido de Easytrieve (macro esy.kex v.0.10).
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      * Decisao do revisor na campanha de             *
                      * recertificacao de acessos aberta pelo         *
                      * RECCAMP: o operador so ve e decide os         *
                      * sign-ons que a campanha lhe atribuiu.         *
                      *                                               *
                      * C (CONFIRMAR) mantem o acesso; R (REVOGAR)    *
                      * pede o motivo e bloqueia o sign-on no mesmo   *
                      * momento (CWCONF-BLOQUEADO = S). Ninguem       *
                      * decide o proprio sign-on e, vencido o prazo,  *
                      * nada mais e aceito - o RECCAMP encerra e      *
                      * bloqueia o que ficou pendente.                *
                      *                                               *
                      * Cada decisao vai ao CWLOGF.                   *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT RECERT ASSIGN TO RECERT
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS RECERT-CHAVE
                  FILE STATUS   IS FL-STA-RECERT.
      *
           SELECT CWCONF ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS CONF-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FL-STA-CWCONF.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *----------------------------------------------------------------*
      *  ITENS DA CAMPANHA (GRAVADOS PELO RECCAMP)                      *
      *----------------------------------------------------------------*
       FD  RECERT
           RECORD CONTAINS 200 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-RECERT.
           03 RECERT-CHAVE.
              05 RECERT-CAMPANHA             PIC  9(008).
              05 RECERT-GESTOR               PIC  X(030).
              05 RECERT-USUARIO              PIC  X(030).
           03 RECERT-DEPT                    PIC  9(003).
           03 RECERT-EMP-NO                  PIC  9(005).
           03 RECERT-NOME                    PIC  X(008).
           03 RECERT-GRUPO                   PIC  X(022).
           03 RECERT-SITUACAO                PIC  X(001).
              88 RECERT-ABERTA                           VALUE 'A'.
              88 RECERT-ENCERRADA                        VALUE 'E'.
              88 RECERT-PENDENTE                         VALUE 'P'.
              88 RECERT-CONFIRMADO                       VALUE 'C'.
              88 RECERT-REVOGADO                         VALUE 'R'.
              88 RECERT-BLOQUEADO                        VALUE 'B'.
              88 RECERT-SEM-REVISOR                      VALUE 'S'.
           03 RECERT-PRAZO                   PIC  9(008).
           03 RECERT-DECISOR                 PIC  X(030).
           03 RECERT-DATA-DECISAO            PIC  9(008).
           03 RECERT-MOTIVO                  PIC  X(030).
           03 FILLER                         PIC  X(017).
      *
      *----------------------------------------------------------------*
      *  CADASTRO DE USUARIOS DO PRODUTO: SO A VISAO "PS" COM O         *
      *  INDICADOR DE BLOQUEIO, ESPELHANDO O LAYOUT OFICIAL             *
      *----------------------------------------------------------------*
       FD  CWCONF
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-CWCONF.
      *
       01  CONF-REG.
           03 CONF-CHAVE.
              05 CONF-TIPO                   PIC  X(002).
              05 CONF-ELEMENTO               PIC  X(030).
           03 CONF-RESTO                     PIC  X(1976).
      *
       01  CONF-REGPS REDEFINES CONF-REG.
           03 FILLER                         PIC  X(002).
           03 CONFPS-NOME                    PIC  X(030).
           03 CONFPS-NIVEL            COMP-X PIC  9(002).
           03 CONFPS-SIZE             COMP-X PIC  9(002).
           03 CONFPS-FATOR            COMP-X PIC  9(002).
           03 CONFPS-SENHA                   PIC  X(030).
           03 CONFPS-GRUPO                   PIC  X(022).
           03 CONFPS-MODO-MENU               PIC  9(001).
           03 CONFPS-PATH-SPOOL              PIC  X(030).
           03 CONFPS-PRINTER-DEFAULT         PIC  X(008).
           03 CONFPS-QUADRO                  PIC  9(001).
           03 CONFPS-SPOOL-OPTIONS           PIC  X(004).
           03 CONFPS-RELATOR-IN              PIC  9(009).
           03 CONFPS-RELATOR-OUT             PIC  9(009).
           03 CONFPS-ESTILO-FLAG             PIC  9(001).
           03 CONFPS-AUTOVIEW                PIC  9(001).
           03 CONFPS-PRINTER-DEFAULT2        PIC  X(022).
           03 CONFPS-E-MAIL                  PIC  X(042).
           03 CONFPS-SMTP                    PIC  X(042).
           03 CONFPS-SMTP-SIZE        COMP-X PIC  9(002).
           03 CONFPS-SMTP-FATOR       COMP-X PIC  9(002).
           03 CONFPS-SMTP-PASSWORD           PIC  X(020).
           03 CONFPS-DATA-SENHA       COMP-3 PIC  9(008).
           03 CONFPS-LOGIN-ERRO              PIC  9(001).
           03 CONFPS-LOGIN-LAST       COMP-3 PIC  9(008).
           03 CONFPS-BLOQUEADO               PIC  X(001).
           03 FILLER                         PIC  X(1717).
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
           03 PGMID                          PIC  X(008)    VALUE
              '#RECMNT.'.
           03 FL-STA-RECERT                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-RECERT-OK                               VALUE '00'.
              88 FL-RECERT-EOF                              VALUE '10'.
           03 FL-STA-CWCONF                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-CWCONF-OK                               VALUE '00'.
           03 LB-CWCONF                      PIC  X(255)    VALUE
              'cwconf'.
           03 WS-OPCAO                       PIC  X(001)    VALUE
              SPACE.
              88 OPCAO-FIM                                  VALUE 'F'.
           03 WS-RESPOSTA                    PIC  X(050)    VALUE
              SPACES.
           03 WS-OPERADOR                    PIC  X(030)    VALUE
              SPACES.
           03 WS-TASK                        PIC  9(006)    VALUE
              ZEROS.
           03 WS-PROGRAMA                    PIC  X(008)    VALUE
              'RECMNT'.
           03 WS-ARQUIVOS-ABERTOS            PIC  X(001)    VALUE 'N'.
              88 ARQUIVOS-ABERTOS                           VALUE 'S'.
           03 WS-TEM-CAMPANHA                PIC  X(001)    VALUE 'N'.
              88 TEM-CAMPANHA                               VALUE 'S'.
           03 WS-ACHADO                      PIC  X(001)    VALUE 'N'.
              88 ACHADO                                     VALUE 'S'.
           03 WS-CAMPANHA                    PIC  9(008)    VALUE
              ZEROS.
           03 WS-PRAZO                       PIC  9(008)    VALUE
              ZEROS.
           03 WS-DATA-HOJE                   PIC  9(008)    VALUE
              ZEROS.
           03 WS-LISTADOS             COMP-3 PIC  9(004)    VALUE
              ZEROS.
           03 WS-PENDENTES            COMP-3 PIC  9(004)    VALUE
              ZEROS.
           03 WS-DECISAO                     PIC  X(001)    VALUE
              SPACE.
              88 DECISAO-CONFIRMAR                          VALUE 'C'.
              88 DECISAO-REVOGAR                            VALUE 'R'.
           03 WS-MOTIVO                      PIC  X(030)    VALUE
              SPACES.
           03 WS-SITUACAO                    PIC  X(011)    VALUE
              SPACES.
      *
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
      *  ABRE OS ARQUIVOS E LOCALIZA A CAMPANHA ABERTA                  *
      *----------------------------------------------------------------*
       RT-INICIAR                                  SECTION.
      *
           CALL SB-CWGETU USING WS-OPERADOR WS-TASK WS-PROGRAMA '?'
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
      *
           DISPLAY 'CWCONF'    UPON ENVIRONMENT-NAME
           ACCEPT   LB-CWCONF  FROM ENVIRONMENT-VALUE
           IF  LB-CWCONF EQUAL SPACES
               MOVE 'cwconf' TO LB-CWCONF
           END-IF
      *
           OPEN I-O RECERT
           IF  NOT FL-RECERT-OK
               DISPLAY PGMID '001I- RECERT INDISPONIVEL ('
                       FL-STA-RECERT ') - NENHUMA CAMPANHA'
               SET OPCAO-FIM TO TRUE
               EXIT SECTION
           END-IF
           OPEN I-O CWCONF
           IF  NOT FL-CWCONF-OK
               DISPLAY PGMID '001I- CWCONF INDISPONIVEL ('
                       FL-STA-CWCONF ')'
               CLOSE RECERT
               SET OPCAO-FIM TO TRUE
               EXIT SECTION
           END-IF
           SET ARQUIVOS-ABERTOS TO TRUE
      *
           MOVE LOW-VALUES TO RECERT-CHAVE
           MOVE ZEROS      TO FL-STA-RECERT
           START RECERT KEY NOT LESS RECERT-CHAVE
               INVALID KEY
                   SET FL-RECERT-EOF TO TRUE
           END-START
           PERFORM UNTIL FL-RECERT-EOF
               READ RECERT NEXT RECORD
                 AT END
                    SET FL-RECERT-EOF TO TRUE
                 NOT AT END
                    IF  RECERT-GESTOR  EQUAL SPACES
                    AND RECERT-USUARIO EQUAL SPACES
                    AND RECERT-ABERTA
                        SET  TEM-CAMPANHA    TO TRUE
                        MOVE RECERT-CAMPANHA TO WS-CAMPANHA
                        MOVE RECERT-PRAZO    TO WS-PRAZO
                    END-IF
                    MOVE HIGH-VALUES TO RECERT-GESTOR
                    START RECERT KEY GREATER RECERT-CHAVE
                        INVALID KEY
                            SET FL-RECERT-EOF TO TRUE
                    END-START
               END-READ
           END-PERFORM
           MOVE ZEROS TO FL-STA-RECERT
      *
           IF  NOT TEM-CAMPANHA
               DISPLAY PGMID '002I- NENHUMA CAMPANHA DE RECERTIFICACAO'
                       ' ABERTA'
               SET OPCAO-FIM TO TRUE
               EXIT SECTION
           END-IF
           DISPLAY 'CAMPANHA DE ' WS-CAMPANHA(7:2) '/' WS-CAMPANHA(5:2)
                   '/' WS-CAMPANHA(1:4) ' - PRAZO ' WS-PRAZO(7:2) '/'
                   WS-PRAZO(5:2) '/' WS-PRAZO(1:4)
           IF  WS-DATA-HOJE GREATER WS-PRAZO
               DISPLAY PGMID '002I- PRAZO VENCIDO - SO CONSULTA'
           END-IF.
      *
       RT-INICIARX.                                EXIT.
      *----------------------------------------------------------------*
      *                    MENU DA RECERTIFICACAO                      *
      *----------------------------------------------------------------*
       RT-DIALOGO                                  SECTION.
      *
           DISPLAY ' '
           DISPLAY 'RECMNT - RECERTIFICACAO DE ACESSOS - REVISOR '
                   WS-OPERADOR
           DISPLAY '[L]ISTAR [C]ONFIRMAR [R]EVOGAR [F]IM'
           DISPLAY 'OPCAO: ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           MOVE WS-RESPOSTA(1:1) TO WS-OPCAO
           INSPECT WS-OPCAO CONVERTING 'lcrf' TO 'LCRF'
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
               WHEN 'C' PERFORM RT-DECIDIR
               WHEN 'R' PERFORM RT-DECIDIR
               WHEN 'F' CONTINUE
               WHEN OTHER
                    DISPLAY PGMID '003I- OPCAO INVALIDA'
           END-EVALUATE.
      *
       RT-DIALOGOX.                                EXIT.
      *----------------------------------------------------------------*
      *  LISTA OS SIGN-ONS DA CAMPANHA ATRIBUIDOS AO OPERADOR           *
      *----------------------------------------------------------------*
       RT-LISTAR                                   SECTION.
      *
           MOVE ZEROS       TO WS-LISTADOS WS-PENDENTES
           MOVE WS-CAMPANHA TO RECERT-CAMPANHA
           MOVE WS-OPERADOR TO RECERT-GESTOR
           MOVE LOW-VALUES  TO RECERT-USUARIO
           MOVE ZEROS       TO FL-STA-RECERT
           START RECERT KEY NOT LESS RECERT-CHAVE
               INVALID KEY
                   SET FL-RECERT-EOF TO TRUE
           END-START
           PERFORM UNTIL FL-RECERT-EOF
               READ RECERT NEXT RECORD
                 AT END
                    SET FL-RECERT-EOF TO TRUE
                 NOT AT END
                    IF  RECERT-CAMPANHA NOT EQUAL WS-CAMPANHA
                    OR  RECERT-GESTOR   NOT EQUAL WS-OPERADOR
                        SET FL-RECERT-EOF TO TRUE
                    ELSE
                        PERFORM RT-MOSTRA
                        ADD 1 TO WS-LISTADOS
                        IF  RECERT-PENDENTE
                            ADD 1 TO WS-PENDENTES
                        END-IF
                    END-IF
               END-READ
           END-PERFORM
           MOVE ZEROS TO FL-STA-RECERT
           DISPLAY PGMID '004I- ' WS-LISTADOS ' SIGN-ON(S), '
                   WS-PENDENTES ' PENDENTE(S)'.
      *
       RT-LISTARX.                                 EXIT.
      *----------------------------------------------------------------*
       RT-MOSTRA                                   SECTION.
      *
           EVALUATE TRUE
               WHEN RECERT-PENDENTE
                    MOVE 'PENDENTE'    TO WS-SITUACAO
               WHEN RECERT-CONFIRMADO
                    MOVE 'CONFIRMADO'  TO WS-SITUACAO
               WHEN RECERT-REVOGADO
                    MOVE 'REVOGADO'    TO WS-SITUACAO
               WHEN RECERT-BLOQUEADO
                    MOVE 'BLOQUEADO'   TO WS-SITUACAO
               WHEN OTHER
                    MOVE 'SEM REVISOR' TO WS-SITUACAO
           END-EVALUATE
           DISPLAY RECERT-USUARIO(1:20) ' MAT ' RECERT-EMP-NO
                   ' ' RECERT-NOME ' DEP ' RECERT-DEPT
                   ' GRUPO ' RECERT-GRUPO ' ' WS-SITUACAO
           IF  RECERT-REVOGADO
               DISPLAY '   MOTIVO: ' RECERT-MOTIVO
           END-IF.
      *
       RT-MOSTRAX.                                 EXIT.
      *----------------------------------------------------------------*
      *  CONFIRMACAO (C) OU REVOGACAO (R) DE UM SIGN-ON PENDENTE DO     *
      *  OPERADOR, DENTRO DO PRAZO                                      *
      *----------------------------------------------------------------*
       RT-DECIDIR                                  SECTION.
      *
           MOVE WS-OPCAO TO WS-DECISAO
           IF  WS-DATA-HOJE GREATER WS-PRAZO
               DISPLAY PGMID '005I- PRAZO DA CAMPANHA VENCIDO'
               EXIT SECTION
           END-IF
      *
           DISPLAY 'SIGN-ON: ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA EQUAL SPACES
               EXIT SECTION
           END-IF
           IF  WS-RESPOSTA(1:30) EQUAL WS-OPERADOR
               DISPLAY PGMID '005I- REVISOR NAO DECIDE O PROPRIO'
                       ' SIGN-ON'
               EXIT SECTION
           END-IF
      *
      *    SO O ITEM ATRIBUIDO AO PROPRIO OPERADOR E ACHADO
           MOVE WS-CAMPANHA       TO RECERT-CAMPANHA
           MOVE WS-OPERADOR       TO RECERT-GESTOR
           MOVE WS-RESPOSTA(1:30) TO RECERT-USUARIO
           READ RECERT
               INVALID KEY
                   DISPLAY PGMID '005I- SIGN-ON NAO ESTA NA SUA LISTA'
                   EXIT SECTION
           END-READ
           PERFORM RT-MOSTRA
           IF  NOT RECERT-PENDENTE
               DISPLAY PGMID '005I- SIGN-ON JA DECIDIDO'
               EXIT SECTION
           END-IF
      *
           MOVE SPACES TO WS-MOTIVO
           IF  DECISAO-REVOGAR
               DISPLAY 'MOTIVO DA REVOGACAO: ' WITH NO ADVANCING
               MOVE SPACES TO WS-RESPOSTA
               ACCEPT WS-RESPOSTA
               MOVE WS-RESPOSTA(1:30) TO WS-MOTIVO
               IF  WS-MOTIVO EQUAL SPACES
                   DISPLAY PGMID '006I- MOTIVO OBRIGATORIO NA REVOGACAO'
                   EXIT SECTION
               END-IF
           END-IF
      *
           DISPLAY 'CONFIRMA (S/N)? ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA(1:1) NOT EQUAL 'S' AND 's'
               EXIT SECTION
           END-IF
      *
           IF  DECISAO-REVOGAR
               PERFORM RT-BLOQUEAR-SIGN-ON
               IF  NOT FL-CWCONF-OK
                   EXIT SECTION
               END-IF
               SET RECERT-REVOGADO   TO TRUE
           ELSE
               SET RECERT-CONFIRMADO TO TRUE
           END-IF
           MOVE WS-OPERADOR  TO RECERT-DECISOR
           MOVE WS-DATA-HOJE TO RECERT-DATA-DECISAO
           MOVE WS-MOTIVO    TO RECERT-MOTIVO
           REWRITE REG-RECERT
               INVALID KEY
                   DISPLAY PGMID '007I- ERRO ' FL-STA-RECERT
                           ' NA REGRAVACAO DO RECERT'
               NOT INVALID KEY
                   PERFORM RT-LOGA
                   IF  RECERT-REVOGADO
                       DISPLAY PGMID '007I- ACESSO REVOGADO - SIGN-ON'
                               ' BLOQUEADO'
                   ELSE
                       DISPLAY PGMID '007I- ACESSO CONFIRMADO'
                   END-IF
           END-REWRITE.
      *
       RT-DECIDIRX.                                EXIT.
      *----------------------------------------------------------------*
      *  REVOGACAO: BLOQUEIO IMEDIATO NO CWCONF                         *
      *----------------------------------------------------------------*
       RT-BLOQUEAR-SIGN-ON                         SECTION.
      *
           MOVE 'PS'           TO CONF-TIPO
           MOVE RECERT-USUARIO TO CONF-ELEMENTO
           READ CWCONF
               INVALID KEY
      *            SIGN-ON JA EXCLUIDO: A REVOGACAO SO FICA REGISTRADA
                   MOVE '00' TO FL-STA-CWCONF
                   EXIT SECTION
           END-READ
           MOVE 'S' TO CONFPS-BLOQUEADO
           REWRITE CONF-REG
               INVALID KEY
                   DISPLAY PGMID '008I- ERRO ' FL-STA-CWCONF
                           ' AO BLOQUEAR O SIGN-ON'
           END-REWRITE.
      *
       RT-BLOQUEAR-SIGN-ONX.                       EXIT.
      *----------------------------------------------------------------*
      *  GRAVA NO CWLOGF A DECISAO COM O REVISOR E O MOTIVO             *
      *----------------------------------------------------------------*
       RT-LOGA                                     SECTION.
      *
           MOVE WS-DECISAO TO CWLOGW-FUNCTION
           MOVE SPACES TO CWLOGW-TEXT
           STRING 'RECERT ' RECERT-SITUACAO ' '
                  RECERT-USUARIO(1:25)
                  DELIMITED BY SIZE INTO CWLOGW-TEXT
           CALL SB-CWLOGW USING PARAMETROS-CWLOGW
             ON EXCEPTION
                CONTINUE
           END-CALL
      *
           MOVE SPACES TO WS-OBS
           STRING 'CAMPANHA=' RECERT-CAMPANHA
                  ' REVISOR=' WS-OPERADOR(1:25)
                  ' MOTIVO=' RECERT-MOTIVO
                  DELIMITED BY SIZE INTO WS-OBS
           MOVE '^' TO CWLOGW-FUNCTION
           CALL SB-CWLOGW USING PARAMETROS-CWLOGW WS-OBS
             ON EXCEPTION
                CONTINUE
           END-CALL.
      *
       RT-LOGAX.                                   EXIT.
      *----------------------------------------------------------------*
       RT-FINALIZAR                                SECTION.
      *
           IF  ARQUIVOS-ABERTOS
               CLOSE RECERT CWCONF
               MOVE 'N' TO WS-ARQUIVOS-ABERTOS
           END-IF.
      *
       RT-FINALIZARX.                              EXIT.
      ******************************************************************
      *                      FIM  DO  PROGRAMA                         *
      ******************************************************************
