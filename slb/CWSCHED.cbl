                      *  ESPINI/ESPFIM = relogio de SLA (HHMM): job   *
                      *  que nao comecou ate ESPINI ou nao terminou   *
                      *  ate ESPFIM dispara aviso ao operador e       *
                      *  CWMAIL na hora da quebra (e o plantao pelo   *
                      *  CWNOTIFY); o realizado de                    *
                      *  cada job vai para cwsched.sla, base do       *
                      *  relatorio mensal CWSLARPT                    *
                      *  CLASSE = classe de iniciacao (limites de     *
                      *  (cwsched.lst) com inicio, fim e RC de cada   *
                      *  job da esteira.                              *
                      *                                               *
                      *  Simbolos no COMANDO, resolvidos no disparo:  *
                      *  &DATA     data do processamento (AAAAMMDD)   *
                      *  &ANOMES   mes corrente (AAAAMM)              *
                      *  &ANOMES-1 mes anterior (AAAAMM)              *
                      *  &DIA-UTIL ordinal do dia util no mes (NN,    *
                      *            "00" fora de dia util), pelo       *
                      *            calendario de feriados do CURDATE  *
                      *  &EMPRESA  variavel EMPRESA (GRVARS)          *
                      *  Qualquer simbolo pode ser forcado no         *
                      *  cadastro cwvars (GRVARSV) pelo proprio nome  *
                      *  com o "&" (ex.: &ANOMES-1); simbolo sem      *
                      *  valor fica como esta. O comando resolvido    *
                      *  sai no cwsched.lst e no CWLOGF.              *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05 CAMPO-ESPFIM           PIC  X(004) VALUE SPACES.
           05 DATA-HOJE              PIC  9(008) VALUE ZEROS.
           05 SLA-FLAG               PIC  X(006) VALUE SPACES.
           05 POS-CMD                PIC  9(003) VALUE ZEROS.
           05 POS-RES                PIC  9(003) VALUE ZEROS.
           05 FIM-SIMB               PIC  9(003) VALUE ZEROS.
           05 ACHOU-SIMB             PIC  X(001) VALUE "N".
           05 POS-LOG                PIC  9(003) VALUE ZEROS.
           05 TAM-LOG                PIC  9(003) VALUE ZEROS.
           05 ANOMES-ANTERIOR.
              10 ANO-ANT             PIC  9(004) VALUE ZEROS.
              10 MES-ANT             PIC  9(002) VALUE ZEROS.
           05 DIA-UTIL               PIC  9(002) VALUE ZEROS.
           05 LOG-MSG                PIC  X(080) VALUE SPACES.

       01  ESTEIRA.
           05 JOBS-QTDE              PIC  9(003) VALUE ZEROS.
              10 JOB-ESP-FIM         PIC  9(004).
              10 JOB-ALARMADO        PIC  X(001).
              10 JOB-CLASSE          PIC  X(008).
              10 JOB-RESOLVIDO       PIC  X(255).

      ******************************************************************
      *    Simbolos do campo COMANDO, do nome mais longo para o mais   *
      *    curto (&ANOMES-1 antes de &ANOMES)                          *
      ******************************************************************
       01  SIMBOLOS.
           05 SIMBOLOS-QTDE          PIC  9(002) VALUE ZEROS.
           05 SIMB-TAB OCCURS 10 TIMES INDEXED BY INDSIM.
              10 SIMB-NOME           PIC  X(012).
              10 SIMB-TAM            PIC  9(002).
              10 SIMB-VALOR          PIC  X(080).
              10 SIMB-TAM-VALOR      PIC  9(002).

       01  LIMITES-DE-CLASSE.
           05 CLASSES-QTDE           PIC  9(003) VALUE ZEROS.
           05 CWINCID-RESOLUCAO      PIC  X(060) VALUE SPACES.
           05 CWINCID-STATUS         PIC  X(002) VALUE SPACES.

       01  PARAMETROS-CWNOTIFY.
           05 CWNOTIFY-FUNCAO        PIC  X(001) VALUE "E".
           05 CWNOTIFY-NUMERO        PIC  9(006) VALUE ZEROS.
           05 CWNOTIFY-ORIGEM        PIC  X(008) VALUE SPACES.
           05 CWNOTIFY-SEVER         PIC  X(001) VALUE SPACE.
           05 CWNOTIFY-ASSUNTO       PIC  X(080) VALUE SPACES.
           05 CWNOTIFY-TEXTO         PIC  X(080) VALUE SPACES.
           05 CWNOTIFY-USUARIO       PIC  X(030) VALUE SPACES.
           05 CWNOTIFY-STATUS        PIC  X(002) VALUE SPACES.

      *    Consulta do calendario de dias uteis mantido pelo CURDATE
      *    (entrada CURDATE-CALL, operacao DUTL)
       01  PARAMETROS-CURDATE.
           05 CURDATE-OPERACAO       PIC  X(004) VALUE SPACES.
           05 CURDATE-FORMATO        PIC  X(004) VALUE SPACES.
           05 CURDATE-RESULTADO      PIC  X(010) VALUE SPACES.
           05 CURDATE-DATA-BASE      PIC  9(008) VALUE ZERO.
           05 CURDATE-DIAS           PIC S9(005) VALUE ZERO.
           05 CURDATE-UTEIS          PIC  X(001) VALUE SPACE.
           05 CURDATE-FERIADOS-QTDE  PIC  9(003) VALUE ZERO.
           05 CURDATE-FERIADOS-TAB OCCURS 50 TIMES
                                     PIC  9(008).
           05 CURDATE-DATA-RESULTADO PIC  9(008) VALUE ZERO.
           05 CURDATE-DIA-SEMANA     PIC  X(003) VALUE SPACES.

       01  PARAMETROS-GRVARS.
           05 GRVARS-NOME            PIC  X(012) VALUE SPACES.
           05 GRVARS-CONTEUDO        PIC  X(080) VALUE SPACES.

       01  PARAMETROS-CWEXEC.
           05 CWEXEC-COMMAND         PIC  X(255) VALUE SPACES.
           05 CWEXEC-RETORNO         PIC  9(003) VALUE ZEROS.
       000-INICIO.

           PERFORM 810-CARREGA-CLASSES THRU 810-99-FIM
           PERFORM 820-CARREGA-SIMBOLOS THRU 820-99-FIM
           PERFORM 800-CARREGA-DEFINICAO THRU 800-99-FIM
           IF  JOBS-QTDE = ZEROS
               DISPLAY "CWSCHED: nenhum job definido em "
           MOVE "R" TO JOB-STATUS (INDJOB)
           PERFORM 400-GRAVA-ESTADO THRU 400-99-FIM

      *    simbolos resolvidos no disparo; o comando que de fato roda
      *    fica no CWLOGF
           PERFORM 170-RESOLVE-SIMBOLOS THRU 170-99-FIM
           PERFORM 175-LOGA-COMANDO THRU 175-99-FIM

           MOVE SPACES TO PARAMETROS-CWEXEC
           MOVE JOB-RESOLVIDO (INDJOB) TO CWEXEC-COMMAND
           SET  CWEXEC-NOWARNING TO TRUE
           MOVE ZEROS TO CWEXEC-RETORNO
           CALL "CWEXEC" USING PARAMETROS-CWEXEC
           ON EXCEPTION
              CALL "SYSTEM" USING JOB-RESOLVIDO (INDJOB)
              MOVE RETURN-CODE TO CWEXEC-RETORNO
              MOVE ZERO        TO RETURN-CODE
           END-CALL
      *        fotografia da falha no registro de incidentes
               MOVE "G"                  TO CWINCID-FUNCTION
               MOVE JOB-NOME (INDJOB)    TO CWINCID-ORIGEM
               MOVE JOB-RESOLVIDO (INDJOB) TO CWINCID-COMANDO
               MOVE CWEXEC-RETORNO       TO CWINCID-RC
               MOVE SPACES               TO CWINCID-CONSOLE
               STRING "INICIO " JOB-INICIO (INDJOB) (1: 6)
           CALL "CWMAIL" USING PARAMETROS-CWMAIL
             ON EXCEPTION
                CONTINUE
           END-CALL
           MOVE "E"                   TO CWNOTIFY-FUNCAO
           MOVE "CWSCHED"             TO CWNOTIFY-ORIGEM
           MOVE "A"                   TO CWNOTIFY-SEVER
           MOVE CWMAIL-SUBJECT        TO CWNOTIFY-ASSUNTO
           MOVE CWMAIL-TEXT           TO CWNOTIFY-TEXTO
           CALL "CWNOTIFY" USING PARAMETROS-CWNOTIFY
             ON EXCEPTION
                CONTINUE
           END-CALL.

       155-99-FIM. EXIT.

       160-99-FIM. EXIT.

      ******************************************************************
      *    Troca cada &SIMBOLO do comando pelo seu valor; "&" que nao  *
      *    casa com simbolo conhecido (ou simbolo sem valor) e copiado *
      *    como esta                                                   *
      ******************************************************************
       170-RESOLVE-SIMBOLOS.

           MOVE SPACES TO JOB-RESOLVIDO (INDJOB)
           MOVE 1      TO POS-RES
           PERFORM VARYING POS-CMD FROM 1 BY 1
                     UNTIL POS-CMD > 255
                        OR POS-RES > 255
               MOVE "N" TO ACHOU-SIMB
               IF  JOB-COMANDO (INDJOB) (POS-CMD: 1) = "&"
                   PERFORM VARYING INDSIM FROM 1 BY 1
                             UNTIL INDSIM > SIMBOLOS-QTDE
                                OR ACHOU-SIMB = "S"
                       COMPUTE FIM-SIMB = POS-CMD + SIMB-TAM (INDSIM)
                       IF  FIM-SIMB NOT > 255
                       AND SIMB-TAM-VALOR (INDSIM) > ZEROS
                       AND JOB-COMANDO (INDJOB)
                           (POS-CMD + 1: SIMB-TAM (INDSIM)) =
                           SIMB-NOME (INDSIM) (1: SIMB-TAM (INDSIM))
                       AND POS-RES + SIMB-TAM-VALOR (INDSIM) NOT > 256
                           MOVE SIMB-VALOR (INDSIM)
                                (1: SIMB-TAM-VALOR (INDSIM))
                             TO JOB-RESOLVIDO (INDJOB)
                                (POS-RES: SIMB-TAM-VALOR (INDSIM))
                           ADD  SIMB-TAM-VALOR (INDSIM) TO POS-RES
                           ADD  SIMB-TAM (INDSIM)       TO POS-CMD
                           MOVE "S" TO ACHOU-SIMB
                       END-IF
                   END-PERFORM
               END-IF
               IF  ACHOU-SIMB = "N"
                   MOVE JOB-COMANDO (INDJOB) (POS-CMD: 1)
                     TO JOB-RESOLVIDO (INDJOB) (POS-RES: 1)
                   ADD  1 TO POS-RES
               END-IF
           END-PERFORM.

       170-99-FIM. EXIT.

      ******************************************************************
      *    Comando resolvido no CWLOGF, em pedacos de 64 posicoes      *
      ******************************************************************
       175-LOGA-COMANDO.

           MOVE 1 TO POS-LOG
           PERFORM UNTIL POS-LOG > 255
               IF  JOB-RESOLVIDO (INDJOB) (POS-LOG: ) = SPACES
                   EXIT PERFORM
               END-IF
               MOVE 64 TO TAM-LOG
               IF  POS-LOG + TAM-LOG > 256
                   COMPUTE TAM-LOG = 256 - POS-LOG
               END-IF
               MOVE SPACES TO LOG-MSG
               STRING "Job " JOB-NOME (INDJOB) " "
                      JOB-RESOLVIDO (INDJOB) (POS-LOG: TAM-LOG)
                      DELIMITED BY SIZE INTO LOG-MSG
               CALL "CWLOGW" USING "^" LOG-MSG
                 ON EXCEPTION
                    CONTINUE
               END-CALL
               ADD TAM-LOG TO POS-LOG
           END-PERFORM.

       175-99-FIM. EXIT.

       130-CONTA-PENDENTES.

           MOVE ZEROS TO PENDENTES
                      DELIMITED BY SIZE INTO RELATO-REG
               WRITE RELATO-REG
               DISPLAY RELATO-REG
               IF  JOB-INICIO (INDJOB) NOT = SPACES
                   PERFORM 310-RELATA-COMANDO THRU 310-99-FIM
               END-IF
               IF  JOB-MAX-MIN (INDJOB) NOT = ZEROS
               AND JOB-FIM (INDJOB) NOT = SPACES
               AND JOB-INICIO (INDJOB) NOT = SPACES

       300-99-FIM. EXIT.

      ******************************************************************
      *    Comando efetivamente disparado, ja com os simbolos          *
      *    resolvidos, em linhas de 110 posicoes                       *
      ******************************************************************
       310-RELATA-COMANDO.

           MOVE 1 TO POS-LOG
           PERFORM UNTIL POS-LOG > 255
               IF  JOB-RESOLVIDO (INDJOB) (POS-LOG: ) = SPACES
                   EXIT PERFORM
               END-IF
               MOVE 110 TO TAM-LOG
               IF  POS-LOG + TAM-LOG > 256
                   COMPUTE TAM-LOG = 256 - POS-LOG
               END-IF
               MOVE SPACES TO RELATO-REG
               IF  POS-LOG = 1
                   MOVE "    CMD" TO RELATO-REG
               END-IF
               MOVE JOB-RESOLVIDO (INDJOB) (POS-LOG: TAM-LOG)
                 TO RELATO-REG (9: TAM-LOG)
               WRITE RELATO-REG
               DISPLAY RELATO-REG
               ADD TAM-LOG TO POS-LOG
           END-PERFORM.

       310-99-FIM. EXIT.

      ******************************************************************
      *    Regrava o estado vivo da esteira para o painel (CWBOARD)    *
      ******************************************************************

       810-99-FIM. EXIT.

      ******************************************************************
      *    Valores dos simbolos para toda a esteira: data do           *
      *    processamento, dia util pelo CURDATE e EMPRESA pelo GRVARS; *
      *    o cadastro cwvars pode forcar qualquer um pelo nome "&..."  *
      ******************************************************************
       820-CARREGA-SIMBOLOS.

           ACCEPT DATA-HOJE FROM DATE YYYYMMDD
           MOVE DATA-HOJE (1: 4) TO ANO-ANT
           MOVE DATA-HOJE (5: 2) TO MES-ANT
           IF  MES-ANT = 1
               MOVE 12 TO MES-ANT
               SUBTRACT 1 FROM ANO-ANT
           ELSE
               SUBTRACT 1 FROM MES-ANT
           END-IF

           MOVE "DUTL"    TO CURDATE-OPERACAO
           MOVE DATA-HOJE TO CURDATE-DATA-BASE
           MOVE 0         TO CURDATE-FERIADOS-QTDE
           MOVE 0         TO CURDATE-DIAS
           CALL "CURDATE-CALL" USING PARAMETROS-CURDATE
             ON EXCEPTION
                MOVE 0 TO CURDATE-DIAS
           END-CALL
           MOVE CURDATE-DIAS TO DIA-UTIL

           MOVE SPACES           TO PARAMETROS-GRVARS
           MOVE "EMPRESA"        TO GRVARS-NOME
           CALL "GRVARS" USING PARAMETROS-GRVARS
             ON EXCEPTION
                MOVE SPACES TO GRVARS-CONTEUDO
           END-CALL

           MOVE 5                TO SIMBOLOS-QTDE
           MOVE "ANOMES-1"       TO SIMB-NOME  (1)
           MOVE 8                TO SIMB-TAM   (1)
           MOVE ANOMES-ANTERIOR  TO SIMB-VALOR (1)
           MOVE "DIA-UTIL"       TO SIMB-NOME  (2)
           MOVE 8                TO SIMB-TAM   (2)
           MOVE DIA-UTIL         TO SIMB-VALOR (2)
           MOVE "EMPRESA"        TO SIMB-NOME  (3)
           MOVE 7                TO SIMB-TAM   (3)
           MOVE GRVARS-CONTEUDO  TO SIMB-VALOR (3)
           MOVE "ANOMES"         TO SIMB-NOME  (4)
           MOVE 6                TO SIMB-TAM   (4)
           MOVE DATA-HOJE (1: 6) TO SIMB-VALOR (4)
           MOVE "DATA"           TO SIMB-NOME  (5)
           MOVE 4                TO SIMB-TAM   (5)
           MOVE DATA-HOJE        TO SIMB-VALOR (5)

           PERFORM VARYING INDSIM FROM 1 BY 1
                     UNTIL INDSIM > SIMBOLOS-QTDE
               MOVE SPACES TO PARAMETROS-GRVARS
               STRING "&" SIMB-NOME (INDSIM)
                      DELIMITED BY SPACE INTO GRVARS-NOME
               CALL "GRVARS" USING PARAMETROS-GRVARS
                 ON EXCEPTION
                    MOVE SPACES TO GRVARS-CONTEUDO
               END-CALL
               IF  GRVARS-CONTEUDO NOT = SPACES
                   MOVE GRVARS-CONTEUDO TO SIMB-VALOR (INDSIM)
               END-IF
               PERFORM VARYING SIMB-TAM-VALOR (INDSIM) FROM 80 BY -1
                         UNTIL SIMB-TAM-VALOR (INDSIM) = ZEROS
                            OR SIMB-VALOR (INDSIM)
                               (SIMB-TAM-VALOR (INDSIM): 1) NOT = SPACE
                   CONTINUE
               END-PERFORM
               DISPLAY "CWSCHED: &" SIMB-NOME (INDSIM)
                       " = " SIMB-VALOR (INDSIM) (1: 40)
           END-PERFORM.

       820-99-FIM. EXIT.

       800-CARREGA-DEFINICAO.

           DISPLAY "CWSCHEDDEF"  UPON ENVIRONMENT-NAME
