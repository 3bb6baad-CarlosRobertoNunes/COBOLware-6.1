       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CWNOTIFY.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  01/09/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Aviso ao plantao: o CWALERT, o relogio de    *
                      *  SLA do CWSCHED e o CWINCID chamam este       *
                      *  modulo junto com o CWMAIL, e o aviso vai     *
                      *  para quem esta de plantao na hora, por SMS   *
                      *  (gateway da variavel CWNOTIFY-SMS) ou por    *
                      *  webhook de chat (Teams/Slack), ambos pelo    *
                      *  CWHTTP, ou ainda por e-mail.                 *
                      *                                               *
                      *  Escala de plantao (cwescala.def, ou a        *
                      *  variavel CWESCALA):                          *
                      *                                               *
                      *  DIAS;INICIO;FIM;NIVEL;NOME;CANAL;DESTINO     *
                      *   DIAS    "*" todo dia, digitos do dia da     *
                      *           semana (1=segunda ... 7=domingo,    *
                      *           ex.: 12345) ou uma data AAAAMMDD    *
                      *   INICIO/FIM  HHMM (FIM menor que INICIO =    *
                      *           vira a meia-noite; vazio = o dia    *
                      *           todo)                               *
                      *   NIVEL   1 = primeiro acionado, 2 = quem     *
                      *           assume se o 1 nao reconhecer ...    *
                      *   CANAL   S=SMS W=webhook M=e-mail            *
                      *   DESTINO telefone, URL do webhook ou e-mail  *
                      *                                               *
                      *  Funcoes (CWNOTIFY-FUNCAO):                   *
                      *   E  envia o aviso ao nivel mais baixo de     *
                      *      plantao e devolve o numero               *
                      *   R  reconhece o aviso do numero dado         *
                      *   V  escalona: aviso sem reconhecimento ha    *
                      *      CWNOTIFY-ESCALA minutos (padrao 15)      *
                      *      vai ao proximo nivel de plantao; sem     *
                      *      proximo nivel, fica ESGOTADO e o         *
                      *      operador recebe o CWMAIL                 *
                      *                                               *
                      *  Os avisos ficam no cwnotify (indexado por    *
                      *  numero) e cada envio e reconhecimento vai    *
                      *  para o CWLOGF (CWLOGW). O CWONCALL e o       *
                      *  comando de reconhecimento e de escalonamento *
                      *  periodico.                                   *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT AVISO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS AVI-NUMERO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-AVISO.

           SELECT ESCALA ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FS-ESCALA.

           SELECT CORPO ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FS-CORPO.

       DATA DIVISION.
       FILE SECTION.

       FD  AVISO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-AVISO.

       01  AVISO-REG.
           05 AVI-NUMERO             PIC  9(006).
           05 AVI-DATA               PIC  9(008).
           05 AVI-HORA               PIC  9(006).
           05 AVI-ORIGEM             PIC  X(008).
           05 AVI-SEVER              PIC  X(001).
           05 AVI-ASSUNTO            PIC  X(080).
           05 AVI-TEXTO              PIC  X(080).
           05 AVI-NIVEL              PIC  9(001).
           05 AVI-NOME               PIC  X(020).
           05 AVI-ENVIO-MIN          PIC  9(009).
           05 AVI-ENVIOS             PIC  9(003).
           05 AVI-SITUACAO           PIC  X(001).
              88 AVI-PENDENTE                    VALUE "P".
              88 AVI-RECONHECIDO                 VALUE "R".
              88 AVI-ESGOTADO                    VALUE "E".
           05 AVI-RECONHECIDO-POR    PIC  X(030).
           05 AVI-RECONHECIDO-EM     PIC  9(014).
           05 FILLER                 PIC  X(020).

       FD  ESCALA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-ESCALA.

       01  ESCALA-REG                PIC  X(200).

       FD  CORPO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "cwnotify.json".

       01  CORPO-REG                 PIC  X(250).

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO.
           05 FS-AVISO               PIC  X(002) VALUE "00".
           05 LB-AVISO               PIC  X(255) VALUE "cwnotify".
           05 FS-ESCALA              PIC  X(002) VALUE "00".
           05 LB-ESCALA              PIC  X(255) VALUE "cwescala.def".
           05 FS-CORPO               PIC  X(002) VALUE "00".
           05 ABERTO                 PIC  9(001) VALUE 0.
           05 URL-SMS                PIC  X(256) VALUE SPACES.
           05 ESCALA-ENV             PIC  X(004) VALUE SPACES.
           05 ESCALA-MIN             PIC  9(004) VALUE 15.
           05 DATA-HOJE              PIC  9(008) VALUE ZEROS.
           05 HORA-AGORA             PIC  X(008) VALUE SPACES.
           05 HORA-HHMM              PIC  9(004) VALUE ZEROS.
           05 DIA-SEMANA             PIC  9(001) VALUE ZEROS.
           05 DIA-SEMANA-X REDEFINES DIA-SEMANA
                                     PIC  X(001).
           05 DIAS-CORRIDOS          PIC  9(009) VALUE ZEROS.
           05 AGORA-MIN              PIC  9(009) VALUE ZEROS.
           05 NIVEL-ATUAL            PIC  9(001) VALUE ZEROS.
           05 NIVEL-ACHADO           PIC  9(001) VALUE ZEROS.
           05 NOME-ACHADO            PIC  X(020) VALUE SPACES.
           05 DE-PLANTAO             PIC  X(001) VALUE "N".
           05 OCORRENCIAS            PIC  9(003) VALUE ZEROS.
           05 ENVIADOS               PIC  9(003) VALUE ZEROS.
           05 MENSAGEM               PIC  X(200) VALUE SPACES.
           05 TAM-MENSAGEM           PIC  9(003) VALUE ZEROS.
           05 I                      PIC  9(003) VALUE ZEROS.
           05 ED-MINUTOS             PIC  ZZZ9.
           05 CAMPO-DIAS             PIC  X(010) VALUE SPACES.
           05 CAMPO-INICIO           PIC  X(004) VALUE SPACES.
           05 CAMPO-FIM              PIC  X(004) VALUE SPACES.
           05 CAMPO-NIVEL            PIC  X(001) VALUE SPACE.
           05 CAMPO-NOME             PIC  X(020) VALUE SPACES.
           05 CAMPO-CANAL            PIC  X(001) VALUE SPACE.
           05 CAMPO-DESTINO          PIC  X(100) VALUE SPACES.

       01  ESCALA-TABELA.
           05 ESCALA-QTDE            PIC  9(003) VALUE ZEROS.
           05 ESC-TAB OCCURS 100 TIMES INDEXED BY INDESC.
              10 ESC-DIAS            PIC  X(010).
              10 ESC-INICIO          PIC  9(004).
              10 ESC-FIM             PIC  9(004).
              10 ESC-NIVEL           PIC  9(001).
              10 ESC-NOME            PIC  X(020).
              10 ESC-CANAL           PIC  X(001).
                 88 ESC-SMS                      VALUE "S".
                 88 ESC-WEBHOOK                  VALUE "W".
                 88 ESC-EMAIL                    VALUE "M".
              10 ESC-DESTINO         PIC  X(100).

       01  PARAMETROS-CWLOGW.
           05 CWLOGW-FUNCTION        PIC  X(001) VALUE SPACE.
           05 CWLOGW-TEXT            PIC  X(035) VALUE SPACES.

       01  PARAMETROS-CWHTTP.
           05 CWHTTP-METHOD          PIC  X(004) VALUE SPACES.
           05 CWHTTP-URL             PIC  X(256) VALUE SPACES.
           05 CWHTTP-BODY-FILE       PIC  X(255) VALUE SPACES.
           05 CWHTTP-RESPONSE-FILE   PIC  X(255) VALUE SPACES.
           05 CWHTTP-TIMEOUT         PIC  9(005) VALUE 30.
           05 CWHTTP-STATUS          PIC  9(003) VALUE ZEROS.
           05 CWHTTP-FAILURE-REASON  PIC  X(060) VALUE SPACES.

       01  PARAMETROS-CWMAIL.
           05 CWMAIL-TO              PIC  X(080) VALUE SPACES.
           05 CWMAIL-FROM            PIC  X(080) VALUE SPACES.
           05 CWMAIL-SUBJECT         PIC  X(080) VALUE SPACES.
           05 CWMAIL-TEXT            PIC  X(080) VALUE SPACES.
           05 CWMAIL-REPORT          PIC  X(255) VALUE SPACES.
           05 CWMAIL-SERVER          PIC  X(060) VALUE SPACES.
           05 CWMAIL-PORT            PIC  X(005) VALUE SPACES.
           05 CWMAIL-PASSWORD        PIC  X(030) VALUE SPACES.
           05 CWMAIL-USER            PIC  X(080) VALUE SPACES.
           05 CWMAIL-SSL-FLAG        PIC  X(001) VALUE SPACE.
           05 CWMAIL-AUT-FLAG        PIC  X(001) VALUE SPACE.
           05 CWMAIL-QUIET           PIC  X(001) VALUE SPACE.
           05 CWMAIL-ATTACHES        PIC  X(255) VALUE SPACES.
      *    o layout oficial e o do copybook CWMAIL do produto; a
      *    folga garante que o CWMAIL nunca acesse alem desta area
           05 FILLER                 PIC  X(2048) VALUE SPACES.

       LINKAGE SECTION.

       01  PARAMETROS-CWNOTIFY.
           05 CWNOTIFY-FUNCAO        PIC  X(001).
           05 CWNOTIFY-NUMERO        PIC  9(006).
           05 CWNOTIFY-ORIGEM        PIC  X(008).
           05 CWNOTIFY-SEVER         PIC  X(001).
           05 CWNOTIFY-ASSUNTO       PIC  X(080).
           05 CWNOTIFY-TEXTO         PIC  X(080).
           05 CWNOTIFY-USUARIO       PIC  X(030).
           05 CWNOTIFY-STATUS        PIC  X(002).

       PROCEDURE DIVISION USING PARAMETROS-CWNOTIFY.

       000-INICIO.

           MOVE "00" TO CWNOTIFY-STATUS

           IF  ABERTO = 0
               DISPLAY "CWNOTIFY"    UPON ENVIRONMENT-NAME
               ACCEPT  LB-AVISO      FROM ENVIRONMENT-VALUE
               IF  LB-AVISO = SPACES
                   MOVE "cwnotify" TO LB-AVISO
               END-IF
               OPEN I-O AVISO
               IF  FS-AVISO = "35"
                   OPEN OUTPUT AVISO
                   CLOSE AVISO
                   OPEN I-O AVISO
               END-IF
               IF  FS-AVISO > "09"
                   MOVE FS-AVISO TO CWNOTIFY-STATUS
                   GOBACK
               END-IF
               DISPLAY "CWNOTIFY-SMS" UPON ENVIRONMENT-NAME
               ACCEPT  URL-SMS        FROM ENVIRONMENT-VALUE
               DISPLAY "CWNOTIFY-ESCALA" UPON ENVIRONMENT-NAME
               ACCEPT  ESCALA-ENV        FROM ENVIRONMENT-VALUE
               IF  ESCALA-ENV IS NUMERIC
               AND ESCALA-ENV NOT = SPACES
                   MOVE ESCALA-ENV TO ESCALA-MIN
               END-IF
               MOVE 1 TO ABERTO
           END-IF

      *    a escala e relida a cada chamada: troca de plantao vale
      *    sem derrubar quem esta chamando
           PERFORM 800-CARREGA-ESCALA THRU 800-99-FIM
           PERFORM 810-AGORA          THRU 810-99-FIM

           EVALUATE CWNOTIFY-FUNCAO
               WHEN "E"
                    PERFORM 100-ENVIA      THRU 100-99-FIM
               WHEN "R"
                    PERFORM 200-RECONHECE  THRU 200-99-FIM
               WHEN "V"
                    PERFORM 300-ESCALONA   THRU 300-99-FIM
               WHEN OTHER
                    MOVE "99" TO CWNOTIFY-STATUS
           END-EVALUATE.

       000-99-FIM. GOBACK.

      ******************************************************************
      *    Aviso novo: numero = ultimo + 1, vai ao primeiro nivel de   *
      *    plantao na hora                                             *
      ******************************************************************
       100-ENVIA.

           MOVE ZEROS TO NIVEL-ATUAL
           PERFORM 400-PLANTAO THRU 400-99-FIM
           IF  NIVEL-ACHADO = ZEROS
               MOVE "SP" TO CWNOTIFY-STATUS
               MOVE "^"  TO CWLOGW-FUNCTION
               MOVE SPACES TO CWLOGW-TEXT
               STRING "Aviso " CWNOTIFY-ORIGEM " sem plantao"
                      DELIMITED BY SIZE INTO CWLOGW-TEXT
               PERFORM 700-LOGA THRU 700-99-FIM
               GO TO 100-99-FIM
           END-IF

           MOVE 999999 TO AVI-NUMERO
           START AVISO KEY NOT GREATER AVI-NUMERO
           READ AVISO PREVIOUS RECORD
           IF  FS-AVISO < "10"
               COMPUTE CWNOTIFY-NUMERO = AVI-NUMERO + 1
           ELSE
               MOVE 1 TO CWNOTIFY-NUMERO
           END-IF

           MOVE SPACES              TO AVISO-REG
           MOVE CWNOTIFY-NUMERO     TO AVI-NUMERO
           MOVE DATA-HOJE           TO AVI-DATA
           MOVE HORA-AGORA (1: 6)   TO AVI-HORA
           MOVE CWNOTIFY-ORIGEM     TO AVI-ORIGEM
           MOVE CWNOTIFY-SEVER      TO AVI-SEVER
           MOVE CWNOTIFY-ASSUNTO    TO AVI-ASSUNTO
           MOVE CWNOTIFY-TEXTO      TO AVI-TEXTO
           MOVE ZEROS               TO AVI-ENVIOS AVI-RECONHECIDO-EM
           MOVE "P"                 TO AVI-SITUACAO
           PERFORM 500-DISPARA THRU 500-99-FIM
           WRITE AVISO-REG
           IF  FS-AVISO > "09"
               MOVE FS-AVISO TO CWNOTIFY-STATUS
           END-IF.

       100-99-FIM. EXIT.

      ******************************************************************
      *    Reconhecimento: encerra o escalonamento do aviso            *
      ******************************************************************
       200-RECONHECE.

           MOVE CWNOTIFY-NUMERO TO AVI-NUMERO
           READ AVISO
           IF  FS-AVISO > "09"
               MOVE "23" TO CWNOTIFY-STATUS
               GO TO 200-99-FIM
           END-IF
           IF  AVI-RECONHECIDO
               MOVE "JR" TO CWNOTIFY-STATUS
               GO TO 200-99-FIM
           END-IF
           MOVE "R"               TO AVI-SITUACAO
           MOVE CWNOTIFY-USUARIO  TO AVI-RECONHECIDO-POR
           MOVE DATA-HOJE         TO AVI-RECONHECIDO-EM (1: 8)
           MOVE HORA-AGORA (1: 6) TO AVI-RECONHECIDO-EM (9: 6)
           REWRITE AVISO-REG
           IF  FS-AVISO > "09"
               MOVE FS-AVISO TO CWNOTIFY-STATUS
               GO TO 200-99-FIM
           END-IF
           MOVE "^" TO CWLOGW-FUNCTION
           MOVE SPACES TO CWLOGW-TEXT
           STRING "Aviso " AVI-NUMERO " ok p/ "
                  CWNOTIFY-USUARIO (1: 16)
                  DELIMITED BY SIZE INTO CWLOGW-TEXT
           PERFORM 700-LOGA THRU 700-99-FIM.

       200-99-FIM. EXIT.

      ******************************************************************
      *    Escalonamento dos avisos pendentes ha ESCALA-MIN minutos    *
      ******************************************************************
       300-ESCALONA.

           MOVE ZEROS TO AVI-NUMERO
           START AVISO KEY NOT < AVI-NUMERO
           PERFORM UNTIL FS-AVISO > "09"
               READ AVISO NEXT RECORD
               IF  FS-AVISO < "10"
               AND AVI-PENDENTE
               AND AGORA-MIN - AVI-ENVIO-MIN NOT < ESCALA-MIN
                   PERFORM 310-PROXIMO-NIVEL THRU 310-99-FIM
               END-IF
           END-PERFORM
           MOVE "00" TO FS-AVISO.

       300-99-FIM. EXIT.

       310-PROXIMO-NIVEL.

           MOVE AVI-NIVEL TO NIVEL-ATUAL
           PERFORM 400-PLANTAO THRU 400-99-FIM
           IF  NIVEL-ACHADO NOT = ZEROS
               PERFORM 500-DISPARA THRU 500-99-FIM
           ELSE
               MOVE "E" TO AVI-SITUACAO
               COMPUTE ED-MINUTOS = AGORA-MIN - AVI-ENVIO-MIN
               DISPLAY "CWNOTIFY: aviso " AVI-NUMERO
                       " sem reconhecimento no ultimo nivel ("
                       AVI-NOME ") ha " ED-MINUTOS " min"
               MOVE "^" TO CWLOGW-FUNCTION
               MOVE SPACES TO CWLOGW-TEXT
               STRING "Aviso " AVI-NUMERO " esgotado N" AVI-NIVEL
                      DELIMITED BY SIZE INTO CWLOGW-TEXT
               PERFORM 700-LOGA THRU 700-99-FIM
               MOVE "@CWOPERMAIL" TO CWMAIL-TO
               MOVE SPACES TO CWMAIL-SUBJECT CWMAIL-TEXT
               STRING "PLANTAO NAO RESPONDEU - AVISO " AVI-NUMERO
                      DELIMITED BY SIZE INTO CWMAIL-SUBJECT
               MOVE AVI-ASSUNTO TO CWMAIL-TEXT
               CALL "CWMAIL" USING PARAMETROS-CWMAIL
                 ON EXCEPTION
                    CONTINUE
               END-CALL
           END-IF
           REWRITE AVISO-REG.

       310-99-FIM. EXIT.

      ******************************************************************
      *    Menor nivel de plantao acima de NIVEL-ATUAL na hora         *
      ******************************************************************
       400-PLANTAO.

           MOVE ZEROS  TO NIVEL-ACHADO
           MOVE SPACES TO NOME-ACHADO
           PERFORM VARYING INDESC FROM 1 BY 1
                     UNTIL INDESC > ESCALA-QTDE
               IF  ESC-NIVEL (INDESC) > NIVEL-ATUAL
               AND (NIVEL-ACHADO = ZEROS
                    OR ESC-NIVEL (INDESC) < NIVEL-ACHADO)
                   PERFORM 410-DE-PLANTAO THRU 410-99-FIM
                   IF  DE-PLANTAO = "S"
                       MOVE ESC-NIVEL (INDESC) TO NIVEL-ACHADO
                       MOVE ESC-NOME (INDESC)  TO NOME-ACHADO
                   END-IF
               END-IF
           END-PERFORM.

       400-99-FIM. EXIT.

       410-DE-PLANTAO.

           MOVE "N" TO DE-PLANTAO
           EVALUATE TRUE
               WHEN ESC-DIAS (INDESC) = "*"
                    CONTINUE
               WHEN ESC-DIAS (INDESC) (1: 8) IS NUMERIC
                AND ESC-DIAS (INDESC) (9: 2) = SPACES
                    IF  ESC-DIAS (INDESC) (1: 8) NOT = DATA-HOJE
                        GO TO 410-99-FIM
                    END-IF
               WHEN OTHER
                    MOVE ZEROS TO OCORRENCIAS
                    INSPECT ESC-DIAS (INDESC) TALLYING OCORRENCIAS
                            FOR ALL DIA-SEMANA-X
                    IF  OCORRENCIAS = ZEROS
                        GO TO 410-99-FIM
                    END-IF
           END-EVALUATE
           IF  ESC-INICIO (INDESC) NOT > ESC-FIM (INDESC)
               IF  HORA-HHMM < ESC-INICIO (INDESC)
               OR  HORA-HHMM NOT < ESC-FIM (INDESC)
                   GO TO 410-99-FIM
               END-IF
           ELSE
      *        turno que vira a meia-noite (ex.: 1800-0800)
               IF  HORA-HHMM < ESC-INICIO (INDESC)
               AND HORA-HHMM NOT < ESC-FIM (INDESC)
                   GO TO 410-99-FIM
               END-IF
           END-IF
           MOVE "S" TO DE-PLANTAO.

       410-99-FIM. EXIT.

      ******************************************************************
      *    Envia o aviso corrente a todos do NIVEL-ACHADO de plantao   *
      ******************************************************************
       500-DISPARA.

           MOVE NIVEL-ACHADO TO AVI-NIVEL
           MOVE NOME-ACHADO  TO AVI-NOME
           MOVE AGORA-MIN    TO AVI-ENVIO-MIN
           ADD  1            TO AVI-ENVIOS

           MOVE SPACES TO MENSAGEM
           STRING "[" AVI-SEVER "] " AVI-ORIGEM " AVISO " AVI-NUMERO
                  ": " AVI-ASSUNTO
                  DELIMITED BY SIZE INTO MENSAGEM
           PERFORM 510-APARA THRU 510-99-FIM
           IF  AVI-TEXTO NOT = SPACES
               STRING " - " AVI-TEXTO
                      DELIMITED BY SIZE INTO MENSAGEM
                      WITH POINTER TAM-MENSAGEM
               PERFORM 510-APARA THRU 510-99-FIM
           END-IF
           STRING " (reconhecer: CWONCALL " AVI-NUMERO ")"
                  DELIMITED BY SIZE INTO MENSAGEM
                  WITH POINTER TAM-MENSAGEM
           PERFORM 510-APARA THRU 510-99-FIM
      *    o corpo JSON nao pode levar aspas nem barra invertida soltas
           INSPECT MENSAGEM REPLACING ALL QUOTE BY "'"
           INSPECT MENSAGEM REPLACING ALL "\"   BY "/"

           MOVE ZEROS TO ENVIADOS
           PERFORM VARYING INDESC FROM 1 BY 1
                     UNTIL INDESC > ESCALA-QTDE
               IF  ESC-NIVEL (INDESC) = NIVEL-ACHADO
                   PERFORM 410-DE-PLANTAO THRU 410-99-FIM
                   IF  DE-PLANTAO = "S"
                       PERFORM 520-CANAL THRU 520-99-FIM
                   END-IF
               END-IF
           END-PERFORM

           DISPLAY "CWNOTIFY: aviso " AVI-NUMERO " nivel " AVI-NIVEL
                   " para " AVI-NOME " - " ENVIADOS " envio(s)".

       500-99-FIM. EXIT.

      *    TAM-MENSAGEM fica na primeira posicao livre da mensagem
       510-APARA.

           PERFORM VARYING I FROM 200 BY -1
                     UNTIL I < 1 OR MENSAGEM (I: 1) NOT = SPACE
               CONTINUE
           END-PERFORM
           COMPUTE TAM-MENSAGEM = I + 1.

       510-99-FIM. EXIT.

       520-CANAL.

           MOVE ZEROS  TO CWHTTP-STATUS
           MOVE SPACES TO CWHTTP-FAILURE-REASON
           COMPUTE I = TAM-MENSAGEM - 1
           EVALUATE TRUE
               WHEN ESC-SMS (INDESC)
                    IF  URL-SMS = SPACES
                        MOVE 599 TO CWHTTP-STATUS
                        MOVE "CWNOTIFY-SMS NAO DEFINIDA"
                          TO CWHTTP-FAILURE-REASON
                    ELSE
                        MOVE SPACES TO CORPO-REG
                        STRING "{" QUOTE "to" QUOTE ":" QUOTE
                               ESC-DESTINO (INDESC)
                               DELIMITED BY SPACE
                               QUOTE "," QUOTE "text" QUOTE ":" QUOTE
                               MENSAGEM (1: I)
                               QUOTE "}"
                               DELIMITED BY SIZE INTO CORPO-REG
                        MOVE URL-SMS TO CWHTTP-URL
                        PERFORM 530-POST THRU 530-99-FIM
                    END-IF
               WHEN ESC-WEBHOOK (INDESC)
                    MOVE SPACES TO CORPO-REG
                    STRING "{" QUOTE "text" QUOTE ":" QUOTE
                           MENSAGEM (1: I)
                           QUOTE "}"
                           DELIMITED BY SIZE INTO CORPO-REG
                    MOVE ESC-DESTINO (INDESC) TO CWHTTP-URL
                    PERFORM 530-POST THRU 530-99-FIM
               WHEN ESC-EMAIL (INDESC)
                    MOVE ESC-DESTINO (INDESC) TO CWMAIL-TO
                    MOVE SPACES TO CWMAIL-SUBJECT CWMAIL-TEXT
                    STRING "PLANTAO [" AVI-SEVER "] AVISO " AVI-NUMERO
                           " " AVI-ORIGEM
                           DELIMITED BY SIZE INTO CWMAIL-SUBJECT
                    MOVE MENSAGEM TO CWMAIL-TEXT
                    CALL "CWMAIL" USING PARAMETROS-CWMAIL
                      ON EXCEPTION
                         MOVE 599 TO CWHTTP-STATUS
                         MOVE "CWMAIL INDISPONIVEL"
                           TO CWHTTP-FAILURE-REASON
                    END-CALL
               WHEN OTHER
                    MOVE 599 TO CWHTTP-STATUS
                    MOVE "CANAL INVALIDO NA ESCALA"
                      TO CWHTTP-FAILURE-REASON
           END-EVALUATE

           MOVE "^" TO CWLOGW-FUNCTION
           MOVE SPACES TO CWLOGW-TEXT
           IF  CWHTTP-STATUS = ZEROS
           OR (CWHTTP-STATUS > 199 AND CWHTTP-STATUS < 300)
               ADD 1 TO ENVIADOS
               STRING "Aviso " AVI-NUMERO " N" AVI-NIVEL " "
                      ESC-CANAL (INDESC) " " ESC-NOME (INDESC) (1: 14)
                      DELIMITED BY SIZE INTO CWLOGW-TEXT
           ELSE
               DISPLAY "CWNOTIFY: falha no envio a "
                       ESC-NOME (INDESC) " - " CWHTTP-STATUS " "
                       CWHTTP-FAILURE-REASON (1: 40)
               STRING "Aviso " AVI-NUMERO " N" AVI-NIVEL " "
                      ESC-CANAL (INDESC) " FALHA " CWHTTP-STATUS
                      DELIMITED BY SIZE INTO CWLOGW-TEXT
           END-IF
           PERFORM 700-LOGA THRU 700-99-FIM.

       520-99-FIM. EXIT.

       530-POST.

           OPEN OUTPUT CORPO
           IF  FS-CORPO > "09"
               MOVE 599 TO CWHTTP-STATUS
               MOVE "CORPO DO AVISO NAO GRAVADO"
                 TO CWHTTP-FAILURE-REASON
               GO TO 530-99-FIM
           END-IF
           WRITE CORPO-REG
           CLOSE CORPO
           MOVE "POST"          TO CWHTTP-METHOD
           MOVE "cwnotify.json" TO CWHTTP-BODY-FILE
           MOVE "cwnotify.rsp"  TO CWHTTP-RESPONSE-FILE
           MOVE 30              TO CWHTTP-TIMEOUT
           CALL "CWHTTP" USING PARAMETROS-CWHTTP
             ON EXCEPTION
                MOVE 999 TO CWHTTP-STATUS
                MOVE "CWHTTP INDISPONIVEL" TO CWHTTP-FAILURE-REASON
           END-CALL
           IF  CWHTTP-STATUS = ZEROS
               MOVE 599 TO CWHTTP-STATUS
           END-IF.

       530-99-FIM. EXIT.

       700-LOGA.

           CALL "CWLOGW" USING PARAMETROS-CWLOGW
             ON EXCEPTION
                CONTINUE
           END-CALL.

       700-99-FIM. EXIT.

      ******************************************************************
      *    Escala de plantao                                           *
      ******************************************************************
       800-CARREGA-ESCALA.

           MOVE ZEROS TO ESCALA-QTDE
           DISPLAY "CWESCALA" UPON ENVIRONMENT-NAME
           ACCEPT  LB-ESCALA  FROM ENVIRONMENT-VALUE
           IF  LB-ESCALA = SPACES
               MOVE "cwescala.def" TO LB-ESCALA
           END-IF
           OPEN INPUT ESCALA
           IF  FS-ESCALA > "09"
               MOVE "00" TO FS-ESCALA
               GO TO 800-99-FIM
           END-IF
           PERFORM UNTIL FS-ESCALA > "09"
                      OR ESCALA-QTDE NOT < 100
               READ ESCALA
               IF  FS-ESCALA < "10"
               AND ESCALA-REG NOT = SPACES
               AND ESCALA-REG (1: 1) NOT = "#"
                   MOVE SPACES TO CAMPO-DIAS CAMPO-INICIO CAMPO-FIM
                                  CAMPO-NIVEL CAMPO-NOME CAMPO-CANAL
                                  CAMPO-DESTINO
                   UNSTRING ESCALA-REG DELIMITED BY ";"
                            INTO CAMPO-DIAS CAMPO-INICIO CAMPO-FIM
                                 CAMPO-NIVEL CAMPO-NOME CAMPO-CANAL
                                 CAMPO-DESTINO
                   END-UNSTRING
                   IF  CAMPO-NIVEL IS NUMERIC
                   AND CAMPO-NIVEL NOT = "0"
                   AND CAMPO-DESTINO NOT = SPACES
                       ADD 1 TO ESCALA-QTDE
                       SET  INDESC TO ESCALA-QTDE
                       MOVE CAMPO-DIAS    TO ESC-DIAS (INDESC)
                       MOVE CAMPO-NIVEL   TO ESC-NIVEL (INDESC)
                       MOVE CAMPO-NOME    TO ESC-NOME (INDESC)
                       MOVE CAMPO-CANAL   TO ESC-CANAL (INDESC)
                       INSPECT ESC-CANAL (INDESC)
                               CONVERTING "smw" TO "SMW"
                       MOVE CAMPO-DESTINO TO ESC-DESTINO (INDESC)
                       IF  CAMPO-INICIO IS NUMERIC
                           MOVE CAMPO-INICIO TO ESC-INICIO (INDESC)
                       ELSE
                           MOVE ZEROS TO ESC-INICIO (INDESC)
                       END-IF
                       IF  CAMPO-FIM IS NUMERIC
                           MOVE CAMPO-FIM TO ESC-FIM (INDESC)
                       ELSE
                           MOVE 2400 TO ESC-FIM (INDESC)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ESCALA
           MOVE "00" TO FS-ESCALA.

       800-99-FIM. EXIT.

      ******************************************************************
      *    Data, hora, dia da semana e minutos corridos de agora       *
      ******************************************************************
       810-AGORA.

           ACCEPT DATA-HOJE  FROM DATE YYYYMMDD
           ACCEPT HORA-AGORA FROM TIME
           MOVE HORA-AGORA (1: 4) TO HORA-HHMM
      *    o dia 1 do calendario (01/01/1601) foi uma segunda-feira
           COMPUTE DIAS-CORRIDOS = FUNCTION INTEGER-OF-DATE (DATA-HOJE)
           DIVIDE 7 INTO DIAS-CORRIDOS GIVING AGORA-MIN
                  REMAINDER DIA-SEMANA
           IF  DIA-SEMANA = ZERO
               MOVE 7 TO DIA-SEMANA
           END-IF
           COMPUTE AGORA-MIN = DIAS-CORRIDOS * 1440
                             + FUNCTION NUMVAL (HORA-AGORA (1: 2)) * 60
                             + FUNCTION NUMVAL (HORA-AGORA (3: 2)).

       810-99-FIM. EXIT.
