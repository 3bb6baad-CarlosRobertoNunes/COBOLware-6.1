                      *     conta de emergencia com fallback segue    *
                      *     valendo pela senha local.                 *
                      *                                               *
                      *  4. Segregacao de funcoes: o perfil do        *
                      *     usuario passa pelo CWSODCK; par de        *
                      *     programas incompativeis sem excecao       *
                      *     aprovada recusa o acesso (regra R) ou     *
                      *     entra com aviso (regra A). Todo conflito  *
                      *     vai ao CWLOGF.                            *
                      *                                               *
                      *  Devolve "S" (pode entrar) ou "N" em          *
                      *  CWSIGN-RESULT, com o motivo em               *
                      *  CWSIGN-MOTIVO.                               *
           05 CWSEAT-TASK            PIC  9(006) VALUE ZERO.
           05 CWSEAT-STATUS          PIC  X(002) VALUE SPACES.

       01  PARAMETROS-CWSODCK.
           05 CWSODCK-USUARIO        PIC  X(030) VALUE SPACES.
           05 CWSODCK-GRUPO          PIC  X(022) VALUE SPACES.
           05 CWSODCK-QTDE           PIC  9(002) VALUE ZEROS.
           05 CWSODCK-CONFLITO OCCURS 20 TIMES.
              10 CWSODCK-REGRA       PIC  X(020).
              10 CWSODCK-PROGRAMA-A  PIC  X(008).
              10 CWSODCK-PROGRAMA-B  PIC  X(008).
              10 CWSODCK-ACAO        PIC  X(001).
              10 CWSODCK-DESCRICAO   PIC  X(040).
              10 CWSODCK-EXCECAO     PIC  X(001).
              10 CWSODCK-APROVADOR   PIC  X(030).
              10 CWSODCK-VALIDADE    PIC  9(008).
              10 CWSODCK-MOTIVO      PIC  X(040).
           05 CWSODCK-STATUS         PIC  X(002) VALUE SPACES.

       77  SOD-I                     PIC  9(002) VALUE ZEROS.
       77  ASSENTO-OCUPADO           PIC  X(001) VALUE "N".

       LINKAGE SECTION.
               PERFORM 300-HORARIO-PERMITIDO THRU 300-99-FIM
           END-IF

           IF  CWSIGN-RESULT = "S"
               PERFORM 400-SEGREGACAO THRU 400-99-FIM
           END-IF

           IF  CWSIGN-RESULT = "S"
               PERFORM 200-SEGUNDO-FATOR THRU 200-99-FIM
           END-IF
           END-CALL.

       340-99-FIM. EXIT.

      ******************************************************************
      *    Segregacao de funcoes: conflitos do perfil pelo CWSODCK;    *
      *    sem excecao aprovada a regra R recusa e a regra A avisa     *
      ******************************************************************
       400-SEGREGACAO.

           MOVE CWSIGN-USUARIO TO CWSODCK-USUARIO
           DISPLAY "CWGRUPO"      UPON ENVIRONMENT-NAME
           ACCEPT  GRUPO-USUARIO  FROM ENVIRONMENT-VALUE
           IF  GRUPO-USUARIO = SPACES
               DISPLAY "CWCONF"  UPON ENVIRONMENT-NAME
               ACCEPT  LB-CONF   FROM ENVIRONMENT-VALUE
               IF  LB-CONF = SPACES
                   MOVE "cwconf" TO LB-CONF
               END-IF
               OPEN INPUT CONF
               IF  FS-CONF < "10"
                   MOVE SPACES TO CONF-CHAVE
                   MOVE "PS"   TO CONF-CHAVE (1: 2)
                   MOVE CWSIGN-USUARIO TO CONF-CHAVE (3: 30)
                   READ CONF
                   IF  FS-CONF < "10"
                       MOVE CONF-RESTO (34: 22) TO GRUPO-USUARIO
                   END-IF
                   CLOSE CONF
               END-IF
           END-IF
           MOVE GRUPO-USUARIO TO CWSODCK-GRUPO

           CALL "CWSODCK" USING PARAMETROS-CWSODCK
             ON EXCEPTION
                GO TO 400-99-FIM
           END-CALL
           IF  CWSODCK-STATUS NOT = "00"
               GO TO 400-99-FIM
           END-IF

           PERFORM VARYING SOD-I FROM 1 BY 1
                     UNTIL SOD-I > CWSODCK-QTDE
               MOVE SPACES TO LOG-MSG
               IF  CWSODCK-EXCECAO (SOD-I) = "S"
                   STRING "SoD EXCECAO " CWSODCK-REGRA (SOD-I) (1: 12)
                          " " CWSIGN-USUARIO (1: 15)
                          DELIMITED BY SIZE INTO LOG-MSG
               ELSE
                   IF  CWSODCK-ACAO (SOD-I) = "R"
                       STRING "SoD NEGADO "
                              CWSODCK-REGRA (SOD-I) (1: 12)
                              " " CWSIGN-USUARIO (1: 15)
                              DELIMITED BY SIZE INTO LOG-MSG
                       MOVE "N" TO CWSIGN-RESULT
                       MOVE SPACES TO CWSIGN-MOTIVO
                       STRING "Conflito de funcoes "
                              CWSODCK-REGRA (SOD-I) DELIMITED BY SPACE
                              " sem excecao aprovada"
                              DELIMITED BY SIZE INTO CWSIGN-MOTIVO
                   ELSE
                       STRING "SoD AVISO " CWSODCK-REGRA (SOD-I) (1: 12)
                              " " CWSIGN-USUARIO (1: 15)
                              DELIMITED BY SIZE INTO LOG-MSG
                       DISPLAY "Aviso: conflito de funcoes "
                               CWSODCK-PROGRAMA-A (SOD-I) " x "
                               CWSODCK-PROGRAMA-B (SOD-I) " - "
                               CWSODCK-DESCRICAO (SOD-I)
                   END-IF
               END-IF
               CALL "CWLOGW" USING "^" LOG-MSG
               ON EXCEPTION CONTINUE
               END-CALL
           END-PERFORM.

       400-99-FIM. EXIT.
