                      *  arquivo: COPIADO, OCUPADO ou ERRO.           *
                      *  RC 8 quando algum arquivo nao foi copiado.   *
                      *                                               *
                      *  Com um quarto campo na linha (;TIPO, um dos  *
                      *  layouts do CWBAKCNT) o arquivo vivo e        *
                      *  contado ainda sob a trava - quantidade e     *
                      *  chaves extremas no momento exato da copia -  *
                      *  e o resultado vai para o manifesto           *
                      *  (cwhotbak.man), conferido semanalmente pelo  *
                      *  teste de restauracao (CWRESTST).             *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  ORGANIZATION  IS SEQUENTIAL
                  FILE STATUS   IS FS-COPIA.

           SELECT MANIFESTO ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FS-MANIFESTO.

       DATA DIVISION.
       FILE SECTION.


       01  COPIA-REG                 PIC  X(001).

      ******************************************************************
      *    Manifesto: contagem do arquivo vivo no momento da copia     *
      ******************************************************************
       FD  MANIFESTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "cwhotbak.man".

       01  MANIFESTO-REG.
           05 MAN-RECURSO            PIC  X(040).
           05 MAN-TIPO               PIC  X(008).
           05 MAN-DESTINO            PIC  X(050).
           05 MAN-MOMENTO            PIC  9(014).
           05 MAN-QTDE               PIC  9(009).
           05 MAN-ERROS              PIC  9(009).
           05 MAN-STATUS             PIC  X(002).
           05 MAN-CHAVE-MIN          PIC  X(032).
           05 MAN-CHAVE-MAX          PIC  X(032).

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO.
           05 FALHAS                 PIC  9(003) VALUE ZEROS.
           05 CMD-SLEEP              PIC  X(020) VALUE "sleep 5".
           05 RC-FINAL               PIC  9(003) VALUE ZEROS.
           05 TIPO                   PIC  X(008) VALUE SPACES.
           05 FS-MANIFESTO           PIC  X(002) VALUE "00".
           05 DATA-HOJE              PIC  9(008) VALUE ZEROS.
           05 HORA-AGORA             PIC  X(008) VALUE SPACES.

       01  PARAMETROS-CWBAKCNT.
           05 CWBAKCNT-TIPO          PIC  X(008) VALUE SPACES.
           05 CWBAKCNT-ARQUIVO       PIC  X(255) VALUE SPACES.
           05 CWBAKCNT-QTDE          PIC  9(009) VALUE ZEROS.
           05 CWBAKCNT-ERROS         PIC  9(009) VALUE ZEROS.
           05 CWBAKCNT-CHAVE-MIN     PIC  X(032) VALUE SPACES.
           05 CWBAKCNT-CHAVE-MAX     PIC  X(032) VALUE SPACES.
           05 CWBAKCNT-STATUS        PIC  X(002) VALUE SPACES.

       PROCEDURE DIVISION.

               IF  FS-DEFINICAO < "10"
               AND DEFINICAO-REG NOT = SPACES
               AND DEFINICAO-REG (1: 1) NOT = "*"
                   MOVE SPACES TO RECURSO ORIGEM DESTINO TIPO
                   UNSTRING DEFINICAO-REG DELIMITED BY ";"
                            INTO RECURSO ORIGEM DESTINO TIPO
                   END-UNSTRING
                   IF  ORIGEM NOT = SPACES
                   AND DESTINO NOT = SPACES
                MOVE "99" TO FS-COPYF
           END-CALL

           IF  FS-COPYF = "00"
           AND TIPO NOT = SPACES
               PERFORM 110-CONTA-VIVO THRU 110-99-FIM
           END-IF

      *    a trava volta o quanto antes: o quiesce e so o da copia
           CALL "CWRLOCK" USING "U" RECURSO USUARIO TASK
                                LOCK-STATUS LOCK-DONO
           WRITE RELATO-REG.

       100-99-FIM. EXIT.

      ******************************************************************
      *    Ainda sob a trava: o arquivo vivo e o que a copia deve      *
      *    conter; a contagem vai para o manifesto do teste de         *
      *    restauracao                                                 *
      ******************************************************************
       110-CONTA-VIVO.

           MOVE TIPO   TO CWBAKCNT-TIPO
           MOVE ORIGEM TO CWBAKCNT-ARQUIVO
           CALL "CWBAKCNT" USING PARAMETROS-CWBAKCNT
             ON EXCEPTION
                MOVE "99" TO CWBAKCNT-STATUS
           END-CALL

           ACCEPT DATA-HOJE  FROM DATE YYYYMMDD
           ACCEPT HORA-AGORA FROM TIME
           MOVE RECURSO            TO MAN-RECURSO
           MOVE TIPO               TO MAN-TIPO
           MOVE DESTINO            TO MAN-DESTINO
           COMPUTE MAN-MOMENTO = DATA-HOJE * 1000000
                               + FUNCTION NUMVAL (HORA-AGORA (1: 6))
           MOVE CWBAKCNT-QTDE      TO MAN-QTDE
           MOVE CWBAKCNT-ERROS     TO MAN-ERROS
           MOVE CWBAKCNT-STATUS    TO MAN-STATUS
           MOVE CWBAKCNT-CHAVE-MIN TO MAN-CHAVE-MIN
           MOVE CWBAKCNT-CHAVE-MAX TO MAN-CHAVE-MAX

           OPEN EXTEND MANIFESTO
           IF  FS-MANIFESTO = "35"
               OPEN OUTPUT MANIFESTO
           END-IF
           IF  FS-MANIFESTO > "09"
               DISPLAY "CWHOTBAK: erro " FS-MANIFESTO
                       " ao gravar cwhotbak.man"
               GO TO 110-99-FIM
           END-IF
           WRITE MANIFESTO-REG
           CLOSE MANIFESTO.

       110-99-FIM. EXIT.
