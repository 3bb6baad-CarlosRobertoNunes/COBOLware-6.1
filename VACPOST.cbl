      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    VACPOST.
       AUTHOR.        Traduzido de Easytrieve (macro esy.kex v.0.10).
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      * Lancamento diario das ferias aprovadas no     *
                      * VACSOLIC: cada solicitacao A(PROVADA) com     *
                      * inicio ate hoje vai ao gozo do VACMNT pela    *
                      * entrada VACMNT-POSTAR (baixa do VACBAL,       *
                      * calculo, PAYRES, recibo e spool) e passa a    *
                      * L(ANCADA) com a data do lancamento.           *
                      *                                               *
                      * O empregado recebe pelo CWMAIL (e-mail do     *
                      * PERSEXT) o aviso com o liquido e a data de    *
                      * pagamento. Solicitacao recusada pelo VACMNT   *
                      * (saldo, cadastro) fica aprovada, e listada e  *
                      * o passo termina com RC 4.                     *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT VACPED ASSIGN TO VACPED
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS VACPED-CHAVE
                  FILE STATUS   IS FL-STA-VACPED.
      *
           SELECT OPTIONAL PERSEXT ASSIGN TO PERSEXT
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS PERSEXT-EMP-NO
                  FILE STATUS   IS FL-STA-PERSEXT.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *----------------------------------------------------------------*
      *  SOLICITACOES DE FERIAS (MANUTENCAO E APROVACAO: VACSOLIC)      *
      *----------------------------------------------------------------*
       FD  VACPED
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-VACPED.
           03 VACPED-CHAVE.
              05 VACPED-EMP-NO               PIC  9(005).
              05 VACPED-SEQ                  PIC  9(003).
           03 VACPED-DEPT                    PIC  9(003).
           03 VACPED-DATA-INICIO             PIC  9(008).
           03 VACPED-DATA-FIM                PIC  9(008).
           03 VACPED-DIAS                    PIC  9(002).
           03 VACPED-ABONO                   PIC  9(002).
           03 VACPED-SITUACAO                PIC  X(001).
              88 VACPED-APROVADA                        VALUE 'A'.
              88 VACPED-LANCADA                         VALUE 'L'.
           03 VACPED-SOLICITANTE             PIC  X(030).
           03 VACPED-DATA-SOLIC              PIC  9(008).
           03 VACPED-APROVADOR               PIC  X(030).
           03 VACPED-DATA-DECISAO            PIC  9(008).
           03 VACPED-DATA-LANC               PIC  9(008).
           03 FILLER                         PIC  X(004).
      *
       FD  PERSEXT
           RECORD CONTAINS 160 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-PERSEXT.
           03 PERSEXT-EMP-NO                 PIC  9(005).
           03 PERSEXT-CPF                    PIC  9(011).
           03 PERSEXT-ENDERECO               PIC  X(060).
           03 PERSEXT-FONE                   PIC  X(015).
           03 PERSEXT-EMAIL                  PIC  X(050).
           03 PERSEXT-CARGO                  PIC  X(006).
           03 FILLER                         PIC  X(013).
      *================================================================*
       WORKING-STORAGE SECTION.
      *================================================================*
       77  FILLER                     PIC  X(31)  VALUE
                                     'III WORKING-STORAGE SECTION III'.
      *================================================================*
       77  SB-VACMNT-POST                PIC  X(13)  VALUE
           'VACMNT-POSTAR'.
       77  SB-CWMAIL                     PIC  X(08)  VALUE 'CWMAIL'.
      *----------------------------------------------------------------*
      *        AREA DE VARIAVEIS AUXILIARES                            *
      *----------------------------------------------------------------*
      *
       01  WS-VARIAVEIS.
           03 TRACOS                         PIC  X(060)    VALUE
              ALL '-'.
           03 PGMID                          PIC  X(009)    VALUE
              '#VACPOST.'.
           03 FL-STA-VACPED                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-VACPED-EOF                              VALUE '10'.
              88 FL-VACPED-OK                               VALUE '00'.
           03 FL-STA-PERSEXT                 PIC  X(002)    VALUE
              ZEROS.
              88 FL-PERSEXT-OK                              VALUE '00'.
           03 WS-RETURN-CODE                 PIC  9(003)    VALUE
              ZEROS.
           03 WS-DISPLAY                     PIC  -ZZZ.ZZZ.ZZ9.
           03 WS-LIDOS                COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-LANCADAS             COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-RECUSADAS            COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-AVISADOS             COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-DATA-HOJE                   PIC  9(008)    VALUE
              ZEROS.
           03 WS-TEM-VACMNT                  PIC  X(001)    VALUE 'S'.
              88 TEM-VACMNT                                 VALUE 'S'.
           03 WS-LIQUIDO-ED                  PIC  ZZZ.ZZ9,99.
           03 WS-DATA-ED                     PIC  X(010)    VALUE
              SPACES.
           03 WS-PAGTO-ED                    PIC  X(010)    VALUE
              SPACES.
      *
      *----------------------------------------------------------------*
      *  PARAMETROS DA ENTRADA VACMNT-POSTAR (GOZO SEM TELA)            *
      *----------------------------------------------------------------*
       01  PARAMETROS-VACMNT-POST.
           03 VACMNT-POST-MATRICULA          PIC  9(005)    VALUE
              ZEROS.
           03 VACMNT-POST-INICIO             PIC  9(008)    VALUE
              ZEROS.
           03 VACMNT-POST-DIAS               PIC  9(003)V9  VALUE
              ZEROS.
           03 VACMNT-POST-ABONO              PIC  9(002)    VALUE
              ZEROS.
           03 VACMNT-POST-RETORNO            PIC  X(002)    VALUE
              SPACES.
           03 VACMNT-POST-LIQUIDO            PIC  9(009)V99 VALUE
              ZEROS.
           03 VACMNT-POST-DATA-PAGTO         PIC  9(008)    VALUE
              ZEROS.
      *
      *----------------------------------------------------------------*
      *  AVISO AO EMPREGADO (CWMAIL); A FOLGA NO FIM GARANTE QUE O      *
      *  CWMAIL NUNCA ACESSE ALEM DESTA AREA                            *
      *----------------------------------------------------------------*
       01  PARAMETROS-CWMAIL.
           03 CWMAIL-TO                      PIC  X(080)    VALUE
              SPACES.
           03 CWMAIL-FROM                    PIC  X(080)    VALUE
              SPACES.
           03 CWMAIL-SUBJECT                 PIC  X(080)    VALUE
              SPACES.
           03 CWMAIL-TEXT                    PIC  X(080)    VALUE
              SPACES.
           03 CWMAIL-REPORT                  PIC  X(255)    VALUE
              SPACES.
           03 CWMAIL-SERVER                  PIC  X(060)    VALUE
              SPACES.
           03 CWMAIL-PORT                    PIC  X(005)    VALUE
              SPACES.
           03 CWMAIL-PASSWORD                PIC  X(030)    VALUE
              SPACES.
           03 CWMAIL-USER                    PIC  X(080)    VALUE
              SPACES.
           03 CWMAIL-SSL-FLAG                PIC  X(001)    VALUE
              SPACE.
           03 CWMAIL-AUT-FLAG                PIC  X(001)    VALUE
              SPACE.
           03 CWMAIL-QUIET                   PIC  X(001)    VALUE
              'S'.
           03 CWMAIL-ATTACHES                PIC  X(255)    VALUE
              SPACES.
           03 FILLER                         PIC  X(2048)   VALUE
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
               PERFORM UNTIL FL-VACPED-EOF
                   READ VACPED NEXT RECORD
                     AT END
                        SET FL-VACPED-EOF TO TRUE
                     NOT AT END
                        ADD 1 TO WS-LIDOS
                        IF  VACPED-APROVADA
                        AND VACPED-DATA-INICIO NOT GREATER WS-DATA-HOJE
                            PERFORM RT-LANCAR-SOLICITACAO
                        END-IF
                   END-READ
               END-PERFORM
               CLOSE VACPED PERSEXT
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
           OPEN I-O VACPED
           IF  NOT FL-VACPED-OK
               DISPLAY PGMID '001I- VACPED AUSENTE OU COM ERRO '
                       FL-STA-VACPED
               MOVE 8 TO WS-RETURN-CODE
               EXIT SECTION
           END-IF
           OPEN INPUT PERSEXT.
      *
       RT-INICIARX.                                EXIT.
      *----------------------------------------------------------------*
      *  GOZO DA SOLICITACAO APROVADA NO VACMNT E AVISO AO EMPREGADO    *
      *----------------------------------------------------------------*
       RT-LANCAR-SOLICITACAO                       SECTION.
      *
           IF  NOT TEM-VACMNT
               ADD 1 TO WS-RECUSADAS
               EXIT SECTION
           END-IF
           MOVE VACPED-EMP-NO      TO VACMNT-POST-MATRICULA
           MOVE VACPED-DATA-INICIO TO VACMNT-POST-INICIO
           MOVE VACPED-DIAS        TO VACMNT-POST-DIAS
           MOVE VACPED-ABONO       TO VACMNT-POST-ABONO
           MOVE SPACES             TO VACMNT-POST-RETORNO
           CALL SB-VACMNT-POST USING PARAMETROS-VACMNT-POST
             ON EXCEPTION
                DISPLAY PGMID '002I- VACMNT-POSTAR INDISPONIVEL -'
                        ' NADA LANCADO'
                MOVE 'N' TO WS-TEM-VACMNT
                MOVE 4   TO WS-RETURN-CODE
                ADD 1 TO WS-RECUSADAS
                EXIT SECTION
           END-CALL
      *
           IF  VACMNT-POST-RETORNO NOT EQUAL '00'
               DISPLAY PGMID '003I- MATR ' VACPED-EMP-NO '-' VACPED-SEQ
                       ' RECUSADA PELO VACMNT, RETORNO '
                       VACMNT-POST-RETORNO
               MOVE 4 TO WS-RETURN-CODE
               ADD 1 TO WS-RECUSADAS
               EXIT SECTION
           END-IF
      *
           SET  VACPED-LANCADA TO TRUE
           MOVE WS-DATA-HOJE   TO VACPED-DATA-LANC
           REWRITE REG-VACPED
               INVALID KEY
                   DISPLAY PGMID '004I- ERRO ' FL-STA-VACPED
                           ' NA REGRAVACAO DE ' VACPED-CHAVE
                   MOVE 4 TO WS-RETURN-CODE
           END-REWRITE
           ADD 1 TO WS-LANCADAS
           PERFORM RT-AVISAR-EMPREGADO.
      *
       RT-LANCAR-SOLICITACAOX.                     EXIT.
      *----------------------------------------------------------------*
      *  AVISO DO LANCAMENTO PELO E-MAIL DO PERSEXT                     *
      *----------------------------------------------------------------*
       RT-AVISAR-EMPREGADO                         SECTION.
      *
           MOVE VACPED-EMP-NO TO PERSEXT-EMP-NO
           READ PERSEXT
               INVALID KEY
                   MOVE SPACES TO PERSEXT-EMAIL
           END-READ
           IF  NOT FL-PERSEXT-OK
           OR  PERSEXT-EMAIL EQUAL SPACES
               DISPLAY PGMID '005I- MATR ' VACPED-EMP-NO
                       ' SEM E-MAIL NO PERSEXT - AVISO NAO ENVIADO'
               EXIT SECTION
           END-IF
      *
           STRING VACPED-DATA-INICIO(7:2) '/' VACPED-DATA-INICIO(5:2)
                  '/' VACPED-DATA-INICIO(1:4)
                  DELIMITED BY SIZE INTO WS-DATA-ED
           STRING VACMNT-POST-DATA-PAGTO(7:2) '/'
                  VACMNT-POST-DATA-PAGTO(5:2) '/'
                  VACMNT-POST-DATA-PAGTO(1:4)
                  DELIMITED BY SIZE INTO WS-PAGTO-ED
           MOVE VACMNT-POST-LIQUIDO TO WS-LIQUIDO-ED
           MOVE PERSEXT-EMAIL       TO CWMAIL-TO
           MOVE 'FERIAS LANCADAS NA FOLHA' TO CWMAIL-SUBJECT
           MOVE SPACES              TO CWMAIL-TEXT
           STRING 'INICIO ' WS-DATA-ED ', ' VACPED-DIAS ' DIAS, '
                  'LIQUIDO ' WS-LIQUIDO-ED ', PAGAMENTO ' WS-PAGTO-ED
                  DELIMITED BY SIZE INTO CWMAIL-TEXT
           CALL SB-CWMAIL USING PARAMETROS-CWMAIL
             ON EXCEPTION
                DISPLAY PGMID '005I- CWMAIL INDISPONIVEL - AVISO NAO'
                        ' ENVIADO'
                EXIT SECTION
           END-CALL
           ADD 1 TO WS-AVISADOS.
      *
       RT-AVISAR-EMPREGADOX.                       EXIT.
      *----------------------------------------------------------------*
       RT-FINALIZAR                                SECTION.
      *
           DISPLAY PGMID '999I' TRACOS
           MOVE    WS-LIDOS            TO WS-DISPLAY
           DISPLAY PGMID '006I- SOLICITACOES LIDAS.....:' WS-DISPLAY
           MOVE    WS-LANCADAS         TO WS-DISPLAY
           DISPLAY PGMID '007I- LANCADAS NO VACMNT.....:' WS-DISPLAY
           MOVE    WS-RECUSADAS        TO WS-DISPLAY
           DISPLAY PGMID '008I- NAO LANCADAS...........:' WS-DISPLAY
           MOVE    WS-AVISADOS         TO WS-DISPLAY
           DISPLAY PGMID '009I- AVISOS POR E-MAIL......:' WS-DISPLAY
           DISPLAY PGMID '999I' TRACOS.
      *
       RT-FINALIZARX.                              EXIT.
      ******************************************************************
      *                      FIM  DO  PROGRAMA                         *
      ******************************************************************
