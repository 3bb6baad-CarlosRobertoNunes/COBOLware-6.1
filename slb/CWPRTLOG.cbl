       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CWPRTLOG.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  01/09/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Livro de impressao: o gerenciador de spool   *
                      *  chama este modulo cada vez que um relatorio  *
                      *  do spool e impresso, e a linha (data, hora,  *
                      *  relatorio, codigo, usuario, folhas e a       *
                      *  impressora que de fato imprimiu) vai para    *
                      *  o cwprtlog - base do rateio de custo de      *
                      *  impressao (PRTCHG).                          *
                      *                                               *
                      *  Sem impressora informada vale a da sessao    *
                      *  (variavel CWPRINTER), que o sign-on e o      *
                      *  CWSPLF ja trocam pelo membro do pool quando  *
                      *  a impressora original esta fora de servico   *
                      *  (CWPOOL).                                    *
                      *                                               *
                      *  CWPRTLOG (variavel) troca o nome do livro.   *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT LIVRO ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FS-LIVRO.

       DATA DIVISION.
       FILE SECTION.

       FD  LIVRO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-LIVRO.

       01  LIVRO-REG.
           05 LIVRO-DATA             PIC  9(008).
           05 LIVRO-HORA             PIC  9(006).
           05 LIVRO-SPOOL            PIC  X(012).
           05 LIVRO-CODIGO           PIC  X(007).
           05 LIVRO-USUARIO          PIC  X(010).
           05 LIVRO-FOLHAS           PIC  9(006).
           05 LIVRO-IMPRESSORA       PIC  X(030).

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO.
           05 FS-LIVRO               PIC  X(002) VALUE "00".
           05 LB-LIVRO               PIC  X(255) VALUE "cwprtlog".
           05 HORA-AGORA             PIC  X(008) VALUE SPACES.

       LINKAGE SECTION.

       01  CWPRTLOG-SPOOL            PIC  X(012).
       01  CWPRTLOG-CODIGO           PIC  X(007).
       01  CWPRTLOG-USUARIO          PIC  X(010).
       01  CWPRTLOG-FOLHAS           PIC  9(006).
       01  CWPRTLOG-IMPRESSORA       PIC  X(030).

       PROCEDURE DIVISION USING CWPRTLOG-SPOOL
                                CWPRTLOG-CODIGO
                                CWPRTLOG-USUARIO
                                CWPRTLOG-FOLHAS
                                CWPRTLOG-IMPRESSORA.

       000-INICIO.

           DISPLAY "CWPRTLOG"   UPON ENVIRONMENT-NAME
           ACCEPT  LB-LIVRO     FROM ENVIRONMENT-VALUE
           IF  LB-LIVRO = SPACES
               MOVE "cwprtlog" TO LB-LIVRO
           END-IF

           MOVE SPACES              TO LIVRO-REG
           ACCEPT LIVRO-DATA        FROM DATE YYYYMMDD
           ACCEPT HORA-AGORA        FROM TIME
           MOVE HORA-AGORA (1: 6)   TO LIVRO-HORA
           MOVE CWPRTLOG-SPOOL      TO LIVRO-SPOOL
           MOVE CWPRTLOG-CODIGO     TO LIVRO-CODIGO
           MOVE CWPRTLOG-USUARIO    TO LIVRO-USUARIO
           MOVE CWPRTLOG-FOLHAS     TO LIVRO-FOLHAS
           MOVE CWPRTLOG-IMPRESSORA TO LIVRO-IMPRESSORA
           IF  LIVRO-IMPRESSORA = SPACES
               DISPLAY "CWPRINTER"      UPON ENVIRONMENT-NAME
               ACCEPT  LIVRO-IMPRESSORA FROM ENVIRONMENT-VALUE
           END-IF

           OPEN EXTEND LIVRO
           IF  FS-LIVRO = "35"
               OPEN OUTPUT LIVRO
           END-IF
           IF  FS-LIVRO < "10"
               WRITE LIVRO-REG
               CLOSE LIVRO
           END-IF.

       000-99-FIM. GOBACK.
