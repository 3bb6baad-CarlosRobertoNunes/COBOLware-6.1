       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CWHEX.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Conversao binario <-> hexadecimal, para      *
                      *  areas com COMP/LOW-VALUES (COMMAREA do       *
                      *  LINK remoto) trafegarem em arquivo texto e   *
                      *  HTTP sem perda:                              *
                      *                                               *
                      *  E codifica CWHEX-TAMANHO bytes de            *
                      *    CWHEX-BINARIO em CWHEX-TEXTO (dois         *
                      *    digitos por byte)                          *
                      *  D faz o caminho inverso                      *
                      *                                               *
                      *  CWHEX-STATUS: "00" ok, "01" digito invalido, *
                      *  "02" tamanho acima da area                   *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO.
           05 DIGITOS                PIC  X(016)
                                     VALUE "0123456789ABCDEF".
           05 DIGITO                 PIC  X(001) VALUE SPACE.
           05 I                      PIC  9(005) VALUE ZEROS.
           05 J                      PIC  9(005) VALUE ZEROS.
           05 K                      PIC  9(002) VALUE ZEROS.
           05 ALTO                   PIC  9(002) VALUE ZEROS.
           05 BAIXO                  PIC  9(002) VALUE ZEROS.
           05 VALOR                  PIC  9(002) VALUE ZEROS.
           05 UM-BYTE.
              10 BYTE-N              PIC  9(002) COMP-X.

       LINKAGE SECTION.

       01  PARAMETROS-CWHEX.
           05 CWHEX-FUNCAO           PIC  X(001).
           05 CWHEX-TAMANHO          PIC  9(005).
           05 CWHEX-BINARIO          PIC  X(4096).
           05 CWHEX-TEXTO            PIC  X(8192).
           05 CWHEX-STATUS           PIC  X(002).

       PROCEDURE DIVISION USING PARAMETROS-CWHEX.

       000-INICIO.

           MOVE "00" TO CWHEX-STATUS

           IF  CWHEX-TAMANHO > LENGTH OF CWHEX-BINARIO
               MOVE "02" TO CWHEX-STATUS
               GOBACK
           END-IF

           EVALUATE CWHEX-FUNCAO
               WHEN "E"
                    MOVE SPACES TO CWHEX-TEXTO
                    PERFORM 100-CODIFICA THRU 100-99-FIM
                            VARYING I FROM 1 BY 1
                              UNTIL I > CWHEX-TAMANHO
               WHEN "D"
                    MOVE LOW-VALUES TO CWHEX-BINARIO
                    INSPECT CWHEX-TEXTO
                            CONVERTING "abcdef" TO "ABCDEF"
                    PERFORM 200-DECODIFICA THRU 200-99-FIM
                            VARYING I FROM 1 BY 1
                              UNTIL I > CWHEX-TAMANHO
                                 OR CWHEX-STATUS NOT = "00"
           END-EVALUATE.

       000-99-FIM. GOBACK.

       100-CODIFICA.

           MOVE CWHEX-BINARIO (I: 1) TO UM-BYTE
           DIVIDE BYTE-N BY 16 GIVING ALTO REMAINDER BAIXO
           COMPUTE J = I * 2 - 1
           MOVE DIGITOS (ALTO + 1: 1)  TO CWHEX-TEXTO (J: 1)
           MOVE DIGITOS (BAIXO + 1: 1) TO CWHEX-TEXTO (J + 1: 1).

       100-99-FIM. EXIT.

       200-DECODIFICA.

           COMPUTE J = I * 2 - 1
           MOVE CWHEX-TEXTO (J: 1) TO DIGITO
           PERFORM 900-VALOR THRU 900-99-FIM
           MOVE VALOR TO ALTO
           MOVE CWHEX-TEXTO (J + 1: 1) TO DIGITO
           PERFORM 900-VALOR THRU 900-99-FIM
           COMPUTE BYTE-N = ALTO * 16 + VALOR
           MOVE UM-BYTE TO CWHEX-BINARIO (I: 1).

       200-99-FIM. EXIT.

       900-VALOR.

           MOVE ZEROS TO VALOR
           PERFORM VARYING K FROM 1 BY 1
                     UNTIL K > 16
                        OR DIGITOS (K: 1) = DIGITO
               CONTINUE
           END-PERFORM
           IF  K > 16
               MOVE "01" TO CWHEX-STATUS
           ELSE
               COMPUTE VALOR = K - 1
           END-IF.

       900-99-FIM. EXIT.

