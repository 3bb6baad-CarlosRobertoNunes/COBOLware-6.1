      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BANCODV.
       AUTHOR.        Traduzido de Easytrieve (macro esy.kex v.0.10).
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      * Critica dos digitos verificadores da agencia  *
                      * e da conta do empregado para o credito do     *
                      * salario (PERSMNT na digitacao e CNABPAG na    *
                      * geracao da remessa):                          *
                      *                                               *
                      *  - 001 BANCO DO BRASIL: MODULO 11, PESOS 2    *
                      *    A 9; RESTO 10 = X;                         *
                      *  - 104 CAIXA: MODULO 11 SOBRE AGENCIA +       *
                      *    OPERACAO + CONTA (X 10);                   *
                      *  - 237 BRADESCO: MODULO 11, CONTA COM PESOS   *
                      *    2 A 7; RESTO 1 = P;                        *
                      *  - 341 ITAU: MODULO 10 SOBRE AGENCIA +        *
                      *    CONTA; AGENCIA SEM DIGITO.                 *
                      *                                               *
                      * Os demais bancos sao aceitos sem calculo      *
                      * (BANCODV-CRITICADO = N); o retorno do banco   *
                      * aponta a conta invalida.                      *
                      *                                               *
                      * BANCODV-RETORNO: 00 OK, 01 DIGITO DA AGENCIA, *
                      * 02 DIGITO DA CONTA, 03 CAMPOS NAO NUMERICOS   *
                      * OU ZERADOS.                                   *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       DATA DIVISION.
      *================================================================*
       WORKING-STORAGE SECTION.
      *================================================================*
       77  FILLER                     PIC  X(31)  VALUE
                                     'III WORKING-STORAGE SECTION III'.
      *================================================================*
      *----------------------------------------------------------------*
      *        AREA DE VARIAVEIS AUXILIARES                            *
      *----------------------------------------------------------------*
      *
       01  WS-VARIAVEIS.
           03 PGMID                          PIC  X(009)    VALUE
              '#BANCODV.'.
           03 WS-NUMERO                      PIC  9(015)    VALUE
              ZEROS.
           03 REDEFINES WS-NUMERO.
              05 WS-ALGARISMO OCCURS 15      PIC  9(001).
           03 WS-QTDE-ALG                    PIC  9(002)    VALUE
              ZEROS.
           03 WS-PESO-MAX                    PIC  9(002)    VALUE
              ZEROS.
           03 WS-PESO                        PIC  9(002)    VALUE
              ZEROS.
           03 WS-I                           PIC  9(002)    VALUE
              ZEROS.
           03 WS-SOMA                        PIC  9(005)    VALUE
              ZEROS.
           03 WS-PRODUTO                     PIC  9(003)    VALUE
              ZEROS.
           03 WS-QUOCIENTE                   PIC  9(005)    VALUE
              ZEROS.
           03 WS-RESTO                       PIC  9(002)    VALUE
              ZEROS.
           03 WS-DV                          PIC  9(002)    VALUE
              ZEROS.
           03 WS-DV-CALC                     PIC  X(001)    VALUE
              SPACE.
           03 WS-DV-ALTERNATIVO              PIC  X(001)    VALUE
              SPACE.
      *================================================================*
       01  FILLER                            PIC  X(32)  VALUE
                                     'FFF  FIM DAWORKING-STORAGE  FFF'.
      *================================================================*
       LINKAGE SECTION.
      *
      *----------------------------------------------------------------*
      *  DADOS BANCARIOS A CRITICAR (AGENCIA E CONTA ALINHADAS A        *
      *  DIREITA, DIGITOS EM SEPARADO)                                  *
      *----------------------------------------------------------------*
       01  PARAMETROS-BANCODV.
           03 BANCODV-BANCO                  PIC  9(003).
           03 BANCODV-AGENCIA                PIC  9(005).
           03 BANCODV-AGENCIA-DV             PIC  X(001).
           03 BANCODV-CONTA                  PIC  9(012).
           03 BANCODV-CONTA-DV               PIC  X(001).
           03 BANCODV-RETORNO                PIC  X(002).
           03 BANCODV-CRITICADO              PIC  X(001).
      *================================================================*
       PROCEDURE DIVISION USING PARAMETROS-BANCODV.
      *================================================================*
      *----------------------------------------------------------------*
      *                        ROTINA PRINCIPAL                        *
      *----------------------------------------------------------------*
       RT-PRINCIPAL                                SECTION.
      *
           MOVE '00' TO BANCODV-RETORNO
           MOVE 'S'  TO BANCODV-CRITICADO
      *
           IF  BANCODV-BANCO   IS NOT NUMERIC
           OR  BANCODV-AGENCIA IS NOT NUMERIC
           OR  BANCODV-CONTA   IS NOT NUMERIC
               MOVE '03' TO BANCODV-RETORNO
               GOBACK
           END-IF
           IF  BANCODV-BANCO   EQUAL ZEROS
           OR  BANCODV-AGENCIA EQUAL ZEROS
           OR  BANCODV-CONTA   EQUAL ZEROS
               MOVE '03' TO BANCODV-RETORNO
               GOBACK
           END-IF
           INSPECT BANCODV-AGENCIA-DV CONVERTING 'xp' TO 'XP'
           INSPECT BANCODV-CONTA-DV   CONVERTING 'xp' TO 'XP'
      *
           EVALUATE BANCODV-BANCO
               WHEN 001 PERFORM RT-BANCO-DO-BRASIL
               WHEN 104 PERFORM RT-CAIXA
               WHEN 237 PERFORM RT-BRADESCO
               WHEN 341 PERFORM RT-ITAU
               WHEN OTHER
                    MOVE 'N' TO BANCODV-CRITICADO
           END-EVALUATE
      *
           GOBACK.
      *
       RT-PRINCIPALX.                              EXIT.
      *----------------------------------------------------------------*
      *  BANCO DO BRASIL: AGENCIA (4) E CONTA (8), MODULO 11 PESOS 2-9  *
      *----------------------------------------------------------------*
       RT-BANCO-DO-BRASIL                          SECTION.
      *
           MOVE ZEROS TO WS-NUMERO
           MOVE BANCODV-AGENCIA(2:4) TO WS-NUMERO(12:4)
           MOVE 4 TO WS-QTDE-ALG
           MOVE 9 TO WS-PESO-MAX
           PERFORM RT-MODULO-11
           PERFORM RT-DV-BANCO-DO-BRASIL
           IF  BANCODV-AGENCIA-DV NOT EQUAL WS-DV-CALC
               MOVE '01' TO BANCODV-RETORNO
               EXIT SECTION
           END-IF
      *
           MOVE ZEROS TO WS-NUMERO
           MOVE BANCODV-CONTA(5:8) TO WS-NUMERO(8:8)
           MOVE 8 TO WS-QTDE-ALG
           PERFORM RT-MODULO-11
           PERFORM RT-DV-BANCO-DO-BRASIL
           IF  BANCODV-CONTA-DV NOT EQUAL WS-DV-CALC
               MOVE '02' TO BANCODV-RETORNO
           END-IF.
      *
       RT-BANCO-DO-BRASILX.                        EXIT.
      *----------------------------------------------------------------*
       RT-DV-BANCO-DO-BRASIL                       SECTION.
      *
           COMPUTE WS-DV = 11 - WS-RESTO
           EVALUATE WS-DV
               WHEN 10   MOVE 'X'        TO WS-DV-CALC
               WHEN 11   MOVE '0'        TO WS-DV-CALC
               WHEN OTHER
                    MOVE WS-DV(2:1) TO WS-DV-CALC
           END-EVALUATE.
      *
       RT-DV-BANCO-DO-BRASILX.                     EXIT.
      *----------------------------------------------------------------*
      *  CAIXA: DIGITO UNICO SOBRE AGENCIA (4) + OPERACAO E CONTA (11), *
      *  SOMA X 10 MODULO 11 (RESTO 10 = 0); A AGENCIA NAO TEM DIGITO   *
      *----------------------------------------------------------------*
       RT-CAIXA                                    SECTION.
      *
           MOVE ZEROS TO WS-NUMERO
           MOVE BANCODV-AGENCIA(2:4)  TO WS-NUMERO(1:4)
           MOVE BANCODV-CONTA(2:11)   TO WS-NUMERO(5:11)
           MOVE 15 TO WS-QTDE-ALG
           MOVE 9  TO WS-PESO-MAX
           PERFORM RT-MODULO-11
           COMPUTE WS-SOMA = WS-SOMA * 10
           DIVIDE WS-SOMA BY 11 GIVING WS-QUOCIENTE
                  REMAINDER WS-RESTO
           IF  WS-RESTO EQUAL 10
               MOVE ZEROS TO WS-RESTO
           END-IF
           MOVE WS-RESTO(2:1) TO WS-DV-CALC
           IF  BANCODV-CONTA-DV NOT EQUAL WS-DV-CALC
               MOVE '02' TO BANCODV-RETORNO
           END-IF.
      *
       RT-CAIXAX.                                  EXIT.
      *----------------------------------------------------------------*
      *  BRADESCO: AGENCIA (4) PESOS 2-5, CONTA (7) PESOS 2-7; RESTO 1  *
      *  DA P (ACEITO TAMBEM 0 NA AGENCIA), RESTO 0 DA 0                *
      *----------------------------------------------------------------*
       RT-BRADESCO                                 SECTION.
      *
           MOVE ZEROS TO WS-NUMERO
           MOVE BANCODV-AGENCIA(2:4) TO WS-NUMERO(12:4)
           MOVE 4 TO WS-QTDE-ALG
           MOVE 9 TO WS-PESO-MAX
           PERFORM RT-MODULO-11
           PERFORM RT-DV-BRADESCO
           IF  BANCODV-AGENCIA-DV NOT EQUAL WS-DV-CALC
           AND BANCODV-AGENCIA-DV NOT EQUAL WS-DV-ALTERNATIVO
               MOVE '01' TO BANCODV-RETORNO
               EXIT SECTION
           END-IF
      *
           MOVE ZEROS TO WS-NUMERO
           MOVE BANCODV-CONTA(6:7) TO WS-NUMERO(9:7)
           MOVE 7 TO WS-QTDE-ALG
           MOVE 7 TO WS-PESO-MAX
           PERFORM RT-MODULO-11
           PERFORM RT-DV-BRADESCO
           IF  BANCODV-CONTA-DV NOT EQUAL WS-DV-CALC
               MOVE '02' TO BANCODV-RETORNO
           END-IF.
      *
       RT-BRADESCOX.                               EXIT.
      *----------------------------------------------------------------*
       RT-DV-BRADESCO                              SECTION.
      *
           MOVE SPACE TO WS-DV-ALTERNATIVO
           EVALUATE WS-RESTO
               WHEN 0
                    MOVE '0' TO WS-DV-CALC
               WHEN 1
                    MOVE 'P' TO WS-DV-CALC
                    MOVE '0' TO WS-DV-ALTERNATIVO
               WHEN OTHER
                    COMPUTE WS-DV = 11 - WS-RESTO
                    MOVE WS-DV(2:1) TO WS-DV-CALC
           END-EVALUATE.
      *
       RT-DV-BRADESCOX.                            EXIT.
      *----------------------------------------------------------------*
      *  ITAU: MODULO 10 SOBRE AGENCIA (4) + CONTA (5), PESOS 2 E 1     *
      *  ALTERNADOS A PARTIR DA DIREITA, SOMANDO OS ALGARISMOS DOS      *
      *  PRODUTOS                                                       *
      *----------------------------------------------------------------*
       RT-ITAU                                     SECTION.
      *
           IF  BANCODV-AGENCIA-DV NOT EQUAL SPACE
           AND BANCODV-AGENCIA-DV NOT EQUAL '0'
               MOVE '01' TO BANCODV-RETORNO
               EXIT SECTION
           END-IF
      *
           MOVE ZEROS TO WS-NUMERO
           MOVE BANCODV-AGENCIA(2:4) TO WS-NUMERO(7:4)
           MOVE BANCODV-CONTA(8:5)   TO WS-NUMERO(11:5)
           MOVE ZEROS TO WS-SOMA
           MOVE 2     TO WS-PESO
           PERFORM VARYING WS-I FROM 15 BY -1 UNTIL WS-I LESS 7
               COMPUTE WS-PRODUTO = WS-ALGARISMO(WS-I) * WS-PESO
               IF  WS-PRODUTO GREATER 9
                   SUBTRACT 9 FROM WS-PRODUTO
               END-IF
               ADD WS-PRODUTO TO WS-SOMA
               IF  WS-PESO EQUAL 2
                   MOVE 1 TO WS-PESO
               ELSE
                   MOVE 2 TO WS-PESO
               END-IF
           END-PERFORM
           DIVIDE WS-SOMA BY 10 GIVING WS-QUOCIENTE
                  REMAINDER WS-RESTO
           IF  WS-RESTO EQUAL ZEROS
               MOVE ZEROS TO WS-DV
           ELSE
               COMPUTE WS-DV = 10 - WS-RESTO
           END-IF
           MOVE WS-DV(2:1) TO WS-DV-CALC
           IF  BANCODV-CONTA-DV NOT EQUAL WS-DV-CALC
               MOVE '02' TO BANCODV-RETORNO
           END-IF.
      *
       RT-ITAUX.                                   EXIT.
      *----------------------------------------------------------------*
      *  SOMA PONDERADA DOS WS-QTDE-ALG ALGARISMOS DA DIREITA DE        *
      *  WS-NUMERO, PESOS DE 2 ATE WS-PESO-MAX EM CICLO; RESTO DA       *
      *  DIVISAO POR 11 EM WS-RESTO                                     *
      *----------------------------------------------------------------*
       RT-MODULO-11                                SECTION.
      *
           MOVE ZEROS TO WS-SOMA
           MOVE 2     TO WS-PESO
           PERFORM VARYING WS-I FROM 15 BY -1
                     UNTIL WS-I LESS 1
                        OR WS-I LESS 16 - WS-QTDE-ALG
               COMPUTE WS-SOMA = WS-SOMA
                               + WS-ALGARISMO(WS-I) * WS-PESO
               IF  WS-PESO EQUAL WS-PESO-MAX
                   MOVE 2 TO WS-PESO
               ELSE
                   ADD 1 TO WS-PESO
               END-IF
           END-PERFORM
           DIVIDE WS-SOMA BY 11 GIVING WS-QUOCIENTE
                  REMAINDER WS-RESTO.
      *
       RT-MODULO-11X.                              EXIT.
      ******************************************************************
      *                      FIM  DO  PROGRAMA                         *
      ******************************************************************
