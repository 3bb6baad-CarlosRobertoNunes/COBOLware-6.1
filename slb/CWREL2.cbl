                      *                                               *
                      *  Modulo 2 - Classificacao e impressao         *
                      *                                               *
                      *  Tabela cruzada (CWRELXTAB=ON, ou a           *
                      *  definicao linha;coluna;valor;funcao;csv      *
                      *  no proprio CWRELXTAB): agrupa os             *
                      *  registros selecionados por um campo de       *
                      *  linha e um de coluna (campo:n usa so os      *
                      *  n primeiros digitos, ex. data:6 = AAAAMM)    *
                      *  e imprime a grade com soma (S), contagem     *
                      *  (C), media (M), minimo (N) ou maximo (X)     *
                      *  do campo de valor, com totais de linha e     *
                      *  de coluna, gravando opcionalmente a grade    *
                      *  em CSV. A definicao vai nos conjuntos do     *
                      *  CWRELPS (sequencias 901 a 905).              *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  LOCK MODE     IS EXCLUSIVE
                  FILE STATUS   IS FS-SORTWK.

           SELECT CSV ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FS-CSV.

       DATA DIVISION.
       FILE SECTION.
       COPY CAMPOS.FD.
           05 SORTWK-REGISTRO.
              10 SORTWK-BYTE-REGISTRO PIC X(001) OCCURS 19998.

       FD  CSV
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-CSV.

       01  CSV-REG                      PIC X(1000).

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO.
           05 RELPS-SEQ                PIC  9(003) VALUE ZEROS.
           05 RELPS-ACHOU              PIC  X(001) VALUE SPACE.

       01  TABELA-CRUZADA.
           05 CRUZ-ATIVA               PIC  9(001) VALUE 0.
           05 CRUZ-SAIDA               PIC  X(001) VALUE "I".
           05 CRUZ-AMBIENTE            PIC  X(160) VALUE SPACES.
           05 CRUZ-DEFINICAO.
              10 CRUZ-LINHA            PIC  X(030) VALUE SPACES.
              10 CRUZ-COLUNA           PIC  X(030) VALUE SPACES.
              10 CRUZ-VALOR            PIC  X(030) VALUE SPACES.
              10 CRUZ-FUNCAO           PIC  X(030) VALUE SPACES.
              10 CRUZ-CSV              PIC  X(030) VALUE SPACES.
           05 REDEFINES CRUZ-DEFINICAO.
              10 CRUZ-ITEM             PIC  X(030) OCCURS 5.
           05 CRUZ-NOME                PIC  X(030) VALUE SPACES.
           05 CRUZ-NOME-CAMPO          PIC  X(030) VALUE SPACES.
           05 CRUZ-NOME-OBJETO         PIC  X(030) VALUE SPACES.
           05 CRUZ-NOME-TAM            PIC  X(002) JUSTIFIED RIGHT
                                                   VALUE SPACES.
           05 CRUZ-NOME-TAM-N REDEFINES CRUZ-NOME-TAM
                                       PIC  9(002).
           05 CRUZ-FUNCAO-NOME         PIC  X(010) VALUE SPACES.
           05 CRUZ-TITULO              PIC  X(160) VALUE SPACES.
           05 CRUZ-MV                  PIC  9(004) VALUE 0.
           05 CRUZ-TAM                 PIC  9(002) VALUE 0.
           05 CRUZ-MV-LINHA            PIC  9(004) VALUE 0.
           05 CRUZ-MV-COLUNA           PIC  9(004) VALUE 0.
           05 CRUZ-MV-VALOR            PIC  9(004) VALUE 0.
           05 CRUZ-TAM-LINHA           PIC  9(002) VALUE 0.
           05 CRUZ-TAM-COLUNA          PIC  9(002) VALUE 0.
           05 CRUZ-TIPO-LINHA          PIC  X(001) VALUE SPACE.
           05 CRUZ-TIPO-COLUNA         PIC  X(001) VALUE SPACE.
           05 CRUZ-TIPO-ED             PIC  X(001) VALUE SPACE.
           05 CRUZ-DEC                 PIC  9(002) VALUE 0.
           05 CRUZ-DIVISOR             PIC  9(018) VALUE 1.
           05 CRUZ-NUMERO              PIC S9(018) VALUE 0.
           05 CRUZ-RESULTADO           PIC S9(013)V99 VALUE 0.
           05 CRUZ-INTEIRO             PIC  9(001) VALUE 0.
           05 CRUZ-ED-INTEIRO          PIC  ---.---.---.--9.
           05 CRUZ-ED-DECIMAL          PIC  ----.---.--9,99.
           05 CRUZ-CSV-INTEIRO         PIC  -(14)9.
           05 CRUZ-CSV-DECIMAL         PIC  -(13)9,99.
           05 CRUZ-CHAVE               PIC  X(030) VALUE SPACES.
           05 CRUZ-CHAVE-ED            PIC  X(030) VALUE SPACES.
           05 CRUZ-CAMPO               PIC  X(030) VALUE SPACES.
           05 CRUZ-I                   PIC  9(004) VALUE 0.
           05 CRUZ-J                   PIC  9(004) VALUE 0.
           05 CRUZ-P                   PIC  9(004) VALUE 0.
           05 CRUZ-Q                   PIC  9(004) VALUE 0.
           05 CRUZ-L                   PIC  9(004) VALUE 0.
           05 CRUZ-C                   PIC  9(004) VALUE 0.
           05 CRUZ-L2                  PIC  9(004) VALUE 0.
           05 CRUZ-C2                  PIC  9(004) VALUE 0.
           05 CRUZ-K1                  PIC  9(004) VALUE 0.
           05 CRUZ-K2                  PIC  9(004) VALUE 0.
           05 CRUZ-S                   PIC  9(004) VALUE 0.
           05 CRUZ-POS                 PIC  9(004) VALUE 0.
           05 CRUZ-PTR                 PIC  9(004) VALUE 0.
           05 CRUZ-INI                 PIC  9(004) VALUE 0.
           05 CRUZ-FIM                 PIC  9(004) VALUE 0.
           05 CRUZ-LARGURA             PIC  9(004) VALUE 0.
           05 CRUZ-POR-BLOCO           PIC  9(004) VALUE 0.
           05 CRUZ-LARGURA-BLOCO       PIC  9(004) VALUE 0.
           05 CRUZ-LINHAS              PIC  9(004) VALUE 0.
           05 CRUZ-COLUNAS             PIC  9(004) VALUE 0.
           05 CRUZ-NLIN                PIC  9(004) VALUE 0.
           05 CRUZ-NCOL                PIC  9(004) VALUE 0.
           05 CRUZ-LIN-DEMAIS          PIC  9(001) VALUE 0.
           05 CRUZ-COL-DEMAIS          PIC  9(001) VALUE 0.
           05 ER-CSV.
              10 FS-CSV                PIC  X(002) VALUE "00".
              10 LB-CSV                PIC  X(255) VALUE SPACES.
           05 CRUZ-TABELAS.
      *       linhas 1 a 200, 201 demais valores, 202 total
              10 CRUZ-LIN-CHAVE        PIC  X(030) OCCURS 202.
              10 CRUZ-LIN-ORDEM        PIC  9(004) OCCURS 200.
              10 CRUZ-LIN-SEQ          PIC  9(004) OCCURS 201.
      *       colunas 1 a 30, 31 demais valores, 32 total
              10 CRUZ-COL-CHAVE        PIC  X(030) OCCURS 32.
              10 CRUZ-COL-ORDEM        PIC  9(004) OCCURS 30.
              10 CRUZ-COL-SEQ          PIC  9(004) OCCURS 32.
              10 CRUZ-GRADE-LINHA OCCURS 202.
                 15 CRUZ-CELULA OCCURS 32.
                    20 CRUZ-SOMA       PIC S9(018) COMP-3.
                    20 CRUZ-QTDE       PIC  9(009) COMP-3.
                    20 CRUZ-MINIMO     PIC S9(018) COMP-3.
                    20 CRUZ-MAXIMO     PIC S9(018) COMP-3.

       LINKAGE SECTION.

       01   LK-RELATORIO PIC X(007).
                            IF  LISTADOS = 1
                            AND SIZE-PAGE = 0
                            AND (NOT ARQUIVO)
                            AND CRUZ-ATIVA = 0
                                PERFORM 131-CABECALHO THRU 131-99-FIM
                            END-IF
                            MOVE LISTADOS TO LISTADOS-ED
                                 CALL "CBL_WRITE_SCR_CHARS"
                                       USING X"0F19" LISTADOS-ED X"000B"
                            END-IF
                            IF   CRUZ-ATIVA = 1
                                 PERFORM 161-CRUZ-ACUMULA
                                    THRU 161-99-FIM
                            ELSE
                                 PERFORM 130-IMPRESSAO THRU 130-99-FIM
                            END-IF
                            MOVE    SORTWK-REG      TO ANTERIOR
                   END-READ
                   IF   LIMITE-OUT NOT = 0
                   END-IF
           END-PERFORM

           IF   CRUZ-ATIVA = 1
                PERFORM 170-CRUZ-IMPRIME THRU 170-99-FIM
                GO TO 100-99-FIM
           END-IF

           IF   SELECIONADOS = 0
                PERFORM 131-CABECALHO THRU 131-99-FIM
           END-IF

       160-99-FIM. EXIT.

       161-CRUZ-ACUMULA.

           MOVE CRUZ-MV-LINHA  TO CRUZ-MV
           MOVE CRUZ-TAM-LINHA TO CRUZ-TAM
           PERFORM 162-CRUZ-CHAVE THRU 162-99-FIM
           PERFORM 163-CRUZ-LINHA THRU 163-99-FIM
           MOVE CRUZ-MV-COLUNA  TO CRUZ-MV
           MOVE CRUZ-TAM-COLUNA TO CRUZ-TAM
           PERFORM 162-CRUZ-CHAVE  THRU 162-99-FIM
           PERFORM 164-CRUZ-COLUNA THRU 164-99-FIM

           MOVE 0 TO CRUZ-NUMERO
           IF   CRUZ-MV-VALOR NOT = 0
                MOVE CRUZ-MV-VALOR TO M
                MOVE 0             TO NUMERICO
                COMPUTE K = 18 - MV-TAMANHO (M) + 1
                MOVE SORTWK-REG (MV-POSIT-OUT (M): MV-TAMANHO (M))
                  TO NUMERICO   (K: MV-TAMANHO (M))
                IF   NUMERICO NUMERIC
                     MOVE NUMERICO TO CRUZ-NUMERO
                END-IF
           END-IF

      *    celula, total da linha, total da coluna e total geral
           MOVE CRUZ-L TO CRUZ-L2
           MOVE CRUZ-C TO CRUZ-C2
           PERFORM 165-CRUZ-CELULA THRU 165-99-FIM
           MOVE 32     TO CRUZ-C2
           PERFORM 165-CRUZ-CELULA THRU 165-99-FIM
           MOVE 202    TO CRUZ-L2
           MOVE CRUZ-C TO CRUZ-C2
           PERFORM 165-CRUZ-CELULA THRU 165-99-FIM
           MOVE 32     TO CRUZ-C2
           PERFORM 165-CRUZ-CELULA THRU 165-99-FIM.

       161-99-FIM. EXIT.

       162-CRUZ-CHAVE.

           MOVE SPACES  TO CRUZ-CHAVE
           MOVE CRUZ-MV TO M2
           MOVE 1       TO K
           EVALUATE MV-TIPO (M2)
               WHEN "j"
               WHEN "a"
                    MOVE 4                 TO S
                    MOVE MV-POSIT-OUT (M2) TO P
                    MOVE SORTWK-REG (P: S) TO CRUZ-CHAVE (K: S)
                    ADD  S                 TO K
                    ADD  1                 TO M2
                    IF   MV-TIPO (CRUZ-MV) = "j"
                         ADD 1 TO M2
                    END-IF
                    IF   M2 NOT > MV-OBJETOS
                    AND  MV-TIPO (M2) = "m"
                         MOVE MV-TAMANHO   (M2) TO S
                         MOVE MV-POSIT-OUT (M2) TO P
                         MOVE SORTWK-REG (P: S) TO CRUZ-CHAVE (K: S)
                         ADD  S                 TO K
                         ADD  1                 TO M2
                    END-IF
                    IF   M2 NOT > MV-OBJETOS
                    AND  MV-TIPO (M2) = "d"
                         MOVE MV-TAMANHO   (M2) TO S
                         MOVE MV-POSIT-OUT (M2) TO P
                         MOVE SORTWK-REG (P: S) TO CRUZ-CHAVE (K: S)
                    END-IF
               WHEN "m"
                    MOVE MV-TAMANHO   (M2) TO S
                    MOVE MV-POSIT-OUT (M2) TO P
                    MOVE SORTWK-REG (P: S) TO CRUZ-CHAVE (K: S)
                    ADD  S                 TO K
                    ADD  1                 TO M2
                    IF   M2 NOT > MV-OBJETOS
                    AND  MV-TIPO (M2) = "d"
                         MOVE MV-TAMANHO   (M2) TO S
                         MOVE MV-POSIT-OUT (M2) TO P
                         MOVE SORTWK-REG (P: S) TO CRUZ-CHAVE (K: S)
                    END-IF
               WHEN OTHER
                    MOVE MV-TAMANHO   (M2) TO S
                    IF   S > 30
                         MOVE 30 TO S
                    END-IF
                    MOVE MV-POSIT-OUT (M2) TO P
                    MOVE SORTWK-REG (P: S) TO CRUZ-CHAVE
           END-EVALUATE

           IF   CRUZ-TAM > 0
           AND  CRUZ-TAM < 30
                MOVE SPACES TO CRUZ-CHAVE (CRUZ-TAM + 1: )
           END-IF.

       162-99-FIM. EXIT.

       163-CRUZ-LINHA.

           PERFORM VARYING CRUZ-L FROM 1 BY 1
                     UNTIL CRUZ-L > CRUZ-LINHAS
                        OR CRUZ-LIN-CHAVE (CRUZ-L) = CRUZ-CHAVE
                   CONTINUE
           END-PERFORM

           IF   CRUZ-L > CRUZ-LINHAS
                IF   CRUZ-LINHAS < 200
                     ADD  1          TO CRUZ-LINHAS
                     MOVE CRUZ-LINHAS TO CRUZ-L
                     MOVE CRUZ-CHAVE TO CRUZ-LIN-CHAVE (CRUZ-L)
                     MOVE CRUZ-L     TO CRUZ-LIN-ORDEM (CRUZ-L)
                     PERFORM VARYING CRUZ-P FROM 1 BY 1
                               UNTIL CRUZ-P NOT < CRUZ-LINHAS
                                  OR CRUZ-LIN-CHAVE
                                     (CRUZ-LIN-ORDEM (CRUZ-P))
                                     > CRUZ-CHAVE
                             CONTINUE
                     END-PERFORM
                     PERFORM VARYING CRUZ-Q FROM CRUZ-LINHAS BY -1
                               UNTIL CRUZ-Q NOT > CRUZ-P
                             MOVE CRUZ-LIN-ORDEM (CRUZ-Q - 1)
                               TO CRUZ-LIN-ORDEM (CRUZ-Q)
                     END-PERFORM
                     MOVE CRUZ-L TO CRUZ-LIN-ORDEM (CRUZ-P)
                ELSE
                     MOVE 201 TO CRUZ-L
                     MOVE 1   TO CRUZ-LIN-DEMAIS
                END-IF
           END-IF.

       163-99-FIM. EXIT.

       164-CRUZ-COLUNA.

           PERFORM VARYING CRUZ-C FROM 1 BY 1
                     UNTIL CRUZ-C > CRUZ-COLUNAS
                        OR CRUZ-COL-CHAVE (CRUZ-C) = CRUZ-CHAVE
                   CONTINUE
           END-PERFORM

           IF   CRUZ-C > CRUZ-COLUNAS
                IF   CRUZ-COLUNAS < 30
                     ADD  1            TO CRUZ-COLUNAS
                     MOVE CRUZ-COLUNAS TO CRUZ-C
                     MOVE CRUZ-CHAVE   TO CRUZ-COL-CHAVE (CRUZ-C)
                     MOVE CRUZ-C       TO CRUZ-COL-ORDEM (CRUZ-C)
                     PERFORM VARYING CRUZ-P FROM 1 BY 1
                               UNTIL CRUZ-P NOT < CRUZ-COLUNAS
                                  OR CRUZ-COL-CHAVE
                                     (CRUZ-COL-ORDEM (CRUZ-P))
                                     > CRUZ-CHAVE
                             CONTINUE
                     END-PERFORM
                     PERFORM VARYING CRUZ-Q FROM CRUZ-COLUNAS BY -1
                               UNTIL CRUZ-Q NOT > CRUZ-P
                             MOVE CRUZ-COL-ORDEM (CRUZ-Q - 1)
                               TO CRUZ-COL-ORDEM (CRUZ-Q)
                     END-PERFORM
                     MOVE CRUZ-C TO CRUZ-COL-ORDEM (CRUZ-P)
                ELSE
                     MOVE 31 TO CRUZ-C
                     MOVE 1  TO CRUZ-COL-DEMAIS
                END-IF
           END-IF.

       164-99-FIM. EXIT.

       165-CRUZ-CELULA.

           IF   CRUZ-QTDE (CRUZ-L2 CRUZ-C2) = 0
                MOVE CRUZ-NUMERO TO CRUZ-MINIMO (CRUZ-L2 CRUZ-C2)
                                    CRUZ-MAXIMO (CRUZ-L2 CRUZ-C2)
           ELSE
                IF   CRUZ-NUMERO < CRUZ-MINIMO (CRUZ-L2 CRUZ-C2)
                     MOVE CRUZ-NUMERO TO CRUZ-MINIMO (CRUZ-L2 CRUZ-C2)
                END-IF
                IF   CRUZ-NUMERO > CRUZ-MAXIMO (CRUZ-L2 CRUZ-C2)
                     MOVE CRUZ-NUMERO TO CRUZ-MAXIMO (CRUZ-L2 CRUZ-C2)
                END-IF
           END-IF
           ADD 1           TO CRUZ-QTDE (CRUZ-L2 CRUZ-C2)
           ADD CRUZ-NUMERO TO CRUZ-SOMA (CRUZ-L2 CRUZ-C2).

       165-99-FIM. EXIT.

       170-CRUZ-IMPRIME.

           MOVE 0 TO CRUZ-NLIN CRUZ-NCOL
           PERFORM VARYING CRUZ-P FROM 1 BY 1
                     UNTIL CRUZ-P > CRUZ-LINHAS
                   ADD  1                       TO CRUZ-NLIN
                   MOVE CRUZ-LIN-ORDEM (CRUZ-P)
                     TO CRUZ-LIN-SEQ   (CRUZ-NLIN)
           END-PERFORM
           IF   CRUZ-LIN-DEMAIS = 1
                ADD  1   TO CRUZ-NLIN
                MOVE 201 TO CRUZ-LIN-SEQ (CRUZ-NLIN)
           END-IF
           PERFORM VARYING CRUZ-P FROM 1 BY 1
                     UNTIL CRUZ-P > CRUZ-COLUNAS
                   ADD  1                       TO CRUZ-NCOL
                   MOVE CRUZ-COL-ORDEM (CRUZ-P)
                     TO CRUZ-COL-SEQ   (CRUZ-NCOL)
           END-PERFORM
           IF   CRUZ-COL-DEMAIS = 1
                ADD  1  TO CRUZ-NCOL
                MOVE 31 TO CRUZ-COL-SEQ (CRUZ-NCOL)
           END-IF
           ADD  1  TO CRUZ-NCOL
           MOVE 32 TO CRUZ-COL-SEQ (CRUZ-NCOL)

           MOVE "I"         TO CRUZ-SAIDA
           MOVE SPACES      TO CWIMPR-DETAIL
           MOVE CRUZ-TITULO TO CWIMPR-DETAIL
           PERFORM 176-CRUZ-EMITE THRU 176-99-FIM
           MOVE SPACES      TO CWIMPR-DETAIL
           PERFORM 176-CRUZ-EMITE THRU 176-99-FIM

           IF   LISTADOS = 0
                MOVE "Nenhum registro selecionado" TO CWIMPR-DETAIL
                PERFORM 176-CRUZ-EMITE THRU 176-99-FIM
                GO TO 170-99-FIM
           END-IF

      *    colunas que nao cabem na largura do relatorio vao para
      *    blocos seguintes, repetindo as linhas
           MOVE CWIMPR-HORIZONTAL-LENGTH TO CRUZ-LARGURA
           IF   CRUZ-LARGURA < 80
                MOVE 80  TO CRUZ-LARGURA
           END-IF
           IF   CRUZ-LARGURA > 220
                MOVE 220 TO CRUZ-LARGURA
           END-IF
           COMPUTE CRUZ-POR-BLOCO = (CRUZ-LARGURA - 20) / 16

           PERFORM VARYING CRUZ-INI FROM 1 BY CRUZ-POR-BLOCO
                     UNTIL CRUZ-INI > CRUZ-NCOL
                        OR CWIMPR-END-PRINT
                   COMPUTE CRUZ-FIM = CRUZ-INI + CRUZ-POR-BLOCO - 1
                   IF   CRUZ-FIM > CRUZ-NCOL
                        MOVE CRUZ-NCOL TO CRUZ-FIM
                   END-IF
                   IF   CRUZ-INI > 1
                        MOVE SPACES TO CWIMPR-DETAIL
                        PERFORM 176-CRUZ-EMITE THRU 176-99-FIM
                   END-IF
                   PERFORM 171-CRUZ-BLOCO THRU 171-99-FIM
           END-PERFORM

           IF   CRUZ-CSV = SPACES
                GO TO 170-99-FIM
           END-IF

           MOVE CRUZ-CSV TO LB-CSV
           OPEN OUTPUT CSV
           IF   FS-CSV > "09"
                CALL "CWISAM" USING ER-CSV
                GO TO 170-99-FIM
           END-IF
           MOVE "C"       TO CRUZ-SAIDA
           MOVE 1         TO CRUZ-INI
           MOVE CRUZ-NCOL TO CRUZ-FIM
           PERFORM 171-CRUZ-BLOCO THRU 171-99-FIM
           CLOSE CSV.

       170-99-FIM. EXIT.

       171-CRUZ-BLOCO.

           MOVE SPACES     TO CWIMPR-DETAIL CSV-REG
           MOVE 1          TO CRUZ-POS CRUZ-PTR
           MOVE CRUZ-LINHA TO CRUZ-CAMPO
           PERFORM 175-CRUZ-CAMPO THRU 175-99-FIM
           PERFORM VARYING CRUZ-J FROM CRUZ-INI BY 1
                     UNTIL CRUZ-J > CRUZ-FIM
                   MOVE CRUZ-COL-SEQ (CRUZ-J)   TO CRUZ-C2
                   MOVE CRUZ-COL-CHAVE (CRUZ-C2) TO CRUZ-CHAVE-ED
                   MOVE CRUZ-TIPO-COLUNA        TO CRUZ-TIPO-ED
                   IF   CRUZ-C2 > 30
                        MOVE SPACE TO CRUZ-TIPO-ED
                   END-IF
                   PERFORM 174-CRUZ-ROTULO THRU 174-99-FIM
                   PERFORM 175-CRUZ-CAMPO  THRU 175-99-FIM
           END-PERFORM
           COMPUTE CRUZ-LARGURA-BLOCO = CRUZ-POS - 1
           PERFORM 176-CRUZ-EMITE THRU 176-99-FIM

           IF   CRUZ-SAIDA = "I"
                MOVE SPACES TO CWIMPR-DETAIL
                MOVE ALL "-" TO CWIMPR-DETAIL (1: CRUZ-LARGURA-BLOCO)
                PERFORM 176-CRUZ-EMITE THRU 176-99-FIM
           END-IF

           PERFORM VARYING CRUZ-I FROM 1 BY 1
                     UNTIL CRUZ-I > CRUZ-NLIN
                        OR CWIMPR-END-PRINT
                   MOVE CRUZ-LIN-SEQ (CRUZ-I) TO CRUZ-L2
                   PERFORM 172-CRUZ-LINHA-GRADE THRU 172-99-FIM
           END-PERFORM

           IF   CRUZ-SAIDA = "I"
                MOVE SPACES TO CWIMPR-DETAIL
                MOVE ALL "-" TO CWIMPR-DETAIL (1: CRUZ-LARGURA-BLOCO)
                PERFORM 176-CRUZ-EMITE THRU 176-99-FIM
           END-IF
           MOVE 202 TO CRUZ-L2
           PERFORM 172-CRUZ-LINHA-GRADE THRU 172-99-FIM.

       171-99-FIM. EXIT.

       172-CRUZ-LINHA-GRADE.

           MOVE SPACES                   TO CWIMPR-DETAIL CSV-REG
           MOVE 1                        TO CRUZ-POS CRUZ-PTR
           MOVE CRUZ-LIN-CHAVE (CRUZ-L2) TO CRUZ-CHAVE-ED
           MOVE CRUZ-TIPO-LINHA          TO CRUZ-TIPO-ED
           IF   CRUZ-L2 > 200
                MOVE SPACE TO CRUZ-TIPO-ED
           END-IF
           PERFORM 174-CRUZ-ROTULO THRU 174-99-FIM
           PERFORM 175-CRUZ-CAMPO  THRU 175-99-FIM
           PERFORM VARYING CRUZ-J FROM CRUZ-INI BY 1
                     UNTIL CRUZ-J > CRUZ-FIM
                   MOVE CRUZ-COL-SEQ (CRUZ-J) TO CRUZ-C2
                   PERFORM 173-CRUZ-VALOR THRU 173-99-FIM
                   PERFORM 175-CRUZ-CAMPO THRU 175-99-FIM
           END-PERFORM
           PERFORM 176-CRUZ-EMITE THRU 176-99-FIM.

       172-99-FIM. EXIT.

       173-CRUZ-VALOR.

           MOVE SPACES TO CRUZ-CAMPO
           IF   CRUZ-QTDE (CRUZ-L2 CRUZ-C2) = 0
                GO TO 173-99-FIM
           END-IF

           MOVE 0 TO CRUZ-INTEIRO
           IF   CRUZ-DEC = 0
                MOVE 1 TO CRUZ-INTEIRO
           END-IF
           EVALUATE CRUZ-FUNCAO (1: 1)
               WHEN "C"
                    MOVE CRUZ-QTDE (CRUZ-L2 CRUZ-C2) TO CRUZ-RESULTADO
                    MOVE 1 TO CRUZ-INTEIRO
               WHEN "M"
                    COMPUTE CRUZ-RESULTADO ROUNDED =
                            CRUZ-SOMA (CRUZ-L2 CRUZ-C2)
                          / (CRUZ-QTDE (CRUZ-L2 CRUZ-C2) * CRUZ-DIVISOR)
                    MOVE 0 TO CRUZ-INTEIRO
               WHEN "N"
                    COMPUTE CRUZ-RESULTADO ROUNDED =
                            CRUZ-MINIMO (CRUZ-L2 CRUZ-C2) / CRUZ-DIVISOR
               WHEN "X"
                    COMPUTE CRUZ-RESULTADO ROUNDED =
                            CRUZ-MAXIMO (CRUZ-L2 CRUZ-C2) / CRUZ-DIVISOR
               WHEN OTHER
                    COMPUTE CRUZ-RESULTADO ROUNDED =
                            CRUZ-SOMA (CRUZ-L2 CRUZ-C2) / CRUZ-DIVISOR
           END-EVALUATE

           EVALUATE TRUE
               WHEN CRUZ-SAIDA = "C" AND CRUZ-INTEIRO = 1
                    MOVE CRUZ-RESULTADO   TO CRUZ-CSV-INTEIRO
                    MOVE CRUZ-CSV-INTEIRO TO CRUZ-CAMPO
               WHEN CRUZ-SAIDA = "C"
                    MOVE CRUZ-RESULTADO   TO CRUZ-CSV-DECIMAL
                    MOVE CRUZ-CSV-DECIMAL TO CRUZ-CAMPO
               WHEN CRUZ-INTEIRO = 1
                    MOVE CRUZ-RESULTADO   TO CRUZ-ED-INTEIRO
                    MOVE CRUZ-ED-INTEIRO  TO CRUZ-CAMPO
               WHEN OTHER
                    MOVE CRUZ-RESULTADO   TO CRUZ-ED-DECIMAL
                    MOVE CRUZ-ED-DECIMAL  TO CRUZ-CAMPO
           END-EVALUATE.

       173-99-FIM. EXIT.

       174-CRUZ-ROTULO.

           MOVE SPACES TO CRUZ-CAMPO
           EVALUATE TRUE
               WHEN CRUZ-CHAVE-ED = SPACES
                    MOVE "(vazio)" TO CRUZ-CAMPO
               WHEN (CRUZ-TIPO-ED = "j" OR "a")
               AND  (CRUZ-CHAVE-ED (7: 2) NOT = SPACES)
                    STRING CRUZ-CHAVE-ED (7: 2) "/"
                           CRUZ-CHAVE-ED (5: 2) "/"
                           CRUZ-CHAVE-ED (1: 4)
                           DELIMITED BY SIZE INTO CRUZ-CAMPO
               WHEN (CRUZ-TIPO-ED = "j" OR "a")
               AND  (CRUZ-CHAVE-ED (5: 2) NOT = SPACES)
                    STRING CRUZ-CHAVE-ED (5: 2) "/"
                           CRUZ-CHAVE-ED (1: 4)
                           DELIMITED BY SIZE INTO CRUZ-CAMPO
               WHEN CRUZ-TIPO-ED = "m"
               AND  (CRUZ-CHAVE-ED (3: 2) NOT = SPACES)
                    STRING CRUZ-CHAVE-ED (3: 2) "/"
                           CRUZ-CHAVE-ED (1: 2)
                           DELIMITED BY SIZE INTO CRUZ-CAMPO
               WHEN OTHER
                    MOVE CRUZ-CHAVE-ED TO CRUZ-CAMPO
           END-EVALUATE.

       174-99-FIM. EXIT.

       175-CRUZ-CAMPO.

           PERFORM VARYING CRUZ-K1 FROM 1 BY 1
                     UNTIL CRUZ-K1 > 30
                        OR CRUZ-CAMPO (CRUZ-K1: 1) NOT = SPACE
                   CONTINUE
           END-PERFORM
           PERFORM VARYING CRUZ-K2 FROM 30 BY -1
                     UNTIL CRUZ-K2 = 0
                        OR CRUZ-CAMPO (CRUZ-K2: 1) NOT = SPACE
                   CONTINUE
           END-PERFORM
           COMPUTE CRUZ-S = CRUZ-K2 - CRUZ-K1 + 1

           IF   CRUZ-SAIDA = "C"
                IF   CRUZ-PTR > 1
                     STRING ";" DELIMITED BY SIZE
                            INTO CSV-REG WITH POINTER CRUZ-PTR
                END-IF
                IF   CRUZ-K2 NOT = 0
                     INSPECT CRUZ-CAMPO REPLACING ALL ";" BY ","
                     STRING CRUZ-CAMPO (CRUZ-K1: CRUZ-S)
                            DELIMITED BY SIZE
                            INTO CSV-REG WITH POINTER CRUZ-PTR
                END-IF
                GO TO 175-99-FIM
           END-IF

           IF   CRUZ-POS = 1
                IF   CRUZ-K2 NOT = 0
                     IF   CRUZ-S > 19
                          MOVE 19 TO CRUZ-S
                     END-IF
                     MOVE CRUZ-CAMPO (CRUZ-K1: CRUZ-S)
                       TO CWIMPR-DETAIL (1: CRUZ-S)
                END-IF
                MOVE 21 TO CRUZ-POS
           ELSE
                IF   CRUZ-K2 NOT = 0
                     IF   CRUZ-S > 15
                          MOVE 15 TO CRUZ-S
                     END-IF
                     MOVE CRUZ-CAMPO (CRUZ-K1: CRUZ-S)
                       TO CWIMPR-DETAIL (CRUZ-POS + 16 - CRUZ-S: CRUZ-S)
                END-IF
                ADD 16 TO CRUZ-POS
           END-IF.

       175-99-FIM. EXIT.

       176-CRUZ-EMITE.

           IF   CRUZ-SAIDA = "C"
                WRITE CSV-REG
           ELSE
                IF   NOT CWIMPR-END-PRINT
                     CALL "CWIMPR" USING PARAMETROS-CWIMPR
                END-IF
           END-IF.

       176-99-FIM. EXIT.

       180-SAIDA.

           MOVE SPACES TO CWIMPR-DETAIL

           CANCEL "CWREL7"

           PERFORM 830-TABELA-CRUZADA THRU 830-99-FIM

           IF   RELCONT = "1"
           AND  (NOT CWUNIX-GUI)
                MOVE 10             TO CWBOXW-LINE

       821-99-FIM. EXIT.

       830-TABELA-CRUZADA.

           IF   ARQUIVO
                GO TO 830-99-FIM
           END-IF

           IF  RELPS-VEZ = 0
               MOVE 1 TO RELPS-VEZ
               DISPLAY "CWRELSET"  UPON ENVIRONMENT-NAME
               ACCEPT  RELPS-SET   FROM ENVIRONMENT-VALUE
               DISPLAY "CWRELMODE" UPON ENVIRONMENT-NAME
               ACCEPT  RELPS-MODE  FROM ENVIRONMENT-VALUE
               INSPECT RELPS-MODE CONVERTING "runcapte"
                                          TO "RUNCAPTE"
           END-IF

      *    a definicao gravada no conjunto vale sobre o CWRELXTAB
           MOVE SPACES TO CRUZ-DEFINICAO
           IF  RELPS-SET NOT = SPACES
           AND RELPS-MODE (1: 3) = "RUN"
               PERFORM VARYING CRUZ-I FROM 1 BY 1 UNTIL CRUZ-I > 5
                       MOVE "G" TO RELPS-FUNCAO
                       COMPUTE RELPS-SEQ = 900 + CRUZ-I
                       MOVE LK-RELATORIO TO RELPS-RELNOME
                       CALL "CWRELPS" USING RELPS-FUNCAO RELPS-SET
                                            RELPS-RELNOME RELPS-SEQ
                                            CRUZ-ITEM (CRUZ-I)
                                            RELPS-ACHOU
                       ON OVERFLOW CONTINUE
                       END-CALL
                       IF  RELPS-ACHOU NOT = "S"
                           MOVE SPACES TO CRUZ-ITEM (CRUZ-I)
                       END-IF
               END-PERFORM
           END-IF

           IF   CRUZ-LINHA = SPACES
                DISPLAY "CWRELXTAB"   UPON ENVIRONMENT-NAME
                ACCEPT  CRUZ-AMBIENTE FROM ENVIRONMENT-VALUE
                EVALUATE TRUE
                    WHEN CRUZ-AMBIENTE = "ON" OR "on" OR "On"
                         PERFORM 832-CRUZ-PERGUNTA THRU 832-99-FIM
                    WHEN CRUZ-AMBIENTE NOT = SPACES
                         UNSTRING CRUZ-AMBIENTE DELIMITED BY ";"
                                  INTO CRUZ-LINHA  CRUZ-COLUNA
                                       CRUZ-VALOR  CRUZ-FUNCAO
                                       CRUZ-CSV
                END-EVALUATE
           END-IF

           INSPECT CRUZ-FUNCAO CONVERTING MINUSCULAS TO MAIUSCULAS
           IF   CRUZ-LINHA  NOT = SPACES
           AND  CRUZ-FUNCAO = SPACES
                IF   CRUZ-VALOR = SPACES
                     MOVE "C" TO CRUZ-FUNCAO
                ELSE
                     MOVE "S" TO CRUZ-FUNCAO
                END-IF
           END-IF

           IF  RELPS-SET NOT = SPACES
           AND RELPS-MODE (1: 7) = "CAPTURE"
               PERFORM VARYING CRUZ-I FROM 1 BY 1 UNTIL CRUZ-I > 5
                       MOVE "C" TO RELPS-FUNCAO
                       COMPUTE RELPS-SEQ = 900 + CRUZ-I
                       MOVE LK-RELATORIO TO RELPS-RELNOME
                       CALL "CWRELPS" USING RELPS-FUNCAO RELPS-SET
                                            RELPS-RELNOME RELPS-SEQ
                                            CRUZ-ITEM (CRUZ-I)
                                            RELPS-ACHOU
                       ON OVERFLOW CONTINUE
                       END-CALL
               END-PERFORM
           END-IF

           IF   CRUZ-LINHA  = SPACES
           OR   CRUZ-COLUNA = SPACES
                GO TO 830-99-FIM
           END-IF

           MOVE SPACES TO CWSEND-SCREENS
           EVALUATE CRUZ-FUNCAO (1: 1)
               WHEN "S" MOVE "Soma"     TO CRUZ-FUNCAO-NOME
               WHEN "C" MOVE "Contagem" TO CRUZ-FUNCAO-NOME
               WHEN "M" MOVE "Media"    TO CRUZ-FUNCAO-NOME
               WHEN "N" MOVE "Minimo"   TO CRUZ-FUNCAO-NOME
               WHEN "X" MOVE "Maximo"   TO CRUZ-FUNCAO-NOME
               WHEN OTHER
                    STRING 'Funcao "' CRUZ-FUNCAO (1: 1)
                           '" invalida na tabela cruzada'
                           DELIMITED BY SIZE INTO CWSEND-MSG
                    CALL "CWSEND" USING PARAMETROS-CWSEND
                    GO TO 830-99-FIM
           END-EVALUATE

           MOVE CRUZ-LINHA TO CRUZ-NOME
           PERFORM 831-CRUZ-RESOLVE THRU 831-99-FIM
           IF   CRUZ-MV = 0
                GO TO 830-99-FIM
           END-IF
           MOVE CRUZ-MV            TO CRUZ-MV-LINHA
           MOVE CRUZ-TAM           TO CRUZ-TAM-LINHA
           MOVE MV-TIPO (CRUZ-MV)  TO CRUZ-TIPO-LINHA

           MOVE CRUZ-COLUNA TO CRUZ-NOME
           PERFORM 831-CRUZ-RESOLVE THRU 831-99-FIM
           IF   CRUZ-MV = 0
                GO TO 830-99-FIM
           END-IF
           MOVE CRUZ-MV            TO CRUZ-MV-COLUNA
           MOVE CRUZ-TAM           TO CRUZ-TAM-COLUNA
           MOVE MV-TIPO (CRUZ-MV)  TO CRUZ-TIPO-COLUNA

           MOVE 0 TO CRUZ-MV-VALOR CRUZ-DEC
           IF   CRUZ-VALOR NOT = SPACES
                MOVE CRUZ-VALOR TO CRUZ-NOME
                PERFORM 831-CRUZ-RESOLVE THRU 831-99-FIM
                IF   CRUZ-MV = 0
                     GO TO 830-99-FIM
                END-IF
                MOVE CRUZ-MV          TO CRUZ-MV-VALOR
                MOVE MV-DEC (CRUZ-MV) TO CRUZ-DEC
           ELSE
                IF   CRUZ-FUNCAO NOT = "C"
                     MOVE "Tabela cruzada sem campo de valor"
                       TO CWSEND-MSG
                     CALL "CWSEND" USING PARAMETROS-CWSEND
                     GO TO 830-99-FIM
                END-IF
           END-IF
           COMPUTE CRUZ-DIVISOR = 10 ** CRUZ-DEC

           MOVE SPACES TO CRUZ-TITULO
           IF   CRUZ-VALOR = SPACES
                STRING CRUZ-FUNCAO-NOME DELIMITED BY SPACE
                       " por "          DELIMITED BY SIZE
                       CRUZ-LINHA       DELIMITED BY SPACE
                       " x "            DELIMITED BY SIZE
                       CRUZ-COLUNA      DELIMITED BY SPACE
                       INTO CRUZ-TITULO
           ELSE
                STRING CRUZ-FUNCAO-NOME DELIMITED BY SPACE
                       " de "           DELIMITED BY SIZE
                       CRUZ-VALOR       DELIMITED BY SPACE
                       " por "          DELIMITED BY SIZE
                       CRUZ-LINHA       DELIMITED BY SPACE
                       " x "            DELIMITED BY SIZE
                       CRUZ-COLUNA      DELIMITED BY SPACE
                       INTO CRUZ-TITULO
           END-IF

           INITIALIZE CRUZ-TABELAS
           MOVE 0          TO CRUZ-LINHAS CRUZ-COLUNAS
                              CRUZ-LIN-DEMAIS CRUZ-COL-DEMAIS
           MOVE "(demais)" TO CRUZ-LIN-CHAVE (201) CRUZ-COL-CHAVE (31)
           MOVE "Total"    TO CRUZ-LIN-CHAVE (202) CRUZ-COL-CHAVE (32)
           MOVE 1          TO CRUZ-ATIVA.

       830-99-FIM. EXIT.

       831-CRUZ-RESOLVE.

      *    campo[:n] -> posicao no registro classificado
           MOVE SPACES TO CRUZ-NOME-CAMPO CRUZ-NOME-TAM
           MOVE 0      TO CRUZ-MV CRUZ-TAM
           UNSTRING CRUZ-NOME DELIMITED BY ":" OR SPACE
                    INTO CRUZ-NOME-CAMPO CRUZ-NOME-TAM
           INSPECT CRUZ-NOME-CAMPO CONVERTING MINUSCULAS TO MAIUSCULAS
           INSPECT CRUZ-NOME-TAM REPLACING LEADING SPACES BY ZEROS
           IF   CRUZ-NOME-TAM-N NUMERIC
                MOVE CRUZ-NOME-TAM-N TO CRUZ-TAM
           END-IF

           PERFORM VARYING OBJETO-L FROM 1 BY 1
                     UNTIL OBJETO-L > OBJETO-R
                        OR CRUZ-MV NOT = 0
                   IF   OBJETO-OUT (OBJETO-L) NOT = 0
                        MOVE OBJETO-DATANAME (OBJETO-L)
                          TO CRUZ-NOME-OBJETO
                        INSPECT CRUZ-NOME-OBJETO
                                REPLACING ALL "[+]" BY SPACES
                        INSPECT CRUZ-NOME-OBJETO
                                CONVERTING MINUSCULAS TO MAIUSCULAS
                        IF   CRUZ-NOME-OBJETO = CRUZ-NOME-CAMPO
                             MOVE OBJETO-OUT (OBJETO-L) TO CRUZ-MV
                        END-IF
                   END-IF
           END-PERFORM

           IF   CRUZ-MV = 0
                MOVE SPACES TO CWSEND-SCREENS
                STRING 'Campo "' DELIMITED BY SIZE
                       CRUZ-NOME-CAMPO DELIMITED BY SPACE
                       '" nao esta no relatorio' DELIMITED BY SIZE
                       INTO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
           END-IF.

       831-99-FIM. EXIT.

       832-CRUZ-PERGUNTA.

           MOVE 08 TO CWBOXW-LINE
           MOVE 08 TO CWBOXW-COLUMN
           MOVE 07 TO CWBOXW-VERTICAL-LENGTH
           MOVE 52 TO CWBOXW-HORIZONTAL-LENGTH
           SET  CWBOXW-OPEN  TO TRUE
           CALL "CWBOXW"  USING PARAMETROS-CWBOXW
           SET  CWBOXW-POPUP TO TRUE
           CALL "CWBOXW"  USING PARAMETROS-CWBOXW
           CALL "CWMSGW" USING "091014" "Tabela cruzada"
           CALL "CWMSGW" USING "101016" "Linha  campo[:n]"
           CALL "CWMSGW" USING "111016" "Coluna campo[:n]"
           CALL "CWMSGW" USING "121016" "Valor  campo    "
           CALL "CWMSGW" USING "131016" "Funcao S/C/M/N/X"
           CALL "CWMSGW" USING "141016" "Arquivo CSV     "

           MOVE "S" TO CRUZ-FUNCAO
           MOVE 0   TO TECLA
           PERFORM VARYING CRUZ-I FROM 1 BY 1
                     UNTIL CRUZ-I > 5
                        OR ESC
                   COMPUTE LIN-P = 9 + CRUZ-I
                   MOVE 30 TO S
                   IF   CRUZ-I = 4
                        MOVE 1 TO S
                   END-IF
                   ACCEPT CRUZ-ITEM (CRUZ-I)
                          LINE LIN-P COLUMN 28
                          WITH SIZE S PROMPT UPDATE
                   ACCEPT TECLA FROM ESCAPE KEY
           END-PERFORM

           SET  CWBOXW-CLOSE TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW

           IF   ESC
                MOVE SPACES TO CRUZ-DEFINICAO
           END-IF.

       832-99-FIM. EXIT.

       840-AJUSTA-TAMANHO.

           PERFORM VARYING SZ-FORMATOS
