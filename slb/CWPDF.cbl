                      *  content stream por pagina, xref e trailer    *
                      *  com os deslocamentos reais.                  *
                      *                                               *
                      *  Linha com X"1B" na coluna 1 e desenho, nao   *
                      *  texto: o resto da linha sao operadores de    *
                      *  retangulo do PDF ("x y larg alt re") que     *
                      *  vao preenchidos depois do texto da pagina    *
                      *  onde estao (barras e QR code do BOLETO).     *
                      *  Nao contam no tamanho da pagina.             *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05 LINHA-PDF              PIC  X(300) VALUE SPACES.
           05 KIDS-BUFFER            PIC  X(250) VALUE SPACES.
           05 KIDS-PONTA             PIC  9(004) VALUE 1.
           05 DESENHOS               PIC  9(005) VALUE ZEROS.

      ******************************************************************
      *    Spool em memoria (ate 9000 linhas de 132) e mapa das        *
           MOVE 1 TO PAGINAS
           MOVE 1 TO PAG-INI (1)
           MOVE 0 TO LINHA-NA-PAG
      *    linha de desenho (X"1B") fica na pagina em curso
           PERFORM VARYING I FROM 1 BY 1
                     UNTIL I > LINHAS-QTDE
               IF  LINHA-TAB (I) (1: 1) NOT = X"1B"
                   IF  (LINHA-TAB (I) (1: 1) = X"0C"
                        AND I > 1)
                   OR  LINHA-NA-PAG NOT < LINHAS-PAGINA
                       IF  PAGINAS < 120
                           COMPUTE PAG-FIM (PAGINAS) = I - 1
                           ADD  1 TO PAGINAS
                           MOVE I TO PAG-INI (PAGINAS)
                           MOVE 0 TO LINHA-NA-PAG
                       END-IF
                   END-IF
                   ADD 1 TO LINHA-NA-PAG
               END-IF
           END-PERFORM
           MOVE LINHAS-QTDE TO PAG-FIM (PAGINAS).

           END-IF
           PERFORM VARYING I FROM PAG-INI (PAGINA) BY 1
                     UNTIL I > PAG-FIM (PAGINA)
               IF  LINHA-TAB (I) (1: 1) NOT = X"1B"
                   PERFORM 320-MONTA-LINHA THRU 320-99-FIM
                   PERFORM 410-MEDE THRU 410-99-FIM
               END-IF
           END-PERFORM
           MOVE "ET" TO LINHA-PDF
           PERFORM 410-MEDE THRU 410-99-FIM
           MOVE ZEROS TO DESENHOS
           PERFORM VARYING I FROM PAG-INI (PAGINA) BY 1
                     UNTIL I > PAG-FIM (PAGINA)
               IF  LINHA-TAB (I) (1: 1) = X"1B"
                   MOVE LINHA-TAB (I) (2: 131) TO LINHA-PDF
                   PERFORM 410-MEDE THRU 410-99-FIM
                   ADD 1 TO DESENHOS
               END-IF
           END-PERFORM
           IF  DESENHOS > ZEROS
               MOVE "f" TO LINHA-PDF
               PERFORM 410-MEDE THRU 410-99-FIM
           END-IF

           MOVE OFFSET-ATUAL TO OBJ-OFF-TAB (OBJ-CONTEUDO)
           MOVE OBJ-CONTEUDO TO NUM-ED
           END-IF
           PERFORM VARYING I FROM PAG-INI (PAGINA) BY 1
                     UNTIL I > PAG-FIM (PAGINA)
               IF  LINHA-TAB (I) (1: 1) NOT = X"1B"
                   PERFORM 320-MONTA-LINHA THRU 320-99-FIM
                   MOVE LINHA-PDF TO SAIDA-REG
                   PERFORM 400-GRAVA THRU 400-99-FIM
               END-IF
           END-PERFORM
           MOVE "ET" TO SAIDA-REG
           PERFORM 400-GRAVA THRU 400-99-FIM
      *    desenhos da pagina, preenchidos de uma vez
           PERFORM VARYING I FROM PAG-INI (PAGINA) BY 1
                     UNTIL I > PAG-FIM (PAGINA)
               IF  LINHA-TAB (I) (1: 1) = X"1B"
                   MOVE LINHA-TAB (I) (2: 131) TO SAIDA-REG
                   PERFORM 400-GRAVA THRU 400-99-FIM
               END-IF
           END-PERFORM
           IF  DESENHOS > ZEROS
               MOVE "f" TO SAIDA-REG
               PERFORM 400-GRAVA THRU 400-99-FIM
           END-IF

           MOVE "endstream" TO SAIDA-REG
           PERFORM 400-GRAVA THRU 400-99-FIM
