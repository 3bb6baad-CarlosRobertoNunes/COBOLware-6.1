      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AFASTFX.
       AUTHOR.        Traduzido de Easytrieve (macro esy.kex v.0.10).
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      * Situacao de afastamento de uma matricula num  *
                      * mes de competencia, pelo registro AFAST       *
                      * (mantido pelo AFASTMNT). Usado pelo VACACCR   *
                      * (acumulo de ferias), NETCALC (proporcional do *
                      * salario), PAYHSTLD (historico do mes) e       *
                      * ADIANT (fora do adiantamento quinzenal).      *
                      *                                               *
                      * Regra por tipo de afastamento:                *
                      *                                               *
                      *  - D DOENCA e A ACIDENTE DE TRABALHO: a       *
                      *    empresa paga os 15 primeiros dias; do 16o  *
                      *    em diante o beneficio e do INSS e o dia    *
                      *    sai da folha. O acumulo de ferias segue    *
                      *    ate 180 dias de afastamento e e suspenso   *
                      *    dai em diante;                             *
                      *  - M MATERNIDADE: paga pela folha (a empresa  *
                      *    compensa na guia) e conta para ferias;     *
                      *  - S SERVICO MILITAR e N LICENCA NAO          *
                      *    REMUNERADA: nenhum dia pago e acumulo      *
                      *    suspenso.                                  *
                      *                                               *
                      * O mes com 15 dias ou mais de acumulo suspenso *
                      * nao credita a fracao de ferias. Os dias nao   *
                      * pagos vem em mes comercial (mes inteiro = 30).*
                      *                                               *
                      * O AFAST fica aberto entre as chamadas; a      *
                      * funcao F fecha no fim do programa chamador.   *
                      *                                               *
                      * AFASTFX-RETORNO: 00 AFASTADO NO MES, 01 SEM   *
                      * AFASTAMENTO NO MES, 99 AFAST INDISPONIVEL.    *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT OPTIONAL AFAST ASSIGN TO AFAST
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS AFAST-CHAVE
                  FILE STATUS   IS FL-STA-AFAST.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  AFAST
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-AFAST.
           03 AFAST-CHAVE.
              05 AFAST-EMP-NO                PIC  9(005).
              05 AFAST-SEQ                   PIC  9(002).
           03 AFAST-TIPO                     PIC  X(001).
              88 AFAST-DOENCA                           VALUE 'D'.
              88 AFAST-ACIDENTE                         VALUE 'A'.
              88 AFAST-MATERNIDADE                      VALUE 'M'.
              88 AFAST-MILITAR                          VALUE 'S'.
              88 AFAST-NAO-REMUNERADA                   VALUE 'N'.
           03 AFAST-DATA-INICIO              PIC  9(008).
           03 AFAST-DATA-RETORNO             PIC  9(008).
           03 AFAST-SITUACAO-RETORNO         PIC  X(001).
           03 AFAST-OBSERVACAO               PIC  X(030).
           03 AFAST-DATA-ALT                 PIC  9(008).
           03 AFAST-OPERADOR                 PIC  X(030).
           03 FILLER                         PIC  X(007).
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
              '#AFASTFX.'.
           03 FL-STA-AFAST                   PIC  X(002)    VALUE
              ZEROS.
              88 FL-AFAST-OK                                VALUE '00'.
              88 FL-AFAST-EOF                               VALUE '10'.
           03 WS-AFAST-ABERTO                PIC  X(001)    VALUE 'N'.
              88 AFAST-ABERTO                               VALUE 'S'.
              88 AFAST-INDISPONIVEL                         VALUE 'X'.
           03 WS-INI-MES              COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-FIM-MES              COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-DIAS-MES             COMP-3 PIC S9(003)    VALUE ZEROS.
           03 WS-INI-AFAST            COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-FIM-AFAST            COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-DE                   COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-ATE                  COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-DESDE                COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-DIAS                 COMP-3 PIC S9(005)    VALUE ZEROS.
           03 WS-MAIOR                COMP-3 PIC S9(005)    VALUE ZEROS.
           03 WS-SOMA-DIAS            COMP-3 PIC S9(005)    VALUE ZEROS.
           03 WS-SOMA-NAO-PAGOS       COMP-3 PIC S9(005)    VALUE ZEROS.
           03 WS-SOMA-SUSPENSOS       COMP-3 PIC S9(005)    VALUE ZEROS.
           03 WS-CARENCIA             COMP-3 PIC S9(005)    VALUE ZEROS.
           03 WS-PROX-MES                    PIC  9(008)    VALUE
              ZEROS.
      *================================================================*
       01  FILLER                            PIC  X(32)  VALUE
                                     'FFF  FIM DAWORKING-STORAGE  FFF'.
      *================================================================*
       LINKAGE SECTION.
      *
      *----------------------------------------------------------------*
      *  FUNCAO (C = CONSULTA, F = FECHA), MATRICULA E ANOMES NA        *
      *  ENTRADA; TIPO PREDOMINANTE E CONTAGEM DE DIAS NA SAIDA         *
      *----------------------------------------------------------------*
       01  PARAMETROS-AFASTFX.
           03 AFASTFX-FUNCAO                 PIC  X(001).
           03 AFASTFX-EMP-NO                 PIC  9(005).
           03 AFASTFX-ANOMES                 PIC  9(006).
           03 AFASTFX-RETORNO                PIC  X(002).
           03 AFASTFX-TIPO                   PIC  X(001).
           03 AFASTFX-DIAS                   PIC  9(002).
           03 AFASTFX-DIAS-NAO-PAGOS         PIC  9(002).
           03 AFASTFX-DIAS-SUSPENSOS         PIC  9(002).
           03 AFASTFX-SUSPENDE               PIC  X(001).
      *================================================================*
       PROCEDURE DIVISION USING PARAMETROS-AFASTFX.
      *================================================================*
      *----------------------------------------------------------------*
      *                        ROTINA PRINCIPAL                        *
      *----------------------------------------------------------------*
       RT-PRINCIPAL                                SECTION.
      *
           IF  AFASTFX-FUNCAO EQUAL 'F'
               IF  AFAST-ABERTO
                   CLOSE AFAST
               END-IF
               MOVE 'N' TO WS-AFAST-ABERTO
               GOBACK
           END-IF
      *
           MOVE '01'  TO AFASTFX-RETORNO
           MOVE SPACE TO AFASTFX-TIPO
           MOVE 'N'   TO AFASTFX-SUSPENDE
           MOVE ZEROS TO AFASTFX-DIAS AFASTFX-DIAS-NAO-PAGOS
                         AFASTFX-DIAS-SUSPENSOS
      *
           IF  NOT AFAST-ABERTO
           AND NOT AFAST-INDISPONIVEL
               OPEN INPUT AFAST
               IF  FL-AFAST-OK
                   SET AFAST-ABERTO TO TRUE
               ELSE
                   SET AFAST-INDISPONIVEL TO TRUE
               END-IF
           END-IF
           IF  NOT AFAST-ABERTO
               MOVE '99' TO AFASTFX-RETORNO
               GOBACK
           END-IF
      *
           PERFORM RT-LIMITES-DO-MES
           PERFORM RT-SOMAR-AFASTAMENTOS
      *
           IF  WS-SOMA-DIAS GREATER ZEROS
               MOVE '00' TO AFASTFX-RETORNO
               IF  WS-SOMA-DIAS GREATER WS-DIAS-MES
                   MOVE WS-DIAS-MES TO WS-SOMA-DIAS
               END-IF
               IF  WS-SOMA-NAO-PAGOS GREATER WS-DIAS-MES
                   MOVE WS-DIAS-MES TO WS-SOMA-NAO-PAGOS
               END-IF
               IF  WS-SOMA-SUSPENSOS GREATER WS-DIAS-MES
                   MOVE WS-DIAS-MES TO WS-SOMA-SUSPENSOS
               END-IF
      *        MES COMERCIAL: O MES INTEIRO FORA CONTA 30 DIAS
               IF  WS-SOMA-NAO-PAGOS EQUAL WS-DIAS-MES
               OR  WS-SOMA-NAO-PAGOS GREATER 30
                   MOVE 30 TO WS-SOMA-NAO-PAGOS
               END-IF
               MOVE WS-SOMA-DIAS      TO AFASTFX-DIAS
               MOVE WS-SOMA-NAO-PAGOS TO AFASTFX-DIAS-NAO-PAGOS
               MOVE WS-SOMA-SUSPENSOS TO AFASTFX-DIAS-SUSPENSOS
               IF  WS-SOMA-SUSPENSOS NOT LESS 15
                   MOVE 'S' TO AFASTFX-SUSPENDE
               END-IF
           END-IF
      *
           GOBACK.
      *
       RT-PRINCIPALX.                              EXIT.
      *----------------------------------------------------------------*
      *  PRIMEIRO E ULTIMO DIA DO MES DE COMPETENCIA (EM DIAS JULIANOS) *
      *----------------------------------------------------------------*
       RT-LIMITES-DO-MES                           SECTION.
      *
           COMPUTE WS-INI-MES =
                   FUNCTION INTEGER-OF-DATE(AFASTFX-ANOMES * 100 + 1)
           IF  AFASTFX-ANOMES(5:2) EQUAL '12'
               COMPUTE WS-PROX-MES =
                       (AFASTFX-ANOMES + 89) * 100 + 1
           ELSE
               COMPUTE WS-PROX-MES =
                       (AFASTFX-ANOMES + 1) * 100 + 1
           END-IF
           COMPUTE WS-FIM-MES =
                   FUNCTION INTEGER-OF-DATE(WS-PROX-MES) - 1
           COMPUTE WS-DIAS-MES = WS-FIM-MES - WS-INI-MES + 1.
      *
       RT-LIMITES-DO-MESX.                         EXIT.
      *----------------------------------------------------------------*
      *  PERCORRE OS AFASTAMENTOS DA MATRICULA E SOMA OS DIAS QUE CAEM  *
      *  NO MES; O TIPO DEVOLVIDO E O DO AFASTAMENTO COM MAIS DIAS      *
      *----------------------------------------------------------------*
       RT-SOMAR-AFASTAMENTOS                       SECTION.
      *
           MOVE ZEROS TO WS-SOMA-DIAS WS-SOMA-NAO-PAGOS
                         WS-SOMA-SUSPENSOS WS-MAIOR
           MOVE AFASTFX-EMP-NO TO AFAST-EMP-NO
           MOVE ZEROS          TO AFAST-SEQ
           MOVE ZEROS          TO FL-STA-AFAST
           START AFAST KEY NOT LESS AFAST-CHAVE
               INVALID KEY
                   SET FL-AFAST-EOF TO TRUE
           END-START
           PERFORM UNTIL FL-AFAST-EOF
               READ AFAST NEXT RECORD
                 AT END
                    SET FL-AFAST-EOF TO TRUE
                 NOT AT END
                    IF  AFAST-EMP-NO NOT EQUAL AFASTFX-EMP-NO
                        SET FL-AFAST-EOF TO TRUE
                    ELSE
                        PERFORM RT-DIAS-DO-AFASTAMENTO
                    END-IF
               END-READ
           END-PERFORM
           MOVE ZEROS TO FL-STA-AFAST.
      *
       RT-SOMAR-AFASTAMENTOSX.                     EXIT.
      *----------------------------------------------------------------*
      *  DIAS DO AFASTAMENTO CORRENTE DENTRO DO MES: TOTAL, NAO PAGOS   *
      *  PELA FOLHA E SUSPENSOS PARA FERIAS, PELA REGRA DO TIPO         *
      *----------------------------------------------------------------*
       RT-DIAS-DO-AFASTAMENTO                      SECTION.
      *
           IF  AFAST-DATA-INICIO EQUAL ZEROS
               EXIT SECTION
           END-IF
           COMPUTE WS-INI-AFAST =
                   FUNCTION INTEGER-OF-DATE(AFAST-DATA-INICIO)
      *    DATA DE RETORNO E O PRIMEIRO DIA TRABALHADO; SEM ELA O
      *    AFASTAMENTO VAI ATE O FIM DO MES
           IF  AFAST-DATA-RETORNO GREATER ZEROS
               COMPUTE WS-FIM-AFAST =
                       FUNCTION INTEGER-OF-DATE(AFAST-DATA-RETORNO) - 1
           ELSE
               MOVE WS-FIM-MES TO WS-FIM-AFAST
           END-IF
      *
           MOVE WS-INI-AFAST TO WS-DE
           IF  WS-DE LESS WS-INI-MES
               MOVE WS-INI-MES TO WS-DE
           END-IF
           MOVE WS-FIM-AFAST TO WS-ATE
           IF  WS-ATE GREATER WS-FIM-MES
               MOVE WS-FIM-MES TO WS-ATE
           END-IF
           IF  WS-DE GREATER WS-ATE
               EXIT SECTION
           END-IF
      *
           COMPUTE WS-DIAS = WS-ATE - WS-DE + 1
           ADD WS-DIAS TO WS-SOMA-DIAS
           IF  WS-DIAS GREATER WS-MAIOR
               MOVE WS-DIAS    TO WS-MAIOR
               MOVE AFAST-TIPO TO AFASTFX-TIPO
           END-IF
      *
           EVALUATE TRUE
               WHEN AFAST-DOENCA
               WHEN AFAST-ACIDENTE
                    MOVE 15  TO WS-CARENCIA
                    PERFORM RT-DIAS-APOS-CARENCIA
                    ADD WS-DIAS TO WS-SOMA-NAO-PAGOS
                    MOVE 180 TO WS-CARENCIA
                    PERFORM RT-DIAS-APOS-CARENCIA
                    ADD WS-DIAS TO WS-SOMA-SUSPENSOS
               WHEN AFAST-MILITAR
               WHEN AFAST-NAO-REMUNERADA
                    ADD WS-DIAS TO WS-SOMA-NAO-PAGOS
                                   WS-SOMA-SUSPENSOS
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.
      *
       RT-DIAS-DO-AFASTAMENTOX.                    EXIT.
      *----------------------------------------------------------------*
      *  DIAS DO MES POSTERIORES AOS PRIMEIROS WS-CARENCIA DIAS DO      *
      *  AFASTAMENTO                                                    *
      *----------------------------------------------------------------*
       RT-DIAS-APOS-CARENCIA                       SECTION.
      *
           COMPUTE WS-DESDE = WS-INI-AFAST + WS-CARENCIA
           IF  WS-DESDE LESS WS-DE
               MOVE WS-DE TO WS-DESDE
           END-IF
           IF  WS-DESDE GREATER WS-ATE
               MOVE ZEROS TO WS-DIAS
           ELSE
               COMPUTE WS-DIAS = WS-ATE - WS-DESDE + 1
           END-IF.
      *
       RT-DIAS-APOS-CARENCIAX.                     EXIT.
      ******************************************************************
      *                      FIM  DO  PROGRAMA                         *
      ******************************************************************
