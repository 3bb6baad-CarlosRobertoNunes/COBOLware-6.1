      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DEPMNT.
       AUTHOR.        Traduzido de Easytrieve (macro esy.kex v.0.10).
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      * Cadastro de dependentes (DEPEND), um registro *
                      * por dependente, chamado pela opcao            *
                      * [D]EPENDENTES do PERSMNT para a matricula ja  *
                      * localizada: nome, CPF conferido pelo CWCHEC,  *
                      * nascimento, parentesco, invalidez e as        *
                      * marcas de deducao no IRRF e de                *
                      * salario-familia. A data de baixa encerra o    *
                      * dependente sem apagar o historico.            *
                      *                                               *
                      * A elegibilidade no mes (idade limite por      *
                      * parentesco) e apurada pelo NETCALC na         *
                      * contagem para o imposto e pelo DEPRPT no      *
                      * aviso das perdas do mes seguinte.             *
                      *                                               *
                      * O PERSMNT ja trava o cadastro inteiro         *
                      * (CWRLOCK), o que serializa tambem esta        *
                      * manutencao; toda mudanca vai ao CWLOGF com    *
                      * antes e depois e ao jornal (CWJRNL).          *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT DEPEND ASSIGN TO DEPEND
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS DEPEND-CHAVE
                  FILE STATUS   IS FL-STA-DEPEND.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *----------------------------------------------------------------*
      *  DEPENDENTES: MATRICULA + SEQUENCIA, PARENTESCO C(ONJUGE),      *
      *  F(ILHO/ENTEADO), U(NIVERSITARIO), P(AI/MAE), O(UTROS)          *
      *----------------------------------------------------------------*
       FD  DEPEND
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-DEPEND.
           03 DEPEND-CHAVE.
              05 DEPEND-EMP-NO               PIC  9(005).
              05 DEPEND-SEQ                  PIC  9(002).
           03 DEPEND-NOME                    PIC  X(040).
           03 DEPEND-CPF                     PIC  9(011).
           03 DEPEND-NASCIMENTO              PIC  9(008).
           03 DEPEND-PARENTESCO              PIC  X(001).
              88 DEPEND-PARENTESCO-VALIDO               VALUE 'C' 'F'
                                                          'U' 'P' 'O'.
              88 DEPEND-FILHO                           VALUE 'F' 'U'.
           03 DEPEND-INVALIDO                PIC  X(001).
              88 DEPEND-INCAPAZ                         VALUE 'S'.
           03 DEPEND-IRRF                    PIC  X(001).
              88 DEPEND-DEDUZ-IRRF                      VALUE 'S'.
           03 DEPEND-SALFAM                  PIC  X(001).
              88 DEPEND-TEM-SALFAM                      VALUE 'S'.
           03 DEPEND-DATA-FIM                PIC  9(008).
           03 DEPEND-DATA-ALT                PIC  9(008).
           03 DEPEND-OPERADOR                PIC  X(030).
           03 FILLER                         PIC  X(034).
      *================================================================*
       WORKING-STORAGE SECTION.
      *================================================================*
       77  FILLER                     PIC  X(31)  VALUE
                                     'III WORKING-STORAGE SECTION III'.
      *================================================================*
      *----------------------------------------------------------------*
      *        SUBPROGRAMAS                                            *
      *----------------------------------------------------------------*
      *
       77  SB-CWLOGW                     PIC  X(08)  VALUE 'CWLOGW'.
       77  SB-CWGETU                     PIC  X(08)  VALUE 'CWGETU'.
       77  SB-CWIDLE                     PIC  X(08)  VALUE 'CWIDLE'.
       77  SB-CWJRNL                     PIC  X(08)  VALUE 'CWJRNL'.
       77  SB-CWCHEC                     PIC  X(08)  VALUE 'CWCHEC'.
      *
      *----------------------------------------------------------------*
      *        AREA DE VARIAVEIS AUXILIARES                            *
      *----------------------------------------------------------------*
      *
       01  WS-VARIAVEIS.
           03 PGMID                          PIC  X(008)    VALUE
              '#DEPMNT.'.
           03 FL-STA-DEPEND                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-DEPEND-EOF                              VALUE '10'.
              88 FL-DEPEND-OK                               VALUE '00'.
              88 FL-DEPEND-NOVO                             VALUE '35'.
           03 WS-OPCAO                       PIC  X(001)    VALUE
              SPACE.
              88 OPCAO-FIM                                  VALUE 'V'.
           03 WS-RESPOSTA                    PIC  X(050)    VALUE
              SPACES.
           03 WS-CRITICA-OK                  PIC  X(001)    VALUE 'S'.
              88 CRITICA-OK                                 VALUE 'S'.
           03 WS-DEPEND-ABERTO               PIC  X(001)    VALUE 'N'.
              88 DEPEND-ABERTO                              VALUE 'S'.
           03 WS-ACHADO                      PIC  X(001)    VALUE 'N'.
              88 ACHADO                                     VALUE 'S'.
           03 WS-SEQ-INFORMADA               PIC  9(002)    VALUE
              ZEROS.
           03 WS-ULTIMA-SEQ                  PIC  9(002)    VALUE
              ZEROS.
           03 WS-OPERADOR                    PIC  X(030)    VALUE
              SPACES.
           03 WS-TASK                        PIC  9(006)    VALUE
              ZEROS.
           03 WS-PROGRAMA                    PIC  X(008)    VALUE
              'DEPMNT'.
           03 WS-REG-ANTES                   PIC  X(150)    VALUE
              SPACES.
           03 WS-DATA-HOJE                   PIC  9(008)    VALUE
              ZEROS.
           03 WS-DATA-INFORMADA              PIC  9(008)    VALUE
              ZEROS.
           03 WS-DIAS-MES                    PIC  9(002)    VALUE
              ZEROS.
           03 WS-ANO                         PIC  9(004)    VALUE
              ZEROS.
           03 WS-LISTADOS             COMP-3 PIC  9(004)    VALUE
              ZEROS.
           03 WS-ED-NASC                     PIC  99/99/9999.
           03 WS-ED-FIM                      PIC  99/99/9999.
           03 WS-DATA-DDMMAAAA               PIC  9(008)    VALUE
              ZEROS.
           03 WS-DATA-AAAAMMDD               PIC  9(008)    VALUE
              ZEROS.
      *
      *----------------------------------------------------------------*
      *  DIAS POR MES PARA A CRITICA DE CALENDARIO                      *
      *----------------------------------------------------------------*
       01  WS-DIAS-POR-MES-STR               PIC  X(024)    VALUE
           '312831303130313130313031'.
       01  REDEFINES WS-DIAS-POR-MES-STR.
           03 WS-DIAS-POR-MES OCCURS 12      PIC  9(002).
      *
      *----------------------------------------------------------------*
      *  PARAMETROS DOS SUBPROGRAMAS COBOLWARE                          *
      *----------------------------------------------------------------*
       01  PARAMETROS-CWLOGW.
           03 CWLOGW-FUNCTION                PIC  X(001)    VALUE
              SPACE.
           03 CWLOGW-TEXT                    PIC  X(035)    VALUE
              SPACES.
      *
       01  WS-OBS                            PIC  X(080)    VALUE
           SPACES.
      *
      *----------------------------------------------------------------*
      *  JORNAL DE ALTERACOES (CWJRNL) PARA O ROLL-FORWARD (CWJRNLRF)   *
      *----------------------------------------------------------------*
       01  PARAMETROS-CWJRNL.
           03 CWJRNL-FUNCTION                PIC  X(001)    VALUE
              SPACE.
           03 CWJRNL-ARQUIVO                 PIC  X(012)    VALUE
              SPACES.
           03 CWJRNL-CHAVE                   PIC  X(020)    VALUE
              SPACES.
           03 CWJRNL-TAMANHO                 PIC  9(004)    VALUE
              ZEROS.
           03 CWJRNL-REGISTRO                PIC  X(512)    VALUE
              SPACES.
           03 CWJRNL-STATUS                  PIC  X(002)    VALUE
              ZEROS.
      *
      *----------------------------------------------------------------*
      *  VERIFICACAO DE CODIGOS (CWCHEC): SO O CPF E INFORMADO; O NIVEL *
      *  DE ERRO SOMA 2 QUANDO O CPF NAO CONFERE                        *
      *----------------------------------------------------------------*
       01  PARAMETROS-CWCHEC.
           03 CWCHEC-CEI                     PIC  9(012).
           03 CWCHEC-CEI-EDITADO             PIC  X(015).
           03 CWCHEC-CIC                     PIC  9(011).
           03 CWCHEC-CIC-EDITADO             PIC  X(014).
           03 CWCHEC-CNPJ                    PIC  9(014).
           03 CWCHEC-CNPJ-EDITADO            PIC  X(018).
           03 CWCHEC-PIS-PASEP               PIC  9(011).
           03 CWCHEC-PIS-PASEP-EDITADO       PIC  X(014).
           03 CWCHEC-TITULO-ELEITOR          PIC  9(012).
           03 CWCHEC-TITULO-EDITADO          PIC  X(014).
           03 CWCHEC-UF                      PIC  X(002).
           03 CWCHEC-UF-DADOS.
              05 CWCHEC-UF-EXTENSO           PIC  X(020).
              05 CWCHEC-UF-CAPITAL           PIC  X(015).
              05 CWCHEC-UF-REGIAO            PIC  X(012).
           03 CWCHEC-IE                      PIC  X(018).
           03 CWCHEC-IE-EDITADA              PIC  X(018).
           03 CWCHEC-CARD                    PIC  X(019).
           03 CWCHEC-ERROR-LEVEL             PIC  9(003).
      *================================================================*
       01  FILLER                            PIC  X(32)  VALUE
                                     'FFF  FIM DAWORKING-STORAGE  FFF'.
      *================================================================*
      *
      *----------------------------------------------------------------*
      *  TRAVA DE INATIVIDADE (CWIDLE): BATIDA A CADA INTERACAO; A     *
      *  RESPOSTA 'E' MANDA ENCERRAR A SESSAO LIMPA                    *
      *----------------------------------------------------------------*
       01  PARAMETROS-CWIDLE.
           03 CWIDLE-FUNCTION                PIC  X(001)    VALUE
              'T'.
           03 CWIDLE-USUARIO                 PIC  X(030)    VALUE
              SPACES.
           03 CWIDLE-TASK                    PIC  9(006)    VALUE
              ZEROS.
           03 CWIDLE-ACAO                    PIC  X(001)    VALUE
              SPACE.
           03 CWIDLE-STATUS                  PIC  X(002)    VALUE
              ZEROS.
      *
       LINKAGE SECTION.
      *
      *----------------------------------------------------------------*
      *  MATRICULA LOCALIZADA PELO PERSMNT                              *
      *----------------------------------------------------------------*
       01  PARAMETROS-DEPMNT.
           03 DEPMNT-EMP-NO                  PIC  9(005).
           03 DEPMNT-LAST-NAME               PIC  X(008).
      *================================================================*
       PROCEDURE DIVISION USING PARAMETROS-DEPMNT.
      *================================================================*
      *----------------------------------------------------------------*
      *                        ROTINA PRINCIPAL                        *
      *----------------------------------------------------------------*
       RT-PRINCIPAL                                SECTION.
      *
           MOVE SPACE TO WS-OPCAO
           PERFORM RT-INICIAR
      *
           IF  NOT OPCAO-FIM
               PERFORM RT-LISTAR
               PERFORM RT-DIALOGO
                       UNTIL OPCAO-FIM
           END-IF
      *
           PERFORM RT-FINALIZAR
      *
           GOBACK.
      *
       RT-PRINCIPALX.                              EXIT.
      *----------------------------------------------------------------*
      *  ABRE O ARQUIVO (CRIANDO-O SE NAO EXISTE)                       *
      *----------------------------------------------------------------*
       RT-INICIAR                                  SECTION.
      *
           CALL SB-CWGETU USING WS-OPERADOR WS-TASK WS-PROGRAMA '?'
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
      *
           OPEN I-O DEPEND
           IF  FL-DEPEND-NOVO
               OPEN OUTPUT DEPEND
               CLOSE DEPEND
               OPEN I-O DEPEND
           END-IF
           IF  NOT FL-DEPEND-OK
               DISPLAY PGMID '001I- DEPEND COM ERRO ' FL-STA-DEPEND
               SET OPCAO-FIM TO TRUE
           ELSE
               SET DEPEND-ABERTO TO TRUE
           END-IF.
      *
       RT-INICIARX.                                EXIT.
      *----------------------------------------------------------------*
      *                    MENU DA MANUTENCAO                          *
      *----------------------------------------------------------------*
       RT-DIALOGO                                  SECTION.
      *
           DISPLAY ' '
           DISPLAY 'DEPMNT - DEPENDENTES DA MATRICULA ' DEPMNT-EMP-NO
                   ' ' DEPMNT-LAST-NAME
           DISPLAY '[L]ISTAR [I]NCLUSAO [A]LTERACAO [E]XCLUSAO'
                   ' [V]OLTAR'
           DISPLAY 'OPCAO: ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           MOVE WS-RESPOSTA(1:1) TO WS-OPCAO
           INSPECT WS-OPCAO CONVERTING 'liaev' TO 'LIAEV'
      *
      *    BATIDA DA TRAVA DE INATIVIDADE; 'E' ENCERRA A SESSAO
           MOVE 'T'         TO CWIDLE-FUNCTION
           MOVE WS-OPERADOR TO CWIDLE-USUARIO
           MOVE WS-TASK     TO CWIDLE-TASK
           CALL SB-CWIDLE USING PARAMETROS-CWIDLE
             ON EXCEPTION
                CONTINUE
           END-CALL
           IF  CWIDLE-ACAO EQUAL 'E'
               SET OPCAO-FIM TO TRUE
               EXIT SECTION
           END-IF
      *
           EVALUATE WS-OPCAO
               WHEN 'L' PERFORM RT-LISTAR
               WHEN 'I' PERFORM RT-INCLUSAO
               WHEN 'A' PERFORM RT-ALTERACAO
               WHEN 'E' PERFORM RT-EXCLUSAO
               WHEN 'V' CONTINUE
               WHEN OTHER
                    DISPLAY PGMID '002I- OPCAO INVALIDA'
           END-EVALUATE.
      *
       RT-DIALOGOX.                                EXIT.
      *----------------------------------------------------------------*
      *  LISTA OS DEPENDENTES DA MATRICULA E GUARDA A ULTIMA SEQUENCIA  *
      *----------------------------------------------------------------*
       RT-LISTAR                                   SECTION.
      *
           MOVE ZEROS         TO WS-LISTADOS WS-ULTIMA-SEQ
           MOVE DEPMNT-EMP-NO TO DEPEND-EMP-NO
           MOVE ZEROS         TO DEPEND-SEQ
           START DEPEND KEY NOT LESS DEPEND-CHAVE
               INVALID KEY
                   SET FL-DEPEND-EOF TO TRUE
           END-START
           PERFORM UNTIL FL-DEPEND-EOF
               READ DEPEND NEXT RECORD
                 AT END
                    SET FL-DEPEND-EOF TO TRUE
                 NOT AT END
                    IF  DEPEND-EMP-NO NOT EQUAL DEPMNT-EMP-NO
                        SET FL-DEPEND-EOF TO TRUE
                    ELSE
                        PERFORM RT-MOSTRA
                        ADD 1 TO WS-LISTADOS
                        MOVE DEPEND-SEQ TO WS-ULTIMA-SEQ
                    END-IF
               END-READ
           END-PERFORM
           MOVE ZEROS TO FL-STA-DEPEND
           DISPLAY PGMID '003I- ' WS-LISTADOS ' DEPENDENTE(S)'.
      *
       RT-LISTARX.                                 EXIT.
      *----------------------------------------------------------------*
       RT-MOSTRA                                   SECTION.
      *
           MOVE DEPEND-NASCIMENTO TO WS-DATA-AAAAMMDD
           PERFORM RT-EDITAR-DATA
           MOVE WS-DATA-DDMMAAAA  TO WS-ED-NASC
           DISPLAY DEPEND-SEQ ' ' DEPEND-NOME
                   ' CPF: '  DEPEND-CPF
                   ' NASC: ' WS-ED-NASC
           DISPLAY '   PARENTESCO: ' DEPEND-PARENTESCO
                   '  INVALIDO: '    DEPEND-INVALIDO
                   '  IRRF: '        DEPEND-IRRF
                   '  SAL.FAMILIA: ' DEPEND-SALFAM
                   WITH NO ADVANCING
           IF  DEPEND-DATA-FIM GREATER ZEROS
               MOVE DEPEND-DATA-FIM  TO WS-DATA-AAAAMMDD
               PERFORM RT-EDITAR-DATA
               MOVE WS-DATA-DDMMAAAA TO WS-ED-FIM
               DISPLAY '  BAIXA: ' WS-ED-FIM
           ELSE
               DISPLAY ' '
           END-IF.
      *
       RT-MOSTRAX.                                 EXIT.
      *----------------------------------------------------------------*
      *  AAAAMMDD PARA DDMMAAAA (EDITADA COMO DD/MM/AAAA NAS TELAS)     *
      *----------------------------------------------------------------*
       RT-EDITAR-DATA                              SECTION.
      *
           MOVE WS-DATA-AAAAMMDD(7:2) TO WS-DATA-DDMMAAAA(1:2)
           MOVE WS-DATA-AAAAMMDD(5:2) TO WS-DATA-DDMMAAAA(3:2)
           MOVE WS-DATA-AAAAMMDD(1:4) TO WS-DATA-DDMMAAAA(5:4).
      *
       RT-EDITAR-DATAX.                            EXIT.
      *----------------------------------------------------------------*
      *  PEDE A SEQUENCIA E LE O DEPENDENTE (ACHADO = S/N)              *
      *----------------------------------------------------------------*
       RT-PEDE-E-LOCALIZA                          SECTION.
      *
           MOVE 'N' TO WS-ACHADO
           DISPLAY 'SEQUENCIA DO DEPENDENTE: ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA(1:2) IS NOT NUMERIC
               DISPLAY PGMID '004I- SEQUENCIA DEVE TER 2 DIGITOS'
               EXIT SECTION
           END-IF
           MOVE WS-RESPOSTA(1:2) TO WS-SEQ-INFORMADA
           MOVE DEPMNT-EMP-NO    TO DEPEND-EMP-NO
           MOVE WS-SEQ-INFORMADA TO DEPEND-SEQ
           READ DEPEND
               INVALID KEY
                   DISPLAY PGMID '004I- DEPENDENTE NAO CADASTRADO'
               NOT INVALID KEY
                   SET ACHADO TO TRUE
                   PERFORM RT-MOSTRA
           END-READ.
      *
       RT-PEDE-E-LOCALIZAX.                        EXIT.
      *----------------------------------------------------------------*
      *  INCLUSAO COM A PROXIMA SEQUENCIA LIVRE DA MATRICULA            *
      *----------------------------------------------------------------*
       RT-INCLUSAO                                 SECTION.
      *
           PERFORM RT-LISTAR
           IF  WS-ULTIMA-SEQ EQUAL 99
               DISPLAY PGMID '005I- LIMITE DE DEPENDENTES ATINGIDO'
               EXIT SECTION
           END-IF
           MOVE SPACES        TO REG-DEPEND
           MOVE DEPMNT-EMP-NO TO DEPEND-EMP-NO
           ADD 1 WS-ULTIMA-SEQ GIVING DEPEND-SEQ
           MOVE ZEROS         TO DEPEND-CPF DEPEND-NASCIMENTO
                                 DEPEND-DATA-FIM
           MOVE 'N'           TO DEPEND-INVALIDO DEPEND-IRRF
                                 DEPEND-SALFAM
           MOVE SPACES        TO WS-REG-ANTES
      *
           PERFORM RT-PEDE-CAMPOS
           IF  NOT CRITICA-OK
               DISPLAY PGMID '005I- INCLUSAO REJEITADA PELA CRITICA'
               EXIT SECTION
           END-IF
           IF  DEPEND-NOME EQUAL SPACES
           OR  DEPEND-NASCIMENTO EQUAL ZEROS
           OR  DEPEND-PARENTESCO EQUAL SPACE
               DISPLAY PGMID '005I- NOME, NASCIMENTO E PARENTESCO'
                       ' SAO OBRIGATORIOS'
               EXIT SECTION
           END-IF
      *
           WRITE REG-DEPEND
               INVALID KEY
                   DISPLAY PGMID '005I- ERRO ' FL-STA-DEPEND
                           ' NA GRAVACAO'
               NOT INVALID KEY
                   MOVE 'I' TO CWLOGW-FUNCTION
                   MOVE 'INCLUSAO DE DEPENDENTE' TO WS-REG-ANTES
                   PERFORM RT-LOGA
                   MOVE 'W' TO CWJRNL-FUNCTION
                   PERFORM RT-JORNALIZAR
                   DISPLAY PGMID '005I- INCLUIDO DEPENDENTE '
                           DEPEND-SEQ
           END-WRITE.
      *
       RT-INCLUSAOX.                               EXIT.
      *----------------------------------------------------------------*
       RT-ALTERACAO                                SECTION.
      *
           PERFORM RT-PEDE-E-LOCALIZA
           IF  NOT ACHADO
               EXIT SECTION
           END-IF
           MOVE REG-DEPEND TO WS-REG-ANTES
           PERFORM RT-PEDE-CAMPOS
           IF  CRITICA-OK
               PERFORM RT-PEDE-BAIXA
           END-IF
           IF  NOT CRITICA-OK
               DISPLAY PGMID '006I- ALTERACAO REJEITADA PELA CRITICA'
               EXIT SECTION
           END-IF
           REWRITE REG-DEPEND
               INVALID KEY
                   DISPLAY PGMID '006I- ERRO ' FL-STA-DEPEND
                           ' NA REGRAVACAO'
               NOT INVALID KEY
                   MOVE 'A' TO CWLOGW-FUNCTION
                   PERFORM RT-LOGA
                   MOVE 'R' TO CWJRNL-FUNCTION
                   PERFORM RT-JORNALIZAR
                   DISPLAY PGMID '006I- ALTERADO DEPENDENTE '
                           DEPEND-SEQ
           END-REWRITE.
      *
       RT-ALTERACAOX.                              EXIT.
      *----------------------------------------------------------------*
       RT-EXCLUSAO                                 SECTION.
      *
           PERFORM RT-PEDE-E-LOCALIZA
           IF  NOT ACHADO
               EXIT SECTION
           END-IF
           DISPLAY 'CONFIRMA EXCLUSAO (S/N)? ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA(1:1) EQUAL 'S' OR 's'
               MOVE REG-DEPEND TO WS-REG-ANTES
               DELETE DEPEND RECORD
                   INVALID KEY
                       DISPLAY PGMID '007I- ERRO ' FL-STA-DEPEND
                               ' NA EXCLUSAO'
                   NOT INVALID KEY
                       MOVE 'E' TO CWLOGW-FUNCTION
                       MOVE 'REGISTRO EXCLUIDO' TO REG-DEPEND
                       PERFORM RT-LOGA
                       MOVE 'D' TO CWJRNL-FUNCTION
                       PERFORM RT-JORNALIZAR
                       DISPLAY PGMID '007I- EXCLUIDO DEPENDENTE '
                               WS-SEQ-INFORMADA
               END-DELETE
           END-IF.
      *
       RT-EXCLUSAOX.                               EXIT.
      *----------------------------------------------------------------*
      *  ACEITA OS CAMPOS (VAZIO MANTEM O VALOR ATUAL) COM CRITICA      *
      *----------------------------------------------------------------*
       RT-PEDE-CAMPOS                              SECTION.
      *
           MOVE 'S' TO WS-CRITICA-OK
           DISPLAY 'NOME: ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA NOT EQUAL SPACES
               MOVE WS-RESPOSTA(1:40) TO DEPEND-NOME
           END-IF
      *
           DISPLAY 'CPF (11 DIGITOS): ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA NOT EQUAL SPACES
               IF  WS-RESPOSTA(1:11) IS NOT NUMERIC
                   DISPLAY PGMID '008I- CPF DEVE SER NUMERICO'
                   MOVE 'N' TO WS-CRITICA-OK
                   EXIT SECTION
               END-IF
               MOVE SPACES TO PARAMETROS-CWCHEC
               MOVE ZEROS  TO CWCHEC-CEI CWCHEC-CNPJ CWCHEC-PIS-PASEP
                              CWCHEC-TITULO-ELEITOR CWCHEC-ERROR-LEVEL
               MOVE WS-RESPOSTA(1:11) TO CWCHEC-CIC
               CALL SB-CWCHEC USING PARAMETROS-CWCHEC
                 ON EXCEPTION
                    MOVE ZEROS TO CWCHEC-ERROR-LEVEL
               END-CALL
               IF  CWCHEC-ERROR-LEVEL NOT EQUAL ZEROS
                   DISPLAY PGMID '008I- CPF COM DIGITO INVALIDO'
                   MOVE 'N' TO WS-CRITICA-OK
                   EXIT SECTION
               END-IF
               MOVE WS-RESPOSTA(1:11) TO DEPEND-CPF
           END-IF
      *
           DISPLAY 'NASCIMENTO (MMDDAAAA): ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA NOT EQUAL SPACES
               PERFORM RT-CRITICA-DATA
               IF  NOT CRITICA-OK
                   EXIT SECTION
               END-IF
               IF  WS-DATA-INFORMADA GREATER WS-DATA-HOJE
                   DISPLAY PGMID '009I- NASCIMENTO NO FUTURO'
                   MOVE 'N' TO WS-CRITICA-OK
                   EXIT SECTION
               END-IF
               MOVE WS-DATA-INFORMADA TO DEPEND-NASCIMENTO
           END-IF
      *
           DISPLAY 'PARENTESCO: [C]ONJUGE [F]ILHO/ENTEADO'
                   ' [U]NIVERSITARIO [P]AI/MAE [O]UTROS: '
                   WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           INSPECT WS-RESPOSTA(1:1) CONVERTING 'cfupo' TO 'CFUPO'
           IF  WS-RESPOSTA(1:1) NOT EQUAL SPACE
               MOVE WS-RESPOSTA(1:1) TO DEPEND-PARENTESCO
               IF  NOT DEPEND-PARENTESCO-VALIDO
                   DISPLAY PGMID '010I- PARENTESCO INVALIDO'
                   MOVE 'N' TO WS-CRITICA-OK
                   EXIT SECTION
               END-IF
           END-IF
      *
           DISPLAY 'INVALIDO PARA O TRABALHO (S/N): '
                   WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           INSPECT WS-RESPOSTA(1:1) CONVERTING 'sn' TO 'SN'
           IF  WS-RESPOSTA(1:1) EQUAL 'S' OR 'N'
               MOVE WS-RESPOSTA(1:1) TO DEPEND-INVALIDO
           END-IF
      *
           DISPLAY 'DEDUZ NO IRRF (S/N): ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           INSPECT WS-RESPOSTA(1:1) CONVERTING 'sn' TO 'SN'
           IF  WS-RESPOSTA(1:1) EQUAL 'S' OR 'N'
               MOVE WS-RESPOSTA(1:1) TO DEPEND-IRRF
           END-IF
           IF  DEPEND-DEDUZ-IRRF
           AND DEPEND-CPF EQUAL ZEROS
               DISPLAY PGMID '008I- DEDUCAO NO IRRF EXIGE O CPF'
               MOVE 'N' TO WS-CRITICA-OK
               EXIT SECTION
           END-IF
      *
           DISPLAY 'SALARIO-FAMILIA (S/N): ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           INSPECT WS-RESPOSTA(1:1) CONVERTING 'sn' TO 'SN'
           IF  WS-RESPOSTA(1:1) EQUAL 'S' OR 'N'
               MOVE WS-RESPOSTA(1:1) TO DEPEND-SALFAM
           END-IF
           IF  DEPEND-TEM-SALFAM
           AND NOT DEPEND-FILHO
               DISPLAY PGMID '010I- SALARIO-FAMILIA SO PARA FILHO'
                       ' OU ENTEADO'
               MOVE 'N' TO WS-CRITICA-OK
               EXIT SECTION
           END-IF
      *
           MOVE WS-DATA-HOJE TO DEPEND-DATA-ALT
           MOVE WS-OPERADOR  TO DEPEND-OPERADOR.
      *
       RT-PEDE-CAMPOSX.                            EXIT.
      *----------------------------------------------------------------*
      *  DATA DE BAIXA DO DEPENDENTE (OBITO, SEPARACAO, FIM DA          *
      *  DEPENDENCIA); 'Z' REATIVA                                      *
      *----------------------------------------------------------------*
       RT-PEDE-BAIXA                               SECTION.
      *
           DISPLAY 'DATA DE BAIXA (MMDDAAAA, Z = REATIVA, VAZIO'
                   ' MANTEM): ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           EVALUATE TRUE
               WHEN WS-RESPOSTA EQUAL SPACES
                    CONTINUE
               WHEN WS-RESPOSTA(1:1) EQUAL 'Z' OR 'z'
                    MOVE ZEROS TO DEPEND-DATA-FIM
               WHEN OTHER
                    PERFORM RT-CRITICA-DATA
                    IF  CRITICA-OK
                        IF  WS-DATA-INFORMADA LESS DEPEND-NASCIMENTO
                            DISPLAY PGMID '009I- BAIXA ANTERIOR AO'
                                    ' NASCIMENTO'
                            MOVE 'N' TO WS-CRITICA-OK
                        ELSE
                            MOVE WS-DATA-INFORMADA TO DEPEND-DATA-FIM
                        END-IF
                    END-IF
           END-EVALUATE.
      *
       RT-PEDE-BAIXAX.                             EXIT.
      *----------------------------------------------------------------*
      *  CRITICA DE CALENDARIO DE UMA DATA MMDDAAAA EM WS-RESPOSTA      *
      *----------------------------------------------------------------*
       RT-CRITICA-DATA                             SECTION.
      *
           IF  WS-RESPOSTA(1:8) IS NOT NUMERIC
           OR  WS-RESPOSTA(1:2) LESS '01'
           OR  WS-RESPOSTA(1:2) GREATER '12'
           OR  WS-RESPOSTA(3:2) LESS '01'
           OR  WS-RESPOSTA(3:2) GREATER '31'
           OR  WS-RESPOSTA(5:4) LESS '1900'
               DISPLAY PGMID '009I- DATA INVALIDA'
               MOVE 'N' TO WS-CRITICA-OK
               EXIT SECTION
           END-IF
           COMPUTE WS-DATA-INFORMADA =
                   FUNCTION NUMVAL(WS-RESPOSTA(5:4)) * 10000
                 + FUNCTION NUMVAL(WS-RESPOSTA(1:2)) * 100
                 + FUNCTION NUMVAL(WS-RESPOSTA(3:2))
           COMPUTE WS-ANO = WS-DATA-INFORMADA / 10000
           MOVE WS-DIAS-POR-MES(FUNCTION NUMVAL(WS-RESPOSTA(1:2)))
             TO WS-DIAS-MES
           IF  WS-RESPOSTA(1:2) EQUAL '02'
           AND FUNCTION MOD(WS-ANO, 4) EQUAL ZERO
           AND (FUNCTION MOD(WS-ANO, 100) NOT EQUAL ZERO
                OR FUNCTION MOD(WS-ANO, 400) EQUAL ZERO)
               MOVE 29 TO WS-DIAS-MES
           END-IF
           IF  FUNCTION NUMVAL(WS-RESPOSTA(3:2))
               GREATER WS-DIAS-MES
               DISPLAY PGMID '009I- DIA INEXISTENTE NO MES'
               MOVE 'N' TO WS-CRITICA-OK
           END-IF.
      *
       RT-CRITICA-DATAX.                           EXIT.
      *----------------------------------------------------------------*
      *  GRAVA NO CWLOGF A FUNCAO COM AS IMAGENS ANTES E DEPOIS         *
      *----------------------------------------------------------------*
       RT-LOGA                                     SECTION.
      *
           MOVE SPACES TO CWLOGW-TEXT
           STRING 'DEPEND ' DEPMNT-EMP-NO '-' WS-SEQ-INFORMADA
                  DELIMITED BY SIZE INTO CWLOGW-TEXT
           IF  CWLOGW-FUNCTION EQUAL 'I'
               MOVE DEPEND-SEQ TO CWLOGW-TEXT(14:2)
           END-IF
           CALL SB-CWLOGW USING PARAMETROS-CWLOGW
             ON EXCEPTION
                CONTINUE
           END-CALL
      *
           MOVE WS-REG-ANTES(1:80) TO WS-OBS
           MOVE '^' TO CWLOGW-FUNCTION
           CALL SB-CWLOGW USING PARAMETROS-CWLOGW WS-OBS
             ON EXCEPTION
                CONTINUE
           END-CALL
      *
           MOVE REG-DEPEND(1:80) TO WS-OBS
           MOVE '^' TO CWLOGW-FUNCTION
           CALL SB-CWLOGW USING PARAMETROS-CWLOGW WS-OBS
             ON EXCEPTION
                CONTINUE
           END-CALL.
      *
       RT-LOGAX.                                   EXIT.
      *----------------------------------------------------------------*
      *  ANOTA A MUDANCA EFETIVADA NO JORNAL (CWJRNL AUSENTE NAO        *
      *  ATRAPALHA A MANUTENCAO); NA EXCLUSAO VAI A IMAGEM ORIGINAL     *
      *----------------------------------------------------------------*
       RT-JORNALIZAR                               SECTION.
      *
           MOVE 'DEPEND'  TO CWJRNL-ARQUIVO
           MOVE SPACES    TO CWJRNL-CHAVE
           MOVE 150       TO CWJRNL-TAMANHO
           MOVE SPACES    TO CWJRNL-REGISTRO
           IF  CWJRNL-FUNCTION EQUAL 'D'
               MOVE WS-REG-ANTES      TO CWJRNL-REGISTRO(1:150)
               MOVE WS-REG-ANTES(1:7) TO CWJRNL-CHAVE(1:7)
           ELSE
               MOVE REG-DEPEND        TO CWJRNL-REGISTRO(1:150)
               MOVE DEPEND-CHAVE      TO CWJRNL-CHAVE(1:7)
           END-IF
           CALL SB-CWJRNL USING PARAMETROS-CWJRNL
             ON EXCEPTION
                CONTINUE
           END-CALL.
      *
       RT-JORNALIZARX.                             EXIT.
      *----------------------------------------------------------------*
       RT-FINALIZAR                                SECTION.
      *
           IF  DEPEND-ABERTO
               CLOSE DEPEND
               MOVE 'N' TO WS-DEPEND-ABERTO
           END-IF.
      *
       RT-FINALIZARX.                              EXIT.
      ******************************************************************
      *                      FIM  DO  PROGRAMA                         *
      ******************************************************************
