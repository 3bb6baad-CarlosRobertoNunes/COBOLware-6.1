      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SACMNT.
       AUTHOR.        Traduzido de Easytrieve (macro esy.kex v.0.10).
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      * Manutencao do cadastro de sacados (SACADO,    *
                      * indexado pelo codigo do sacado): os clientes  *
                      * que devem as cobrancas do CHARGES, com nome,  *
                      * CNPJ (pessoa juridica) ou CPF (pessoa         *
                      * fisica), inscricao estadual, UF, endereco e   *
                      * e-mail. Criticas na gravacao:                 *
                      *                                               *
                      *  - CNPJ pelo CWDCNP e CPF pelo CWCHEC;        *
                      *  - UF pelo CWUFOK;                            *
                      *  - inscricao estadual pelo CWIEOK contra a    *
                      *    UF (ISENTO e aceito; pessoa fisica pode    *
                      *    ficar sem inscricao).                      *
                      *                                               *
                      * A opcao [V]INCULAR liga uma cobranca do       *
                      * CHARGES (pelo nosso-numero) ao sacado; o      *
                      * CNABRET e os demais relatorios da cobranca    *
                      * mostram o nome do sacado a partir deste       *
                      * vinculo. Sacado com cobranca vinculada nao    *
                      * pode ser excluido.                            *
                      *                                               *
                      * Trava real do cadastro (CWRLOCK) e toda       *
                      * mudanca gravada no CWLOGF com antes e depois  *
                      * e no jornal (CWJRNL).                         *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT SACADO ASSIGN TO SACADO
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS SAC-CODIGO
                  FILE STATUS   IS FL-STA-SACADO.
      *
           SELECT OPTIONAL CHARGES ASSIGN TO CHARGES
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS CHG-NOSSO-NUMERO
                  FILE STATUS   IS FL-STA-CHARGES.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *----------------------------------------------------------------*
      *  CADASTRO DE SACADOS: TIPO J (CNPJ) OU F (CPF NAS 11 POSICOES   *
      *  FINAIS DO DOCUMENTO)                                           *
      *----------------------------------------------------------------*
       FD  SACADO
           RECORD CONTAINS 300 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-SACADO.
           03 SAC-CODIGO                     PIC  9(006).
           03 SAC-NOME                       PIC  X(040).
           03 SAC-TIPO                       PIC  X(001).
              88 SAC-JURIDICA                           VALUE 'J'.
              88 SAC-FISICA                             VALUE 'F'.
              88 SAC-TIPO-VALIDO                        VALUE 'J' 'F'.
           03 SAC-DOCUMENTO                  PIC  9(014).
           03 SAC-IE                         PIC  X(018).
           03 SAC-UF                         PIC  X(002).
           03 SAC-ENDERECO                   PIC  X(040).
           03 SAC-CIDADE                     PIC  X(030).
           03 SAC-CEP                        PIC  9(008).
           03 SAC-EMAIL                      PIC  X(050).
           03 SAC-DATA-ALT                   PIC  9(008).
           03 SAC-OPERADOR                   PIC  X(030).
           03 FILLER                         PIC  X(053).
      *
      *----------------------------------------------------------------*
      *  COBRANCAS EMITIDAS PELA CASA, COM O SACADO VINCULADO           *
      *----------------------------------------------------------------*
       FD  CHARGES
           RECORD CONTAINS 080 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-CHARGES.
           03 CHG-NOSSO-NUMERO               PIC  X(020).
           03 CHG-VALOR                      PIC  9(009)V99.
           03 CHG-SITUACAO                   PIC  X(001).
              88 CHG-ABERTA                              VALUE 'A'.
              88 CHG-PAGA                                VALUE 'P'.
              88 CHG-REJEITADA                           VALUE 'R'.
              88 CHG-CANCELADA                           VALUE 'C'.
           03 CHG-DATA-PGTO                  PIC  9(008).
           03 CHG-VALOR-PAGO                 PIC  9(009)V99.
           03 CHG-SACADO                     PIC  9(006).
           03 CHG-VENCIMENTO                 PIC  9(008).
           03 CHG-DATA-EMISSAO               PIC  9(008).
           03 FILLER                         PIC  X(007).
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
       77  SB-CWRLOCK                    PIC  X(08)  VALUE 'CWRLOCK'.
       77  SB-CWLOGW                     PIC  X(08)  VALUE 'CWLOGW'.
       77  SB-CWGETU                     PIC  X(08)  VALUE 'CWGETU'.
       77  SB-CWIDLE                     PIC  X(08)  VALUE 'CWIDLE'.
       77  SB-CWJRNL                     PIC  X(08)  VALUE 'CWJRNL'.
       77  SB-CWCHEC                     PIC  X(08)  VALUE 'CWCHEC'.
       77  SB-CWDCNP                     PIC  X(08)  VALUE 'CWDCNP'.
       77  SB-CWIEOK                     PIC  X(08)  VALUE 'CWIEOK'.
       77  SB-CWUFOK                     PIC  X(08)  VALUE 'CWUFOK'.
      *
      *----------------------------------------------------------------*
      *        AREA DE VARIAVEIS AUXILIARES                            *
      *----------------------------------------------------------------*
      *
       01  WS-VARIAVEIS.
           03 PGMID                          PIC  X(009)    VALUE
              '#SACMNT.'.
           03 FL-STA-SACADO                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-SACADO-EOF                              VALUE '10'.
              88 FL-SACADO-OK                               VALUE '00'.
              88 FL-SACADO-NOVO                             VALUE '35'.
           03 FL-STA-CHARGES                 PIC  X(002)    VALUE
              ZEROS.
              88 FL-CHARGES-EOF                             VALUE '10'.
              88 FL-CHARGES-OK                              VALUE '00'.
           03 WS-OPCAO                       PIC  X(001)    VALUE
              SPACE.
              88 OPCAO-FIM                                  VALUE 'F'.
           03 WS-RESPOSTA                    PIC  X(060)    VALUE
              SPACES.
           03 WS-CRITICA-OK                  PIC  X(001)    VALUE 'S'.
              88 CRITICA-OK                                 VALUE 'S'.
           03 WS-SACADO-ABERTO               PIC  X(001)    VALUE 'N'.
              88 SACADO-ABERTO                              VALUE 'S'.
           03 WS-CHARGES-ABERTO              PIC  X(001)    VALUE 'N'.
              88 CHARGES-ABERTO                             VALUE 'S'.
           03 WS-ACHADO                      PIC  X(001)    VALUE 'N'.
              88 ACHADO                                     VALUE 'S'.
           03 WS-CODIGO-INFORMADO            PIC  9(006)    VALUE
              ZEROS.
           03 WS-OPERADOR                    PIC  X(030)    VALUE
              SPACES.
           03 WS-TASK                        PIC  9(006)    VALUE
              ZEROS.
           03 WS-PROGRAMA                    PIC  X(008)    VALUE
              'SACMNT'.
           03 WS-LOCK-NOME                   PIC  X(040)    VALUE
              SPACES.
           03 WS-LOCK-STATUS                 PIC  X(002)    VALUE
              SPACES.
           03 WS-LOCK-DONO                   PIC  X(030)    VALUE
              SPACES.
           03 WS-TABELA-TRAVADA              PIC  X(001)    VALUE 'N'.
              88 TABELA-TRAVADA                             VALUE 'S'.
           03 WS-REG-ANTES                   PIC  X(300)    VALUE
              SPACES.
           03 WS-CHG-ANTES                   PIC  X(080)    VALUE
              SPACES.
           03 WS-DATA-HOJE                   PIC  9(008)    VALUE
              ZEROS.
           03 WS-LISTADOS             COMP-3 PIC  9(006)    VALUE
              ZEROS.
           03 WS-VINCULADAS           COMP-3 PIC  9(006)    VALUE
              ZEROS.
           03 WS-I                           PIC  9(003)    VALUE
              ZEROS.
           03 WS-N                           PIC  9(003)    VALUE
              ZEROS.
           03 WS-DIGITOS                     PIC  X(014)    VALUE
              SPACES.
           03 WS-DOCUMENTO                   PIC  9(014)    VALUE
              ZEROS.
           03 WS-UF                          PIC  X(002)    VALUE
              SPACES.
           03 WS-ARROBAS                     PIC  9(003)    VALUE
              ZEROS.
           03 WS-PONTOS                      PIC  9(003)    VALUE
              ZEROS.
           03 WS-EMAIL-USUARIO               PIC  X(050)    VALUE
              SPACES.
           03 WS-EMAIL-DOMINIO               PIC  X(050)    VALUE
              SPACES.
           03 WS-ED-VALOR                    PIC  ZZZ.ZZZ.ZZ9,99.
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
      *
      *----------------------------------------------------------------*
      *  DIGITOS DO CNPJ (CWDCNP): RETORNO '00' = CNPJ CONFERE          *
      *----------------------------------------------------------------*
       01  PARAMETROS-CWDCNP.
           03 CWDCNP-CNPJ                    PIC  9(014)    VALUE
              ZEROS.
           03 CWDCNP-RETORNO                 PIC  X(002)    VALUE
              SPACES.
      *
      *----------------------------------------------------------------*
      *  INSCRICAO ESTADUAL (CWIEOK) CONTRA A UF: RETORNO 0 = CONFERE   *
      *----------------------------------------------------------------*
       01  PARAMETROS-CWIEOK.
           03 CWIEOK-UF                      PIC  X(002)    VALUE
              SPACES.
           03 CWIEOK-IE                      PIC  X(018)    VALUE
              SPACES.
           03 CWIEOK-IE-EDITADA              PIC  X(018)    VALUE
              SPACES.
           03 CWIEOK-RETORNO                 PIC  9(001)    VALUE
              ZEROS.
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
       PROCEDURE DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
      *                        ROTINA PRINCIPAL                        *
      *----------------------------------------------------------------*
       RT-PRINCIPAL                                SECTION.
      *
           PERFORM RT-INICIAR
      *
           IF  NOT OPCAO-FIM
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
      *  TRAVA O CADASTRO E ABRE OS ARQUIVOS (SACADO E CRIADO SE NAO    *
      *  EXISTE; SEM O CHARGES A OPCAO DE VINCULO FICA INDISPONIVEL)    *
      *----------------------------------------------------------------*
       RT-INICIAR                                  SECTION.
      *
           CALL SB-CWGETU USING WS-OPERADOR WS-TASK WS-PROGRAMA '?'
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
      *
      *    A TRAVA DO CADASTRO TODO (CWRLOCK) SERIALIZA AS SESSOES DE
      *    MANUTENCAO, COMO NO DEPTMNT
           MOVE 'SACADO' TO WS-LOCK-NOME
           CALL SB-CWRLOCK USING 'L' WS-LOCK-NOME WS-OPERADOR
                                 WS-TASK WS-LOCK-STATUS WS-LOCK-DONO
             ON EXCEPTION
                MOVE '00' TO WS-LOCK-STATUS
           END-CALL
           IF  WS-LOCK-STATUS NOT EQUAL '00'
               DISPLAY PGMID '001I- CADASTRO EM MANUTENCAO POR '
                       WS-LOCK-DONO
               SET OPCAO-FIM TO TRUE
               EXIT SECTION
           END-IF
           SET TABELA-TRAVADA TO TRUE
      *
           OPEN I-O SACADO
           IF  FL-SACADO-NOVO
               OPEN OUTPUT SACADO
               CLOSE SACADO
               OPEN I-O SACADO
           END-IF
           IF  NOT FL-SACADO-OK
               DISPLAY PGMID '001I- SACADO COM ERRO ' FL-STA-SACADO
               SET OPCAO-FIM TO TRUE
               EXIT SECTION
           END-IF
           SET SACADO-ABERTO TO TRUE
      *
           OPEN I-O CHARGES
           IF  FL-CHARGES-OK
               SET CHARGES-ABERTO TO TRUE
           ELSE
               DISPLAY PGMID '001I- CHARGES AUSENTE OU COM ERRO '
                       FL-STA-CHARGES ' - SEM VINCULO DE COBRANCAS'
           END-IF.
      *
       RT-INICIARX.                                EXIT.
      *----------------------------------------------------------------*
      *                    MENU DA MANUTENCAO                          *
      *----------------------------------------------------------------*
       RT-DIALOGO                                  SECTION.
      *
           DISPLAY ' '
           DISPLAY 'SACMNT - CADASTRO DE SACADOS DA COBRANCA'
           DISPLAY '[C]ONSULTA [L]ISTAR [I]NCLUSAO [A]LTERACAO'
                   ' [E]XCLUSAO [V]INCULAR COBRANCA [F]IM'
           DISPLAY 'OPCAO: ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           MOVE WS-RESPOSTA(1:1) TO WS-OPCAO
           INSPECT WS-OPCAO CONVERTING 'cliaevf' TO 'CLIAEVF'
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
               WHEN 'C' PERFORM RT-CONSULTA
               WHEN 'L' PERFORM RT-LISTAR
               WHEN 'I' PERFORM RT-INCLUSAO
               WHEN 'A' PERFORM RT-ALTERACAO
               WHEN 'E' PERFORM RT-EXCLUSAO
               WHEN 'V' PERFORM RT-VINCULAR
               WHEN 'F' CONTINUE
               WHEN OTHER
                    DISPLAY PGMID '002I- OPCAO INVALIDA'
           END-EVALUATE.
      *
       RT-DIALOGOX.                                EXIT.
      *----------------------------------------------------------------*
      *  PEDE O CODIGO DO SACADO                                        *
      *----------------------------------------------------------------*
       RT-PEDE-CODIGO                              SECTION.
      *
           DISPLAY 'CODIGO DO SACADO (6 DIGITOS): ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           MOVE ZEROS TO WS-CODIGO-INFORMADO
           IF  WS-RESPOSTA(1:6) IS NUMERIC
               MOVE WS-RESPOSTA(1:6) TO WS-CODIGO-INFORMADO
           ELSE
               DISPLAY PGMID '003I- CODIGO DEVE TER 6 DIGITOS'
           END-IF.
      *
       RT-PEDE-CODIGOX.                            EXIT.
      *----------------------------------------------------------------*
      *  PEDE O CODIGO E LE O SACADO (ACHADO = S/N)                     *
      *----------------------------------------------------------------*
       RT-PEDE-E-LOCALIZA                          SECTION.
      *
           MOVE 'N' TO WS-ACHADO
           PERFORM RT-PEDE-CODIGO
           IF  WS-CODIGO-INFORMADO EQUAL ZEROS
               EXIT SECTION
           END-IF
           MOVE WS-CODIGO-INFORMADO TO SAC-CODIGO
           READ SACADO
               INVALID KEY
                   DISPLAY PGMID '004I- SACADO NAO CADASTRADO'
               NOT INVALID KEY
                   SET ACHADO TO TRUE
                   PERFORM RT-MOSTRA
           END-READ.
      *
       RT-PEDE-E-LOCALIZAX.                        EXIT.
      *----------------------------------------------------------------*
       RT-CONSULTA                                 SECTION.
      *
           PERFORM RT-PEDE-E-LOCALIZA
           IF  ACHADO
               PERFORM RT-CONTAR-COBRANCAS
               DISPLAY '   COBRANCAS VINCULADAS: ' WS-VINCULADAS
           END-IF.
      *
       RT-CONSULTAX.                               EXIT.
      *----------------------------------------------------------------*
       RT-LISTAR                                   SECTION.
      *
           MOVE ZEROS TO WS-LISTADOS SAC-CODIGO
           START SACADO KEY NOT LESS SAC-CODIGO
           IF  NOT FL-SACADO-OK
               DISPLAY PGMID '004I- CADASTRO VAZIO'
               EXIT SECTION
           END-IF
           PERFORM UNTIL FL-SACADO-EOF
               READ SACADO NEXT RECORD
                 AT END
                    SET FL-SACADO-EOF TO TRUE
                 NOT AT END
                    DISPLAY SAC-CODIGO ' ' SAC-NOME ' ' SAC-TIPO
                            ' ' SAC-DOCUMENTO ' ' SAC-UF
                    ADD 1 TO WS-LISTADOS
               END-READ
           END-PERFORM
           MOVE ZEROS TO FL-STA-SACADO
           DISPLAY PGMID '004I- ' WS-LISTADOS ' SACADO(S)'.
      *
       RT-LISTARX.                                 EXIT.
      *----------------------------------------------------------------*
       RT-MOSTRA                                   SECTION.
      *
           DISPLAY 'SACADO ' SAC-CODIGO ' ' SAC-NOME
           IF  SAC-JURIDICA
               DISPLAY '   CNPJ ' SAC-DOCUMENTO
                       '  IE ' SAC-IE '  UF ' SAC-UF
           ELSE
               DISPLAY '   CPF ' SAC-DOCUMENTO(4:11)
                       '  IE ' SAC-IE '  UF ' SAC-UF
           END-IF
           DISPLAY '   ' SAC-ENDERECO ' ' SAC-CIDADE
                   ' CEP ' SAC-CEP
           DISPLAY '   E-MAIL ' SAC-EMAIL.
      *
       RT-MOSTRAX.                                 EXIT.
      *----------------------------------------------------------------*
       RT-INCLUSAO                                 SECTION.
      *
           PERFORM RT-PEDE-CODIGO
           IF  WS-CODIGO-INFORMADO EQUAL ZEROS
               EXIT SECTION
           END-IF
           MOVE SPACES              TO REG-SACADO
           MOVE WS-CODIGO-INFORMADO TO SAC-CODIGO
           MOVE ZEROS               TO SAC-DOCUMENTO SAC-CEP
           MOVE SPACES              TO WS-REG-ANTES
      *
           PERFORM RT-PEDE-CAMPOS
           IF  CRITICA-OK
               PERFORM RT-CRITICAR
           END-IF
           IF  NOT CRITICA-OK
               DISPLAY PGMID '005I- INCLUSAO REJEITADA PELA CRITICA'
               EXIT SECTION
           END-IF
      *
           WRITE REG-SACADO
               INVALID KEY
                   DISPLAY PGMID '005I- SACADO JA CADASTRADO'
               NOT INVALID KEY
                   MOVE 'I' TO CWLOGW-FUNCTION
                   MOVE 'INCLUSAO DE SACADO' TO WS-REG-ANTES
                   PERFORM RT-LOGA
                   MOVE 'W' TO CWJRNL-FUNCTION
                   PERFORM RT-JORNALIZAR
                   DISPLAY PGMID '005I- INCLUIDO ' WS-CODIGO-INFORMADO
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
           MOVE REG-SACADO TO WS-REG-ANTES
           PERFORM RT-PEDE-CAMPOS
           IF  CRITICA-OK
               PERFORM RT-CRITICAR
           END-IF
           IF  NOT CRITICA-OK
               DISPLAY PGMID '006I- ALTERACAO REJEITADA PELA CRITICA'
               EXIT SECTION
           END-IF
           REWRITE REG-SACADO
               INVALID KEY
                   DISPLAY PGMID '006I- ERRO ' FL-STA-SACADO
                           ' NA REGRAVACAO'
               NOT INVALID KEY
                   MOVE 'A' TO CWLOGW-FUNCTION
                   PERFORM RT-LOGA
                   MOVE 'R' TO CWJRNL-FUNCTION
                   PERFORM RT-JORNALIZAR
                   DISPLAY PGMID '006I- ALTERADO ' WS-CODIGO-INFORMADO
           END-REWRITE.
      *
       RT-ALTERACAOX.                              EXIT.
      *----------------------------------------------------------------*
      *  SACADO COM COBRANCA VINCULADA NAO E EXCLUIDO: OS RELATORIOS DA *
      *  COBRANCA PERDERIAM O NOME DO DEVEDOR                           *
      *----------------------------------------------------------------*
       RT-EXCLUSAO                                 SECTION.
      *
           PERFORM RT-PEDE-E-LOCALIZA
           IF  NOT ACHADO
               EXIT SECTION
           END-IF
           PERFORM RT-CONTAR-COBRANCAS
           IF  WS-VINCULADAS GREATER ZEROS
               DISPLAY PGMID '007I- SACADO COM ' WS-VINCULADAS
                       ' COBRANCA(S) VINCULADA(S) - NAO EXCLUIDO'
               EXIT SECTION
           END-IF
           DISPLAY 'CONFIRMA EXCLUSAO (S/N)? ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA(1:1) EQUAL 'S' OR 's'
               MOVE REG-SACADO TO WS-REG-ANTES
               DELETE SACADO RECORD
                   INVALID KEY
                       DISPLAY PGMID '007I- ERRO ' FL-STA-SACADO
                               ' NA EXCLUSAO'
                   NOT INVALID KEY
                       MOVE 'E' TO CWLOGW-FUNCTION
                       MOVE 'REGISTRO EXCLUIDO' TO REG-SACADO
                       PERFORM RT-LOGA
                       MOVE 'D' TO CWJRNL-FUNCTION
                       PERFORM RT-JORNALIZAR
                       DISPLAY PGMID '007I- EXCLUIDO '
                               WS-CODIGO-INFORMADO
               END-DELETE
           END-IF.
      *
       RT-EXCLUSAOX.                               EXIT.
      *----------------------------------------------------------------*
      *  CONTA AS COBRANCAS DO CHARGES VINCULADAS AO SACADO CORRENTE    *
      *----------------------------------------------------------------*
       RT-CONTAR-COBRANCAS                         SECTION.
      *
           MOVE ZEROS TO WS-VINCULADAS
           IF  NOT CHARGES-ABERTO
               EXIT SECTION
           END-IF
           MOVE LOW-VALUES TO CHG-NOSSO-NUMERO
           START CHARGES KEY NOT LESS CHG-NOSSO-NUMERO
               INVALID KEY
                   SET FL-CHARGES-EOF TO TRUE
           END-START
           PERFORM UNTIL FL-CHARGES-EOF
               READ CHARGES NEXT RECORD
                 AT END
                    SET FL-CHARGES-EOF TO TRUE
                 NOT AT END
                    IF  CHG-SACADO IS NUMERIC
                    AND CHG-SACADO EQUAL SAC-CODIGO
                        ADD 1 TO WS-VINCULADAS
                    END-IF
               END-READ
           END-PERFORM
           MOVE ZEROS TO FL-STA-CHARGES.
      *
       RT-CONTAR-COBRANCASX.                       EXIT.
      *----------------------------------------------------------------*
      *  ACEITA OS CAMPOS (VAZIO MANTEM O VALOR ATUAL)                  *
      *----------------------------------------------------------------*
       RT-PEDE-CAMPOS                              SECTION.
      *
           MOVE 'S' TO WS-CRITICA-OK
           DISPLAY 'NOME OU RAZAO SOCIAL: ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA NOT EQUAL SPACES
               MOVE WS-RESPOSTA(1:40) TO SAC-NOME
           END-IF
      *
           DISPLAY 'TIPO: [J]URIDICA (CNPJ) [F]ISICA (CPF): '
                   WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA NOT EQUAL SPACES
               MOVE WS-RESPOSTA(1:1) TO SAC-TIPO
               INSPECT SAC-TIPO CONVERTING 'jf' TO 'JF'
           END-IF
           IF  NOT SAC-TIPO-VALIDO
               DISPLAY PGMID '008I- TIPO DEVE SER J OU F'
               MOVE 'N' TO WS-CRITICA-OK
               EXIT SECTION
           END-IF
      *
      *    O DOCUMENTO PODE VIR COM PONTOS, BARRA E HIFEN; SO OS
      *    DIGITOS SAO APROVEITADOS
           IF  SAC-JURIDICA
               DISPLAY 'CNPJ (14 DIGITOS): ' WITH NO ADVANCING
           ELSE
               DISPLAY 'CPF (11 DIGITOS): ' WITH NO ADVANCING
           END-IF
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA NOT EQUAL SPACES
               MOVE ZEROS TO WS-DIGITOS WS-N
               PERFORM VARYING WS-I FROM 1 BY 1
                         UNTIL WS-I GREATER 30
                   IF  WS-RESPOSTA(WS-I:1) IS NUMERIC
                       ADD 1 TO WS-N
                       IF  WS-N NOT GREATER 14
                           MOVE WS-RESPOSTA(WS-I:1)
                             TO WS-DIGITOS(WS-N:1)
                       END-IF
                   END-IF
               END-PERFORM
               IF  (SAC-JURIDICA AND WS-N NOT EQUAL 14)
               OR  (SAC-FISICA   AND WS-N NOT EQUAL 11)
                   DISPLAY PGMID '008I- QUANTIDADE DE DIGITOS DO'
                           ' DOCUMENTO NAO CONFERE COM O TIPO'
                   MOVE 'N' TO WS-CRITICA-OK
                   EXIT SECTION
               END-IF
               MOVE ZEROS TO WS-DOCUMENTO
               MOVE WS-DIGITOS(1:WS-N)
                 TO WS-DOCUMENTO(15 - WS-N:WS-N)
               MOVE WS-DOCUMENTO TO SAC-DOCUMENTO
           END-IF
      *
           DISPLAY 'UF: ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA NOT EQUAL SPACES
               MOVE WS-RESPOSTA(1:2) TO SAC-UF
               INSPECT SAC-UF CONVERTING
                       'abcdefghijklmnopqrstuvwxyz'
                    TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           END-IF
      *
           DISPLAY 'INSCRICAO ESTADUAL (OU ISENTO): ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA NOT EQUAL SPACES
               MOVE WS-RESPOSTA(1:18) TO SAC-IE
               INSPECT SAC-IE CONVERTING
                       'abcdefghijklmnopqrstuvwxyz'
                    TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           END-IF
      *
           DISPLAY 'ENDERECO: ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA NOT EQUAL SPACES
               MOVE WS-RESPOSTA(1:40) TO SAC-ENDERECO
           END-IF
      *
           DISPLAY 'CIDADE: ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA NOT EQUAL SPACES
               MOVE WS-RESPOSTA(1:30) TO SAC-CIDADE
           END-IF
      *
           DISPLAY 'CEP (8 DIGITOS): ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA NOT EQUAL SPACES
               IF  WS-RESPOSTA(1:8) IS NOT NUMERIC
                   DISPLAY PGMID '009I- CEP DEVE TER 8 DIGITOS'
                   MOVE 'N' TO WS-CRITICA-OK
                   EXIT SECTION
               END-IF
               MOVE WS-RESPOSTA(1:8) TO SAC-CEP
           END-IF
      *
           DISPLAY 'E-MAIL: ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA NOT EQUAL SPACES
               MOVE WS-RESPOSTA(1:50) TO SAC-EMAIL
               INSPECT SAC-EMAIL CONVERTING
                       'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                    TO 'abcdefghijklmnopqrstuvwxyz'
           END-IF
      *
           MOVE WS-DATA-HOJE TO SAC-DATA-ALT
           MOVE WS-OPERADOR  TO SAC-OPERADOR.
      *
       RT-PEDE-CAMPOSX.                            EXIT.
      *----------------------------------------------------------------*
      *  CRITICA DO REGISTRO COMPLETO: CNPJ PELO CWDCNP, CPF PELO       *
      *  CWCHEC, UF PELO CWUFOK E INSCRICAO ESTADUAL PELO CWIEOK        *
      *----------------------------------------------------------------*
       RT-CRITICAR                                 SECTION.
      *
           IF  SAC-NOME EQUAL SPACES
           OR  SAC-DOCUMENTO EQUAL ZEROS
           OR  SAC-UF EQUAL SPACES
               DISPLAY PGMID '008I- NOME, DOCUMENTO E UF SAO'
                       ' OBRIGATORIOS'
               MOVE 'N' TO WS-CRITICA-OK
               EXIT SECTION
           END-IF
      *
           IF  SAC-JURIDICA
               MOVE SAC-DOCUMENTO TO CWDCNP-CNPJ
               MOVE SPACES        TO CWDCNP-RETORNO
               CALL SB-CWDCNP USING PARAMETROS-CWDCNP
                 ON EXCEPTION
                    MOVE '00' TO CWDCNP-RETORNO
               END-CALL
               IF  CWDCNP-RETORNO NOT EQUAL '00'
                   DISPLAY PGMID '008I- CNPJ COM DIGITO INVALIDO'
                   MOVE 'N' TO WS-CRITICA-OK
                   EXIT SECTION
               END-IF
           ELSE
               IF  SAC-DOCUMENTO GREATER 99999999999
                   DISPLAY PGMID '008I- CPF DEVE TER 11 DIGITOS'
                   MOVE 'N' TO WS-CRITICA-OK
                   EXIT SECTION
               END-IF
               MOVE SPACES TO PARAMETROS-CWCHEC
               MOVE ZEROS  TO CWCHEC-CEI CWCHEC-CNPJ CWCHEC-PIS-PASEP
                              CWCHEC-TITULO-ELEITOR CWCHEC-ERROR-LEVEL
               MOVE SAC-DOCUMENTO TO CWCHEC-CIC
               CALL SB-CWCHEC USING PARAMETROS-CWCHEC
                 ON EXCEPTION
                    MOVE ZEROS TO CWCHEC-ERROR-LEVEL
               END-CALL
               IF  CWCHEC-ERROR-LEVEL NOT EQUAL ZEROS
                   DISPLAY PGMID '008I- CPF COM DIGITO INVALIDO'
                   MOVE 'N' TO WS-CRITICA-OK
                   EXIT SECTION
               END-IF
           END-IF
      *
      *    O CWUFOK DEVOLVE A UF EM BRANCO QUANDO ELA NAO EXISTE
           MOVE SAC-UF TO WS-UF
           CALL SB-CWUFOK USING WS-UF
             ON EXCEPTION
                MOVE SAC-UF TO WS-UF
           END-CALL
           IF  WS-UF EQUAL SPACES
               DISPLAY PGMID '009I- UF INEXISTENTE: ' SAC-UF
               MOVE 'N' TO WS-CRITICA-OK
               EXIT SECTION
           END-IF
      *
      *    PESSOA FISICA PODE FICAR SEM INSCRICAO; JURIDICA INFORMA A
      *    INSCRICAO OU ISENTO
           IF  SAC-IE EQUAL SPACES
               IF  SAC-JURIDICA
                   DISPLAY PGMID '009I- INSCRICAO ESTADUAL OBRIGATORIA'
                           ' (OU ISENTO) PARA PESSOA JURIDICA'
                   MOVE 'N' TO WS-CRITICA-OK
               END-IF
               EXIT SECTION
           END-IF
           MOVE SAC-UF TO CWIEOK-UF
           MOVE SAC-IE TO CWIEOK-IE
           MOVE SPACES TO CWIEOK-IE-EDITADA
           MOVE ZEROS  TO CWIEOK-RETORNO
           CALL SB-CWIEOK USING PARAMETROS-CWIEOK
             ON EXCEPTION
                MOVE ZEROS  TO CWIEOK-RETORNO
                MOVE SAC-IE TO CWIEOK-IE-EDITADA
           END-CALL
           IF  CWIEOK-RETORNO NOT EQUAL ZEROS
               DISPLAY PGMID '009I- INSCRICAO ESTADUAL INVALIDA PARA'
                       ' A UF ' SAC-UF
               MOVE 'N' TO WS-CRITICA-OK
               EXIT SECTION
           END-IF
           IF  CWIEOK-IE-EDITADA NOT EQUAL SPACES
               MOVE CWIEOK-IE-EDITADA TO SAC-IE
           END-IF
      *
      *    E-MAIL: UMA ARROBA, USUARIO E DOMINIO COM PONTO
           IF  SAC-EMAIL NOT EQUAL SPACES
               MOVE ZEROS  TO WS-ARROBAS WS-PONTOS
               MOVE SPACES TO WS-EMAIL-USUARIO WS-EMAIL-DOMINIO
               INSPECT SAC-EMAIL TALLYING WS-ARROBAS FOR ALL '@'
               UNSTRING SAC-EMAIL DELIMITED BY '@'
                   INTO WS-EMAIL-USUARIO WS-EMAIL-DOMINIO
               END-UNSTRING
               INSPECT WS-EMAIL-DOMINIO TALLYING WS-PONTOS FOR ALL '.'
               IF  WS-ARROBAS NOT EQUAL 1
               OR  WS-EMAIL-USUARIO EQUAL SPACES
               OR  WS-EMAIL-DOMINIO EQUAL SPACES
               OR  WS-PONTOS EQUAL ZEROS
                   DISPLAY PGMID '010I- E-MAIL INVALIDO: ' SAC-EMAIL
                   MOVE 'N' TO WS-CRITICA-OK
               END-IF
           END-IF.
      *
       RT-CRITICARX.                               EXIT.
      *----------------------------------------------------------------*
      *  LIGA UMA COBRANCA DO CHARGES AO SACADO; COBRANCA JA LIGADA A   *
      *  OUTRO SACADO SO MUDA COM CONFIRMACAO                           *
      *----------------------------------------------------------------*
       RT-VINCULAR                                 SECTION.
      *
           IF  NOT CHARGES-ABERTO
               DISPLAY PGMID '011I- CHARGES INDISPONIVEL'
               EXIT SECTION
           END-IF
           PERFORM RT-PEDE-E-LOCALIZA
           IF  NOT ACHADO
               EXIT SECTION
           END-IF
      *
           DISPLAY 'NOSSO-NUMERO DA COBRANCA: ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA EQUAL SPACES
               EXIT SECTION
           END-IF
           MOVE WS-RESPOSTA(1:20) TO CHG-NOSSO-NUMERO
           READ CHARGES
               INVALID KEY
                   DISPLAY PGMID '011I- COBRANCA NAO CADASTRADA'
                   EXIT SECTION
           END-READ
           MOVE CHG-VALOR TO WS-ED-VALOR
           DISPLAY '   COBRANCA ' CHG-NOSSO-NUMERO ' VALOR ' WS-ED-VALOR
                   ' SITUACAO ' CHG-SITUACAO
      *
           IF  CHG-SACADO IS NOT NUMERIC
               MOVE ZEROS TO CHG-SACADO
           END-IF
           IF  CHG-SACADO EQUAL SAC-CODIGO
               DISPLAY PGMID '011I- COBRANCA JA VINCULADA A ESTE SACADO'
               EXIT SECTION
           END-IF
           IF  CHG-SACADO NOT EQUAL ZEROS
               DISPLAY PGMID '011I- COBRANCA VINCULADA AO SACADO '
                       CHG-SACADO
               DISPLAY 'CONFIRMA A TROCA (S/N)? ' WITH NO ADVANCING
               MOVE SPACES TO WS-RESPOSTA
               ACCEPT WS-RESPOSTA
               IF  WS-RESPOSTA(1:1) NOT EQUAL 'S' AND 's'
                   EXIT SECTION
               END-IF
           END-IF
      *
           MOVE REG-CHARGES TO WS-CHG-ANTES
           MOVE SAC-CODIGO  TO CHG-SACADO
           REWRITE REG-CHARGES
               INVALID KEY
                   DISPLAY PGMID '011I- ERRO ' FL-STA-CHARGES
                           ' NA REGRAVACAO DA COBRANCA'
               NOT INVALID KEY
                   PERFORM RT-LOGA-VINCULO
                   DISPLAY PGMID '011I- COBRANCA ' CHG-NOSSO-NUMERO
                           ' VINCULADA AO SACADO ' SAC-CODIGO
           END-REWRITE.
      *
       RT-VINCULARX.                               EXIT.
      *----------------------------------------------------------------*
      *  GRAVA NO CWLOGF A FUNCAO COM AS IMAGENS ANTES E DEPOIS         *
      *----------------------------------------------------------------*
       RT-LOGA                                     SECTION.
      *
           MOVE SPACES TO CWLOGW-TEXT
           STRING 'SACADO ' WS-CODIGO-INFORMADO
                  DELIMITED BY SIZE INTO CWLOGW-TEXT
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
           MOVE REG-SACADO(1:80) TO WS-OBS
           MOVE '^' TO CWLOGW-FUNCTION
           CALL SB-CWLOGW USING PARAMETROS-CWLOGW WS-OBS
             ON EXCEPTION
                CONTINUE
           END-CALL.
      *
       RT-LOGAX.                                   EXIT.
      *----------------------------------------------------------------*
      *  O VINCULO ALTERA A COBRANCA: CWLOGF COM ANTES E DEPOIS E       *
      *  JORNAL DO CHARGES                                              *
      *----------------------------------------------------------------*
       RT-LOGA-VINCULO                             SECTION.
      *
           MOVE 'A' TO CWLOGW-FUNCTION
           MOVE SPACES TO CWLOGW-TEXT
           STRING 'CHARGES ' CHG-NOSSO-NUMERO
                  DELIMITED BY SIZE INTO CWLOGW-TEXT
           CALL SB-CWLOGW USING PARAMETROS-CWLOGW
             ON EXCEPTION
                CONTINUE
           END-CALL
      *
           MOVE WS-CHG-ANTES TO WS-OBS
           MOVE '^' TO CWLOGW-FUNCTION
           CALL SB-CWLOGW USING PARAMETROS-CWLOGW WS-OBS
             ON EXCEPTION
                CONTINUE
           END-CALL
      *
           MOVE REG-CHARGES TO WS-OBS
           MOVE '^' TO CWLOGW-FUNCTION
           CALL SB-CWLOGW USING PARAMETROS-CWLOGW WS-OBS
             ON EXCEPTION
                CONTINUE
           END-CALL
      *
           MOVE 'R'              TO CWJRNL-FUNCTION
           MOVE 'CHARGES'        TO CWJRNL-ARQUIVO
           MOVE CHG-NOSSO-NUMERO TO CWJRNL-CHAVE
           MOVE 80               TO CWJRNL-TAMANHO
           MOVE SPACES           TO CWJRNL-REGISTRO
           MOVE REG-CHARGES      TO CWJRNL-REGISTRO(1:80)
           CALL SB-CWJRNL USING PARAMETROS-CWJRNL
             ON EXCEPTION
                CONTINUE
           END-CALL.
      *
       RT-LOGA-VINCULOX.                           EXIT.
      *----------------------------------------------------------------*
      *  ANOTA A MUDANCA EFETIVADA NO JORNAL (CWJRNL AUSENTE NAO        *
      *  ATRAPALHA A MANUTENCAO); NA EXCLUSAO VAI A IMAGEM ORIGINAL     *
      *----------------------------------------------------------------*
       RT-JORNALIZAR                               SECTION.
      *
           MOVE 'SACADO'  TO CWJRNL-ARQUIVO
           MOVE SPACES    TO CWJRNL-CHAVE
           MOVE 300       TO CWJRNL-TAMANHO
           MOVE SPACES    TO CWJRNL-REGISTRO
           IF  CWJRNL-FUNCTION EQUAL 'D'
               MOVE WS-REG-ANTES      TO CWJRNL-REGISTRO(1:300)
               MOVE WS-REG-ANTES(1:6) TO CWJRNL-CHAVE(1:6)
           ELSE
               MOVE REG-SACADO        TO CWJRNL-REGISTRO(1:300)
               MOVE SAC-CODIGO        TO CWJRNL-CHAVE(1:6)
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
           IF  SACADO-ABERTO
               CLOSE SACADO
               MOVE 'N' TO WS-SACADO-ABERTO
           END-IF
           IF  CHARGES-ABERTO
               CLOSE CHARGES
               MOVE 'N' TO WS-CHARGES-ABERTO
           END-IF
           IF  TABELA-TRAVADA
               MOVE 'SACADO' TO WS-LOCK-NOME
               CALL SB-CWRLOCK USING 'U' WS-LOCK-NOME WS-OPERADOR
                                     WS-TASK WS-LOCK-STATUS
                                     WS-LOCK-DONO
                 ON EXCEPTION
                    CONTINUE
               END-CALL
               MOVE 'N' TO WS-TABELA-TRAVADA
           END-IF.
      *
       RT-FINALIZARX.                              EXIT.
      ******************************************************************
      *                      FIM  DO  PROGRAMA                         *
      ******************************************************************
