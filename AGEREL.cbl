      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AGEREL.
       AUTHOR.        Traduzido de Easytrieve (macro esy.kex v.0.10).
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      * Vencidos por sacado (aging) das cobrancas em  *
                      * aberto do CHARGES na data-base AGEREL-DATA    *
                      * (AAAAMMDD, padrao: hoje):                     *
                      *                                               *
                      *  - VALOR DE FACE NAS FAIXAS A VENCER, 1-30,   *
                      *    31-60, 61-90 E ACIMA DE 90 DIAS DE ATRASO; *
                      *  - ENCARGOS (MULTA E JUROS DE MORA PELO       *
                      *    ENCMORA, TAXAS EM COBRANCA-MULTA E         *
                      *    COBRANCA-JUROS) DAS VENCIDAS;              *
                      *  - TOTAL ATUALIZADO (FACE + ENCARGOS) E A     *
                      *    QUANTIDADE DE COBRANCAS.                   *
                      *                                               *
                      * Uma linha por sacado em ordem de codigo (nome *
                      * do SACADO) e o TOTAL GERAL. Sai a listagem    *
                      * AGEREL no spool (CWSPLF). As cartas de        *
                      * cobranca dos vencidos saem no REGUACOB.       *
                      *                                               *
                      * RC 4 = SACADO ausente ou mais sacados do que  *
                      * cabem na tabela (excedentes so no total);     *
                      * RC 8 = CHARGES indisponivel.                  *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT CHARGES ASSIGN TO CHARGES
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS CHG-NOSSO-NUMERO
                  FILE STATUS   IS FL-STA-CHARGES.
      *
           SELECT OPTIONAL SACADO ASSIGN TO SACADO
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS SAC-CODIGO
                  FILE STATUS   IS FL-STA-SACADO.
      *
           SELECT AGEREL ASSIGN TO AGEREL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *----------------------------------------------------------------*
      *  COBRANCAS EMITIDAS PELA CASA (BOLETO)                          *
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
      *
      *----------------------------------------------------------------*
      *  CADASTRO DE SACADOS (SACMNT)                                   *
      *----------------------------------------------------------------*
       FD  SACADO
           RECORD CONTAINS 300 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-SACADO.
           03 SAC-CODIGO                     PIC  9(006).
           03 SAC-NOME                       PIC  X(040).
           03 FILLER                         PIC  X(254).
      *
       FD  AGEREL
           LABEL RECORD IS OMITTED.
      *
       01  REG-AGEREL                        PIC  X(132).
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
       77  SB-CWSPLF                     PIC  X(08)  VALUE 'CWSPLF'.
       77  SB-ENCMORA                    PIC  X(08)  VALUE 'ENCMORA'.
      *
      *----------------------------------------------------------------*
      *        AREA DE VARIAVEIS AUXILIARES                            *
      *----------------------------------------------------------------*
      *
       01  WS-VARIAVEIS.
           03 TRACOS                         PIC  X(060)    VALUE
              ALL '-'.
           03 PGMID                          PIC  X(009)    VALUE
              '#AGEREL. '.
           03 FL-STA-CHARGES                 PIC  X(002)    VALUE
              ZEROS.
              88 FL-CHARGES-OK                              VALUE '00'.
              88 FL-CHARGES-EOF                             VALUE '10'.
           03 FL-STA-SACADO                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-SACADO-OK                               VALUE '00'.
           03 WS-RETURN-CODE                 PIC  9(003)    VALUE
              ZEROS.
           03 WS-DISPLAY                     PIC  -ZZZ.ZZZ.ZZ9.
           03 WS-TEM-SACADO                  PIC  X(001)    VALUE 'N'.
              88 TEM-SACADO                                 VALUE 'S'.
           03 WS-DATA-HOJE                   PIC  9(008)    VALUE
              ZEROS.
           03 WS-DATA-ENV                    PIC  X(008)    VALUE
              SPACES.
           03 WS-DATA-BASE                   PIC  9(008)    VALUE
              ZEROS.
           03 FILLER REDEFINES WS-DATA-BASE.
              05 WS-BASE-ANO                 PIC  9(004).
              05 WS-BASE-MES                 PIC  9(002).
              05 WS-BASE-DIA                 PIC  9(002).
      *
      *----------------------------------------------------------------*
      *  TOTAIS DO PROCESSAMENTO                                        *
      *----------------------------------------------------------------*
       01  WS-TOTAIS                  COMP-3.
           03 WS-LIDOS                       PIC S9(009)    VALUE ZEROS.
           03 WS-ABERTAS                     PIC S9(009)    VALUE ZEROS.
           03 WS-VENCIDAS                    PIC S9(009)    VALUE ZEROS.
           03 WS-DATA-INVALIDA               PIC S9(009)    VALUE ZEROS.
           03 WS-SACADOS-LISTADOS            PIC S9(009)    VALUE ZEROS.
           03 WS-SEM-TABELA                  PIC S9(009)    VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *  SACADOS EM ORDEM DE CODIGO; A ULTIMA OCORRENCIA E O TOTAL      *
      *  GERAL. FAIXA 1 = A VENCER, 2 = 1-30, 3 = 31-60, 4 = 61-90 E    *
      *  5 = ACIMA DE 90 DIAS                                           *
      *----------------------------------------------------------------*
       01  WS-QUADRO.
           03 WS-TAB-QTDE             COMP   PIC  9(004)    VALUE
              ZEROS.
           03 WS-TAB-MAX              COMP   PIC  9(004)    VALUE 3000.
           03 WS-IX-TOTAL             COMP   PIC  9(004)    VALUE 3001.
           03 WS-IX                   COMP   PIC  9(004)    VALUE
              ZEROS.
           03 WS-IX-SAC               COMP   PIC  9(004)    VALUE
              ZEROS.
           03 WS-IF                   COMP   PIC  9(004)    VALUE
              ZEROS.
           03 WS-TAB-SACADO OCCURS 3001 TIMES INDEXED BY INDSAC.
              05 TAB-SACADO                  PIC  9(006).
              05 TAB-FAIXA            COMP-3 PIC S9(011)V99
                                             OCCURS 5 TIMES.
              05 TAB-ENCARGOS         COMP-3 PIC S9(011)V99.
              05 TAB-COBRANCAS        COMP-3 PIC S9(007).
      *
      *----------------------------------------------------------------*
      *  ENCARGOS DE UMA COBRANCA (ENCMORA)                             *
      *----------------------------------------------------------------*
       01  PARAMETROS-ENCMORA.
           03 ENCMORA-VALOR                  PIC  9(009)V99 VALUE
              ZEROS.
           03 ENCMORA-VENCIMENTO             PIC  9(008)    VALUE
              ZEROS.
           03 ENCMORA-DATA-BASE              PIC  9(008)    VALUE
              ZEROS.
           03 ENCMORA-PCT-MULTA              PIC  9(002)V99 VALUE
              ZEROS.
           03 ENCMORA-PCT-JUROS              PIC  9(002)V99 VALUE
              ZEROS.
           03 ENCMORA-DIAS                   PIC S9(005)    VALUE
              ZEROS.
           03 ENCMORA-FAIXA                  PIC  9(001)    VALUE
              ZEROS.
           03 ENCMORA-MULTA                  PIC  9(009)V99 VALUE
              ZEROS.
           03 ENCMORA-JUROS                  PIC  9(009)V99 VALUE
              ZEROS.
           03 ENCMORA-TOTAL                  PIC  9(009)V99 VALUE
              ZEROS.
           03 ENCMORA-RETORNO                PIC  X(002)    VALUE
              SPACES.
      *
      *----------------------------------------------------------------*
      *  LINHAS DA LISTAGEM                                             *
      *----------------------------------------------------------------*
       01  WS-CABECALHO.
           03 FILLER                         PIC  X(038)    VALUE
              'VENCIDOS POR SACADO - DATA-BASE '.
           03 CAB-DIA                        PIC  9(002).
           03 FILLER                         PIC  X(001)    VALUE '/'.
           03 CAB-MES                        PIC  9(002).
           03 FILLER                         PIC  X(001)    VALUE '/'.
           03 CAB-ANO                        PIC  9(004).
           03 FILLER                         PIC  X(009)    VALUE
              ' - MULTA '.
           03 CAB-MULTA                      PIC  Z9,99.
           03 FILLER                         PIC  X(010)    VALUE
              '% - JUROS '.
           03 CAB-JUROS                      PIC  Z9,99.
           03 FILLER                         PIC  X(055)    VALUE
              '% AO MES'.
      *
       01  WS-TITULOS.
           03 FILLER                         PIC  X(050)    VALUE
              'SACADO NOME                      A VENCER        1'.
           03 FILLER                         PIC  X(050)    VALUE
              ' A 30       31 A 60       61 A 90      ACIMA 90   '.
           03 FILLER                         PIC  X(032)    VALUE
              '   ENCARGOS  TOT.ATUALIZ. QTDE'.
      *
       01  WS-DETALHE.
           03 DET-SACADO                     PIC  X(006).
           03 FILLER                         PIC  X(001)    VALUE
              SPACE.
           03 DET-NOME                       PIC  X(020).
           03 DET-VALORES OCCURS 7 TIMES.
              05 FILLER                      PIC  X(001)    VALUE
                 SPACE.
              05 DET-VALOR                   PIC  ZZ.ZZZ.ZZ9,99.
           03 FILLER                         PIC  X(001)    VALUE
              SPACE.
           03 DET-COBRANCAS                  PIC  ZZZ9.
           03 FILLER                         PIC  X(002)    VALUE
              SPACES.
      *
      *----------------------------------------------------------------*
      *  PARAMETROS DO SPOOL (CWSPLF)                                   *
      *----------------------------------------------------------------*
       01  PARAMETROS-CWSPLF.
           03 CWSPLF-FILE                    PIC  X(050)    VALUE
              SPACES.
           03 CWSPLF-REPORT                  PIC  X(007)    VALUE
              SPACES.
           03 CWSPLF-FORM-TYPE               PIC  X(001)    VALUE '1'.
           03 CWSPLF-FLAG                    PIC  X(001)    VALUE
              SPACE.
           03 CWSPLF-WIDTH                   PIC  9(003)    VALUE 132.
           03 CWSPLF-TITLE                   PIC  X(174)    VALUE
              SPACES.
           03 CWSPLF-NOTE                    PIC  X(020)    VALUE
              SPACES.
           03 CWSPLF-SIMULA                  PIC  X(001)    VALUE 'N'.
           03 CWSPLF-FOLHAS                  PIC  9(006)    VALUE
              ZEROS.
           03 CWSPLF-LINHAS                  PIC  9(010)    VALUE
              ZEROS.
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
           IF  WS-RETURN-CODE LESS 8
               PERFORM RT-CARREGAR
               PERFORM RT-LISTAR
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
      *  DATA-BASE, TAXAS DE MORA E ABERTURA DOS ARQUIVOS               *
      *----------------------------------------------------------------*
       RT-INICIAR                                  SECTION.
      *
           DISPLAY PGMID '001I ' FUNCTION WHEN-COMPILED
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           INITIALIZE WS-TAB-SACADO (1)
           PERFORM VARYING WS-IX FROM 2 BY 1
                     UNTIL WS-IX GREATER WS-IX-TOTAL
               MOVE WS-TAB-SACADO (1) TO WS-TAB-SACADO (WS-IX)
           END-PERFORM
      *
           MOVE WS-DATA-HOJE TO WS-DATA-BASE
           DISPLAY 'AGEREL-DATA' UPON ENVIRONMENT-NAME
           ACCEPT   WS-DATA-ENV  FROM ENVIRONMENT-VALUE
           IF  WS-DATA-ENV NOT EQUAL SPACES
               IF  WS-DATA-ENV IS NUMERIC
                   MOVE WS-DATA-ENV TO WS-DATA-BASE
               END-IF
               IF  WS-DATA-ENV IS NOT NUMERIC
               OR  FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-BASE)
                   NOT EQUAL 0
                   MOVE WS-DATA-HOJE TO WS-DATA-BASE
                   DISPLAY PGMID '002I- AGEREL-DATA INVALIDA ('
                           WS-DATA-ENV ') - USADA A DATA DE HOJE'
               END-IF
           END-IF
      *
      *    CHAMADA EM BRANCO SO PARA OBTER AS TAXAS DO CABECALHO
           MOVE ZEROS        TO ENCMORA-VALOR
           MOVE WS-DATA-BASE TO ENCMORA-VENCIMENTO ENCMORA-DATA-BASE
           CALL SB-ENCMORA USING PARAMETROS-ENCMORA
             ON EXCEPTION
                DISPLAY PGMID '003I- ENCMORA INDISPONIVEL'
                MOVE 8 TO WS-RETURN-CODE
                EXIT SECTION
           END-CALL
           DISPLAY PGMID '001I- DATA-BASE ' WS-DATA-BASE
                   ' MULTA ' ENCMORA-PCT-MULTA
                   '% JUROS ' ENCMORA-PCT-JUROS '% AO MES'
      *
           OPEN INPUT CHARGES
           IF  NOT FL-CHARGES-OK
               DISPLAY PGMID '004I- CHARGES COM ERRO ' FL-STA-CHARGES
               MOVE 8 TO WS-RETURN-CODE
               EXIT SECTION
           END-IF
      *
           OPEN INPUT SACADO
           IF  FL-SACADO-OK
               SET TEM-SACADO TO TRUE
           ELSE
               DISPLAY PGMID '005I- SACADO AUSENTE OU COM ERRO '
                       FL-STA-SACADO ' - LISTAGEM SEM NOMES'
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
      *
       RT-INICIARX.                                EXIT.
      *----------------------------------------------------------------*
      *  COBRANCAS EM ABERTO DO CHARGES NAS FAIXAS DO SACADO            *
      *----------------------------------------------------------------*
       RT-CARREGAR                                 SECTION.
      *
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
                    ADD 1 TO WS-LIDOS
                    IF  CHG-ABERTA
                        PERFORM RT-ACUMULAR
                    END-IF
               END-READ
           END-PERFORM
      *
           CLOSE CHARGES.
      *
       RT-CARREGARX.                               EXIT.
      *----------------------------------------------------------------*
      *  FAIXA E ENCARGOS DA COBRANCA; SOMA NO SACADO E NO TOTAL        *
      *----------------------------------------------------------------*
       RT-ACUMULAR                                 SECTION.
      *
           ADD 1 TO WS-ABERTAS
           MOVE CHG-VALOR      TO ENCMORA-VALOR
           MOVE CHG-VENCIMENTO TO ENCMORA-VENCIMENTO
           MOVE WS-DATA-BASE   TO ENCMORA-DATA-BASE
           CALL SB-ENCMORA USING PARAMETROS-ENCMORA
           IF  ENCMORA-RETORNO NOT EQUAL '00'
               DISPLAY PGMID '006I- ' CHG-NOSSO-NUMERO
                       ' VENCIMENTO INVALIDO (' CHG-VENCIMENTO
                       ') - CONTADA COMO A VENCER'
               ADD 1 TO WS-DATA-INVALIDA
           END-IF
           IF  ENCMORA-FAIXA GREATER ZEROS
               ADD 1 TO WS-VENCIDAS
           END-IF
           COMPUTE WS-IF = ENCMORA-FAIXA + 1
      *
           PERFORM RT-LOCALIZAR-SACADO
           IF  WS-IX-SAC GREATER ZEROS
               ADD CHG-VALOR      TO TAB-FAIXA (WS-IX-SAC WS-IF)
               ADD ENCMORA-MULTA
                   ENCMORA-JUROS  TO TAB-ENCARGOS (WS-IX-SAC)
               ADD 1              TO TAB-COBRANCAS (WS-IX-SAC)
           END-IF
           ADD CHG-VALOR     TO TAB-FAIXA (WS-IX-TOTAL WS-IF)
           ADD ENCMORA-MULTA
               ENCMORA-JUROS TO TAB-ENCARGOS (WS-IX-TOTAL)
           ADD 1             TO TAB-COBRANCAS (WS-IX-TOTAL).
      *
       RT-ACUMULARX.                               EXIT.
      *----------------------------------------------------------------*
      *  SACADO NA TABELA, INSERIDO NA ORDEM DE CODIGO (ZERO = TABELA   *
      *  CHEIA, SO NO TOTAL GERAL)                                      *
      *----------------------------------------------------------------*
       RT-LOCALIZAR-SACADO                         SECTION.
      *
           MOVE ZEROS TO WS-IX-SAC
           SET INDSAC TO 1
           SEARCH WS-TAB-SACADO
               AT END
                   CONTINUE
               WHEN INDSAC GREATER WS-TAB-QTDE
                   SET WS-IX-SAC TO INDSAC
               WHEN TAB-SACADO (INDSAC) NOT LESS CHG-SACADO
                   SET WS-IX-SAC TO INDSAC
           END-SEARCH
           IF  WS-IX-SAC NOT GREATER WS-TAB-QTDE
           AND TAB-SACADO (WS-IX-SAC) EQUAL CHG-SACADO
               EXIT SECTION
           END-IF
      *
           IF  WS-TAB-QTDE NOT LESS WS-TAB-MAX
               MOVE ZEROS TO WS-IX-SAC
               ADD 1 TO WS-SEM-TABELA
               EXIT SECTION
           END-IF
           PERFORM VARYING WS-IX FROM WS-TAB-QTDE BY -1
                     UNTIL WS-IX LESS WS-IX-SAC
               MOVE WS-TAB-SACADO (WS-IX) TO WS-TAB-SACADO (WS-IX + 1)
           END-PERFORM
           ADD 1 TO WS-TAB-QTDE
           INITIALIZE WS-TAB-SACADO (WS-IX-SAC)
           MOVE CHG-SACADO TO TAB-SACADO (WS-IX-SAC).
      *
       RT-LOCALIZAR-SACADOX.                       EXIT.
      *----------------------------------------------------------------*
      *  UMA LINHA POR SACADO E O TOTAL GERAL; DESPACHA PARA O SPOOL    *
      *----------------------------------------------------------------*
       RT-LISTAR                                   SECTION.
      *
           OPEN OUTPUT AGEREL
           MOVE WS-BASE-DIA       TO CAB-DIA
           MOVE WS-BASE-MES       TO CAB-MES
           MOVE WS-BASE-ANO       TO CAB-ANO
           MOVE ENCMORA-PCT-MULTA TO CAB-MULTA
           MOVE ENCMORA-PCT-JUROS TO CAB-JUROS
           WRITE REG-AGEREL FROM WS-CABECALHO
           MOVE SPACES TO REG-AGEREL
           WRITE REG-AGEREL
           WRITE REG-AGEREL FROM WS-TITULOS
           MOVE SPACES TO REG-AGEREL
           WRITE REG-AGEREL
      *
           PERFORM VARYING WS-IX FROM 1 BY 1
                     UNTIL WS-IX GREATER WS-TAB-QTDE
               ADD 1 TO WS-SACADOS-LISTADOS
               MOVE TAB-SACADO (WS-IX) TO DET-SACADO
               MOVE SPACES TO DET-NOME
               IF  TEM-SACADO
                   MOVE TAB-SACADO (WS-IX) TO SAC-CODIGO
                   READ SACADO
                   IF  FL-SACADO-OK
                       MOVE SAC-NOME TO DET-NOME
                   ELSE
                       MOVE 'NAO CADASTRADO' TO DET-NOME
                   END-IF
               END-IF
               PERFORM RT-IMPRIMIR-LINHA
           END-PERFORM
      *
           MOVE SPACES TO REG-AGEREL
           WRITE REG-AGEREL
           MOVE WS-IX-TOTAL   TO WS-IX
           MOVE 'TOTAL'       TO DET-SACADO
           MOVE 'GERAL'       TO DET-NOME
           PERFORM RT-IMPRIMIR-LINHA
      *
           CLOSE AGEREL
           IF  TEM-SACADO
               CLOSE SACADO
           END-IF
      *
           MOVE 'AGEREL'   TO CWSPLF-FILE
           MOVE 'AGEREL'   TO CWSPLF-REPORT
           MOVE SPACES     TO CWSPLF-TITLE
           STRING 'VENCIDOS POR SACADO - DATA-BASE ' WS-DATA-BASE
                  DELIMITED BY SIZE INTO CWSPLF-TITLE
           CALL SB-CWSPLF USING PARAMETROS-CWSPLF
             ON EXCEPTION
                DISPLAY PGMID '007I- CWSPLF INDISPONIVEL - LISTAGEM'
                        ' FICOU EM AGEREL'
           END-CALL.
      *
       RT-LISTARX.                                 EXIT.
      *----------------------------------------------------------------*
      *  CINCO FAIXAS, ENCARGOS E TOTAL ATUALIZADO DA OCORRENCIA WS-IX  *
      *----------------------------------------------------------------*
       RT-IMPRIMIR-LINHA                           SECTION.
      *
           PERFORM VARYING WS-IF FROM 1 BY 1 UNTIL WS-IF GREATER 5
               MOVE TAB-FAIXA (WS-IX WS-IF) TO DET-VALOR (WS-IF)
           END-PERFORM
           MOVE TAB-ENCARGOS (WS-IX) TO DET-VALOR (6)
           COMPUTE DET-VALOR (7) = TAB-FAIXA (WS-IX 1)
                                 + TAB-FAIXA (WS-IX 2)
                                 + TAB-FAIXA (WS-IX 3)
                                 + TAB-FAIXA (WS-IX 4)
                                 + TAB-FAIXA (WS-IX 5)
                                 + TAB-ENCARGOS (WS-IX)
           MOVE TAB-COBRANCAS (WS-IX) TO DET-COBRANCAS
           WRITE REG-AGEREL FROM WS-DETALHE.
      *
       RT-IMPRIMIR-LINHAX.                         EXIT.
      *----------------------------------------------------------------*
       RT-FINALIZAR                                SECTION.
      *
           IF  WS-SEM-TABELA GREATER ZEROS
               DISPLAY PGMID '008I- MAIS DE 3000 SACADOS - '
                       'EXCEDENTES SO NO TOTAL GERAL'
               IF  WS-RETURN-CODE LESS 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF
           DISPLAY PGMID '999I' TRACOS
           MOVE    WS-LIDOS            TO WS-DISPLAY
           DISPLAY PGMID '009I- COBRANCAS LIDAS........:' WS-DISPLAY
           MOVE    WS-ABERTAS          TO WS-DISPLAY
           DISPLAY PGMID '010I- EM ABERTO..............:' WS-DISPLAY
           MOVE    WS-VENCIDAS         TO WS-DISPLAY
           DISPLAY PGMID '011I- VENCIDAS...............:' WS-DISPLAY
           MOVE    WS-DATA-INVALIDA    TO WS-DISPLAY
           DISPLAY PGMID '012I- VENCIMENTO INVALIDO....:' WS-DISPLAY
           MOVE    WS-SACADOS-LISTADOS TO WS-DISPLAY
           DISPLAY PGMID '013I- SACADOS LISTADOS.......:' WS-DISPLAY
           DISPLAY PGMID '999I' TRACOS.
      *
       RT-FINALIZARX.                              EXIT.
      ******************************************************************
      *                      FIM  DO  PROGRAMA                         *
      ******************************************************************
