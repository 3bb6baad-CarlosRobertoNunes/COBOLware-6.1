                      * matricula, sem carregar o cadastro inteiro    *
                      * nem o regravar na saida.                      *
                      *                                               *
                      * Na exclusao sao pedidos a data do             *
                      * desligamento, o motivo e o aviso previo; a    *
                      * imagem do registro excluido vai ao DESLIG     *
                      * como rescisao pendente para o RESCALC.        *
                      *                                               *
                      * A opcao [D]EPENDENTES chama o DEPMNT para o   *
                      * cadastro de dependentes da matricula.         *
                      *                                               *
                      * A opcao [B]ANCO mantem os dados do credito do *
                      * salario (PERSBCO: banco, agencia, conta e     *
                      * tipo de conta) com os digitos conferidos pelo *
                      * BANCODV; o CNABPAG gera a remessa a partir    *
                      * deles.                                        *
                      *                                               *
                      * A opcao E[M]PRESTIMOS chama o CONSMNT para os *
                      * contratos de consignado da matricula, com a   *
                      * margem sobre o bruto mensal do cadastro.      *
                      *                                               *
                      * A opcao [P]ENSAO chama o PENSMNT para as      *
                      * ordens de pensao alimenticia da matricula,    *
                      * com os dados do beneficiario e a base do      *
                      * desconto.                                     *
                      *                                               *
                      * A opcao [L]ICENCAS chama o AFASTMNT para os   *
                      * afastamentos da matricula (doenca, acidente,  *
                      * maternidade, servico militar, licenca nao     *
                      * remunerada), que suspendem o acumulo de       *
                      * ferias e reduzem o salario do mes.            *
                      *                                               *
                      * A opcao [R]ATEIO chama o RATEMNT para dividir *
                      * o custo da matricula entre departamentos,     *
                      * com vigencia mensal e percentuais que somam   *
                      * 100%.                                         *
                      *                                               *
                      * A opcao D[O]CUMENTOS chama o DOCMNT para os   *
                      * documentos digitalizados da matricula         *
                      * (contrato, identidade, atestados, recibos de  *
                      * ferias), guardados cifrados pelo DOCFX; toda  *
                      * abertura fica no CWLOGF.                      *
                      *                                               *
                      * A opcao [V]ALES chama o BENMNT para a adesao  *
                      * da matricula ao vale-transporte (linhas e     *
                      * tarifas) e ao vale-refeicao/alimentacao.      *
                      *                                               *
                      * O salario digitado, o departamento e o cargo  *
                      * sao conferidos contra o piso da convencao do  *
                      * sindicato vinculado (SINDFX); abaixo do piso  *
                      * sai um aviso, que nao impede a gravacao.      *
                      *                                               *
                      * Matricula ausente do cadastro e procurada no  *
                      * mestre de inativos (INATIVO, alimentado pelo  *
                      * PERSARQ): a consulta mostra os desligamentos  *
                      * arquivados e a inclusao oferece a readmissao  *
                      * a partir da imagem guardada, com nova data    *
                      * de admissao; o inativo fica marcado como      *
                      * readmitido e o CPF volta ao PERSEXT.          *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS PERSEXT-EMP-NO
                  FILE STATUS   IS FL-STA-PERSEXT.
      *
           SELECT PERSBCO ASSIGN TO PERSBCO
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS PERSBCO-EMP-NO
                  FILE STATUS   IS FL-STA-PERSBCO.
      *
           SELECT SALPEND ASSIGN TO SALPEND
                  ORGANIZATION  IS INDEXED
           SELECT OPTIONAL CICLOLCK ASSIGN TO CYCLELCK
                  ORGANIZATION  IS SEQUENTIAL
                  FILE STATUS   IS FL-STA-CICLOLCK.
      *
           SELECT OPTIONAL DESLIG ASSIGN TO DESLIG
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS DESLIG-CHAVE
                  FILE STATUS   IS FL-STA-DESLIG.
      *
           SELECT OPTIONAL INATIVO ASSIGN TO INATIVO
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS INATIVO-CHAVE
                  FILE STATUS   IS FL-STA-INATIVO.
      *
       DATA DIVISION.
       FILE SECTION.
           03 FILLER                         PIC  X(007).
      *
      *----------------------------------------------------------------*
      *  DADOS COMPLEMENTARES DO EMPREGADO (CPF, ENDERECO, FONE,        *
      *  E-MAIL E CARGO), FORA DO REGISTRO DE 150 BYTES DO PERSNL;      *
      *  CHAVEADO PELA MESMA MATRICULA E DISPONIVEL AOS DEMAIS          *
      *  PROGRAMAS                                                      *
      *----------------------------------------------------------------*
       FD  PERSEXT
           RECORD CONTAINS 160 CHARACTERS
           03 PERSEXT-ENDERECO               PIC  X(060).
           03 PERSEXT-FONE                   PIC  X(015).
           03 PERSEXT-EMAIL                  PIC  X(050).
           03 PERSEXT-CARGO                  PIC  X(006).
           03 FILLER                         PIC  X(013).
      *
      *----------------------------------------------------------------*
      *  DADOS BANCARIOS PARA O CREDITO DO SALARIO, CHAVEADOS PELA      *
      *  MATRICULA COMO O PERSEXT; TIPO C(ORRENTE) OU P(OUPANCA)        *
      *----------------------------------------------------------------*
       FD  PERSBCO
           RECORD CONTAINS 080 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-PERSBCO.
           03 PERSBCO-EMP-NO                 PIC  9(005).
           03 PERSBCO-BANCO                  PIC  9(003).
           03 PERSBCO-AGENCIA                PIC  9(005).
           03 PERSBCO-AGENCIA-DV             PIC  X(001).
           03 PERSBCO-CONTA                  PIC  9(012).
           03 PERSBCO-CONTA-DV               PIC  X(001).
           03 PERSBCO-TIPO-CONTA             PIC  X(001).
              88 PERSBCO-CORRENTE                       VALUE 'C'.
              88 PERSBCO-POUPANCA                       VALUE 'P'.
              88 PERSBCO-TIPO-VALIDO                    VALUE 'C' 'P'.
           03 PERSBCO-DATA-ATUALIZ           PIC  9(008).
           03 FILLER                         PIC  X(044).
      *
      *----------------------------------------------------------------*
      *  MUDANCAS DE SALARIO ACIMA DO LIMITE AGUARDANDO APROVACAO DE    *
           03 CICLO-DATA                     PIC  9(008).
           03 CICLO-HORA                     PIC  9(006).
           03 FILLER                         PIC  X(030).
      *
      *----------------------------------------------------------------*
      *  DESLIGAMENTOS A CALCULAR PELO RESCALC: IMAGEM DO REGISTRO      *
      *  EXCLUIDO, MOTIVO, AVISO PREVIO E PRAZO LEGAL DE PAGAMENTO      *
      *----------------------------------------------------------------*
       FD  DESLIG
           RECORD CONTAINS 250 CHARACTERS.
      *
       01  REG-DESLIG.
           03 DESLIG-CHAVE.
              05 DESLIG-EMP-NO               PIC  9(005).
              05 DESLIG-DATA                 PIC  9(008).
           03 DESLIG-MOTIVO                  PIC  X(001).
              88 DESLIG-MOTIVO-VALIDO        VALUE 'S' 'J' 'P' 'A' 'T'.
           03 DESLIG-AVISO                   PIC  X(001).
              88 DESLIG-AVISO-VALIDO         VALUE 'I' 'T' 'D'.
           03 DESLIG-SITUACAO                PIC  X(001).
           03 DESLIG-PRAZO                   PIC  9(008).
           03 DESLIG-DATA-CALC               PIC  9(008).
           03 DESLIG-OPERADOR                PIC  X(030).
           03 DESLIG-DATA-REGISTRO           PIC  9(008).
           03 DESLIG-REG-PERSNL              PIC  X(150).
           03 DESLIG-CPF                     PIC  9(011).
           03 FILLER                         PIC  X(019).
      *
      *----------------------------------------------------------------*
      *  MESTRE DE INATIVOS (PERSARQ): O REGISTRO DO DESLIG ARQUIVADO   *
      *  E A SITUACAO A = ARQUIVADO, R = READMITIDO                     *
      *----------------------------------------------------------------*
       FD  INATIVO
           RECORD CONTAINS 300 CHARACTERS.
      *
       01  REG-INATIVO.
           03 INATIVO-CHAVE.
              05 INATIVO-EMP-NO              PIC  9(005).
              05 INATIVO-DATA                PIC  9(008).
           03 INATIVO-MOTIVO                 PIC  X(001).
           03 INATIVO-AVISO                  PIC  X(001).
           03 FILLER                         PIC  X(055).
           03 INATIVO-REG-PERSNL.
              05 FILLER                      PIC  X(016).
              05 INATIVO-LAST-NAME           PIC  X(008).
              05 FILLER                      PIC  X(126).
           03 INATIVO-CPF                    PIC  9(011).
           03 FILLER                         PIC  X(019).
           03 INATIVO-SITUACAO               PIC  X(001).
              88 INATIVO-ARQUIVADO                       VALUE 'A'.
              88 INATIVO-READMITIDO                      VALUE 'R'.
           03 INATIVO-DATA-ARQUIVO           PIC  9(008).
           03 INATIVO-DATA-READMISSAO        PIC  9(008).
           03 INATIVO-OPERADOR-READM         PIC  X(030).
           03 FILLER                         PIC  X(003).
      *================================================================*
       WORKING-STORAGE SECTION.
      *================================================================*
       77  SB-CWDCNP                     PIC  X(08)  VALUE 'CWDCNP'.
       77  SB-CWJRNL                     PIC  X(08)  VALUE 'CWJRNL'.
       77  SB-CWIDLE                     PIC  X(08)  VALUE 'CWIDLE'.
       77  SB-DEPMNT                     PIC  X(08)  VALUE 'DEPMNT'.
       77  SB-CONSMNT                    PIC  X(08)  VALUE 'CONSMNT'.
       77  SB-PENSMNT                    PIC  X(08)  VALUE 'PENSMNT'.
       77  SB-AFASTMNT                   PIC  X(08)  VALUE 'AFASTMNT'.
       77  SB-RATEMNT                    PIC  X(08)  VALUE 'RATEMNT'.
       77  SB-DOCMNT                     PIC  X(08)  VALUE 'DOCMNT'.
       77  SB-BENMNT                     PIC  X(08)  VALUE 'BENMNT'.
       77  SB-BANCODV                    PIC  X(08)  VALUE 'BANCODV'.
       77  SB-CARGOFX                    PIC  X(08)  VALUE 'CARGOFX'.
       77  SB-SINDFX                     PIC  X(08)  VALUE 'SINDFX'.
      *
      *----------------------------------------------------------------*
      *        AREA DE VARIAVEIS AUXILIARES                            *
              88 FL-PERSEXT-AUSENTE                         VALUE '35'.
           03 WS-EXT-ACHADO                  PIC  X(001)    VALUE 'N'.
              88 EXT-ACHADO                                 VALUE 'S'.
           03 FL-STA-PERSBCO                 PIC  X(002)    VALUE
              ZEROS.
              88 FL-PERSBCO-OK                              VALUE '00'.
              88 FL-PERSBCO-AUSENTE                         VALUE '35'.
           03 WS-BCO-ACHADO                  PIC  X(001)    VALUE 'N'.
              88 BCO-ACHADO                                 VALUE 'S'.
           03 FL-STA-SALPEND                 PIC  X(002)    VALUE
              ZEROS.
              88 FL-SALPEND-OK                              VALUE '00'.
              88 CICLO-IMPEDIDO                             VALUE 'S'.
           03 WS-CICLO-OVERRIDE              PIC  X(001)    VALUE 'N'.
              88 CICLO-OVERRIDE                             VALUE 'S'.
           03 FL-STA-DESLIG                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-DESLIG-OK                               VALUE '00'.
              88 FL-DESLIG-AUSENTE                          VALUE '35'.
           03 WS-DATA-DESLIG                 PIC  9(008)    VALUE
              ZEROS.
           03 FL-STA-INATIVO                 PIC  X(002)    VALUE
              ZEROS.
              88 FL-INATIVO-EOF                             VALUE '10'.
              88 FL-INATIVO-OK                              VALUE '00'.
           03 WS-INATIVO-ACHADO              PIC  X(001)    VALUE 'N'.
              88 INATIVO-ACHADO                             VALUE 'S'.
           03 WS-READMISSAO                  PIC  X(001)    VALUE 'N'.
              88 READMISSAO                                 VALUE 'S'.
           03 WS-INATIVO-CHAVE               PIC  X(013)    VALUE
              SPACES.
           03 WS-INATIVO-DATA                PIC  9(008)    VALUE
              ZEROS.
           03 WS-INATIVO-CPF                 PIC  9(011)    VALUE
              ZEROS.
           03 WS-INATIVO-PERSNL              PIC  X(150)    VALUE
              SPACES.
           03 WS-INT-DATA                    PIC  9(008)    VALUE
              ZEROS.
           03 WS-OPCAO                       PIC  X(001)    VALUE
              SPACE.
              88 OPCAO-FIM                                  VALUE 'F'.
              ZEROS.
           03 CWDCNP-RETORNO                 PIC  X(002)    VALUE
              SPACES.
      *
      *----------------------------------------------------------------*
      *  CRITICA DOS DIGITOS DE AGENCIA E CONTA (BANCODV)               *
      *----------------------------------------------------------------*
       01  PARAMETROS-BANCODV.
           03 BANCODV-BANCO                  PIC  9(003)    VALUE
              ZEROS.
           03 BANCODV-AGENCIA                PIC  9(005)    VALUE
              ZEROS.
           03 BANCODV-AGENCIA-DV             PIC  X(001)    VALUE
              SPACE.
           03 BANCODV-CONTA                  PIC  9(012)    VALUE
              ZEROS.
           03 BANCODV-CONTA-DV               PIC  X(001)    VALUE
              SPACE.
           03 BANCODV-RETORNO                PIC  X(002)    VALUE
              SPACES.
           03 BANCODV-CRITICADO              PIC  X(001)    VALUE
              SPACE.
      *
      *----------------------------------------------------------------*
      *  CONFERENCIA DO SALARIO CONTRA A FAIXA DO CARGO (CARGOFX)       *
      *----------------------------------------------------------------*
       01  PARAMETROS-CARGOFX.
           03 CARGOFX-EMP-NO                 PIC  9(005)    VALUE
              ZEROS.
           03 CARGOFX-CARGO                  PIC  X(006)    VALUE
              SPACES.
           03 CARGOFX-SALARIO                PIC  9(004)V99 VALUE
              ZEROS.
           03 CARGOFX-RETORNO                PIC  X(002)    VALUE
              SPACES.
           03 CARGOFX-TITULO                 PIC  X(030)    VALUE
              SPACES.
           03 CARGOFX-MINIMO                 PIC  9(004)V99 VALUE
              ZEROS.
           03 CARGOFX-MEDIO                  PIC  9(004)V99 VALUE
              ZEROS.
           03 CARGOFX-MAXIMO                 PIC  9(004)V99 VALUE
              ZEROS.
           03 CARGOFX-COMPA                  PIC  9(003)V9  VALUE
              ZEROS.
      *
       01  WS-FAIXA-ED.
           03 WS-FAIXA-MINIMO                PIC  Z.ZZ9,99.
           03 WS-FAIXA-MAXIMO                PIC  Z.ZZ9,99.
           03 WS-FAIXA-COMPA                 PIC  ZZ9,9.
      *
      *----------------------------------------------------------------*
      *  CONFERENCIA DO SALARIO CONTRA O PISO DO SINDICATO (SINDFX)     *
      *----------------------------------------------------------------*
       01  PARAMETROS-SINDFX.
           03 SINDFX-EMP-NO                  PIC  9(005)    VALUE
              ZEROS.
           03 SINDFX-DEPT                    PIC  9(003)    VALUE
              ZEROS.
           03 SINDFX-CARGO                   PIC  X(006)    VALUE
              SPACES.
           03 SINDFX-SALARIO                 PIC  9(004)V99 VALUE
              ZEROS.
           03 SINDFX-ANOMES                  PIC  9(006)    VALUE
              ZEROS.
           03 SINDFX-RETORNO                 PIC  X(002)    VALUE
              SPACES.
           03 SINDFX-SINDICATO               PIC  X(004)    VALUE
              SPACES.
           03 SINDFX-NOME                    PIC  X(030)    VALUE
              SPACES.
           03 SINDFX-PISO                    PIC  9(005)V99 VALUE
              ZEROS.
           03 SINDFX-SALARIO-MES             PIC  9(007)V99 VALUE
              ZEROS.
           03 SINDFX-OPOSICAO                PIC  X(001)    VALUE
              SPACE.
           03 SINDFX-CONTRIB                 PIC  9(007)V99 VALUE
              ZEROS.
      *
       01  WS-PISO-ED.
           03 WS-PISO-VALOR                  PIC  ZZ.ZZ9,99.
           03 WS-PISO-SALARIO                PIC  Z.ZZZ.ZZ9,99.
      *
      *----------------------------------------------------------------*
      *  MATRICULA PASSADA AO CADASTRO DE DEPENDENTES (DEPMNT)          *
      *----------------------------------------------------------------*
       01  PARAMETROS-DEPMNT.
           03 DEPMNT-EMP-NO                  PIC  9(005)    VALUE
              ZEROS.
           03 DEPMNT-LAST-NAME               PIC  X(008)    VALUE
              SPACES.
      *
      *----------------------------------------------------------------*
      *  MATRICULA E BRUTO MENSAL PASSADOS AO CONSIGNADO (CONSMNT)      *
      *----------------------------------------------------------------*
       01  PARAMETROS-CONSMNT.
           03 CONSMNT-EMP-NO                 PIC  9(005)    VALUE
              ZEROS.
           03 CONSMNT-LAST-NAME              PIC  X(008)    VALUE
              SPACES.
           03 CONSMNT-BRUTO-MES              PIC  9(009)V99 VALUE
              ZEROS.
      *
      *----------------------------------------------------------------*
      *  MATRICULA PASSADA AS ORDENS DE PENSAO ALIMENTICIA (PENSMNT)    *
      *----------------------------------------------------------------*
       01  PARAMETROS-PENSMNT.
           03 PENSMNT-EMP-NO                 PIC  9(005)    VALUE
              ZEROS.
           03 PENSMNT-LAST-NAME              PIC  X(008)    VALUE
              SPACES.
      *
      *----------------------------------------------------------------*
      *  MATRICULA PASSADA AO REGISTRO DE AFASTAMENTOS (AFASTMNT)       *
      *----------------------------------------------------------------*
       01  PARAMETROS-AFASTMNT.
           03 AFASTMNT-EMP-NO                PIC  9(005)    VALUE
              ZEROS.
           03 AFASTMNT-LAST-NAME             PIC  X(008)    VALUE
              SPACES.
      *
      *----------------------------------------------------------------*
      *  MATRICULA PASSADA AO RATEIO DE CUSTO (RATEMNT)                 *
      *----------------------------------------------------------------*
       01  PARAMETROS-RATEMNT.
           03 RATEMNT-EMP-NO                 PIC  9(005)    VALUE
              ZEROS.
           03 RATEMNT-LAST-NAME              PIC  X(008)    VALUE
              SPACES.
           03 RATEMNT-DEPT                   PIC  9(003)    VALUE
              ZEROS.
      *
      *----------------------------------------------------------------*
      *  MATRICULA PASSADA AOS DOCUMENTOS DIGITALIZADOS (DOCMNT)        *
      *----------------------------------------------------------------*
       01  PARAMETROS-DOCMNT.
           03 DOCMNT-EMP-NO                  PIC  9(005)    VALUE
              ZEROS.
           03 DOCMNT-LAST-NAME               PIC  X(008)    VALUE
              SPACES.
      *
      *----------------------------------------------------------------*
      *  MATRICULA PASSADA A ADESAO AOS VALES (BENMNT)                  *
      *----------------------------------------------------------------*
       01  PARAMETROS-BENMNT.
           03 BENMNT-EMP-NO                  PIC  9(005)    VALUE
              ZEROS.
           03 BENMNT-LAST-NAME               PIC  X(008)    VALUE
              SPACES.
      *
       01  PARAMETROS-CURDATE.
           03 CURDATE-OPERACAO               PIC  X(004)    VALUE
           DISPLAY ' '
           DISPLAY 'PERSMNT - MANUTENCAO DO CADASTRO PERSNL'
           DISPLAY '[C]ONSULTA [N]OME [I]NCLUSAO [A]LTERACAO'
                   ' [E]XCLUSAO E[X]TENSAO [D]EPENDENTES [B]ANCO'
                   ' E[M]PRESTIMOS [P]ENSAO [L]ICENCAS [R]ATEIO'
                   ' D[O]CUMENTOS [V]ALES [F]IM'
           DISPLAY 'OPCAO: ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           MOVE WS-RESPOSTA(1:1) TO WS-OPCAO
           INSPECT WS-OPCAO CONVERTING 'cniaexdbmplrofv'
                                    TO 'CNIAEXDBMPLROFV'
      *
      *    BATIDA DA TRAVA DE INATIVIDADE; 'E' ENCERRA A SESSAO
           MOVE 'T'         TO CWIDLE-FUNCTION
               WHEN 'A' PERFORM RT-ALTERACAO
               WHEN 'E' PERFORM RT-EXCLUSAO
               WHEN 'X' PERFORM RT-EXTENSAO
               WHEN 'D' PERFORM RT-DEPENDENTES
               WHEN 'B' PERFORM RT-BANCO
               WHEN 'M' PERFORM RT-CONSIGNADO
               WHEN 'P' PERFORM RT-PENSAO
               WHEN 'L' PERFORM RT-AFASTAMENTO
               WHEN 'R' PERFORM RT-RATEIO
               WHEN 'O' PERFORM RT-DOCUMENTOS
               WHEN 'V' PERFORM RT-BENEFICIOS
               WHEN 'F' CONTINUE
               WHEN OTHER
                    DISPLAY PGMID '002I- OPCAO INVALIDA'
               PERFORM RT-MOSTRA
           ELSE
               IF  WS-EMP-INFORMADO GREATER ZEROS
                   PERFORM RT-PROCURA-INATIVO
                   IF  NOT INATIVO-ACHADO
                       DISPLAY PGMID '004I- MATRICULA NAO CADASTRADA'
                   END-IF
               END-IF
           END-IF.
      *
           MOVE ZEROS            TO PAY-GROSS DEPT DATE-OF-HIRE
           MOVE SPACES           TO WS-OBS
           MOVE 'N'              TO WS-EM-ALTERACAO
      *
      *    MATRICULA ARQUIVADA NO INATIVO: READMISSAO A PARTIR DA
      *    IMAGEM GUARDADA, COM NOVA DATA DE ADMISSAO OBRIGATORIA
           MOVE 'N'              TO WS-READMISSAO
           PERFORM RT-PROCURA-INATIVO
           IF  INATIVO-ACHADO
           AND WS-INATIVO-DATA GREATER ZEROS
               DISPLAY 'READMITIR COM O REGISTRO ARQUIVADO (S/N)? '
                       WITH NO ADVANCING
               MOVE SPACES TO WS-RESPOSTA
               ACCEPT WS-RESPOSTA
               IF  WS-RESPOSTA(1:1) EQUAL 'S' OR 's'
                   SET  READMISSAO       TO TRUE
                   MOVE WS-INATIVO-PERSNL TO REG-PERSNL
                   MOVE WS-EMP-INFORMADO TO PERSNL-EMP-NO
                   MOVE ZEROS            TO DATE-OF-HIRE
                                            DATE-OF-HIRE-CC
                   PERFORM RT-MOSTRA
               END-IF
           END-IF
      *
           PERFORM RT-PEDE-CAMPOS
           IF  CRITICA-OK
           AND READMISSAO
           AND DATE-OF-HIRE-CC NOT GREATER WS-INATIVO-DATA
               DISPLAY PGMID '022I- READMISSAO EXIGE ADMISSAO APOS O'
                       ' DESLIGAMENTO DE ' WS-INATIVO-DATA(7:2) '/'
                       WS-INATIVO-DATA(5:2) '/' WS-INATIVO-DATA(1:4)
               MOVE 'N' TO WS-CRITICA-OK
           END-IF
           IF  CRITICA-OK
               WRITE REG-PERSNL
                   INVALID KEY
                       SET HOUVE-MUDANCA TO TRUE
                       MOVE 'I' TO CWLOGW-FUNCTION
                       MOVE 'INCLUSAO DE MATRICULA' TO WS-REG-ANTES
                       IF  READMISSAO
                           MOVE 'READMISSAO DO ARQUIVO DE INATIVOS'
                             TO WS-REG-ANTES
                       END-IF
                       PERFORM RT-LOGA
                       MOVE 'W' TO CWJRNL-FUNCTION
                       PERFORM RT-JORNALIZAR
                       PERFORM RT-GRAVAR-PROVFEED
                       DISPLAY PGMID '006I- INCLUIDA '
                               WS-EMP-INFORMADO
                       IF  READMISSAO
                           PERFORM RT-MARCAR-READMISSAO
                       END-IF
               END-WRITE
           ELSE
               DISPLAY PGMID '006I- INCLUSAO CANCELADA PELA CRITICA'
           END-IF.
      *
       RT-INCLUSAOX.                               EXIT.
      *----------------------------------------------------------------*
      *  DESLIGAMENTOS DA MATRICULA ARQUIVADOS NO INATIVO; GUARDA O     *
      *  MAIS RECENTE AINDA NAO READMITIDO PARA A READMISSAO            *
      *----------------------------------------------------------------*
       RT-PROCURA-INATIVO                          SECTION.
      *
           MOVE 'N'    TO WS-INATIVO-ACHADO
           MOVE ZEROS  TO WS-INATIVO-DATA WS-INATIVO-CPF
           MOVE SPACES TO WS-INATIVO-CHAVE WS-INATIVO-PERSNL
           OPEN INPUT INATIVO
           IF  NOT FL-INATIVO-OK
               CLOSE INATIVO
               EXIT SECTION
           END-IF
      *
           MOVE WS-EMP-INFORMADO TO INATIVO-EMP-NO
           MOVE ZEROS            TO INATIVO-DATA
           START INATIVO KEY NOT LESS INATIVO-CHAVE
               INVALID KEY
                   SET FL-INATIVO-EOF TO TRUE
           END-START
           PERFORM UNTIL FL-INATIVO-EOF
               READ INATIVO NEXT RECORD
                 AT END
                    SET FL-INATIVO-EOF TO TRUE
                 NOT AT END
                    IF  INATIVO-EMP-NO NOT EQUAL WS-EMP-INFORMADO
                        SET FL-INATIVO-EOF TO TRUE
                    ELSE
                        SET INATIVO-ACHADO TO TRUE
                        PERFORM RT-MOSTRA-INATIVO
                        IF  INATIVO-ARQUIVADO
                            MOVE INATIVO-CHAVE     TO WS-INATIVO-CHAVE
                            MOVE INATIVO-DATA      TO WS-INATIVO-DATA
                            MOVE INATIVO-CPF       TO WS-INATIVO-CPF
                            MOVE INATIVO-REG-PERSNL
                              TO WS-INATIVO-PERSNL
                        END-IF
                    END-IF
               END-READ
           END-PERFORM
           CLOSE INATIVO
           MOVE ZEROS TO FL-STA-INATIVO.
      *
       RT-PROCURA-INATIVOX.                        EXIT.
      *----------------------------------------------------------------*
       RT-MOSTRA-INATIVO                           SECTION.
      *
           DISPLAY 'INATIVO MATR: ' INATIVO-EMP-NO
                   '  NOME: '    INATIVO-LAST-NAME
                   '  DESLIG: '  INATIVO-DATA(7:2) '/'
                   INATIVO-DATA(5:2) '/' INATIVO-DATA(1:4)
                   '  MOTIVO: '  INATIVO-MOTIVO
                   '  AVISO: '   INATIVO-AVISO
           IF  INATIVO-READMITIDO
               DISPLAY '              READMITIDA EM '
                       INATIVO-DATA-READMISSAO(7:2) '/'
                       INATIVO-DATA-READMISSAO(5:2) '/'
                       INATIVO-DATA-READMISSAO(1:4)
                       ' POR ' INATIVO-OPERADOR-READM
           ELSE
               DISPLAY '              ARQUIVADA EM '
                       INATIVO-DATA-ARQUIVO(7:2) '/'
                       INATIVO-DATA-ARQUIVO(5:2) '/'
                       INATIVO-DATA-ARQUIVO(1:4)
           END-IF.
      *
       RT-MOSTRA-INATIVOX.                         EXIT.
      *----------------------------------------------------------------*
      *  MARCA O INATIVO COMO READMITIDO E DEVOLVE O CPF GUARDADO AO    *
      *  PERSEXT QUANDO A MATRICULA NAO TEM MAIS EXTENSAO               *
      *----------------------------------------------------------------*
       RT-MARCAR-READMISSAO                        SECTION.
      *
           OPEN I-O INATIVO
           IF  FL-INATIVO-OK
               MOVE WS-INATIVO-CHAVE TO INATIVO-CHAVE
               READ INATIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET  INATIVO-READMITIDO TO TRUE
                       MOVE DATE-OF-HIRE-CC TO INATIVO-DATA-READMISSAO
                       MOVE WS-OPERADOR     TO INATIVO-OPERADOR-READM
                       REWRITE REG-INATIVO
                       END-REWRITE
               END-READ
               CLOSE INATIVO
           ELSE
               DISPLAY PGMID '022I- INATIVO COM ERRO ' FL-STA-INATIVO
                       ' - READMISSAO NAO ANOTADA'
           END-IF
      *
           IF  WS-INATIVO-CPF EQUAL ZEROS
               EXIT SECTION
           END-IF
           OPEN I-O PERSEXT
           IF  FL-PERSEXT-AUSENTE
               OPEN OUTPUT PERSEXT
               CLOSE PERSEXT
               OPEN I-O PERSEXT
           END-IF
           IF  NOT FL-PERSEXT-OK
               EXIT SECTION
           END-IF
           MOVE SPACES           TO REG-PERSEXT
           MOVE WS-EMP-INFORMADO TO PERSEXT-EMP-NO
           MOVE WS-INATIVO-CPF   TO PERSEXT-CPF
           WRITE REG-PERSEXT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY PGMID '022I- CPF RESTAURADO NO PERSEXT -'
                           ' COMPLETE ENDERECO E CONTATO'
           END-WRITE
           CLOSE PERSEXT.
      *
       RT-MARCAR-READMISSAOX.                      EXIT.
      *----------------------------------------------------------------*
       RT-ALTERACAO                                SECTION.
      *
           END-IF
      *
           PERFORM RT-MOSTRA
           PERFORM RT-PEDE-DESLIGAMENTO
           IF  NOT CRITICA-OK
               EXIT SECTION
           END-IF
           DISPLAY 'CONFIRMA EXCLUSAO (S/N)? ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
                       PERFORM RT-JORNALIZAR
                       MOVE 'D' TO FEED-FUNCAO
                       PERFORM RT-GRAVAR-PROVFEED
                       PERFORM RT-GRAVAR-DESLIG
                       PERFORM RT-EXCLUIR-EXTENSAO
                       DISPLAY PGMID '008I- EXCLUIDA '
                               WS-EMP-INFORMADO
      *
       RT-EXCLUSAOX.                               EXIT.
      *----------------------------------------------------------------*
      *  DADOS DO DESLIGAMENTO: DATA MMDDAAAA (VAZIO = HOJE) NAO        *
      *  ANTERIOR A ADMISSAO NEM FUTURA, MOTIVO E AVISO PREVIO          *
      *----------------------------------------------------------------*
       RT-PEDE-DESLIGAMENTO                        SECTION.
      *
           MOVE 'S' TO WS-CRITICA-OK
           DISPLAY 'DATA DO DESLIGAMENTO (MMDDAAAA, VAZIO = HOJE): '
                   WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA EQUAL SPACES
               MOVE WS-DATA-HOJE TO WS-DATA-DESLIG
           ELSE
               IF  WS-RESPOSTA(1:8) IS NOT NUMERIC
               OR  WS-RESPOSTA(1:2) LESS '01'
               OR  WS-RESPOSTA(1:2) GREATER '12'
               OR  WS-RESPOSTA(3:2) LESS '01'
               OR  WS-RESPOSTA(3:2) GREATER '31'
                   DISPLAY PGMID '016I- DATA DE DESLIGAMENTO INVALIDA'
                   MOVE 'N' TO WS-CRITICA-OK
                   EXIT SECTION
               END-IF
               COMPUTE WS-DATA-DESLIG =
                       FUNCTION NUMVAL(WS-RESPOSTA(5:4)) * 10000
                     + FUNCTION NUMVAL(WS-RESPOSTA(1:2)) * 100
                     + FUNCTION NUMVAL(WS-RESPOSTA(3:2))
               COMPUTE WS-ANO-ADM = WS-DATA-DESLIG / 10000
               MOVE WS-DIAS-POR-MES(FUNCTION NUMVAL(WS-RESPOSTA(1:2)))
                 TO WS-DIAS-MES
               IF  WS-RESPOSTA(1:2) EQUAL '02'
               AND FUNCTION MOD(WS-ANO-ADM, 4) EQUAL ZERO
               AND (FUNCTION MOD(WS-ANO-ADM, 100) NOT EQUAL ZERO
                    OR FUNCTION MOD(WS-ANO-ADM, 400) EQUAL ZERO)
                   MOVE 29 TO WS-DIAS-MES
               END-IF
               IF  FUNCTION NUMVAL(WS-RESPOSTA(3:2))
                   GREATER WS-DIAS-MES
                   DISPLAY PGMID '016I- DIA INEXISTENTE NO MES'
                   MOVE 'N' TO WS-CRITICA-OK
                   EXIT SECTION
               END-IF
           END-IF
      *
           IF  WS-DATA-DESLIG GREATER WS-DATA-HOJE
               DISPLAY PGMID '016I- DESLIGAMENTO NO FUTURO'
               MOVE 'N' TO WS-CRITICA-OK
               EXIT SECTION
           END-IF
           IF  WS-DATA-DESLIG LESS DATE-OF-HIRE-CC
               DISPLAY PGMID '016I- DESLIGAMENTO ANTERIOR A ADMISSAO'
               MOVE 'N' TO WS-CRITICA-OK
               EXIT SECTION
           END-IF
      *
           DISPLAY 'MOTIVO: [S]EM JUSTA CAUSA [J]USTA CAUSA [P]EDIDO'
                   ' [A]CORDO [T]ERMINO (VAZIO = S): '
                   WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           INSPECT WS-RESPOSTA(1:1) CONVERTING 'sjpat' TO 'SJPAT'
           IF  WS-RESPOSTA(1:1) EQUAL SPACE
               MOVE 'S' TO DESLIG-MOTIVO
           ELSE
               MOVE WS-RESPOSTA(1:1) TO DESLIG-MOTIVO
           END-IF
           IF  NOT DESLIG-MOTIVO-VALIDO
               DISPLAY PGMID '016I- MOTIVO INVALIDO'
               MOVE 'N' TO WS-CRITICA-OK
               EXIT SECTION
           END-IF
      *
           DISPLAY 'AVISO PREVIO: [I]NDENIZADO [T]RABALHADO'
                   ' [D]ISPENSADO (VAZIO = I): '
                   WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           INSPECT WS-RESPOSTA(1:1) CONVERTING 'itd' TO 'ITD'
           IF  WS-RESPOSTA(1:1) EQUAL SPACE
               MOVE 'I' TO DESLIG-AVISO
           ELSE
               MOVE WS-RESPOSTA(1:1) TO DESLIG-AVISO
           END-IF
           IF  NOT DESLIG-AVISO-VALIDO
               DISPLAY PGMID '016I- AVISO PREVIO INVALIDO'
               MOVE 'N' TO WS-CRITICA-OK
           END-IF.
      *
       RT-PEDE-DESLIGAMENTOX.                      EXIT.
      *----------------------------------------------------------------*
      *  RESCISAO PENDENTE NO DESLIG (CRIADO NO PRIMEIRO USO), COM A    *
      *  IMAGEM DO REGISTRO EXCLUIDO; PRAZO = DESLIGAMENTO + 10 DIAS    *
      *----------------------------------------------------------------*
       RT-GRAVAR-DESLIG                            SECTION.
      *
           OPEN I-O DESLIG
           IF  FL-DESLIG-AUSENTE
               OPEN OUTPUT DESLIG
               CLOSE DESLIG
               OPEN I-O DESLIG
           END-IF
           IF  NOT FL-DESLIG-OK
               DISPLAY PGMID '016I- DESLIG COM ERRO ' FL-STA-DESLIG
                       ' - RESCISAO NAO REGISTRADA'
               EXIT SECTION
           END-IF
      *
           MOVE WS-EMP-INFORMADO TO DESLIG-EMP-NO
           MOVE WS-DATA-DESLIG   TO DESLIG-DATA
           MOVE WS-REG-ANTES     TO DESLIG-REG-PERSNL
           MOVE 'P'              TO DESLIG-SITUACAO
           COMPUTE WS-INT-DATA =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-DESLIG) + 10
           COMPUTE DESLIG-PRAZO =
                   FUNCTION DATE-OF-INTEGER(WS-INT-DATA)
           MOVE ZEROS            TO DESLIG-DATA-CALC
           MOVE WS-OPERADOR      TO DESLIG-OPERADOR
           MOVE WS-DATA-HOJE     TO DESLIG-DATA-REGISTRO
           MOVE SPACES           TO REG-DESLIG(221:30)
      *    O CPF SAI DO PERSEXT COM A EXCLUSAO: FICA AQUI PARA A
      *    CONFERENCIA DE RECONTRATACAO SOB NOVA MATRICULA (PERSDUP)
           MOVE ZEROS            TO DESLIG-CPF
           OPEN INPUT PERSEXT
           IF  FL-PERSEXT-OK
               MOVE WS-EMP-INFORMADO TO PERSEXT-EMP-NO
               READ PERSEXT
                   NOT INVALID KEY
                       MOVE PERSEXT-CPF TO DESLIG-CPF
               END-READ
               CLOSE PERSEXT
           END-IF
           WRITE REG-DESLIG
               INVALID KEY
                   REWRITE REG-DESLIG
                   END-REWRITE
           END-WRITE
           DISPLAY PGMID '016I- RESCISAO PENDENTE - PRAZO '
                   DESLIG-PRAZO(7:2) '/' DESLIG-PRAZO(5:2) '/'
                   DESLIG-PRAZO(1:4)
           CLOSE DESLIG.
      *
       RT-GRAVAR-DESLIGX.                          EXIT.
      *----------------------------------------------------------------*
      *  CRITICA E ACEITE DOS CAMPOS DO REGISTRO CORRENTE (REG-PERSNL)  *
      *----------------------------------------------------------------*
       RT-PEDE-CAMPOS                              SECTION.
                       DISPLAY PGMID '009I- SALARIO ACIMA DO LIMITE'
                       MOVE 'N' TO WS-CRITICA-OK
                   ELSE
                       PERFORM RT-CONFERIR-FAIXA
                       PERFORM RT-CRITICAR-CONTROLE-DUPLO
                   END-IF
               ELSE
                   MOVE 'N' TO WS-CRITICA-OK
               END-IF
           END-IF
      *
      *    SALARIO (DIGITADO OU O DO CADASTRO) CONTRA O PISO DO
      *    SINDICATO DO CARGO OU DO DEPARTAMENTO
           IF  CRITICA-OK
               MOVE SPACES TO SINDFX-CARGO
               IF  WS-SALARIO-X NOT EQUAL SPACES
                   MOVE WS-SALARIO TO SINDFX-SALARIO
               ELSE
                   MOVE PAY-GROSS  TO SINDFX-SALARIO
               END-IF
               PERFORM RT-CONFERIR-PISO
           END-IF
      *
           DISPLAY 'ADMISSAO (MMDDAAAA OU MMDDAA): '
                   WITH NO ADVANCING
                           '  FONE: '   PERSEXT-FONE
                   DISPLAY 'ENDERECO: ' PERSEXT-ENDERECO
                   DISPLAY 'E-MAIL: '   PERSEXT-EMAIL
                   DISPLAY 'CARGO: '    PERSEXT-CARGO
           END-READ
      *
           MOVE 'S' TO WS-CRITICA-OK
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA NOT EQUAL SPACES
               MOVE WS-RESPOSTA TO PERSEXT-EMAIL
           END-IF
      *
           DISPLAY 'CARGO (VAZIO MANTEM): ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA EQUAL SPACES
               EXIT SECTION
           END-IF
           INSPECT WS-RESPOSTA(1:6)
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE WS-EMP-INFORMADO  TO CARGOFX-EMP-NO
           MOVE WS-RESPOSTA(1:6)  TO CARGOFX-CARGO
           MOVE PAY-GROSS         TO CARGOFX-SALARIO
           PERFORM RT-CHAMAR-CARGOFX
           IF  CARGOFX-RETORNO EQUAL '04'
               DISPLAY PGMID '021I- CARGO NAO CADASTRADO NO CARGOS'
               MOVE 'N' TO WS-CRITICA-OK
               EXIT SECTION
           END-IF
           MOVE CARGOFX-CARGO TO PERSEXT-CARGO
           DISPLAY 'CARGO: ' CARGOFX-TITULO
           PERFORM RT-AVISAR-FAIXA
      *
           MOVE CARGOFX-CARGO TO SINDFX-CARGO
           MOVE PAY-GROSS     TO SINDFX-SALARIO
           PERFORM RT-CONFERIR-PISO.
      *
       RT-PEDE-EXTENSAOX.                          EXIT.
      *----------------------------------------------------------------*
      *  AVISA O SALARIO DIGITADO FORA DA FAIXA DO CARGO DO EMPREGADO   *
      *  (SO AVISO: A GRAVACAO SEGUE A CRITICA NORMAL)                  *
      *----------------------------------------------------------------*
       RT-CONFERIR-FAIXA                           SECTION.
      *
           MOVE WS-EMP-INFORMADO TO CARGOFX-EMP-NO
           MOVE SPACES           TO CARGOFX-CARGO
           MOVE WS-SALARIO       TO CARGOFX-SALARIO
           PERFORM RT-CHAMAR-CARGOFX
           PERFORM RT-AVISAR-FAIXA.
      *
       RT-CONFERIR-FAIXAX.                         EXIT.
      *----------------------------------------------------------------*
       RT-CHAMAR-CARGOFX                           SECTION.
      *
           MOVE SPACES TO CARGOFX-RETORNO
           CALL SB-CARGOFX USING PARAMETROS-CARGOFX
             ON EXCEPTION
                MOVE '03' TO CARGOFX-RETORNO
           END-CALL.
      *
       RT-CHAMAR-CARGOFXX.                         EXIT.
      *----------------------------------------------------------------*
       RT-AVISAR-FAIXA                             SECTION.
      *
           MOVE CARGOFX-MINIMO TO WS-FAIXA-MINIMO
           MOVE CARGOFX-MAXIMO TO WS-FAIXA-MAXIMO
           MOVE CARGOFX-COMPA  TO WS-FAIXA-COMPA
           EVALUATE CARGOFX-RETORNO
               WHEN '01'
                    DISPLAY PGMID '020I- AVISO: SALARIO ABAIXO DO'
                            ' MINIMO DO CARGO ' CARGOFX-CARGO
                            ' (' WS-FAIXA-MINIMO ')'
                    DISPLAY PGMID '020I- COMPA-RATIO ' WS-FAIXA-COMPA
               WHEN '02'
                    DISPLAY PGMID '020I- AVISO: SALARIO ACIMA DO'
                            ' MAXIMO DO CARGO ' CARGOFX-CARGO
                            ' (' WS-FAIXA-MAXIMO ')'
                    DISPLAY PGMID '020I- COMPA-RATIO ' WS-FAIXA-COMPA
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.
      *
       RT-AVISAR-FAIXAX.                           EXIT.
      *----------------------------------------------------------------*
      *  AVISA O SALARIO MENSAL ABAIXO DO PISO DA CONVENCAO DO          *
      *  SINDICATO (SO AVISO: A GRAVACAO SEGUE A CRITICA NORMAL)        *
      *----------------------------------------------------------------*
       RT-CONFERIR-PISO                            SECTION.
      *
           MOVE WS-EMP-INFORMADO TO SINDFX-EMP-NO
           MOVE DEPT             TO SINDFX-DEPT
           MOVE ZEROS            TO SINDFX-ANOMES
           MOVE SPACES           TO SINDFX-RETORNO
           CALL SB-SINDFX USING PARAMETROS-SINDFX
             ON EXCEPTION
                MOVE '04' TO SINDFX-RETORNO
           END-CALL
           IF  SINDFX-RETORNO EQUAL '01'
               MOVE SINDFX-PISO        TO WS-PISO-VALOR
               MOVE SINDFX-SALARIO-MES TO WS-PISO-SALARIO
               DISPLAY PGMID '023I- AVISO: SALARIO MENSAL '
                       WS-PISO-SALARIO ' ABAIXO DO PISO DO SINDICATO '
                       SINDFX-SINDICATO ' (' WS-PISO-VALOR ')'
           END-IF.
      *
       RT-CONFERIR-PISOX.                          EXIT.
      *----------------------------------------------------------------*
      *  AUDITORIA DA EXTENSAO NO CWLOGF (SEM EXPOR O ENDERECO)         *
      *----------------------------------------------------------------*
       RT-LOGA-EXTENSAO                            SECTION.
      *
       RT-LOGA-EXTENSAOX.                          EXIT.
      *----------------------------------------------------------------*
      *  DADOS BANCARIOS DO CREDITO DO SALARIO (PERSBCO), COM OS        *
      *  DIGITOS DE AGENCIA E CONTA CONFERIDOS PELO BANCODV             *
      *----------------------------------------------------------------*
       RT-BANCO                                    SECTION.
      *
           PERFORM RT-PEDE-E-LOCALIZA
           IF  NOT ACHADO
               IF  WS-EMP-INFORMADO GREATER ZEROS
                   DISPLAY PGMID '004I- MATRICULA NAO CADASTRADA'
               END-IF
               EXIT SECTION
           END-IF
      *
           OPEN I-O PERSBCO
           IF  FL-PERSBCO-AUSENTE
               OPEN OUTPUT PERSBCO
               CLOSE PERSBCO
               OPEN I-O PERSBCO
           END-IF
           IF  NOT FL-PERSBCO-OK
               DISPLAY PGMID '018I- PERSBCO COM ERRO ' FL-STA-PERSBCO
               EXIT SECTION
           END-IF
      *
           MOVE 'N' TO WS-BCO-ACHADO
           MOVE WS-EMP-INFORMADO TO PERSBCO-EMP-NO
           READ PERSBCO
               INVALID KEY
                   MOVE SPACES           TO REG-PERSBCO
                   MOVE WS-EMP-INFORMADO TO PERSBCO-EMP-NO
                   MOVE ZEROS            TO PERSBCO-BANCO
                                            PERSBCO-AGENCIA
                                            PERSBCO-CONTA
               NOT INVALID KEY
                   SET BCO-ACHADO TO TRUE
                   DISPLAY 'BANCO: '    PERSBCO-BANCO
                           '  AGENCIA: ' PERSBCO-AGENCIA
                           '-' PERSBCO-AGENCIA-DV
                           '  CONTA: '   PERSBCO-CONTA
                           '-' PERSBCO-CONTA-DV
                           '  TIPO: '    PERSBCO-TIPO-CONTA
           END-READ
      *
           MOVE 'S' TO WS-CRITICA-OK
           PERFORM RT-PEDE-BANCO
           IF  CRITICA-OK
               MOVE PERSBCO-BANCO      TO BANCODV-BANCO
               MOVE PERSBCO-AGENCIA    TO BANCODV-AGENCIA
               MOVE PERSBCO-AGENCIA-DV TO BANCODV-AGENCIA-DV
               MOVE PERSBCO-CONTA      TO BANCODV-CONTA
               MOVE PERSBCO-CONTA-DV   TO BANCODV-CONTA-DV
               MOVE SPACES             TO BANCODV-RETORNO
               CALL SB-BANCODV USING PARAMETROS-BANCODV
                 ON EXCEPTION
                    MOVE '00' TO BANCODV-RETORNO
               END-CALL
               EVALUATE BANCODV-RETORNO
                   WHEN '00'
                        IF  BANCODV-CRITICADO EQUAL 'N'
                            DISPLAY PGMID '019I- BANCO SEM REGRA DE'
                                    ' DIGITO - CONFIRA A CONTA'
                        END-IF
                   WHEN '01'
                        DISPLAY PGMID '019I- AGENCIA COM DIGITO'
                                ' INVALIDO'
                        MOVE 'N' TO WS-CRITICA-OK
                   WHEN '02'
                        DISPLAY PGMID '019I- CONTA COM DIGITO'
                                ' INVALIDO'
                        MOVE 'N' TO WS-CRITICA-OK
                   WHEN OTHER
                        DISPLAY PGMID '019I- BANCO, AGENCIA E CONTA'
                                ' SAO OBRIGATORIOS'
                        MOVE 'N' TO WS-CRITICA-OK
               END-EVALUATE
           END-IF
           IF  NOT CRITICA-OK
               DISPLAY PGMID '018I- DADOS BANCARIOS REJEITADOS PELA'
                       ' CRITICA'
               CLOSE PERSBCO
               EXIT SECTION
           END-IF
      *
           MOVE WS-DATA-HOJE TO PERSBCO-DATA-ATUALIZ
           IF  BCO-ACHADO
               REWRITE REG-PERSBCO
                   INVALID KEY
                       DISPLAY PGMID '018I- ERRO ' FL-STA-PERSBCO
                               ' NA REGRAVACAO DO PERSBCO'
                   NOT INVALID KEY
                       MOVE 'A' TO CWLOGW-FUNCTION
                       PERFORM RT-LOGA-BANCO
                       DISPLAY PGMID '018I- DADOS BANCARIOS ALTERADOS'
               END-REWRITE
           ELSE
               WRITE REG-PERSBCO
                   INVALID KEY
                       DISPLAY PGMID '018I- ERRO ' FL-STA-PERSBCO
                               ' NA GRAVACAO DO PERSBCO'
                   NOT INVALID KEY
                       MOVE 'I' TO CWLOGW-FUNCTION
                       PERFORM RT-LOGA-BANCO
                       DISPLAY PGMID '018I- DADOS BANCARIOS INCLUIDOS'
               END-WRITE
           END-IF
           CLOSE PERSBCO.
      *
       RT-BANCOX.                                  EXIT.
      *----------------------------------------------------------------*
      *  ACEITA OS DADOS BANCARIOS (VAZIO MANTEM O VALOR ATUAL)         *
      *----------------------------------------------------------------*
       RT-PEDE-BANCO                               SECTION.
      *
           DISPLAY 'BANCO (3 DIGITOS): ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA NOT EQUAL SPACES
               IF  WS-RESPOSTA(1:3) IS NUMERIC
                   MOVE WS-RESPOSTA(1:3) TO PERSBCO-BANCO
               ELSE
                   DISPLAY PGMID '019I- BANCO DEVE SER NUMERICO'
                   MOVE 'N' TO WS-CRITICA-OK
                   EXIT SECTION
               END-IF
           END-IF
      *
           DISPLAY 'AGENCIA (5 DIGITOS + DIGITO): ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA NOT EQUAL SPACES
               IF  WS-RESPOSTA(1:5) IS NUMERIC
                   MOVE WS-RESPOSTA(1:5) TO PERSBCO-AGENCIA
                   MOVE WS-RESPOSTA(6:1) TO PERSBCO-AGENCIA-DV
               ELSE
                   DISPLAY PGMID '019I- AGENCIA DEVE SER NUMERICA'
                   MOVE 'N' TO WS-CRITICA-OK
                   EXIT SECTION
               END-IF
           END-IF
      *
           DISPLAY 'CONTA (12 DIGITOS + DIGITO): ' WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA NOT EQUAL SPACES
               IF  WS-RESPOSTA(1:12) IS NUMERIC
                   MOVE WS-RESPOSTA(1:12) TO PERSBCO-CONTA
                   MOVE WS-RESPOSTA(13:1) TO PERSBCO-CONTA-DV
               ELSE
                   DISPLAY PGMID '019I- CONTA DEVE SER NUMERICA'
                   MOVE 'N' TO WS-CRITICA-OK
                   EXIT SECTION
               END-IF
           END-IF
           INSPECT PERSBCO-AGENCIA-DV CONVERTING 'xp' TO 'XP'
           INSPECT PERSBCO-CONTA-DV   CONVERTING 'xp' TO 'XP'
      *
           DISPLAY 'TIPO DE CONTA (C=CORRENTE P=POUPANCA): '
                   WITH NO ADVANCING
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF  WS-RESPOSTA NOT EQUAL SPACES
               MOVE WS-RESPOSTA(1:1) TO PERSBCO-TIPO-CONTA
               INSPECT PERSBCO-TIPO-CONTA CONVERTING 'cp' TO 'CP'
           END-IF
           IF  NOT PERSBCO-TIPO-VALIDO
               DISPLAY PGMID '019I- TIPO DE CONTA DEVE SER C OU P'
               MOVE 'N' TO WS-CRITICA-OK
           END-IF.
      *
       RT-PEDE-BANCOX.                             EXIT.
      *----------------------------------------------------------------*
      *  AUDITORIA DOS DADOS BANCARIOS NO CWLOGF                        *
      *----------------------------------------------------------------*
       RT-LOGA-BANCO                               SECTION.
      *
           SET HOUVE-MUDANCA TO TRUE
           MOVE SPACES TO CWLOGW-TEXT
           STRING 'PERSBCO ' WS-EMP-INFORMADO
                  DELIMITED BY SIZE INTO CWLOGW-TEXT
           CALL SB-CWLOGW USING PARAMETROS-CWLOGW
             ON EXCEPTION
                CONTINUE
           END-CALL
      *
           MOVE SPACES TO WS-OBS
           STRING 'EMP=' PERSBCO-EMP-NO
                  ' BCO=' PERSBCO-BANCO
                  ' AG=' PERSBCO-AGENCIA '-' PERSBCO-AGENCIA-DV
                  ' CC=' PERSBCO-CONTA '-' PERSBCO-CONTA-DV
                  ' TIPO=' PERSBCO-TIPO-CONTA
                  DELIMITED BY SIZE INTO WS-OBS
           MOVE '^' TO CWLOGW-FUNCTION
           CALL SB-CWLOGW USING PARAMETROS-CWLOGW WS-OBS
             ON EXCEPTION
                CONTINUE
           END-CALL.
      *
       RT-LOGA-BANCOX.                             EXIT.
      *----------------------------------------------------------------*
      *  DEPENDENTES DA MATRICULA: MANUTENCAO NO DEPMNT                 *
      *----------------------------------------------------------------*
       RT-DEPENDENTES                              SECTION.
      *
           PERFORM RT-PEDE-E-LOCALIZA
           IF  NOT ACHADO
               IF  WS-EMP-INFORMADO GREATER ZEROS
                   DISPLAY PGMID '004I- MATRICULA NAO CADASTRADA'
               END-IF
               EXIT SECTION
           END-IF
      *
           MOVE PERSNL-EMP-NO TO DEPMNT-EMP-NO
           MOVE LAST-NAME     TO DEPMNT-LAST-NAME
           CALL SB-DEPMNT USING PARAMETROS-DEPMNT
             ON EXCEPTION
                DISPLAY PGMID '017I- DEPMNT INDISPONIVEL'
           END-CALL.
      *
       RT-DEPENDENTESX.                            EXIT.
      *----------------------------------------------------------------*
      *  EMPRESTIMOS CONSIGNADOS DA MATRICULA: MANUTENCAO NO CONSMNT;   *
      *  O SALARIO DO CADASTRO E SEMANAL                                *
      *----------------------------------------------------------------*
       RT-CONSIGNADO                               SECTION.
      *
           PERFORM RT-PEDE-E-LOCALIZA
           IF  NOT ACHADO
               IF  WS-EMP-INFORMADO GREATER ZEROS
                   DISPLAY PGMID '004I- MATRICULA NAO CADASTRADA'
               END-IF
               EXIT SECTION
           END-IF
      *
           MOVE PERSNL-EMP-NO TO CONSMNT-EMP-NO
           MOVE LAST-NAME     TO CONSMNT-LAST-NAME
           COMPUTE CONSMNT-BRUTO-MES ROUNDED = PAY-GROSS * 52 / 12
           CALL SB-CONSMNT USING PARAMETROS-CONSMNT
             ON EXCEPTION
                DISPLAY PGMID '017I- CONSMNT INDISPONIVEL'
           END-CALL.
      *
       RT-CONSIGNADOX.                             EXIT.
      *----------------------------------------------------------------*
      *  ORDENS DE PENSAO ALIMENTICIA DA MATRICULA: MANUTENCAO NO       *
      *  PENSMNT                                                        *
      *----------------------------------------------------------------*
       RT-PENSAO                                   SECTION.
      *
           PERFORM RT-PEDE-E-LOCALIZA
           IF  NOT ACHADO
               IF  WS-EMP-INFORMADO GREATER ZEROS
                   DISPLAY PGMID '004I- MATRICULA NAO CADASTRADA'
               END-IF
               EXIT SECTION
           END-IF
      *
           MOVE PERSNL-EMP-NO TO PENSMNT-EMP-NO
           MOVE LAST-NAME     TO PENSMNT-LAST-NAME
           CALL SB-PENSMNT USING PARAMETROS-PENSMNT
             ON EXCEPTION
                DISPLAY PGMID '017I- PENSMNT INDISPONIVEL'
           END-CALL.
      *
       RT-PENSAOX.                                 EXIT.
      *----------------------------------------------------------------*
      *  AFASTAMENTOS DA MATRICULA: MANUTENCAO NO AFASTMNT              *
      *----------------------------------------------------------------*
       RT-AFASTAMENTO                              SECTION.
      *
           PERFORM RT-PEDE-E-LOCALIZA
           IF  NOT ACHADO
               IF  WS-EMP-INFORMADO GREATER ZEROS
                   DISPLAY PGMID '004I- MATRICULA NAO CADASTRADA'
               END-IF
               EXIT SECTION
           END-IF
      *
           MOVE PERSNL-EMP-NO TO AFASTMNT-EMP-NO
           MOVE LAST-NAME     TO AFASTMNT-LAST-NAME
           CALL SB-AFASTMNT USING PARAMETROS-AFASTMNT
             ON EXCEPTION
                DISPLAY PGMID '017I- AFASTMNT INDISPONIVEL'
           END-CALL.
      *
       RT-AFASTAMENTOX.                            EXIT.
      *----------------------------------------------------------------*
      *  RATEIO DO CUSTO DA MATRICULA: MANUTENCAO NO RATEMNT            *
      *----------------------------------------------------------------*
       RT-RATEIO                                   SECTION.
      *
           PERFORM RT-PEDE-E-LOCALIZA
           IF  NOT ACHADO
               IF  WS-EMP-INFORMADO GREATER ZEROS
                   DISPLAY PGMID '004I- MATRICULA NAO CADASTRADA'
               END-IF
               EXIT SECTION
           END-IF
      *
           MOVE PERSNL-EMP-NO TO RATEMNT-EMP-NO
           MOVE LAST-NAME     TO RATEMNT-LAST-NAME
           MOVE DEPT          TO RATEMNT-DEPT
           CALL SB-RATEMNT USING PARAMETROS-RATEMNT
             ON EXCEPTION
                DISPLAY PGMID '017I- RATEMNT INDISPONIVEL'
           END-CALL.
      *
       RT-RATEIOX.                                 EXIT.
      *----------------------------------------------------------------*
      *  DOCUMENTOS DIGITALIZADOS DA MATRICULA: MANUTENCAO NO DOCMNT    *
      *----------------------------------------------------------------*
       RT-DOCUMENTOS                               SECTION.
      *
           PERFORM RT-PEDE-E-LOCALIZA
           IF  NOT ACHADO
               IF  WS-EMP-INFORMADO GREATER ZEROS
                   DISPLAY PGMID '004I- MATRICULA NAO CADASTRADA'
               END-IF
               EXIT SECTION
           END-IF
      *
           MOVE PERSNL-EMP-NO TO DOCMNT-EMP-NO
           MOVE LAST-NAME     TO DOCMNT-LAST-NAME
           CALL SB-DOCMNT USING PARAMETROS-DOCMNT
             ON EXCEPTION
                DISPLAY PGMID '017I- DOCMNT INDISPONIVEL'
           END-CALL.
      *
       RT-DOCUMENTOSX.                             EXIT.
      *----------------------------------------------------------------*
      *  VALE-TRANSPORTE E REFEICAO DA MATRICULA: ADESAO NO BENMNT      *
      *----------------------------------------------------------------*
       RT-BENEFICIOS                               SECTION.
      *
           PERFORM RT-PEDE-E-LOCALIZA
           IF  NOT ACHADO
               IF  WS-EMP-INFORMADO GREATER ZEROS
                   DISPLAY PGMID '004I- MATRICULA NAO CADASTRADA'
               END-IF
               EXIT SECTION
           END-IF
      *
           MOVE PERSNL-EMP-NO TO BENMNT-EMP-NO
           MOVE LAST-NAME     TO BENMNT-LAST-NAME
           CALL SB-BENMNT USING PARAMETROS-BENMNT
             ON EXCEPTION
                DISPLAY PGMID '017I- BENMNT INDISPONIVEL'
           END-CALL.
      *
       RT-BENEFICIOSX.                             EXIT.
      *----------------------------------------------------------------*
      *  REMOVE A EXTENSAO DA MATRICULA EXCLUIDA DO CADASTRO            *
      *----------------------------------------------------------------*
       RT-EXCLUIR-EXTENSAO                         SECTION.
