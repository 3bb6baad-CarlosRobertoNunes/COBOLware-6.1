                      * PASSO 1 - CONFERENCIA DA CARGA DO PERSNL      *
                      * PASSO 2 - RELATORIOS (SAMPLE1)                *
                      * PASSO 3 - APLICACAO DE AUMENTOS (CARTA)       *
                      * PASSO 3A- CALCULO DA FOLHA DO MES (NETCALC)   *
                      * PASSO 4 - CARGA DO HISTORICO (PAYHSTLD)       *
                      * PASSO 5 - ACUMULO DE FERIAS (VACACCR)         *
                      * PASSO 6 - AUDITORIA DE VARIACAO (PAYVAR)      *
                      * PASSO 7 - ARQUIVO DE CREDITO (CNABPAG)        *
                      * PASSO 8 - LANCAMENTO CONTABIL (PAYJRNL)       *
                      *                                               *
                      * Cada passo concluido fica anotado no arquivo  *
                      * de checkpoint (PAYCHKPT); uma reexecucao      *
                      * retoma do passo que falhou, conferindo antes  *
                      * a consistencia do WORKSDS compartilhado, e o  *
                      * ciclo fecha com o resumo das quantidades      *
                      * carregadas de um passo para o outro. O passo  *
                      * 3A ocupa a posicao 9 do checkpoint e volta a  *
                      * rodar sempre que o CARTA for refeito.         *
                      *                                               *
                      * Com o eSocial ativo (ESOCIAL-CNPJ informado), *
                      * o ciclo so fecha quando todas as matriculas   *
                      * do PAYROLL-ANOMES no ESOCREM estao conferidas *
                      * contra os totalizadores S-5001/S-5002         *
                      * (ESOCPER e ESOCTOT); ate la a trava de ciclo  *
                      * continua e a reexecucao so refaz a consulta.  *
                      *                                               *
                      * O passo 7 fica retido ate que um supervisor,  *
                      * diferente do operador que abriu o ciclo, de   *
                      * o visto no relatorio de variacao (VARAPPR);   *
                      * sem o visto o ciclo termina com RC 4 e a      *
                      * reexecucao retoma no credito.                 *
                      *                                               *
                      * O passo 8 gera o lote contabil por centro de  *
                      * custo (JRNLCTB); lote recusado (sem balanco,  *
                      * departamento sem centro de custo ou rubrica   *
                      * sem conta) interrompe o ciclo no passo 8.     *
                      *                                               *
                      * Antes do passo 1 roda a integridade entre os  *
                      * arquivos da folha (PAYINTEG); regra           *
                      * bloqueante com ocorrencia nao deixa o ciclo   *
                      * abrir e a trava e liberada para a correcao    *
                      * dos cadastros (ocorrencias no INTEGREL).      *
                      *                                               *
                      * Simulacao (PAYROLL-SIMULACAO=S): o ciclo roda *
                      * inteiro num diretorio a parte                 *
                      * (PAYROLL-SIMDIR, padrao simulacao) sobre      *
                      * copias dos arquivos de entrada, com as saidas *
                      * desviadas para la; os passos 4                *
                      * (PAYHIST) e 7 (banco) sao dispensados, o      *
                      * spool sai marcado SIMULACAO e o CICLOREL da   *
                      * simulacao compara os totais do PAYRES com os  *
                      * do ultimo ciclo real. Nada de producao e      *
                      * alterado e a simulacao recomeca do passo 1.   *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
           SELECT OPTIONAL CICLOLCK ASSIGN TO CYCLELCK
                  ORGANIZATION  IS SEQUENTIAL
                  FILE STATUS   IS FL-STA-CICLOLCK.
      *
           SELECT OPTIONAL ESOCREM ASSIGN TO ESOCREM
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS ESOCREM-CHAVE
                  FILE STATUS   IS FL-STA-ESOCREM.
      *
           SELECT OPTIONAL VARVISTO ASSIGN TO VARVISTO
                  ORGANIZATION  IS SEQUENTIAL
                  FILE STATUS   IS FL-STA-VARVISTO.
      *
           SELECT OPTIONAL PAYRES ASSIGN TO PAYRES
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS PAYRES-CHAVE
                  FILE STATUS   IS FL-STA-PAYRES.
      *
           SELECT OPTIONAL PAYREAL ASSIGN TO PAYREAL
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS PAYREAL-CHAVE
                  FILE STATUS   IS FL-STA-PAYREAL.
      *
       DATA DIVISION.
       FILE SECTION.
           03 CICLO-DATA                     PIC  9(008).
           03 CICLO-HORA                     PIC  9(006).
           03 FILLER                         PIC  X(030).
      *
      *----------------------------------------------------------------*
      *  CONTROLE DOS EVENTOS PERIODICOS DO ESOCIAL (ESOCPER/ESOCTOT)   *
      *----------------------------------------------------------------*
       FD  ESOCREM
           RECORD CONTAINS 300 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-ESOCREM.
           03 ESOCREM-CHAVE.
              05 ESOCREM-ANOMES              PIC  9(006).
              05 ESOCREM-EMP-NO              PIC  9(005).
           03 ESOCREM-SITUACAO               PIC  X(001).
              88 ESOCREM-CONFERIDO                      VALUE 'C'.
           03 FILLER                         PIC  X(288).
      *
      *----------------------------------------------------------------*
      *  VISTO DO SUPERVISOR NO RELATORIO DE VARIACAO (PAYVAR/VARAPPR)  *
      *----------------------------------------------------------------*
       FD  VARVISTO
           RECORDING MODE IS FIXED
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-VARVISTO.
           03 VISTO-ANOMES                   PIC  9(006).
           03 VISTO-SITUACAO                 PIC  X(001).
              88 VISTO-REVISADO                         VALUE 'R'.
           03 VISTO-SINALIZADAS              PIC  9(006).
           03 VISTO-OPERADOR                 PIC  X(030).
           03 VISTO-DATA-REL                 PIC  9(008).
           03 VISTO-HORA-REL                 PIC  9(006).
           03 VISTO-REVISOR                  PIC  X(030).
           03 VISTO-DATA                     PIC  9(008).
           03 VISTO-HORA                     PIC  9(006).
           03 FILLER                         PIC  X(019).
      *
      *----------------------------------------------------------------*
      *  RESULTADO DA FOLHA (NETCALC) - O DA SIMULACAO NA SIMULACAO    *
      *----------------------------------------------------------------*
       FD  PAYRES
           RECORD CONTAINS 150 CHARACTERS.
      *
       01  REG-PAYRES.
           03 PAYRES-CHAVE.
              05 PAYRES-ANOMES               PIC  9(006).
              05 PAYRES-TIPO                 PIC  X(001).
              05 PAYRES-EMP-NO               PIC  9(005).
           03 PAYRES-COMPANY                 PIC  9(002).
           03 PAYRES-DEPT                    PIC  9(003).
           03 PAYRES-AVOS                    PIC  9(002).
           03 PAYRES-DEPENDENTES             PIC  9(002).
           03 PAYRES-BRUTO                   PIC  9(009)V99.
           03 PAYRES-INSS                    PIC  9(007)V99.
           03 PAYRES-IRRF                    PIC  9(007)V99.
           03 PAYRES-ADIANTADO               PIC  9(009)V99.
           03 PAYRES-OUTROS                  PIC  9(007)V99.
           03 PAYRES-LIQUIDO                 PIC  9(009)V99.
           03 FILLER                         PIC  X(069).
      *
      *----------------------------------------------------------------*
      *  PAYRES DE PRODUCAO, LIDO PARA A COMPARACAO DA SIMULACAO       *
      *----------------------------------------------------------------*
       FD  PAYREAL
           RECORD CONTAINS 150 CHARACTERS.
      *
       01  REG-PAYREAL.
           03 PAYREAL-CHAVE.
              05 PAYREAL-ANOMES              PIC  9(006).
              05 PAYREAL-TIPO                PIC  X(001).
              05 PAYREAL-EMP-NO              PIC  9(005).
           03 PAYREAL-COMPANY                PIC  9(002).
           03 PAYREAL-DEPT                   PIC  9(003).
           03 PAYREAL-AVOS                   PIC  9(002).
           03 PAYREAL-DEPENDENTES            PIC  9(002).
           03 PAYREAL-BRUTO                  PIC  9(009)V99.
           03 PAYREAL-INSS                   PIC  9(007)V99.
           03 PAYREAL-IRRF                   PIC  9(007)V99.
           03 PAYREAL-ADIANTADO              PIC  9(009)V99.
           03 PAYREAL-OUTROS                 PIC  9(007)V99.
           03 PAYREAL-LIQUIDO                PIC  9(009)V99.
           03 FILLER                         PIC  X(069).
      *================================================================*
       WORKING-STORAGE SECTION.
      *================================================================*
       77  SB-CARTA                      PIC  X(08)  VALUE 'CARTA'.
       77  SB-PAYHSTLD                   PIC  X(08)  VALUE 'PAYHSTLD'.
       77  SB-VACACCR                    PIC  X(08)  VALUE 'VACACCR'.
       77  SB-PAYVAR                     PIC  X(08)  VALUE 'PAYVAR'.
       77  SB-CNABPAG                    PIC  X(08)  VALUE 'CNABPAG'.
       77  SB-PAYJRNL                    PIC  X(08)  VALUE 'PAYJRNL'.
       77  SB-PAYINTEG                   PIC  X(08)  VALUE 'PAYINTEG'.
       77  SB-NETCALC                    PIC  X(08)  VALUE 'NETCALC'.
       77  SB-CWMODKEY                   PIC  X(08)  VALUE 'CWMODKEY'.
       77  SB-CWGETU                     PIC  X(08)  VALUE 'CWGETU'.
      *
              ZEROS.
              88 FL-CICLOLCK-EOF                            VALUE '10'.
              88 FL-CICLOLCK-OK                             VALUE '00'.
           03 FL-STA-ESOCREM                 PIC  X(002)    VALUE
              ZEROS.
              88 FL-ESOCREM-OK                              VALUE '00'.
              88 FL-ESOCREM-EOF                             VALUE '10'.
           03 FL-STA-VARVISTO                PIC  X(002)    VALUE
              ZEROS.
              88 FL-VARVISTO-OK                             VALUE '00'.
           03 FL-STA-PAYRES                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-PAYRES-OK                               VALUE '00'.
              88 FL-PAYRES-EOF                              VALUE '10'.
           03 FL-STA-PAYREAL                 PIC  X(002)    VALUE
              ZEROS.
              88 FL-PAYREAL-OK                              VALUE '00'.
              88 FL-PAYREAL-EOF                             VALUE '10'.
           03 WS-INTEGRIDADE                 PIC  X(001)    VALUE ' '.
              88 INTEGRIDADE-CONFERIDA                      VALUE 'C'.
              88 INTEGRIDADE-BLOQUEADA                      VALUE 'B'.
           03 WS-CREDITO-RETIDO              PIC  X(001)    VALUE 'N'.
              88 CREDITO-RETIDO                             VALUE 'S'.
           03 WS-OPERADOR                    PIC  X(030)    VALUE
              SPACES.
           03 WS-TASK                        PIC  9(006)    VALUE
      *  SITUACAO DOS PASSOS DO CICLO (LIDA/GRAVADA NO CHECKPOINT)      *
      *----------------------------------------------------------------*
       01  WS-CICLO.
           03 WS-PASSO-TAB OCCURS 9 TIMES INDEXED BY INDPAS.
              05 WS-PASSO-SITUACAO           PIC  X(001).
                 88 PASSO-CONCLUIDO                       VALUE 'C'.
                 88 PASSO-DISPENSADO                      VALUE 'D'.
              05 WS-PASSO-QTDE               PIC  9(009).
           03 WS-LIDOS-PERSNL         COMP-3 PIC S9(009)  VALUE ZEROS.
           03 WS-LIDOS-WORKSDS        COMP-3 PIC S9(009)  VALUE ZEROS.
           03 WS-WORKSDS-CONSISTENTE         PIC  X(001)  VALUE 'N'.
              88 WORKSDS-CONSISTENTE                      VALUE 'S'.
           03 WS-PASSO-CORRENTE              PIC  X(002)  VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *  CONFERENCIA DO ESOCIAL EXIGIDA PARA O FECHAMENTO DO CICLO      *
      *----------------------------------------------------------------*
       01  WS-ESOCIAL.
           03 WS-CNPJ-ENV                    PIC  X(014)  VALUE SPACES.
           03 WS-ANOMES                      PIC  9(006)  VALUE ZEROS.
           03 WS-ANOMES-ENV                  PIC  X(006)  VALUE SPACES.
           03 WS-ESOC-MATRICULAS      COMP-3 PIC S9(009)  VALUE ZEROS.
           03 WS-ESOC-NAO-CONFERIDAS  COMP-3 PIC S9(009)  VALUE ZEROS.
           03 WS-ESOC-EDITADO                PIC  ZZZZZZZZ9.
           03 WS-ESOCIAL-LIBERADO            PIC  X(001)  VALUE 'S'.
              88 ESOCIAL-LIBERADO                         VALUE 'S'.
              88 ESOCIAL-EXIGIDO                          VALUE 'E'.
      *
      *----------------------------------------------------------------*
      *  SIMULACAO DO CICLO: ARQUIVOS DESVIADOS PARA O DIRETORIO DA     *
      *  SIMULACAO (C = COPIADO DE PRODUCAO, S = SAIDA, RECOMECA VAZIA) *
      *  E A VARIAVEL DD_ QUE CADA UM TINHA, DEVOLVIDA NO FIM           *
      *----------------------------------------------------------------*
       01  WS-SIMULACAO.
           03 WS-SIMULACAO-ENV               PIC  X(001)  VALUE SPACE.
              88 EM-SIMULACAO                             VALUE 'S'.
           03 WS-SIM-DIR                     PIC  X(080)  VALUE SPACES.
           03 WS-SIM-NOME                    PIC  X(008)  VALUE SPACES.
           03 WS-SIM-VARIAVEL                PIC  X(012)  VALUE SPACES.
           03 WS-SIM-ORIGEM                  PIC  X(120)  VALUE SPACES.
           03 WS-SIM-DESTINO                 PIC  X(120)  VALUE SPACES.
           03 WS-SIM-COPIADOS         COMP-3 PIC S9(005)  VALUE ZEROS.
           03 WS-SIM-ED-COPIADOS             PIC  ZZZZ9.
           03 WS-SIM-IX               COMP   PIC  9(004)  VALUE ZEROS.
           03 WS-SIM-DD-ANTES OCCURS 63 TIMES PIC  X(120).
      *
       01  WS-SIM-ARQUIVOS-TAB.
           03 FILLER                         PIC  X(027)    VALUE
              'CSYS010  CRATETAB CTAXTAB  '.
           03 FILLER                         PIC  X(027)    VALUE
              'CINSSTAB CIRRFTAB CFIXDED  '.
           03 FILLER                         PIC  X(027)    VALUE
              'CDEPNTS  CDEPEND  CBONUSTRN'.
           03 FILLER                         PIC  X(027)    VALUE
              'CCONSIG  CPENSAO  CPONTOVAR'.
           03 FILLER                         PIC  X(027)    VALUE
              'CDEPTOS  CCARD    CCTLCARD '.
           03 FILLER                         PIC  X(027)    VALUE
              'CBANDCARDCRATEPROPCUPDTOC  '.
           03 FILLER                         PIC  X(027)    VALUE
              'CRAISEBGTCVACBAL  CPAYHIST '.
           03 FILLER                         PIC  X(027)    VALUE
              'CPAYRES  CPERSEXT CPERSBCO '.
           03 FILLER                         PIC  X(027)    VALUE
              'CCONTAMAPCENCARG  CDESLIG  '.
           03 FILLER                         PIC  X(027)    VALUE
              'CINATIVO CPROVLINKCBONUSLED'.
           03 FILLER                         PIC  X(027)    VALUE
              'CSALPEND CINTEGCRDCESOCREM '.
           03 FILLER                         PIC  X(027)    VALUE
              'CAFAST   CFERIADOSCRATEIO  '.
           03 FILLER                         PIC  X(027)    VALUE
              'SWORKSDS SUPDRPT  SBONUSRPT'.
           03 FILLER                         PIC  X(027)    VALUE
              'SUPDRPTC SBONUSRPCSEXCPRPT '.
           03 FILLER                         PIC  X(027)    VALUE
              'SLISTA   SCARTERRSSORCARPT '.
           03 FILLER                         PIC  X(027)    VALUE
              'SSYS011  SVACEXC  SVARREL  '.
           03 FILLER                         PIC  X(027)    VALUE
              'SVARVISTOSJRNLCTB SJRNLREL '.
           03 FILLER                         PIC  X(027)    VALUE
              'SINTEGRELSNETREG  SPENPAG  '.
           03 FILLER                         PIC  X(027)    VALUE
              'SCREDPAG SREMPAG  SCREDEXC '.
           03 FILLER                         PIC  X(027)    VALUE
              'SCYCLELCKSPAYCHKPTSCICLOREL'.
           03 FILLER                         PIC  X(027)    VALUE
              'CBENPAG  CSINDIC  SSINDPAG '.
       01  FILLER REDEFINES WS-SIM-ARQUIVOS-TAB.
           03 WS-SIM-ARQUIVO OCCURS 63 TIMES.
              05 WS-SIM-TIPO                 PIC  X(001).
                 88 SIM-COPIAR                            VALUE 'C'.
              05 WS-SIM-ARQ                  PIC  X(008).
      *
      *----------------------------------------------------------------*
      *  TOTAIS DO PAYRES M: (1) ULTIMO CICLO REAL, (2) SIMULACAO       *
      *----------------------------------------------------------------*
       01  WS-SIM-COMPARACAO.
           03 WS-SIM-TOT OCCURS 2 TIMES.
              05 WS-SIM-ANOMES               PIC  9(006).
              05 WS-SIM-QTDE          COMP-3 PIC S9(009).
              05 WS-SIM-BRUTO         COMP-3 PIC S9(013)V99.
              05 WS-SIM-DESCONTOS     COMP-3 PIC S9(013)V99.
              05 WS-SIM-LIQUIDO       COMP-3 PIC S9(013)V99.
           03 WS-SIM-DIF              COMP-3 PIC S9(013)V99.
           03 WS-SIM-ED-REAL                 PIC  -ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 WS-SIM-ED-SIMULADO             PIC  -ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 WS-SIM-ED-DIF                  PIC  -ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 WS-SIM-ROTULO                  PIC  X(010)  VALUE SPACES.
      *================================================================*
       01  FILLER                            PIC  X(32)  VALUE
                                     'FFF  FIM DAWORKING-STORAGE  FFF'.
           PERFORM RT-INICIAR
      *
           IF  NOT PASSO-CONCLUIDO(1)
               PERFORM RT-PRE-INTEGRIDADE
           END-IF
      *
           IF  WS-RETURN-CODE EQUAL ZEROS
           AND NOT PASSO-CONCLUIDO(1)
               PERFORM RT-PASSO-1-PERSNL
           END-IF
      *
                   MOVE 8 TO WS-RETURN-CODE
               END-IF
           END-IF
      *
           IF  WS-RETURN-CODE EQUAL ZEROS
           AND NOT PASSO-CONCLUIDO(9)
               PERFORM RT-PASSO-3A-NETCALC
           END-IF
      *
           IF  WS-RETURN-CODE EQUAL ZEROS
           AND NOT PASSO-CONCLUIDO(4)
           AND NOT PASSO-CONCLUIDO(5)
               PERFORM RT-PASSO-5-FERIAS
           END-IF
      *
           IF  WS-RETURN-CODE EQUAL ZEROS
           AND NOT PASSO-CONCLUIDO(6)
               PERFORM RT-PASSO-6-VARIACAO
           END-IF
      *
           IF  WS-RETURN-CODE EQUAL ZEROS
           AND NOT PASSO-CONCLUIDO(7)
               PERFORM RT-PASSO-7-CREDITO
           END-IF
      *
           IF  WS-RETURN-CODE EQUAL ZEROS
           AND (PASSO-CONCLUIDO(7) OR PASSO-DISPENSADO(7))
           AND NOT PASSO-CONCLUIDO(8)
               PERFORM RT-PASSO-8-CONTABIL
           END-IF
      *
           PERFORM RT-FINALIZAR
      *
               GOBACK
           END-IF
      *
      *    NA SIMULACAO TODOS OS ARQUIVOS DO CICLO, INCLUSIVE O
      *    CHECKPOINT E A TRAVA, PASSAM A SER OS DO DIRETORIO DA
      *    SIMULACAO
           DISPLAY 'PAYROLL-SIMULACAO' UPON ENVIRONMENT-NAME
           ACCEPT   WS-SIMULACAO-ENV    FROM ENVIRONMENT-VALUE
           IF  EM-SIMULACAO
               PERFORM RT-SIM-PREPARAR
           END-IF
      *
      *    ARMA A TRAVA DE CICLO EM ANDAMENTO: PERSMNT/PERSBTCH/
      *    SALAPPR E UM CARTA AVULSO PASSAM A RECUSAR ATE O CICLO
      *    FECHAR; OS PASSOS CHAMADOS DAQUI RECEBEM A MARCA DE
           DISPLAY 'S'                    UPON ENVIRONMENT-VALUE
      *
           PERFORM VARYING INDPAS FROM 1 BY 1
                     UNTIL INDPAS GREATER 9
               MOVE ' '   TO WS-PASSO-SITUACAO(INDPAS)
               MOVE ZEROS TO WS-PASSO-QTDE(INDPAS)
           END-PERFORM
                        SET FL-CHKPT-EOF TO TRUE
                     NOT AT END
                        IF  CHKPT-PASSO GREATER ZERO
                        AND CHKPT-PASSO NOT GREATER 9
                            SET INDPAS TO CHKPT-PASSO
                            MOVE CHKPT-SITUACAO
                              TO WS-PASSO-SITUACAO(INDPAS)
      *
       RT-INICIARX.                                EXIT.
      *----------------------------------------------------------------*
      *  PRE-PASSO: INTEGRIDADE REFERENCIAL DOS ARQUIVOS DA FOLHA       *
      *  (PAYINTEG) - SO NA ABERTURA DO CICLO; NA RETOMADA OS PASSOS    *
      *  JA CONCLUIDOS MEXERAM NOS ARQUIVOS CONFERIDOS                  *
      *----------------------------------------------------------------*
       RT-PRE-INTEGRIDADE                          SECTION.
      *
           DISPLAY PGMID '009I- PRE-PASSO: INTEGRIDADE (PAYINTEG)'
      *
           CALL SB-PAYINTEG
               ON EXCEPTION
                  DISPLAY PGMID '009I- PAYINTEG INDISPONIVEL'
                  MOVE 8 TO WS-RETURN-CODE
           END-CALL
           CANCEL SB-PAYINTEG
      *
           IF  RETURN-CODE EQUAL 4
               DISPLAY PGMID '009I- OCORRENCIAS DE AVISO - VEJA O'
                       ' INTEGREL'
               MOVE ZEROS TO RETURN-CODE
           END-IF
           IF  RETURN-CODE NOT EQUAL ZEROS
               DISPLAY PGMID '009I- REGRA BLOQUEANTE VIOLADA (RC '
                       RETURN-CODE ') - VEJA O INTEGREL'
               SET  INTEGRIDADE-BLOQUEADA TO TRUE
               MOVE 8     TO WS-RETURN-CODE
               MOVE ZEROS TO RETURN-CODE
           END-IF
      *
           IF  WS-RETURN-CODE EQUAL ZEROS
               SET INTEGRIDADE-CONFERIDA TO TRUE
           END-IF.
      *
       RT-PRE-INTEGRIDADEX.                        EXIT.
      *----------------------------------------------------------------*
      *  PASSO 1: CONFERE A CARGA DO PERSNL (LEITURA COMPLETA E         *
      *  CONTAGEM) ANTES DE LIBERAR OS PASSOS SEGUINTES                 *
      *----------------------------------------------------------------*
       RT-PASSO-1-PERSNL                           SECTION.
      *
           MOVE '1' TO WS-PASSO-CORRENTE
           DISPLAY PGMID '010I- PASSO 1: CONFERENCIA DO PERSNL'
      *
           OPEN INPUT PERSNL
      *----------------------------------------------------------------*
       RT-PASSO-2-SAMPLE1                          SECTION.
      *
           MOVE '2' TO WS-PASSO-CORRENTE
           DISPLAY PGMID '020I- PASSO 2: RELATORIOS (SAMPLE1)'
      *
      *    SOB O CONTROLADOR, O SAMPLE1 PRESERVA O WORKSDS (SEM AS
      *----------------------------------------------------------------*
       RT-PASSO-3-CARTA                            SECTION.
      *
           MOVE '3' TO WS-PASSO-CORRENTE
           DISPLAY PGMID '030I- PASSO 3: AUMENTOS (CARTA)'
      *
           CALL SB-CARTA
           IF  WS-RETURN-CODE EQUAL ZEROS
               MOVE 'C'              TO WS-PASSO-SITUACAO(3)
               MOVE WS-PASSO-QTDE(2) TO WS-PASSO-QTDE(3)
               MOVE ' '              TO WS-PASSO-SITUACAO(9)
               PERFORM RT-GRAVAR-CHECKPOINT
           END-IF.
      *
       RT-PASSO-3-CARTAX.                          EXIT.
      *----------------------------------------------------------------*
      *  PASSO 3A: CALCULO DA FOLHA DO MES (NETCALC) SOBRE O PERSNL JA  *
      *  COM OS AUMENTOS - GERA O PAYRES M QUE OS PASSOS 4, 6, 7 E 8    *
      *  CONSOMEM; FICA NA POSICAO 9 DO CHECKPOINT                      *
      *----------------------------------------------------------------*
       RT-PASSO-3A-NETCALC                         SECTION.
      *
           MOVE '3A' TO WS-PASSO-CORRENTE
           DISPLAY PGMID '035I- PASSO 3A: CALCULO DA FOLHA (NETCALC)'
      *
           CALL SB-NETCALC
               ON EXCEPTION
                  DISPLAY PGMID '035I- NETCALC INDISPONIVEL'
                  MOVE 8 TO WS-RETURN-CODE
           END-CALL
           CANCEL SB-NETCALC
      *
           IF  RETURN-CODE NOT EQUAL ZEROS
               DISPLAY PGMID '035I- NETCALC TERMINOU COM RC '
                       RETURN-CODE
               MOVE 8     TO WS-RETURN-CODE
               MOVE ZEROS TO RETURN-CODE
           END-IF
      *
           IF  WS-RETURN-CODE EQUAL ZEROS
               MOVE 'C'              TO WS-PASSO-SITUACAO(9)
               MOVE WS-PASSO-QTDE(1) TO WS-PASSO-QTDE(9)
               PERFORM RT-GRAVAR-CHECKPOINT
           END-IF.
      *
       RT-PASSO-3A-NETCALCX.                       EXIT.
      *----------------------------------------------------------------*
      *  PASSO 4: CARGA DO ARMAZEM DE HISTORICO (PAYHSTLD), ANTES DA    *
      *  VIRADA DO PERSNL - O HISTORICO GUARDA O ANTES E O DEPOIS       *
      *----------------------------------------------------------------*
       RT-PASSO-4-HISTORIA                         SECTION.
      *
           MOVE '4' TO WS-PASSO-CORRENTE
           DISPLAY PGMID '040I- PASSO 4: HISTORICO (PAYHSTLD)'
           IF  EM-SIMULACAO
               DISPLAY PGMID '040I- DISPENSADO NA SIMULACAO - PAYHIST'
                       ' NAO E GRAVADO'
               MOVE 'D' TO WS-PASSO-SITUACAO(4)
               EXIT SECTION
           END-IF
      *
           CALL SB-PAYHSTLD
               ON EXCEPTION
      *----------------------------------------------------------------*
       RT-PASSO-5-FERIAS                           SECTION.
      *
           MOVE '5' TO WS-PASSO-CORRENTE
           DISPLAY PGMID '050I- PASSO 5: FERIAS (VACACCR)'
      *
           CALL SB-VACACCR
      *
       RT-PASSO-5-FERIASX.                         EXIT.
      *----------------------------------------------------------------*
      *  PASSO 6: AUDITORIA DE VARIACAO CONTRA O CICLO ANTERIOR         *
      *  (PAYVAR) - RC 4 E MATRICULA SINALIZADA NO VARREL, QUE FICA     *
      *  PARA O VISTO DO SUPERVISOR                                     *
      *----------------------------------------------------------------*
       RT-PASSO-6-VARIACAO                         SECTION.
      *
           MOVE '6' TO WS-PASSO-CORRENTE
           DISPLAY PGMID '061I- PASSO 6: VARIACAO (PAYVAR)'
      *
           CALL SB-PAYVAR
               ON EXCEPTION
                  DISPLAY PGMID '061I- PAYVAR INDISPONIVEL'
                  MOVE 8 TO WS-RETURN-CODE
           END-CALL
           CANCEL SB-PAYVAR
      *
           IF  RETURN-CODE EQUAL 4
               DISPLAY PGMID '061I- MATRICULAS SINALIZADAS - VEJA O'
                       ' VARREL'
               MOVE ZEROS TO RETURN-CODE
           END-IF
           IF  RETURN-CODE NOT EQUAL ZEROS
               DISPLAY PGMID '061I- PAYVAR TERMINOU COM RC '
                       RETURN-CODE ' - RODOU O NETCALC DO MES?'
               MOVE 8     TO WS-RETURN-CODE
               MOVE ZEROS TO RETURN-CODE
           END-IF
      *
           IF  WS-RETURN-CODE EQUAL ZEROS
               MOVE 'C'              TO WS-PASSO-SITUACAO(6)
               MOVE WS-PASSO-QTDE(1) TO WS-PASSO-QTDE(6)
               PERFORM RT-GRAVAR-CHECKPOINT
           END-IF.
      *
       RT-PASSO-6-VARIACAOX.                       EXIT.
      *----------------------------------------------------------------*
      *  PASSO 7: ARQUIVO DE CREDITO DOS SALARIOS (CNABPAG), RETIDO     *
      *  ATE O VISTO NO VARREL DO MES POR UM SUPERVISOR DIFERENTE DO    *
      *  OPERADOR DO CICLO                                              *
      *----------------------------------------------------------------*
       RT-PASSO-7-CREDITO                          SECTION.
      *
           MOVE '7' TO WS-PASSO-CORRENTE
           DISPLAY PGMID '070I- PASSO 7: CREDITO (CNABPAG)'
           IF  EM-SIMULACAO
               DISPLAY PGMID '070I- DISPENSADO NA SIMULACAO - NENHUM'
                       ' ARQUIVO VAI AO BANCO'
               MOVE 'D' TO WS-PASSO-SITUACAO(7)
               EXIT SECTION
           END-IF
      *
           PERFORM RT-OBTER-ANOMES
           MOVE SPACES TO REG-VARVISTO
           OPEN INPUT VARVISTO
           IF  FL-VARVISTO-OK
               READ VARVISTO
               IF  NOT FL-VARVISTO-OK
                   MOVE SPACES TO REG-VARVISTO
               END-IF
           END-IF
           CLOSE VARVISTO
      *
           IF  VISTO-ANOMES NOT EQUAL WS-ANOMES
           OR  NOT VISTO-REVISADO
           OR  VISTO-REVISOR EQUAL SPACES
           OR  VISTO-REVISOR EQUAL VISTO-OPERADOR
               DISPLAY PGMID '070I- CREDITO RETIDO: VARREL DE '
                       WS-ANOMES ' SEM VISTO DO SUPERVISOR'
               SET CREDITO-RETIDO TO TRUE
               EXIT SECTION
           END-IF
           DISPLAY PGMID '070I- VARREL REVISADO POR '
                   VISTO-REVISOR(1:15) ' EM ' VISTO-DATA
      *
           DISPLAY 'CNABPAG-TIPO' UPON ENVIRONMENT-NAME
           DISPLAY 'M'            UPON ENVIRONMENT-VALUE
           CALL SB-CNABPAG
               ON EXCEPTION
                  DISPLAY PGMID '070I- CNABPAG INDISPONIVEL'
                  MOVE 8 TO WS-RETURN-CODE
           END-CALL
           CANCEL SB-CNABPAG
      *
           IF  RETURN-CODE EQUAL 4
               DISPLAY PGMID '070I- CREDITO COM EXCECOES - VEJA O'
                       ' CREDEXC'
               MOVE ZEROS TO RETURN-CODE
           END-IF
           IF  RETURN-CODE NOT EQUAL ZEROS
               DISPLAY PGMID '070I- CNABPAG TERMINOU COM RC '
                       RETURN-CODE
               MOVE 8     TO WS-RETURN-CODE
               MOVE ZEROS TO RETURN-CODE
           END-IF
      *
           IF  WS-RETURN-CODE EQUAL ZEROS
               MOVE 'C'              TO WS-PASSO-SITUACAO(7)
               MOVE VISTO-SINALIZADAS TO WS-PASSO-QTDE(7)
               PERFORM RT-GRAVAR-CHECKPOINT
           END-IF.
      *
       RT-PASSO-7-CREDITOX.                        EXIT.
      *----------------------------------------------------------------*
      *  PASSO 8: LANCAMENTO CONTABIL DA FOLHA POR CENTRO DE CUSTO      *
      *  (PAYJRNL) - LOTE RECUSADO TERMINA COM RC 8 E MOTIVOS NO        *
      *  JRNLREL                                                        *
      *----------------------------------------------------------------*
       RT-PASSO-8-CONTABIL                         SECTION.
      *
           MOVE '8' TO WS-PASSO-CORRENTE
           DISPLAY PGMID '080I- PASSO 8: LANCAMENTO CONTABIL (PAYJRNL)'
      *
           CALL SB-PAYJRNL
               ON EXCEPTION
                  DISPLAY PGMID '080I- PAYJRNL INDISPONIVEL'
                  MOVE 8 TO WS-RETURN-CODE
           END-CALL
           CANCEL SB-PAYJRNL
      *
           IF  RETURN-CODE NOT EQUAL ZEROS
               DISPLAY PGMID '080I- LOTE CONTABIL RECUSADO (RC '
                       RETURN-CODE ') - VEJA O JRNLREL'
               MOVE 8     TO WS-RETURN-CODE
               MOVE ZEROS TO RETURN-CODE
           END-IF
      *
           IF  WS-RETURN-CODE EQUAL ZEROS
               MOVE 'C'              TO WS-PASSO-SITUACAO(8)
               MOVE WS-PASSO-QTDE(1) TO WS-PASSO-QTDE(8)
               PERFORM RT-GRAVAR-CHECKPOINT
           END-IF.
      *
       RT-PASSO-8-CONTABILX.                       EXIT.
      *----------------------------------------------------------------*
      *  CONTA OS REGISTROS DO WORKSDS DEIXADOS PELO PASSO 2            *
      *----------------------------------------------------------------*
       RT-CONTAR-WORKSDS                           SECTION.
           CLOSE CHKPT
           OPEN OUTPUT CHKPT
           PERFORM VARYING INDPAS FROM 1 BY 1
                     UNTIL INDPAS GREATER 9
               MOVE SPACES TO REG-CHKPT
               SET  CHKPT-PASSO TO INDPAS
               MOVE WS-PASSO-SITUACAO(INDPAS) TO CHKPT-SITUACAO
      *  RESUMO DO CICLO: QUANTIDADES CARRIED DE UM PASSO AO OUTRO      *
      *----------------------------------------------------------------*
       RT-FINALIZAR                                SECTION.
      *
           IF  WS-RETURN-CODE EQUAL ZEROS
           AND PASSO-CONCLUIDO(8)
           AND NOT EM-SIMULACAO
               PERFORM RT-CONFERIR-ESOCIAL
           END-IF
      *
           OPEN OUTPUT RESUMO
           IF  EM-SIMULACAO
               MOVE 'RESUMO DO CICLO DA FOLHA (PAYCTL) - SIMULACAO'
                 TO REG-RESUMO
           ELSE
               MOVE 'RESUMO DO CICLO DA FOLHA (PAYCTL)' TO REG-RESUMO
           END-IF
           WRITE REG-RESUMO
           MOVE SPACES TO REG-RESUMO
           STRING 'PRE-PASSO INTEG [' WS-INTEGRIDADE
                  '] OCORRENCIAS NO INTEGREL'
                  DELIMITED BY SIZE INTO REG-RESUMO
           WRITE REG-RESUMO
           MOVE SPACES TO REG-RESUMO
           STRING 'PASSO 1 PERSNL  [' WS-PASSO-SITUACAO(1)
                  DELIMITED BY SIZE INTO REG-RESUMO
           WRITE REG-RESUMO
           MOVE SPACES TO REG-RESUMO
           STRING 'PASSO 3A NETCALC[' WS-PASSO-SITUACAO(9)
                  '] REGISTROS ' WS-PASSO-QTDE(9)
                  DELIMITED BY SIZE INTO REG-RESUMO
           WRITE REG-RESUMO
           MOVE SPACES TO REG-RESUMO
           STRING 'PASSO 4 PAYHSTLD[' WS-PASSO-SITUACAO(4)
                  '] REGISTROS ' WS-PASSO-QTDE(4)
                  DELIMITED BY SIZE INTO REG-RESUMO
                  '] REGISTROS ' WS-PASSO-QTDE(5)
                  DELIMITED BY SIZE INTO REG-RESUMO
           WRITE REG-RESUMO
           MOVE SPACES TO REG-RESUMO
           STRING 'PASSO 6 PAYVAR  [' WS-PASSO-SITUACAO(6)
                  '] REGISTROS ' WS-PASSO-QTDE(6)
                  DELIMITED BY SIZE INTO REG-RESUMO
           WRITE REG-RESUMO
           MOVE SPACES TO REG-RESUMO
           STRING 'PASSO 7 CNABPAG [' WS-PASSO-SITUACAO(7)
                  '] SINALIZ.  ' WS-PASSO-QTDE(7)
                  DELIMITED BY SIZE INTO REG-RESUMO
           WRITE REG-RESUMO
           MOVE SPACES TO REG-RESUMO
           STRING 'PASSO 8 PAYJRNL [' WS-PASSO-SITUACAO(8)
                  '] REGISTROS ' WS-PASSO-QTDE(8)
                  DELIMITED BY SIZE INTO REG-RESUMO
           WRITE REG-RESUMO
           IF  CREDITO-RETIDO
               MOVE SPACES TO REG-RESUMO
               STRING 'CREDITO ' WS-ANOMES ' RETIDO AGUARDANDO O'
                      ' VISTO NO VARREL (VARAPPR)'
                      DELIMITED BY SIZE INTO REG-RESUMO
               WRITE REG-RESUMO
           END-IF
           IF  ESOCIAL-EXIGIDO
               MOVE SPACES TO REG-RESUMO
               MOVE WS-ESOC-NAO-CONFERIDAS TO WS-ESOC-EDITADO
               STRING 'ESOCIAL ' WS-ANOMES ' NAO CONFERIDAS '
                      WS-ESOC-EDITADO
                      DELIMITED BY SIZE INTO REG-RESUMO
               WRITE REG-RESUMO
           END-IF
           IF  EM-SIMULACAO
           AND PASSO-CONCLUIDO(9)
               PERFORM RT-SIM-COMPARAR
           END-IF
           CLOSE RESUMO
      *
           DISPLAY PGMID '999I' TRACOS
           EVALUATE TRUE
               WHEN EM-SIMULACAO
               AND  WS-RETURN-CODE EQUAL ZEROS
                    DISPLAY PGMID '999I- SIMULACAO COMPLETA - RESUMO E'
                            ' COMPARACAO NO CICLOREL DE '
                            WS-SIM-DIR(1:30)
                    PERFORM RT-LIBERAR-TRAVA-CICLO
               WHEN EM-SIMULACAO
                    DISPLAY PGMID '999I- SIMULACAO INTERROMPIDA NO'
                            ' PASSO ' WS-PASSO-CORRENTE
                            ' - NADA DE PRODUCAO FOI ALTERADO'
                    PERFORM RT-LIBERAR-TRAVA-CICLO
               WHEN INTEGRIDADE-BLOQUEADA
                    DISPLAY PGMID '999I- CICLO NAO ABERTO: ARQUIVOS DA'
                            ' FOLHA INCONSISTENTES - VEJA O INTEGREL'
                    DISPLAY PGMID '999I- CORRIJA OS CADASTROS E'
                            ' REEXECUTE'
                    PERFORM RT-LIBERAR-TRAVA-CICLO
               WHEN WS-RETURN-CODE EQUAL ZEROS
               AND  CREDITO-RETIDO
                    DISPLAY PGMID '999I- CICLO NAO FECHADO: CREDITO'
                            ' RETIDO ATE O VISTO NO VARREL DE '
                            WS-ANOMES
                    DISPLAY PGMID '999I- UM SUPERVISOR DIFERENTE DE '
                            WS-OPERADOR(1:15) ' RODA O VARAPPR;'
                            ' DEPOIS REEXECUTE'
                    MOVE 4 TO WS-RETURN-CODE
               WHEN WS-RETURN-CODE EQUAL ZEROS
               AND  PASSO-CONCLUIDO(8)
               AND  ESOCIAL-LIBERADO
                    DISPLAY PGMID '999I- CICLO COMPLETO - RESUMO EM'
                            ' CICLOREL'
                    PERFORM RT-LIBERAR-TRAVA-CICLO
               WHEN WS-RETURN-CODE EQUAL ZEROS
               AND  PASSO-CONCLUIDO(8)
                    MOVE WS-ESOC-NAO-CONFERIDAS TO WS-ESOC-EDITADO
                    DISPLAY PGMID '999I- CICLO NAO FECHADO: ESOCIAL'
                            ' DE ' WS-ANOMES ' COM' WS-ESOC-EDITADO
                            ' MATRICULA(S) NAO CONFERIDA(S)'
                    DISPLAY PGMID '999I- RODE O ESOCPER/ESOCTOT, VEJA'
                            ' O ESOCDIV E REEXECUTE'
                    MOVE 4 TO WS-RETURN-CODE
               WHEN OTHER
                    DISPLAY PGMID '999I- CICLO INTERROMPIDO NO PASSO '
                            WS-PASSO-CORRENTE
                            ' - REEXECUTE PARA RETOMAR'
           END-EVALUATE
           DISPLAY PGMID '999I' TRACOS
      *
      *    DESARMA A MARCA DE EXECUCAO SOB O CONTROLADOR: A SESSAO DO
      *    MENU E UM PROCESSO SO, E UM CARTA AVULSO LANCADO DEPOIS
      *    HERDARIA A LIBERACAO E PASSARIA POR CIMA DA TRAVA DE CICLO
           DISPLAY 'PAYROLL-UNDER-PAYCTL' UPON ENVIRONMENT-NAME
           DISPLAY ' '                    UPON ENVIRONMENT-VALUE
      *
      *    PELO MESMO MOTIVO OS ARQUIVOS VOLTAM AOS DE PRODUCAO
           IF  EM-SIMULACAO
               PERFORM RT-SIM-RESTAURAR
           END-IF.
      *
       RT-FINALIZARX.                              EXIT.
      *----------------------------------------------------------------*
      *  COM O ESOCIAL ATIVO, O MES SO FECHA COM TODAS AS MATRICULAS    *
      *  DO ESOCREM CONFERIDAS CONTRA OS TOTALIZADORES (ESOCTOT);       *
      *  SEM NENHUMA MATRICULA NO MES O ESOCPER AINDA NAO RODOU         *
      *----------------------------------------------------------------*
       RT-CONFERIR-ESOCIAL                         SECTION.
      *
           SET  ESOCIAL-LIBERADO TO TRUE
           DISPLAY 'ESOCIAL-CNPJ' UPON ENVIRONMENT-NAME
           ACCEPT   WS-CNPJ-ENV   FROM ENVIRONMENT-VALUE
           IF  WS-CNPJ-ENV IS NOT NUMERIC
               EXIT SECTION
           END-IF
      *
           SET  ESOCIAL-EXIGIDO TO TRUE
           PERFORM RT-OBTER-ANOMES
      *
           MOVE ZEROS TO WS-ESOC-MATRICULAS WS-ESOC-NAO-CONFERIDAS
           OPEN INPUT ESOCREM
           IF  FL-ESOCREM-OK
               MOVE WS-ANOMES TO ESOCREM-ANOMES
               MOVE ZEROS     TO ESOCREM-EMP-NO
               START ESOCREM KEY NOT LESS ESOCREM-CHAVE
                   INVALID KEY
                       SET FL-ESOCREM-EOF TO TRUE
               END-START
               PERFORM UNTIL FL-ESOCREM-EOF
                   READ ESOCREM NEXT RECORD
                     AT END
                        SET FL-ESOCREM-EOF TO TRUE
                     NOT AT END
                        IF  ESOCREM-ANOMES NOT EQUAL WS-ANOMES
                            SET FL-ESOCREM-EOF TO TRUE
                        ELSE
                            ADD 1 TO WS-ESOC-MATRICULAS
                            IF  NOT ESOCREM-CONFERIDO
                                ADD 1 TO WS-ESOC-NAO-CONFERIDAS
                            END-IF
                        END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ESOCREM
      *
           IF  WS-ESOC-MATRICULAS EQUAL ZEROS
               DISPLAY PGMID '060I- NENHUM S-1200/S-1210 GERADO PARA '
                       WS-ANOMES
           END-IF
           IF  WS-ESOC-MATRICULAS GREATER ZEROS
           AND WS-ESOC-NAO-CONFERIDAS EQUAL ZEROS
               DISPLAY PGMID '060I- ESOCIAL DE ' WS-ANOMES
                       ' CONFERIDO'
               SET ESOCIAL-LIBERADO TO TRUE
           END-IF.
      *
       RT-CONFERIR-ESOCIALX.                       EXIT.
      *----------------------------------------------------------------*
      *  ANOMES DE REFERENCIA DO CICLO (PAYROLL-ANOMES OU O CORRENTE)   *
      *----------------------------------------------------------------*
       RT-OBTER-ANOMES                             SECTION.
      *
           DISPLAY 'PAYROLL-ANOMES' UPON ENVIRONMENT-NAME
           ACCEPT   WS-ANOMES-ENV   FROM ENVIRONMENT-VALUE
           IF  WS-ANOMES-ENV IS NUMERIC
               MOVE WS-ANOMES-ENV TO WS-ANOMES
           ELSE
               COMPUTE WS-ANOMES = SYSDATE-LONG / 100
           END-IF.
      *
       RT-OBTER-ANOMESX.                           EXIT.
      *----------------------------------------------------------------*
      *  GRAVA A TRAVA DE CICLO COM QUEM ABRIU E QUANDO; SE JA EXISTE   *
      *  (CICLO RETOMADO), O REGISTRO ORIGINAL E PRESERVADO             *
      *----------------------------------------------------------------*
           MOVE ZEROS TO FL-STA-CICLOLCK.
      *
       RT-LIBERAR-TRAVA-CICLOX.                    EXIT.
      *----------------------------------------------------------------*
      *  SIMULACAO: COPIA AS ENTRADAS DO CICLO PARA O DIRETORIO DA      *
      *  SIMULACAO E DESVIA PARA LA (VARIAVEIS DD_) TODOS OS ARQUIVOS   *
      *  DOS PASSOS; AS SAIDAS DE UMA SIMULACAO ANTERIOR SAO APAGADAS,  *
      *  DE MODO QUE A SIMULACAO SEMPRE RECOMECA DO PASSO 1             *
      *----------------------------------------------------------------*
       RT-SIM-PREPARAR                             SECTION.
      *
           DISPLAY 'PAYROLL-SIMDIR' UPON ENVIRONMENT-NAME
           ACCEPT   WS-SIM-DIR      FROM ENVIRONMENT-VALUE
           IF  WS-SIM-DIR EQUAL SPACES
               MOVE 'simulacao' TO WS-SIM-DIR
           END-IF
           CALL 'CBL_CREATE_DIR' USING WS-SIM-DIR
           DISPLAY PGMID '004I- SIMULACAO DO CICLO EM '
                   WS-SIM-DIR(1:40)
      *
      *    O PAYRES DE PRODUCAO FICA ACESSIVEL COMO PAYREAL PARA A
      *    COMPARACAO FINAL
           MOVE 'PAYRES' TO WS-SIM-NOME
           PERFORM RT-SIM-ORIGEM
           DISPLAY 'DD_PAYREAL'  UPON ENVIRONMENT-NAME
           DISPLAY WS-SIM-ORIGEM UPON ENVIRONMENT-VALUE
      *
           PERFORM VARYING WS-SIM-IX FROM 1 BY 1
                     UNTIL WS-SIM-IX GREATER 63
               MOVE WS-SIM-ARQ(WS-SIM-IX) TO WS-SIM-NOME
               PERFORM RT-SIM-ORIGEM
               MOVE SPACES TO WS-SIM-DESTINO
               STRING WS-SIM-DIR  DELIMITED BY SPACE
                      '/'         DELIMITED BY SIZE
                      WS-SIM-NOME DELIMITED BY SPACE
                      INTO WS-SIM-DESTINO
               IF  SIM-COPIAR(WS-SIM-IX)
                   CALL 'CBL_COPY_FILE' USING WS-SIM-ORIGEM
                                              WS-SIM-DESTINO
                   IF  RETURN-CODE EQUAL ZEROS
                       ADD 1 TO WS-SIM-COPIADOS
                   END-IF
               ELSE
                   CALL 'CBL_DELETE_FILE' USING WS-SIM-DESTINO
               END-IF
               MOVE ZEROS TO RETURN-CODE
               DISPLAY WS-SIM-VARIAVEL UPON ENVIRONMENT-NAME
               DISPLAY WS-SIM-DESTINO  UPON ENVIRONMENT-VALUE
           END-PERFORM
      *
           MOVE WS-SIM-COPIADOS TO WS-SIM-ED-COPIADOS
           DISPLAY PGMID '004I- ARQUIVOS DE ENTRADA COPIADOS:'
                   WS-SIM-ED-COPIADOS.
      *
       RT-SIM-PREPARARX.                           EXIT.
      *----------------------------------------------------------------*
      *  CAMINHO DE PRODUCAO DO ARQUIVO WS-SIM-NOME: A VARIAVEL DD_,    *
      *  DD_ MINUSCULO OU O PROPRIO NOME; A DD_ DE ANTES FICA GUARDADA  *
      *----------------------------------------------------------------*
       RT-SIM-ORIGEM                               SECTION.
      *
           MOVE SPACES TO WS-SIM-ORIGEM WS-SIM-VARIAVEL
           STRING 'dd_' WS-SIM-NOME DELIMITED BY SPACE
                  INTO WS-SIM-VARIAVEL
           DISPLAY WS-SIM-VARIAVEL UPON ENVIRONMENT-NAME
           ACCEPT   WS-SIM-ORIGEM  FROM ENVIRONMENT-VALUE
      *
           MOVE SPACES TO WS-SIM-VARIAVEL
           STRING 'DD_' WS-SIM-NOME DELIMITED BY SPACE
                  INTO WS-SIM-VARIAVEL
           DISPLAY WS-SIM-VARIAVEL UPON ENVIRONMENT-NAME
           IF  WS-SIM-IX GREATER ZEROS
               ACCEPT WS-SIM-DD-ANTES(WS-SIM-IX)
                 FROM ENVIRONMENT-VALUE
               IF  WS-SIM-DD-ANTES(WS-SIM-IX) NOT EQUAL SPACES
                   MOVE WS-SIM-DD-ANTES(WS-SIM-IX) TO WS-SIM-ORIGEM
               END-IF
           ELSE
               IF  WS-SIM-ORIGEM EQUAL SPACES
                   ACCEPT WS-SIM-ORIGEM FROM ENVIRONMENT-VALUE
               END-IF
           END-IF
      *
           IF  WS-SIM-ORIGEM EQUAL SPACES
               DISPLAY WS-SIM-NOME   UPON ENVIRONMENT-NAME
               ACCEPT  WS-SIM-ORIGEM FROM ENVIRONMENT-VALUE
           END-IF
           IF  WS-SIM-ORIGEM EQUAL SPACES
               MOVE WS-SIM-NOME TO WS-SIM-ORIGEM
           END-IF.
      *
       RT-SIM-ORIGEMX.                             EXIT.
      *----------------------------------------------------------------*
      *  SIMULACAO: TOTAIS DO PAYRES M DA SIMULACAO CONTRA OS DO        *
      *  ULTIMO CICLO REAL (MAIOR ANOMES CALCULADO ATE O DA SIMULACAO)  *
      *----------------------------------------------------------------*
       RT-SIM-COMPARAR                             SECTION.
      *
           PERFORM RT-OBTER-ANOMES
           INITIALIZE WS-SIM-COMPARACAO
           MOVE WS-ANOMES TO WS-SIM-ANOMES(2)
      *
           OPEN INPUT PAYRES
           IF  FL-PAYRES-OK
               MOVE WS-ANOMES TO PAYRES-ANOMES
               MOVE 'M'       TO PAYRES-TIPO
               MOVE ZEROS     TO PAYRES-EMP-NO
               START PAYRES KEY NOT LESS PAYRES-CHAVE
                   INVALID KEY
                       SET FL-PAYRES-EOF TO TRUE
               END-START
               PERFORM UNTIL FL-PAYRES-EOF
                   READ PAYRES NEXT RECORD
                     AT END
                        SET FL-PAYRES-EOF TO TRUE
                     NOT AT END
                        IF  PAYRES-ANOMES NOT EQUAL WS-ANOMES
                        OR  PAYRES-TIPO   NOT EQUAL 'M'
                            SET FL-PAYRES-EOF TO TRUE
                        ELSE
                            ADD 1              TO WS-SIM-QTDE(2)
                            ADD PAYRES-BRUTO   TO WS-SIM-BRUTO(2)
                            ADD PAYRES-LIQUIDO TO WS-SIM-LIQUIDO(2)
                            COMPUTE WS-SIM-DESCONTOS(2) =
                                    WS-SIM-DESCONTOS(2) + PAYRES-INSS
                                  + PAYRES-IRRF + PAYRES-OUTROS
                        END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PAYRES
      *
      *    O ULTIMO CICLO REAL E O MAIOR ANOMES COM PAYRES M NAO
      *    POSTERIOR AO DA SIMULACAO
           OPEN INPUT PAYREAL
           IF  FL-PAYREAL-OK
               PERFORM UNTIL FL-PAYREAL-EOF
                   READ PAYREAL NEXT RECORD
                     AT END
                        SET FL-PAYREAL-EOF TO TRUE
                     NOT AT END
                        IF  PAYREAL-ANOMES GREATER WS-ANOMES
                            SET FL-PAYREAL-EOF TO TRUE
                        ELSE
                            IF  PAYREAL-TIPO EQUAL 'M'
                                MOVE PAYREAL-ANOMES
                                  TO WS-SIM-ANOMES(1)
                            END-IF
                        END-IF
                   END-READ
               END-PERFORM
               IF  WS-SIM-ANOMES(1) GREATER ZEROS
                   MOVE WS-SIM-ANOMES(1) TO PAYREAL-ANOMES
                   MOVE 'M'              TO PAYREAL-TIPO
                   MOVE ZEROS            TO PAYREAL-EMP-NO
                   MOVE ZEROS            TO FL-STA-PAYREAL
                   START PAYREAL KEY NOT LESS PAYREAL-CHAVE
                       INVALID KEY
                           SET FL-PAYREAL-EOF TO TRUE
                   END-START
               END-IF
               PERFORM UNTIL FL-PAYREAL-EOF
                   READ PAYREAL NEXT RECORD
                     AT END
                        SET FL-PAYREAL-EOF TO TRUE
                     NOT AT END
                        IF  PAYREAL-ANOMES NOT EQUAL WS-SIM-ANOMES(1)
                        OR  PAYREAL-TIPO   NOT EQUAL 'M'
                            SET FL-PAYREAL-EOF TO TRUE
                        ELSE
                            ADD 1               TO WS-SIM-QTDE(1)
                            ADD PAYREAL-BRUTO   TO WS-SIM-BRUTO(1)
                            ADD PAYREAL-LIQUIDO TO WS-SIM-LIQUIDO(1)
                            COMPUTE WS-SIM-DESCONTOS(1) =
                                    WS-SIM-DESCONTOS(1) + PAYREAL-INSS
                                  + PAYREAL-IRRF + PAYREAL-OUTROS
                        END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PAYREAL
      *
           MOVE SPACES TO REG-RESUMO
           WRITE REG-RESUMO
           MOVE SPACES TO REG-RESUMO
           STRING 'COMPARACAO COM O ULTIMO CICLO REAL ('
                  WS-SIM-ANOMES(1) ') - SIMULACAO DE ' WS-SIM-ANOMES(2)
                  DELIMITED BY SIZE INTO REG-RESUMO
           WRITE REG-RESUMO
           DISPLAY PGMID '090I- ' REG-RESUMO(1:64)
           IF  WS-SIM-ANOMES(1) EQUAL ZEROS
               MOVE '  SEM CICLO REAL ANTERIOR NO PAYRES DE PRODUCAO'
                 TO REG-RESUMO
               WRITE REG-RESUMO
               DISPLAY PGMID '090I- ' REG-RESUMO(1:64)
           END-IF
      *
           MOVE SPACES TO REG-RESUMO
           MOVE 'REAL'      TO REG-RESUMO(27:4)
           MOVE 'SIMULADO'  TO REG-RESUMO(43:8)
           MOVE 'DIFERENCA' TO REG-RESUMO(62:9)
           WRITE REG-RESUMO
      *
           MOVE 'MATRICULAS'      TO WS-SIM-ROTULO
           MOVE WS-SIM-QTDE(1)    TO WS-SIM-ED-REAL
           MOVE WS-SIM-QTDE(2)    TO WS-SIM-ED-SIMULADO
           COMPUTE WS-SIM-DIF = WS-SIM-QTDE(2) - WS-SIM-QTDE(1)
           PERFORM RT-SIM-LINHA
           MOVE 'BRUTO'           TO WS-SIM-ROTULO
           MOVE WS-SIM-BRUTO(1)   TO WS-SIM-ED-REAL
           MOVE WS-SIM-BRUTO(2)   TO WS-SIM-ED-SIMULADO
           COMPUTE WS-SIM-DIF = WS-SIM-BRUTO(2) - WS-SIM-BRUTO(1)
           PERFORM RT-SIM-LINHA
           MOVE 'DESCONTOS'       TO WS-SIM-ROTULO
           MOVE WS-SIM-DESCONTOS(1) TO WS-SIM-ED-REAL
           MOVE WS-SIM-DESCONTOS(2) TO WS-SIM-ED-SIMULADO
           COMPUTE WS-SIM-DIF = WS-SIM-DESCONTOS(2)
                              - WS-SIM-DESCONTOS(1)
           PERFORM RT-SIM-LINHA
           MOVE 'LIQUIDO'         TO WS-SIM-ROTULO
           MOVE WS-SIM-LIQUIDO(1) TO WS-SIM-ED-REAL
           MOVE WS-SIM-LIQUIDO(2) TO WS-SIM-ED-SIMULADO
           COMPUTE WS-SIM-DIF = WS-SIM-LIQUIDO(2) - WS-SIM-LIQUIDO(1)
           PERFORM RT-SIM-LINHA.
      *
       RT-SIM-COMPARARX.                           EXIT.
      *----------------------------------------------------------------*
      *  LINHA DA COMPARACAO: REAL, SIMULADO E DIFERENCA                *
      *----------------------------------------------------------------*
       RT-SIM-LINHA                                SECTION.
      *
           MOVE WS-SIM-DIF TO WS-SIM-ED-DIF
           MOVE SPACES TO REG-RESUMO
           STRING WS-SIM-ROTULO ' ' WS-SIM-ED-REAL ' '
                  WS-SIM-ED-SIMULADO ' ' WS-SIM-ED-DIF
                  DELIMITED BY SIZE INTO REG-RESUMO
           WRITE REG-RESUMO
           DISPLAY PGMID '090I- ' REG-RESUMO(1:70).
      *
       RT-SIM-LINHAX.                              EXIT.
      *----------------------------------------------------------------*
      *  FIM DA SIMULACAO: CADA ARQUIVO VOLTA A DD_ QUE TINHA ANTES     *
      *----------------------------------------------------------------*
       RT-SIM-RESTAURAR                            SECTION.
      *
           PERFORM VARYING WS-SIM-IX FROM 1 BY 1
                     UNTIL WS-SIM-IX GREATER 63
               MOVE SPACES TO WS-SIM-VARIAVEL
               STRING 'DD_' WS-SIM-ARQ(WS-SIM-IX) DELIMITED BY SPACE
                      INTO WS-SIM-VARIAVEL
               DISPLAY WS-SIM-VARIAVEL UPON ENVIRONMENT-NAME
               DISPLAY WS-SIM-DD-ANTES(WS-SIM-IX)
                       UPON ENVIRONMENT-VALUE
           END-PERFORM
           DISPLAY 'DD_PAYREAL' UPON ENVIRONMENT-NAME
           DISPLAY ' '          UPON ENVIRONMENT-VALUE.
      *
       RT-SIM-RESTAURARX.                          EXIT.
      ******************************************************************
      *                      FIM  DO  PROGRAMA                         *
      ******************************************************************
