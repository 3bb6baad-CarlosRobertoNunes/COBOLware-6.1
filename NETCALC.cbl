                      * da geracao BONUSTRN quando presente):         *
                      *                                               *
                      *  - CONTRIBUICAO PROGRESSIVA POR FAIXAS        *
                      *    (TAXTAB TIPO I: LIMITE + ALIQUOTA);        *
                      *  - IMPOSTO POR FAIXAS COM PARCELA A DEDUZIR   *
                      *    (TAXTAB TIPO R: LIMITE + ALIQUOTA +        *
                      *    DEDUZIR) E DEDUCAO POR DEPENDENTE          *
                      *    ELEGIVEL NO MES (CADASTRO DEPEND, MANTIDO  *
                      *    PELO DEPMNT; SEM ELE, CARTOES DEPNTS:      *
                      *    MATRICULA + QTDE);                         *
                      *  - DESCONTOS FIXOS POR MATRICULA (CARTOES     *
                      *    FIXDED: MATRICULA + DESCRICAO + VALOR).    *
                      *                                               *
                      * Sai o registro de liquidos por departamento   *
                      * (NETREG) com totais por DEPT e geral.         *
                      *                                               *
                      * As faixas valem pela vigencia: de cada tipo   *
                      * usa-se a maior vigencia do TAXTAB (mantido    *
                      * pelo TAXMNT) nao posterior ao PAYROLL-ANOMES; *
                      * sem faixas no TAXTAB valem os antigos         *
                      * cartoes INSSTAB e IRRFTAB.                    *
                      *                                               *
                      * Ferias ja pagas no mes (PAYRES tipo F,        *
                      * gravado pelo VACMNT) tem o salario dos dias   *
                      * de gozo abatido do bruto mensal, para que a   *
                      * matricula nao receba duas vezes; o            *
                      * adiantamento quinzenal do mes (PAYRES tipo A, *
                      * gravado pelo ADIANT) sai do liquido.          *
                      *                                               *
                      * Emprestimos consignados (CONSIG, mantido pelo *
                      * CONSMNT): a parcela corrente de cada contrato *
                      * ativo sai do liquido e conta como paga; o     *
                      * contrato novo cuja primeira parcela passe de  *
                      * 35% do liquido (bruto menos contribuicao e    *
                      * imposto), somada as dos demais, e recusado    *
                      * (situacao R) e sai no NETREG. Recalculo do    *
                      * mesmo mes desconta de novo sem contar outra   *
                      * parcela.                                      *
                      *                                               *
                      * Pensao alimenticia (PENSAO, mantido pelo      *
                      * PENSMNT): cada ordem vigente desconta um      *
                      * percentual do bruto, um percentual do liquido *
                      * (bruto menos contribuicao e imposto) ou um    *
                      * valor fixo; o total deduz da base do imposto  *
                      * e sai do liquido, e o credito de cada         *
                      * beneficiario vai ao PENPAG. A entrada         *
                      * NETCALC-PENSAO faz o mesmo calculo para o 13o *
                      * (DECTERC) e as ferias (VACMNT) quando a ordem *
                      * alcanca essas verbas.                         *
                      *                                               *
                      * Horas extras 50% e 100% e adicional noturno   *
                      * apurados do relogio de ponto (PONTOVAR,       *
                      * gravado pelo PONTOAFD) entram no bruto como   *
                      * verbas variaveis do mes.                      *
                      *                                               *
                      * Afastamento no mes (AFAST, mantido pelo       *
                      * AFASTMNT; regra do tipo no AFASTFX): os dias  *
                      * nao pagos pela folha (doenca e acidente a     *
                      * partir do 16o dia, servico militar e licenca  *
                      * nao remunerada) saem do salario mensal na     *
                      * proporcao de 1/30 por dia.                    *
                      *                                               *
                      * O resultado de cada matricula fica no PAYRES  *
                      * (tipo M, anomes de competencia) com o bonus   *
                      * e as bases de INSS e IRRF do calculo, fonte   *
                      * dos eventos periodicos do eSocial (ESOCPER)   *
                      * e da conferencia dos totalizadores (ESOCTOT). *
                      *                                               *
                      * O calculo unitario tambem e oferecido pela    *
                      * entrada NETCALC-CALL (bruto mensal e qtde     *
                      * de dependentes entram; contribuicao,          *
                      * imposto e liquido parcial saem), usada pelo   *
                      * gerador de holerites.                         *
                      *                                               *
                      * A entrada NETCALC-DEPEND devolve, para uma    *
                      * matricula e um mes, a quantidade de           *
                      * dependentes que deduzem no imposto, com a     *
                      * mesma regra de idade limite (filho 21 anos,   *
                      * universitario 24, invalido sem limite).       *
                      *                                               *
                      * Vale-transporte e vale-refeicao apurados no   *
                      * mes pelo BENCALC (BENPAG, anomes + matricula) *
                      * entram nos descontos fixos; a parte do vale-  *
                      * transporte fica limitada a 6% do salario      *
                      * base vigente no calculo.                      *
                      *                                               *
                      * Contribuicao sindical do mes pela convencao   *
                      * do sindicato do empregado (SINDFX) entra nos  *
                      * descontos fixos, salvo carta de oposicao no   *
                      * ano; desconto e oposicao vao ao SINDPAG       *
                      * (anomes + matricula) para o repasse listado   *
                      * pelo SINDREL.                                 *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD KEY    IS PERSNL-EMP-NO
                  FILE STATUS   IS FL-STA-PERSNL.
      *
           SELECT OPTIONAL TAXTAB ASSIGN TO TAXTAB
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS TAXTAB-CHAVE
                  FILE STATUS   IS FL-STA-TAXTAB.
      *
           SELECT OPTIONAL INSSTAB ASSIGN TO INSSTAB
                  ORGANIZATION  IS SEQUENTIAL
           SELECT OPTIONAL DEPNTS ASSIGN TO DEPNTS
                  ORGANIZATION  IS SEQUENTIAL
                  FILE STATUS   IS FL-STA-DEPNTS.
      *
           SELECT OPTIONAL DEPEND ASSIGN TO DEPEND
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS DEPEND-CHAVE
                  FILE STATUS   IS FL-STA-DEPEND.
      *
           SELECT OPTIONAL BONUSTRN ASSIGN TO BONUSTRN
                  ORGANIZATION  IS SEQUENTIAL
                  FILE STATUS   IS FL-STA-BONUSTRN.
      *
           SELECT OPTIONAL PAYRES ASSIGN TO PAYRES
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS PAYRES-CHAVE
                  FILE STATUS   IS FL-STA-PAYRES.
      *
           SELECT OPTIONAL CONSIG ASSIGN TO CONSIG
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS CONSIG-CHAVE
                  FILE STATUS   IS FL-STA-CONSIG.
      *
           SELECT OPTIONAL PENSAO ASSIGN TO PENSAO
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS PENSAO-CHAVE
                  FILE STATUS   IS FL-STA-PENSAO.
      *
           SELECT OPTIONAL PENPAG ASSIGN TO PENPAG
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS PENPAG-CHAVE
                  FILE STATUS   IS FL-STA-PENPAG.
      *
           SELECT OPTIONAL PONTOVAR ASSIGN TO PONTOVAR
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS PONTOVAR-CHAVE
                  FILE STATUS   IS FL-STA-PONTOVAR.
      *
           SELECT OPTIONAL BENPAG ASSIGN TO BENPAG
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS BENPAG-CHAVE
                  FILE STATUS   IS FL-STA-BENPAG.
      *
           SELECT OPTIONAL SINDPAG ASSIGN TO SINDPAG
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS SINDPAG-CHAVE
                  FILE STATUS   IS FL-STA-SINDPAG.
      *
           SELECT NETREG ASSIGN TO NETREG.
      *
           03 DATE-OF-HIRE                   PIC  9(006).
           03 DATE-OF-HIRE-CC                PIC  9(008).
           03 FILLER                         PIC  X(001).
      *
       FD  TAXTAB
           RECORD CONTAINS 080 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-TAXTAB.
           03 TAXTAB-CHAVE.
              05 TAXTAB-TIPO                 PIC  X(001).
              05 TAXTAB-VIGENCIA             PIC  9(006).
              05 TAXTAB-FAIXA                PIC  9(002).
           03 TAXTAB-LIMITE                  PIC  9(006)V99.
           03 TAXTAB-ALIQUOTA                PIC  9(002)V99.
           03 TAXTAB-DEDUZIR                 PIC  9(006)V99.
           03 TAXTAB-DATA-ALT                PIC  9(008).
           03 FILLER                         PIC  X(043).
      *
       FD  INSSTAB
           RECORDING MODE IS FIXED
           03 FIX-DESCR                      PIC  X(020).
           03 FIX-VALOR                      PIC  9(006)V99.
           03 FILLER                         PIC  X(047).
      *
      *----------------------------------------------------------------*
      *  CADASTRO DE DEPENDENTES (MANTIDO PELO DEPMNT)                  *
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
           03 FILLER REDEFINES DEPEND-NASCIMENTO.
              05 DEPEND-NASC-ANOMES          PIC  9(006).
              05 FILLER                      PIC  9(002).
           03 FILLER REDEFINES DEPEND-NASCIMENTO.
              05 DEPEND-NASC-ANO             PIC  9(004).
              05 DEPEND-NASC-MES             PIC  9(002).
              05 FILLER                      PIC  9(002).
           03 DEPEND-PARENTESCO              PIC  X(001).
              88 DEPEND-FILHO                           VALUE 'F' 'U'.
              88 DEPEND-UNIVERSITARIO                   VALUE 'U'.
           03 DEPEND-INVALIDO                PIC  X(001).
              88 DEPEND-INCAPAZ                         VALUE 'S'.
           03 DEPEND-IRRF                    PIC  X(001).
              88 DEPEND-DEDUZ-IRRF                      VALUE 'S'.
           03 DEPEND-SALFAM                  PIC  X(001).
           03 DEPEND-DATA-FIM                PIC  9(008).
           03 FILLER REDEFINES DEPEND-DATA-FIM.
              05 DEPEND-FIM-ANOMES           PIC  9(006).
              05 FILLER                      PIC  9(002).
           03 DEPEND-DATA-ALT                PIC  9(008).
           03 DEPEND-OPERADOR                PIC  X(030).
           03 FILLER                         PIC  X(034).
      *
       FD  DEPNTS
           RECORDING MODE IS FIXED
           03 TRN-BONUS                      PIC  9(004)V99.
           03 TRN-DATA-EFETIVA               PIC  9(008).
           03 FILLER                         PIC  X(015).
      *
      *----------------------------------------------------------------*
      *  RESULTADOS DA FOLHA POR ANOMES + TIPO DE FOLHA + MATRICULA     *
      *  (NAS FERIAS, ADIANTADO = SALARIO DOS DIAS DE GOZO; NO MES,     *
      *  QUINZENA = ADIANTAMENTO QUINZENAL DESCONTADO DO LIQUIDO E      *
      *  CONSIGNADO = PARCELAS DE EMPRESTIMO, JA INCLUIDAS EM OUTROS;   *
      *  PENSAO = PENSAO ALIMENTICIA DESCONTADA)                        *
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
           03 PAYRES-DATA-CALC               PIC  9(008).
           03 PAYRES-BONUS                   PIC  9(007)V99.
           03 PAYRES-BASE-INSS               PIC  9(009)V99.
           03 PAYRES-BASE-IRRF               PIC  9(009)V99.
           03 PAYRES-QUINZENA                PIC  9(009)V99.
           03 PAYRES-CONSIGNADO              PIC  9(007)V99.
           03 PAYRES-PENSAO                  PIC  9(007)V99.
           03 FILLER                         PIC  X(001).
      *
      *----------------------------------------------------------------*
      *  CONTRATOS DE CONSIGNADO: MATRICULA + SEQUENCIA; SITUACAO       *
      *  A(TIVO), Q(UITADO), R(ECUSADO PELA MARGEM), C(ANCELADO)        *
      *----------------------------------------------------------------*
       FD  CONSIG
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-CONSIG.
           03 CONSIG-CHAVE.
              05 CONSIG-EMP-NO               PIC  9(005).
              05 CONSIG-SEQ                  PIC  9(002).
           03 CONSIG-BANCO                   PIC  9(003).
           03 CONSIG-CONTRATO                PIC  X(020).
           03 CONSIG-DATA-CONTRATO           PIC  9(008).
           03 CONSIG-ANOMES-INICIO           PIC  9(006).
           03 CONSIG-PARCELAS                PIC  9(003).
           03 CONSIG-VALOR-PARCELA           PIC  9(007)V99.
           03 CONSIG-PAGAS                   PIC  9(003).
           03 CONSIG-ULT-ANOMES              PIC  9(006).
           03 CONSIG-SITUACAO                PIC  X(001).
              88 CONSIG-ATIVO                           VALUE 'A'.
              88 CONSIG-QUITADO                         VALUE 'Q'.
              88 CONSIG-RECUSADO                        VALUE 'R'.
              88 CONSIG-CANCELADO                       VALUE 'C'.
           03 CONSIG-DATA-ALT                PIC  9(008).
           03 CONSIG-OPERADOR                PIC  X(030).
           03 FILLER                         PIC  X(046).
      *
      *----------------------------------------------------------------*
      *  ORDENS DE PENSAO ALIMENTICIA: MATRICULA + SEQUENCIA; BASE      *
      *  B(RUTO) OU L(IQUIDO) COM PERCENTUAL, OU F(IXA) COM VALOR       *
      *----------------------------------------------------------------*
       FD  PENSAO
           RECORD CONTAINS 200 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-PENSAO.
           03 PENSAO-CHAVE.
              05 PENSAO-EMP-NO               PIC  9(005).
              05 PENSAO-SEQ                  PIC  9(002).
           03 PENSAO-PROCESSO                PIC  X(025).
           03 PENSAO-NOME                    PIC  X(040).
           03 PENSAO-CPF                     PIC  9(011).
           03 PENSAO-BANCO                   PIC  9(003).
           03 PENSAO-AGENCIA                 PIC  9(005).
           03 PENSAO-AGENCIA-DV              PIC  X(001).
           03 PENSAO-CONTA                   PIC  9(012).
           03 PENSAO-CONTA-DV                PIC  X(001).
           03 PENSAO-TIPO-CONTA              PIC  X(001).
           03 PENSAO-BASE                    PIC  X(001).
              88 PENSAO-SOBRE-BRUTO                     VALUE 'B'.
              88 PENSAO-SOBRE-LIQUIDO                   VALUE 'L'.
              88 PENSAO-VALOR-FIXO                      VALUE 'F'.
           03 PENSAO-PERCENTUAL              PIC  9(003)V99.
           03 PENSAO-VALOR                   PIC  9(007)V99.
           03 PENSAO-INCIDE-13               PIC  X(001).
              88 PENSAO-NO-13                           VALUE 'S'.
           03 PENSAO-INCIDE-FERIAS           PIC  X(001).
              88 PENSAO-NAS-FERIAS                      VALUE 'S'.
           03 PENSAO-DATA-INICIO             PIC  9(008).
           03 PENSAO-DATA-FIM                PIC  9(008).
           03 PENSAO-SITUACAO                PIC  X(001).
              88 PENSAO-ATIVA                           VALUE 'A'.
           03 PENSAO-DATA-ALT                PIC  9(008).
           03 PENSAO-OPERADOR                PIC  X(030).
           03 FILLER                         PIC  X(022).
      *
      *----------------------------------------------------------------*
      *  CREDITOS DOS BENEFICIARIOS POR ANOMES + TIPO DE FOLHA (M, 2    *
      *  OU F) + MATRICULA + SEQUENCIA DA ORDEM                         *
      *----------------------------------------------------------------*
       FD  PENPAG
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-PENPAG.
           03 PENPAG-CHAVE.
              05 PENPAG-ANOMES               PIC  9(006).
              05 PENPAG-TIPO                 PIC  X(001).
              05 PENPAG-EMP-NO               PIC  9(005).
              05 PENPAG-SEQ                  PIC  9(002).
           03 PENPAG-PROCESSO                PIC  X(025).
           03 PENPAG-NOME                    PIC  X(040).
           03 PENPAG-CPF                     PIC  9(011).
           03 PENPAG-BANCO                   PIC  9(003).
           03 PENPAG-AGENCIA                 PIC  9(005).
           03 PENPAG-AGENCIA-DV              PIC  X(001).
           03 PENPAG-CONTA                   PIC  9(012).
           03 PENPAG-CONTA-DV                PIC  X(001).
           03 PENPAG-TIPO-CONTA              PIC  X(001).
           03 PENPAG-BASE                    PIC  X(001).
           03 PENPAG-VALOR                   PIC  9(007)V99.
           03 PENPAG-DATA-CALC               PIC  9(008).
           03 FILLER                         PIC  X(019).
      *
      *----------------------------------------------------------------*
      *  VERBAS VARIAVEIS DO PONTO POR ANOMES + MATRICULA (PONTOAFD)    *
      *----------------------------------------------------------------*
       FD  PONTOVAR
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-PONTOVAR.
           03 PONTOVAR-CHAVE.
              05 PONTOVAR-ANOMES             PIC  9(006).
              05 PONTOVAR-EMP-NO             PIC  9(005).
           03 PONTOVAR-DIAS                  PIC  9(002).
           03 PONTOVAR-MIN-NORMAIS           PIC  9(005).
           03 PONTOVAR-MIN-HE50              PIC  9(005).
           03 PONTOVAR-MIN-HE100             PIC  9(005).
           03 PONTOVAR-MIN-NOTURNO           PIC  9(005).
           03 PONTOVAR-SALARIO-HORA          PIC  9(005)V99.
           03 PONTOVAR-VALOR-HE50            PIC  9(007)V99.
           03 PONTOVAR-VALOR-HE100           PIC  9(007)V99.
           03 PONTOVAR-VALOR-NOTURNO         PIC  9(007)V99.
           03 PONTOVAR-TOTAL                 PIC  9(007)V99.
           03 PONTOVAR-OCORRENCIAS           PIC  9(003).
           03 PONTOVAR-DATA-CALC             PIC  9(008).
           03 FILLER                         PIC  X(013).
      *
      *----------------------------------------------------------------*
      *  VALES DO MES POR ANOMES + MATRICULA (BENCALC)                  *
      *----------------------------------------------------------------*
       FD  BENPAG
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-BENPAG.
           03 BENPAG-CHAVE.
              05 BENPAG-ANOMES               PIC  9(006).
              05 BENPAG-EMP-NO               PIC  9(005).
           03 BENPAG-DEPT                    PIC  9(003).
           03 BENPAG-DIAS-UTEIS              PIC  9(002).
           03 BENPAG-DIAS-AUSENTE            PIC  9(002).
           03 BENPAG-DIAS                    PIC  9(002).
           03 BENPAG-VT-VIAGENS              PIC  9(004).
           03 BENPAG-VT-VALOR                PIC  9(007)V99.
           03 BENPAG-VT-DESCONTO             PIC  9(007)V99.
           03 BENPAG-VR-PLANO                PIC  X(001).
           03 BENPAG-VR-VALOR                PIC  9(007)V99.
           03 BENPAG-VR-DESCONTO             PIC  9(007)V99.
           03 BENPAG-SALARIO-BASE            PIC  9(009)V99.
           03 BENPAG-DATA-CALC               PIC  9(008).
           03 FILLER                         PIC  X(070).
      *
      *----------------------------------------------------------------*
      *  CONTRIBUICAO SINDICAL DO MES POR ANOMES + MATRICULA (SITUACAO  *
      *  D = DESCONTADA, O = CARTA DE OPOSICAO, SEM VALOR)              *
      *----------------------------------------------------------------*
       FD  SINDPAG
           RECORD CONTAINS 080 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-SINDPAG.
           03 SINDPAG-CHAVE.
              05 SINDPAG-ANOMES              PIC  9(006).
              05 SINDPAG-EMP-NO              PIC  9(005).
           03 SINDPAG-SINDICATO              PIC  X(004).
           03 SINDPAG-DEPT                   PIC  9(003).
           03 SINDPAG-BASE                   PIC  9(007)V99.
           03 SINDPAG-VALOR                  PIC  9(007)V99.
           03 SINDPAG-SITUACAO               PIC  X(001).
           03 SINDPAG-DATA-CALC              PIC  9(008).
           03 FILLER                         PIC  X(035).
      *
       FD  NETREG
           LABEL RECORD IS OMITTED.
       77  FILLER                     PIC  X(31)  VALUE
                                     'III WORKING-STORAGE SECTION III'.
      *================================================================*
       77  SB-AFASTFX                    PIC  X(08)  VALUE 'AFASTFX'.
       77  SB-SINDFX                     PIC  X(08)  VALUE 'SINDFX'.
      *----------------------------------------------------------------*
      *        AREA DE VARIAVEIS AUXILIARES                            *
      *----------------------------------------------------------------*
              ZEROS.
              88 FL-IRRFTAB-EOF                             VALUE '10'.
              88 FL-IRRFTAB-OK                              VALUE '00'.
           03 FL-STA-TAXTAB                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-TAXTAB-EOF                              VALUE '10'.
              88 FL-TAXTAB-OK                               VALUE '00'.
           03 FL-STA-DEPEND                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-DEPEND-EOF                              VALUE '10'.
              88 FL-DEPEND-OK                               VALUE '00'.
           03 WS-TEM-DEPEND                  PIC  X(001)    VALUE 'N'.
              88 TEM-DEPEND                                 VALUE 'S'.
           03 WS-EMP-DEP                     PIC  9(005)    VALUE
              ZEROS.
           03 WS-ANOMES-DEP                  PIC  9(006)    VALUE
              ZEROS.
           03 WS-DEP-CONTADOS                PIC  9(002)    VALUE
              ZEROS.
           03 WS-MES-LIMITE                  PIC  9(006)    VALUE
              ZEROS.
           03 WS-IDADE-LIMITE                PIC  9(002)    VALUE
              ZEROS.
           03 WS-VIGENCIA-INSS               PIC  9(006)    VALUE
              ZEROS.
           03 WS-VIGENCIA-IRRF               PIC  9(006)    VALUE
              ZEROS.
           03 FL-STA-FIXDED                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-FIXDED-EOF                              VALUE '10'.
              88 FL-BONUSTRN-OK                             VALUE '00'.
           03 WS-RETURN-CODE                 PIC  9(003)    VALUE
              ZEROS.
           03 WS-SIMULACAO                   PIC  X(001)    VALUE
              SPACE.
              88 EM-SIMULACAO                               VALUE 'S'.
           03 WS-DISPLAY                     PIC  -ZZZ.ZZZ.ZZ9.
           03 WS-LIDOS                COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-CALCULADOS           COMP-3 PIC S9(009)    VALUE ZEROS.
              189,59.
           03 WS-DEDUCAO-ENV                 PIC  X(008)    VALUE
              SPACES.
           03 FL-STA-PAYRES                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-PAYRES-OK                               VALUE '00'.
              88 FL-PAYRES-AUSENTE                          VALUE '35'.
           03 WS-TEM-PAYRES                  PIC  X(001)    VALUE 'N'.
              88 TEM-PAYRES                                 VALUE 'S'.
           03 FL-STA-CONSIG                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-CONSIG-OK                               VALUE '00'.
              88 FL-CONSIG-EOF                              VALUE '10'.
              88 FL-CONSIG-AUSENTE                          VALUE '35'.
           03 WS-TEM-CONSIG                  PIC  X(001)    VALUE 'N'.
              88 TEM-CONSIG                                 VALUE 'S'.
           03 FL-STA-PENSAO                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-PENSAO-OK                               VALUE '00'.
              88 FL-PENSAO-EOF                              VALUE '10'.
              88 FL-PENSAO-AUSENTE                          VALUE '35'.
           03 FL-STA-PENPAG                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-PENPAG-OK                               VALUE '00'.
              88 FL-PENPAG-NOVO                             VALUE '35'.
           03 WS-PENSAO-ABERTO               PIC  X(001)    VALUE 'N'.
              88 PENSAO-ABERTO                              VALUE 'S'.
           03 WS-TEM-PENSAO                  PIC  X(001)    VALUE 'N'.
              88 TEM-PENSAO                                 VALUE 'S'.
           03 WS-TEM-PENPAG                  PIC  X(001)    VALUE 'N'.
              88 TEM-PENPAG                                 VALUE 'S'.
           03 FL-STA-PONTOVAR                PIC  X(002)    VALUE
              ZEROS.
              88 FL-PONTOVAR-OK                             VALUE '00'.
              88 FL-PONTOVAR-AUSENTE                        VALUE '35'.
           03 WS-TEM-PONTOVAR                PIC  X(001)    VALUE 'N'.
              88 TEM-PONTOVAR                               VALUE 'S'.
           03 FL-STA-BENPAG                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-BENPAG-OK                               VALUE '00'.
              88 FL-BENPAG-AUSENTE                          VALUE '35'.
           03 WS-TEM-BENPAG                  PIC  X(001)    VALUE 'N'.
              88 TEM-BENPAG                                 VALUE 'S'.
           03 FL-STA-SINDPAG                 PIC  X(002)    VALUE
              ZEROS.
              88 FL-SINDPAG-OK                              VALUE '00'.
              88 FL-SINDPAG-NOVO                            VALUE '35'.
           03 WS-TEM-SINDPAG                 PIC  X(001)    VALUE 'N'.
              88 TEM-SINDPAG                                VALUE 'S'.
           03 WS-ANOMES                      PIC  9(006)    VALUE
              ZEROS.
           03 WS-ANOMES-ENV                  PIC  X(006)    VALUE
              SPACES.
           03 WS-DATA-HOJE                   PIC  9(008)    VALUE
              ZEROS.
           03 WS-COM-FERIAS           COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-COM-QUINZENA         COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-PARCELAS-CONSIG      COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-RECUSADOS-CONSIG     COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-COM-PENSAO           COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-COM-PONTO            COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-COM-AFAST            COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-COM-VALES            COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-COM-SINDICAL         COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-GRAVADOS             COMP-3 PIC S9(009)    VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *  CAMPOS DO CALCULO UNITARIO                                     *
              ZEROS.
           03 WS-BONUS-MES            COMP-3 PIC S9(007)V99 VALUE
              ZEROS.
           03 WS-VALES-MES            COMP-3 PIC S9(007)V99 VALUE
              ZEROS.
           03 WS-LIMITE-VT            COMP-3 PIC S9(007)V99 VALUE
              ZEROS.
           03 WS-SINDICAL-MES         COMP-3 PIC S9(007)V99 VALUE
              ZEROS.
           03 WS-PONTO-MES            COMP-3 PIC S9(007)V99 VALUE
              ZEROS.
           03 WS-AFAST-MES            COMP-3 PIC S9(009)V99 VALUE
              ZEROS.
           03 WS-FERIAS-MES           COMP-3 PIC S9(009)V99 VALUE
              ZEROS.
           03 WS-DIAS-FERIAS                 PIC  9(002)    VALUE
              ZEROS.
           03 WS-QUINZENA-MES         COMP-3 PIC S9(009)V99 VALUE
              ZEROS.
           03 WS-CONSIG-MES           COMP-3 PIC S9(007)V99 VALUE
              ZEROS.
           03 WS-MARGEM-CONSIG        COMP-3 PIC S9(009)V99 VALUE
              ZEROS.
           03 WS-MARGEM-PCT                  PIC  9(002)    VALUE 35.
           03 WS-CONSIG-MOTIVO               PIC  X(030)    VALUE
              SPACES.
           03 WS-PENSAO-MES           COMP-3 PIC S9(007)V99 VALUE
              ZEROS.
           03 WS-LIQUIDO-PENSAO       COMP-3 PIC S9(009)V99 VALUE
              ZEROS.
           03 WS-EMP-PENSAO                  PIC  9(005)    VALUE
              ZEROS.
           03 WS-ANOMES-PENSAO               PIC  9(006)    VALUE
              ZEROS.
           03 WS-TIPO-PENSAO                 PIC  X(001)    VALUE
              SPACE.
      *
      *----------------------------------------------------------------*
      *  SITUACAO DE AFASTAMENTO DA MATRICULA NO MES (AFASTFX)          *
      *----------------------------------------------------------------*
       01  PARAMETROS-AFASTFX.
           03 AFASTFX-FUNCAO                 PIC  X(001)    VALUE
              'C'.
           03 AFASTFX-EMP-NO                 PIC  9(005)    VALUE
              ZEROS.
           03 AFASTFX-ANOMES                 PIC  9(006)    VALUE
              ZEROS.
           03 AFASTFX-RETORNO                PIC  X(002)    VALUE
              SPACES.
           03 AFASTFX-TIPO                   PIC  X(001)    VALUE
              SPACE.
           03 AFASTFX-DIAS                   PIC  9(002)    VALUE
              ZEROS.
           03 AFASTFX-DIAS-NAO-PAGOS         PIC  9(002)    VALUE
              ZEROS.
           03 AFASTFX-DIAS-SUSPENSOS         PIC  9(002)    VALUE
              ZEROS.
           03 AFASTFX-SUSPENDE               PIC  X(001)    VALUE
              'N'.
      *
      *----------------------------------------------------------------*
      *  SINDICATO E CONTRIBUICAO DO MES DA MATRICULA (SINDFX)          *
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
      *----------------------------------------------------------------*
      *  ORDENS DE PENSAO APLICADAS NO CALCULO CORRENTE                 *
      *----------------------------------------------------------------*
       01  WS-TABELA-PENSAO.
           03 WS-PEN-QTDE                    PIC  9(002)    VALUE ZEROS.
           03 WS-PEN-TAB OCCURS 10 TIMES INDEXED BY INDPEN.
              05 WS-PEN-REGISTRO             PIC  X(200).
              05 WS-PEN-VALOR         COMP-3 PIC S9(007)V99.
      *
      *----------------------------------------------------------------*
      *  TABELAS DE FAIXAS E DESCONTOS CARREGADAS DOS CARTOES           *
           03 NETCALC-INSS                   PIC  9(007)V99.
           03 NETCALC-IRRF                   PIC  9(007)V99.
           03 NETCALC-LIQUIDO                PIC  9(009)V99.
      *
      *----------------------------------------------------------------*
      *  PARAMETROS DA ENTRADA NETCALC-DEPEND (DEPENDENTES NO MES)      *
      *----------------------------------------------------------------*
       01  PARAMETROS-NETCALC-DEP.
           03 NETCALC-DEP-MATRICULA          PIC  9(005).
           03 NETCALC-DEP-ANOMES             PIC  9(006).
           03 NETCALC-DEP-QTDE               PIC  9(002).
      *
      *----------------------------------------------------------------*
      *  PARAMETROS DA ENTRADA NETCALC-PENSAO (13O E FERIAS): TIPO 2    *
      *  OU F; GRAVAR = N SO CALCULA, SEM CREDITO NO PENPAG             *
      *----------------------------------------------------------------*
       01  PARAMETROS-NETCALC-PEN.
           03 NETCALC-PEN-MATRICULA          PIC  9(005).
           03 NETCALC-PEN-ANOMES             PIC  9(006).
           03 NETCALC-PEN-TIPO               PIC  X(001).
           03 NETCALC-PEN-GRAVAR             PIC  X(001).
           03 NETCALC-PEN-BRUTO              PIC  9(009)V99.
           03 NETCALC-PEN-DEPENDENTES        PIC  9(002).
           03 NETCALC-PEN-INSS               PIC  9(007)V99.
           03 NETCALC-PEN-IRRF               PIC  9(007)V99.
           03 NETCALC-PEN-PENSAO             PIC  9(007)V99.
           03 NETCALC-PEN-LIQUIDO            PIC  9(009)V99.
      *================================================================*
       PROCEDURE DIVISION.
      *================================================================*
      *
           MOVE NETCALC-BRUTO-MES   TO WS-BRUTO-MES
           MOVE NETCALC-DEPENDENTES TO WS-DEPENDENTES
           MOVE ZEROS               TO WS-FIXAS WS-PENSAO-MES
           PERFORM RT-CALCULAR
           MOVE WS-INSS             TO NETCALC-INSS
           MOVE WS-IRRF             TO NETCALC-IRRF
      *
       RT-CALCULO-UNITARIOX.                       EXIT.
      *----------------------------------------------------------------*
      *  ENTRADA DE CONTAGEM DE DEPENDENTES PARA OS OUTROS CALCULOS     *
      *  (DECIMO TERCEIRO, FERIAS, RESCISAO)                            *
      *----------------------------------------------------------------*
       RT-DEPENDENTES-UNITARIO                     SECTION.
      *
           ENTRY "NETCALC-DEPEND" USING PARAMETROS-NETCALC-DEP.
      *
           IF  NOT TABELAS-CARREGADAS
               PERFORM RT-CARREGAR-TABELAS
           END-IF
      *
           MOVE NETCALC-DEP-MATRICULA TO WS-EMP-DEP
           MOVE NETCALC-DEP-ANOMES    TO WS-ANOMES-DEP
           PERFORM RT-CONTAR-DEPENDENTES
           MOVE WS-DEP-CONTADOS       TO NETCALC-DEP-QTDE
      *
           GOBACK.
      *
       RT-DEPENDENTES-UNITARIOX.                   EXIT.
      *----------------------------------------------------------------*
      *  ENTRADA DE PENSAO ALIMENTICIA PARA O 13O (DECTERC) E AS        *
      *  FERIAS (VACMNT): CONTRIBUICAO, IMPOSTO JA COM A DEDUCAO DA     *
      *  PENSAO, PENSAO E LIQUIDO; GRAVA OS CREDITOS NO PENPAG          *
      *----------------------------------------------------------------*
       RT-PENSAO-UNITARIO                          SECTION.
      *
           ENTRY "NETCALC-PENSAO" USING PARAMETROS-NETCALC-PEN.
      *
           IF  NOT TABELAS-CARREGADAS
               PERFORM RT-CARREGAR-TABELAS
           END-IF
           IF  NOT PENSAO-ABERTO
               PERFORM RT-ABRIR-PENSAO
           END-IF
      *
           MOVE NETCALC-PEN-BRUTO       TO WS-BRUTO-MES
           MOVE NETCALC-PEN-DEPENDENTES TO WS-DEPENDENTES
           MOVE NETCALC-PEN-MATRICULA   TO WS-EMP-PENSAO
           MOVE NETCALC-PEN-ANOMES      TO WS-ANOMES-PENSAO
           MOVE NETCALC-PEN-TIPO        TO WS-TIPO-PENSAO
           MOVE ZEROS                   TO WS-FIXAS
           PERFORM RT-APLICAR-PENSAO
           IF  NETCALC-PEN-GRAVAR NOT EQUAL 'N'
               PERFORM RT-GRAVAR-PENPAG
           END-IF
      *
           MOVE WS-INSS                 TO NETCALC-PEN-INSS
           MOVE WS-IRRF                 TO NETCALC-PEN-IRRF
           MOVE WS-PENSAO-MES           TO NETCALC-PEN-PENSAO
           IF  WS-LIQUIDO GREATER ZEROS
               MOVE WS-LIQUIDO          TO NETCALC-PEN-LIQUIDO
           ELSE
               MOVE ZEROS               TO NETCALC-PEN-LIQUIDO
           END-IF
      *
           GOBACK.
      *
       RT-PENSAO-UNITARIOX.                        EXIT.
      *----------------------------------------------------------------*
      *  CARREGA AS TABELAS DE FAIXAS E DESCONTOS DOS CARTOES           *
      *----------------------------------------------------------------*
       RT-CARREGAR-TABELAS                         SECTION.
                       FUNCTION NUMVAL(WS-DEDUCAO-ENV(1:6)) / 100
           END-IF
      *
      *    MES DE COMPETENCIA: ESCOLHE A VIGENCIA DAS FAIXAS
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           DISPLAY 'PAYROLL-ANOMES' UPON ENVIRONMENT-NAME
           ACCEPT   WS-ANOMES-ENV   FROM ENVIRONMENT-VALUE
           IF  WS-ANOMES-ENV IS NUMERIC
               MOVE WS-ANOMES-ENV TO WS-ANOMES
           ELSE
               COMPUTE WS-ANOMES = WS-DATA-HOJE / 100
           END-IF
      *
           PERFORM RT-CARREGAR-TAXTAB
      *
      *    SEM FAIXAS VIGENTES NO TAXTAB VALEM OS CARTOES ANTIGOS
           IF  WS-INSS-QTDE EQUAL ZEROS
               OPEN INPUT INSSTAB
               IF  FL-INSSTAB-OK
                   PERFORM UNTIL FL-INSSTAB-EOF
                       READ INSSTAB
                         AT END
                            SET FL-INSSTAB-EOF TO TRUE
                         NOT AT END
                            IF  REG-INSSTAB(1:12) IS NUMERIC
                            AND WS-INSS-QTDE LESS 10
                                ADD 1 TO WS-INSS-QTDE
                                SET  INDINS TO WS-INSS-QTDE
                                MOVE INS-LIMITE
                                  TO WS-INSS-LIMITE(INDINS)
                                MOVE INS-ALIQUOTA
                                  TO WS-INSS-ALIQUOTA(INDINS)
                            END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE INSSTAB
               IF  WS-INSS-QTDE NOT EQUAL ZEROS
                   DISPLAY PGMID '008I- FAIXAS DE INSS DOS CARTOES'
                           ' INSSTAB (SEM VIGENCIA NO TAXTAB)'
               END-IF
           END-IF
      *
           IF  WS-IRRF-QTDE EQUAL ZEROS
               OPEN INPUT IRRFTAB
               IF  FL-IRRFTAB-OK
                   PERFORM UNTIL FL-IRRFTAB-EOF
                       READ IRRFTAB
                         AT END
                            SET FL-IRRFTAB-EOF TO TRUE
                         NOT AT END
                            IF  REG-IRRFTAB(1:20) IS NUMERIC
                            AND WS-IRRF-QTDE LESS 10
                                ADD 1 TO WS-IRRF-QTDE
                                SET  INDIRF TO WS-IRRF-QTDE
                                MOVE IRF-LIMITE
                                  TO WS-IRRF-LIMITE(INDIRF)
                                MOVE IRF-ALIQUOTA
                                  TO WS-IRRF-ALIQUOTA(INDIRF)
                                MOVE IRF-DEDUZIR
                                  TO WS-IRRF-DEDUZIR(INDIRF)
                            END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE IRRFTAB
               IF  WS-IRRF-QTDE NOT EQUAL ZEROS
                   DISPLAY PGMID '008I- FAIXAS DE IRRF DOS CARTOES'
                           ' IRRFTAB (SEM VIGENCIA NO TAXTAB)'
               END-IF
           END-IF
      *
           OPEN INPUT FIXDED
           IF  FL-FIXDED-OK
           END-IF
           CLOSE FIXDED
      *
      *    CADASTRO DE DEPENDENTES: FICA ABERTO PARA A CONTAGEM POR
      *    MATRICULA; SEM ELE VALEM AS QUANTIDADES DOS CARTOES DEPNTS
           OPEN INPUT DEPEND
           IF  FL-DEPEND-OK
               SET TEM-DEPEND TO TRUE
           ELSE
               CLOSE DEPEND
               OPEN INPUT DEPNTS
               IF  FL-DEPNTS-OK
                   PERFORM UNTIL FL-DEPNTS-EOF
                       READ DEPNTS
                         AT END
                            SET FL-DEPNTS-EOF TO TRUE
                         NOT AT END
                            IF  REG-DEPNTS(1:7) IS NUMERIC
                            AND WS-DEP-QTDE LESS 2000
                                ADD 1 TO WS-DEP-QTDE
                                SET  INDDEP TO WS-DEP-QTDE
                                MOVE DEP-EMP
                                  TO WS-DEP-EMP(INDDEP)
                                MOVE DEP-QTDE
                                  TO WS-DEP-NUMERO(INDDEP)
                            END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE DEPNTS
           END-IF
      *
           OPEN INPUT BONUSTRN
           IF  FL-BONUSTRN-OK
      *
           IF  WS-INSS-QTDE EQUAL ZEROS
           OR  WS-IRRF-QTDE EQUAL ZEROS
               DISPLAY PGMID '002I- SEM FAIXAS DE INSS/IRRF VALIDAS'
                       ' PARA ' WS-ANOMES
               MOVE 8 TO WS-RETURN-CODE
           END-IF
      *
      *
       RT-CARREGAR-TABELASX.                       EXIT.
      *----------------------------------------------------------------*
      *  FAIXAS COM VIGENCIA (TAXTAB): A CHAVE TIPO + VIGENCIA + FAIXA  *
      *  VEM EM ORDEM, ENTAO A CADA VIGENCIA NOVA NAO POSTERIOR AO MES  *
      *  DE COMPETENCIA A TABELA DO TIPO RECOMECA - FICA A ULTIMA       *
      *----------------------------------------------------------------*
       RT-CARREGAR-TAXTAB                          SECTION.
      *
           OPEN INPUT TAXTAB
           IF  NOT FL-TAXTAB-OK
               CLOSE TAXTAB
               EXIT SECTION
           END-IF
      *
           MOVE LOW-VALUES TO TAXTAB-CHAVE
           START TAXTAB KEY NOT LESS TAXTAB-CHAVE
               INVALID KEY
                   SET FL-TAXTAB-EOF TO TRUE
           END-START
           PERFORM UNTIL FL-TAXTAB-EOF
               READ TAXTAB NEXT RECORD
                 AT END
                    SET FL-TAXTAB-EOF TO TRUE
                 NOT AT END
                    IF  TAXTAB-VIGENCIA NOT GREATER WS-ANOMES
                        PERFORM RT-GUARDAR-FAIXA
                    END-IF
               END-READ
           END-PERFORM
           CLOSE TAXTAB
      *
           IF  WS-INSS-QTDE NOT EQUAL ZEROS
           AND WS-IRRF-QTDE NOT EQUAL ZEROS
               DISPLAY PGMID '007I- FAIXAS VIGENTES EM ' WS-ANOMES
                       ': INSS DE ' WS-VIGENCIA-INSS
                       ', IRRF DE ' WS-VIGENCIA-IRRF
           END-IF.
      *
       RT-CARREGAR-TAXTABX.                        EXIT.
      *----------------------------------------------------------------*
       RT-GUARDAR-FAIXA                            SECTION.
      *
           EVALUATE TAXTAB-TIPO
               WHEN 'I'
                    IF  TAXTAB-VIGENCIA NOT EQUAL WS-VIGENCIA-INSS
                        MOVE TAXTAB-VIGENCIA TO WS-VIGENCIA-INSS
                        MOVE ZEROS           TO WS-INSS-QTDE
                    END-IF
                    IF  WS-INSS-QTDE LESS 10
                        ADD 1 TO WS-INSS-QTDE
                        SET  INDINS TO WS-INSS-QTDE
                        MOVE TAXTAB-LIMITE
                          TO WS-INSS-LIMITE(INDINS)
                        MOVE TAXTAB-ALIQUOTA
                          TO WS-INSS-ALIQUOTA(INDINS)
                    END-IF
               WHEN 'R'
                    IF  TAXTAB-VIGENCIA NOT EQUAL WS-VIGENCIA-IRRF
                        MOVE TAXTAB-VIGENCIA TO WS-VIGENCIA-IRRF
                        MOVE ZEROS           TO WS-IRRF-QTDE
                    END-IF
                    IF  WS-IRRF-QTDE LESS 10
                        ADD 1 TO WS-IRRF-QTDE
                        SET  INDIRF TO WS-IRRF-QTDE
                        MOVE TAXTAB-LIMITE
                          TO WS-IRRF-LIMITE(INDIRF)
                        MOVE TAXTAB-ALIQUOTA
                          TO WS-IRRF-ALIQUOTA(INDIRF)
                        MOVE TAXTAB-DEDUZIR
                          TO WS-IRRF-DEDUZIR(INDIRF)
                    END-IF
           END-EVALUATE.
      *
       RT-GUARDAR-FAIXAX.                          EXIT.
      *----------------------------------------------------------------*
      *  DEPENDENTES DA MATRICULA WS-EMP-DEP QUE DEDUZEM NO IMPOSTO EM  *
      *  WS-ANOMES-DEP: NO CADASTRO DEPEND, OU A QTDE DO CARTAO DEPNTS  *
      *----------------------------------------------------------------*
       RT-CONTAR-DEPENDENTES                       SECTION.
      *
           MOVE ZEROS TO WS-DEP-CONTADOS
           IF  NOT TEM-DEPEND
               PERFORM VARYING INDDEP FROM 1 BY 1
                         UNTIL INDDEP GREATER WS-DEP-QTDE
                   IF  WS-DEP-EMP(INDDEP) EQUAL WS-EMP-DEP
                       MOVE WS-DEP-NUMERO(INDDEP) TO WS-DEP-CONTADOS
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               EXIT SECTION
           END-IF
      *
           MOVE WS-EMP-DEP TO DEPEND-EMP-NO
           MOVE ZEROS      TO DEPEND-SEQ
           START DEPEND KEY NOT LESS DEPEND-CHAVE
               INVALID KEY
                   SET FL-DEPEND-EOF TO TRUE
           END-START
           PERFORM UNTIL FL-DEPEND-EOF
               READ DEPEND NEXT RECORD
                 AT END
                    SET FL-DEPEND-EOF TO TRUE
                 NOT AT END
                    IF  DEPEND-EMP-NO NOT EQUAL WS-EMP-DEP
                        SET FL-DEPEND-EOF TO TRUE
                    ELSE
                        PERFORM RT-ELEGIVEL-IRRF
                    END-IF
               END-READ
           END-PERFORM
           MOVE ZEROS TO FL-STA-DEPEND.
      *
       RT-CONTAR-DEPENDENTESX.                     EXIT.
      *----------------------------------------------------------------*
      *  REGRA DE ELEGIBILIDADE NO MES: MARCA DE DEDUCAO, NASCIDO ATE   *
      *  O MES, SEM BAIXA ANTERIOR AO MES E, PARA FILHO NAO INVALIDO,   *
      *  ATE O MES EM QUE COMPLETA A IDADE LIMITE                       *
      *----------------------------------------------------------------*
       RT-ELEGIVEL-IRRF                            SECTION.
      *
           IF  NOT DEPEND-DEDUZ-IRRF
           OR  DEPEND-NASC-ANOMES GREATER WS-ANOMES-DEP
               EXIT SECTION
           END-IF
           IF  DEPEND-DATA-FIM GREATER ZEROS
           AND DEPEND-FIM-ANOMES LESS WS-ANOMES-DEP
               EXIT SECTION
           END-IF
           IF  DEPEND-FILHO
           AND NOT DEPEND-INCAPAZ
               IF  DEPEND-UNIVERSITARIO
                   MOVE 24 TO WS-IDADE-LIMITE
               ELSE
                   MOVE 21 TO WS-IDADE-LIMITE
               END-IF
               COMPUTE WS-MES-LIMITE =
                       (DEPEND-NASC-ANO + WS-IDADE-LIMITE) * 100
                     + DEPEND-NASC-MES
               IF  WS-MES-LIMITE LESS WS-ANOMES-DEP
                   EXIT SECTION
               END-IF
           END-IF
           IF  WS-DEP-CONTADOS LESS 99
               ADD 1 TO WS-DEP-CONTADOS
           END-IF.
      *
       RT-ELEGIVEL-IRRFX.                          EXIT.
      *----------------------------------------------------------------*
      *  PASSADA NO CADASTRO: CALCULA E IMPRIME O LIQUIDO DE CADA       *
      *  MATRICULA E ACUMULA OS TOTAIS POR DEPARTAMENTO                 *
      *----------------------------------------------------------------*
               MOVE 8 TO WS-RETURN-CODE
               EXIT SECTION
           END-IF
      *
      *    FERIAS PAGAS NO MES DE COMPETENCIA (PAYRES TIPO F) E
      *    GRAVACAO DO RESULTADO DO MES (PAYRES TIPO M)
           OPEN I-O PAYRES
           IF  FL-PAYRES-AUSENTE
               OPEN OUTPUT PAYRES
               CLOSE PAYRES
               OPEN I-O PAYRES
           END-IF
           IF  FL-PAYRES-OK
               SET TEM-PAYRES TO TRUE
           ELSE
               DISPLAY PGMID '009I- PAYRES COM ERRO ' FL-STA-PAYRES
                       ' - RESULTADOS DO MES NAO GRAVADOS'
           END-IF
      *
      *    ORDENS DE PENSAO E CREDITOS DOS BENEFICIARIOS
           PERFORM RT-ABRIR-PENSAO
      *
      *    HORAS EXTRAS E ADICIONAL NOTURNO APURADOS DO PONTO
           OPEN INPUT PONTOVAR
           IF  FL-PONTOVAR-OK
               SET TEM-PONTOVAR TO TRUE
           ELSE
               IF  NOT FL-PONTOVAR-AUSENTE
                   DISPLAY PGMID '017I- PONTOVAR COM ERRO '
                           FL-STA-PONTOVAR ' - SEM VERBAS DO PONTO'
               END-IF
           END-IF
      *
      *    VALE-TRANSPORTE E VALE-REFEICAO APURADOS PELO BENCALC
           OPEN INPUT BENPAG
           IF  FL-BENPAG-OK
               SET TEM-BENPAG TO TRUE
           ELSE
               IF  NOT FL-BENPAG-AUSENTE
                   DISPLAY PGMID '020I- BENPAG COM ERRO '
                           FL-STA-BENPAG ' - VALES NAO DESCONTADOS'
               END-IF
           END-IF
      *
      *    CONTRIBUICAO SINDICAL DO MES PARA O REPASSE (SINDREL)
           OPEN I-O SINDPAG
           IF  FL-SINDPAG-NOVO
               OPEN OUTPUT SINDPAG
               CLOSE SINDPAG
               OPEN I-O SINDPAG
           END-IF
           IF  FL-SINDPAG-OK
               SET TEM-SINDPAG TO TRUE
           ELSE
               DISPLAY PGMID '021I- SINDPAG COM ERRO ' FL-STA-SINDPAG
                       ' - REPASSE SINDICAL NAO GRAVADO'
           END-IF
      *
      *    CONTRATOS DE CONSIGNADO: PARCELA DO MES E CONTAGEM DAS PAGAS
           OPEN I-O CONSIG
           IF  FL-CONSIG-OK
               SET TEM-CONSIG TO TRUE
           ELSE
               IF  NOT FL-CONSIG-AUSENTE
                   DISPLAY PGMID '012I- CONSIG COM ERRO ' FL-STA-CONSIG
                           ' - CONSIGNADOS NAO DESCONTADOS'
               END-IF
           END-IF
      *
           OPEN OUTPUT NETREG
           MOVE 'REGISTRO DE LIQUIDOS POR DEPARTAMENTO (NETCALC)'
             TO REG-NETREG
           WRITE REG-NETREG
      *    NA SIMULACAO DO CICLO (PAYCTL) A LISTAGEM SAI MARCADA
           DISPLAY 'PAYROLL-SIMULACAO' UPON ENVIRONMENT-NAME
           ACCEPT   WS-SIMULACAO        FROM ENVIRONMENT-VALUE
           IF  EM-SIMULACAO
               MOVE '*** SIMULACAO ***' TO REG-NETREG
               WRITE REG-NETREG
           END-IF
      *
           PERFORM UNTIL FL-PERSNL-EOF
               READ PERSNL
               END-READ
           END-PERFORM
           CLOSE PERSNL
           IF  TEM-PAYRES
               CLOSE PAYRES
           END-IF
           IF  TEM-CONSIG
               CLOSE CONSIG
           END-IF
           IF  TEM-PONTOVAR
               CLOSE PONTOVAR
           END-IF
           IF  TEM-BENPAG
               CLOSE BENPAG
           END-IF
           IF  TEM-SINDPAG
               CLOSE SINDPAG
           END-IF
           IF  TEM-PENSAO
               CLOSE PENSAO
           END-IF
           IF  TEM-PENPAG
               CLOSE PENPAG
           END-IF
           MOVE 'F' TO AFASTFX-FUNCAO
           CALL SB-AFASTFX USING PARAMETROS-AFASTFX
             ON EXCEPTION
                CONTINUE
           END-CALL
      *
           PERFORM RT-IMPRIMIR-TOTAIS
           CLOSE NETREG.
      *    BRUTO MENSAL = SALARIO SEMANAL X 52 / 12, MAIS O BONUS DA
      *    GERACAO QUANDO HOUVER
           COMPUTE WS-BRUTO-MES ROUNDED = PAY-GROSS * 52 / 12
      *
      *    DIAS DE AFASTAMENTO NAO PAGOS PELA FOLHA SAEM DO SALARIO
      *    MENSAL A 1/30 POR DIA (O MES INTEIRO ZERA O SALARIO)
           PERFORM RT-ABATER-AFASTAMENTO
      *
           MOVE ZEROS TO WS-BONUS-MES
           PERFORM VARYING INDBON FROM 1 BY 1
                     UNTIL INDBON GREATER WS-BONUS-QTDE
           END-PERFORM
           ADD WS-BONUS-MES TO WS-BRUTO-MES
      *
      *    HORAS EXTRAS E ADICIONAL NOTURNO DO PONTO SOMAM AO BRUTO
           MOVE ZEROS TO WS-PONTO-MES
           IF  TEM-PONTOVAR
               MOVE WS-ANOMES     TO PONTOVAR-ANOMES
               MOVE PERSNL-EMP-NO TO PONTOVAR-EMP-NO
               READ PONTOVAR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PONTOVAR-TOTAL TO WS-PONTO-MES
                       ADD 1 TO WS-COM-PONTO
               END-READ
           END-IF
           ADD WS-PONTO-MES TO WS-BRUTO-MES
      *
      *    FERIAS JA PAGAS NO MES: O SALARIO DOS DIAS DE GOZO SAI DO
      *    BRUTO (A CONTRIBUICAO E O IMPOSTO DELAS JA FORAM RETIDOS)
           PERFORM RT-ABATER-FERIAS
      *
           MOVE PERSNL-EMP-NO TO WS-EMP-DEP
           MOVE WS-ANOMES     TO WS-ANOMES-DEP
           PERFORM RT-CONTAR-DEPENDENTES
           MOVE WS-DEP-CONTADOS TO WS-DEPENDENTES
      *
           MOVE ZEROS TO WS-FIXAS
           PERFORM VARYING INDFIX FROM 1 BY 1
               END-IF
           END-PERFORM
      *
      *    PARTE DO EMPREGADO NOS VALES DO MES (VT ATE 6% DO SALARIO
      *    BASE) SOMA AOS DESCONTOS FIXOS
           MOVE ZEROS TO WS-VALES-MES
           IF  TEM-BENPAG
               MOVE WS-ANOMES     TO BENPAG-ANOMES
               MOVE PERSNL-EMP-NO TO BENPAG-EMP-NO
               READ BENPAG
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE WS-LIMITE-VT ROUNDED =
                               PAY-GROSS * 52 / 12 * 6 / 100
                       IF  BENPAG-VT-DESCONTO GREATER WS-LIMITE-VT
                           MOVE WS-LIMITE-VT TO WS-VALES-MES
                       ELSE
                           MOVE BENPAG-VT-DESCONTO TO WS-VALES-MES
                       END-IF
                       ADD BENPAG-VR-DESCONTO TO WS-VALES-MES
                       IF  WS-VALES-MES GREATER ZEROS
                           ADD 1 TO WS-COM-VALES
                       END-IF
               END-READ
           END-IF
           ADD WS-VALES-MES TO WS-FIXAS
      *
      *    CONTRIBUICAO SINDICAL PELA CONVENCAO DO SINDICATO DO
      *    EMPREGADO, SALVO CARTA DE OPOSICAO NO ANO
           PERFORM RT-CONTRIBUICAO-SINDICAL
           ADD WS-SINDICAL-MES TO WS-FIXAS
      *
      *    PENSAO ALIMENTICIA: DEDUZ DA BASE DO IMPOSTO E SAI DO
      *    LIQUIDO; UM CREDITO POR BENEFICIARIO NO PENPAG
           MOVE PERSNL-EMP-NO TO WS-EMP-PENSAO
           MOVE WS-ANOMES     TO WS-ANOMES-PENSAO
           MOVE 'M'           TO WS-TIPO-PENSAO
           PERFORM RT-APLICAR-PENSAO
           PERFORM RT-GRAVAR-PENPAG
      *
      *    PARCELAS DOS CONSIGNADOS ATIVOS SAEM DO LIQUIDO, DENTRO DA
      *    MARGEM SOBRE O LIQUIDO LEGAL (AS RECUSAS VAO AO NETREG)
           PERFORM RT-DESCONTAR-CONSIG
      *
      *    ADIANTAMENTO QUINZENAL PAGO NO MES (PAYRES A) SAI DO LIQUIDO
           PERFORM RT-ABATER-QUINZENA
           ADD 1 TO WS-CALCULADOS
           PERFORM RT-GRAVAR-PAYRES
      *
           PERFORM RT-IMPRIMIR-LINHA
           IF  WS-AFAST-MES GREATER ZEROS
               MOVE WS-AFAST-MES TO WS-ED-BRUTO
               MOVE SPACES       TO REG-NETREG
               STRING '         AFASTAMENTO TIPO ' AFASTFX-TIPO ' ('
                      AFASTFX-DIAS-NAO-PAGOS ' DIAS NAO PAGOS)'
                      ' ABATIDO DO BRUTO ' WS-ED-BRUTO
                      DELIMITED BY SIZE INTO REG-NETREG
               WRITE REG-NETREG
           END-IF
           IF  WS-PONTO-MES GREATER ZEROS
               MOVE WS-PONTO-MES TO WS-ED-BRUTO
               MOVE SPACES       TO REG-NETREG
               STRING '         HORAS EXTRAS E ADICIONAL NOTURNO'
                      ' DO PONTO ' WS-ED-BRUTO
                      DELIMITED BY SIZE INTO REG-NETREG
               WRITE REG-NETREG
           END-IF
           IF  WS-FERIAS-MES GREATER ZEROS
               MOVE WS-FERIAS-MES TO WS-ED-BRUTO
               MOVE SPACES        TO REG-NETREG
               STRING '         FERIAS ADIANTADAS NO MES ('
                      WS-DIAS-FERIAS ' DIAS) ABATIDAS DO BRUTO '
                      WS-ED-BRUTO
                      DELIMITED BY SIZE INTO REG-NETREG
               WRITE REG-NETREG
           END-IF
           IF  WS-VALES-MES GREATER ZEROS
               MOVE WS-VALES-MES TO WS-ED-BRUTO
               MOVE SPACES       TO REG-NETREG
               STRING '         VALE-TRANSPORTE E REFEICAO'
                      ' DESCONTADOS (' BENPAG-DIAS ' DIAS) '
                      WS-ED-BRUTO
                      DELIMITED BY SIZE INTO REG-NETREG
               WRITE REG-NETREG
           END-IF
           IF  WS-SINDICAL-MES GREATER ZEROS
               MOVE WS-SINDICAL-MES TO WS-ED-BRUTO
               MOVE SPACES          TO REG-NETREG
               STRING '         CONTRIBUICAO SINDICAL DESCONTADA ('
                      SINDFX-SINDICATO ') ' WS-ED-BRUTO
                      DELIMITED BY SIZE INTO REG-NETREG
               WRITE REG-NETREG
           END-IF
           IF  WS-PENSAO-MES GREATER ZEROS
               MOVE WS-PENSAO-MES TO WS-ED-BRUTO
               MOVE SPACES        TO REG-NETREG
               STRING '         PENSAO ALIMENTICIA DESCONTADA ('
                      WS-PEN-QTDE ' ORDEM(NS)) ' WS-ED-BRUTO
                      DELIMITED BY SIZE INTO REG-NETREG
               WRITE REG-NETREG
           END-IF
           IF  WS-CONSIG-MES GREATER ZEROS
               MOVE WS-CONSIG-MES TO WS-ED-BRUTO
               MOVE SPACES        TO REG-NETREG
               STRING '         EMPRESTIMOS CONSIGNADOS DESCONTADOS'
                      ' DO LIQUIDO ' WS-ED-BRUTO
                      DELIMITED BY SIZE INTO REG-NETREG
               WRITE REG-NETREG
           END-IF
           IF  WS-QUINZENA-MES GREATER ZEROS
               MOVE WS-QUINZENA-MES TO WS-ED-BRUTO
               MOVE SPACES          TO REG-NETREG
               STRING '         ADIANTAMENTO QUINZENAL DESCONTADO'
                      ' DO LIQUIDO ' WS-ED-BRUTO
                      DELIMITED BY SIZE INTO REG-NETREG
               WRITE REG-NETREG
           END-IF
           PERFORM RT-ACUMULAR-DEPT.
      *
       RT-CALCULAR-MATRICULAX.                     EXIT.
      *----------------------------------------------------------------*
      *  AFASTAMENTO DA MATRICULA NO MES DE COMPETENCIA (AFASTFX)       *
      *----------------------------------------------------------------*
       RT-ABATER-AFASTAMENTO                       SECTION.
      *
           MOVE ZEROS         TO WS-AFAST-MES
           MOVE 'C'           TO AFASTFX-FUNCAO
           MOVE PERSNL-EMP-NO TO AFASTFX-EMP-NO
           MOVE WS-ANOMES     TO AFASTFX-ANOMES
           MOVE ZEROS         TO AFASTFX-DIAS-NAO-PAGOS
           CALL SB-AFASTFX USING PARAMETROS-AFASTFX
             ON EXCEPTION
                MOVE '99' TO AFASTFX-RETORNO
           END-CALL
           IF  AFASTFX-RETORNO NOT EQUAL '00'
           OR  AFASTFX-DIAS-NAO-PAGOS EQUAL ZEROS
               EXIT SECTION
           END-IF
      *
           IF  AFASTFX-DIAS-NAO-PAGOS NOT LESS 30
               MOVE WS-BRUTO-MES TO WS-AFAST-MES
           ELSE
               COMPUTE WS-AFAST-MES ROUNDED =
                       WS-BRUTO-MES * AFASTFX-DIAS-NAO-PAGOS / 30
           END-IF
           SUBTRACT WS-AFAST-MES FROM WS-BRUTO-MES
           ADD 1 TO WS-COM-AFAST.
      *
       RT-ABATER-AFASTAMENTOX.                     EXIT.
      *----------------------------------------------------------------*
      *  FERIAS DA MATRICULA PAGAS NO MES DE COMPETENCIA (PAYRES F)     *
      *----------------------------------------------------------------*
       RT-ABATER-FERIAS                            SECTION.
      *
           MOVE ZEROS TO WS-FERIAS-MES WS-DIAS-FERIAS
           IF  NOT TEM-PAYRES
               EXIT SECTION
           END-IF
           MOVE WS-ANOMES     TO PAYRES-ANOMES
           MOVE 'F'           TO PAYRES-TIPO
           MOVE PERSNL-EMP-NO TO PAYRES-EMP-NO
           READ PAYRES
               INVALID KEY
                   EXIT SECTION
           END-READ
      *
           MOVE PAYRES-ADIANTADO TO WS-FERIAS-MES
           MOVE PAYRES-AVOS      TO WS-DIAS-FERIAS
           IF  WS-FERIAS-MES GREATER WS-BRUTO-MES
               MOVE WS-BRUTO-MES TO WS-FERIAS-MES
           END-IF
           SUBTRACT WS-FERIAS-MES FROM WS-BRUTO-MES
           ADD 1 TO WS-COM-FERIAS.
      *
       RT-ABATER-FERIASX.                          EXIT.
      *----------------------------------------------------------------*
      *  ADIANTAMENTO QUINZENAL DA MATRICULA NO MES (PAYRES A, GRAVADO  *
      *  PELO ADIANT): NAO MEXE NAS BASES, SO NO LIQUIDO A RECEBER      *
      *----------------------------------------------------------------*
       RT-ABATER-QUINZENA                          SECTION.
      *
           MOVE ZEROS TO WS-QUINZENA-MES
           IF  NOT TEM-PAYRES
               EXIT SECTION
           END-IF
           MOVE WS-ANOMES     TO PAYRES-ANOMES
           MOVE 'A'           TO PAYRES-TIPO
           MOVE PERSNL-EMP-NO TO PAYRES-EMP-NO
           READ PAYRES
               INVALID KEY
                   EXIT SECTION
           END-READ
      *
           MOVE PAYRES-LIQUIDO TO WS-QUINZENA-MES
           SUBTRACT WS-QUINZENA-MES FROM WS-LIQUIDO
           ADD 1 TO WS-COM-QUINZENA.
      *
       RT-ABATER-QUINZENAX.                        EXIT.
      *----------------------------------------------------------------*
      *  CONSIGNADOS DA MATRICULA: A PARCELA DE CADA CONTRATO ATIVO JA  *
      *  INICIADO SAI DO LIQUIDO E CONTA COMO PAGA (QUITADO NA ULTIMA); *
      *  O CONTRATO AINDA SEM PARCELA PAGA QUE NAO CAIBA NA MARGEM E    *
      *  RECUSADO. NO RECALCULO DO MES (ULT-ANOMES = ANOMES) A PARCELA  *
      *  E DESCONTADA DE NOVO SEM SER CONTADA OUTRA VEZ                 *
      *----------------------------------------------------------------*
       RT-DESCONTAR-CONSIG                         SECTION.
      *
           MOVE ZEROS TO WS-CONSIG-MES
           IF  NOT TEM-CONSIG
               EXIT SECTION
           END-IF
           COMPUTE WS-MARGEM-CONSIG ROUNDED =
                   (WS-BRUTO-MES - WS-INSS - WS-IRRF - WS-PENSAO-MES)
                 * WS-MARGEM-PCT / 100
      *
           MOVE PERSNL-EMP-NO TO CONSIG-EMP-NO
           MOVE ZEROS         TO CONSIG-SEQ
           START CONSIG KEY NOT LESS CONSIG-CHAVE
               INVALID KEY
                   EXIT SECTION
           END-START
           MOVE ZEROS TO FL-STA-CONSIG
           PERFORM UNTIL FL-CONSIG-EOF
               READ CONSIG NEXT RECORD
                 AT END
                    SET FL-CONSIG-EOF TO TRUE
                 NOT AT END
                    IF  CONSIG-EMP-NO NOT EQUAL PERSNL-EMP-NO
                        SET FL-CONSIG-EOF TO TRUE
                    ELSE
                        PERFORM RT-PARCELA-CONSIG
                    END-IF
               END-READ
           END-PERFORM
           MOVE ZEROS TO FL-STA-CONSIG
           SUBTRACT WS-CONSIG-MES FROM WS-LIQUIDO.
      *
       RT-DESCONTAR-CONSIGX.                       EXIT.
      *----------------------------------------------------------------*
       RT-PARCELA-CONSIG                           SECTION.
      *
           IF  CONSIG-ANOMES-INICIO GREATER WS-ANOMES
               EXIT SECTION
           END-IF
      *
      *    RECALCULO DO MES: A PARCELA JA FOI CONTADA
           IF  CONSIG-ULT-ANOMES EQUAL WS-ANOMES
               IF  CONSIG-ATIVO OR CONSIG-QUITADO
                   ADD CONSIG-VALOR-PARCELA TO WS-CONSIG-MES
               END-IF
               EXIT SECTION
           END-IF
           IF  NOT CONSIG-ATIVO
           OR  CONSIG-PAGAS NOT LESS CONSIG-PARCELAS
               EXIT SECTION
           END-IF
      *
           MOVE SPACES TO WS-CONSIG-MOTIVO
           IF  CONSIG-PAGAS EQUAL ZEROS
           AND WS-CONSIG-MES + CONSIG-VALOR-PARCELA
               GREATER WS-MARGEM-CONSIG
               SET CONSIG-RECUSADO TO TRUE
               MOVE 'RECUSADO - ACIMA DA MARGEM'  TO WS-CONSIG-MOTIVO
               ADD 1 TO WS-RECUSADOS-CONSIG
           ELSE
               IF  WS-LIQUIDO - WS-CONSIG-MES
                   LESS CONSIG-VALOR-PARCELA
                   MOVE 'SEM LIQUIDO - PARCELA ADIADA'
                     TO WS-CONSIG-MOTIVO
               ELSE
                   ADD CONSIG-VALOR-PARCELA TO WS-CONSIG-MES
                   ADD 1             TO CONSIG-PAGAS
                   MOVE WS-ANOMES    TO CONSIG-ULT-ANOMES
                   IF  CONSIG-PAGAS EQUAL CONSIG-PARCELAS
                       SET CONSIG-QUITADO TO TRUE
                   END-IF
                   ADD 1 TO WS-PARCELAS-CONSIG
               END-IF
           END-IF
           IF  WS-CONSIG-MOTIVO EQUAL SPACES
           OR  CONSIG-RECUSADO
               MOVE WS-DATA-HOJE TO CONSIG-DATA-ALT
               MOVE 'NETCALC'    TO CONSIG-OPERADOR
               REWRITE REG-CONSIG
                   INVALID KEY
                       DISPLAY PGMID '012I- ERRO ' FL-STA-CONSIG
                               ' NA REGRAVACAO DO CONSIG'
               END-REWRITE
           END-IF
           IF  WS-CONSIG-MOTIVO NOT EQUAL SPACES
               MOVE CONSIG-VALOR-PARCELA TO WS-ED-BRUTO
               MOVE SPACES               TO REG-NETREG
               STRING '         CONSIGNADO ' CONSIG-BANCO
                      ' CONTRATO ' CONSIG-CONTRATO
                      ' PARCELA ' WS-ED-BRUTO ' '
                      WS-CONSIG-MOTIVO
                      DELIMITED BY SIZE INTO REG-NETREG
               WRITE REG-NETREG
           END-IF.
      *
       RT-PARCELA-CONSIGX.                         EXIT.
      *----------------------------------------------------------------*
      *  ABRE AS ORDENS DE PENSAO (ENTRADA) E O ARQUIVO DE CREDITOS     *
      *  DOS BENEFICIARIOS (CRIADO SE NAO EXISTE)                       *
      *----------------------------------------------------------------*
       RT-ABRIR-PENSAO                             SECTION.
      *
           SET PENSAO-ABERTO TO TRUE
           OPEN INPUT PENSAO
           IF  FL-PENSAO-OK
               SET TEM-PENSAO TO TRUE
           ELSE
               IF  NOT FL-PENSAO-AUSENTE
                   DISPLAY PGMID '015I- PENSAO COM ERRO ' FL-STA-PENSAO
                           ' - PENSOES NAO DESCONTADAS'
               END-IF
               EXIT SECTION
           END-IF
      *
           OPEN I-O PENPAG
           IF  FL-PENPAG-NOVO
               OPEN OUTPUT PENPAG
               CLOSE PENPAG
               OPEN I-O PENPAG
           END-IF
           IF  FL-PENPAG-OK
               SET TEM-PENPAG TO TRUE
           ELSE
               DISPLAY PGMID '015I- PENPAG COM ERRO ' FL-STA-PENPAG
                       ' - CREDITOS DE PENSAO NAO GRAVADOS'
           END-IF.
      *
       RT-ABRIR-PENSAOX.                           EXIT.
      *----------------------------------------------------------------*
      *  CALCULO COM PENSAO: O PRIMEIRO CALCULO DA O LIQUIDO LEGAL      *
      *  (BASE DAS ORDENS SOBRE O LIQUIDO); COM PENSAO, O SEGUNDO       *
      *  DEDUZ O TOTAL DA BASE DO IMPOSTO E DO LIQUIDO                  *
      *----------------------------------------------------------------*
       RT-APLICAR-PENSAO                           SECTION.
      *
           MOVE ZEROS TO WS-PENSAO-MES WS-PEN-QTDE
           PERFORM RT-CALCULAR
           IF  NOT TEM-PENSAO
               EXIT SECTION
           END-IF
      *
           COMPUTE WS-LIQUIDO-PENSAO = WS-BRUTO-MES - WS-INSS - WS-IRRF
           MOVE WS-EMP-PENSAO TO PENSAO-EMP-NO
           MOVE ZEROS         TO PENSAO-SEQ
           START PENSAO KEY NOT LESS PENSAO-CHAVE
               INVALID KEY
                   EXIT SECTION
           END-START
           MOVE ZEROS TO FL-STA-PENSAO
           PERFORM UNTIL FL-PENSAO-EOF
               READ PENSAO NEXT RECORD
                 AT END
                    SET FL-PENSAO-EOF TO TRUE
                 NOT AT END
                    IF  PENSAO-EMP-NO NOT EQUAL WS-EMP-PENSAO
                        SET FL-PENSAO-EOF TO TRUE
                    ELSE
                        PERFORM RT-VALOR-PENSAO
                    END-IF
               END-READ
           END-PERFORM
           MOVE ZEROS TO FL-STA-PENSAO
      *
           IF  WS-PENSAO-MES GREATER ZEROS
               PERFORM RT-CALCULAR
               ADD 1 TO WS-COM-PENSAO
           END-IF.
      *
       RT-APLICAR-PENSAOX.                         EXIT.
      *----------------------------------------------------------------*
      *  VALOR DA ORDEM CORRENTE: VIGENTE NO MES E QUE ALCANCE A VERBA  *
      *  (FOLHA MENSAL SEMPRE; 13O E FERIAS CONFORME A ORDEM); A SOMA   *
      *  DAS ORDENS NAO PASSA DO LIQUIDO LEGAL                          *
      *----------------------------------------------------------------*
       RT-VALOR-PENSAO                             SECTION.
      *
           IF  NOT PENSAO-ATIVA
           OR  PENSAO-DATA-INICIO / 100 GREATER WS-ANOMES-PENSAO
               EXIT SECTION
           END-IF
           IF  PENSAO-DATA-FIM GREATER ZEROS
           AND PENSAO-DATA-FIM / 100 LESS WS-ANOMES-PENSAO
               EXIT SECTION
           END-IF
           EVALUATE WS-TIPO-PENSAO
               WHEN '2'
                    IF  NOT PENSAO-NO-13
                        EXIT SECTION
                    END-IF
               WHEN 'F'
                    IF  NOT PENSAO-NAS-FERIAS
                        EXIT SECTION
                    END-IF
           END-EVALUATE
           IF  WS-PEN-QTDE NOT LESS 10
               DISPLAY PGMID '015I- MAIS DE 10 ORDENS DE PENSAO NA'
                       ' MATRICULA ' WS-EMP-PENSAO
               EXIT SECTION
           END-IF
      *
           ADD 1 TO WS-PEN-QTDE
           SET  INDPEN TO WS-PEN-QTDE
           MOVE REG-PENSAO TO WS-PEN-REGISTRO(INDPEN)
           EVALUATE TRUE
               WHEN PENSAO-SOBRE-BRUTO
                    COMPUTE WS-PEN-VALOR(INDPEN) ROUNDED =
                            WS-BRUTO-MES * PENSAO-PERCENTUAL / 100
               WHEN PENSAO-SOBRE-LIQUIDO
                    COMPUTE WS-PEN-VALOR(INDPEN) ROUNDED =
                            WS-LIQUIDO-PENSAO * PENSAO-PERCENTUAL / 100
               WHEN OTHER
                    MOVE PENSAO-VALOR TO WS-PEN-VALOR(INDPEN)
           END-EVALUATE
           IF  WS-PENSAO-MES + WS-PEN-VALOR(INDPEN)
               GREATER WS-LIQUIDO-PENSAO
               COMPUTE WS-PEN-VALOR(INDPEN) =
                       WS-LIQUIDO-PENSAO - WS-PENSAO-MES
               IF  WS-PEN-VALOR(INDPEN) LESS ZEROS
                   MOVE ZEROS TO WS-PEN-VALOR(INDPEN)
               END-IF
           END-IF
           ADD WS-PEN-VALOR(INDPEN) TO WS-PENSAO-MES.
      *
       RT-VALOR-PENSAOX.                           EXIT.
      *----------------------------------------------------------------*
      *  CREDITO DE CADA BENEFICIARIO NO PENPAG: O RECALCULO DA FOLHA   *
      *  SUBSTITUI O CREDITO; NAS FERIAS UM SEGUNDO PERIODO NO MESMO    *
      *  MES SOMA AO PRIMEIRO                                           *
      *----------------------------------------------------------------*
       RT-GRAVAR-PENPAG                            SECTION.
      *
           IF  NOT TEM-PENPAG
               EXIT SECTION
           END-IF
           PERFORM VARYING INDPEN FROM 1 BY 1
                     UNTIL INDPEN GREATER WS-PEN-QTDE
               MOVE WS-PEN-REGISTRO(INDPEN) TO REG-PENSAO
               MOVE WS-ANOMES-PENSAO TO PENPAG-ANOMES
               MOVE WS-TIPO-PENSAO   TO PENPAG-TIPO
               MOVE PENSAO-EMP-NO    TO PENPAG-EMP-NO
               MOVE PENSAO-SEQ       TO PENPAG-SEQ
               READ PENPAG
                   INVALID KEY
                       MOVE ZEROS TO PENPAG-VALOR
               END-READ
               IF  WS-TIPO-PENSAO NOT EQUAL 'F'
               OR  PENPAG-VALOR IS NOT NUMERIC
                   MOVE ZEROS TO PENPAG-VALOR
               END-IF
               MOVE PENSAO-PROCESSO   TO PENPAG-PROCESSO
               MOVE PENSAO-NOME       TO PENPAG-NOME
               MOVE PENSAO-CPF        TO PENPAG-CPF
               MOVE PENSAO-BANCO      TO PENPAG-BANCO
               MOVE PENSAO-AGENCIA    TO PENPAG-AGENCIA
               MOVE PENSAO-AGENCIA-DV TO PENPAG-AGENCIA-DV
               MOVE PENSAO-CONTA      TO PENPAG-CONTA
               MOVE PENSAO-CONTA-DV   TO PENPAG-CONTA-DV
               MOVE PENSAO-TIPO-CONTA TO PENPAG-TIPO-CONTA
               MOVE PENSAO-BASE       TO PENPAG-BASE
               ADD  WS-PEN-VALOR(INDPEN) TO PENPAG-VALOR
               MOVE WS-DATA-HOJE      TO PENPAG-DATA-CALC
               MOVE SPACES            TO REG-PENPAG(132:19)
               WRITE REG-PENPAG
                   INVALID KEY
                       REWRITE REG-PENPAG
                           INVALID KEY
                               DISPLAY PGMID '015I- ERRO '
                                       FL-STA-PENPAG
                                       ' NA GRAVACAO DO PENPAG'
                       END-REWRITE
               END-WRITE
           END-PERFORM.
      *
       RT-GRAVAR-PENPAGX.                          EXIT.
      *----------------------------------------------------------------*
      *  CONTRIBUICAO SINDICAL DO MES (SINDFX) E O SEU REGISTRO NO      *
      *  SINDPAG; EMPREGADO SEM SINDICATO OU SEM CONTRIBUICAO NO MES    *
      *  NAO GRAVA NADA                                                 *
      *----------------------------------------------------------------*
       RT-CONTRIBUICAO-SINDICAL                    SECTION.
      *
           MOVE ZEROS         TO WS-SINDICAL-MES
           MOVE PERSNL-EMP-NO TO SINDFX-EMP-NO
           MOVE DEPT          TO SINDFX-DEPT
           MOVE SPACES        TO SINDFX-CARGO SINDFX-SINDICATO
           MOVE PAY-GROSS     TO SINDFX-SALARIO
           MOVE WS-ANOMES     TO SINDFX-ANOMES
           CALL SB-SINDFX USING PARAMETROS-SINDFX
             ON EXCEPTION
                MOVE '04' TO SINDFX-RETORNO
           END-CALL
           IF  SINDFX-RETORNO NOT EQUAL '00' AND NOT EQUAL '01'
               EXIT SECTION
           END-IF
           IF  SINDFX-CONTRIB EQUAL ZEROS
           AND SINDFX-OPOSICAO NOT EQUAL 'S'
               EXIT SECTION
           END-IF
      *
           MOVE SINDFX-CONTRIB TO WS-SINDICAL-MES
           IF  WS-SINDICAL-MES GREATER ZEROS
               ADD 1 TO WS-COM-SINDICAL
           END-IF
           IF  NOT TEM-SINDPAG
               EXIT SECTION
           END-IF
      *
           MOVE SPACES             TO REG-SINDPAG
           MOVE WS-ANOMES          TO SINDPAG-ANOMES
           MOVE PERSNL-EMP-NO      TO SINDPAG-EMP-NO
           MOVE SINDFX-SINDICATO   TO SINDPAG-SINDICATO
           MOVE DEPT               TO SINDPAG-DEPT
           MOVE SINDFX-SALARIO-MES TO SINDPAG-BASE
           MOVE SINDFX-CONTRIB     TO SINDPAG-VALOR
           IF  SINDFX-OPOSICAO EQUAL 'S'
               MOVE 'O' TO SINDPAG-SITUACAO
           ELSE
               MOVE 'D' TO SINDPAG-SITUACAO
           END-IF
           MOVE WS-DATA-HOJE       TO SINDPAG-DATA-CALC
           WRITE REG-SINDPAG
               INVALID KEY
                   REWRITE REG-SINDPAG
                       INVALID KEY
                           DISPLAY PGMID '021I- ERRO ' FL-STA-SINDPAG
                                   ' NA GRAVACAO DO SINDPAG'
                   END-REWRITE
           END-WRITE.
      *
       RT-CONTRIBUICAO-SINDICALX.                  EXIT.
      *----------------------------------------------------------------*
      *  RESULTADO DA MATRICULA NO MES (PAYRES M): UM RECALCULO DO      *
      *  MESMO MES SUBSTITUI O ANTERIOR                                 *
      *----------------------------------------------------------------*
       RT-GRAVAR-PAYRES                            SECTION.
      *
           IF  NOT TEM-PAYRES
               EXIT SECTION
           END-IF
      *
           MOVE SPACES          TO REG-PAYRES
           MOVE WS-ANOMES       TO PAYRES-ANOMES
           MOVE 'M'             TO PAYRES-TIPO
           MOVE PERSNL-EMP-NO   TO PAYRES-EMP-NO
           IF  PERSNL-COMPANY-X IS NUMERIC
               MOVE PERSNL-COMPANY-X TO PAYRES-COMPANY
           ELSE
               MOVE ZEROS            TO PAYRES-COMPANY
           END-IF
           MOVE DEPT            TO PAYRES-DEPT
           MOVE ZEROS           TO PAYRES-AVOS
           MOVE WS-DEPENDENTES  TO PAYRES-DEPENDENTES
           MOVE WS-BRUTO-MES    TO PAYRES-BRUTO
           MOVE WS-INSS         TO PAYRES-INSS
           MOVE WS-IRRF         TO PAYRES-IRRF
           MOVE WS-FERIAS-MES   TO PAYRES-ADIANTADO
           COMPUTE PAYRES-OUTROS = WS-FIXAS + WS-CONSIG-MES
           IF  WS-LIQUIDO GREATER ZEROS
               MOVE WS-LIQUIDO  TO PAYRES-LIQUIDO
           ELSE
               MOVE ZEROS       TO PAYRES-LIQUIDO
           END-IF
           MOVE WS-DATA-HOJE    TO PAYRES-DATA-CALC
           MOVE WS-BONUS-MES    TO PAYRES-BONUS
           MOVE WS-BRUTO-MES    TO PAYRES-BASE-INSS
           IF  WS-BASE-IRRF GREATER ZEROS
               MOVE WS-BASE-IRRF TO PAYRES-BASE-IRRF
           ELSE
               MOVE ZEROS        TO PAYRES-BASE-IRRF
           END-IF
           MOVE WS-QUINZENA-MES TO PAYRES-QUINZENA
           MOVE WS-CONSIG-MES   TO PAYRES-CONSIGNADO
           MOVE WS-PENSAO-MES   TO PAYRES-PENSAO
      *
           WRITE REG-PAYRES
               INVALID KEY
                   REWRITE REG-PAYRES
                       INVALID KEY
                           DISPLAY PGMID '009I- ERRO ' FL-STA-PAYRES
                                   ' NA GRAVACAO DO PAYRES'
                           EXIT SECTION
                   END-REWRITE
           END-WRITE
           ADD 1 TO WS-GRAVADOS.
      *
       RT-GRAVAR-PAYRESX.                          EXIT.
      *----------------------------------------------------------------*
      *  CALCULO UNITARIO: CONTRIBUICAO PROGRESSIVA POR FAIXAS,         *
      *  IMPOSTO COM PARCELA A DEDUZIR E DEPENDENTES, DESCONTOS FIXOS   *
      *----------------------------------------------------------------*
      *    DEPENDENTE; APLICA A FAIXA DA BASE E SUBTRAI A PARCELA A
      *    DEDUZIR
           COMPUTE WS-BASE-IRRF = WS-BRUTO-MES - WS-INSS
                 - (WS-DEPENDENTES * WS-DEDUCAO-DEP) - WS-PENSAO-MES
           MOVE ZEROS TO WS-IRRF
           IF  WS-BASE-IRRF GREATER ZEROS
               PERFORM VARYING INDIRF FROM 1 BY 1
           END-IF
      *
           COMPUTE WS-LIQUIDO = WS-BRUTO-MES - WS-INSS - WS-IRRF
                 - WS-FIXAS - WS-PENSAO-MES.
      *
       RT-CALCULARX.                               EXIT.
      *----------------------------------------------------------------*
           DISPLAY PGMID '004I- LIDOS DO CADASTRO......:' WS-DISPLAY
           MOVE    WS-CALCULADOS      TO WS-DISPLAY
           DISPLAY PGMID '005I- LIQUIDOS CALCULADOS....:' WS-DISPLAY
           MOVE    WS-COM-FERIAS      TO WS-DISPLAY
           DISPLAY PGMID '006I- COM FERIAS ABATIDAS....:' WS-DISPLAY
           MOVE    WS-COM-QUINZENA    TO WS-DISPLAY
           DISPLAY PGMID '011I- COM ADIANTAMENTO QUINZ.:' WS-DISPLAY
           MOVE    WS-PARCELAS-CONSIG TO WS-DISPLAY
           DISPLAY PGMID '013I- PARCELAS CONSIGNADAS...:' WS-DISPLAY
           MOVE    WS-RECUSADOS-CONSIG TO WS-DISPLAY
           DISPLAY PGMID '014I- CONSIGNADOS RECUSADOS..:' WS-DISPLAY
           MOVE    WS-COM-PENSAO      TO WS-DISPLAY
           DISPLAY PGMID '016I- COM PENSAO ALIMENTICIA.:' WS-DISPLAY
           MOVE    WS-COM-PONTO       TO WS-DISPLAY
           DISPLAY PGMID '018I- COM VERBAS DO PONTO....:' WS-DISPLAY
           MOVE    WS-COM-AFAST       TO WS-DISPLAY
           DISPLAY PGMID '019I- COM AFASTAMENTO NO MES.:' WS-DISPLAY
           MOVE    WS-COM-VALES       TO WS-DISPLAY
           DISPLAY PGMID '020I- COM VALES DESCONTADOS..:' WS-DISPLAY
           MOVE    WS-COM-SINDICAL    TO WS-DISPLAY
           DISPLAY PGMID '021I- COM CONTRIB. SINDICAL..:' WS-DISPLAY
           MOVE    WS-GRAVADOS        TO WS-DISPLAY
           DISPLAY PGMID '010I- GRAVADOS NO PAYRES.....:' WS-DISPLAY
           DISPLAY PGMID '999I' TRACOS
      *
           IF  TEM-DEPEND
               CLOSE DEPEND
               MOVE 'N' TO WS-TEM-DEPEND
           END-IF.
      *
       RT-FINALIZARX.                              EXIT.
      ******************************************************************
