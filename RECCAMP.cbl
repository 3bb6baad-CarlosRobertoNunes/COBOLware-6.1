      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RECCAMP.
       AUTHOR.        Traduzido de Easytrieve (macro esy.kex v.0.10).
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      * Campanha semestral de recertificacao de       *
                      * acessos, conduzida pelos gestores dos         *
                      * departamentos (DEPTOS-GESTOR).                *
                      *                                               *
                      * RECCAMP-FUNCAO = A (ABERTURA):                *
                      *   cada sign-on "PS" ativo do CWCONF vira um   *
                      *   item pendente no RECERT, com o grupo e o    *
                      *   departamento da matricula vinculada no      *
                      *   PROVLINK; o revisor e o gestor do           *
                      *   departamento (o proprio gestor, e quem nao  *
                      *   tem vinculo, ficam com o revisor geral      *
                      *   RECCAMP-REVISOR). Cada revisor recebe pelo  *
                      *   CWMAIL a lista dos seus sign-ons, com o     *
                      *   grupo e os programas que o grupo libera ou  *
                      *   veda, e confirma ou revoga cada um no       *
                      *   RECMNT ate o prazo (RECCAMP-PRAZO dias,     *
                      *   padrao 15).                                 *
                      *                                               *
                      * RECCAMP-FUNCAO = E (ENCERRAMENTO), depois do  *
                      * prazo: todo item ainda pendente e bloqueado   *
                      * no CWCONF (CWCONF-BLOQUEADO = S) e sai o      *
                      * relatorio RECREL no spool (CWSPLF) com as     *
                      * decisoes de cada revisor e o termo de         *
                      * assinatura, para o arquivo da auditoria.      *
                      *                                               *
                      * Cada abertura, encerramento e bloqueio vai    *
                      * para o CWLOGF.                                *
                      *                                               *
                      * RC 4 = campanha aberta com revisor sem        *
                      * e-mail ou sign-on sem revisor possivel, ou    *
                      * prazo ainda nao vencido; RC 8 = arquivo       *
                      * indisponivel ou campanha em situacao          *
                      * incompativel com a funcao.                    *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT RECERT ASSIGN TO RECERT
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS RECERT-CHAVE
                  FILE STATUS   IS FL-STA-RECERT.
      *
           SELECT CWCONF ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS CONF-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FL-STA-CWCONF.
      *
           SELECT OPTIONAL PROVLINK ASSIGN TO PROVLINK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS LINK-EMP-NO
                  FILE STATUS   IS FL-STA-PROVLINK.
      *
           SELECT PERSNL ASSIGN TO SYS010
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS PERSNL-EMP-NO
                  FILE STATUS   IS FL-STA-PERSNL.
      *
           SELECT OPTIONAL DEPTOS ASSIGN TO DEPTOS
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS DEPTOS-DEPT
                  FILE STATUS   IS FL-STA-DEPTOS.
      *
           SELECT RECMAIL ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FL-STA-RECMAIL.
      *
           SELECT RECREL ASSIGN TO RECREL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *----------------------------------------------------------------*
      *  ITENS DA CAMPANHA: CAMPANHA (DATA DA ABERTURA) + REVISOR +     *
      *  SIGN-ON; REVISOR E SIGN-ON EM BRANCO = CABECALHO DA CAMPANHA   *
      *----------------------------------------------------------------*
       FD  RECERT
           RECORD CONTAINS 200 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-RECERT.
           03 RECERT-CHAVE.
              05 RECERT-CAMPANHA             PIC  9(008).
              05 RECERT-GESTOR               PIC  X(030).
              05 RECERT-USUARIO              PIC  X(030).
           03 RECERT-DEPT                    PIC  9(003).
           03 RECERT-EMP-NO                  PIC  9(005).
           03 RECERT-NOME                    PIC  X(008).
           03 RECERT-GRUPO                   PIC  X(022).
           03 RECERT-SITUACAO                PIC  X(001).
              88 RECERT-ABERTA                           VALUE 'A'.
              88 RECERT-ENCERRADA                        VALUE 'E'.
              88 RECERT-PENDENTE                         VALUE 'P'.
              88 RECERT-CONFIRMADO                       VALUE 'C'.
              88 RECERT-REVOGADO                         VALUE 'R'.
              88 RECERT-BLOQUEADO                        VALUE 'B'.
              88 RECERT-SEM-REVISOR                      VALUE 'S'.
           03 RECERT-PRAZO                   PIC  9(008).
           03 RECERT-DECISOR                 PIC  X(030).
           03 RECERT-DATA-DECISAO            PIC  9(008).
           03 RECERT-MOTIVO                  PIC  X(030).
           03 FILLER                         PIC  X(017).
      *
      *----------------------------------------------------------------*
      *  CADASTRO DE USUARIOS DO PRODUTO: VISAO "PS" (SIGN-ON) E "GU"   *
      *  (PROGRAMAS DO GRUPO), ESPELHANDO O LAYOUT OFICIAL              *
      *----------------------------------------------------------------*
       FD  CWCONF
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-CWCONF.
      *
       01  CONF-REG.
           03 CONF-CHAVE.
              05 CONF-TIPO                   PIC  X(002).
              05 CONF-ELEMENTO               PIC  X(030).
           03 CONF-RESTO                     PIC  X(1976).
      *
       01  CONF-REGPS REDEFINES CONF-REG.
           03 FILLER                         PIC  X(002).
           03 CONFPS-NOME                    PIC  X(030).
           03 CONFPS-NIVEL            COMP-X PIC  9(002).
           03 CONFPS-SIZE             COMP-X PIC  9(002).
           03 CONFPS-FATOR            COMP-X PIC  9(002).
           03 CONFPS-SENHA                   PIC  X(030).
           03 CONFPS-GRUPO                   PIC  X(022).
           03 CONFPS-MODO-MENU               PIC  9(001).
           03 CONFPS-PATH-SPOOL              PIC  X(030).
           03 CONFPS-PRINTER-DEFAULT         PIC  X(008).
           03 CONFPS-QUADRO                  PIC  9(001).
           03 CONFPS-SPOOL-OPTIONS           PIC  X(004).
           03 CONFPS-RELATOR-IN              PIC  9(009).
           03 CONFPS-RELATOR-OUT             PIC  9(009).
           03 CONFPS-ESTILO-FLAG             PIC  9(001).
           03 CONFPS-AUTOVIEW                PIC  9(001).
           03 CONFPS-PRINTER-DEFAULT2        PIC  X(022).
           03 CONFPS-E-MAIL                  PIC  X(042).
           03 CONFPS-SMTP                    PIC  X(042).
           03 CONFPS-SMTP-SIZE        COMP-X PIC  9(002).
           03 CONFPS-SMTP-FATOR       COMP-X PIC  9(002).
           03 CONFPS-SMTP-PASSWORD           PIC  X(020).
           03 CONFPS-DATA-SENHA       COMP-3 PIC  9(008).
           03 CONFPS-LOGIN-ERRO              PIC  9(001).
           03 CONFPS-LOGIN-LAST       COMP-3 PIC  9(008).
           03 CONFPS-BLOQUEADO               PIC  X(001).
           03 FILLER                         PIC  X(1717).
      *
       01  CONF-REGGU REDEFINES CONF-REG.
           03 FILLER                         PIC  X(002).
           03 CONFGU-GRUPO                   PIC  X(022).
           03 CONFGU-PROGRAMA                PIC  X(008).
           03 CONFGU-ACESSO                  PIC  X(001).
           03 FILLER                         PIC  X(004).
           03 CONFGU-ADM                     PIC  X(001).
           03 FILLER                         PIC  X(1970).
      *
      *----------------------------------------------------------------*
      *  VINCULO MATRICULA X SIGN-ON CRIADO PELO PROVISIONAMENTO        *
      *----------------------------------------------------------------*
       FD  PROVLINK
           RECORD CONTAINS 050 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-PROVLINK.
           03 LINK-EMP-NO                    PIC  9(005).
           03 LINK-USUARIO                   PIC  X(030).
           03 LINK-SITUACAO                  PIC  X(001).
              88 LINK-ATIVO                              VALUE 'A'.
              88 LINK-BLOQUEADO                          VALUE 'B'.
           03 LINK-DATA                      PIC  9(008).
           03 FILLER                         PIC  X(006).
      *
       FD  PERSNL
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-PERSNL.
           03 PERSNL-EMP-NO                  PIC  9(005).
           03 PERSNL-COMPANY-X               PIC  X(002).
           03 FILLER                         PIC  X(009).
           03 LAST-NAME                      PIC  X(008).
           03 FILLER                         PIC  X(069).
           03 PAY-GROSS                      PIC S9(004)V9(02) COMP-3.
           03 DEPT                           PIC  9(003).
           03 FILLER                         PIC  X(050).
      *
       FD  DEPTOS
           RECORD CONTAINS 080 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
      *
       01  REG-DEPTOS.
           03 DEPTOS-DEPT                    PIC  9(003).
           03 DEPTOS-DESCRICAO               PIC  X(030).
           03 DEPTOS-CENTRO-CUSTO            PIC  X(010).
           03 DEPTOS-GESTOR                  PIC  X(030).
           03 FILLER                         PIC  X(007).
      *
      *----------------------------------------------------------------*
      *  CORPO DO E-MAIL DE UM REVISOR (CWMAIL-REPORT)                  *
      *----------------------------------------------------------------*
       FD  RECMAIL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-RECMAIL.
      *
       01  REG-RECMAIL                       PIC  X(080).
      *
       FD  RECREL
           LABEL RECORD IS OMITTED.
      *
       01  REG-RECREL                        PIC  X(132).
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
       77  SB-CWMAIL                     PIC  X(08)  VALUE 'CWMAIL'.
       77  SB-CWLOGW                     PIC  X(08)  VALUE 'CWLOGW'.
       77  SB-CWGETU                     PIC  X(08)  VALUE 'CWGETU'.
      *
      *----------------------------------------------------------------*
      *        AREA DE VARIAVEIS AUXILIARES                            *
      *----------------------------------------------------------------*
      *
       01  WS-VARIAVEIS.
           03 TRACOS                         PIC  X(060)    VALUE
              ALL '-'.
           03 PGMID                          PIC  X(009)    VALUE
              '#RECCAMP.'.
           03 FL-STA-RECERT                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-RECERT-OK                               VALUE '00'.
              88 FL-RECERT-EOF                              VALUE '10'.
              88 FL-RECERT-NOVO                             VALUE '35'.
           03 FL-STA-CWCONF                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-CWCONF-OK                               VALUE '00'.
              88 FL-CWCONF-EOF                              VALUE '10'.
           03 FL-STA-PROVLINK                PIC  X(002)    VALUE
              ZEROS.
              88 FL-PROVLINK-OK                             VALUE '00'.
              88 FL-PROVLINK-EOF                            VALUE '10'.
           03 FL-STA-PERSNL                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-PERSNL-OK                               VALUE '00'.
           03 FL-STA-DEPTOS                  PIC  X(002)    VALUE
              ZEROS.
              88 FL-DEPTOS-OK                               VALUE '00'.
           03 FL-STA-RECMAIL                 PIC  X(002)    VALUE
              ZEROS.
              88 FL-RECMAIL-OK                              VALUE '00'.
           03 LB-CWCONF                      PIC  X(255)    VALUE
              'cwconf'.
           03 LB-RECMAIL                     PIC  X(255)    VALUE
              SPACES.
           03 WS-RETURN-CODE                 PIC  9(003)    VALUE
              ZEROS.
           03 WS-DISPLAY                     PIC  -ZZZ.ZZZ.ZZ9.
           03 WS-FUNCAO                      PIC  X(001)    VALUE
              SPACE.
              88 FUNCAO-ABRIR                               VALUE 'A'.
              88 FUNCAO-ENCERRAR                            VALUE 'E'.
           03 WS-PRAZO-X                     PIC  X(003)    VALUE
              SPACES.
           03 WS-PRAZO-DIAS                  PIC  9(003)    VALUE 15.
           03 WS-REVISOR                     PIC  X(030)    VALUE
              SPACES.
           03 WS-MODELO                      PIC  X(030)    VALUE
              SPACES.
           03 WS-OPERADOR                    PIC  X(030)    VALUE
              SPACES.
           03 WS-TASK                        PIC  9(006)    VALUE
              ZEROS.
           03 WS-PROGRAMA                    PIC  X(008)    VALUE
              'RECCAMP'.
           03 WS-SEM-REVISOR-ID              PIC  X(030)    VALUE
              '*SEM REVISOR*'.
           03 WS-ITENS                COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-REVISORES            COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-AVISADOS             COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-SEM-EMAIL            COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-SEM-REVISOR          COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-CONFIRMADOS          COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-REVOGADOS            COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-BLOQUEADOS           COMP-3 PIC S9(009)    VALUE ZEROS.
           03 WS-QTDE-REVISOR         COMP-3 PIC S9(005)    VALUE ZEROS.
           03 WS-CONF-REVISOR         COMP-3 PIC S9(005)    VALUE ZEROS.
           03 WS-REVG-REVISOR         COMP-3 PIC S9(005)    VALUE ZEROS.
           03 WS-BLOQ-REVISOR         COMP-3 PIC S9(005)    VALUE ZEROS.
           03 WS-CAMPANHA                    PIC  9(008)    VALUE
              ZEROS.
           03 WS-PRAZO                       PIC  9(008)    VALUE
              ZEROS.
           03 WS-TEM-CAMPANHA                PIC  X(001)    VALUE 'N'.
              88 TEM-CAMPANHA                               VALUE 'S'.
           03 WS-TEM-VINCULO                 PIC  X(001)    VALUE 'N'.
              88 TEM-VINCULO                                VALUE 'S'.
           03 WS-MAIL-ABERTO                 PIC  X(001)    VALUE 'N'.
              88 MAIL-ABERTO                                VALUE 'S'.
           03 WS-PRIMEIRO                    PIC  X(001)    VALUE 'S'.
              88 PRIMEIRO                                   VALUE 'S'.
           03 WS-GESTOR-ANT                  PIC  X(030)    VALUE
              SPACES.
           03 WS-EMAIL-REVISOR               PIC  X(042)    VALUE
              SPACES.
           03 WS-USUARIO-EXAME               PIC  X(030)    VALUE
              SPACES.
           03 WS-GRUPO-EXAME                 PIC  X(022)    VALUE
              SPACES.
           03 WS-GRUPO-ADM                   PIC  X(001)    VALUE
              SPACE.
           03 WS-GRUPO-EOF                   PIC  X(001)    VALUE 'N'.
              88 GRUPO-EOF                                  VALUE 'S'.
           03 WS-PROGS                       PIC  X(080)    VALUE
              SPACES.
           03 WS-PTR                         PIC  9(003)    VALUE
              ZEROS.
           03 WS-QTDE-PROGS                  PIC  9(003)    VALUE
              ZEROS.
           03 WS-DATA-HOJE                   PIC  9(008)    VALUE
              ZEROS.
           03 FILLER REDEFINES WS-DATA-HOJE.
              05 WS-HOJE-ANO                 PIC  9(004).
              05 WS-HOJE-MES                 PIC  9(002).
              05 WS-HOJE-DIA                 PIC  9(002).
           03 WS-INT-DATA                    PIC  9(008)    VALUE
              ZEROS.
           03 WS-ED-QTDE                     PIC  ZZZ9.
           03 WS-NUM-MAIL                    PIC  9(004)    VALUE
              ZEROS.
      *
      *----------------------------------------------------------------*
      *  LINHAS DA LISTAGEM E DO E-MAIL                                 *
      *----------------------------------------------------------------*
       01  WS-CABECALHO.
           03 FILLER                         PIC  X(040)    VALUE
              'RECERTIFICACAO DE ACESSOS - CAMPANHA DE '.
           03 CAB-CAMPANHA                   PIC  X(010).
           03 FILLER                         PIC  X(007)    VALUE
              ' PRAZO '.
           03 CAB-PRAZO                      PIC  X(010).
           03 FILLER                         PIC  X(065)    VALUE
              SPACES.
      *
       01  WS-TITULOS.
           03 FILLER                         PIC  X(060)    VALUE
              '  SIGN-ON         MATR. NOME     DEP GRUPO'.
           03 FILLER                         PIC  X(072)    VALUE
              'DECISAO     EM         POR            MOTIVO'.
      *
       01  WS-LINHA-REVISOR.
           03 FILLER                         PIC  X(009)    VALUE
              'REVISOR: '.
           03 LRV-GESTOR                     PIC  X(030).
           03 FILLER                         PIC  X(002)    VALUE
              SPACES.
           03 LRV-EMAIL                      PIC  X(042).
           03 FILLER                         PIC  X(049)    VALUE
              SPACES.
      *
       01  WS-DETALHE.
           03 FILLER                         PIC  X(002)    VALUE
              SPACES.
           03 DET-USUARIO                    PIC  X(015).
           03 FILLER                         PIC  X(001)    VALUE
              SPACE.
           03 DET-EMP-NO                     PIC  X(005).
           03 FILLER                         PIC  X(001)    VALUE
              SPACE.
           03 DET-NOME                       PIC  X(008).
           03 FILLER                         PIC  X(001)    VALUE
              SPACE.
           03 DET-DEPT                       PIC  X(003).
           03 FILLER                         PIC  X(001)    VALUE
              SPACE.
           03 DET-GRUPO                      PIC  X(022).
           03 FILLER                         PIC  X(001)    VALUE
              SPACE.
           03 DET-DECISAO                    PIC  X(011).
           03 FILLER                         PIC  X(001)    VALUE
              SPACE.
           03 DET-DATA                       PIC  X(010).
           03 FILLER                         PIC  X(001)    VALUE
              SPACE.
           03 DET-DECISOR                    PIC  X(014).
           03 FILLER                         PIC  X(001)    VALUE
              SPACE.
           03 DET-MOTIVO                     PIC  X(030).
           03 FILLER                         PIC  X(003)    VALUE
              SPACES.
      *
       01  WS-TOTAL-REVISOR.
           03 FILLER                         PIC  X(012)    VALUE
              '  SIGN-ONS: '.
           03 TRV-QTDE                       PIC  ZZZ9.
           03 FILLER                         PIC  X(015)    VALUE
              '  CONFIRMADOS: '.
           03 TRV-CONF                       PIC  ZZZ9.
           03 FILLER                         PIC  X(013)    VALUE
              '  REVOGADOS: '.
           03 TRV-REVG                       PIC  ZZZ9.
           03 FILLER                         PIC  X(027)    VALUE
              '  BLOQUEADOS SEM DECISAO: '.
           03 TRV-BLOQ                       PIC  ZZZ9.
           03 FILLER                         PIC  X(049)    VALUE
              SPACES.
      *
       01  WS-ASSINATURA.
           03 FILLER                         PIC  X(047)    VALUE
              '  DECISOES CONFERIDAS. ASSINATURA DO REVISOR: '.
           03 FILLER                         PIC  X(036)    VALUE
              ALL '_'.
           03 FILLER                         PIC  X(049)    VALUE
              '   DATA: ____/____/________'.
      *
       01  WS-DATA-EDITADA.
           03 WS-ED-DIA                      PIC  9(002).
           03 FILLER                         PIC  X(001)    VALUE '/'.
           03 WS-ED-MES                      PIC  9(002).
           03 FILLER                         PIC  X(001)    VALUE '/'.
           03 WS-ED-ANO                      PIC  9(004).
       01  WS-DATA-EDITAR                    PIC  9(008)    VALUE
           ZEROS.
       01  REDEFINES WS-DATA-EDITAR.
           03 WS-EDT-ANO                     PIC  9(004).
           03 WS-EDT-MES                     PIC  9(002).
           03 WS-EDT-DIA                     PIC  9(002).
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
      *
       01  PARAMETROS-CWLOGW.
           03 CWLOGW-FUNCTION                PIC  X(001)    VALUE
              SPACE.
           03 CWLOGW-TEXT                    PIC  X(035)    VALUE
              SPACES.
      *
      *----------------------------------------------------------------*
      *  AVISO AO REVISOR (CWMAIL); A FOLGA NO FIM GARANTE QUE O        *
      *  CWMAIL NUNCA ACESSE ALEM DESTA AREA                            *
      *----------------------------------------------------------------*
       01  PARAMETROS-CWMAIL.
           03 CWMAIL-TO                      PIC  X(080)    VALUE
              SPACES.
           03 CWMAIL-FROM                    PIC  X(080)    VALUE
              SPACES.
           03 CWMAIL-SUBJECT                 PIC  X(080)    VALUE
              SPACES.
           03 CWMAIL-TEXT                    PIC  X(080)    VALUE
              SPACES.
           03 CWMAIL-REPORT                  PIC  X(255)    VALUE
              SPACES.
           03 CWMAIL-SERVER                  PIC  X(060)    VALUE
              SPACES.
           03 CWMAIL-PORT                    PIC  X(005)    VALUE
              SPACES.
           03 CWMAIL-PASSWORD                PIC  X(030)    VALUE
              SPACES.
           03 CWMAIL-USER                    PIC  X(080)    VALUE
              SPACES.
           03 CWMAIL-SSL-FLAG                PIC  X(001)    VALUE
              SPACE.
           03 CWMAIL-AUT-FLAG                PIC  X(001)    VALUE
              SPACE.
           03 CWMAIL-QUIET                   PIC  X(001)    VALUE
              'S'.
           03 CWMAIL-ATTACHES                PIC  X(255)    VALUE
              SPACES.
           03 FILLER                         PIC  X(2048)   VALUE
              SPACES.
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
           IF  WS-RETURN-CODE EQUAL ZEROS
               IF  FUNCAO-ABRIR
                   PERFORM RT-ABRIR-CAMPANHA
               ELSE
                   PERFORM RT-ENCERRAR-CAMPANHA
               END-IF
               CLOSE RECERT CWCONF
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
      *  PARAMETROS DO AMBIENTE E ABERTURA DO RECERT E DO CWCONF; A     *
      *  CAMPANHA AINDA ABERTA, SE HOUVER, FICA EM WS-CAMPANHA          *
      *----------------------------------------------------------------*
       RT-INICIAR                                  SECTION.
      *
           DISPLAY PGMID '001I ' FUNCTION WHEN-COMPILED
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           CALL SB-CWGETU USING WS-OPERADOR WS-TASK WS-PROGRAMA '?'
      *
           DISPLAY 'RECCAMP-FUNCAO' UPON ENVIRONMENT-NAME
           ACCEPT   WS-FUNCAO       FROM ENVIRONMENT-VALUE
           INSPECT  WS-FUNCAO CONVERTING 'ae' TO 'AE'
           IF  NOT FUNCAO-ABRIR
           AND NOT FUNCAO-ENCERRAR
               DISPLAY PGMID '001I- RECCAMP-FUNCAO DEVE SER A (ABRIR)'
                       ' OU E (ENCERRAR)'
               MOVE 8 TO WS-RETURN-CODE
               EXIT SECTION
           END-IF
      *
           DISPLAY 'RECCAMP-PRAZO' UPON ENVIRONMENT-NAME
           ACCEPT   WS-PRAZO-X     FROM ENVIRONMENT-VALUE
           EVALUATE TRUE
               WHEN WS-PRAZO-X(1:3) IS NUMERIC
                    MOVE WS-PRAZO-X(1:3) TO WS-PRAZO-DIAS
               WHEN WS-PRAZO-X(1:2) IS NUMERIC
               AND  WS-PRAZO-X(3:1) EQUAL SPACE
                    MOVE WS-PRAZO-X(1:2) TO WS-PRAZO-DIAS
               WHEN WS-PRAZO-X(1:1) IS NUMERIC
               AND  WS-PRAZO-X(2:1) EQUAL SPACE
                    MOVE WS-PRAZO-X(1:1) TO WS-PRAZO-DIAS
           END-EVALUATE
           IF  WS-PRAZO-DIAS EQUAL ZEROS
               MOVE 15 TO WS-PRAZO-DIAS
           END-IF
      *
           DISPLAY 'RECCAMP-REVISOR' UPON ENVIRONMENT-NAME
           ACCEPT   WS-REVISOR       FROM ENVIRONMENT-VALUE
           IF  WS-REVISOR EQUAL SPACES
               MOVE WS-OPERADOR TO WS-REVISOR
           END-IF
      *
           DISPLAY 'PERSPROV-MODELO' UPON ENVIRONMENT-NAME
           ACCEPT   WS-MODELO        FROM ENVIRONMENT-VALUE
           IF  WS-MODELO EQUAL SPACES
               MOVE 'MODELO' TO WS-MODELO
           END-IF
      *
           DISPLAY 'CWCONF'    UPON ENVIRONMENT-NAME
           ACCEPT   LB-CWCONF  FROM ENVIRONMENT-VALUE
           IF  LB-CWCONF EQUAL SPACES
               MOVE 'cwconf' TO LB-CWCONF
           END-IF
      *
           OPEN I-O RECERT
           IF  FL-RECERT-NOVO
               OPEN OUTPUT RECERT
               CLOSE RECERT
               OPEN I-O RECERT
           END-IF
           IF  NOT FL-RECERT-OK
               DISPLAY PGMID '001I- RECERT COM ERRO ' FL-STA-RECERT
               MOVE 8 TO WS-RETURN-CODE
               EXIT SECTION
           END-IF
      *
           IF  FUNCAO-ABRIR
               OPEN INPUT CWCONF
           ELSE
               OPEN I-O CWCONF
           END-IF
           IF  NOT FL-CWCONF-OK
               DISPLAY PGMID '001I- CWCONF INDISPONIVEL ('
                       FL-STA-CWCONF ')'
               CLOSE RECERT
               MOVE 8 TO WS-RETURN-CODE
               EXIT SECTION
           END-IF
      *
           PERFORM RT-ACHAR-CAMPANHA.
      *
       RT-INICIARX.                                EXIT.
      *----------------------------------------------------------------*
      *  PROCURA O CABECALHO DE CAMPANHA AINDA ABERTA; OS CABECALHOS    *
      *  VEM PRIMEIRO EM CADA CAMPANHA (REVISOR E SIGN-ON EM BRANCO)    *
      *----------------------------------------------------------------*
       RT-ACHAR-CAMPANHA                           SECTION.
      *
           MOVE 'N'        TO WS-TEM-CAMPANHA
           MOVE LOW-VALUES TO RECERT-CHAVE
           MOVE ZEROS      TO FL-STA-RECERT
           START RECERT KEY NOT LESS RECERT-CHAVE
               INVALID KEY
                   SET FL-RECERT-EOF TO TRUE
           END-START
           PERFORM UNTIL FL-RECERT-EOF
               READ RECERT NEXT RECORD
                 AT END
                    SET FL-RECERT-EOF TO TRUE
                 NOT AT END
                    IF  RECERT-GESTOR  EQUAL SPACES
                    AND RECERT-USUARIO EQUAL SPACES
                    AND RECERT-ABERTA
                        SET  TEM-CAMPANHA    TO TRUE
                        MOVE RECERT-CAMPANHA TO WS-CAMPANHA
                        MOVE RECERT-PRAZO    TO WS-PRAZO
                    END-IF
                    MOVE HIGH-VALUES TO RECERT-GESTOR
                    START RECERT KEY GREATER RECERT-CHAVE
                        INVALID KEY
                            SET FL-RECERT-EOF TO TRUE
                    END-START
               END-READ
           END-PERFORM
           MOVE ZEROS TO FL-STA-RECERT.
      *
       RT-ACHAR-CAMPANHAX.                         EXIT.
      *================================================================*
      *                     ABERTURA DA CAMPANHA                       *
      *================================================================*
       RT-ABRIR-CAMPANHA                           SECTION.
      *
           IF  TEM-CAMPANHA
               MOVE WS-CAMPANHA TO WS-DATA-EDITAR
               PERFORM RT-EDITAR-DATA
               DISPLAY PGMID '002I- CAMPANHA DE ' WS-DATA-EDITADA
                       ' AINDA ABERTA - ENCERRE ANTES DE ABRIR OUTRA'
               MOVE 8 TO WS-RETURN-CODE
               EXIT SECTION
           END-IF
      *
           MOVE WS-DATA-HOJE TO WS-CAMPANHA
           COMPUTE WS-INT-DATA =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                 + WS-PRAZO-DIAS
           COMPUTE WS-PRAZO =
                   FUNCTION DATE-OF-INTEGER(WS-INT-DATA)
      *
           MOVE SPACES       TO REG-RECERT
           MOVE WS-CAMPANHA  TO RECERT-CAMPANHA
           MOVE ZEROS        TO RECERT-DEPT RECERT-EMP-NO
                                RECERT-DATA-DECISAO
           MOVE WS-PRAZO     TO RECERT-PRAZO
           MOVE WS-OPERADOR  TO RECERT-DECISOR
           SET  RECERT-ABERTA TO TRUE
           WRITE REG-RECERT
               INVALID KEY
                   DISPLAY PGMID '002I- JA HOUVE CAMPANHA HOJE ('
                           FL-STA-RECERT ')'
                   MOVE 8 TO WS-RETURN-CODE
                   EXIT SECTION
           END-WRITE
      *
           OPEN INPUT PROVLINK PERSNL DEPTOS
           IF  NOT FL-PERSNL-OK
               DISPLAY PGMID '003I- PERSNL INDISPONIVEL - SIGN-ONS'
                       ' FICAM COM O REVISOR GERAL'
           END-IF
      *
           MOVE 'PS'       TO CONF-TIPO
           MOVE LOW-VALUES TO CONF-ELEMENTO
           START CWCONF KEY NOT LESS CONF-CHAVE
           IF  NOT FL-CWCONF-OK
               SET FL-CWCONF-EOF TO TRUE
           END-IF
           PERFORM UNTIL FL-CWCONF-EOF
               READ CWCONF NEXT RECORD
                 AT END
                    SET FL-CWCONF-EOF TO TRUE
                 NOT AT END
                    IF  CONF-TIPO NOT EQUAL 'PS'
                        SET FL-CWCONF-EOF TO TRUE
                    ELSE
                        PERFORM RT-INCLUIR-ITEM
                    END-IF
               END-READ
           END-PERFORM
           MOVE ZEROS TO FL-STA-CWCONF
           CLOSE PROVLINK PERSNL DEPTOS
      *
           MOVE 'I' TO CWLOGW-FUNCTION
           MOVE SPACES TO CWLOGW-TEXT
           STRING 'RECERT ABERTA ' WS-CAMPANHA ' PRAZO ' WS-PRAZO
                  DELIMITED BY SIZE INTO CWLOGW-TEXT
           CALL SB-CWLOGW USING PARAMETROS-CWLOGW
             ON EXCEPTION
                CONTINUE
           END-CALL
      *
           PERFORM RT-AVISAR-REVISORES.
      *
       RT-ABRIR-CAMPANHAX.                         EXIT.
      *----------------------------------------------------------------*
      *  UM SIGN-ON "PS" ATIVO VIRA ITEM PENDENTE: BLOQUEADO E O        *
      *  GABARITO DO PROVISIONAMENTO NAO ENTRAM                         *
      *----------------------------------------------------------------*
       RT-INCLUIR-ITEM                             SECTION.
      *
           IF  CONFPS-BLOQUEADO EQUAL 'S'
           OR  CONF-ELEMENTO EQUAL WS-MODELO
               EXIT SECTION
           END-IF
           MOVE CONF-ELEMENTO TO WS-USUARIO-EXAME
      *
           MOVE SPACES          TO REG-RECERT
           MOVE WS-CAMPANHA     TO RECERT-CAMPANHA
           MOVE WS-USUARIO-EXAME TO RECERT-USUARIO
           MOVE CONFPS-GRUPO    TO RECERT-GRUPO
           MOVE WS-PRAZO        TO RECERT-PRAZO
           MOVE ZEROS           TO RECERT-DEPT RECERT-EMP-NO
                                   RECERT-DATA-DECISAO
           SET  RECERT-PENDENTE TO TRUE
      *
      *    MATRICULA PELO VINCULO DO PROVISIONAMENTO
           MOVE 'N'   TO WS-TEM-VINCULO
           MOVE ZEROS TO LINK-EMP-NO FL-STA-PROVLINK
           START PROVLINK KEY NOT LESS LINK-EMP-NO
           IF  NOT FL-PROVLINK-OK
               SET FL-PROVLINK-EOF TO TRUE
           END-IF
           PERFORM UNTIL FL-PROVLINK-EOF
               READ PROVLINK NEXT RECORD
                 AT END
                    SET FL-PROVLINK-EOF TO TRUE
                 NOT AT END
                    IF  LINK-USUARIO EQUAL WS-USUARIO-EXAME
                        SET  TEM-VINCULO TO TRUE
                        MOVE LINK-EMP-NO TO RECERT-EMP-NO
                        SET FL-PROVLINK-EOF TO TRUE
                    END-IF
               END-READ
           END-PERFORM
           MOVE ZEROS TO FL-STA-PROVLINK
      *
      *    DEPARTAMENTO DA MATRICULA E O SEU GESTOR
           IF  TEM-VINCULO
               MOVE RECERT-EMP-NO TO PERSNL-EMP-NO
               READ PERSNL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DEPT      TO RECERT-DEPT
                       MOVE LAST-NAME TO RECERT-NOME
                       MOVE DEPT      TO DEPTOS-DEPT
                       READ DEPTOS
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE DEPTOS-GESTOR TO RECERT-GESTOR
                       END-READ
               END-READ
               MOVE '00' TO FL-STA-PERSNL FL-STA-DEPTOS
           END-IF
      *
      *    NINGUEM REVISA O PROPRIO ACESSO
           IF  RECERT-GESTOR EQUAL SPACES
           OR  RECERT-GESTOR EQUAL WS-USUARIO-EXAME
               MOVE WS-REVISOR TO RECERT-GESTOR
           END-IF
           IF  RECERT-GESTOR EQUAL SPACES
           OR  RECERT-GESTOR EQUAL WS-USUARIO-EXAME
               MOVE WS-SEM-REVISOR-ID TO RECERT-GESTOR
               SET  RECERT-SEM-REVISOR TO TRUE
               ADD  1 TO WS-SEM-REVISOR
               DISPLAY PGMID '004I- SIGN-ON ' WS-USUARIO-EXAME(1:20)
                       ' SEM REVISOR POSSIVEL'
           END-IF
      *
           WRITE REG-RECERT
               INVALID KEY
                   DISPLAY PGMID '004I- ERRO ' FL-STA-RECERT
                           ' NO RECERT - SIGN-ON '
                           WS-USUARIO-EXAME(1:20)
               NOT INVALID KEY
                   ADD 1 TO WS-ITENS
           END-WRITE.
      *
       RT-INCLUIR-ITEMX.                           EXIT.
      *----------------------------------------------------------------*
      *  RELE OS ITENS DA CAMPANHA NA ORDEM DO REVISOR E MANDA A CADA   *
      *  UM A SUA LISTA                                                 *
      *----------------------------------------------------------------*
       RT-AVISAR-REVISORES                         SECTION.
      *
           MOVE WS-CAMPANHA TO RECERT-CAMPANHA
           MOVE SPACES      TO RECERT-GESTOR RECERT-USUARIO
           MOVE ZEROS       TO FL-STA-RECERT
           START RECERT KEY GREATER RECERT-CHAVE
               INVALID KEY
                   SET FL-RECERT-EOF TO TRUE
           END-START
           PERFORM UNTIL FL-RECERT-EOF
               READ RECERT NEXT RECORD
                 AT END
                    SET FL-RECERT-EOF TO TRUE
                 NOT AT END
                    IF  RECERT-CAMPANHA NOT EQUAL WS-CAMPANHA
                        SET FL-RECERT-EOF TO TRUE
                    ELSE
                        PERFORM RT-LISTAR-ITEM-MAIL
                    END-IF
               END-READ
           END-PERFORM
           MOVE ZEROS TO FL-STA-RECERT
           IF  NOT PRIMEIRO
               PERFORM RT-ENVIAR-MAIL
           END-IF.
      *
       RT-AVISAR-REVISORESX.                       EXIT.
      *----------------------------------------------------------------*
       RT-LISTAR-ITEM-MAIL                         SECTION.
      *
           IF  PRIMEIRO
           OR  RECERT-GESTOR NOT EQUAL WS-GESTOR-ANT
               IF  NOT PRIMEIRO
                   PERFORM RT-ENVIAR-MAIL
               END-IF
               MOVE 'N' TO WS-PRIMEIRO
               PERFORM RT-ABRIR-MAIL
           END-IF
           ADD 1 TO WS-QTDE-REVISOR
           IF  NOT MAIL-ABERTO
               EXIT SECTION
           END-IF
      *
           PERFORM RT-MONTAR-DETALHE
           MOVE WS-DETALHE(1:80) TO REG-RECMAIL
           WRITE REG-RECMAIL
      *
      *    PROGRAMAS QUE O GRUPO LIBERA OU VEDA (REGISTROS "GU")
           MOVE RECERT-GRUPO TO WS-GRUPO-EXAME
           PERFORM RT-PROGRAMAS-GRUPO.
      *
       RT-LISTAR-ITEM-MAILX.                       EXIT.
      *----------------------------------------------------------------*
      *  NOVO REVISOR: E-MAIL DO SIGN-ON DELE NO CWCONF E ABERTURA DO   *
      *  CORPO DO E-MAIL                                                *
      *----------------------------------------------------------------*
       RT-ABRIR-MAIL                               SECTION.
      *
           ADD  1 TO WS-REVISORES
           MOVE RECERT-GESTOR TO WS-GESTOR-ANT
           MOVE ZEROS  TO WS-QTDE-REVISOR
           MOVE SPACES TO WS-EMAIL-REVISOR
           IF  RECERT-GESTOR NOT EQUAL WS-SEM-REVISOR-ID
               MOVE 'PS'          TO CONF-TIPO
               MOVE RECERT-GESTOR TO CONF-ELEMENTO
               READ CWCONF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CONFPS-E-MAIL TO WS-EMAIL-REVISOR
               END-READ
               MOVE ZEROS TO FL-STA-CWCONF
           END-IF
           IF  WS-EMAIL-REVISOR EQUAL SPACES
               EXIT SECTION
           END-IF
      *
           MOVE SPACES TO LB-RECMAIL
           MOVE WS-REVISORES TO WS-NUM-MAIL
           STRING 'reccamp-' WS-NUM-MAIL '.txt'
                  DELIMITED BY SIZE INTO LB-RECMAIL
           OPEN OUTPUT RECMAIL
           IF  NOT FL-RECMAIL-OK
               DISPLAY PGMID '005I- ERRO ' FL-STA-RECMAIL ' AO CRIAR '
                       LB-RECMAIL(1:20)
               EXIT SECTION
           END-IF
           SET MAIL-ABERTO TO TRUE
      *
           MOVE WS-CAMPANHA TO WS-DATA-EDITAR
           PERFORM RT-EDITAR-DATA
           MOVE WS-DATA-EDITADA TO CAB-CAMPANHA
           MOVE WS-PRAZO TO WS-DATA-EDITAR
           PERFORM RT-EDITAR-DATA
           MOVE WS-DATA-EDITADA TO CAB-PRAZO
           MOVE WS-CABECALHO(1:77) TO REG-RECMAIL
           WRITE REG-RECMAIL
           MOVE SPACES TO REG-RECMAIL
           STRING 'CONFIRME OU REVOGUE CADA SIGN-ON NO RECMNT ATE O'
                  ' PRAZO; O QUE NAO FOR CONFIRMADO'
                  DELIMITED BY SIZE INTO REG-RECMAIL
           WRITE REG-RECMAIL
           MOVE 'SERA BLOQUEADO NO ENCERRAMENTO DA CAMPANHA.'
             TO REG-RECMAIL
           WRITE REG-RECMAIL
           MOVE SPACES TO REG-RECMAIL
           WRITE REG-RECMAIL
           MOVE WS-TITULOS(1:60) TO REG-RECMAIL
           WRITE REG-RECMAIL.
      *
       RT-ABRIR-MAILX.                             EXIT.
      *----------------------------------------------------------------*
      *  LINHAS COM OS PROGRAMAS DO GRUPO (CRITERIO DO CWGETS: COM ADM  *
      *  "I" O GRUPO SO TEM O QUE ESTA CADASTRADO; SEM ELE, TEM TUDO    *
      *  MENOS O QUE ESTA MARCADO)                                      *
      *----------------------------------------------------------------*
       RT-PROGRAMAS-GRUPO                          SECTION.
      *
           IF  WS-GRUPO-EXAME EQUAL SPACES
           OR  WS-GRUPO-EXAME(1:6) EQUAL 'Acesso'
               MOVE '     ACESSO SEM RESTRICOES' TO REG-RECMAIL
               WRITE REG-RECMAIL
               EXIT SECTION
           END-IF
      *
           MOVE 'GU'           TO CONF-TIPO
           MOVE SPACES         TO CONF-ELEMENTO
           MOVE WS-GRUPO-EXAME TO CONFGU-GRUPO
           READ CWCONF
               INVALID KEY
                   MOVE '     GRUPO SEM RESTRICOES CADASTRADAS'
                     TO REG-RECMAIL
                   WRITE REG-RECMAIL
                   MOVE ZEROS TO FL-STA-CWCONF
                   EXIT SECTION
           END-READ
           MOVE CONFGU-ADM TO WS-GRUPO-ADM
      *
           MOVE SPACES TO WS-PROGS
           MOVE 1      TO WS-PTR
           MOVE ZEROS  TO WS-QTDE-PROGS
           IF  WS-GRUPO-ADM EQUAL 'I'
               STRING '     SO LIBERA:' DELIMITED BY SIZE
                 INTO WS-PROGS WITH POINTER WS-PTR
           ELSE
               STRING '     TUDO EXCETO:' DELIMITED BY SIZE
                 INTO WS-PROGS WITH POINTER WS-PTR
           END-IF
      *
           MOVE 'N' TO WS-GRUPO-EOF
           PERFORM UNTIL GRUPO-EOF
               READ CWCONF NEXT RECORD
                 AT END
                    SET GRUPO-EOF TO TRUE
                 NOT AT END
                    IF  CONF-TIPO    NOT EQUAL 'GU'
                    OR  CONFGU-GRUPO NOT EQUAL WS-GRUPO-EXAME
                        SET GRUPO-EOF TO TRUE
                    ELSE
                        IF  WS-GRUPO-ADM EQUAL 'I'
                        OR  CONFGU-ACESSO NOT EQUAL SPACE
                            PERFORM RT-ACUMULAR-PROGRAMA
                        END-IF
                    END-IF
               END-READ
           END-PERFORM
           MOVE ZEROS TO FL-STA-CWCONF
      *
           IF  WS-QTDE-PROGS EQUAL ZEROS
               STRING ' (NENHUM)' DELIMITED BY SIZE
                 INTO WS-PROGS WITH POINTER WS-PTR
           END-IF
           MOVE WS-PROGS TO REG-RECMAIL
           WRITE REG-RECMAIL.
      *
       RT-PROGRAMAS-GRUPOX.                        EXIT.
      *----------------------------------------------------------------*
      *  ACRESCENTA O PROGRAMA NA LINHA; LINHA CHEIA VAI PARA O E-MAIL  *
      *----------------------------------------------------------------*
       RT-ACUMULAR-PROGRAMA                        SECTION.
      *
           IF  WS-PTR GREATER 70
               MOVE WS-PROGS TO REG-RECMAIL
               WRITE REG-RECMAIL
               MOVE SPACES TO WS-PROGS
               MOVE 18     TO WS-PTR
           END-IF
           STRING ' ' CONFGU-PROGRAMA DELIMITED BY SIZE
             INTO WS-PROGS WITH POINTER WS-PTR
           ADD 1 TO WS-QTDE-PROGS.
      *
       RT-ACUMULAR-PROGRAMAX.                      EXIT.
      *----------------------------------------------------------------*
      *  ENVIA AO REVISOR A LISTA QUE TERMINOU                          *
      *----------------------------------------------------------------*
       RT-ENVIAR-MAIL                              SECTION.
      *
           IF  NOT MAIL-ABERTO
               DISPLAY PGMID '006I- REVISOR ' WS-GESTOR-ANT(1:20)
                       ' SEM E-MAIL NO CWCONF - NAO AVISADO'
               ADD 1 TO WS-SEM-EMAIL
               EXIT SECTION
           END-IF
           CLOSE RECMAIL
           MOVE 'N' TO WS-MAIL-ABERTO
      *
           MOVE WS-QTDE-REVISOR  TO WS-ED-QTDE
           MOVE WS-EMAIL-REVISOR TO CWMAIL-TO
           MOVE LB-RECMAIL       TO CWMAIL-REPORT
           MOVE SPACES           TO CWMAIL-SUBJECT CWMAIL-TEXT
           STRING 'RECERTIFICACAO DE ACESSOS - PRAZO ' CAB-PRAZO
                  DELIMITED BY SIZE INTO CWMAIL-SUBJECT
           STRING WS-ED-QTDE ' SIGN-ON(S) AGUARDANDO A SUA'
                  ' CONFIRMACAO OU REVOGACAO NO RECMNT'
                  DELIMITED BY SIZE INTO CWMAIL-TEXT
           CALL SB-CWMAIL USING PARAMETROS-CWMAIL
             ON EXCEPTION
                DISPLAY PGMID '006I- CWMAIL INDISPONIVEL - REVISOR '
                        WS-GESTOR-ANT(1:20) ' NAO AVISADO'
                ADD 1 TO WS-SEM-EMAIL
                EXIT SECTION
           END-CALL
           ADD 1 TO WS-AVISADOS.
      *
       RT-ENVIAR-MAILX.                            EXIT.
      *================================================================*
      *                   ENCERRAMENTO DA CAMPANHA                     *
      *================================================================*
       RT-ENCERRAR-CAMPANHA                        SECTION.
      *
           IF  NOT TEM-CAMPANHA
               DISPLAY PGMID '007I- NENHUMA CAMPANHA ABERTA'
               MOVE 8 TO WS-RETURN-CODE
               EXIT SECTION
           END-IF
           IF  WS-DATA-HOJE NOT GREATER WS-PRAZO
               MOVE WS-PRAZO TO WS-DATA-EDITAR
               PERFORM RT-EDITAR-DATA
               DISPLAY PGMID '007I- PRAZO DA CAMPANHA VAI ATE '
                       WS-DATA-EDITADA ' - NADA ENCERRADO'
               MOVE 4 TO WS-RETURN-CODE
               EXIT SECTION
           END-IF
      *
           OPEN OUTPUT RECREL
           MOVE WS-CAMPANHA TO WS-DATA-EDITAR
           PERFORM RT-EDITAR-DATA
           MOVE WS-DATA-EDITADA TO CAB-CAMPANHA
           MOVE WS-PRAZO TO WS-DATA-EDITAR
           PERFORM RT-EDITAR-DATA
           MOVE WS-DATA-EDITADA TO CAB-PRAZO
           WRITE REG-RECREL FROM WS-CABECALHO
      *
           MOVE WS-CAMPANHA TO RECERT-CAMPANHA
           MOVE SPACES      TO RECERT-GESTOR RECERT-USUARIO
           MOVE ZEROS       TO FL-STA-RECERT
           START RECERT KEY GREATER RECERT-CHAVE
               INVALID KEY
                   SET FL-RECERT-EOF TO TRUE
           END-START
           PERFORM UNTIL FL-RECERT-EOF
               READ RECERT NEXT RECORD
                 AT END
                    SET FL-RECERT-EOF TO TRUE
                 NOT AT END
                    IF  RECERT-CAMPANHA NOT EQUAL WS-CAMPANHA
                        SET FL-RECERT-EOF TO TRUE
                    ELSE
                        PERFORM RT-ENCERRAR-ITEM
                    END-IF
               END-READ
           END-PERFORM
           MOVE ZEROS TO FL-STA-RECERT
           IF  NOT PRIMEIRO
               PERFORM RT-FECHAR-REVISOR
           END-IF
      *
      *    CABECALHO DA CAMPANHA: ENCERRADA POR QUEM E QUANDO
           MOVE WS-CAMPANHA TO RECERT-CAMPANHA
           MOVE SPACES      TO RECERT-GESTOR RECERT-USUARIO
           READ RECERT
               INVALID KEY
                   DISPLAY PGMID '008I- CABECALHO DA CAMPANHA SUMIU'
               NOT INVALID KEY
                   SET  RECERT-ENCERRADA TO TRUE
                   MOVE WS-OPERADOR      TO RECERT-DECISOR
                   MOVE WS-DATA-HOJE     TO RECERT-DATA-DECISAO
                   REWRITE REG-RECERT
                   END-REWRITE
           END-READ
      *
           MOVE SPACES TO REG-RECREL
           WRITE REG-RECREL
           MOVE SPACES TO REG-RECREL
           STRING 'CAMPANHA ENCERRADA EM ' WS-DATA-HOJE(7:2) '/'
                  WS-DATA-HOJE(5:2) '/' WS-DATA-HOJE(1:4)
                  ' POR ' WS-OPERADOR
                  DELIMITED BY SIZE INTO REG-RECREL
           WRITE REG-RECREL
           CLOSE RECREL
      *
           MOVE 'E' TO CWLOGW-FUNCTION
           MOVE SPACES TO CWLOGW-TEXT
           STRING 'RECERT ENCERRADA ' WS-CAMPANHA
                  DELIMITED BY SIZE INTO CWLOGW-TEXT
           CALL SB-CWLOGW USING PARAMETROS-CWLOGW
             ON EXCEPTION
                CONTINUE
           END-CALL
      *
           PERFORM RT-DESPACHAR-SPOOL.
      *
       RT-ENCERRAR-CAMPANHAX.                      EXIT.
      *----------------------------------------------------------------*
      *  UM ITEM NO ENCERRAMENTO: PENDENTE E BLOQUEADO; TODOS SAEM NO   *
      *  RELATORIO DO SEU REVISOR                                       *
      *----------------------------------------------------------------*
       RT-ENCERRAR-ITEM                            SECTION.
      *
           IF  PRIMEIRO
           OR  RECERT-GESTOR NOT EQUAL WS-GESTOR-ANT
               IF  NOT PRIMEIRO
                   PERFORM RT-FECHAR-REVISOR
               END-IF
               MOVE 'N' TO WS-PRIMEIRO
               PERFORM RT-ABRIR-REVISOR
           END-IF
      *
           ADD 1 TO WS-QTDE-REVISOR
           EVALUATE TRUE
               WHEN RECERT-PENDENTE
                    PERFORM RT-BLOQUEAR-SIGN-ON
               WHEN RECERT-CONFIRMADO
                    ADD 1 TO WS-CONF-REVISOR WS-CONFIRMADOS
               WHEN RECERT-REVOGADO
                    ADD 1 TO WS-REVG-REVISOR WS-REVOGADOS
               WHEN OTHER
                    CONTINUE
           END-EVALUATE
      *
           PERFORM RT-MONTAR-DETALHE
           WRITE REG-RECREL FROM WS-DETALHE.
      *
       RT-ENCERRAR-ITEMX.                          EXIT.
      *----------------------------------------------------------------*
      *  ACESSO QUE NINGUEM CONFIRMOU: BLOQUEIO NO CWCONF               *
      *----------------------------------------------------------------*
       RT-BLOQUEAR-SIGN-ON                         SECTION.
      *
           MOVE 'PS'           TO CONF-TIPO
           MOVE RECERT-USUARIO TO CONF-ELEMENTO
           READ CWCONF
               INVALID KEY
                   MOVE 'SIGN-ON NAO EXISTE MAIS' TO RECERT-MOTIVO
                   MOVE ZEROS TO FL-STA-CWCONF
               NOT INVALID KEY
                   MOVE 'S' TO CONFPS-BLOQUEADO
                   REWRITE CONF-REG
                       INVALID KEY
                           DISPLAY PGMID '009I- ERRO ' FL-STA-CWCONF
                                   ' AO BLOQUEAR '
                                   RECERT-USUARIO(1:20)
                   END-REWRITE
                   MOVE 'NAO CONFIRMADO NO PRAZO' TO RECERT-MOTIVO
           END-READ
      *
           SET  RECERT-BLOQUEADO TO TRUE
           MOVE WS-OPERADOR      TO RECERT-DECISOR
           MOVE WS-DATA-HOJE     TO RECERT-DATA-DECISAO
           REWRITE REG-RECERT
               INVALID KEY
                   DISPLAY PGMID '009I- ERRO ' FL-STA-RECERT
                           ' NA REGRAVACAO DO RECERT'
           END-REWRITE
           ADD 1 TO WS-BLOQ-REVISOR WS-BLOQUEADOS
      *
           MOVE 'B' TO CWLOGW-FUNCTION
           MOVE SPACES TO CWLOGW-TEXT
           STRING 'RECERT BLOQ ' RECERT-USUARIO(1:22)
                  DELIMITED BY SIZE INTO CWLOGW-TEXT
           CALL SB-CWLOGW USING PARAMETROS-CWLOGW
             ON EXCEPTION
                CONTINUE
           END-CALL.
      *
       RT-BLOQUEAR-SIGN-ONX.                       EXIT.
      *----------------------------------------------------------------*
       RT-ABRIR-REVISOR                            SECTION.
      *
           MOVE RECERT-GESTOR TO WS-GESTOR-ANT LRV-GESTOR
           MOVE ZEROS  TO WS-QTDE-REVISOR WS-CONF-REVISOR
                          WS-REVG-REVISOR WS-BLOQ-REVISOR
           MOVE SPACES TO LRV-EMAIL
           IF  RECERT-GESTOR NOT EQUAL WS-SEM-REVISOR-ID
               MOVE 'PS'          TO CONF-TIPO
               MOVE RECERT-GESTOR TO CONF-ELEMENTO
               READ CWCONF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CONFPS-E-MAIL TO LRV-EMAIL
               END-READ
               MOVE ZEROS TO FL-STA-CWCONF
           END-IF
           MOVE SPACES TO REG-RECREL
           WRITE REG-RECREL
           WRITE REG-RECREL FROM WS-LINHA-REVISOR
           WRITE REG-RECREL FROM WS-TITULOS.
      *
       RT-ABRIR-REVISORX.                          EXIT.
      *----------------------------------------------------------------*
      *  TOTAIS DO REVISOR E TERMO DE ASSINATURA                        *
      *----------------------------------------------------------------*
       RT-FECHAR-REVISOR                           SECTION.
      *
           MOVE WS-QTDE-REVISOR TO TRV-QTDE
           MOVE WS-CONF-REVISOR TO TRV-CONF
           MOVE WS-REVG-REVISOR TO TRV-REVG
           MOVE WS-BLOQ-REVISOR TO TRV-BLOQ
           WRITE REG-RECREL FROM WS-TOTAL-REVISOR
           IF  WS-GESTOR-ANT NOT EQUAL WS-SEM-REVISOR-ID
               MOVE SPACES TO REG-RECREL
               WRITE REG-RECREL
               WRITE REG-RECREL FROM WS-ASSINATURA
           END-IF.
      *
       RT-FECHAR-REVISORX.                         EXIT.
      *----------------------------------------------------------------*
      *  LINHA DE DETALHE DE UM ITEM (E-MAIL E RELATORIO)               *
      *----------------------------------------------------------------*
       RT-MONTAR-DETALHE                           SECTION.
      *
           MOVE RECERT-USUARIO TO DET-USUARIO
           MOVE RECERT-NOME    TO DET-NOME
           MOVE RECERT-GRUPO   TO DET-GRUPO
           MOVE SPACES         TO DET-EMP-NO DET-DEPT DET-DATA
                                  DET-DECISOR DET-MOTIVO
           IF  RECERT-EMP-NO GREATER ZEROS
               MOVE RECERT-EMP-NO TO DET-EMP-NO
               MOVE RECERT-DEPT   TO DET-DEPT
           END-IF
           EVALUATE TRUE
               WHEN RECERT-PENDENTE
                    MOVE 'PENDENTE'    TO DET-DECISAO
               WHEN RECERT-CONFIRMADO
                    MOVE 'CONFIRMADO'  TO DET-DECISAO
               WHEN RECERT-REVOGADO
                    MOVE 'REVOGADO'    TO DET-DECISAO
               WHEN RECERT-BLOQUEADO
                    MOVE 'BLOQUEADO'   TO DET-DECISAO
               WHEN OTHER
                    MOVE 'SEM REVISOR' TO DET-DECISAO
           END-EVALUATE
           IF  RECERT-DATA-DECISAO GREATER ZEROS
               MOVE RECERT-DATA-DECISAO TO WS-DATA-EDITAR
               PERFORM RT-EDITAR-DATA
               MOVE WS-DATA-EDITADA TO DET-DATA
               MOVE RECERT-DECISOR  TO DET-DECISOR
               MOVE RECERT-MOTIVO   TO DET-MOTIVO
           END-IF.
      *
       RT-MONTAR-DETALHEX.                         EXIT.
      *----------------------------------------------------------------*
       RT-EDITAR-DATA                              SECTION.
      *
           MOVE WS-EDT-DIA TO WS-ED-DIA
           MOVE WS-EDT-MES TO WS-ED-MES
           MOVE WS-EDT-ANO TO WS-ED-ANO.
      *
       RT-EDITAR-DATAX.                            EXIT.
      *----------------------------------------------------------------*
       RT-DESPACHAR-SPOOL                          SECTION.
      *
           MOVE 'RECREL'   TO CWSPLF-FILE
           MOVE 'RECREL'   TO CWSPLF-REPORT
           MOVE SPACES     TO CWSPLF-TITLE
           STRING 'RECERTIFICACAO DE ACESSOS - CAMPANHA ' WS-CAMPANHA
                  DELIMITED BY SIZE INTO CWSPLF-TITLE
           CALL SB-CWSPLF USING PARAMETROS-CWSPLF
             ON EXCEPTION
                DISPLAY PGMID '010I- CWSPLF INDISPONIVEL - RELATORIO'
                        ' FICOU EM RECREL'
           END-CALL.
      *
       RT-DESPACHAR-SPOOLX.                        EXIT.
      *----------------------------------------------------------------*
       RT-FINALIZAR                                SECTION.
      *
           IF  WS-RETURN-CODE EQUAL ZEROS
               IF  WS-SEM-EMAIL   GREATER ZEROS
               OR  WS-SEM-REVISOR GREATER ZEROS
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF
           DISPLAY PGMID '999I' TRACOS
           IF  FUNCAO-ABRIR
               MOVE    WS-ITENS           TO WS-DISPLAY
               DISPLAY PGMID '011I- SIGN-ONS NA CAMPANHA....:'
                       WS-DISPLAY
               MOVE    WS-REVISORES       TO WS-DISPLAY
               DISPLAY PGMID '012I- REVISORES...............:'
                       WS-DISPLAY
               MOVE    WS-AVISADOS        TO WS-DISPLAY
               DISPLAY PGMID '013I- REVISORES AVISADOS......:'
                       WS-DISPLAY
               MOVE    WS-SEM-EMAIL       TO WS-DISPLAY
               DISPLAY PGMID '014I- REVISORES SEM AVISO.....:'
                       WS-DISPLAY
               MOVE    WS-SEM-REVISOR     TO WS-DISPLAY
               DISPLAY PGMID '015I- SIGN-ONS SEM REVISOR....:'
                       WS-DISPLAY
           ELSE
               MOVE    WS-CONFIRMADOS     TO WS-DISPLAY
               DISPLAY PGMID '016I- CONFIRMADOS.............:'
                       WS-DISPLAY
               MOVE    WS-REVOGADOS       TO WS-DISPLAY
               DISPLAY PGMID '017I- REVOGADOS...............:'
                       WS-DISPLAY
               MOVE    WS-BLOQUEADOS      TO WS-DISPLAY
               DISPLAY PGMID '018I- BLOQUEADOS SEM DECISAO..:'
                       WS-DISPLAY
           END-IF
           DISPLAY PGMID '999I' TRACOS.
      *
       RT-FINALIZARX.                              EXIT.
      ******************************************************************
      *                      FIM  DO  PROGRAMA                         *
      ******************************************************************
