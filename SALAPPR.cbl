       77  SB-CWGETU                     PIC  X(08)  VALUE 'CWGETU'.
       77  SB-CWJRNL                     PIC  X(08)  VALUE 'CWJRNL'.
       77  SB-CWIDLE                     PIC  X(08)  VALUE 'CWIDLE'.
       77  SB-CARGOFX                    PIC  X(08)  VALUE 'CARGOFX'.
      *
      *----------------------------------------------------------------*
      *        AREA DE VARIAVEIS AUXILIARES                            *
              ZEROS.
           03 WS-SAL-ED-1                    PIC  ZZZ.ZZ9,99.
           03 WS-SAL-ED-2                    PIC  ZZZ.ZZ9,99.
           03 WS-COMPA-ED                    PIC  ZZ9,9.
           03 FL-STA-CICLOLCK                PIC  X(002)    VALUE
              ZEROS.
              88 FL-CICLOLCK-EOF                            VALUE '10'.
              88 CICLO-IMPEDIDO                             VALUE 'S'.
           03 WS-CICLO-OVERRIDE              PIC  X(001)    VALUE 'N'.
              88 CICLO-OVERRIDE                             VALUE 'S'.
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
       01  PARAMETROS-CWLOGW.
           03 CWLOGW-FUNCTION                PIC  X(001)    VALUE
                   '  DE: '   WS-SAL-ED-1
                   '  PARA: ' WS-SAL-ED-2
                   '  SOLICITANTE: ' SALPEND-SOLICITANTE(1:15)
           PERFORM RT-CONFERIR-FAIXA
      *
           IF  WS-OPCAO EQUAL 'A'
               PERFORM RT-APROVAR
           END-IF.
      *
       RT-DECIDIRX.                                EXIT.
      *----------------------------------------------------------------*
      *  AVISA O APROVADOR QUANDO O SALARIO NOVO FICA FORA DA FAIXA     *
      *  DO CARGO DO EMPREGADO (CARGOFX); A DECISAO CONTINUA COM ELE    *
      *----------------------------------------------------------------*
       RT-CONFERIR-FAIXA                           SECTION.
      *
           MOVE SALPEND-EMP-NO   TO CARGOFX-EMP-NO
           MOVE SPACES           TO CARGOFX-CARGO CARGOFX-RETORNO
           MOVE SALPEND-SAL-NOVO TO CARGOFX-SALARIO
           CALL SB-CARGOFX USING PARAMETROS-CARGOFX
             ON EXCEPTION
                MOVE '03' TO CARGOFX-RETORNO
           END-CALL
      *
           MOVE CARGOFX-COMPA TO WS-COMPA-ED
           EVALUATE CARGOFX-RETORNO
               WHEN '01'
                    MOVE CARGOFX-MINIMO TO WS-SAL-ED-1
                    DISPLAY PGMID '008I- AVISO: SALARIO NOVO ABAIXO DO'
                            ' MINIMO DO CARGO ' CARGOFX-CARGO
                            ' (' WS-SAL-ED-1 ')'
                    DISPLAY PGMID '008I- COMPA-RATIO ' WS-COMPA-ED
               WHEN '02'
                    MOVE CARGOFX-MAXIMO TO WS-SAL-ED-1
                    DISPLAY PGMID '008I- AVISO: SALARIO NOVO ACIMA DO'
                            ' MAXIMO DO CARGO ' CARGOFX-CARGO
                            ' (' WS-SAL-ED-1 ')'
                    DISPLAY PGMID '008I- COMPA-RATIO ' WS-COMPA-ED
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.
      *
       RT-CONFERIR-FAIXAX.                         EXIT.
      *----------------------------------------------------------------*
       RT-APROVAR                                  SECTION.
      *
                  ' APROVADOR=' WS-OPERADOR(1:30)
                  DELIMITED BY SIZE INTO WS-OBS
           MOVE '^' TO CWLOGW-FUNCTION
           CALL SB-CWLOGW USING PARAMETROS-CWLOGW WS-OBS
             ON EXCEPTION
                CONTINUE
           END-CALL
      *
      *    VALORES DA PENDENCIA PARA O HISTORICO SALARIAL (SALHIST)
           MOVE SPACES TO WS-OBS
           STRING 'DE=' SALPEND-SAL-ANTES ' PARA=' SALPEND-SAL-NOVO
                  DELIMITED BY SIZE INTO WS-OBS
           CALL SB-CWLOGW USING PARAMETROS-CWLOGW WS-OBS
             ON EXCEPTION
                CONTINUE
