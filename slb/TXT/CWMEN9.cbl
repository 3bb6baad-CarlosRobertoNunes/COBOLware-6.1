                             PERFORM 260-LISTAR THRU 260-99-FIM
                             IF   IMPRIMIU
                                  REWRITE CWDIRS-REG
                                  CALL "CWPRTLOG" USING CWDIRS-SPOOL
                                                        CWDIRS-CODIGO
                                                        CWDIRS-USUARIO
                                                        CWDIRS-FOLHAS
                                                        IMPRESSORA
                                  ON EXCEPTION CONTINUE
                                  END-CALL
                             END-IF
                             IF   IMPRIMIU
                             AND (PRINTDEL OR CWPURGEPRINT = 'ON')
           PERFORM 260-LISTAR THRU 260-99-FIM
           IF   IMPRIMIU
                REWRITE CWDIRS-REG
                CALL "CWPRTLOG" USING CWDIRS-SPOOL
                                      CWDIRS-CODIGO
                                      CWDIRS-USUARIO
                                      CWDIRS-FOLHAS
                                      IMPRESSORA
                ON EXCEPTION CONTINUE
                END-CALL
           END-IF
           MOVE   "*" TO REPKEY-COMANDO
           REWRITE       REPKEY-REG
