      *----------------------------------
       COPY 'CRMK-FST'.
       COPY 'CRMK-ERR'.
       COPY 'CRMK-IRQ'.
       COPY 'CRMK-LOG'.
       01  ARQ-ENTRADA-FS       PIC 9(02)   VALUE ZERO.
       01  ARQCRM-FS            PIC 9(02)   VALUE ZERO.
      *-----------------------------------------------------------------
       INICIAR                                                SECTION.
      *----------------------------------
           PERFORM VERIFICA-REGISTRO-IMPORTACAO

           MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-HOJE

           OPEN INPUT ARQ-ENTRADA
           STRING 'Data: ' WRK-HOJE
              DELIMITED BY SIZE INTO REL-OPT-LINHA
           WRITE REL-OPT-LINHA.
      *-----------------------------------------------------------------
       VERIFICA-REGISTRO-IMPORTACAO                           SECTION.
      *----------------------------------
           INITIALIZE WRK-IRG-PEDIDO
           SET WRK-IRG-VERIFICA TO TRUE
           SET WRK-IRG-LAYOUT-PADRAO TO TRUE
           MOVE 'OPTOUT'    TO WRK-IRG-PROGRAMA
           MOVE './files/OPTOUT.TXT' TO WRK-IRG-ARQUIVO
           MOVE 'BATCH'     TO WRK-IRG-OPERADOR
           CALL 'IMPREG' USING WRK-IRG-PEDIDO

           IF NOT WRK-IRG-RECUSADO
              EXIT SECTION
           END-IF

           MOVE 'REGISTRO IMPORTACAO' TO WRK-ERR-SECAO
           MOVE ZERO TO WRK-ERR-FS
           PERFORM GRAVA-ERRO-FATAL
           DISPLAY 'OPTOUT: ARQUIVO RECUSADO - ' WRK-IRG-MENSAGEM

           IF WRK-IRG-DUPLICADO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 8 TO RETURN-CODE
           END-IF

           GOBACK.
      *-----------------------------------------------------------------
       CARREGA-LISTA                                          SECTION.
      *----------------------------------

           PERFORM UNTIL ARQ-ENTRADA-FS NOT EQUAL ZERO
              IF ARQ-ENTRADA-LINHA NOT EQUAL SPACES
                 AND ARQ-ENTRADA-LINHA(1:3) NOT EQUAL 'HDR'
                 AND ARQ-ENTRADA-LINHA(1:3) NOT EQUAL 'TRL'
                 ADD 1 TO WRK-TOT-LIDOS
                 IF WRK-LST-QTD LESS THAN 500
                    ADD 1 TO WRK-LST-QTD
           CLOSE ARQCRM
           CLOSE REL-OPT

           SET WRK-IRG-REGISTRA TO TRUE
           MOVE WRK-TOT-ALTERADOS TO WRK-IRG-APLICADOS
           CALL 'IMPREG' USING WRK-IRG-PEDIDO

           DISPLAY 'OPTOUT: ' WRK-TOT-LIDOS ' entradas, '
                   WRK-TOT-ALTERADOS ' clientes atualizados, '
                   WRK-TOT-SEM-MATCH ' sem correspondencia'.
