      *----------------------------------
       COPY 'CRMK-FST'.
       COPY 'CRMK-ERR'.
       COPY 'CRMK-IRQ'.
       01  ARQ-ENTRADA-FS       PIC 9(02)   VALUE ZERO.
       01  ARQ-RST-FS           PIC 9(02)   VALUE ZERO.
       01  ARQCRM-FS            PIC 9(02)   VALUE ZERO.
      *-----------------------------------------------------------------
       INICIAR                                                SECTION.
      *----------------------------------
           PERFORM VERIFICA-REGISTRO-IMPORTACAO

           OPEN INPUT ARQ-ENTRADA

           IF ARQ-ENTRADA-FS NOT EQUAL ZERO
           STRING 'Data: ' FUNCTION CURRENT-DATE(1:8)
              DELIMITED BY SIZE INTO REL-RST-LINHA
           WRITE REL-RST-LINHA.
      *-----------------------------------------------------------------
       VERIFICA-REGISTRO-IMPORTACAO                           SECTION.
      *----------------------------------
           INITIALIZE WRK-IRG-PEDIDO
           SET WRK-IRG-VERIFICA TO TRUE
           SET WRK-IRG-LAYOUT-PADRAO TO TRUE
           MOVE 'RESTIMP'   TO WRK-IRG-PROGRAMA
           MOVE './files/RESTRICAO.TXT' TO WRK-IRG-ARQUIVO
           MOVE 'BATCH'     TO WRK-IRG-OPERADOR
           CALL 'IMPREG' USING WRK-IRG-PEDIDO

           IF NOT WRK-IRG-RECUSADO
              EXIT SECTION
           END-IF

           MOVE 'REGISTRO IMPORTACAO' TO WRK-ERR-SECAO
           MOVE ZERO TO WRK-ERR-FS
           PERFORM GRAVA-ERRO-FATAL
           DISPLAY 'RESTIMP: ARQUIVO RECUSADO - ' WRK-IRG-MENSAGEM

           IF WRK-IRG-DUPLICADO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 8 TO RETURN-CODE
           END-IF

           GOBACK.
      *-----------------------------------------------------------------
       CARREGA-RESTRICOES                                     SECTION.
      *----------------------------------
           READ ARQ-ENTRADA

           PERFORM UNTIL ARQ-ENTRADA-FS NOT EQUAL ZERO
              IF ARQ-ENTRADA-LINHA(1:3) NOT EQUAL 'HDR'
                 AND ARQ-ENTRADA-LINHA(1:3) NOT EQUAL 'TRL'
                 ADD 1 TO WRK-TOT-LIDOS
              END-IF

              IF ARQ-ENTRADA-LINHA NOT EQUAL SPACES
                 AND ARQ-ENTRADA-LINHA(1:3) NOT EQUAL 'HDR'
                 AND ARQ-ENTRADA-LINHA(1:3) NOT EQUAL 'TRL'
                 MOVE ARQ-ENTRADA-LINHA TO RST-CPF-CNPJ
                 MOVE FUNCTION CURRENT-DATE(1:8) TO RST-DATA-INCLUSAO

           CLOSE ARQ-RST
           CLOSE REL-RST

           SET WRK-IRG-REGISTRA TO TRUE
           MOVE WRK-TOT-CARREGADOS TO WRK-IRG-APLICADOS
           CALL 'IMPREG' USING WRK-IRG-PEDIDO

           DISPLAY 'RESTIMP: ' WRK-TOT-LIDOS ' lidos, '
                   WRK-TOT-CARREGADOS ' novos, '
                   WRK-TOT-MARCADOS ' clientes marcados'.
