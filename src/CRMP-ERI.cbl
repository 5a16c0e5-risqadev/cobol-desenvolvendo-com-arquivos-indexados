      *----------------------------------
       COPY 'CRMK-FST'.
       COPY 'CRMK-ERR'.
       COPY 'CRMK-IRQ'.
       COPY 'CRMK-LOG'.
       01  ARQCRM-FS            PIC 9(02)   VALUE ZERO.
       01  ARQ-ERPCTL-FS        PIC 9(02)   VALUE ZERO.
      *-----------------------------------------------------------------
       INICIAR                                                SECTION.
      *----------------------------------
           PERFORM VERIFICA-REGISTRO-IMPORTACAO

           OPEN INPUT ARQ-RET

           IF ARQ-RET-FS NOT EQUAL ZERO

           MOVE 'ID     OCORRENCIA' TO REL-IMP-LINHA
           WRITE REL-IMP-LINHA.
      *-----------------------------------------------------------------
       VERIFICA-REGISTRO-IMPORTACAO                           SECTION.
      *----------------------------------
           INITIALIZE WRK-IRG-PEDIDO
           SET WRK-IRG-VERIFICA TO TRUE
           SET WRK-IRG-LAYOUT-ERP TO TRUE
           MOVE 'IMPERP'    TO WRK-IRG-PROGRAMA
           MOVE './files/ERPRET.TXT' TO WRK-IRG-ARQUIVO
           MOVE 'BATCH'     TO WRK-IRG-OPERADOR
           CALL 'IMPREG' USING WRK-IRG-PEDIDO

           IF NOT WRK-IRG-RECUSADO
              EXIT SECTION
           END-IF

           MOVE 'REGISTRO IMPORTACAO' TO WRK-ERR-SECAO
           MOVE ZERO TO WRK-ERR-FS
           PERFORM GRAVA-ERRO-FATAL
           DISPLAY 'IMPERP: ARQUIVO RECUSADO - ' WRK-IRG-MENSAGEM

           IF WRK-IRG-DUPLICADO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 8 TO RETURN-CODE
           END-IF

           GOBACK.
      *-----------------------------------------------------------------
       PROCESSAR                                              SECTION.
      *----------------------------------
           END-IF
           CLOSE REL-IMP

           SET WRK-IRG-REGISTRA TO TRUE
           MOVE WRK-TOT-APLICADOS TO WRK-IRG-APLICADOS
           CALL 'IMPREG' USING WRK-IRG-PEDIDO

           IF WRK-TOT-DIVERGENTES GREATER THAN ZERO
              MOVE 4 TO RETURN-CODE
           END-IF
