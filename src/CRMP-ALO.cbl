       COPY 'CRMK-LOG'.
       COPY 'CRMK-FST'.
       COPY 'CRMK-ERR'.
       COPY 'CRMK-IRQ'.
       01  ARQCRM-FS                PIC 9(02)  VALUE ZERO.
       01  ARQ-LOTE-FS              PIC 9(02)  VALUE ZERO.
       01  REL-LOTE-FS              PIC 9(02)  VALUE ZERO.
              MOVE 'BATCH' TO WRK-OPERADOR
           END-IF

           PERFORM VERIFICA-REGISTRO-IMPORTACAO

           OPEN I-O ARQCRM

           IF ARQCRM-FS NOT EQUAL ZERO

           MOVE 'ID     CAMPO SITUACAO' TO REL-LOTE-LINHA
           WRITE REL-LOTE-LINHA.
      *-----------------------------------------------------------------
       VERIFICA-REGISTRO-IMPORTACAO                           SECTION.
      *----------------------------------
           INITIALIZE WRK-IRG-PEDIDO
           SET WRK-IRG-VERIFICA TO TRUE
           SET WRK-IRG-LAYOUT-PADRAO TO TRUE
           MOVE 'ALTLOTE'   TO WRK-IRG-PROGRAMA
           MOVE './files/ALTLOTE.TXT' TO WRK-IRG-ARQUIVO
           MOVE WRK-OPERADOR TO WRK-IRG-OPERADOR
           CALL 'IMPREG' USING WRK-IRG-PEDIDO

           IF NOT WRK-IRG-RECUSADO
              EXIT SECTION
           END-IF

           MOVE 'REGISTRO IMPORTACAO' TO WRK-ERR-SECAO
           MOVE ZERO TO WRK-ERR-FS
           PERFORM GRAVA-ERRO-FATAL
           DISPLAY 'ALTLOTE: ARQUIVO RECUSADO - ' WRK-IRG-MENSAGEM

           IF WRK-IRG-DUPLICADO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 8 TO RETURN-CODE
           END-IF

           GOBACK.
      *-----------------------------------------------------------------
       PROCESSAR                                              SECTION.
      *----------------------------------
           READ ARQ-LOTE

           PERFORM UNTIL ARQ-LOTE-FS NOT EQUAL ZERO
              IF ARQ-LOTE-REGISTRO(1:3) NOT EQUAL 'HDR'
                 AND ARQ-LOTE-REGISTRO(1:3) NOT EQUAL 'TRL'
                 ADD 1 TO WRK-TOT-LIDOS
                 PERFORM PROCESSA-TRANSACAO
              END-IF
              READ ARQ-LOTE
           END-PERFORM.
      *-----------------------------------------------------------------
              CLOSE ARQCRM-MUN
           END-IF

           SET WRK-IRG-REGISTRA TO TRUE
           MOVE WRK-TOT-ALTERADOS TO WRK-IRG-APLICADOS
           CALL 'IMPREG' USING WRK-IRG-PEDIDO

           DISPLAY 'ALTLOTE: ' WRK-TOT-LIDOS ' lidas, '
                   WRK-TOT-ALTERADOS ' alteradas, '
                   WRK-TOT-REJEITADOS ' rejeitadas'.
