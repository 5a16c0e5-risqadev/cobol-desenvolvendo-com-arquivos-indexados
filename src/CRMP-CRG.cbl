       COPY 'CRMK-LOG'.
       COPY 'CRMK-FST'.
       COPY 'CRMK-ERR'.
       COPY 'CRMK-IRQ'.
       01  ARQCRM-FS                PIC 9(02)  VALUE ZERO.
       01  ARQCRM-CTL-FS            PIC 9(02)  VALUE ZERO.
       01  ARQ-CARGA-FS             PIC 9(02)  VALUE ZERO.
              MOVE 'CARGA' TO WRK-OPERADOR
           END-IF

           PERFORM VERIFICA-REGISTRO-IMPORTACAO

           OPEN I-O ARQCRM

           IF ARQCRM-FS EQUAL 35
           MOVE 'ID     NOME                      SITUACAO'
                                                    TO REL-CARGA-LINHA
           WRITE REL-CARGA-LINHA.
      *-----------------------------------------------------------------
       VERIFICA-REGISTRO-IMPORTACAO                           SECTION.
      *----------------------------------
           INITIALIZE WRK-IRG-PEDIDO
           SET WRK-IRG-VERIFICA TO TRUE
           SET WRK-IRG-LAYOUT-PADRAO TO TRUE
           MOVE 'CARGA'     TO WRK-IRG-PROGRAMA
           MOVE './files/CARGA.TXT' TO WRK-IRG-ARQUIVO
           MOVE WRK-OPERADOR TO WRK-IRG-OPERADOR
           CALL 'IMPREG' USING WRK-IRG-PEDIDO

           IF NOT WRK-IRG-RECUSADO
              EXIT SECTION
           END-IF

           MOVE 'REGISTRO IMPORTACAO' TO WRK-ERR-SECAO
           MOVE ZERO TO WRK-ERR-FS
           PERFORM GRAVA-ERRO-FATAL
           DISPLAY 'CARGA: ARQUIVO RECUSADO - ' WRK-IRG-MENSAGEM

           IF WRK-IRG-DUPLICADO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 8 TO RETURN-CODE
           END-IF

           GOBACK.
      *-----------------------------------------------------------------
       PROCESSAR                                              SECTION.
      *----------------------------------
           READ ARQ-CARGA

           PERFORM UNTIL ARQ-CARGA-FS NOT EQUAL ZERO
              IF ARQ-CARGA-REGISTRO(1:3) NOT EQUAL 'HDR'
                 AND ARQ-CARGA-REGISTRO(1:3) NOT EQUAL 'TRL'
                 ADD 1 TO WRK-TOT-LIDOS
                 PERFORM PROCESSA-REGISTRO
              END-IF
              READ ARQ-CARGA
           END-PERFORM.
      *-----------------------------------------------------------------
           MOVE 'N'    TO ARQCRM-RESTRITO
           MOVE '01'   TO ARQCRM-FILIAL
           MOVE ZERO   TO ARQCRM-LIMITE-CRED
           MOVE ZERO   TO ARQCRM-DATA-CONFIRMACAO

           MOVE WRK-ARQCRM-ID       TO ARQCRM-ID
           MOVE ARQ-CARGA-NOME      TO ARQCRM-NOME
           CLOSE REL-CARGA
           CLOSE ARQ-REJ

           SET WRK-IRG-REGISTRA TO TRUE
           MOVE WRK-TOT-CARREGADOS TO WRK-IRG-APLICADOS
           CALL 'IMPREG' USING WRK-IRG-PEDIDO

           DISPLAY 'CARGA: ' WRK-TOT-LIDOS ' lidos, '
                   WRK-TOT-CARREGADOS ' carregados, '
                   WRK-TOT-REJEITADOS ' rejeitados'.
