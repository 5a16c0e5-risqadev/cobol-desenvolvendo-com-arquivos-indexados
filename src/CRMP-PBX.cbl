      *----------------------------------
       COPY 'CRMK-FST'.
       COPY 'CRMK-ERR'.
       COPY 'CRMK-IRQ'.
       COPY 'CRMK-CSQ'.
       01  ARQ-PBX-FS           PIC 9(02)   VALUE ZERO.
       01  ARQCRM-FS            PIC 9(02)   VALUE ZERO.
       01  ARQCRM-CTT-FS        PIC 9(02)   VALUE ZERO.
      *-----------------------------------------------------------------
       INICIAR                                                SECTION.
      *----------------------------------
           PERFORM VERIFICA-REGISTRO-IMPORTACAO

           OPEN INPUT ARQ-PBX

           IF ARQ-PBX-FS NOT EQUAL ZERO

           MOVE 'NUMERO         DATA     SITUACAO' TO REL-PBX-LINHA
           WRITE REL-PBX-LINHA.
      *-----------------------------------------------------------------
       VERIFICA-REGISTRO-IMPORTACAO                           SECTION.
      *----------------------------------
           INITIALIZE WRK-IRG-PEDIDO
           SET WRK-IRG-VERIFICA TO TRUE
           SET WRK-IRG-LAYOUT-PADRAO TO TRUE
           MOVE 'IMPPBX'           TO WRK-IRG-PROGRAMA
           MOVE './files/PBX.TXT'  TO WRK-IRG-ARQUIVO
           MOVE 'BATCH'            TO WRK-IRG-OPERADOR
           CALL 'IMPREG' USING WRK-IRG-PEDIDO

           IF NOT WRK-IRG-RECUSADO
              EXIT SECTION
           END-IF

           MOVE 'REGISTRO IMPORTACAO' TO WRK-ERR-SECAO
           MOVE ZERO TO WRK-ERR-FS
           PERFORM GRAVA-ERRO-FATAL
           DISPLAY 'IMPPBX: ARQUIVO RECUSADO - ' WRK-IRG-MENSAGEM

           IF WRK-IRG-DUPLICADO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 8 TO RETURN-CODE
           END-IF

           GOBACK.
      *-----------------------------------------------------------------
       PROCESSAR                                              SECTION.
      *----------------------------------
           READ ARQ-PBX

           PERFORM UNTIL ARQ-PBX-FS NOT EQUAL ZERO
              IF ARQ-PBX-REGISTRO(1:3) NOT EQUAL 'HDR'
                 AND ARQ-PBX-REGISTRO(1:3) NOT EQUAL 'TRL'
                 ADD 1 TO WRK-TOT-LIDAS
                 PERFORM PROCESSA-LIGACAO
              END-IF
              READ ARQ-PBX
           END-PERFORM.
      *-----------------------------------------------------------------
              ' DURACAO ' PBX-DURACAO ' SEG'
              DELIMITED BY SIZE INTO CTT-TEXTO
           MOVE SPACES       TO CTT-CAMPANHA
           MOVE PBX-DATA     TO CTT-DATA-INICIO
           MOVE PBX-HORA     TO CTT-HORA-INICIO

           IF PBX-DURACAO IS NUMERIC
              MOVE PBX-DURACAO TO CTT-DURACAO
              SET CTT-DURACAO-PBX TO TRUE
           ELSE
              MOVE ZERO TO CTT-DURACAO
              SET CTT-SEM-DURACAO TO TRUE
           END-IF

           WRITE CTT-REGISTRO

           IF ARQCRM-CTT-FS EQUAL ZERO
              ADD 1 TO WRK-TOT-CASADAS
              PERFORM ATUALIZA-RESUMO-CONTATO
              MOVE SPACES TO REL-PBX-LINHA
              STRING PBX-NUMERO ' ' PBX-DATA ' CONTATO CRIADO P/ '
                 WRK-CLIENTE

           ADD 1 TO WRK-PROX-SEQ
           MOVE ZERO TO ARQCRM-CTT-FS.
      *-----------------------------------------------------------------
       ATUALIZA-RESUMO-CONTATO                                SECTION.
      *----------------------------------
           INITIALIZE WRK-CTS-PEDIDO
           SET WRK-CTS-CONTATO TO TRUE
           MOVE CTT-ID   TO WRK-CTS-CLIENTE
           MOVE CTT-DATA TO WRK-CTS-DATA
           MOVE CTT-TIPO TO WRK-CTS-TIPO

           CALL 'RESUMCTT' USING WRK-CTS-PEDIDO.
      *-----------------------------------------------------------------
       MENSAGENS                                              SECTION.
      *----------------------------------
           CLOSE ARQCRM-CTT
           CLOSE REL-PBX

           SET WRK-IRG-REGISTRA TO TRUE
           MOVE WRK-TOT-CASADAS TO WRK-IRG-APLICADOS
           CALL 'IMPREG' USING WRK-IRG-PEDIDO

           DISPLAY 'IMPPBX: ' WRK-TOT-LIDAS ' ligacoes, '
                   WRK-TOT-CASADAS ' contatos criados, '
                   WRK-TOT-SEM-MATCH ' sem correspondencia'.
