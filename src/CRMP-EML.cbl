           05 SPL-EMAIL         PIC X(30).
           05 FILLER            PIC X(01).
           05 SPL-INFO          PIC X(20).
           05 FILLER            PIC X(01).
           05 SPL-CONTATO       PIC X(30).
      *-----------------------------------------------------------------
       WORKING-STORAGE                                        SECTION.
      *----------------------------------
       COPY 'CRMK-FST'.
       COPY 'CRMK-ERR'.
       COPY 'CRMK-SAI'.
       COPY 'CRMK-DST'.
       01  WRK-DESTINO-NOME     PIC X(30)   VALUE SPACES.
       01  WRK-DESTINO-EMAIL    PIC X(30)   VALUE SPACES.
       01  ARQCRM-FS            PIC 9(02)   VALUE ZERO.
       01  ARQ-CONTRATO-FS      PIC 9(02)   VALUE ZERO.
       01  ARQ-SPOOL-FS         PIC 9(02)   VALUE ZERO.
           MOVE ZERO TO ARQCRM-FS.
      *
       EMITE-MENSAGEM-ANIVER.
           SET WRK-DST-MARKETING TO TRUE
           PERFORM LOCALIZA-DESTINATARIO

           IF NOT ARQCRM-ACEITA-MALA
              OR WRK-DESTINO-EMAIL EQUAL SPACES
              ADD 1 TO WRK-TOT-SUPRIMIDOS
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO ARQ-SPOOL-LINHA
           MOVE 'ANIVER'          TO SPL-TEMPLATE
           MOVE ARQCRM-ID         TO SPL-CLIENTE
           MOVE WRK-DESTINO-EMAIL TO SPL-EMAIL
           MOVE SPACES            TO SPL-INFO
           MOVE WRK-DESTINO-NOME  TO SPL-CONTATO
           WRITE ARQ-SPOOL-LINHA

           ADD 1 TO WRK-TOT-MENSAGENS.
              EXIT PARAGRAPH
           END-IF

           SET WRK-DST-COMERCIAL TO TRUE
           PERFORM LOCALIZA-DESTINATARIO

           IF NOT ARQCRM-ACEITA-MALA
              OR WRK-DESTINO-EMAIL EQUAL SPACES
              ADD 1 TO WRK-TOT-SUPRIMIDOS
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO ARQ-SPOOL-LINHA
           MOVE 'VENCCTR'         TO SPL-TEMPLATE
           MOVE ARQCRM-ID         TO SPL-CLIENTE
           MOVE WRK-DESTINO-EMAIL TO SPL-EMAIL
           MOVE SPACES            TO SPL-INFO
           MOVE WRK-DESTINO-NOME  TO SPL-CONTATO
           STRING 'CTR ' CTR-NUMERO ' FIM ' CTR-DATA-FIM
              DELIMITED BY SIZE INTO SPL-INFO
           WRITE ARQ-SPOOL-LINHA

           ADD 1 TO WRK-TOT-MENSAGENS.
      *-----------------------------------------------------------------
       LOCALIZA-DESTINATARIO                                  SECTION.
      *----------------------------------
           MOVE ARQCRM-NOME  TO WRK-DESTINO-NOME
           MOVE ARQCRM-EMAIL TO WRK-DESTINO-EMAIL

           MOVE ARQCRM-ID    TO WRK-DST-CLIENTE
           CALL 'DESTINAT' USING WRK-DST-PEDIDO

           IF WRK-DST-ENCONTRADO
              MOVE WRK-DST-NOME TO WRK-DESTINO-NOME
              IF WRK-DST-EMAIL NOT EQUAL SPACES
                 MOVE WRK-DST-EMAIL TO WRK-DESTINO-EMAIL
              END-IF
           END-IF.
      *-----------------------------------------------------------------
       MENSAGENS                                              SECTION.
      *----------------------------------
