       COPY 'CRMK-DTF'.
       COPY 'CRMK-ERR'.
       COPY 'CRMK-SAI'.
       COPY 'CRMK-ADT'.
       COPY 'CRMK-PFQ'.
       01  ARQCRM-FS            PIC 9(02)   VALUE ZERO.
       01  ARQ-CONTRATO-FS      PIC 9(02)   VALUE ZERO.
       01  ARQ-INDICE-FS        PIC 9(02)   VALUE ZERO.
       01  WRK-MES-INICIO       PIC 9(02)   VALUE ZERO.
       01  WRK-ANO-REAJUSTE     PIC 9(04)   VALUE ZERO.
       01  WRK-VALOR-ANTIGO     PIC 9(07)V99 VALUE ZERO.
       01  WRK-FIM-ANTIGO       PIC 9(08)   VALUE ZERO.
       01  WRK-NOVO-FIM         PIC 9(08)   VALUE ZERO.
       01  WRK-TEM-CARTA        PIC X(01)   VALUE 'N'.
       01  WRK-TEM-INDICE       PIC X(01)   VALUE 'N'.
           MOVE WRK-HOJE(1:4) TO WRK-ANO-ATUAL
           MOVE WRK-HOJE(5:2) TO WRK-MES-ATUAL

           INITIALIZE WRK-PFC-PEDIDO
           SET WRK-PFC-CONSULTA TO TRUE
           MOVE WRK-HOJE TO WRK-PFC-DATA
           CALL 'PERIODO' USING WRK-PFC-PEDIDO

           IF WRK-PFC-FECHADA
              DISPLAY 'REAJUSTE: competencia ' WRK-HOJE(1:6)
                      ' fechada - reajuste nao permitido'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM BUSCA-INDICE-ANO

           IF WRK-TEM-INDICE NOT EQUAL 'S'
           END-IF

           MOVE CTR-VALOR-MENSAL TO WRK-VALOR-ANTIGO
           MOVE CTR-DATA-FIM     TO WRK-FIM-ANTIGO

           COMPUTE CTR-VALOR-MENSAL ROUNDED =
              CTR-VALOR-MENSAL * (1 + (IDX-PERCENTUAL / 100))
           IF ARQ-CONTRATO-FS EQUAL ZERO
              ADD 1 TO WRK-TOT-REAJUSTADOS

              PERFORM REGISTRA-ADITIVO-REAJUSTE

              MOVE SPACES TO REL-REAJ-LINHA
              STRING CTR-NUMERO '  ' CTR-CLIENTE '  '
                 WRK-VALOR-ANTIGO '   ' CTR-VALOR-MENSAL '   '
                 DELIMITED BY SIZE INTO REL-REAJ-LINHA
              WRITE REL-REAJ-LINHA
           END-IF.
      *-----------------------------------------------------------------
       REGISTRA-ADITIVO-REAJUSTE                              SECTION.
      *----------------------------------
           MOVE CTR-NUMERO       TO ADT-CONTRATO
           MOVE ZERO             TO ADT-NUMERO
           MOVE ZERO             TO ADT-LINHA
           MOVE 'R'              TO ADT-TIPO
           MOVE WRK-HOJE         TO ADT-DATA-VIGENCIA
           MOVE 'BATCH'          TO ADT-OPERADOR

           MOVE SPACES TO ADT-MOTIVO
           STRING 'REAJUSTE ANUAL - INDICE ' WRK-ANO-ATUAL ' '
              IDX-PERCENTUAL ' %'
              DELIMITED BY SIZE INTO ADT-MOTIVO

           MOVE CTR-CLIENTE      TO ADT-ANT-CLIENTE
           MOVE CTR-DESCRICAO    TO ADT-ANT-DESCRICAO
           MOVE WRK-VALOR-ANTIGO TO ADT-ANT-VALOR
           MOVE WRK-FIM-ANTIGO   TO ADT-ANT-DATA-FIM
           MOVE CTR-STATUS       TO ADT-ANT-STATUS

           MOVE CTR-CLIENTE      TO ADT-NOV-CLIENTE
           MOVE CTR-DESCRICAO    TO ADT-NOV-DESCRICAO
           MOVE CTR-VALOR-MENSAL TO ADT-NOV-VALOR
           MOVE CTR-DATA-FIM     TO ADT-NOV-DATA-FIM
           MOVE CTR-STATUS       TO ADT-NOV-STATUS

           CALL 'GRAVAADT' USING ADT-REGISTRO.
      *-----------------------------------------------------------------
       MONTA-CARTA-RENOVACAO                                  SECTION.
      *----------------------------------
