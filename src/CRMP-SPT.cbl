      *=================================================================
       IDENTIFICATION                                         DIVISION.
       PROGRAM-ID. SALDOPTS.
      *=================================================================
       ENVIRONMENT                                            DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT                                           SECTION.
      *----------------------------------
       FILE-CONTROL.
           SELECT ARQ-PONTOS  ASSIGN TO './files/PONTOS.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS ARQ-PONTOS-FS
              RECORD KEY IS PTO-KEY.
      *=================================================================
       DATA                                                   DIVISION.
      *-----------------------------------------------------------------
       FILE                                                   SECTION.
      *----------------------------------
       FD  ARQ-PONTOS.
       COPY 'CRMK-PTO'.
      *-----------------------------------------------------------------
       WORKING-STORAGE                                        SECTION.
      *----------------------------------
       01  ARQ-PONTOS-FS        PIC 9(02)   VALUE ZERO.
      *-----------------------------------------------------------------
       LINKAGE                                                SECTION.
      *----------------------------------
       COPY 'CRMK-SPT'.
      *=================================================================
       PROCEDURE                                              DIVISION
           USING WRK-SPT-PEDIDO.
      *-----------------------------------------------------------------
       PRINCIPAL                                              SECTION.
      *----------------------------------
           MOVE ZERO TO WRK-SPT-SALDO
           MOVE ZERO TO WRK-SPT-PROX-EXPIRA
           MOVE ZERO TO WRK-SPT-A-EXPIRAR

           IF WRK-SPT-DATA-REF EQUAL ZERO
              MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-SPT-DATA-REF
           END-IF

           OPEN INPUT ARQ-PONTOS

           IF ARQ-PONTOS-FS NOT EQUAL ZERO
              GOBACK
           END-IF

           MOVE WRK-SPT-CLIENTE TO PTO-CLIENTE
           MOVE ZERO            TO PTO-SEQ
           START ARQ-PONTOS KEY IS NOT LESS THAN PTO-KEY

           IF ARQ-PONTOS-FS EQUAL ZERO
              READ ARQ-PONTOS NEXT RECORD
           END-IF

           PERFORM UNTIL ARQ-PONTOS-FS NOT EQUAL ZERO
                      OR PTO-CLIENTE NOT EQUAL WRK-SPT-CLIENTE
              IF PTO-LOTE-GANHO
                 AND PTO-SALDO-LOTE GREATER THAN ZERO
                 AND PTO-DATA-EXPIRA NOT LESS THAN WRK-SPT-DATA-REF
                 PERFORM ACUMULA-LOTE
              END-IF
              READ ARQ-PONTOS NEXT RECORD
           END-PERFORM

           CLOSE ARQ-PONTOS

           GOBACK.
      *-----------------------------------------------------------------
       ACUMULA-LOTE                                           SECTION.
      *----------------------------------
           ADD PTO-SALDO-LOTE TO WRK-SPT-SALDO

           EVALUATE TRUE
              WHEN WRK-SPT-PROX-EXPIRA EQUAL ZERO
                OR PTO-DATA-EXPIRA(1:6) LESS THAN
                   WRK-SPT-PROX-EXPIRA(1:6)
                 MOVE PTO-DATA-EXPIRA TO WRK-SPT-PROX-EXPIRA
                 MOVE PTO-SALDO-LOTE  TO WRK-SPT-A-EXPIRAR
              WHEN PTO-DATA-EXPIRA(1:6) EQUAL WRK-SPT-PROX-EXPIRA(1:6)
                 ADD PTO-SALDO-LOTE TO WRK-SPT-A-EXPIRAR
                 IF PTO-DATA-EXPIRA LESS THAN WRK-SPT-PROX-EXPIRA
                    MOVE PTO-DATA-EXPIRA TO WRK-SPT-PROX-EXPIRA
                 END-IF
           END-EVALUATE.
      *------------------------ FIM DO ARQUIVO -------------------------
