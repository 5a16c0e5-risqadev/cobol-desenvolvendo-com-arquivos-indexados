      *=================================================================
       IDENTIFICATION                                         DIVISION.
       PROGRAM-ID. PERIODO.
      *=================================================================
       ENVIRONMENT                                            DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT                                           SECTION.
      *----------------------------------
       FILE-CONTROL.
           SELECT ARQ-PERFECH  ASSIGN TO './files/PERFECH.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS ARQ-PERFECH-FS
              RECORD KEY IS PFC-COMPETENCIA.
      *=================================================================
       DATA                                                   DIVISION.
      *-----------------------------------------------------------------
       FILE                                                   SECTION.
      *----------------------------------
       FD  ARQ-PERFECH.
       COPY 'CRMK-PFC'.
      *-----------------------------------------------------------------
       WORKING-STORAGE                                        SECTION.
      *----------------------------------
       01  ARQ-PERFECH-FS       PIC 9(02)   VALUE ZERO.
       01  WRK-HOJE             PIC 9(08)   VALUE ZERO.
       01  WRK-ACHOU            PIC X(01)   VALUE 'N'.
       01  WRK-COMP.
           05 WRK-COMP-ANO      PIC 9(04)   VALUE ZERO.
           05 WRK-COMP-MES      PIC 9(02)   VALUE ZERO.
       01  WRK-COMP-NUM REDEFINES WRK-COMP
                                PIC 9(06).
      *-----------------------------------------------------------------
       LINKAGE                                                SECTION.
      *----------------------------------
       COPY 'CRMK-PFQ'.
      *=================================================================
       PROCEDURE                                              DIVISION
           USING WRK-PFC-PEDIDO.
      *-----------------------------------------------------------------
       PRINCIPAL                                              SECTION.
      *----------------------------------
           MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-HOJE

           IF WRK-PFC-COMPETENCIA EQUAL ZERO
              MOVE WRK-PFC-DATA(1:6) TO WRK-PFC-COMPETENCIA
           END-IF

           SET WRK-PFC-ABERTA TO TRUE
           MOVE WRK-PFC-COMPETENCIA TO WRK-PFC-COMPET-ABERTA
           MOVE WRK-PFC-DATA        TO WRK-PFC-DATA-LANCTO
           MOVE ZERO                TO WRK-PFC-DATA-FECHAMENTO
           MOVE ZERO                TO WRK-PFC-QTD-REABERTURAS

           PERFORM ABRE-ARQUIVO-PERFECH

           IF ARQ-PERFECH-FS NOT EQUAL ZERO
              GOBACK
           END-IF

           PERFORM LE-PERIODO

           EVALUATE TRUE
              WHEN WRK-PFC-FECHA
                 PERFORM FECHA-PERIODO
              WHEN WRK-PFC-REABRE
                 PERFORM REABRE-PERIODO
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           IF WRK-ACHOU EQUAL 'S'
              MOVE PFC-DATA-FECHAMENTO TO WRK-PFC-DATA-FECHAMENTO
              MOVE PFC-QTD-REABERTURAS TO WRK-PFC-QTD-REABERTURAS
              IF PFC-FECHADA
                 SET WRK-PFC-FECHADA TO TRUE
                 PERFORM BUSCA-COMPETENCIA-ABERTA
              END-IF
           END-IF

           PERFORM FECHA-ARQUIVO-PERFECH

           GOBACK.
      *-----------------------------------------------------------------
       LE-PERIODO                                             SECTION.
      *----------------------------------
           MOVE WRK-PFC-COMPETENCIA TO PFC-COMPETENCIA
           READ ARQ-PERFECH

           IF ARQ-PERFECH-FS EQUAL ZERO
              MOVE 'S' TO WRK-ACHOU
           ELSE
              MOVE 'N' TO WRK-ACHOU
           END-IF.
      *-----------------------------------------------------------------
       FECHA-PERIODO                                          SECTION.
      *----------------------------------
           IF WRK-ACHOU EQUAL 'S'
              AND PFC-FECHADA
              EXIT SECTION
           END-IF

           IF WRK-ACHOU NOT EQUAL 'S'
              INITIALIZE PFC-REGISTRO
              MOVE WRK-PFC-COMPETENCIA TO PFC-COMPETENCIA
           END-IF

           SET PFC-FECHADA TO TRUE
           MOVE WRK-HOJE                   TO PFC-DATA-FECHAMENTO
           MOVE FUNCTION CURRENT-DATE(9:6) TO PFC-HORA-FECHAMENTO
           MOVE WRK-PFC-OPERADOR           TO PFC-OPER-FECHAMENTO

           IF WRK-ACHOU EQUAL 'S'
              REWRITE PFC-REGISTRO
           ELSE
              WRITE PFC-REGISTRO
           END-IF

           IF ARQ-PERFECH-FS EQUAL ZERO
              MOVE 'S' TO WRK-ACHOU
           END-IF.
      *-----------------------------------------------------------------
       REABRE-PERIODO                                         SECTION.
      *----------------------------------
           IF WRK-ACHOU NOT EQUAL 'S'
              OR NOT PFC-FECHADA
              EXIT SECTION
           END-IF

           SET PFC-REABERTA TO TRUE
           MOVE WRK-HOJE          TO PFC-DATA-REABERTURA
           MOVE WRK-PFC-OPERADOR  TO PFC-OPER-REABERTURA
           MOVE WRK-PFC-MOTIVO    TO PFC-MOTIVO-REABERTURA
           ADD 1 TO PFC-QTD-REABERTURAS

           REWRITE PFC-REGISTRO.
      *-----------------------------------------------------------------
       BUSCA-COMPETENCIA-ABERTA                               SECTION.
      *----------------------------------
           MOVE WRK-PFC-COMPETENCIA TO WRK-COMP-NUM

           PERFORM UNTIL ARQ-PERFECH-FS NOT EQUAL ZERO
                      OR NOT PFC-FECHADA
              IF WRK-COMP-MES EQUAL 12
                 ADD 1 TO WRK-COMP-ANO
                 MOVE 1 TO WRK-COMP-MES
              ELSE
                 ADD 1 TO WRK-COMP-MES
              END-IF
              MOVE WRK-COMP-NUM TO PFC-COMPETENCIA
              READ ARQ-PERFECH
           END-PERFORM

           MOVE WRK-COMP-NUM TO WRK-PFC-COMPET-ABERTA

           IF WRK-COMP-NUM EQUAL WRK-HOJE(1:6)
              MOVE WRK-HOJE TO WRK-PFC-DATA-LANCTO
           ELSE
              COMPUTE WRK-PFC-DATA-LANCTO = WRK-COMP-NUM * 100 + 1
           END-IF.
      *-----------------------------------------------------------------
       ARQUIVOS                                               SECTION.
      *----------------------------------
       ABRE-ARQUIVO-PERFECH.
           OPEN I-O ARQ-PERFECH

           IF ARQ-PERFECH-FS EQUAL 35
              OPEN OUTPUT ARQ-PERFECH
              CLOSE ARQ-PERFECH
              OPEN I-O ARQ-PERFECH
           END-IF.
      *
       FECHA-ARQUIVO-PERFECH.
           CLOSE ARQ-PERFECH.
      *------------------------ FIM DO ARQUIVO -------------------------
