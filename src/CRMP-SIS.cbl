      *=================================================================
       IDENTIFICATION                                         DIVISION.
       PROGRAM-ID. SISESTAD.
      *=================================================================
       ENVIRONMENT                                            DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT                                           SECTION.
      *----------------------------------
       FILE-CONTROL.
           SELECT ARQ-SISESTADO  ASSIGN TO './files/SISESTADO.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS ARQ-SISESTADO-FS
              RECORD KEY IS SIS-CHAVE.
      *=================================================================
       DATA                                                   DIVISION.
      *-----------------------------------------------------------------
       FILE                                                   SECTION.
      *----------------------------------
       FD  ARQ-SISESTADO.
       COPY 'CRMK-SIS'.
      *-----------------------------------------------------------------
       WORKING-STORAGE                                        SECTION.
      *----------------------------------
       01  ARQ-SISESTADO-FS     PIC 9(02)   VALUE ZERO.
      *-----------------------------------------------------------------
       LINKAGE                                                SECTION.
      *----------------------------------
       COPY 'CRMK-SIQ'.
      *=================================================================
       PROCEDURE                                              DIVISION
           USING WRK-SIS-PEDIDO.
      *-----------------------------------------------------------------
       PRINCIPAL                                              SECTION.
      *----------------------------------
           PERFORM ABRE-ARQUIVO-SISESTADO

           PERFORM LE-ESTADO

           EVALUATE TRUE
              WHEN WRK-SIS-INICIA-BATCH
                 PERFORM INICIA-BATCH
              WHEN WRK-SIS-ENCERRA-BATCH
                 PERFORM ENCERRA-BATCH
              WHEN WRK-SIS-INICIA-MANUT
                 PERFORM INICIA-MANUTENCAO
              WHEN WRK-SIS-LIBERA
                 PERFORM LIBERA-SISTEMA
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           MOVE SIS-SITUACAO    TO WRK-SIS-SITUACAO
           MOVE SIS-DATA-INICIO TO WRK-SIS-DATA-INICIO
           MOVE SIS-HORA-INICIO TO WRK-SIS-HORA-INICIO
           MOVE SIS-DATA-FIM    TO WRK-SIS-DATA-FIM
           MOVE SIS-HORA-FIM    TO WRK-SIS-HORA-FIM
           MOVE SIS-OPERADOR    TO WRK-SIS-OPERADOR
           MOVE SIS-MOTIVO      TO WRK-SIS-MOTIVO

           PERFORM FECHA-ARQUIVO-SISESTADO

           GOBACK.
      *-----------------------------------------------------------------
       LE-ESTADO                                              SECTION.
      *----------------------------------
           MOVE 'E' TO SIS-CHAVE
           READ ARQ-SISESTADO

           IF ARQ-SISESTADO-FS NOT EQUAL ZERO
              INITIALIZE SIS-REGISTRO
              MOVE 'E' TO SIS-CHAVE
              SET SIS-LIVRE TO TRUE
              WRITE SIS-REGISTRO
           END-IF.
      *-----------------------------------------------------------------
       INICIA-BATCH                                           SECTION.
      *----------------------------------
           IF SIS-MANUTENCAO
              EXIT SECTION
           END-IF

           SET SIS-BATCH TO TRUE
           MOVE FUNCTION CURRENT-DATE(1:8) TO SIS-DATA-INICIO
           MOVE FUNCTION CURRENT-DATE(9:6) TO SIS-HORA-INICIO
           MOVE WRK-SIS-DATA-FIM TO SIS-DATA-FIM
           MOVE WRK-SIS-HORA-FIM TO SIS-HORA-FIM
           MOVE WRK-SIS-OPERADOR TO SIS-OPERADOR
           MOVE WRK-SIS-MOTIVO   TO SIS-MOTIVO

           REWRITE SIS-REGISTRO.
      *-----------------------------------------------------------------
       ENCERRA-BATCH                                          SECTION.
      *----------------------------------
           IF SIS-BATCH
              PERFORM LIBERA-SISTEMA
           END-IF.
      *-----------------------------------------------------------------
       INICIA-MANUTENCAO                                      SECTION.
      *----------------------------------
           SET SIS-MANUTENCAO TO TRUE
           MOVE FUNCTION CURRENT-DATE(1:8) TO SIS-DATA-INICIO
           MOVE FUNCTION CURRENT-DATE(9:6) TO SIS-HORA-INICIO
           MOVE WRK-SIS-DATA-FIM TO SIS-DATA-FIM
           MOVE WRK-SIS-HORA-FIM TO SIS-HORA-FIM
           MOVE WRK-SIS-OPERADOR TO SIS-OPERADOR
           MOVE WRK-SIS-MOTIVO   TO SIS-MOTIVO

           REWRITE SIS-REGISTRO.
      *-----------------------------------------------------------------
       LIBERA-SISTEMA                                         SECTION.
      *----------------------------------
           INITIALIZE SIS-REGISTRO
           MOVE 'E' TO SIS-CHAVE
           SET SIS-LIVRE TO TRUE

           REWRITE SIS-REGISTRO.
      *-----------------------------------------------------------------
       ARQUIVOS                                               SECTION.
      *----------------------------------
       ABRE-ARQUIVO-SISESTADO.
           OPEN I-O ARQ-SISESTADO

           IF ARQ-SISESTADO-FS EQUAL 35
              OPEN OUTPUT ARQ-SISESTADO
              CLOSE ARQ-SISESTADO
              OPEN I-O ARQ-SISESTADO
           END-IF.
      *
       FECHA-ARQUIVO-SISESTADO.
           CLOSE ARQ-SISESTADO.
      *------------------------ FIM DO ARQUIVO -------------------------
