      *=================================================================
       IDENTIFICATION                                         DIVISION.
       PROGRAM-ID. RESUMCTT.
      *=================================================================
       ENVIRONMENT                                            DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT                                           SECTION.
      *----------------------------------
       FILE-CONTROL.
           SELECT ARQ-RESUMO  ASSIGN TO './files/CTTRESUMO.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS ARQ-RESUMO-FS
              RECORD KEY IS CTS-CLIENTE.
      *=================================================================
       DATA                                                   DIVISION.
      *-----------------------------------------------------------------
       FILE                                                   SECTION.
      *----------------------------------
       FD  ARQ-RESUMO.
       COPY 'CRMK-CTS'.
      *-----------------------------------------------------------------
       WORKING-STORAGE                                        SECTION.
      *----------------------------------
       01  ARQ-RESUMO-FS        PIC 9(02)   VALUE ZERO.
       01  WRK-HOJE             PIC 9(08)   VALUE ZERO.
       01  WRK-DIAS-CONTATO     PIC S9(05)  VALUE ZERO.
       01  WRK-J                PIC 9(01)   VALUE ZERO.
       01  WRK-T                PIC 9(01)   VALUE ZERO.
       01  WRK-ACHOU            PIC X(01)   VALUE 'N'.
      *-----------------------------------------------------------------
       LINKAGE                                                SECTION.
      *----------------------------------
       COPY 'CRMK-CSQ'.
      *=================================================================
       PROCEDURE                                              DIVISION
           USING WRK-CTS-PEDIDO.
      *-----------------------------------------------------------------
       PRINCIPAL                                              SECTION.
      *----------------------------------
           MOVE 'N' TO WRK-CTS-RESULTADO
           MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-HOJE

           IF WRK-CTS-DATA EQUAL ZERO
              MOVE WRK-HOJE TO WRK-CTS-DATA
           END-IF

           PERFORM ABRE-ARQUIVO-RESUMO

           IF ARQ-RESUMO-FS NOT EQUAL ZERO
              GOBACK
           END-IF

           PERFORM LE-RESUMO

           EVALUATE TRUE
              WHEN WRK-CTS-CONTATO
                 PERFORM SOMA-CONTATO
              WHEN WRK-CTS-PESQUISA
                 PERFORM ANOTA-PESQUISA
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           PERFORM GRAVA-RESUMO

           PERFORM FECHA-ARQUIVO-RESUMO

           GOBACK.
      *-----------------------------------------------------------------
       LE-RESUMO                                              SECTION.
      *----------------------------------
           MOVE WRK-CTS-CLIENTE TO CTS-CLIENTE
           READ ARQ-RESUMO

           IF ARQ-RESUMO-FS EQUAL ZERO
              MOVE 'S' TO WRK-ACHOU
              EXIT SECTION
           END-IF

           MOVE 'N' TO WRK-ACHOU

           INITIALIZE CTS-REGISTRO
           MOVE WRK-CTS-CLIENTE TO CTS-CLIENTE
           MOVE WRK-HOJE        TO CTS-DATA-CALCULO
           MOVE 30              TO CTS-DIAS(1)
           MOVE 90              TO CTS-DIAS(2)
           MOVE 365             TO CTS-DIAS(3).
      *-----------------------------------------------------------------
       SOMA-CONTATO                                           SECTION.
      *----------------------------------
           ADD 1 TO CTS-QTD-TOTAL

           IF WRK-CTS-DATA NOT LESS THAN CTS-ULT-DATA
              MOVE WRK-CTS-DATA TO CTS-ULT-DATA
              MOVE WRK-CTS-TIPO TO CTS-ULT-TIPO
           END-IF

           IF WRK-CTS-TIPO EQUAL 'R'
              AND WRK-CTS-DATA GREATER THAN CTS-ULT-RECLAMACAO
              MOVE WRK-CTS-DATA TO CTS-ULT-RECLAMACAO
           END-IF

           EVALUATE WRK-CTS-TIPO
              WHEN 'L'
                 MOVE 1 TO WRK-T
              WHEN 'R'
                 MOVE 2 TO WRK-T
              WHEN 'V'
                 MOVE 3 TO WRK-T
              WHEN 'P'
                 MOVE 4 TO WRK-T
              WHEN 'C'
                 MOVE 6 TO WRK-T
              WHEN OTHER
                 MOVE 5 TO WRK-T
           END-EVALUATE

           COMPUTE WRK-DIAS-CONTATO =
              FUNCTION INTEGER-OF-DATE(WRK-HOJE) -
              FUNCTION INTEGER-OF-DATE(WRK-CTS-DATA)

           PERFORM VARYING WRK-J FROM 1 BY 1 UNTIL WRK-J GREATER THAN 3
              IF WRK-DIAS-CONTATO NOT GREATER THAN CTS-DIAS(WRK-J)
                 ADD 1 TO CTS-QTD-TIPO(WRK-J WRK-T)
              END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       ANOTA-PESQUISA                                         SECTION.
      *----------------------------------
           IF WRK-CTS-DATA NOT LESS THAN CTS-ULT-PESQUISA
              MOVE WRK-CTS-DATA TO CTS-ULT-PESQUISA
              MOVE WRK-CTS-NOTA TO CTS-ULT-NOTA
           END-IF.
      *-----------------------------------------------------------------
       GRAVA-RESUMO                                           SECTION.
      *----------------------------------
           IF WRK-ACHOU EQUAL 'S'
              REWRITE CTS-REGISTRO
           ELSE
              WRITE CTS-REGISTRO
           END-IF

           IF ARQ-RESUMO-FS EQUAL ZERO
              MOVE 'S' TO WRK-CTS-RESULTADO
           END-IF.
      *-----------------------------------------------------------------
       ARQUIVOS                                               SECTION.
      *----------------------------------
       ABRE-ARQUIVO-RESUMO.
           OPEN I-O ARQ-RESUMO

           IF ARQ-RESUMO-FS EQUAL 35
              OPEN OUTPUT ARQ-RESUMO
              CLOSE ARQ-RESUMO
              OPEN I-O ARQ-RESUMO
           END-IF.
      *
       FECHA-ARQUIVO-RESUMO.
           CLOSE ARQ-RESUMO.
      *------------------------ FIM DO ARQUIVO -------------------------
