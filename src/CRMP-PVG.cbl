      *=================================================================
       IDENTIFICATION                                         DIVISION.
       PROGRAM-ID. PRECOVIG.
      *=================================================================
       ENVIRONMENT                                            DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT                                           SECTION.
      *----------------------------------
       FILE-CONTROL.
           SELECT ARQ-PRODUTO  ASSIGN TO './files/PRODUTO.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS ARQ-PRODUTO-FS
              RECORD KEY IS PRD-CODIGO.

           SELECT ARQ-PRECOS  ASSIGN TO './files/PRECOS.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS ARQ-PRECOS-FS
              RECORD KEY IS PRC-KEY.
      *=================================================================
       DATA                                                   DIVISION.
      *-----------------------------------------------------------------
       FILE                                                   SECTION.
      *----------------------------------
       FD  ARQ-PRODUTO.
       COPY 'CRMK-PRD'.
      *
       FD  ARQ-PRECOS.
       COPY 'CRMK-PRC'.
      *-----------------------------------------------------------------
       WORKING-STORAGE                                        SECTION.
      *----------------------------------
       01  ARQ-PRODUTO-FS       PIC 9(02)   VALUE ZERO.
       01  ARQ-PRECOS-FS        PIC 9(02)   VALUE ZERO.
       01  WRK-FIM-BUSCA        PIC X(01)   VALUE 'N'.
      *-----------------------------------------------------------------
       LINKAGE                                                SECTION.
      *----------------------------------
       COPY 'CRMK-PVG'.
      *=================================================================
       PROCEDURE                                              DIVISION
           USING WRK-PVG-PEDIDO.
      *-----------------------------------------------------------------
       PRINCIPAL                                              SECTION.
      *----------------------------------
           MOVE ZERO     TO WRK-PVG-PRECO
           MOVE ZERO     TO WRK-PVG-INICIO
           MOVE 99999999 TO WRK-PVG-FIM
           MOVE 'N'      TO WRK-PVG-ORIGEM

           IF WRK-PVG-DATA EQUAL ZERO
              MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-PVG-DATA
           END-IF

           PERFORM LE-PRECO-BASE

           IF NOT WRK-PVG-INEXISTENTE
              PERFORM LE-TABELA-PRECOS
           END-IF

           GOBACK.
      *-----------------------------------------------------------------
       LE-PRECO-BASE                                          SECTION.
      *----------------------------------
           OPEN INPUT ARQ-PRODUTO

           IF ARQ-PRODUTO-FS NOT EQUAL ZERO
              EXIT SECTION
           END-IF

           MOVE WRK-PVG-PRODUTO TO PRD-CODIGO
           READ ARQ-PRODUTO

           IF ARQ-PRODUTO-FS EQUAL ZERO
              MOVE PRD-PRECO TO WRK-PVG-PRECO
              MOVE 'B'       TO WRK-PVG-ORIGEM
           END-IF

           CLOSE ARQ-PRODUTO.
      *-----------------------------------------------------------------
       LE-TABELA-PRECOS                                       SECTION.
      *----------------------------------
           OPEN INPUT ARQ-PRECOS

           IF ARQ-PRECOS-FS NOT EQUAL ZERO
              EXIT SECTION
           END-IF

           MOVE WRK-PVG-PRODUTO TO PRC-PRODUTO
           MOVE ZERO            TO PRC-DATA-INICIO
           START ARQ-PRECOS KEY IS NOT LESS THAN PRC-KEY

           IF ARQ-PRECOS-FS EQUAL ZERO
              READ ARQ-PRECOS NEXT RECORD
           END-IF

           MOVE 'N' TO WRK-FIM-BUSCA

           PERFORM UNTIL ARQ-PRECOS-FS NOT EQUAL ZERO
                      OR WRK-FIM-BUSCA EQUAL 'S'
              EVALUATE TRUE
                 WHEN PRC-PRODUTO NOT EQUAL WRK-PVG-PRODUTO
                    MOVE 'S' TO WRK-FIM-BUSCA
                 WHEN PRC-DATA-INICIO GREATER THAN WRK-PVG-DATA
                    IF WRK-PVG-BASE
                       COMPUTE WRK-PVG-FIM = FUNCTION DATE-OF-INTEGER(
                          FUNCTION INTEGER-OF-DATE(PRC-DATA-INICIO) - 1)
                    END-IF
                    MOVE 'S' TO WRK-FIM-BUSCA
                 WHEN OTHER
                    MOVE PRC-PRECO       TO WRK-PVG-PRECO
                    MOVE PRC-DATA-INICIO TO WRK-PVG-INICIO
                    MOVE PRC-DATA-FIM    TO WRK-PVG-FIM
                    MOVE 'T'             TO WRK-PVG-ORIGEM
                    READ ARQ-PRECOS NEXT RECORD
              END-EVALUATE
           END-PERFORM

           CLOSE ARQ-PRECOS.
      *------------------------ FIM DO ARQUIVO -------------------------
