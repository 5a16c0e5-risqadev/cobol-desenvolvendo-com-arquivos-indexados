      *=================================================================
       IDENTIFICATION                                         DIVISION.
       PROGRAM-ID. DESTINAT.
      *=================================================================
       ENVIRONMENT                                            DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT                                           SECTION.
      *----------------------------------
       FILE-CONTROL.
           SELECT ARQ-PESSOA  ASSIGN TO './files/PESSOA.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS ARQ-PESSOA-FS
              RECORD KEY IS PES-KEY.
      *=================================================================
       DATA                                                   DIVISION.
      *-----------------------------------------------------------------
       FILE                                                   SECTION.
      *----------------------------------
       FD  ARQ-PESSOA.
       COPY 'CRMK-PES'.
      *-----------------------------------------------------------------
       WORKING-STORAGE                                        SECTION.
      *----------------------------------
       01  ARQ-PESSOA-FS        PIC 9(02)   VALUE ZERO.
       01  WRK-PONTOS           PIC 9(01)   VALUE ZERO.
       01  WRK-MELHOR           PIC 9(01)   VALUE ZERO.
      *-----------------------------------------------------------------
       LINKAGE                                                SECTION.
      *----------------------------------
       COPY 'CRMK-DST'.
      *=================================================================
       PROCEDURE                                              DIVISION
           USING WRK-DST-PEDIDO.
      *-----------------------------------------------------------------
       PRINCIPAL                                              SECTION.
      *----------------------------------
           MOVE SPACES TO WRK-DST-NOME
           MOVE SPACES TO WRK-DST-EMAIL
           MOVE SPACES TO WRK-DST-TELEFONE
           MOVE 'N'    TO WRK-DST-RESULTADO
           MOVE ZERO   TO WRK-MELHOR

           OPEN INPUT ARQ-PESSOA

           IF ARQ-PESSOA-FS NOT EQUAL ZERO
              GOBACK
           END-IF

           MOVE WRK-DST-CLIENTE TO PES-CLIENTE
           MOVE ZERO            TO PES-SEQ
           START ARQ-PESSOA KEY IS NOT LESS THAN PES-KEY

           IF ARQ-PESSOA-FS EQUAL ZERO
              READ ARQ-PESSOA NEXT RECORD
           END-IF

           PERFORM UNTIL ARQ-PESSOA-FS NOT EQUAL ZERO
                      OR PES-CLIENTE NOT EQUAL WRK-DST-CLIENTE
                      OR WRK-MELHOR EQUAL 3
              PERFORM PONTUA-PESSOA
              IF WRK-PONTOS GREATER THAN WRK-MELHOR
                 MOVE WRK-PONTOS   TO WRK-MELHOR
                 MOVE PES-NOME     TO WRK-DST-NOME
                 MOVE PES-EMAIL    TO WRK-DST-EMAIL
                 MOVE PES-TELEFONE TO WRK-DST-TELEFONE
                 MOVE 'S'          TO WRK-DST-RESULTADO
              END-IF
              READ ARQ-PESSOA NEXT RECORD
           END-PERFORM

           CLOSE ARQ-PESSOA

           GOBACK.
      *-----------------------------------------------------------------
       PONTUA-PESSOA                                          SECTION.
      *----------------------------------
           MOVE ZERO TO WRK-PONTOS

           EVALUATE TRUE
              WHEN WRK-DST-COBRANCA
                 EVALUATE TRUE
                    WHEN PES-ENVIA-FATURA AND PES-CARGO-FINANCEIRO
                       MOVE 3 TO WRK-PONTOS
                    WHEN PES-ENVIA-FATURA
                       MOVE 2 TO WRK-PONTOS
                    WHEN PES-CARGO-FINANCEIRO
                       MOVE 1 TO WRK-PONTOS
                 END-EVALUATE
              WHEN WRK-DST-MARKETING
                 EVALUATE TRUE
                    WHEN PES-ENVIA-MALA AND PES-CARGO-COMPRAS
                       MOVE 3 TO WRK-PONTOS
                    WHEN PES-ENVIA-MALA
                       MOVE 2 TO WRK-PONTOS
                 END-EVALUATE
              WHEN WRK-DST-COMERCIAL
                 EVALUATE TRUE
                    WHEN PES-CARGO-COMPRAS
                       MOVE 3 TO WRK-PONTOS
                    WHEN PES-CARGO-DIRETORIA
                       MOVE 2 TO WRK-PONTOS
                 END-EVALUATE
           END-EVALUATE.
      *------------------------ FIM DO ARQUIVO -------------------------
