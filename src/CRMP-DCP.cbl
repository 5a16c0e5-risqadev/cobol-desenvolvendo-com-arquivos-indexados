      *=================================================================
       IDENTIFICATION                                         DIVISION.
       PROGRAM-ID. DOCPEND.
      *=================================================================
       ENVIRONMENT                                            DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT                                           SECTION.
      *----------------------------------
       FILE-CONTROL.
           SELECT ARQCRM-DOM  ASSIGN TO './files/DOMINIO.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS ARQCRM-DOM-FS
              RECORD KEY IS DOM-KEY.

           SELECT ARQ-CLIDOC  ASSIGN TO './files/CLIDOC.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS ARQ-CLIDOC-FS
              RECORD KEY IS CDC-KEY.
      *=================================================================
       DATA                                                   DIVISION.
      *-----------------------------------------------------------------
       FILE                                                   SECTION.
      *----------------------------------
       FD  ARQCRM-DOM.
       COPY 'CRMK-DOM'.
      *
       FD  ARQ-CLIDOC.
       COPY 'CRMK-CDC'.
      *-----------------------------------------------------------------
       WORKING-STORAGE                                        SECTION.
      *----------------------------------
       01  ARQCRM-DOM-FS        PIC 9(02)   VALUE ZERO.
       01  ARQ-CLIDOC-FS        PIC 9(02)   VALUE ZERO.
       01  WRK-CLIDOC-ABERTO    PIC X(01)   VALUE 'N'.
       01  WRK-TABELA-DOC.
           05 FILLER            PIC X(02)   VALUE 'DC'.
           05 WRK-TABELA-TIPO   PIC X(01)   VALUE SPACE.
      *-----------------------------------------------------------------
       LINKAGE                                                SECTION.
      *----------------------------------
       COPY 'CRMK-DCP'.
      *=================================================================
       PROCEDURE                                              DIVISION
           USING WRK-DCP-PEDIDO.
      *-----------------------------------------------------------------
       PRINCIPAL                                              SECTION.
      *----------------------------------
           MOVE ZERO   TO WRK-DCP-EXIGIDOS
           MOVE ZERO   TO WRK-DCP-FALTANTES
           MOVE ZERO   TO WRK-DCP-VENCIDOS
           MOVE SPACES TO WRK-DCP-COD-FALTA
           MOVE SPACES TO WRK-DCP-COD-VENC

           IF WRK-DCP-DATA-REF EQUAL ZERO
              MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-DCP-DATA-REF
           END-IF

           OPEN INPUT ARQCRM-DOM

           IF ARQCRM-DOM-FS NOT EQUAL ZERO
              GOBACK
           END-IF

           OPEN INPUT ARQ-CLIDOC

           IF ARQ-CLIDOC-FS EQUAL ZERO
              MOVE 'S' TO WRK-CLIDOC-ABERTO
           ELSE
              MOVE 'N' TO WRK-CLIDOC-ABERTO
           END-IF

           MOVE WRK-DCP-CLIENTE(1:1) TO WRK-TABELA-TIPO

           MOVE WRK-TABELA-DOC TO DOM-TABELA
           MOVE LOW-VALUES     TO DOM-CODIGO
           START ARQCRM-DOM KEY IS NOT LESS THAN DOM-KEY

           IF ARQCRM-DOM-FS EQUAL ZERO
              READ ARQCRM-DOM NEXT RECORD
           END-IF

           PERFORM UNTIL ARQCRM-DOM-FS NOT EQUAL ZERO
                      OR DOM-TABELA NOT EQUAL WRK-TABELA-DOC
              PERFORM AVALIA-DOCUMENTO
              READ ARQCRM-DOM NEXT RECORD
           END-PERFORM

           CLOSE ARQCRM-DOM

           IF WRK-CLIDOC-ABERTO EQUAL 'S'
              CLOSE ARQ-CLIDOC
           END-IF

           GOBACK.
      *-----------------------------------------------------------------
       AVALIA-DOCUMENTO                                       SECTION.
      *----------------------------------
           ADD 1 TO WRK-DCP-EXIGIDOS

           MOVE 23 TO ARQ-CLIDOC-FS

           IF WRK-CLIDOC-ABERTO EQUAL 'S'
              MOVE WRK-DCP-CLIENTE TO CDC-CLIENTE
              MOVE DOM-CODIGO      TO CDC-DOCUMENTO
              READ ARQ-CLIDOC
           END-IF

           EVALUATE TRUE
              WHEN ARQ-CLIDOC-FS NOT EQUAL ZERO
                 ADD 1 TO WRK-DCP-FALTANTES
                 IF WRK-DCP-FALTANTES NOT GREATER THAN 10
                    MOVE DOM-CODIGO
                       TO WRK-DCP-COD-FALTA(WRK-DCP-FALTANTES:1)
                 END-IF
              WHEN CDC-DATA-VALIDADE NOT EQUAL ZERO
               AND CDC-DATA-VALIDADE LESS THAN WRK-DCP-DATA-REF
                 ADD 1 TO WRK-DCP-VENCIDOS
                 IF WRK-DCP-VENCIDOS NOT GREATER THAN 10
                    MOVE DOM-CODIGO
                       TO WRK-DCP-COD-VENC(WRK-DCP-VENCIDOS:1)
                 END-IF
           END-EVALUATE.
      *------------------------ FIM DO ARQUIVO -------------------------
