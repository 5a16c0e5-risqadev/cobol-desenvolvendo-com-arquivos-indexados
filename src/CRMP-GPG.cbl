      *=================================================================
       IDENTIFICATION                                         DIVISION.
       PROGRAM-ID. GRAVAPAG.
      *=================================================================
       ENVIRONMENT                                            DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT                                           SECTION.
      *----------------------------------
       FILE-CONTROL.
           SELECT ARQ-PAGTOS  ASSIGN TO './files/PAGTOS.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS ARQ-PAGTOS-FS
              RECORD KEY IS LAN-KEY.

           SELECT ARQ-CREDITO  ASSIGN TO './files/CREDITO.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS ARQ-CREDITO-FS
              RECORD KEY IS CRD-CLIENTE.
      *=================================================================
       DATA                                                   DIVISION.
      *-----------------------------------------------------------------
       FILE                                                   SECTION.
      *----------------------------------
       FD  ARQ-PAGTOS.
       COPY 'CRMK-PGT' REPLACING LEADING ==PGT== BY ==LAN==.
      *
       FD  ARQ-CREDITO.
       COPY 'CRMK-CRD'.
      *-----------------------------------------------------------------
       WORKING-STORAGE                                        SECTION.
      *----------------------------------
       01  ARQ-PAGTOS-FS        PIC 9(02)   VALUE ZERO.
       01  ARQ-CREDITO-FS       PIC 9(02)   VALUE ZERO.
      *-----------------------------------------------------------------
       LINKAGE                                                SECTION.
      *----------------------------------
       COPY 'CRMK-PGT'.
       COPY 'CRMK-GPQ'.
      *=================================================================
       PROCEDURE                                              DIVISION
           USING PGT-REGISTRO WRK-GPG-RETORNO.
      *-----------------------------------------------------------------
       PRINCIPAL                                              SECTION.
      *----------------------------------
           SET WRK-GPG-GRAVADO TO TRUE
           MOVE ZERO TO WRK-GPG-FS

           PERFORM ABRE-ARQUIVO-PAGTOS

           IF ARQ-PAGTOS-FS NOT EQUAL ZERO
              SET WRK-GPG-ERRO-PAGTOS TO TRUE
              MOVE ARQ-PAGTOS-FS TO WRK-GPG-FS
              GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO PGT-DATA-REGISTRO

           MOVE PGT-REGISTRO TO LAN-REGISTRO

           WRITE LAN-REGISTRO

           IF ARQ-PAGTOS-FS NOT EQUAL ZERO
              IF ARQ-PAGTOS-FS EQUAL 22
                 SET WRK-GPG-JA-EXISTE TO TRUE
              ELSE
                 SET WRK-GPG-ERRO-PAGTOS TO TRUE
              END-IF
              MOVE ARQ-PAGTOS-FS TO WRK-GPG-FS
              PERFORM FECHA-ARQUIVO-PAGTOS
              GOBACK
           END-IF

           PERFORM FECHA-ARQUIVO-PAGTOS

           IF PGT-VALOR-CREDITO GREATER THAN ZERO
              OR PGT-METODO-CREDITO
              PERFORM ATUALIZA-CREDITO
           END-IF

           IF WRK-GPG-ERRO-CREDITO
              PERFORM DESFAZ-LANCAMENTO
           END-IF

           GOBACK.
      *-----------------------------------------------------------------
       ATUALIZA-CREDITO                                       SECTION.
      *----------------------------------
           PERFORM ABRE-ARQUIVO-CREDITO

           IF ARQ-CREDITO-FS NOT EQUAL ZERO
              SET WRK-GPG-ERRO-CREDITO TO TRUE
              MOVE ARQ-CREDITO-FS TO WRK-GPG-FS
              EXIT SECTION
           END-IF

           MOVE PGT-CLIENTE TO CRD-CLIENTE
           READ ARQ-CREDITO

           IF ARQ-CREDITO-FS NOT EQUAL ZERO
              MOVE PGT-CLIENTE TO CRD-CLIENTE
              MOVE ZERO        TO CRD-SALDO
           END-IF

           IF PGT-METODO-CREDITO
              IF PGT-VALOR GREATER THAN CRD-SALDO
                 MOVE ZERO TO CRD-SALDO
              ELSE
                 SUBTRACT PGT-VALOR FROM CRD-SALDO
              END-IF
           ELSE
              ADD PGT-VALOR-CREDITO TO CRD-SALDO
           END-IF

           MOVE PGT-DATA-REGISTRO TO CRD-DATA-ATUALIZ

           IF ARQ-CREDITO-FS EQUAL ZERO
              REWRITE CRD-REGISTRO
           ELSE
              WRITE CRD-REGISTRO
           END-IF

           IF ARQ-CREDITO-FS NOT EQUAL ZERO
              SET WRK-GPG-ERRO-CREDITO TO TRUE
              MOVE ARQ-CREDITO-FS TO WRK-GPG-FS
           END-IF

           PERFORM FECHA-ARQUIVO-CREDITO.
      *-----------------------------------------------------------------
       DESFAZ-LANCAMENTO                                      SECTION.
      *----------------------------------
           PERFORM ABRE-ARQUIVO-PAGTOS

           IF ARQ-PAGTOS-FS NOT EQUAL ZERO
              EXIT SECTION
           END-IF

           MOVE PGT-KEY TO LAN-KEY
           DELETE ARQ-PAGTOS RECORD

           PERFORM FECHA-ARQUIVO-PAGTOS.
      *-----------------------------------------------------------------
       ARQUIVOS                                               SECTION.
      *----------------------------------
       ABRE-ARQUIVO-PAGTOS.
           OPEN I-O ARQ-PAGTOS

           IF ARQ-PAGTOS-FS EQUAL 35
              OPEN OUTPUT ARQ-PAGTOS
              CLOSE ARQ-PAGTOS
              OPEN I-O ARQ-PAGTOS
           END-IF.
      *
       FECHA-ARQUIVO-PAGTOS.
           CLOSE ARQ-PAGTOS.
      *
       ABRE-ARQUIVO-CREDITO.
           OPEN I-O ARQ-CREDITO

           IF ARQ-CREDITO-FS EQUAL 35
              OPEN OUTPUT ARQ-CREDITO
              CLOSE ARQ-CREDITO
              OPEN I-O ARQ-CREDITO
           END-IF.
      *
       FECHA-ARQUIVO-CREDITO.
           CLOSE ARQ-CREDITO.
      *------------------------ FIM DO ARQUIVO -------------------------
