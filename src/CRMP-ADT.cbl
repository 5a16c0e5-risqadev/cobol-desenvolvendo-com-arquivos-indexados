      *=================================================================
       IDENTIFICATION                                         DIVISION.
       PROGRAM-ID. GRAVAADT.
      *=================================================================
       ENVIRONMENT                                            DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT                                           SECTION.
      *----------------------------------
       FILE-CONTROL.
           SELECT ARQ-ADITIVO  ASSIGN TO './files/ADITIVO.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS ARQ-ADITIVO-FS
              RECORD KEY IS HAD-KEY.
      *=================================================================
       DATA                                                   DIVISION.
      *-----------------------------------------------------------------
       FILE                                                   SECTION.
      *----------------------------------
       FD  ARQ-ADITIVO.
       COPY 'CRMK-ADT' REPLACING LEADING ==ADT== BY ==HAD==.
      *-----------------------------------------------------------------
       WORKING-STORAGE                                        SECTION.
      *----------------------------------
       01  ARQ-ADITIVO-FS       PIC 9(02)   VALUE ZERO.
       01  WRK-ULTIMO-NUMERO    PIC 9(03)   VALUE ZERO.
      *-----------------------------------------------------------------
       LINKAGE                                                SECTION.
      *----------------------------------
       COPY 'CRMK-ADT'.
      *=================================================================
       PROCEDURE                                              DIVISION
           USING ADT-REGISTRO.
      *-----------------------------------------------------------------
       PRINCIPAL                                              SECTION.
      *----------------------------------
           PERFORM ABRE-ARQUIVO-ADITIVO

           IF ADT-NUMERO EQUAL ZERO
              PERFORM BUSCA-PROXIMO-NUMERO
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO ADT-DATA-REGISTRO
           MOVE FUNCTION CURRENT-DATE(9:6) TO ADT-HORA-REGISTRO

           IF ADT-DATA-VIGENCIA EQUAL ZERO
              MOVE ADT-DATA-REGISTRO TO ADT-DATA-VIGENCIA
           END-IF

           MOVE ADT-REGISTRO TO HAD-REGISTRO

           WRITE HAD-REGISTRO

           IF ARQ-ADITIVO-FS EQUAL 22
              REWRITE HAD-REGISTRO
           END-IF

           PERFORM FECHA-ARQUIVO-ADITIVO

           GOBACK.
      *-----------------------------------------------------------------
       BUSCA-PROXIMO-NUMERO                                   SECTION.
      *----------------------------------
           MOVE ZERO TO WRK-ULTIMO-NUMERO

           MOVE ADT-CONTRATO TO HAD-CONTRATO
           MOVE ZERO         TO HAD-NUMERO
           MOVE ZERO         TO HAD-LINHA

           START ARQ-ADITIVO KEY IS NOT LESS THAN HAD-KEY

           IF ARQ-ADITIVO-FS EQUAL ZERO
              READ ARQ-ADITIVO NEXT RECORD
              PERFORM UNTIL ARQ-ADITIVO-FS NOT EQUAL ZERO
                         OR HAD-CONTRATO NOT EQUAL ADT-CONTRATO
                 MOVE HAD-NUMERO TO WRK-ULTIMO-NUMERO
                 READ ARQ-ADITIVO NEXT RECORD
              END-PERFORM
           END-IF

           COMPUTE ADT-NUMERO = WRK-ULTIMO-NUMERO + 1

           MOVE ZERO TO ARQ-ADITIVO-FS.
      *-----------------------------------------------------------------
       ARQUIVOS                                               SECTION.
      *----------------------------------
       ABRE-ARQUIVO-ADITIVO.
           OPEN I-O ARQ-ADITIVO

           IF ARQ-ADITIVO-FS EQUAL 35
              OPEN OUTPUT ARQ-ADITIVO
              CLOSE ARQ-ADITIVO
              OPEN I-O ARQ-ADITIVO
           END-IF.
      *
       FECHA-ARQUIVO-ADITIVO.
           CLOSE ARQ-ADITIVO.
      *------------------------ FIM DO ARQUIVO -------------------------
