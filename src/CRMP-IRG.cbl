      *=================================================================
       IDENTIFICATION                                         DIVISION.
       PROGRAM-ID. IMPREG.
      *=================================================================
       ENVIRONMENT                                            DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT                                           SECTION.
      *----------------------------------
       FILE-CONTROL.
           SELECT ARQ-ENTRADA  ASSIGN TO WRK-ENT-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ARQ-ENTRADA-FS.

           SELECT ARQ-IMPREG  ASSIGN TO './files/IMPREG.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS ARQ-IMPREG-FS
              RECORD KEY IS IRG-KEY
              ALTERNATE RECORD KEY IS IRG-PROCESSADO
                 WITH DUPLICATES.
      *=================================================================
       DATA                                                   DIVISION.
      *-----------------------------------------------------------------
       FILE                                                   SECTION.
      *----------------------------------
       FD  ARQ-ENTRADA.
       01  ARQ-ENTRADA-LINHA    PIC X(400).
      *
       FD  ARQ-IMPREG.
       COPY 'CRMK-IRG'.
      *-----------------------------------------------------------------
       WORKING-STORAGE                                        SECTION.
      *----------------------------------
       01  ARQ-ENTRADA-FS       PIC 9(02)   VALUE ZERO.
       01  ARQ-IMPREG-FS        PIC 9(02)   VALUE ZERO.
       01  WRK-ENT-PATH         PIC X(40)   VALUE SPACES.
       01  WRK-POS              PIC 9(03)   VALUE ZERO.
       01  WRK-LINHA-HASH       PIC 9(09)   VALUE ZERO.
       01  WRK-CHECKSUM         PIC 9(10)   VALUE ZERO.
       01  WRK-TEM-HEADER       PIC X(01)   VALUE 'N'.
       01  WRK-TEM-TRAILER      PIC X(01)   VALUE 'N'.
       01  WRK-HDR-DATA         PIC 9(08)   VALUE ZERO.
       01  WRK-TRL-TOTAL        PIC 9(07)   VALUE ZERO.
       01  WRK-TOT-DETALHES     PIC 9(07)   VALUE ZERO.
      *-----------------------------------------------------------------
       LINKAGE                                                SECTION.
      *----------------------------------
       COPY 'CRMK-IRQ'.
      *=================================================================
       PROCEDURE                                              DIVISION
           USING WRK-IRG-PEDIDO.
      *-----------------------------------------------------------------
       PRINCIPAL                                              SECTION.
      *----------------------------------
           EVALUATE TRUE
              WHEN WRK-IRG-VERIFICA
                 PERFORM VERIFICA-ARQUIVO
              WHEN WRK-IRG-REGISTRA
                 PERFORM REGISTRA-ARQUIVO
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           GOBACK.
      *-----------------------------------------------------------------
       VERIFICA-ARQUIVO                                       SECTION.
      *----------------------------------
           MOVE 'S'    TO WRK-IRG-RESULTADO
           MOVE SPACES TO WRK-IRG-MENSAGEM
           MOVE ZERO   TO WRK-IRG-CHECKSUM
           MOVE ZERO   TO WRK-IRG-REGISTROS
           MOVE ZERO   TO WRK-IRG-APLICADOS

           PERFORM LE-ARQUIVO-ENTRADA

           IF WRK-IRG-SEM-ARQUIVO
              EXIT SECTION
           END-IF

           MOVE WRK-CHECKSUM     TO WRK-IRG-CHECKSUM
           MOVE WRK-TOT-DETALHES TO WRK-IRG-REGISTROS

           IF WRK-HDR-DATA NOT EQUAL ZERO
              MOVE WRK-HDR-DATA TO WRK-IRG-DATA-ARQUIVO
           ELSE
              MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-IRG-DATA-ARQUIVO
           END-IF

           IF WRK-TEM-HEADER EQUAL 'S'
              AND WRK-TEM-TRAILER NOT EQUAL 'S'
              MOVE 'C' TO WRK-IRG-RESULTADO
              MOVE 'HEADER SEM TRAILER - ARQUIVO INCOMPLETO'
                                                 TO WRK-IRG-MENSAGEM
              EXIT SECTION
           END-IF

           IF WRK-TEM-TRAILER EQUAL 'S'
              AND WRK-TRL-TOTAL NOT EQUAL WRK-TOT-DETALHES
              MOVE 'C' TO WRK-IRG-RESULTADO
              STRING 'TRAILER INFORMA ' WRK-TRL-TOTAL
                 ' REGISTROS, ARQUIVO TEM ' WRK-TOT-DETALHES
                 DELIMITED BY SIZE INTO WRK-IRG-MENSAGEM
              EXIT SECTION
           END-IF

           IF WRK-TOT-DETALHES EQUAL ZERO
              EXIT SECTION
           END-IF

           PERFORM ABRE-ARQUIVO-IMPREG

           MOVE WRK-IRG-PROGRAMA TO IRG-PROGRAMA
           MOVE WRK-CHECKSUM     TO IRG-CHECKSUM
           READ ARQ-IMPREG

           IF ARQ-IMPREG-FS EQUAL ZERO
              IF IRG-REPROCESSO-LIBERADO
                 MOVE 'R' TO WRK-IRG-RESULTADO
                 STRING 'REPROCESSAMENTO LIBERADO POR '
                    IRG-AUTORIZADOR
                    DELIMITED BY SIZE INTO WRK-IRG-MENSAGEM
              ELSE
                 MOVE 'D' TO WRK-IRG-RESULTADO
                 STRING 'ARQUIVO JA PROCESSADO EM ' IRG-DATA-PROC
                    ' ' IRG-HORA-PROC ' (CHECKSUM ' IRG-CHECKSUM ')'
                    DELIMITED BY SIZE INTO WRK-IRG-MENSAGEM
              END-IF
           END-IF

           PERFORM FECHA-ARQUIVO-IMPREG.
      *-----------------------------------------------------------------
       LE-ARQUIVO-ENTRADA                                     SECTION.
      *----------------------------------
           MOVE ZERO TO WRK-CHECKSUM
           MOVE ZERO TO WRK-TOT-DETALHES
           MOVE ZERO TO WRK-HDR-DATA
           MOVE ZERO TO WRK-TRL-TOTAL
           MOVE 'N'  TO WRK-TEM-HEADER
           MOVE 'N'  TO WRK-TEM-TRAILER

           MOVE WRK-IRG-ARQUIVO TO WRK-ENT-PATH

           OPEN INPUT ARQ-ENTRADA

           IF ARQ-ENTRADA-FS NOT EQUAL ZERO
              MOVE 'A' TO WRK-IRG-RESULTADO
              EXIT SECTION
           END-IF

           MOVE SPACES TO ARQ-ENTRADA-LINHA
           READ ARQ-ENTRADA

           PERFORM UNTIL ARQ-ENTRADA-FS NOT EQUAL ZERO
              IF ARQ-ENTRADA-LINHA NOT EQUAL SPACES
                 PERFORM CLASSIFICA-LINHA
                 PERFORM ACUMULA-CHECKSUM
              END-IF
              MOVE SPACES TO ARQ-ENTRADA-LINHA
              READ ARQ-ENTRADA
           END-PERFORM

           CLOSE ARQ-ENTRADA.
      *-----------------------------------------------------------------
       CLASSIFICA-LINHA                                       SECTION.
      *----------------------------------
           IF WRK-IRG-LAYOUT-ERP
              EVALUATE ARQ-ENTRADA-LINHA(1:1)
                 WHEN 'H'
                    MOVE 'S' TO WRK-TEM-HEADER
                    IF ARQ-ENTRADA-LINHA(2:8) IS NUMERIC
                       MOVE ARQ-ENTRADA-LINHA(2:8) TO WRK-HDR-DATA
                    END-IF
                 WHEN 'T'
                    MOVE 'S' TO WRK-TEM-TRAILER
                    IF ARQ-ENTRADA-LINHA(2:6) IS NUMERIC
                       MOVE ARQ-ENTRADA-LINHA(2:6) TO WRK-TRL-TOTAL
                    END-IF
                 WHEN 'D'
                    ADD 1 TO WRK-TOT-DETALHES
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              EXIT SECTION
           END-IF

           IF WRK-IRG-LAYOUT-CNAB
              EVALUATE ARQ-ENTRADA-LINHA(1:1)
                 WHEN '0'
                    MOVE 'S' TO WRK-TEM-HEADER
                    IF ARQ-ENTRADA-LINHA(92:6) IS NUMERIC
                       STRING '20' ARQ-ENTRADA-LINHA(96:2)
                          ARQ-ENTRADA-LINHA(94:2)
                          ARQ-ENTRADA-LINHA(92:2)
                          DELIMITED BY SIZE INTO WRK-HDR-DATA
                    END-IF
                 WHEN '9'
                    MOVE 'S' TO WRK-TEM-TRAILER
                    IF ARQ-ENTRADA-LINHA(2:8) IS NUMERIC
                       MOVE ARQ-ENTRADA-LINHA(2:8) TO WRK-TRL-TOTAL
                    END-IF
                 WHEN '1'
                    ADD 1 TO WRK-TOT-DETALHES
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              EXIT SECTION
           END-IF

           EVALUATE ARQ-ENTRADA-LINHA(1:3)
              WHEN 'HDR'
                 MOVE 'S' TO WRK-TEM-HEADER
                 IF ARQ-ENTRADA-LINHA(4:8) IS NUMERIC
                    MOVE ARQ-ENTRADA-LINHA(4:8) TO WRK-HDR-DATA
                 END-IF
              WHEN 'TRL'
                 MOVE 'S' TO WRK-TEM-TRAILER
                 IF ARQ-ENTRADA-LINHA(4:7) IS NUMERIC
                    MOVE ARQ-ENTRADA-LINHA(4:7) TO WRK-TRL-TOTAL
                 END-IF
              WHEN OTHER
                 ADD 1 TO WRK-TOT-DETALHES
           END-EVALUATE.
      *-----------------------------------------------------------------
       ACUMULA-CHECKSUM                                       SECTION.
      *----------------------------------
           MOVE ZERO TO WRK-LINHA-HASH

           PERFORM VARYING WRK-POS FROM 1 BY 1
              UNTIL WRK-POS GREATER THAN 256
              COMPUTE WRK-LINHA-HASH = WRK-LINHA-HASH
                 + FUNCTION ORD(ARQ-ENTRADA-LINHA(WRK-POS:1)) * WRK-POS
           END-PERFORM

           COMPUTE WRK-CHECKSUM = FUNCTION MOD(
              WRK-CHECKSUM * 31 + WRK-LINHA-HASH, 9999999967).
      *-----------------------------------------------------------------
       REGISTRA-ARQUIVO                                       SECTION.
      *----------------------------------
           IF WRK-IRG-REGISTROS EQUAL ZERO
              EXIT SECTION
           END-IF

           PERFORM ABRE-ARQUIVO-IMPREG

           MOVE WRK-IRG-PROGRAMA TO IRG-PROGRAMA
           MOVE WRK-IRG-CHECKSUM TO IRG-CHECKSUM
           READ ARQ-IMPREG

           IF ARQ-IMPREG-FS EQUAL ZERO
              ADD 1 TO IRG-VEZES
           ELSE
              MOVE 1      TO IRG-VEZES
              MOVE SPACES TO IRG-AUTORIZADOR
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO IRG-DATA-PROC
           MOVE FUNCTION CURRENT-DATE(9:6) TO IRG-HORA-PROC
           MOVE WRK-IRG-ARQUIVO       TO IRG-ARQUIVO
           MOVE WRK-IRG-DATA-ARQUIVO  TO IRG-DATA-ARQUIVO
           MOVE WRK-IRG-REGISTROS     TO IRG-REGISTROS
           MOVE WRK-IRG-APLICADOS     TO IRG-APLICADOS
           MOVE WRK-IRG-OPERADOR      TO IRG-OPERADOR
           MOVE 'N'                   TO IRG-LIBERADO

           IF ARQ-IMPREG-FS EQUAL ZERO
              REWRITE IRG-REGISTRO
           ELSE
              WRITE IRG-REGISTRO
           END-IF

           PERFORM FECHA-ARQUIVO-IMPREG.
      *-----------------------------------------------------------------
       ARQUIVOS                                               SECTION.
      *----------------------------------
       ABRE-ARQUIVO-IMPREG.
           OPEN I-O ARQ-IMPREG

           IF ARQ-IMPREG-FS EQUAL 35
              OPEN OUTPUT ARQ-IMPREG
              CLOSE ARQ-IMPREG
              OPEN I-O ARQ-IMPREG
           END-IF.
      *
       FECHA-ARQUIVO-IMPREG.
           CLOSE ARQ-IMPREG.
      *------------------------ FIM DO ARQUIVO -------------------------
