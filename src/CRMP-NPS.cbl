              ALTERNATE RECORD KEY IS ARQCRM-CPF-CNPJ
                 WITH DUPLICATES.

           SELECT ARQ-RECLAMA  ASSIGN TO './files/RECLAMA.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS ARQ-RECLAMA-FS
              RECORD KEY IS RCL-KEY.

           SELECT REL-NPS  ASSIGN TO WRK-RELNPS-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REL-NPS-FS.
      *
       FD  ARQCRM.
       COPY 'CRMK-000'.
      *
       FD  ARQ-RECLAMA.
       COPY 'CRMK-RCL'.
      *
       FD  REL-NPS.
       01  REL-NPS-LINHA        PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE                                        SECTION.
      *----------------------------------
       COPY 'CRMK-AMB'.
       COPY 'CRMK-MSG'.
       COPY 'CRMK-DTF'.
       COPY 'CRMK-SAI'.
       01  ARQ-PESQUISA-FS      PIC 9(02)   VALUE ZERO.
       01  ARQCRM-FS            PIC 9(02)   VALUE ZERO.
       01  ARQ-RECLAMA-FS       PIC 9(02)   VALUE ZERO.
       01  REL-NPS-FS           PIC 9(02)   VALUE ZERO.
       01  WRK-RELNPS-PATH      PIC X(40)   VALUE SPACES.
       01  WRK-OPCAO            PIC X(01)   VALUE SPACE.
              10 WRK-CRT-PROMO  PIC 9(05).
              10 WRK-CRT-DETRA  PIC 9(05).
              10 WRK-CRT-TOTAL  PIC 9(05).
       01  WRK-NPS-GERAL        PIC S9(03)V99 VALUE ZERO.
       01  WRK-RCL-PROMO        PIC 9(05)   VALUE ZERO.
       01  WRK-RCL-DETRA        PIC 9(05)   VALUE ZERO.
       01  WRK-RCL-TOTAL        PIC 9(05)   VALUE ZERO.
       01  WRK-COM-PROMO        PIC 9(05)   VALUE ZERO.
       01  WRK-COM-DETRA        PIC 9(05)   VALUE ZERO.
       01  WRK-COM-TOTAL        PIC 9(05)   VALUE ZERO.
       01  WRK-OPERADOR         PIC X(08)   VALUE SPACES.
       01  WRK-POS-RECLAMACAO   PIC X(01)   VALUE 'N'.
       01  WRK-OPE-QTD          PIC 9(02)   VALUE ZERO.
       01  WRK-OPE-ACHOU        PIC X(01)   VALUE 'N'.
       01  WRK-OPE-ESTOURO      PIC X(01)   VALUE 'N'.
       01  WRK-OPE-TABELA.
           05 WRK-OPE-ENT OCCURS 50 TIMES.
              10 WRK-OPE-ID         PIC X(08).
              10 WRK-OPE-RCL-PROMO  PIC 9(05).
              10 WRK-OPE-RCL-DETRA  PIC 9(05).
              10 WRK-OPE-RCL-TOTAL  PIC 9(05).
              10 WRK-OPE-COM-PROMO  PIC 9(05).
              10 WRK-OPE-COM-DETRA  PIC 9(05).
              10 WRK-OPE-COM-TOTAL  PIC 9(05).
      *-----------------------------------------------------------------
       LINKAGE                                                SECTION.
      *----------------------------------
              MOVE 99999999 TO WRK-PER-FIM
           END-IF

           OPEN INPUT ARQCRM
           OPEN INPUT ARQ-RECLAMA.
      *-----------------------------------------------------------------
       PROCESSAR                                              SECTION.
      *----------------------------------
              ADD 1 TO WRK-SEG-DETRA(WRK-SEG-IDX)
           END-IF

           PERFORM ACUMULA-CARTEIRA

           PERFORM ACUMULA-POS-RECLAMACAO.
      *
       ACUMULA-CARTEIRA.
           MOVE 'N' TO WRK-CRT-ACHOU
           IF PSQ-NOTA NOT GREATER THAN 6
              ADD 1 TO WRK-CRT-DETRA(WRK-K)
           END-IF.
      *-----------------------------------------------------------------
       ACUMULA-POS-RECLAMACAO                                 SECTION.
      *----------------------------------
           MOVE 'N'          TO WRK-POS-RECLAMACAO
           MOVE PSQ-OPERADOR TO WRK-OPERADOR

           IF PSQ-RCL-SEQ IS NUMERIC
              AND PSQ-RCL-SEQ GREATER THAN ZERO
              MOVE 'S' TO WRK-POS-RECLAMACAO
              IF ARQ-RECLAMA-FS EQUAL ZERO
                 MOVE PSQ-ID      TO RCL-CLIENTE
                 MOVE PSQ-RCL-SEQ TO RCL-SEQ
                 READ ARQ-RECLAMA
                 IF ARQ-RECLAMA-FS EQUAL ZERO
                    MOVE RCL-OPERADOR TO WRK-OPERADOR
                 END-IF
                 MOVE ZERO TO ARQ-RECLAMA-FS
              END-IF
           END-IF

           IF WRK-POS-RECLAMACAO EQUAL 'S'
              ADD 1 TO WRK-RCL-TOTAL
              IF PSQ-NOTA NOT LESS THAN 9
                 ADD 1 TO WRK-RCL-PROMO
              END-IF
              IF PSQ-NOTA NOT GREATER THAN 6
                 ADD 1 TO WRK-RCL-DETRA
              END-IF
           ELSE
              ADD 1 TO WRK-COM-TOTAL
              IF PSQ-NOTA NOT LESS THAN 9
                 ADD 1 TO WRK-COM-PROMO
              END-IF
              IF PSQ-NOTA NOT GREATER THAN 6
                 ADD 1 TO WRK-COM-DETRA
              END-IF
           END-IF

           MOVE 'N' TO WRK-OPE-ACHOU

           PERFORM VARYING WRK-K FROM 1 BY 1
              UNTIL WRK-K > WRK-OPE-QTD
                 OR WRK-OPE-ACHOU EQUAL 'S'
              IF WRK-OPE-ID(WRK-K) EQUAL WRK-OPERADOR
                 MOVE 'S' TO WRK-OPE-ACHOU
                 PERFORM ACUMULA-OPERADOR-NOTA
              END-IF
           END-PERFORM

           IF WRK-OPE-ACHOU NOT EQUAL 'S'
              IF WRK-OPE-QTD LESS THAN 50
                 ADD 1 TO WRK-OPE-QTD
                 MOVE WRK-OPE-QTD TO WRK-K
                 MOVE WRK-OPERADOR TO WRK-OPE-ID(WRK-K)
                 PERFORM ACUMULA-OPERADOR-NOTA
              ELSE
                 MOVE 'S' TO WRK-OPE-ESTOURO
              END-IF
           END-IF.
      *-----------------------------------------------------------------
       ACUMULA-OPERADOR-NOTA                                  SECTION.
      *----------------------------------
           IF WRK-POS-RECLAMACAO EQUAL 'S'
              ADD 1 TO WRK-OPE-RCL-TOTAL(WRK-K)
              IF PSQ-NOTA NOT LESS THAN 9
                 ADD 1 TO WRK-OPE-RCL-PROMO(WRK-K)
              END-IF
              IF PSQ-NOTA NOT GREATER THAN 6
                 ADD 1 TO WRK-OPE-RCL-DETRA(WRK-K)
              END-IF
           ELSE
              ADD 1 TO WRK-OPE-COM-TOTAL(WRK-K)
              IF PSQ-NOTA NOT LESS THAN 9
                 ADD 1 TO WRK-OPE-COM-PROMO(WRK-K)
              END-IF
              IF PSQ-NOTA NOT GREATER THAN 6
                 ADD 1 TO WRK-OPE-COM-DETRA(WRK-K)
              END-IF
           END-IF.
      *-----------------------------------------------------------------
       ESCREVE-RELATORIO                                      SECTION.
      *----------------------------------
              WRITE REL-NPS-LINHA
           END-IF

           PERFORM ESCREVE-POS-RECLAMACAO

           MOVE SPACES TO REL-NPS-LINHA
           WRITE REL-NPS-LINHA

           MOVE '[pressione ENTER]' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 18.
      *-----------------------------------------------------------------
       ESCREVE-POS-RECLAMACAO                                 SECTION.
      *----------------------------------
           MOVE SPACES TO REL-NPS-LINHA
           WRITE REL-NPS-LINHA

           MOVE 'POS-RECLAMACAO X DEMAIS PESQUISAS' TO REL-NPS-LINHA
           WRITE REL-NPS-LINHA

           IF WRK-RCL-TOTAL GREATER THAN ZERO
              COMPUTE WRK-NPS ROUNDED =
                 ((WRK-RCL-PROMO - WRK-RCL-DETRA) * 100)
                 / WRK-RCL-TOTAL
           ELSE
              MOVE ZERO TO WRK-NPS
           END-IF

           MOVE SPACES TO REL-NPS-LINHA
           STRING 'NPS POS-RECLAMACAO : ' WRK-NPS
              '  RESPOSTAS ' WRK-RCL-TOTAL
              DELIMITED BY SIZE INTO REL-NPS-LINHA
           WRITE REL-NPS-LINHA

           IF WRK-COM-TOTAL GREATER THAN ZERO
              COMPUTE WRK-NPS ROUNDED =
                 ((WRK-COM-PROMO - WRK-COM-DETRA) * 100)
                 / WRK-COM-TOTAL
           ELSE
              MOVE ZERO TO WRK-NPS
           END-IF

           MOVE SPACES TO REL-NPS-LINHA
           STRING 'NPS DEMAIS         : ' WRK-NPS
              '  RESPOSTAS ' WRK-COM-TOTAL
              DELIMITED BY SIZE INTO REL-NPS-LINHA
           WRITE REL-NPS-LINHA

           MOVE SPACES TO REL-NPS-LINHA
           WRITE REL-NPS-LINHA

           MOVE 'POR OPERADOR RESPONSAVEL  NPS POS-RCL  RESP.  NPS DEMAI
      -         'S  RESP.' TO REL-NPS-LINHA
           WRITE REL-NPS-LINHA

           PERFORM VARYING WRK-K FROM 1 BY 1
              UNTIL WRK-K GREATER THAN WRK-OPE-QTD
              IF WRK-OPE-RCL-TOTAL(WRK-K) GREATER THAN ZERO
                 COMPUTE WRK-NPS ROUNDED =
                    ((WRK-OPE-RCL-PROMO(WRK-K)
                      - WRK-OPE-RCL-DETRA(WRK-K)) * 100)
                    / WRK-OPE-RCL-TOTAL(WRK-K)
              ELSE
                 MOVE ZERO TO WRK-NPS
              END-IF
              IF WRK-OPE-COM-TOTAL(WRK-K) GREATER THAN ZERO
                 COMPUTE WRK-NPS-GERAL ROUNDED =
                    ((WRK-OPE-COM-PROMO(WRK-K)
                      - WRK-OPE-COM-DETRA(WRK-K)) * 100)
                    / WRK-OPE-COM-TOTAL(WRK-K)
              ELSE
                 MOVE ZERO TO WRK-NPS-GERAL
              END-IF
              MOVE SPACES TO REL-NPS-LINHA
              STRING WRK-OPE-ID(WRK-K) '                  '
                 WRK-NPS '      ' WRK-OPE-RCL-TOTAL(WRK-K) '  '
                 WRK-NPS-GERAL '      ' WRK-OPE-COM-TOTAL(WRK-K)
                 DELIMITED BY SIZE INTO REL-NPS-LINHA
              WRITE REL-NPS-LINHA
           END-PERFORM

           IF WRK-OPE-ESTOURO EQUAL 'S'
              MOVE 'ATENCAO: RESUMO TRUNCADO EM 50 OPERADORES'
                                                    TO REL-NPS-LINHA
              WRITE REL-NPS-LINHA
           END-IF.
      *-----------------------------------------------------------------
       MENSAGENS                                               SECTION.
      *----------------------------------
           IF ARQCRM-FS EQUAL ZERO
              CLOSE ARQCRM
           END-IF
           IF ARQ-RECLAMA-FS EQUAL ZERO
              CLOSE ARQ-RECLAMA
           END-IF
           GOBACK.
      *-----------------------------------------------------------------
       UTILITARIOS                                            SECTION.
