              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS ARQ-AGENDA-FS
              RECORD KEY IS AGN-KEY.

           SELECT ARQ-METAS  ASSIGN TO './files/METAS.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS ARQ-METAS-FS
              RECORD KEY IS MTA-KEY.
      *=================================================================
       DATA                                                   DIVISION.
      *-----------------------------------------------------------------
      *
       FD  ARQ-AGENDA.
       COPY 'CRMK-AGN'.
      *
       FD  ARQ-METAS.
       COPY 'CRMK-MTA'.
      *-----------------------------------------------------------------
       WORKING-STORAGE                                        SECTION.
      *----------------------------------
       COPY 'CRMK-AMB'.
       01  ARQCRM-SNAP-FS       PIC 9(02)   VALUE ZERO.
       01  ARQ-SNAPCTL-FS       PIC 9(02)   VALUE ZERO.
       01  ARQ-CONTRATO-FS      PIC 9(02)   VALUE ZERO.
       01  WRK-TOT-CTR-VENCER   PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-AGN-ATRASO   PIC 9(05)   VALUE ZERO.
       01  WRK-SNAP-OK          PIC X(01)   VALUE 'N'.
       01  ARQ-METAS-FS         PIC 9(02)   VALUE ZERO.
       01  WRK-K                PIC 9(03)   VALUE ZERO.
       01  WRK-REAL-CONTRATOS   PIC 9(05)   VALUE ZERO.
       01  WRK-REAL-VALOR       PIC 9(09)V99 VALUE ZERO.
       01  WRK-REAL-CONVERSOES  PIC 9(05)   VALUE ZERO.
       01  WRK-PCT-REAL         PIC 9(07)V99 VALUE ZERO.
       01  WRK-PCT-META         PIC 9(07)V99 VALUE ZERO.
       01  WRK-PCT              PIC 9(04)V9 VALUE ZERO.
       01  WRK-PCT-EXIBE        PIC X(10)   VALUE SPACES.
       01  WRK-PCT-EDITADO      PIC ZZZ9.9  VALUE ZERO.
       01  WRK-VALOR-EXIBE      PIC ZZZZZZZZ9.99 VALUE ZERO.
       01  WRK-META-EXIBE       PIC ZZZZZZ9.99 VALUE ZERO.
       COPY 'CRMK-MTR'.
      *-----------------------------------------------------------------
       LINKAGE                                                SECTION.
      *----------------------------------
           PERFORM LEVANTA-CLIENTES-SNAP
           PERFORM LEVANTA-CONTRATOS
           PERFORM LEVANTA-AGENDA
           PERFORM LEVANTA-METAS
           PERFORM EXIBE-PAINEL

           GOBACK.
           END-PERFORM

           CLOSE ARQ-AGENDA.
      *-----------------------------------------------------------------
       LEVANTA-METAS                                          SECTION.
      *----------------------------------
           MOVE WRK-MES-ATUAL TO WRK-MTR-COMPETENCIA
           MOVE WRK-HOJE      TO WRK-MTR-DATA-CORTE
           CALL 'METAREAL' USING WRK-MTR-PEDIDO

           MOVE ZERO TO WRK-REAL-CONTRATOS
           MOVE ZERO TO WRK-REAL-VALOR
           MOVE ZERO TO WRK-REAL-CONVERSOES

           PERFORM VARYING WRK-K FROM 1 BY 1
              UNTIL WRK-K GREATER THAN WRK-MTR-QTD
              IF WRK-MTR-TIPO(WRK-K) EQUAL 'O'
                 AND WRK-MTR-CHAVE(WRK-K) EQUAL SES-OPR-ID
                 MOVE WRK-MTR-CONTRATOS(WRK-K)  TO WRK-REAL-CONTRATOS
                 MOVE WRK-MTR-VALOR(WRK-K)      TO WRK-REAL-VALOR
                 MOVE WRK-MTR-CONVERSOES(WRK-K) TO WRK-REAL-CONVERSOES
              END-IF
           END-PERFORM

           MOVE ZERO TO MTA-CONTRATOS
           MOVE ZERO TO MTA-VALOR
           MOVE ZERO TO MTA-CONVERSOES

           OPEN INPUT ARQ-METAS

           IF ARQ-METAS-FS EQUAL ZERO
              MOVE 'O'           TO MTA-TIPO
              MOVE SES-OPR-ID    TO MTA-CHAVE
              MOVE WRK-MES-ATUAL TO MTA-COMPETENCIA
              READ ARQ-METAS
              IF ARQ-METAS-FS NOT EQUAL ZERO
                 MOVE ZERO TO MTA-CONTRATOS
                 MOVE ZERO TO MTA-VALOR
                 MOVE ZERO TO MTA-CONVERSOES
              END-IF
              CLOSE ARQ-METAS
           END-IF.
      *-----------------------------------------------------------------
       EXIBE-PAINEL                                           SECTION.
      *----------------------------------
           STRING 'Tarefas de agenda em atraso  : ' WRK-TOT-AGN-ATRASO
              DELIMITED BY SIZE INTO SCR-CTR-L9

           STRING 'Metas do mes - ' SES-OPR-ID
              '           REALIZADO       META  ATINGIDO'
              DELIMITED BY SIZE INTO SCR-CTR-L10

           MOVE WRK-REAL-CONTRATOS TO WRK-PCT-REAL
           MOVE MTA-CONTRATOS      TO WRK-PCT-META
           PERFORM CALCULA-PERCENTUAL
           MOVE WRK-REAL-CONTRATOS TO WRK-VALOR-EXIBE
           MOVE MTA-CONTRATOS      TO WRK-META-EXIBE
           STRING 'Novos contratos              : ' WRK-VALOR-EXIBE
              ' ' WRK-META-EXIBE ' ' WRK-PCT-EXIBE
              DELIMITED BY SIZE INTO SCR-CTR-L11

           MOVE WRK-REAL-VALOR     TO WRK-PCT-REAL
           MOVE MTA-VALOR          TO WRK-PCT-META
           PERFORM CALCULA-PERCENTUAL
           MOVE WRK-REAL-VALOR     TO WRK-VALOR-EXIBE
           MOVE MTA-VALOR          TO WRK-META-EXIBE
           STRING 'Valor recorrente contratado  : ' WRK-VALOR-EXIBE
              ' ' WRK-META-EXIBE ' ' WRK-PCT-EXIBE
              DELIMITED BY SIZE INTO SCR-CTR-L12

           MOVE WRK-REAL-CONVERSOES TO WRK-PCT-REAL
           MOVE MTA-CONVERSOES      TO WRK-PCT-META
           PERFORM CALCULA-PERCENTUAL
           MOVE WRK-REAL-CONVERSOES TO WRK-VALOR-EXIBE
           MOVE MTA-CONVERSOES      TO WRK-META-EXIBE
           STRING 'Conversoes de prospectos     : ' WRK-VALOR-EXIBE
              ' ' WRK-META-EXIBE ' ' WRK-PCT-EXIBE
              DELIMITED BY SIZE INTO SCR-CTR-L13

           DISPLAY SCR-CTR

           PERFORM LIMPA-RODAPE
           MOVE '[pressione ENTER]' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 18.
      *
       CALCULA-PERCENTUAL.
           IF WRK-PCT-META EQUAL ZERO
              MOVE '  sem meta' TO WRK-PCT-EXIBE
           ELSE
              COMPUTE WRK-PCT ROUNDED =
                      WRK-PCT-REAL * 100 / WRK-PCT-META
                 ON SIZE ERROR
                    MOVE 9999.9 TO WRK-PCT
              END-COMPUTE
              MOVE WRK-PCT TO WRK-PCT-EDITADO
              MOVE SPACES TO WRK-PCT-EXIBE
              STRING WRK-PCT-EDITADO '%'
                 DELIMITED BY SIZE INTO WRK-PCT-EXIBE
           END-IF.
      *
       LE-DATA-SNAPSHOT.
           MOVE ZERO TO SNC-DATA
