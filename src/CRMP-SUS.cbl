              FILE STATUS IS ARQCRM-PAR-FS
              RECORD KEY IS PAR-CHAVE.

           SELECT ARQ-ACORDO  ASSIGN TO './files/ACORDO.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS ARQ-ACORDO-FS
              RECORD KEY IS ACD-KEY.

           SELECT REL-SUS  ASSIGN TO './files/SUSPFAT.LST'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REL-SUS-FS.
      *
       FD  ARQCRM-PAR.
       COPY 'CRMK-PAR'.
      *
       FD  ARQ-ACORDO.
       COPY 'CRMK-ACD'.
      *
       FD  REL-SUS.
       01  REL-SUS-LINHA        PIC X(80).
       01  ARQCRM-FS            PIC 9(02)   VALUE ZERO.
       01  ARQ-FATURA-FS        PIC 9(02)   VALUE ZERO.
       01  ARQCRM-PAR-FS        PIC 9(02)   VALUE ZERO.
       01  ARQ-ACORDO-FS        PIC 9(02)   VALUE ZERO.
       01  REL-SUS-FS           PIC 9(02)   VALUE ZERO.
       01  WRK-ACD-ABERTO       PIC X(01)   VALUE 'N'.
       01  WRK-TEM-ACORDO       PIC X(01)   VALUE 'N'.
       01  WRK-HOJE             PIC 9(08)   VALUE ZERO.
       01  WRK-ATRASO           PIC S9(05)  VALUE ZERO.
       01  WRK-TOT-VENCIDAS     PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-SUSPENSOS    PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-ACORDO       PIC 9(05)   VALUE ZERO.
      *=================================================================
       PROCEDURE                                              DIVISION.
      *-----------------------------------------------------------------
              GOBACK
           END-IF

           PERFORM ABRE-ARQUIVO-ACORDO

           OPEN OUTPUT REL-SUS

           MOVE 'CRM - SUSPENSAO AUTOMATICA POR INADIMPLENCIA'

           PERFORM UNTIL ARQ-FATURA-FS NOT EQUAL ZERO
              IF FAT-FATURA-ABERTA
                 AND FAT-SALDO GREATER THAN ZERO
                 AND FAT-DATA-VENC LESS THAN WRK-HOJE
                 COMPUTE WRK-ATRASO =
                    FUNCTION INTEGER-OF-DATE(WRK-HOJE) -
              EXIT SECTION
           END-IF

           PERFORM VERIFICA-ACORDO-VIGENTE

           IF WRK-TEM-ACORDO EQUAL 'S'
              ADD 1 TO WRK-TOT-ACORDO
              MOVE SPACES TO REL-SUS-LINHA
              STRING FAT-CLIENTE '  ' FAT-COMPETENCIA '    '
                 WRK-ATRASO ' ACORDO VIGENTE ' ACD-NUMERO
                 DELIMITED BY SIZE INTO REL-SUS-LINHA
              WRITE REL-SUS-LINHA
              EXIT SECTION
           END-IF

           SET ARQCRM-SUSPENSO TO TRUE

           REWRITE ARQCRM-REGISTRO
                 DELIMITED BY SIZE INTO REL-SUS-LINHA
              WRITE REL-SUS-LINHA
           END-IF.
      *-----------------------------------------------------------------
       VERIFICA-ACORDO-VIGENTE                                SECTION.
      *----------------------------------
           MOVE 'N' TO WRK-TEM-ACORDO

           IF WRK-ACD-ABERTO NOT EQUAL 'S'
              EXIT SECTION
           END-IF

           MOVE FAT-CLIENTE TO ACD-CLIENTE
           MOVE ZERO        TO ACD-NUMERO
           START ARQ-ACORDO KEY IS NOT LESS THAN ACD-KEY

           IF ARQ-ACORDO-FS NOT EQUAL ZERO
              EXIT SECTION
           END-IF

           READ ARQ-ACORDO NEXT RECORD

           PERFORM UNTIL ARQ-ACORDO-FS NOT EQUAL ZERO
                      OR ACD-CLIENTE NOT EQUAL FAT-CLIENTE
                      OR WRK-TEM-ACORDO EQUAL 'S'
              IF ACD-VIGENTE
                 MOVE 'S' TO WRK-TEM-ACORDO
              ELSE
                 READ ARQ-ACORDO NEXT RECORD
              END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       MENSAGENS                                              SECTION.
      *----------------------------------
              DELIMITED BY SIZE INTO REL-SUS-LINHA
           WRITE REL-SUS-LINHA

           MOVE SPACES TO REL-SUS-LINHA
           STRING 'Poupados (acordo vigente) : ' WRK-TOT-ACORDO
              DELIMITED BY SIZE INTO REL-SUS-LINHA
           WRITE REL-SUS-LINHA

           CLOSE ARQCRM
           CLOSE ARQ-FATURA
           CLOSE REL-SUS

           IF WRK-ACD-ABERTO EQUAL 'S'
              CLOSE ARQ-ACORDO
           END-IF

           DISPLAY 'SUSPFAT: ' WRK-TOT-VENCIDAS ' faturas vencidas, '
                   WRK-TOT-SUSPENSOS ' clientes suspensos'.
      *-----------------------------------------------------------------
       ARQUIVOS                                               SECTION.
      *----------------------------------
       ABRE-ARQUIVO-ACORDO.
           MOVE 'N' TO WRK-ACD-ABERTO

           OPEN INPUT ARQ-ACORDO

           IF ARQ-ACORDO-FS EQUAL ZERO
              MOVE 'S' TO WRK-ACD-ABERTO
           END-IF.
      *
       CARREGA-PARAMETROS.
           OPEN I-O ARQCRM-PAR

