      *=================================================================
       IDENTIFICATION                                         DIVISION.
       PROGRAM-ID. FLUXOCX.
      *=================================================================
       ENVIRONMENT                                            DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT                                           SECTION.
      *----------------------------------
       FILE-CONTROL.
           SELECT ARQCRM-SNAP  ASSIGN TO './files/ARQCRM-SNAP.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS ARQCRM-SNAP-FS
              RECORD KEY IS SNAP-KEY
              ALTERNATE RECORD KEY IS SNAP-NOME
                 WITH DUPLICATES
              ALTERNATE RECORD KEY IS SNAP-TELEFONE
                 WITH DUPLICATES
              ALTERNATE RECORD KEY IS SNAP-CPF-CNPJ
                 WITH DUPLICATES.

           SELECT ARQ-FATURA-SNAP  ASSIGN TO './files/FATURA-SNAP.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS ARQ-FATURA-SNAP-FS
              RECORD KEY IS FAT-KEY.

           SELECT ARQ-CONTRATO-SNAP
              ASSIGN TO './files/CONTRATO-SNAP.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS ARQ-CONTRATO-SNAP-FS
              RECORD KEY IS CTR-NUMERO
              ALTERNATE RECORD KEY IS CTR-CLIENTE
                 WITH DUPLICATES.

           SELECT ARQ-SNAPCTL  ASSIGN TO './files/ARQCRM-SNAP.CTL'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ARQ-SNAPCTL-FS.

           SELECT ARQ-INDICE  ASSIGN TO './files/INDICE.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS ARQ-INDICE-FS
              RECORD KEY IS IDX-ANO.

           SELECT REL-FLX  ASSIGN TO WRK-FLX-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REL-FLX-FS.
      *=================================================================
       DATA                                                   DIVISION.
      *-----------------------------------------------------------------
       FILE                                                   SECTION.
      *----------------------------------
       FD  ARQCRM-SNAP.
       COPY 'CRMK-000' REPLACING LEADING ==ARQCRM== BY ==SNAP==.
      *
       FD  ARQ-FATURA-SNAP.
       COPY 'CRMK-FAT'.
      *
       FD  ARQ-CONTRATO-SNAP.
       COPY 'CRMK-CTR'.
      *
       FD  ARQ-SNAPCTL.
       COPY 'CRMK-SNC'.
      *
       FD  ARQ-INDICE.
       COPY 'CRMK-IDX'.
      *
       FD  REL-FLX.
       01  REL-FLX-LINHA        PIC X(132).
      *-----------------------------------------------------------------
       WORKING-STORAGE                                        SECTION.
      *----------------------------------
       COPY 'CRMK-ERR'.
       COPY 'CRMK-SAI'.
       COPY 'CRMK-DTF'.
       01  ARQCRM-SNAP-FS       PIC 9(02)   VALUE ZERO.
       01  ARQ-FATURA-SNAP-FS   PIC 9(02)   VALUE ZERO.
       01  ARQ-CONTRATO-SNAP-FS PIC 9(02)   VALUE ZERO.
       01  ARQ-SNAPCTL-FS       PIC 9(02)   VALUE ZERO.
       01  ARQ-INDICE-FS        PIC 9(02)   VALUE ZERO.
       01  REL-FLX-FS           PIC 9(02)   VALUE ZERO.
       01  WRK-FLX-PATH         PIC X(40)   VALUE SPACES.
       01  WRK-PARM             PIC X(20)   VALUE SPACES.
       01  WRK-HOJE             PIC 9(08)   VALUE ZERO.
       01  WRK-DATA-BASE        PIC 9(08)   VALUE ZERO.
       01  WRK-BASE-INT         PIC 9(07)   VALUE ZERO.
       01  WRK-BASE-CMP         PIC 9(06)   VALUE ZERO.
       01  WRK-SNAP-TS          PIC X(15)   VALUE SPACES.
       01  WRK-CTR-ABERTO       PIC X(01)   VALUE 'N'.
       01  WRK-IDX-ABERTO       PIC X(01)   VALUE 'N'.
       01  WRK-SEG-IDX          PIC 9(01)   VALUE ZERO.
       01  WRK-FIL-IDX          PIC 9(02)   VALUE ZERO.
       01  WRK-FIL-QTD          PIC 9(02)   VALUE ZERO.
       01  WRK-K                PIC 9(03)   VALUE ZERO.
       01  WRK-L                PIC 9(03)   VALUE ZERO.
       01  WRK-S                PIC 9(02)   VALUE ZERO.
       01  WRK-ATRASO-DIAS      PIC S9(07)  VALUE ZERO.
       01  WRK-ATRASO-TOTAL     PIC 9(09)   VALUE ZERO.
       01  WRK-ATRASO-QTD       PIC 9(05)   VALUE ZERO.
       01  WRK-ATRASO-MEDIO     PIC 9(05)   VALUE ZERO.
       01  WRK-PRJ-INT          PIC 9(07)   VALUE ZERO.
       01  WRK-PRJ-DIAS         PIC S9(07)  VALUE ZERO.
       01  WRK-PRJ-VALOR        PIC 9(07)V99 VALUE ZERO.
       01  WRK-PRJ-ORIGEM       PIC X(01)   VALUE SPACE.
       01  WRK-CMP-N            PIC 9(01)   VALUE ZERO.
       01  WRK-CMP-ANO          PIC 9(04)   VALUE ZERO.
       01  WRK-CMP-MES          PIC 9(02)   VALUE ZERO.
       01  WRK-CMP              PIC 9(06)   VALUE ZERO.
       01  WRK-JA-FATURADA      PIC X(01)   VALUE 'N'.
       01  WRK-PRI-DIA          PIC 9(08)   VALUE ZERO.
       01  WRK-ULT-DIA          PIC 9(08)   VALUE ZERO.
       01  WRK-INI-VIGENCIA     PIC 9(08)   VALUE ZERO.
       01  WRK-FIM-VIGENCIA     PIC 9(08)   VALUE ZERO.
       01  WRK-FIM-EFETIVO      PIC 9(08)   VALUE ZERO.
       01  WRK-DIAS-VIGENCIA    PIC 9(03)   VALUE ZERO.
       01  WRK-DIAS-MES         PIC 9(02)   VALUE ZERO.
       01  WRK-VALOR-CONTRATO   PIC 9(07)V99 VALUE ZERO.
       01  WRK-VENC             PIC 9(08)   VALUE ZERO.
       01  WRK-VENC-ANO         PIC 9(04)   VALUE ZERO.
       01  WRK-VENC-MES         PIC 9(02)   VALUE ZERO.
       01  WRK-ANO-INICIO       PIC 9(04)   VALUE ZERO.
       01  WRK-MES-INICIO       PIC 9(02)   VALUE ZERO.
       01  WRK-ANO-REAJUSTADO   PIC 9(04)   VALUE ZERO.
       01  WRK-REAJ-ANO         PIC 9(04)   VALUE ZERO.
       01  WRK-REAJ-CMP         PIC 9(06)   VALUE ZERO.
       01  WRK-REAJ-PENDENTE    PIC X(01)   VALUE 'N'.
       01  WRK-REAJ-CONTRATO    PIC X(01)   VALUE 'N'.
       01  WRK-MESES-VIDA       PIC S9(05)  VALUE ZERO.
       01  WRK-TOT-CLIENTES     PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-FAT-ABERTAS  PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-FAT-FUTURAS  PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-REAJ-PEND    PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-REAJ-SEM-IDX PIC 9(05)   VALUE ZERO.
       01  WRK-QTD-ATRASADAS    PIC 9(05)   VALUE ZERO.
       01  WRK-VLR-ATRASADAS    PIC 9(09)V99 VALUE ZERO.
       01  WRK-QTD-ALEM         PIC 9(05)   VALUE ZERO.
       01  WRK-VLR-ALEM         PIC 9(09)V99 VALUE ZERO.
       01  WRK-CLI-ESTOURO      PIC 9(05)   VALUE ZERO.
       01  WRK-LIN-TOTAL        PIC 9(09)V99 VALUE ZERO.
       01  WRK-SOMA-FATURAS     PIC 9(09)V99 VALUE ZERO.
       01  WRK-SOMA-CONTRATOS   PIC 9(09)V99 VALUE ZERO.
       01  WRK-SOMA-TOTAL       PIC 9(09)V99 VALUE ZERO.
       01  WRK-SOMA-SEG         PIC 9(09)V99 OCCURS 3 TIMES.
       01  WRK-VLR-EXIBE        PIC ZZZZZZZZ9.99 VALUE ZERO.
       01  WRK-EXIBE-FATURAS    PIC ZZZZZZZZ9.99 VALUE ZERO.
       01  WRK-EXIBE-CONTRATOS  PIC ZZZZZZZZ9.99 VALUE ZERO.
       01  WRK-EXIBE-TOTAL      PIC ZZZZZZZZ9.99 VALUE ZERO.
       01  WRK-EXIBE-SEG-A      PIC ZZZZZZZZ9.99 VALUE ZERO.
       01  WRK-EXIBE-SEG-B      PIC ZZZZZZZZ9.99 VALUE ZERO.
       01  WRK-EXIBE-SEG-C      PIC ZZZZZZZZ9.99 VALUE ZERO.
       01  WRK-DATA-AUX         PIC 9(08)   VALUE ZERO.
       01  WRK-DATA-FMT.
           05 WRK-DATA-FMT-DD   PIC 9(02).
           05 FILLER            PIC X(01)   VALUE '/'.
           05 WRK-DATA-FMT-MM   PIC 9(02).
           05 FILLER            PIC X(01)   VALUE '/'.
           05 WRK-DATA-FMT-AAAA PIC 9(04).
       01  WRK-INI-FMT          PIC X(10)   VALUE SPACES.
       01  WRK-SEM-TABELA.
           05 WRK-SEM-ENT OCCURS 13 TIMES.
              10 WRK-SEM-INI       PIC 9(08).
              10 WRK-SEM-FIM       PIC 9(08).
       01  WRK-GER-TABELA.
           05 WRK-GER-SEM OCCURS 13 TIMES.
              10 WRK-GER-FATURAS   PIC 9(09)V99.
              10 WRK-GER-CONTRATOS PIC 9(09)V99.
              10 WRK-GER-SEG       PIC 9(09)V99 OCCURS 3 TIMES.
       01  WRK-IMP-TABELA.
           05 WRK-IMP-SEM OCCURS 13 TIMES.
              10 WRK-IMP-FATURAS   PIC 9(09)V99.
              10 WRK-IMP-CONTRATOS PIC 9(09)V99.
              10 WRK-IMP-SEG       PIC 9(09)V99 OCCURS 3 TIMES.
       01  WRK-FIL-TROCA.
           05 WRK-FIL-TROCA-COD    PIC X(02).
           05 WRK-FIL-TROCA-SEMANAS PIC X(715).
       01  WRK-FIL-TABELA.
           05 WRK-FIL-ENT OCCURS 20 TIMES.
              10 WRK-FIL-CODIGO    PIC X(02).
              10 WRK-FIL-SEMANAS.
                 15 WRK-FIL-SEM OCCURS 13 TIMES.
                    20 WRK-FIL-FATURAS   PIC 9(09)V99.
                    20 WRK-FIL-CONTRATOS PIC 9(09)V99.
                    20 WRK-FIL-SEG       PIC 9(09)V99 OCCURS 3 TIMES.
       01  WRK-CLI-QTD          PIC 9(03)   VALUE ZERO.
       01  WRK-CLI-TABELA.
           05 WRK-CLI-ENT OCCURS 300 TIMES.
              10 WRK-CLI-COMPET    PIC 9(06).
              10 WRK-CLI-VENC      PIC 9(08).
              10 WRK-CLI-SALDO     PIC 9(07)V99.
              10 WRK-CLI-ABERTA    PIC X(01).
      *=================================================================
       PROCEDURE                                              DIVISION.
      *-----------------------------------------------------------------
       PRINCIPAL                                              SECTION.
      *----------------------------------
           PERFORM INICIAR
           PERFORM PROCESSAR
           PERFORM FINALIZAR
           GOBACK.
      *-----------------------------------------------------------------
       INICIAR                                                SECTION.
      *----------------------------------
           MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-HOJE

           ACCEPT WRK-PARM FROM COMMAND-LINE

           IF WRK-PARM(1:8) EQUAL SPACES
              MOVE WRK-HOJE TO WRK-DATA-BASE
           ELSE
              IF WRK-PARM(1:8) IS NOT NUMERIC
                 DISPLAY 'FLUXOCX: data invalida no parametro: '
                         WRK-PARM(1:8)
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              MOVE WRK-PARM(1:8) TO WRK-DATA-BASE
              MOVE WRK-DATA-BASE TO WRK-DTV-DATA
              PERFORM VALIDA-DATA-CALENDARIO
              IF WRK-DTV-OK NOT EQUAL 'S'
                 DISPLAY 'FLUXOCX: data invalida no parametro: '
                         WRK-PARM(1:8)
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF

           COMPUTE WRK-BASE-INT =
              FUNCTION INTEGER-OF-DATE(WRK-DATA-BASE)
           MOVE WRK-DATA-BASE(1:6) TO WRK-BASE-CMP

           PERFORM VARYING WRK-S FROM 1 BY 1 UNTIL WRK-S GREATER THAN 13
              COMPUTE WRK-SEM-INI(WRK-S) = FUNCTION DATE-OF-INTEGER(
                 WRK-BASE-INT + (WRK-S - 1) * 7)
              COMPUTE WRK-SEM-FIM(WRK-S) = FUNCTION DATE-OF-INTEGER(
                 WRK-BASE-INT + (WRK-S - 1) * 7 + 6)
           END-PERFORM

           MOVE ZEROS TO WRK-GER-TABELA
           MOVE ZERO  TO WRK-FIL-QTD

           OPEN INPUT ARQCRM-SNAP

           IF ARQCRM-SNAP-FS NOT EQUAL ZERO
              MOVE 'ABRE ARQCRM-SNAP' TO WRK-ERR-SECAO
              MOVE ARQCRM-SNAP-FS TO WRK-ERR-FS
              PERFORM GRAVA-ERRO-FATAL
              DISPLAY 'FLUXOCX: snapshot ARQCRM-SNAP.DAT indisponivel -'
                      ' FS: ' ARQCRM-SNAP-FS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN INPUT ARQ-FATURA-SNAP

           IF ARQ-FATURA-SNAP-FS NOT EQUAL ZERO
              MOVE 'ABRE FATURA-SNAP' TO WRK-ERR-SECAO
              MOVE ARQ-FATURA-SNAP-FS TO WRK-ERR-FS
              PERFORM GRAVA-ERRO-FATAL
              DISPLAY 'FLUXOCX: snapshot FATURA-SNAP.DAT indisponivel -'
                      ' FS: ' ARQ-FATURA-SNAP-FS
              CLOSE ARQCRM-SNAP
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           MOVE 'N' TO WRK-CTR-ABERTO
           OPEN INPUT ARQ-CONTRATO-SNAP
           IF ARQ-CONTRATO-SNAP-FS EQUAL ZERO
              MOVE 'S' TO WRK-CTR-ABERTO
           END-IF

           MOVE 'N' TO WRK-IDX-ABERTO
           OPEN INPUT ARQ-INDICE
           IF ARQ-INDICE-FS EQUAL ZERO
              MOVE 'S' TO WRK-IDX-ABERTO
           END-IF

           PERFORM LE-SNAPCTL

           MOVE SPACES TO WRK-FLX-PATH
           STRING './files/FLUXOCX-' FUNCTION CURRENT-DATE(1:14)
              '.LST' DELIMITED BY SIZE INTO WRK-FLX-PATH

           OPEN OUTPUT REL-FLX

           MOVE WRK-DATA-BASE TO WRK-DATA-AUX
           PERFORM FORMATA-DATA

           MOVE 'CRM - PROJECAO DE FLUXO DE CAIXA - RECEBIMENTOS POR SE
      -         'MANA'                              TO REL-FLX-LINHA
           WRITE REL-FLX-LINHA

           MOVE SPACES TO REL-FLX-LINHA
           STRING 'Data base: ' WRK-DATA-FMT
              '  Horizonte: 13 semanas (91 dias)'
              '  Snapshot de: ' WRK-SNAP-TS
              DELIMITED BY SIZE INTO REL-FLX-LINHA
           WRITE REL-FLX-LINHA

           IF WRK-CTR-ABERTO NOT EQUAL 'S'
              MOVE 'ATENCAO: CONTRATO-SNAP.DAT indisponivel - projecao s
      -            'em faturas futuras de contratos' TO REL-FLX-LINHA
              WRITE REL-FLX-LINHA
           END-IF.
      *-----------------------------------------------------------------
       LE-SNAPCTL                                             SECTION.
      *----------------------------------
           MOVE 'INEXISTENTE' TO WRK-SNAP-TS

           OPEN INPUT ARQ-SNAPCTL

           IF ARQ-SNAPCTL-FS EQUAL ZERO
              READ ARQ-SNAPCTL
              IF ARQ-SNAPCTL-FS EQUAL ZERO
                 MOVE SPACES TO WRK-SNAP-TS
                 STRING SNC-DATA ' ' SNC-HORA
                    DELIMITED BY SIZE INTO WRK-SNAP-TS
              END-IF
              CLOSE ARQ-SNAPCTL
           END-IF.
      *-----------------------------------------------------------------
       PROCESSAR                                              SECTION.
      *----------------------------------
           READ ARQCRM-SNAP NEXT RECORD

           PERFORM UNTIL ARQCRM-SNAP-FS NOT EQUAL ZERO
              PERFORM PROJETA-CLIENTE
              READ ARQCRM-SNAP NEXT RECORD
           END-PERFORM.
      *-----------------------------------------------------------------
       PROJETA-CLIENTE                                        SECTION.
      *----------------------------------
           PERFORM CARREGA-FATURAS-CLIENTE

           IF WRK-CLI-QTD EQUAL ZERO
              AND WRK-CTR-ABERTO NOT EQUAL 'S'
              EXIT SECTION
           END-IF

           ADD 1 TO WRK-TOT-CLIENTES

           EVALUATE TRUE
              WHEN SNAP-SEGMENTO-A
                 MOVE 1 TO WRK-SEG-IDX
              WHEN SNAP-SEGMENTO-B
                 MOVE 2 TO WRK-SEG-IDX
              WHEN OTHER
                 MOVE 3 TO WRK-SEG-IDX
           END-EVALUATE

           PERFORM LOCALIZA-FILIAL

           PERFORM VARYING WRK-K FROM 1 BY 1
              UNTIL WRK-K GREATER THAN WRK-CLI-QTD
              IF WRK-CLI-ABERTA(WRK-K) EQUAL 'S'
                 PERFORM PROJETA-FATURA-ABERTA
              END-IF
           END-PERFORM

           IF WRK-CTR-ABERTO EQUAL 'S'
              PERFORM PROJETA-CONTRATOS
           END-IF.
      *-----------------------------------------------------------------
       CARREGA-FATURAS-CLIENTE                                SECTION.
      *----------------------------------
           MOVE ZERO TO WRK-CLI-QTD
           MOVE ZERO TO WRK-ATRASO-TOTAL
           MOVE ZERO TO WRK-ATRASO-QTD
           MOVE ZERO TO WRK-ATRASO-MEDIO

           MOVE SNAP-ID TO FAT-CLIENTE
           MOVE ZERO    TO FAT-COMPETENCIA

           START ARQ-FATURA-SNAP KEY IS NOT LESS THAN FAT-KEY

           IF ARQ-FATURA-SNAP-FS NOT EQUAL ZERO
              EXIT SECTION
           END-IF

           READ ARQ-FATURA-SNAP NEXT RECORD

           PERFORM UNTIL ARQ-FATURA-SNAP-FS NOT EQUAL ZERO
                      OR FAT-CLIENTE NOT EQUAL SNAP-ID
              PERFORM GUARDA-FATURA-CLIENTE
              READ ARQ-FATURA-SNAP NEXT RECORD
           END-PERFORM

           IF WRK-ATRASO-QTD GREATER THAN ZERO
              COMPUTE WRK-ATRASO-MEDIO =
                 WRK-ATRASO-TOTAL / WRK-ATRASO-QTD
           END-IF.
      *-----------------------------------------------------------------
       GUARDA-FATURA-CLIENTE                                  SECTION.
      *----------------------------------
           IF FAT-FATURA-PAGA
              AND FAT-DATA-PAGTO GREATER THAN ZERO
              AND FAT-DATA-VENC GREATER THAN ZERO
              COMPUTE WRK-ATRASO-DIAS =
                 FUNCTION INTEGER-OF-DATE(FAT-DATA-PAGTO) -
                 FUNCTION INTEGER-OF-DATE(FAT-DATA-VENC)
              IF WRK-ATRASO-DIAS GREATER THAN ZERO
                 ADD WRK-ATRASO-DIAS TO WRK-ATRASO-TOTAL
              END-IF
              ADD 1 TO WRK-ATRASO-QTD
           END-IF

           IF WRK-CLI-QTD NOT LESS THAN 300
              ADD 1 TO WRK-CLI-ESTOURO
              EXIT SECTION
           END-IF

           ADD 1 TO WRK-CLI-QTD
           MOVE FAT-COMPETENCIA TO WRK-CLI-COMPET(WRK-CLI-QTD)
           MOVE FAT-DATA-VENC   TO WRK-CLI-VENC(WRK-CLI-QTD)
           MOVE FAT-SALDO       TO WRK-CLI-SALDO(WRK-CLI-QTD)
           MOVE 'N'             TO WRK-CLI-ABERTA(WRK-CLI-QTD)

           IF FAT-FATURA-ABERTA
              AND FAT-SALDO GREATER THAN ZERO
              AND NOT FAT-CANCELAMENTO-PENDENTE
              AND FAT-DATA-VENC GREATER THAN ZERO
              MOVE 'S' TO WRK-CLI-ABERTA(WRK-CLI-QTD)
           END-IF.
      *-----------------------------------------------------------------
       PROJETA-FATURA-ABERTA                                  SECTION.
      *----------------------------------
           COMPUTE WRK-PRJ-INT =
              FUNCTION INTEGER-OF-DATE(WRK-CLI-VENC(WRK-K))
              + WRK-ATRASO-MEDIO

           MOVE WRK-CLI-SALDO(WRK-K) TO WRK-PRJ-VALOR
           MOVE 'F'                  TO WRK-PRJ-ORIGEM

           PERFORM ACUMULA-PROJECAO.
      *-----------------------------------------------------------------
       PROJETA-CONTRATOS                                      SECTION.
      *----------------------------------
           MOVE SNAP-ID TO CTR-CLIENTE

           START ARQ-CONTRATO-SNAP KEY IS NOT LESS THAN CTR-CLIENTE

           IF ARQ-CONTRATO-SNAP-FS NOT EQUAL ZERO
              EXIT SECTION
           END-IF

           READ ARQ-CONTRATO-SNAP NEXT RECORD

           PERFORM UNTIL ARQ-CONTRATO-SNAP-FS NOT EQUAL ZERO
                      OR CTR-CLIENTE NOT EQUAL SNAP-ID
              IF CTR-CONTRATO-ATIVO
                 OR (CTR-CONTRATO-ENCERRADO
                     AND CTR-DATA-FIM NOT LESS THAN
                         WRK-BASE-CMP * 100 + 1)
                 PERFORM PROJETA-CONTRATO
              END-IF
              READ ARQ-CONTRATO-SNAP NEXT RECORD
           END-PERFORM.
      *-----------------------------------------------------------------
       PROJETA-CONTRATO                                       SECTION.
      *----------------------------------
           MOVE 'N' TO WRK-REAJ-CONTRATO

           MOVE CTR-DATA-INICIO(1:4)   TO WRK-ANO-INICIO
           MOVE CTR-DATA-INICIO(5:2)   TO WRK-MES-INICIO
           MOVE CTR-DATA-REAJUSTE(1:4) TO WRK-ANO-REAJUSTADO

           MOVE WRK-BASE-CMP(1:4) TO WRK-CMP-ANO
           MOVE WRK-BASE-CMP(5:2) TO WRK-CMP-MES

           PERFORM VARYING WRK-CMP-N FROM 0 BY 1
              UNTIL WRK-CMP-N GREATER THAN 3
              COMPUTE WRK-CMP = WRK-CMP-ANO * 100 + WRK-CMP-MES
              PERFORM PROJETA-COMPETENCIA
              IF WRK-CMP-MES EQUAL 12
                 ADD 1 TO WRK-CMP-ANO
                 MOVE 1 TO WRK-CMP-MES
              ELSE
                 ADD 1 TO WRK-CMP-MES
              END-IF
           END-PERFORM

           IF WRK-REAJ-CONTRATO EQUAL 'S'
              ADD 1 TO WRK-TOT-REAJ-PEND
           END-IF.
      *-----------------------------------------------------------------
       PROJETA-COMPETENCIA                                    SECTION.
      *----------------------------------
           MOVE 'N' TO WRK-JA-FATURADA

           PERFORM VARYING WRK-L FROM 1 BY 1
              UNTIL WRK-L GREATER THAN WRK-CLI-QTD
              IF WRK-CLI-COMPET(WRK-L) EQUAL WRK-CMP
                 MOVE 'S' TO WRK-JA-FATURADA
              END-IF
           END-PERFORM

           IF WRK-JA-FATURADA EQUAL 'S'
              EXIT SECTION
           END-IF

           COMPUTE WRK-PRI-DIA = WRK-CMP * 100 + 1
           MOVE WRK-PRI-DIA TO WRK-DTV-DATA
           PERFORM VALIDA-DATA-CALENDARIO
           MOVE WRK-DTV-MAX TO WRK-DIAS-MES
           COMPUTE WRK-ULT-DIA = WRK-CMP * 100 + WRK-DIAS-MES

           PERFORM VERIFICA-REAJUSTE-PENDENTE

           MOVE CTR-VALOR-MENSAL TO WRK-VALOR-CONTRATO

           IF WRK-REAJ-PENDENTE EQUAL 'S'
              PERFORM APLICA-REAJUSTE
           END-IF

           MOVE WRK-PRI-DIA TO WRK-INI-VIGENCIA
           MOVE WRK-ULT-DIA TO WRK-FIM-VIGENCIA

           IF CTR-DATA-INICIO GREATER THAN WRK-INI-VIGENCIA
              MOVE CTR-DATA-INICIO TO WRK-INI-VIGENCIA
           END-IF

           IF WRK-FIM-EFETIVO NOT EQUAL ZERO
              AND WRK-FIM-EFETIVO LESS THAN WRK-FIM-VIGENCIA
              MOVE WRK-FIM-EFETIVO TO WRK-FIM-VIGENCIA
           END-IF

           IF WRK-FIM-VIGENCIA LESS THAN WRK-INI-VIGENCIA
              EXIT SECTION
           END-IF

           COMPUTE WRK-DIAS-VIGENCIA =
              FUNCTION INTEGER-OF-DATE(WRK-FIM-VIGENCIA) -
              FUNCTION INTEGER-OF-DATE(WRK-INI-VIGENCIA) + 1

           IF WRK-DIAS-VIGENCIA LESS THAN WRK-DIAS-MES
              COMPUTE WRK-VALOR-CONTRATO ROUNDED =
                 WRK-VALOR-CONTRATO * WRK-DIAS-VIGENCIA / WRK-DIAS-MES
           END-IF

           MOVE WRK-CMP(1:4) TO WRK-VENC-ANO
           MOVE WRK-CMP(5:2) TO WRK-VENC-MES
           IF WRK-VENC-MES EQUAL 12
              ADD 1 TO WRK-VENC-ANO
              MOVE 1 TO WRK-VENC-MES
           ELSE
              ADD 1 TO WRK-VENC-MES
           END-IF
           COMPUTE WRK-VENC = WRK-VENC-ANO * 10000
                            + WRK-VENC-MES * 100 + 10

           COMPUTE WRK-PRJ-INT =
              FUNCTION INTEGER-OF-DATE(WRK-VENC) + WRK-ATRASO-MEDIO

           MOVE WRK-VALOR-CONTRATO TO WRK-PRJ-VALOR
           MOVE 'C'                TO WRK-PRJ-ORIGEM

           PERFORM ACUMULA-PROJECAO.
      *-----------------------------------------------------------------
       VERIFICA-REAJUSTE-PENDENTE                             SECTION.
      *----------------------------------
           MOVE 'N'          TO WRK-REAJ-PENDENTE
           MOVE CTR-DATA-FIM TO WRK-FIM-EFETIVO

           IF WRK-MES-INICIO NOT GREATER THAN WRK-CMP-MES
              MOVE WRK-CMP-ANO TO WRK-REAJ-ANO
           ELSE
              COMPUTE WRK-REAJ-ANO = WRK-CMP-ANO - 1
           END-IF

           COMPUTE WRK-REAJ-CMP = WRK-REAJ-ANO * 100 + WRK-MES-INICIO

           IF WRK-REAJ-CMP LESS THAN WRK-BASE-CMP
              EXIT SECTION
           END-IF

           COMPUTE WRK-MESES-VIDA =
              (WRK-REAJ-ANO - WRK-ANO-INICIO) * 12

           IF WRK-MESES-VIDA LESS THAN 12
              OR WRK-ANO-REAJUSTADO NOT LESS THAN WRK-REAJ-ANO
              EXIT SECTION
           END-IF

           IF CTR-DATA-FIM NOT EQUAL ZERO
              AND CTR-DATA-FIM LESS THAN WRK-REAJ-CMP * 100 + 1
              EXIT SECTION
           END-IF

           MOVE 'S' TO WRK-REAJ-PENDENTE
           MOVE 'S' TO WRK-REAJ-CONTRATO

           IF CTR-DATA-FIM NOT EQUAL ZERO
              COMPUTE WRK-FIM-EFETIVO = CTR-DATA-FIM + 10000
              MOVE WRK-FIM-EFETIVO TO WRK-DTV-DATA
              PERFORM VALIDA-DATA-CALENDARIO
              IF WRK-DTV-OK NOT EQUAL 'S'
                 COMPUTE WRK-FIM-EFETIVO =
                    WRK-FIM-EFETIVO - WRK-DTV-DIA + 28
              END-IF
           END-IF.
      *-----------------------------------------------------------------
       APLICA-REAJUSTE                                        SECTION.
      *----------------------------------
           IF WRK-IDX-ABERTO NOT EQUAL 'S'
              ADD 1 TO WRK-TOT-REAJ-SEM-IDX
              EXIT SECTION
           END-IF

           MOVE WRK-REAJ-ANO TO IDX-ANO
           READ ARQ-INDICE

           IF ARQ-INDICE-FS NOT EQUAL ZERO
              ADD 1 TO WRK-TOT-REAJ-SEM-IDX
              EXIT SECTION
           END-IF

           COMPUTE WRK-VALOR-CONTRATO ROUNDED =
              WRK-VALOR-CONTRATO * (1 + (IDX-PERCENTUAL / 100)).
      *-----------------------------------------------------------------
       ACUMULA-PROJECAO                                       SECTION.
      *----------------------------------
           IF WRK-PRJ-VALOR EQUAL ZERO
              EXIT SECTION
           END-IF

           COMPUTE WRK-PRJ-DIAS = WRK-PRJ-INT - WRK-BASE-INT

           IF WRK-PRJ-DIAS LESS THAN ZERO
              ADD 1             TO WRK-QTD-ATRASADAS
              ADD WRK-PRJ-VALOR TO WRK-VLR-ATRASADAS
              EXIT SECTION
           END-IF

           IF WRK-PRJ-DIAS GREATER THAN 90
              ADD 1             TO WRK-QTD-ALEM
              ADD WRK-PRJ-VALOR TO WRK-VLR-ALEM
              EXIT SECTION
           END-IF

           COMPUTE WRK-S = (WRK-PRJ-DIAS / 7) + 1

           IF WRK-PRJ-ORIGEM EQUAL 'F'
              ADD 1 TO WRK-TOT-FAT-ABERTAS
              ADD WRK-PRJ-VALOR TO WRK-GER-FATURAS(WRK-S)
              ADD WRK-PRJ-VALOR TO WRK-FIL-FATURAS(WRK-FIL-IDX, WRK-S)
           ELSE
              ADD 1 TO WRK-TOT-FAT-FUTURAS
              ADD WRK-PRJ-VALOR TO WRK-GER-CONTRATOS(WRK-S)
              ADD WRK-PRJ-VALOR TO WRK-FIL-CONTRATOS(WRK-FIL-IDX, WRK-S)
           END-IF

           ADD WRK-PRJ-VALOR TO WRK-GER-SEG(WRK-S, WRK-SEG-IDX)
           ADD WRK-PRJ-VALOR
              TO WRK-FIL-SEG(WRK-FIL-IDX, WRK-S, WRK-SEG-IDX).
      *-----------------------------------------------------------------
       LOCALIZA-FILIAL                                        SECTION.
      *----------------------------------
           MOVE ZERO TO WRK-FIL-IDX

           PERFORM VARYING WRK-L FROM 1 BY 1
              UNTIL WRK-L GREATER THAN WRK-FIL-QTD
                 OR WRK-FIL-IDX GREATER THAN ZERO
              IF WRK-FIL-CODIGO(WRK-L) EQUAL SNAP-FILIAL
                 MOVE WRK-L TO WRK-FIL-IDX
              END-IF
           END-PERFORM

           IF WRK-FIL-IDX GREATER THAN ZERO
              EXIT SECTION
           END-IF

           IF WRK-FIL-QTD LESS THAN 19
              ADD 1 TO WRK-FIL-QTD
              MOVE WRK-FIL-QTD  TO WRK-FIL-IDX
              MOVE SNAP-FILIAL  TO WRK-FIL-CODIGO(WRK-FIL-IDX)
              MOVE ZEROS        TO WRK-FIL-SEMANAS(WRK-FIL-IDX)
              EXIT SECTION
           END-IF

           IF WRK-FIL-QTD LESS THAN 20
              MOVE 20           TO WRK-FIL-QTD
              MOVE '**'         TO WRK-FIL-CODIGO(20)
              MOVE ZEROS        TO WRK-FIL-SEMANAS(20)
           END-IF

           MOVE 20 TO WRK-FIL-IDX.
      *-----------------------------------------------------------------
       ORDENA-FILIAIS                                         SECTION.
      *----------------------------------
           PERFORM VARYING WRK-K FROM 1 BY 1
              UNTIL WRK-K NOT LESS THAN WRK-FIL-QTD
              PERFORM VARYING WRK-L FROM 1 BY 1
                 UNTIL WRK-L NOT LESS THAN WRK-FIL-QTD
                 IF WRK-FIL-CODIGO(WRK-L) GREATER THAN
                    WRK-FIL-CODIGO(WRK-L + 1)
                    MOVE WRK-FIL-ENT(WRK-L)     TO WRK-FIL-TROCA
                    MOVE WRK-FIL-ENT(WRK-L + 1) TO WRK-FIL-ENT(WRK-L)
                    MOVE WRK-FIL-TROCA TO WRK-FIL-ENT(WRK-L + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.
      *-----------------------------------------------------------------
       ESCREVE-TABELA                                         SECTION.
      *----------------------------------
           MOVE SPACES TO REL-FLX-LINHA
           STRING 'SEM INICIO     FIM              FATURAS    CONTRATOS'
              '        TOTAL       SEG. A       SEG. B       SEG. C'
              DELIMITED BY SIZE INTO REL-FLX-LINHA
           WRITE REL-FLX-LINHA

           MOVE ALL '-' TO REL-FLX-LINHA
           WRITE REL-FLX-LINHA

           MOVE ZERO TO WRK-SOMA-FATURAS
           MOVE ZERO TO WRK-SOMA-CONTRATOS
           MOVE ZERO TO WRK-SOMA-TOTAL
           MOVE ZERO TO WRK-SOMA-SEG(1)
           MOVE ZERO TO WRK-SOMA-SEG(2)
           MOVE ZERO TO WRK-SOMA-SEG(3)

           PERFORM VARYING WRK-S FROM 1 BY 1 UNTIL WRK-S GREATER THAN 13
              PERFORM ESCREVE-LINHA-SEMANA
           END-PERFORM

           MOVE ALL '-' TO REL-FLX-LINHA
           WRITE REL-FLX-LINHA

           MOVE WRK-SOMA-FATURAS   TO WRK-EXIBE-FATURAS
           MOVE WRK-SOMA-CONTRATOS TO WRK-EXIBE-CONTRATOS
           MOVE WRK-SOMA-TOTAL     TO WRK-EXIBE-TOTAL
           MOVE WRK-SOMA-SEG(1)    TO WRK-EXIBE-SEG-A
           MOVE WRK-SOMA-SEG(2)    TO WRK-EXIBE-SEG-B
           MOVE WRK-SOMA-SEG(3)    TO WRK-EXIBE-SEG-C

           MOVE SPACES TO REL-FLX-LINHA
           STRING 'TOTAL 90 DIAS         ' ' ' WRK-EXIBE-FATURAS ' '
              WRK-EXIBE-CONTRATOS ' ' WRK-EXIBE-TOTAL ' '
              WRK-EXIBE-SEG-A ' ' WRK-EXIBE-SEG-B ' ' WRK-EXIBE-SEG-C
              DELIMITED BY SIZE INTO REL-FLX-LINHA
           WRITE REL-FLX-LINHA

           MOVE SPACES TO REL-FLX-LINHA
           WRITE REL-FLX-LINHA.
      *-----------------------------------------------------------------
       ESCREVE-LINHA-SEMANA                                   SECTION.
      *----------------------------------
           COMPUTE WRK-LIN-TOTAL = WRK-IMP-FATURAS(WRK-S)
                                 + WRK-IMP-CONTRATOS(WRK-S)

           ADD WRK-IMP-FATURAS(WRK-S)   TO WRK-SOMA-FATURAS
           ADD WRK-IMP-CONTRATOS(WRK-S) TO WRK-SOMA-CONTRATOS
           ADD WRK-LIN-TOTAL            TO WRK-SOMA-TOTAL
           ADD WRK-IMP-SEG(WRK-S, 1)    TO WRK-SOMA-SEG(1)
           ADD WRK-IMP-SEG(WRK-S, 2)    TO WRK-SOMA-SEG(2)
           ADD WRK-IMP-SEG(WRK-S, 3)    TO WRK-SOMA-SEG(3)

           MOVE WRK-SEM-INI(WRK-S) TO WRK-DATA-AUX
           PERFORM FORMATA-DATA
           MOVE WRK-DATA-FMT TO WRK-INI-FMT

           MOVE WRK-SEM-FIM(WRK-S) TO WRK-DATA-AUX
           PERFORM FORMATA-DATA

           MOVE WRK-IMP-FATURAS(WRK-S)   TO WRK-EXIBE-FATURAS
           MOVE WRK-IMP-CONTRATOS(WRK-S) TO WRK-EXIBE-CONTRATOS
           MOVE WRK-LIN-TOTAL            TO WRK-EXIBE-TOTAL
           MOVE WRK-IMP-SEG(WRK-S, 1)    TO WRK-EXIBE-SEG-A
           MOVE WRK-IMP-SEG(WRK-S, 2)    TO WRK-EXIBE-SEG-B
           MOVE WRK-IMP-SEG(WRK-S, 3)    TO WRK-EXIBE-SEG-C

           MOVE SPACES TO REL-FLX-LINHA
           STRING WRK-S '  ' WRK-INI-FMT ' ' WRK-DATA-FMT ' '
              WRK-EXIBE-FATURAS ' ' WRK-EXIBE-CONTRATOS ' '
              WRK-EXIBE-TOTAL ' ' WRK-EXIBE-SEG-A ' '
              WRK-EXIBE-SEG-B ' ' WRK-EXIBE-SEG-C
              DELIMITED BY SIZE INTO REL-FLX-LINHA
           WRITE REL-FLX-LINHA.
      *-----------------------------------------------------------------
       MENSAGENS                                              SECTION.
      *----------------------------------
       GRAVA-ERRO-FATAL.
           MOVE 'FLUXOCX' TO WRK-ERR-PROGRAMA
           MOVE 'BATCH' TO WRK-ERR-OPERADOR
           CALL 'GRAVAERRO' USING WRK-ERR-REGISTRO.
      *
       COPY 'CRMK-DTP'.
      *-----------------------------------------------------------------
       UTILITARIOS                                            SECTION.
      *----------------------------------
       FORMATA-DATA.
           MOVE WRK-DATA-AUX(7:2) TO WRK-DATA-FMT-DD
           MOVE WRK-DATA-AUX(5:2) TO WRK-DATA-FMT-MM
           MOVE WRK-DATA-AUX(1:4) TO WRK-DATA-FMT-AAAA.
      *-----------------------------------------------------------------
       FINALIZAR                                              SECTION.
      *----------------------------------
           MOVE SPACES TO REL-FLX-LINHA
           WRITE REL-FLX-LINHA

           MOVE 'CONSOLIDADO - TODAS AS FILIAIS' TO REL-FLX-LINHA
           WRITE REL-FLX-LINHA

           MOVE WRK-GER-TABELA TO WRK-IMP-TABELA
           PERFORM ESCREVE-TABELA

           PERFORM ORDENA-FILIAIS

           PERFORM VARYING WRK-FIL-IDX FROM 1 BY 1
              UNTIL WRK-FIL-IDX GREATER THAN WRK-FIL-QTD
              MOVE SPACES TO REL-FLX-LINHA
              IF WRK-FIL-CODIGO(WRK-FIL-IDX) EQUAL '**'
                 MOVE 'FILIAL ** (DEMAIS FILIAIS)' TO REL-FLX-LINHA
              ELSE
                 STRING 'FILIAL ' WRK-FIL-CODIGO(WRK-FIL-IDX)
                    DELIMITED BY SIZE INTO REL-FLX-LINHA
              END-IF
              WRITE REL-FLX-LINHA
              MOVE WRK-FIL-SEMANAS(WRK-FIL-IDX) TO WRK-IMP-TABELA
              PERFORM ESCREVE-TABELA
           END-PERFORM

           MOVE SPACES TO REL-FLX-LINHA
           STRING 'Clientes com faturas ou contratos.........: '
              WRK-TOT-CLIENTES
              DELIMITED BY SIZE INTO REL-FLX-LINHA
           WRITE REL-FLX-LINHA

           MOVE SPACES TO REL-FLX-LINHA
           STRING 'Faturas em aberto projetadas..............: '
              WRK-TOT-FAT-ABERTAS
              DELIMITED BY SIZE INTO REL-FLX-LINHA
           WRITE REL-FLX-LINHA

           MOVE SPACES TO REL-FLX-LINHA
           STRING 'Faturas futuras de contratos projetadas...: '
              WRK-TOT-FAT-FUTURAS
              DELIMITED BY SIZE INTO REL-FLX-LINHA
           WRITE REL-FLX-LINHA

           MOVE SPACES TO REL-FLX-LINHA
           STRING 'Contratos com reajuste pendente...........: '
              WRK-TOT-REAJ-PEND '  (sem indice cadastrado: '
              WRK-TOT-REAJ-SEM-IDX ')'
              DELIMITED BY SIZE INTO REL-FLX-LINHA
           WRITE REL-FLX-LINHA

           MOVE WRK-VLR-ATRASADAS TO WRK-VLR-EXIBE
           MOVE SPACES TO REL-FLX-LINHA
           STRING 'Vencidas alem do atraso historico (fora)..: '
              WRK-QTD-ATRASADAS '  ' WRK-VLR-EXIBE
              DELIMITED BY SIZE INTO REL-FLX-LINHA
           WRITE REL-FLX-LINHA

           MOVE WRK-VLR-ALEM TO WRK-VLR-EXIBE
           MOVE SPACES TO REL-FLX-LINHA
           STRING 'Previstas apos o horizonte (fora).........: '
              WRK-QTD-ALEM '  ' WRK-VLR-EXIBE
              DELIMITED BY SIZE INTO REL-FLX-LINHA
           WRITE REL-FLX-LINHA

           IF WRK-CLI-ESTOURO GREATER THAN ZERO
              MOVE SPACES TO REL-FLX-LINHA
              STRING 'Faturas ignoradas (mais de 300 por cliente): '
                 WRK-CLI-ESTOURO
                 DELIMITED BY SIZE INTO REL-FLX-LINHA
              WRITE REL-FLX-LINHA
           END-IF

           MOVE 'Data prevista = vencimento + atraso medio historico do
      -         ' cliente (faturas pagas).'         TO REL-FLX-LINHA
           WRITE REL-FLX-LINHA

           CLOSE ARQCRM-SNAP
           CLOSE ARQ-FATURA-SNAP
           CLOSE REL-FLX

           IF WRK-CTR-ABERTO EQUAL 'S'
              CLOSE ARQ-CONTRATO-SNAP
           END-IF

           IF WRK-IDX-ABERTO EQUAL 'S'
              CLOSE ARQ-INDICE
           END-IF

           MOVE 'FLUXOCX' TO SAI-TIPO
           MOVE WRK-FLX-PATH TO SAI-ARQUIVO
           MOVE 'BATCH' TO SAI-OPERADOR
           COMPUTE SAI-REGISTROS = WRK-TOT-FAT-ABERTAS
                                 + WRK-TOT-FAT-FUTURAS
           CALL 'REGSAIDA' USING SAI-REGISTRO

           IF WRK-CTR-ABERTO NOT EQUAL 'S'
              OR WRK-TOT-REAJ-SEM-IDX GREATER THAN ZERO
              MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY 'FLUXOCX: base ' WRK-DATA-BASE ' - '
                   WRK-TOT-CLIENTES ' clientes projetados'.
      *------------------------ FIM DO ARQUIVO -------------------------
