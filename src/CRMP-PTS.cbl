      *=================================================================
       IDENTIFICATION                                         DIVISION.
       PROGRAM-ID. PONTUAR.
      *=================================================================
       ENVIRONMENT                                            DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT                                           SECTION.
      *----------------------------------
       FILE-CONTROL.
           SELECT ARQ-PONTOS  ASSIGN TO './files/PONTOS.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS ARQ-PONTOS-FS
              RECORD KEY IS PTO-KEY.

           SELECT ARQ-FATURA  ASSIGN TO './files/FATURA.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS ARQ-FATURA-FS
              RECORD KEY IS FAT-KEY.

           SELECT ARQ-CONTRATO  ASSIGN TO './files/CONTRATO.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS ARQ-CONTRATO-FS
              RECORD KEY IS CTR-NUMERO
              ALTERNATE RECORD KEY IS CTR-CLIENTE
                 WITH DUPLICATES.

           SELECT ARQ-COMIPAG  ASSIGN TO './files/COMIPAG.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS ARQ-COMIPAG-FS
              RECORD KEY IS CMS-INDICADO.

           SELECT ARQCRM  ASSIGN TO './files/ARQCRM.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS ARQCRM-FS
              RECORD KEY IS ARQCRM-KEY
              ALTERNATE RECORD KEY IS ARQCRM-NOME
                 WITH DUPLICATES
              ALTERNATE RECORD KEY IS ARQCRM-TELEFONE
                 WITH DUPLICATES
              ALTERNATE RECORD KEY IS ARQCRM-CPF-CNPJ
                 WITH DUPLICATES.

           SELECT ARQCRM-PAR  ASSIGN TO './files/SISPARAM.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS ARQCRM-PAR-FS
              RECORD KEY IS PAR-CHAVE.

           SELECT REL-PTS  ASSIGN TO WRK-RELPTS-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REL-PTS-FS.

           SELECT REL-EXT  ASSIGN TO WRK-RELEXT-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REL-EXT-FS.
      *=================================================================
       DATA                                                   DIVISION.
      *-----------------------------------------------------------------
       FILE                                                   SECTION.
      *----------------------------------
       FD  ARQ-PONTOS.
       COPY 'CRMK-PTO'.
      *
       FD  ARQ-FATURA.
       COPY 'CRMK-FAT'.
      *
       FD  ARQ-CONTRATO.
       COPY 'CRMK-CTR'.
      *
       FD  ARQ-COMIPAG.
       COPY 'CRMK-CMS'.
      *
       FD  ARQCRM.
       COPY 'CRMK-000'.
      *
       FD  ARQCRM-PAR.
       COPY 'CRMK-PAR'.
      *
       FD  REL-PTS.
       01  REL-PTS-LINHA        PIC X(80).
      *
       FD  REL-EXT.
       01  REL-EXT-LINHA        PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE                                        SECTION.
      *----------------------------------
       COPY 'CRMK-FST'.
       COPY 'CRMK-ERR'.
       COPY 'CRMK-SAI'.
       01  ARQ-PONTOS-FS        PIC 9(02)   VALUE ZERO.
       01  ARQ-FATURA-FS        PIC 9(02)   VALUE ZERO.
       01  ARQ-CONTRATO-FS      PIC 9(02)   VALUE ZERO.
       01  ARQ-COMIPAG-FS       PIC 9(02)   VALUE ZERO.
       01  ARQCRM-FS            PIC 9(02)   VALUE ZERO.
       01  ARQCRM-PAR-FS        PIC 9(02)   VALUE ZERO.
       01  REL-PTS-FS           PIC 9(02)   VALUE ZERO.
       01  REL-EXT-FS           PIC 9(02)   VALUE ZERO.
       01  WRK-RELPTS-PATH      PIC X(40)   VALUE SPACES.
       01  WRK-RELEXT-PATH      PIC X(40)   VALUE SPACES.
       01  WRK-PARM             PIC X(10)   VALUE SPACES.
       01  WRK-HOJE             PIC 9(08)   VALUE ZERO.
       01  WRK-COMP.
           05 WRK-COMP-ANO      PIC 9(04)   VALUE ZERO.
           05 WRK-COMP-MES      PIC 9(02)   VALUE ZERO.
       01  WRK-COMP-NUM REDEFINES WRK-COMP
                                PIC 9(06).
       01  WRK-VAL.
           05 WRK-VAL-ANO       PIC 9(04)   VALUE ZERO.
           05 WRK-VAL-MES       PIC 9(02)   VALUE ZERO.
       01  WRK-MESES-TOTAL      PIC 9(06)   VALUE ZERO.
       01  WRK-PRI-DIA          PIC 9(08)   VALUE ZERO.
       01  WRK-ULT-DIA          PIC 9(08)   VALUE ZERO.
       01  WRK-DATA-EXPIRA      PIC 9(08)   VALUE ZERO.
       01  WRK-CLIENTE          PIC X(06)   VALUE SPACES.
       01  WRK-TIPO             PIC X(01)   VALUE SPACE.
       01  WRK-PONTOS           PIC 9(07)   VALUE ZERO.
       01  WRK-REFERENCIA       PIC X(20)   VALUE SPACES.
       01  WRK-JA-LANCADO       PIC X(01)   VALUE 'N'.
       01  WRK-PROX-SEQ         PIC 9(05)   VALUE ZERO.
       01  WRK-ANOS             PIC 9(02)   VALUE ZERO.
       01  WRK-K                PIC 9(03)   VALUE ZERO.
       01  WRK-EXP-QTD          PIC 9(03)   VALUE ZERO.
       01  WRK-EXP-ESTOURO      PIC X(01)   VALUE 'N'.
       01  WRK-EXP-TABELA.
           05 WRK-EXP-ENT OCCURS 500 TIMES.
              10 WRK-EXP-CLIENTE PIC X(06).
              10 WRK-EXP-LOTE    PIC 9(05).
              10 WRK-EXP-PONTOS  PIC 9(07).
       01  WRK-EXT-CLIENTE      PIC X(06)   VALUE SPACES.
       01  WRK-EXT-GANHOS       PIC 9(07)   VALUE ZERO.
       01  WRK-EXT-RESGATES     PIC 9(07)   VALUE ZERO.
       01  WRK-EXT-EXPIRADOS    PIC 9(07)   VALUE ZERO.
       01  WRK-EXT-SALDO        PIC 9(07)   VALUE ZERO.
       01  WRK-EXT-PROX-EXPIRA  PIC 9(08)   VALUE ZERO.
       01  WRK-EXT-A-EXPIRAR    PIC 9(07)   VALUE ZERO.
       01  WRK-EXT-VALOR        PIC 9(07)V99 VALUE ZERO.
       01  WRK-VALOR-EXIBE      PIC ZZZZZZ9.99 VALUE ZERO.
       01  WRK-DATA-AUX         PIC 9(08)   VALUE ZERO.
       01  WRK-DATA-FMT.
           05 WRK-DATA-FMT-DD   PIC 9(02).
           05 FILLER            PIC X(01)   VALUE '/'.
           05 WRK-DATA-FMT-MM   PIC 9(02).
           05 FILLER            PIC X(01)   VALUE '/'.
           05 WRK-DATA-FMT-AAAA PIC 9(04).
       01  WRK-TOT-FATURA       PIC 9(09)   VALUE ZERO.
       01  WRK-TOT-ANIVERSARIO  PIC 9(09)   VALUE ZERO.
       01  WRK-TOT-INDICACAO    PIC 9(09)   VALUE ZERO.
       01  WRK-TOT-EXPIRADOS    PIC 9(09)   VALUE ZERO.
       01  WRK-TOT-LANCAMENTOS  PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-JA-LANCADOS  PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-SALDO        PIC 9(09)   VALUE ZERO.
       01  WRK-TOT-PASSIVO      PIC 9(09)V99 VALUE ZERO.
       01  WRK-TOT-EXTRATOS     PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-SUPRIMIDOS   PIC 9(05)   VALUE ZERO.
      *=================================================================
       PROCEDURE                                              DIVISION.
      *-----------------------------------------------------------------
       PRINCIPAL                                              SECTION.
      *----------------------------------
           PERFORM INICIAR
           PERFORM PONTUA-FATURAS
           PERFORM PONTUA-ANIVERSARIOS
           PERFORM PONTUA-INDICACOES
           PERFORM EXPIRA-PONTOS
           PERFORM EMITE-EXTRATOS
           PERFORM FINALIZAR
           GOBACK.
      *-----------------------------------------------------------------
       INICIAR                                                SECTION.
      *----------------------------------
           MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-HOJE

           ACCEPT WRK-PARM FROM COMMAND-LINE

           IF WRK-PARM(1:6) IS NUMERIC
              AND WRK-PARM(5:2) GREATER THAN ZERO
              AND WRK-PARM(5:2) NOT GREATER THAN 12
              MOVE WRK-PARM(1:6) TO WRK-COMP-NUM
           ELSE
              MOVE WRK-HOJE(1:4) TO WRK-COMP-ANO
              MOVE WRK-HOJE(5:2) TO WRK-COMP-MES
              IF WRK-COMP-MES EQUAL 1
                 SUBTRACT 1 FROM WRK-COMP-ANO
                 MOVE 12 TO WRK-COMP-MES
              ELSE
                 SUBTRACT 1 FROM WRK-COMP-MES
              END-IF
           END-IF

           COMPUTE WRK-PRI-DIA = WRK-COMP-NUM * 100 + 1

           MOVE WRK-COMP-ANO TO WRK-VAL-ANO
           MOVE WRK-COMP-MES TO WRK-VAL-MES
           PERFORM CALCULA-FIM-MES
           MOVE WRK-DATA-AUX TO WRK-ULT-DIA

           PERFORM CARREGA-PARAMETROS

           COMPUTE WRK-MESES-TOTAL = WRK-COMP-ANO * 12
              + WRK-COMP-MES - 1 + PAR-MESES-VALIDADE-PONTOS
           DIVIDE WRK-MESES-TOTAL BY 12 GIVING WRK-VAL-ANO
              REMAINDER WRK-VAL-MES
           ADD 1 TO WRK-VAL-MES
           PERFORM CALCULA-FIM-MES
           MOVE WRK-DATA-AUX TO WRK-DATA-EXPIRA

           OPEN I-O ARQ-PONTOS

           IF ARQ-PONTOS-FS EQUAL 35
              OPEN OUTPUT ARQ-PONTOS
              CLOSE ARQ-PONTOS
              OPEN I-O ARQ-PONTOS
           END-IF

           IF ARQ-PONTOS-FS NOT EQUAL ZERO
              MOVE 'ABRE PONTOS' TO WRK-ERR-SECAO
              MOVE ARQ-PONTOS-FS TO WRK-ERR-FS
              PERFORM GRAVA-ERRO-FATAL
              PERFORM TRADUZ-PONTOS-FS
              DISPLAY 'PONTUAR: ERRO ABERTURA PONTOS.DAT - FS: '
                      ARQ-PONTOS-FS ' (' WRK-FST-MENSAGEM ')'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           MOVE SPACES TO WRK-RELPTS-PATH
           STRING './files/PONTOS-' FUNCTION CURRENT-DATE(1:14)
              '.LST' DELIMITED BY SIZE INTO WRK-RELPTS-PATH

           MOVE SPACES TO WRK-RELEXT-PATH
           STRING './files/EXTPONT-' FUNCTION CURRENT-DATE(1:14)
              '.LST' DELIMITED BY SIZE INTO WRK-RELEXT-PATH

           OPEN OUTPUT REL-PTS

           MOVE 'CRM - PROGRAMA DE FIDELIDADE - PONTUACAO MENSAL'
                                                    TO REL-PTS-LINHA
           WRITE REL-PTS-LINHA

           MOVE WRK-DATA-EXPIRA TO WRK-DATA-AUX
           PERFORM FORMATA-DATA
           MOVE SPACES TO REL-PTS-LINHA
           STRING 'Competencia: ' WRK-COMP-NUM
              '  Validade dos pontos ganhos: ' WRK-DATA-FMT
              DELIMITED BY SIZE INTO REL-PTS-LINHA
           WRITE REL-PTS-LINHA

           MOVE 'CLIENTE T PONTOS  REFERENCIA           SITUACAO'
                                                    TO REL-PTS-LINHA
           WRITE REL-PTS-LINHA.
      *-----------------------------------------------------------------
       PONTUA-FATURAS                                         SECTION.
      *----------------------------------
           OPEN INPUT ARQ-FATURA

           IF ARQ-FATURA-FS NOT EQUAL ZERO
              EXIT SECTION
           END-IF

           READ ARQ-FATURA NEXT RECORD

           PERFORM UNTIL ARQ-FATURA-FS NOT EQUAL ZERO
              IF FAT-FATURA-PAGA
                 AND FAT-DATA-PAGTO(1:6) EQUAL WRK-COMP-NUM
                 AND FAT-DATA-PAGTO NOT GREATER THAN FAT-DATA-VENC
                 COMPUTE WRK-PONTOS = FAT-VALOR * PAR-PONTOS-POR-REAL
                 IF WRK-PONTOS GREATER THAN ZERO
                    MOVE FAT-CLIENTE TO WRK-CLIENTE
                    MOVE 'F'         TO WRK-TIPO
                    MOVE SPACES      TO WRK-REFERENCIA
                    STRING 'FATURA ' FAT-COMPETENCIA
                       DELIMITED BY SIZE INTO WRK-REFERENCIA
                    PERFORM LANCA-GANHO
                    IF WRK-JA-LANCADO NOT EQUAL 'S'
                       ADD WRK-PONTOS TO WRK-TOT-FATURA
                    END-IF
                 END-IF
              END-IF
              READ ARQ-FATURA NEXT RECORD
           END-PERFORM

           CLOSE ARQ-FATURA.
      *-----------------------------------------------------------------
       PONTUA-ANIVERSARIOS                                    SECTION.
      *----------------------------------
           IF PAR-PONTOS-ANIVERSARIO EQUAL ZERO
              EXIT SECTION
           END-IF

           OPEN INPUT ARQ-CONTRATO

           IF ARQ-CONTRATO-FS NOT EQUAL ZERO
              EXIT SECTION
           END-IF

           READ ARQ-CONTRATO NEXT RECORD

           PERFORM UNTIL ARQ-CONTRATO-FS NOT EQUAL ZERO
              IF CTR-CONTRATO-ATIVO
                 AND CTR-DATA-INICIO(5:2) EQUAL WRK-COMP-MES
                 AND CTR-DATA-INICIO(1:4) LESS THAN WRK-COMP-ANO
                 MOVE CTR-DATA-INICIO(1:4) TO WRK-VAL-ANO
                 COMPUTE WRK-ANOS = WRK-COMP-ANO - WRK-VAL-ANO
                 MOVE CTR-CLIENTE            TO WRK-CLIENTE
                 MOVE 'A'                    TO WRK-TIPO
                 MOVE PAR-PONTOS-ANIVERSARIO TO WRK-PONTOS
                 MOVE SPACES                 TO WRK-REFERENCIA
                 STRING 'CTR ' CTR-NUMERO ' ANIV ' WRK-ANOS
                    DELIMITED BY SIZE INTO WRK-REFERENCIA
                 PERFORM LANCA-GANHO
                 IF WRK-JA-LANCADO NOT EQUAL 'S'
                    ADD WRK-PONTOS TO WRK-TOT-ANIVERSARIO
                 END-IF
              END-IF
              READ ARQ-CONTRATO NEXT RECORD
           END-PERFORM

           CLOSE ARQ-CONTRATO.
      *-----------------------------------------------------------------
       PONTUA-INDICACOES                                      SECTION.
      *----------------------------------
           IF PAR-PONTOS-INDICACAO EQUAL ZERO
              EXIT SECTION
           END-IF

           OPEN INPUT ARQ-COMIPAG

           IF ARQ-COMIPAG-FS NOT EQUAL ZERO
              EXIT SECTION
           END-IF

           READ ARQ-COMIPAG NEXT RECORD

           PERFORM UNTIL ARQ-COMIPAG-FS NOT EQUAL ZERO
              IF CMS-DATA(1:6) EQUAL WRK-COMP-NUM
                 AND CMS-INDICADOR NOT EQUAL SPACES
                 MOVE CMS-INDICADOR        TO WRK-CLIENTE
                 MOVE 'I'                  TO WRK-TIPO
                 MOVE PAR-PONTOS-INDICACAO TO WRK-PONTOS
                 MOVE SPACES               TO WRK-REFERENCIA
                 STRING 'INDICACAO ' CMS-INDICADO
                    DELIMITED BY SIZE INTO WRK-REFERENCIA
                 PERFORM LANCA-GANHO
                 IF WRK-JA-LANCADO NOT EQUAL 'S'
                    ADD WRK-PONTOS TO WRK-TOT-INDICACAO
                 END-IF
              END-IF
              READ ARQ-COMIPAG NEXT RECORD
           END-PERFORM

           CLOSE ARQ-COMIPAG.
      *-----------------------------------------------------------------
       LANCA-GANHO                                            SECTION.
      *----------------------------------
           PERFORM LOCALIZA-ULTIMO-LANCAMENTO

           IF WRK-JA-LANCADO EQUAL 'S'
              ADD 1 TO WRK-TOT-JA-LANCADOS
              EXIT SECTION
           END-IF

           ADD 1 TO WRK-PROX-SEQ

           MOVE WRK-CLIENTE     TO PTO-CLIENTE
           MOVE WRK-PROX-SEQ    TO PTO-SEQ
           MOVE WRK-TIPO        TO PTO-TIPO
           MOVE WRK-HOJE        TO PTO-DATA
           MOVE WRK-COMP-NUM    TO PTO-COMPETENCIA
           MOVE WRK-PONTOS      TO PTO-PONTOS
           MOVE WRK-PONTOS      TO PTO-SALDO-LOTE
           MOVE WRK-DATA-EXPIRA TO PTO-DATA-EXPIRA
           MOVE WRK-REFERENCIA  TO PTO-REFERENCIA
           MOVE ZERO            TO PTO-VALOR-CREDITO
           MOVE 'BATCH'         TO PTO-OPERADOR

           WRITE PTO-REGISTRO

           MOVE SPACES TO REL-PTS-LINHA

           IF ARQ-PONTOS-FS EQUAL ZERO
              ADD 1 TO WRK-TOT-LANCAMENTOS
              STRING PTO-CLIENTE '  ' PTO-TIPO ' ' PTO-PONTOS ' '
                 PTO-REFERENCIA ' CREDITADO'
                 DELIMITED BY SIZE INTO REL-PTS-LINHA
           ELSE
              MOVE 'S' TO WRK-JA-LANCADO
              STRING PTO-CLIENTE '  ' PTO-TIPO ' ' PTO-PONTOS ' '
                 PTO-REFERENCIA ' ERRO FS ' ARQ-PONTOS-FS
                 DELIMITED BY SIZE INTO REL-PTS-LINHA
           END-IF

           WRITE REL-PTS-LINHA.
      *-----------------------------------------------------------------
       LOCALIZA-ULTIMO-LANCAMENTO                             SECTION.
      *----------------------------------
           MOVE 'N'  TO WRK-JA-LANCADO
           MOVE ZERO TO WRK-PROX-SEQ

           MOVE WRK-CLIENTE TO PTO-CLIENTE
           MOVE ZERO        TO PTO-SEQ
           START ARQ-PONTOS KEY IS NOT LESS THAN PTO-KEY

           IF ARQ-PONTOS-FS EQUAL ZERO
              READ ARQ-PONTOS NEXT RECORD
              PERFORM UNTIL ARQ-PONTOS-FS NOT EQUAL ZERO
                         OR PTO-CLIENTE NOT EQUAL WRK-CLIENTE
                 MOVE PTO-SEQ TO WRK-PROX-SEQ
                 IF PTO-TIPO EQUAL WRK-TIPO
                    AND PTO-REFERENCIA EQUAL WRK-REFERENCIA
                    MOVE 'S' TO WRK-JA-LANCADO
                 END-IF
                 READ ARQ-PONTOS NEXT RECORD
              END-PERFORM
           END-IF.
      *-----------------------------------------------------------------
       EXPIRA-PONTOS                                          SECTION.
      *----------------------------------
           MOVE ZERO TO WRK-EXP-QTD

           MOVE LOW-VALUES TO PTO-KEY
           START ARQ-PONTOS KEY IS NOT LESS THAN PTO-KEY

           IF ARQ-PONTOS-FS EQUAL ZERO
              READ ARQ-PONTOS NEXT RECORD
           END-IF

           PERFORM UNTIL ARQ-PONTOS-FS NOT EQUAL ZERO
              IF PTO-LOTE-GANHO
                 AND PTO-SALDO-LOTE GREATER THAN ZERO
                 AND PTO-DATA-EXPIRA NOT GREATER THAN WRK-ULT-DIA
                 IF WRK-EXP-QTD LESS THAN 500
                    ADD 1 TO WRK-EXP-QTD
                    MOVE PTO-CLIENTE    TO WRK-EXP-CLIENTE(WRK-EXP-QTD)
                    MOVE PTO-SEQ        TO WRK-EXP-LOTE(WRK-EXP-QTD)
                    MOVE PTO-SALDO-LOTE TO WRK-EXP-PONTOS(WRK-EXP-QTD)
                    MOVE ZERO           TO PTO-SALDO-LOTE
                    REWRITE PTO-REGISTRO
                 ELSE
                    MOVE 'S' TO WRK-EXP-ESTOURO
                 END-IF
              END-IF
              READ ARQ-PONTOS NEXT RECORD
           END-PERFORM

           PERFORM VARYING WRK-K FROM 1 BY 1
              UNTIL WRK-K GREATER THAN WRK-EXP-QTD
              MOVE WRK-EXP-CLIENTE(WRK-K) TO WRK-CLIENTE
              MOVE 'E'                    TO WRK-TIPO
              MOVE WRK-EXP-PONTOS(WRK-K)  TO WRK-PONTOS
              MOVE SPACES                 TO WRK-REFERENCIA
              STRING 'VENCTO LOTE ' WRK-EXP-LOTE(WRK-K)
                 DELIMITED BY SIZE INTO WRK-REFERENCIA
              PERFORM LANCA-EXPIRACAO
           END-PERFORM

           IF WRK-EXP-ESTOURO EQUAL 'S'
              MOVE SPACES TO REL-PTS-LINHA
              STRING '*** Limite de 500 lotes vencidos por execucao '
                 'atingido - demais no proximo processamento'
                 DELIMITED BY SIZE INTO REL-PTS-LINHA
              WRITE REL-PTS-LINHA
           END-IF.
      *-----------------------------------------------------------------
       LANCA-EXPIRACAO                                        SECTION.
      *----------------------------------
           MOVE ZERO TO WRK-PROX-SEQ

           MOVE WRK-CLIENTE TO PTO-CLIENTE
           MOVE ZERO        TO PTO-SEQ
           START ARQ-PONTOS KEY IS NOT LESS THAN PTO-KEY

           IF ARQ-PONTOS-FS EQUAL ZERO
              READ ARQ-PONTOS NEXT RECORD
              PERFORM UNTIL ARQ-PONTOS-FS NOT EQUAL ZERO
                         OR PTO-CLIENTE NOT EQUAL WRK-CLIENTE
                 MOVE PTO-SEQ TO WRK-PROX-SEQ
                 READ ARQ-PONTOS NEXT RECORD
              END-PERFORM
           END-IF

           ADD 1 TO WRK-PROX-SEQ

           MOVE WRK-CLIENTE    TO PTO-CLIENTE
           MOVE WRK-PROX-SEQ   TO PTO-SEQ
           MOVE 'E'            TO PTO-TIPO
           MOVE WRK-HOJE       TO PTO-DATA
           MOVE WRK-COMP-NUM   TO PTO-COMPETENCIA
           MOVE WRK-PONTOS     TO PTO-PONTOS
           MOVE ZERO           TO PTO-SALDO-LOTE
           MOVE ZERO           TO PTO-DATA-EXPIRA
           MOVE WRK-REFERENCIA TO PTO-REFERENCIA
           MOVE ZERO           TO PTO-VALOR-CREDITO
           MOVE 'BATCH'        TO PTO-OPERADOR

           WRITE PTO-REGISTRO

           IF ARQ-PONTOS-FS EQUAL ZERO
              ADD 1 TO WRK-TOT-LANCAMENTOS
              ADD WRK-PONTOS TO WRK-TOT-EXPIRADOS
           END-IF

           MOVE SPACES TO REL-PTS-LINHA
           STRING PTO-CLIENTE '  ' PTO-TIPO ' ' PTO-PONTOS ' '
              PTO-REFERENCIA ' EXPIRADO'
              DELIMITED BY SIZE INTO REL-PTS-LINHA
           WRITE REL-PTS-LINHA.
      *-----------------------------------------------------------------
       EMITE-EXTRATOS                                         SECTION.
      *----------------------------------
           OPEN OUTPUT REL-EXT
           OPEN INPUT ARQCRM

           MOVE SPACES TO REL-EXT-LINHA
           STRING 'CRM - EXTRATO MENSAL DE PONTOS - COMPETENCIA '
              WRK-COMP-MES '/' WRK-COMP-ANO
              DELIMITED BY SIZE INTO REL-EXT-LINHA
           WRITE REL-EXT-LINHA

           MOVE ALL '=' TO REL-EXT-LINHA
           WRITE REL-EXT-LINHA

           MOVE SPACES TO WRK-EXT-CLIENTE

           MOVE LOW-VALUES TO PTO-KEY
           START ARQ-PONTOS KEY IS NOT LESS THAN PTO-KEY

           IF ARQ-PONTOS-FS EQUAL ZERO
              READ ARQ-PONTOS NEXT RECORD
           END-IF

           PERFORM UNTIL ARQ-PONTOS-FS NOT EQUAL ZERO
              IF PTO-CLIENTE NOT EQUAL WRK-EXT-CLIENTE
                 IF WRK-EXT-CLIENTE NOT EQUAL SPACES
                    PERFORM FECHA-EXTRATO-CLIENTE
                 END-IF
                 MOVE PTO-CLIENTE TO WRK-EXT-CLIENTE
                 MOVE ZERO TO WRK-EXT-GANHOS
                 MOVE ZERO TO WRK-EXT-RESGATES
                 MOVE ZERO TO WRK-EXT-EXPIRADOS
                 MOVE ZERO TO WRK-EXT-SALDO
                 MOVE ZERO TO WRK-EXT-PROX-EXPIRA
                 MOVE ZERO TO WRK-EXT-A-EXPIRAR
              END-IF
              PERFORM ACUMULA-EXTRATO
              READ ARQ-PONTOS NEXT RECORD
           END-PERFORM

           IF WRK-EXT-CLIENTE NOT EQUAL SPACES
              PERFORM FECHA-EXTRATO-CLIENTE
           END-IF

           MOVE SPACES TO REL-EXT-LINHA
           STRING 'Extratos emitidos : ' WRK-TOT-EXTRATOS
              '  Suprimidos sem consentimento: ' WRK-TOT-SUPRIMIDOS
              DELIMITED BY SIZE INTO REL-EXT-LINHA
           WRITE REL-EXT-LINHA

           IF ARQCRM-FS NOT EQUAL 35
              CLOSE ARQCRM
           END-IF
           CLOSE REL-EXT.
      *-----------------------------------------------------------------
       ACUMULA-EXTRATO                                        SECTION.
      *----------------------------------
           IF PTO-COMPETENCIA EQUAL WRK-COMP-NUM
              EVALUATE TRUE
                 WHEN PTO-LOTE-GANHO
                    ADD PTO-PONTOS TO WRK-EXT-GANHOS
                 WHEN PTO-RESGATE
                    ADD PTO-PONTOS TO WRK-EXT-RESGATES
                 WHEN PTO-EXPIRACAO
                    ADD PTO-PONTOS TO WRK-EXT-EXPIRADOS
              END-EVALUATE
           END-IF

           IF PTO-LOTE-GANHO
              AND PTO-SALDO-LOTE GREATER THAN ZERO
              AND PTO-DATA-EXPIRA GREATER THAN WRK-ULT-DIA
              ADD PTO-SALDO-LOTE TO WRK-EXT-SALDO
              EVALUATE TRUE
                 WHEN WRK-EXT-PROX-EXPIRA EQUAL ZERO
                   OR PTO-DATA-EXPIRA(1:6) LESS THAN
                      WRK-EXT-PROX-EXPIRA(1:6)
                    MOVE PTO-DATA-EXPIRA TO WRK-EXT-PROX-EXPIRA
                    MOVE PTO-SALDO-LOTE  TO WRK-EXT-A-EXPIRAR
                 WHEN PTO-DATA-EXPIRA(1:6) EQUAL
                      WRK-EXT-PROX-EXPIRA(1:6)
                    ADD PTO-SALDO-LOTE TO WRK-EXT-A-EXPIRAR
              END-EVALUATE
           END-IF.
      *-----------------------------------------------------------------
       FECHA-EXTRATO-CLIENTE                                  SECTION.
      *----------------------------------
           ADD WRK-EXT-SALDO TO WRK-TOT-SALDO

           IF WRK-EXT-SALDO EQUAL ZERO
              AND WRK-EXT-GANHOS EQUAL ZERO
              AND WRK-EXT-RESGATES EQUAL ZERO
              AND WRK-EXT-EXPIRADOS EQUAL ZERO
              EXIT SECTION
           END-IF

           MOVE WRK-EXT-CLIENTE TO ARQCRM-ID
           READ ARQCRM

           IF ARQCRM-FS NOT EQUAL ZERO
              EXIT SECTION
           END-IF

           IF NOT ARQCRM-ACEITA-MALA
              OR ARQCRM-ENCERRADO
              ADD 1 TO WRK-TOT-SUPRIMIDOS
              EXIT SECTION
           END-IF

           ADD 1 TO WRK-TOT-EXTRATOS

           MOVE SPACES TO REL-EXT-LINHA
           STRING ARQCRM-NOME '  (cliente ' ARQCRM-ID ')'
              DELIMITED BY SIZE INTO REL-EXT-LINHA
           WRITE REL-EXT-LINHA

           MOVE SPACES TO REL-EXT-LINHA
           STRING FUNCTION TRIM(ARQCRM-END-LOGRADOURO) ', '
              FUNCTION TRIM(ARQCRM-END-NUMERO) ' '
              FUNCTION TRIM(ARQCRM-END-COMPLEM)
              DELIMITED BY SIZE INTO REL-EXT-LINHA
           WRITE REL-EXT-LINHA

           MOVE SPACES TO REL-EXT-LINHA
           STRING FUNCTION TRIM(ARQCRM-END-CIDADE) '/'
              ARQCRM-END-UF ' CEP ' ARQCRM-END-CEP
              DELIMITED BY SIZE INTO REL-EXT-LINHA
           WRITE REL-EXT-LINHA

           MOVE SPACES TO REL-EXT-LINHA
           WRITE REL-EXT-LINHA

           MOVE SPACES TO REL-EXT-LINHA
           STRING '  Pontos ganhos no mes    : ' WRK-EXT-GANHOS
              DELIMITED BY SIZE INTO REL-EXT-LINHA
           WRITE REL-EXT-LINHA

           MOVE SPACES TO REL-EXT-LINHA
           STRING '  Pontos resgatados no mes: ' WRK-EXT-RESGATES
              DELIMITED BY SIZE INTO REL-EXT-LINHA
           WRITE REL-EXT-LINHA

           MOVE SPACES TO REL-EXT-LINHA
           STRING '  Pontos expirados no mes : ' WRK-EXT-EXPIRADOS
              DELIMITED BY SIZE INTO REL-EXT-LINHA
           WRITE REL-EXT-LINHA

           COMPUTE WRK-EXT-VALOR = WRK-EXT-SALDO * PAR-VALOR-PONTO
           MOVE WRK-EXT-VALOR TO WRK-VALOR-EXIBE

           MOVE SPACES TO REL-EXT-LINHA
           STRING '  Saldo disponivel        : ' WRK-EXT-SALDO
              '  (R$ ' WRK-VALOR-EXIBE ' em desconto)'
              DELIMITED BY SIZE INTO REL-EXT-LINHA
           WRITE REL-EXT-LINHA

           IF WRK-EXT-A-EXPIRAR GREATER THAN ZERO
              MOVE WRK-EXT-PROX-EXPIRA TO WRK-DATA-AUX
              PERFORM FORMATA-DATA
              MOVE SPACES TO REL-EXT-LINHA
              STRING '  Pontos a expirar em ' WRK-DATA-FMT ': '
                 WRK-EXT-A-EXPIRAR
                 DELIMITED BY SIZE INTO REL-EXT-LINHA
              WRITE REL-EXT-LINHA
           END-IF

           MOVE ALL '-' TO REL-EXT-LINHA
           WRITE REL-EXT-LINHA.
      *-----------------------------------------------------------------
       MENSAGENS                                              SECTION.
      *----------------------------------
       GRAVA-ERRO-FATAL.
           MOVE 'PONTUAR' TO WRK-ERR-PROGRAMA
           MOVE 'BATCH' TO WRK-ERR-OPERADOR
           CALL 'GRAVAERRO' USING WRK-ERR-REGISTRO.
      *
       COPY 'CRMK-FSP' REPLACING
            ==FS-PARAGRAFO== BY ==TRADUZ-PONTOS-FS==
            ==FS-CAMPO==      BY ==ARQ-PONTOS-FS==.
      *-----------------------------------------------------------------
       FINALIZAR                                              SECTION.
      *----------------------------------
           COMPUTE WRK-TOT-PASSIVO = WRK-TOT-SALDO * PAR-VALOR-PONTO

           MOVE SPACES TO REL-PTS-LINHA
           WRITE REL-PTS-LINHA

           MOVE SPACES TO REL-PTS-LINHA
           STRING 'Pontos por faturas em dia : ' WRK-TOT-FATURA
              DELIMITED BY SIZE INTO REL-PTS-LINHA
           WRITE REL-PTS-LINHA

           MOVE SPACES TO REL-PTS-LINHA
           STRING 'Pontos por aniversarios   : ' WRK-TOT-ANIVERSARIO
              DELIMITED BY SIZE INTO REL-PTS-LINHA
           WRITE REL-PTS-LINHA

           MOVE SPACES TO REL-PTS-LINHA
           STRING 'Pontos por indicacoes     : ' WRK-TOT-INDICACAO
              DELIMITED BY SIZE INTO REL-PTS-LINHA
           WRITE REL-PTS-LINHA

           MOVE SPACES TO REL-PTS-LINHA
           STRING 'Pontos expirados          : ' WRK-TOT-EXPIRADOS
              DELIMITED BY SIZE INTO REL-PTS-LINHA
           WRITE REL-PTS-LINHA

           MOVE SPACES TO REL-PTS-LINHA
           STRING 'Lancamentos gravados      : ' WRK-TOT-LANCAMENTOS
              '  Ja existentes: ' WRK-TOT-JA-LANCADOS
              DELIMITED BY SIZE INTO REL-PTS-LINHA
           WRITE REL-PTS-LINHA

           MOVE WRK-TOT-PASSIVO TO WRK-VALOR-EXIBE
           MOVE SPACES TO REL-PTS-LINHA
           STRING 'Saldo de pontos em aberto : ' WRK-TOT-SALDO
              '  Passivo R$ ' WRK-VALOR-EXIBE
              DELIMITED BY SIZE INTO REL-PTS-LINHA
           WRITE REL-PTS-LINHA

           CLOSE ARQ-PONTOS
           CLOSE REL-PTS

           MOVE 'PONTOS' TO SAI-TIPO
           MOVE WRK-RELPTS-PATH TO SAI-ARQUIVO
           MOVE 'BATCH' TO SAI-OPERADOR
           MOVE WRK-TOT-LANCAMENTOS TO SAI-REGISTROS
           CALL 'REGSAIDA' USING SAI-REGISTRO

           MOVE 'EXTPONT' TO SAI-TIPO
           MOVE WRK-RELEXT-PATH TO SAI-ARQUIVO
           MOVE 'BATCH' TO SAI-OPERADOR
           MOVE WRK-TOT-EXTRATOS TO SAI-REGISTROS
           CALL 'REGSAIDA' USING SAI-REGISTRO

           DISPLAY 'PONTUAR: competencia ' WRK-COMP-NUM ', '
                   WRK-TOT-LANCAMENTOS ' lancamentos, '
                   WRK-TOT-EXTRATOS ' extratos emitidos'.
      *-----------------------------------------------------------------
       ARQUIVOS                                               SECTION.
      *----------------------------------
       CARREGA-PARAMETROS.
           OPEN INPUT ARQCRM-PAR

           IF ARQCRM-PAR-FS EQUAL ZERO
              MOVE 'P' TO PAR-CHAVE
              READ ARQCRM-PAR
              CLOSE ARQCRM-PAR
           END-IF

           IF PAR-PONTOS-POR-REAL NOT NUMERIC
              MOVE 1 TO PAR-PONTOS-POR-REAL
           END-IF

           IF PAR-PONTOS-ANIVERSARIO NOT NUMERIC
              MOVE 500 TO PAR-PONTOS-ANIVERSARIO
           END-IF

           IF PAR-PONTOS-INDICACAO NOT NUMERIC
              MOVE 1000 TO PAR-PONTOS-INDICACAO
           END-IF

           IF PAR-MESES-VALIDADE-PONTOS NOT NUMERIC
              OR PAR-MESES-VALIDADE-PONTOS EQUAL ZERO
              MOVE 24 TO PAR-MESES-VALIDADE-PONTOS
           END-IF

           IF PAR-VALOR-PONTO NOT NUMERIC
              MOVE 0.01 TO PAR-VALOR-PONTO
           END-IF.
      *-----------------------------------------------------------------
       UTILITARIOS                                            SECTION.
      *----------------------------------
       CALCULA-FIM-MES.
           IF WRK-VAL-MES EQUAL 12
              COMPUTE WRK-DATA-AUX = FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(
                    (WRK-VAL-ANO + 1) * 10000 + 101) - 1)
           ELSE
              COMPUTE WRK-DATA-AUX = FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(
                    WRK-VAL-ANO * 10000 + (WRK-VAL-MES + 1) * 100
                    + 1) - 1)
           END-IF.
      *
       FORMATA-DATA.
           MOVE WRK-DATA-AUX(7:2) TO WRK-DATA-FMT-DD
           MOVE WRK-DATA-AUX(5:2) TO WRK-DATA-FMT-MM
           MOVE WRK-DATA-AUX(1:4) TO WRK-DATA-FMT-AAAA.
      *------------------------ FIM DO ARQUIVO -------------------------
