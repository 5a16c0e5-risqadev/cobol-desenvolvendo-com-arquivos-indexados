      *=================================================================
       IDENTIFICATION                                         DIVISION.
       PROGRAM-ID. EXTRATO.
      *=================================================================
       ENVIRONMENT                                            DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT                                           SECTION.
      *----------------------------------
       FILE-CONTROL.
           SELECT ARQ-FATURA  ASSIGN TO './files/FATURA.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS ARQ-FATURA-FS
              RECORD KEY IS FAT-KEY.

           SELECT ARQ-FATHIST  ASSIGN TO './files/FATHIST.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS ARQ-FATHIST-FS
              RECORD KEY IS FCH-KEY.

           SELECT ARQ-PAGTOS  ASSIGN TO './files/PAGTOS.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS ARQ-PAGTOS-FS
              RECORD KEY IS PGT-KEY.

           SELECT ARQ-NOTACRED  ASSIGN TO './files/NOTACRED.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS ARQ-NOTACRED-FS
              RECORD KEY IS NCR-KEY.

           SELECT REL-EXT  ASSIGN TO WRK-EXT-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REL-EXT-FS.
      *=================================================================
       DATA                                                   DIVISION.
      *-----------------------------------------------------------------
       FILE                                                   SECTION.
      *----------------------------------
       FD  ARQ-FATURA.
       COPY 'CRMK-FAT'.
      *
       FD  ARQ-FATHIST.
       COPY 'CRMK-FCH'.
      *
       FD  ARQ-PAGTOS.
       COPY 'CRMK-PGT'.
      *
       FD  ARQ-NOTACRED.
       COPY 'CRMK-NCR'.
      *
       FD  REL-EXT.
       01  REL-EXT-LINHA        PIC X(132).
      *-----------------------------------------------------------------
       WORKING-STORAGE                                        SECTION.
      *----------------------------------
       01  ARQ-FATURA-FS        PIC 9(02)   VALUE ZERO.
       01  ARQ-FATHIST-FS       PIC 9(02)   VALUE ZERO.
       01  ARQ-PAGTOS-FS        PIC 9(02)   VALUE ZERO.
       01  ARQ-NOTACRED-FS      PIC 9(02)   VALUE ZERO.
       01  REL-EXT-FS           PIC 9(02)   VALUE ZERO.
       01  WRK-EXT-PATH         PIC X(40)   VALUE SPACES.
       01  WRK-HOJE             PIC 9(08)   VALUE ZERO.
       01  WRK-VALOR-CANC       PIC 9(07)V99 VALUE ZERO.
       01  WRK-SALDO            PIC S9(09)V99 VALUE ZERO.
       01  WRK-VALOR-EXIBE      PIC ZZZZZZZZ9.99 VALUE ZERO.
       01  WRK-DEBITO-EXIBE     PIC ZZZZZZZZ9.99 VALUE ZERO.
       01  WRK-CREDITO-EXIBE    PIC ZZZZZZZZ9.99 VALUE ZERO.
       01  WRK-SINAL-EXIBE      PIC -ZZZZZZZZ9.99 VALUE ZERO.
       01  WRK-DATA-AUX         PIC 9(08)   VALUE ZERO.
       01  WRK-DATA-FMT.
           05 WRK-DATA-FMT-DD   PIC 9(02).
           05 FILLER            PIC X(01)   VALUE '/'.
           05 WRK-DATA-FMT-MM   PIC 9(02).
           05 FILLER            PIC X(01)   VALUE '/'.
           05 WRK-DATA-FMT-AAAA PIC 9(04).
       01  WRK-INI-FMT          PIC X(10)   VALUE SPACES.
       01  WRK-FIM-FMT          PIC X(10)   VALUE SPACES.
       01  WRK-K                PIC 9(03)   VALUE ZERO.
       01  WRK-L                PIC 9(03)   VALUE ZERO.
       01  WRK-MOV-QTD          PIC 9(03)   VALUE ZERO.
       01  WRK-MOV-ESTOURO      PIC X(01)   VALUE 'N'.
       01  WRK-MOV-INFORMATIVO  PIC X(01)   VALUE 'N'.
       01  WRK-MOV-TROCA.
           05 WRK-MOV-TROCA-DATA   PIC 9(08).
           05 WRK-MOV-TROCA-ORDEM  PIC 9(01).
           05 WRK-MOV-TROCA-DC     PIC X(01).
           05 WRK-MOV-TROCA-REF    PIC X(12).
           05 WRK-MOV-TROCA-HIST   PIC X(30).
           05 WRK-MOV-TROCA-VALOR  PIC 9(07)V99.
       01  WRK-MOV-TABELA.
           05 WRK-MOV-ENT OCCURS 500 TIMES.
              10 WRK-MOV-DATA      PIC 9(08).
              10 WRK-MOV-ORDEM     PIC 9(01).
              10 WRK-MOV-DC        PIC X(01).
              10 WRK-MOV-REF       PIC X(12).
              10 WRK-MOV-HIST      PIC X(30).
              10 WRK-MOV-VALOR     PIC 9(07)V99.
      *-----------------------------------------------------------------
       LINKAGE                                                SECTION.
      *----------------------------------
       COPY 'CRMK-EXT'.
      *=================================================================
       PROCEDURE                                              DIVISION
           USING EXT-PARAMETRO.
      *-----------------------------------------------------------------
       PRINCIPAL                                              SECTION.
      *----------------------------------
           MOVE ZERO TO EXT-SALDO-INICIAL
           MOVE ZERO TO EXT-TOT-DEBITOS
           MOVE ZERO TO EXT-TOT-CREDITOS
           MOVE ZERO TO EXT-SALDO-FINAL
           MOVE ZERO TO EXT-QTD-MOVTOS
           MOVE ZERO TO EXT-RETORNO

           MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-HOJE

           PERFORM COLETA-MOVIMENTOS

           IF EXT-ERRO-ARQUIVO
              GOBACK
           END-IF

           COMPUTE EXT-SALDO-FINAL = EXT-SALDO-INICIAL
                                   + EXT-TOT-DEBITOS
                                   - EXT-TOT-CREDITOS

           IF EXT-QTD-MOVTOS EQUAL ZERO
              MOVE 4 TO EXT-RETORNO
              IF EXT-OMITE-SEM-MOVTO
                 GOBACK
              END-IF
           END-IF

           PERFORM ORDENA-MOVIMENTOS
           PERFORM EMITE-EXTRATO

           GOBACK.
      *-----------------------------------------------------------------
       COLETA-MOVIMENTOS                                      SECTION.
      *----------------------------------
           MOVE ZERO TO WRK-MOV-QTD
           MOVE 'N'  TO WRK-MOV-ESTOURO
           MOVE 'N'  TO WRK-MOV-INFORMATIVO

           PERFORM COLETA-FATURAS

           IF EXT-ERRO-ARQUIVO
              EXIT SECTION
           END-IF

           PERFORM COLETA-HISTORICO
           PERFORM COLETA-PAGAMENTOS
           PERFORM COLETA-NOTAS.
      *-----------------------------------------------------------------
       COLETA-FATURAS                                         SECTION.
      *----------------------------------
           OPEN INPUT ARQ-FATURA

           IF ARQ-FATURA-FS NOT EQUAL ZERO
              MOVE 8 TO EXT-RETORNO
              EXIT SECTION
           END-IF

           MOVE EXT-CLIENTE TO FAT-CLIENTE
           MOVE ZERO        TO FAT-COMPETENCIA

           START ARQ-FATURA KEY IS NOT LESS THAN FAT-KEY

           IF ARQ-FATURA-FS EQUAL ZERO
              READ ARQ-FATURA NEXT RECORD
              PERFORM UNTIL ARQ-FATURA-FS NOT EQUAL ZERO
                         OR FAT-CLIENTE NOT EQUAL EXT-CLIENTE
                 PERFORM MOVIMENTOS-FATURA
                 READ ARQ-FATURA NEXT RECORD
              END-PERFORM
           END-IF

           CLOSE ARQ-FATURA.
      *-----------------------------------------------------------------
       MOVIMENTOS-FATURA                                      SECTION.
      *----------------------------------
           MOVE SPACES TO WRK-MOV-TROCA-REF
           IF FAT-PARCELA GREATER THAN ZERO
              STRING 'ACD ' FAT-ACORDO '/' FAT-PARCELA
                 DELIMITED BY SIZE INTO WRK-MOV-TROCA-REF
           ELSE
              STRING 'FAT ' FAT-COMPETENCIA
                 DELIMITED BY SIZE INTO WRK-MOV-TROCA-REF
           END-IF

           MOVE FAT-DATA-EMISSAO TO WRK-MOV-TROCA-DATA
           MOVE 1                TO WRK-MOV-TROCA-ORDEM
           MOVE 'D'              TO WRK-MOV-TROCA-DC
           MOVE FAT-VALOR        TO WRK-MOV-TROCA-VALOR
           IF FAT-PARCELA GREATER THAN ZERO
              MOVE 'PARCELA DE ACORDO'     TO WRK-MOV-TROCA-HIST
           ELSE
              MOVE 'EMISSAO DE FATURA'     TO WRK-MOV-TROCA-HIST
           END-IF
           PERFORM REGISTRA-MOVIMENTO

           IF FAT-DATA-RENEG GREATER THAN ZERO
              MOVE FAT-DATA-RENEG  TO WRK-MOV-TROCA-DATA
              MOVE 5               TO WRK-MOV-TROCA-ORDEM
              MOVE 'C'             TO WRK-MOV-TROCA-DC
              MOVE FAT-SALDO-RENEG TO WRK-MOV-TROCA-VALOR
              MOVE 'RENEGOCIADA EM ACORDO' TO WRK-MOV-TROCA-HIST
              PERFORM REGISTRA-MOVIMENTO
           END-IF

           IF FAT-DATA-REATIV GREATER THAN ZERO
              MOVE FAT-DATA-REATIV  TO WRK-MOV-TROCA-DATA
              MOVE 6                TO WRK-MOV-TROCA-ORDEM
              MOVE 'D'              TO WRK-MOV-TROCA-DC
              MOVE FAT-SALDO-REATIV TO WRK-MOV-TROCA-VALOR
              MOVE 'REATIVADA - ACORDO ROMPIDO' TO WRK-MOV-TROCA-HIST
              PERFORM REGISTRA-MOVIMENTO
           END-IF

           IF FAT-FATURA-CANCELADA
              MOVE ZERO TO WRK-VALOR-CANC
              IF FAT-VALOR GREATER THAN
                 FAT-VALOR-CREDITADO + FAT-VALOR-PAGO
                 COMPUTE WRK-VALOR-CANC =
                    FAT-VALOR - FAT-VALOR-CREDITADO - FAT-VALOR-PAGO
              END-IF
              MOVE FAT-DATA-CANC  TO WRK-MOV-TROCA-DATA
              MOVE 5              TO WRK-MOV-TROCA-ORDEM
              MOVE 'C'            TO WRK-MOV-TROCA-DC
              MOVE WRK-VALOR-CANC TO WRK-MOV-TROCA-VALOR
              MOVE 'CANCELAMENTO DE FATURA' TO WRK-MOV-TROCA-HIST
              PERFORM REGISTRA-MOVIMENTO
           END-IF.
      *-----------------------------------------------------------------
       COLETA-HISTORICO                                       SECTION.
      *----------------------------------
           OPEN INPUT ARQ-FATHIST

           IF ARQ-FATHIST-FS NOT EQUAL ZERO
              EXIT SECTION
           END-IF

           MOVE EXT-CLIENTE TO FCH-CLIENTE
           MOVE ZERO        TO FCH-COMPETENCIA
           MOVE ZERO        TO FCH-VERSAO

           START ARQ-FATHIST KEY IS NOT LESS THAN FCH-KEY

           IF ARQ-FATHIST-FS EQUAL ZERO
              READ ARQ-FATHIST NEXT RECORD
              PERFORM UNTIL ARQ-FATHIST-FS NOT EQUAL ZERO
                         OR FCH-CLIENTE NOT EQUAL EXT-CLIENTE
                 PERFORM MOVIMENTOS-HISTORICO
                 READ ARQ-FATHIST NEXT RECORD
              END-PERFORM
           END-IF

           CLOSE ARQ-FATHIST.
      *-----------------------------------------------------------------
       MOVIMENTOS-HISTORICO                                   SECTION.
      *----------------------------------
           MOVE SPACES TO WRK-MOV-TROCA-REF
           STRING 'FAT ' FCH-COMPETENCIA '-' FCH-VERSAO
              DELIMITED BY SIZE INTO WRK-MOV-TROCA-REF

           MOVE FCH-DATA-EMISSAO TO WRK-MOV-TROCA-DATA
           MOVE 1                TO WRK-MOV-TROCA-ORDEM
           MOVE 'D'              TO WRK-MOV-TROCA-DC
           MOVE FCH-VALOR        TO WRK-MOV-TROCA-VALOR
           MOVE 'EMISSAO DE FATURA'        TO WRK-MOV-TROCA-HIST
           PERFORM REGISTRA-MOVIMENTO

           IF FCH-DATA-CANC GREATER THAN ZERO
              MOVE ZERO TO WRK-VALOR-CANC
              IF FCH-VALOR GREATER THAN FCH-VALOR-CREDITADO
                 COMPUTE WRK-VALOR-CANC =
                    FCH-VALOR - FCH-VALOR-CREDITADO
              END-IF
              MOVE FCH-DATA-CANC  TO WRK-MOV-TROCA-DATA
              MOVE 5              TO WRK-MOV-TROCA-ORDEM
              MOVE 'C'            TO WRK-MOV-TROCA-DC
              MOVE WRK-VALOR-CANC TO WRK-MOV-TROCA-VALOR
              MOVE 'CANCELAMENTO P/ REEMISSAO' TO WRK-MOV-TROCA-HIST
              PERFORM REGISTRA-MOVIMENTO
           END-IF.
      *-----------------------------------------------------------------
       COLETA-PAGAMENTOS                                      SECTION.
      *----------------------------------
           OPEN INPUT ARQ-PAGTOS

           IF ARQ-PAGTOS-FS NOT EQUAL ZERO
              EXIT SECTION
           END-IF

           MOVE EXT-CLIENTE TO PGT-CLIENTE
           MOVE ZERO        TO PGT-COMPETENCIA
           MOVE ZERO        TO PGT-SEQ

           START ARQ-PAGTOS KEY IS NOT LESS THAN PGT-KEY

           IF ARQ-PAGTOS-FS EQUAL ZERO
              READ ARQ-PAGTOS NEXT RECORD
              PERFORM UNTIL ARQ-PAGTOS-FS NOT EQUAL ZERO
                         OR PGT-CLIENTE NOT EQUAL EXT-CLIENTE
                 PERFORM MOVIMENTOS-PAGAMENTO
                 READ ARQ-PAGTOS NEXT RECORD
              END-PERFORM
           END-IF

           CLOSE ARQ-PAGTOS.
      *-----------------------------------------------------------------
       MOVIMENTOS-PAGAMENTO                                   SECTION.
      *----------------------------------
           MOVE SPACES TO WRK-MOV-TROCA-REF
           STRING 'FAT ' PGT-COMPETENCIA
              DELIMITED BY SIZE INTO WRK-MOV-TROCA-REF

           IF PGT-DATA GREATER THAN ZERO
              MOVE PGT-DATA          TO WRK-MOV-TROCA-DATA
           ELSE
              MOVE PGT-DATA-REGISTRO TO WRK-MOV-TROCA-DATA
           END-IF

           IF PGT-METODO-CREDITO
              MOVE 4          TO WRK-MOV-TROCA-ORDEM
              MOVE 'I'        TO WRK-MOV-TROCA-DC
              MOVE PGT-VALOR  TO WRK-MOV-TROCA-VALOR
              MOVE 'CREDITO UTILIZADO NA FATURA *' TO WRK-MOV-TROCA-HIST
              PERFORM REGISTRA-MOVIMENTO
              EXIT SECTION
           END-IF

           MOVE 2                  TO WRK-MOV-TROCA-ORDEM
           MOVE 'D'                TO WRK-MOV-TROCA-DC
           MOVE PGT-VALOR-ENCARGOS TO WRK-MOV-TROCA-VALOR
           MOVE 'ENCARGOS POR ATRASO'      TO WRK-MOV-TROCA-HIST
           PERFORM REGISTRA-MOVIMENTO

           MOVE 3                  TO WRK-MOV-TROCA-ORDEM
           MOVE 'C'                TO WRK-MOV-TROCA-DC
           MOVE PGT-VALOR          TO WRK-MOV-TROCA-VALOR
           MOVE 'PAGAMENTO RECEBIDO'       TO WRK-MOV-TROCA-HIST
           PERFORM REGISTRA-MOVIMENTO.
      *-----------------------------------------------------------------
       COLETA-NOTAS                                           SECTION.
      *----------------------------------
           OPEN INPUT ARQ-NOTACRED

           IF ARQ-NOTACRED-FS NOT EQUAL ZERO
              EXIT SECTION
           END-IF

           MOVE EXT-CLIENTE TO NCR-CLIENTE
           MOVE ZERO        TO NCR-COMPETENCIA
           MOVE ZERO        TO NCR-SEQ

           START ARQ-NOTACRED KEY IS NOT LESS THAN NCR-KEY

           IF ARQ-NOTACRED-FS EQUAL ZERO
              READ ARQ-NOTACRED NEXT RECORD
              PERFORM UNTIL ARQ-NOTACRED-FS NOT EQUAL ZERO
                         OR NCR-CLIENTE NOT EQUAL EXT-CLIENTE
                 MOVE SPACES TO WRK-MOV-TROCA-REF
                 STRING 'NC ' NCR-COMPETENCIA '-' NCR-SEQ
                    DELIMITED BY SIZE INTO WRK-MOV-TROCA-REF
                 MOVE NCR-DATA      TO WRK-MOV-TROCA-DATA
                 MOVE 4             TO WRK-MOV-TROCA-ORDEM
                 MOVE 'C'           TO WRK-MOV-TROCA-DC
                 MOVE NCR-VALOR     TO WRK-MOV-TROCA-VALOR
                 MOVE SPACES        TO WRK-MOV-TROCA-HIST
                 STRING 'NOTA DE CREDITO - ' NCR-DESCRICAO
                    DELIMITED BY SIZE INTO WRK-MOV-TROCA-HIST
                 PERFORM REGISTRA-MOVIMENTO
                 READ ARQ-NOTACRED NEXT RECORD
              END-PERFORM
           END-IF

           CLOSE ARQ-NOTACRED.
      *-----------------------------------------------------------------
       REGISTRA-MOVIMENTO                                     SECTION.
      *----------------------------------
           IF WRK-MOV-TROCA-VALOR EQUAL ZERO
              OR WRK-MOV-TROCA-DATA EQUAL ZERO
              OR WRK-MOV-TROCA-DATA GREATER THAN EXT-DATA-FIM
              EXIT SECTION
           END-IF

           IF WRK-MOV-TROCA-DATA LESS THAN EXT-DATA-INI
              EVALUATE WRK-MOV-TROCA-DC
                 WHEN 'D'
                    ADD WRK-MOV-TROCA-VALOR TO EXT-SALDO-INICIAL
                 WHEN 'C'
                    SUBTRACT WRK-MOV-TROCA-VALOR FROM EXT-SALDO-INICIAL
              END-EVALUATE
              EXIT SECTION
           END-IF

           ADD 1 TO EXT-QTD-MOVTOS

           EVALUATE WRK-MOV-TROCA-DC
              WHEN 'D'
                 ADD WRK-MOV-TROCA-VALOR TO EXT-TOT-DEBITOS
              WHEN 'C'
                 ADD WRK-MOV-TROCA-VALOR TO EXT-TOT-CREDITOS
              WHEN OTHER
                 MOVE 'S' TO WRK-MOV-INFORMATIVO
           END-EVALUATE

           IF WRK-MOV-QTD LESS THAN 500
              ADD 1 TO WRK-MOV-QTD
              MOVE WRK-MOV-TROCA TO WRK-MOV-ENT(WRK-MOV-QTD)
           ELSE
              MOVE 'S' TO WRK-MOV-ESTOURO
           END-IF.
      *-----------------------------------------------------------------
       ORDENA-MOVIMENTOS                                      SECTION.
      *----------------------------------
           PERFORM VARYING WRK-K FROM 1 BY 1
              UNTIL WRK-K NOT LESS THAN WRK-MOV-QTD
              PERFORM VARYING WRK-L FROM 1 BY 1
                 UNTIL WRK-L NOT LESS THAN WRK-MOV-QTD
                 IF WRK-MOV-ENT(WRK-L)(1:9) GREATER THAN
                    WRK-MOV-ENT(WRK-L + 1)(1:9)
                    MOVE WRK-MOV-ENT(WRK-L)     TO WRK-MOV-TROCA
                    MOVE WRK-MOV-ENT(WRK-L + 1) TO WRK-MOV-ENT(WRK-L)
                    MOVE WRK-MOV-TROCA TO WRK-MOV-ENT(WRK-L + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.
      *-----------------------------------------------------------------
       EMITE-EXTRATO                                          SECTION.
      *----------------------------------
           MOVE EXT-ARQUIVO TO WRK-EXT-PATH

           IF EXT-MODO-ACRESCENTA
              OPEN EXTEND REL-EXT
           ELSE
              OPEN OUTPUT REL-EXT
           END-IF

           IF REL-EXT-FS NOT EQUAL ZERO
              MOVE 8 TO EXT-RETORNO
              EXIT SECTION
           END-IF

           MOVE EXT-DATA-INI TO WRK-DATA-AUX
           PERFORM FORMATA-DATA
           MOVE WRK-DATA-FMT TO WRK-INI-FMT

           MOVE EXT-DATA-FIM TO WRK-DATA-AUX
           PERFORM FORMATA-DATA
           MOVE WRK-DATA-FMT TO WRK-FIM-FMT

           MOVE WRK-HOJE TO WRK-DATA-AUX
           PERFORM FORMATA-DATA

           MOVE 'CRM - EXTRATO DE CONTA DO CLIENTE' TO REL-EXT-LINHA
           WRITE REL-EXT-LINHA

           MOVE SPACES TO REL-EXT-LINHA
           STRING 'Cliente: ' EXT-CLIENTE ' ' EXT-NOME
              DELIMITED BY SIZE INTO REL-EXT-LINHA
           WRITE REL-EXT-LINHA

           MOVE SPACES TO REL-EXT-LINHA
           STRING 'Periodo: ' WRK-INI-FMT ' a ' WRK-FIM-FMT
              '   Emissao: ' WRK-DATA-FMT
              DELIMITED BY SIZE INTO REL-EXT-LINHA
           WRITE REL-EXT-LINHA

           MOVE SPACES TO REL-EXT-LINHA
           WRITE REL-EXT-LINHA

           MOVE SPACES TO REL-EXT-LINHA
           STRING 'DATA       REFERENCIA   HISTORICO'
              '                            DEBITO'
              '      CREDITO' '         SALDO'
              DELIMITED BY SIZE INTO REL-EXT-LINHA
           WRITE REL-EXT-LINHA

           MOVE ALL '-' TO REL-EXT-LINHA
           WRITE REL-EXT-LINHA

           MOVE EXT-SALDO-INICIAL TO WRK-SALDO
           MOVE WRK-SALDO         TO WRK-SINAL-EXIBE
           MOVE SPACES TO REL-EXT-LINHA
           STRING WRK-INI-FMT ' ' '            ' ' '
              'SALDO ANTERIOR                ' ' '
              '            ' ' ' '            ' ' ' WRK-SINAL-EXIBE
              DELIMITED BY SIZE INTO REL-EXT-LINHA
           WRITE REL-EXT-LINHA

           PERFORM VARYING WRK-K FROM 1 BY 1
              UNTIL WRK-K GREATER THAN WRK-MOV-QTD
              PERFORM ESCREVE-MOVIMENTO
           END-PERFORM

           MOVE ALL '-' TO REL-EXT-LINHA
           WRITE REL-EXT-LINHA

           MOVE EXT-TOT-DEBITOS TO WRK-VALOR-EXIBE
           MOVE SPACES TO REL-EXT-LINHA
           STRING 'Total de debitos....: ' WRK-VALOR-EXIBE
              DELIMITED BY SIZE INTO REL-EXT-LINHA
           WRITE REL-EXT-LINHA

           MOVE EXT-TOT-CREDITOS TO WRK-VALOR-EXIBE
           MOVE SPACES TO REL-EXT-LINHA
           STRING 'Total de creditos...: ' WRK-VALOR-EXIBE
              DELIMITED BY SIZE INTO REL-EXT-LINHA
           WRITE REL-EXT-LINHA

           MOVE EXT-SALDO-FINAL TO WRK-SINAL-EXIBE
           MOVE SPACES TO REL-EXT-LINHA
           STRING 'Saldo em ' WRK-FIM-FMT '..: ' WRK-SINAL-EXIBE
              DELIMITED BY SIZE INTO REL-EXT-LINHA
           WRITE REL-EXT-LINHA

           MOVE '(saldo negativo indica credito a favor do cliente)'
                                                    TO REL-EXT-LINHA
           WRITE REL-EXT-LINHA

           IF WRK-MOV-INFORMATIVO EQUAL 'S'
              MOVE '* credito do cliente aplicado a fatura - sem efeito
      -            ' no saldo'                       TO REL-EXT-LINHA
              WRITE REL-EXT-LINHA
           END-IF

           IF WRK-MOV-ESTOURO EQUAL 'S'
              MOVE SPACES TO REL-EXT-LINHA
              STRING 'Atencao: ' EXT-QTD-MOVTOS ' lancamentos no period
      -            'o - listados apenas os 500 primeiros'
                 DELIMITED BY SIZE INTO REL-EXT-LINHA
              WRITE REL-EXT-LINHA
           END-IF

           MOVE SPACES TO REL-EXT-LINHA
           WRITE REL-EXT-LINHA

           MOVE ALL '=' TO REL-EXT-LINHA
           WRITE REL-EXT-LINHA

           CLOSE REL-EXT.
      *-----------------------------------------------------------------
       ESCREVE-MOVIMENTO                                      SECTION.
      *----------------------------------
           MOVE WRK-MOV-DATA(WRK-K) TO WRK-DATA-AUX
           PERFORM FORMATA-DATA

           MOVE SPACES TO REL-EXT-LINHA

           EVALUATE WRK-MOV-DC(WRK-K)
              WHEN 'D'
                 ADD WRK-MOV-VALOR(WRK-K) TO WRK-SALDO
                 MOVE WRK-MOV-VALOR(WRK-K) TO WRK-DEBITO-EXIBE
                 MOVE WRK-SALDO            TO WRK-SINAL-EXIBE
                 STRING WRK-DATA-FMT ' ' WRK-MOV-REF(WRK-K) ' '
                    WRK-MOV-HIST(WRK-K) ' ' WRK-DEBITO-EXIBE ' '
                    '            ' ' ' WRK-SINAL-EXIBE
                    DELIMITED BY SIZE INTO REL-EXT-LINHA
              WHEN 'C'
                 SUBTRACT WRK-MOV-VALOR(WRK-K) FROM WRK-SALDO
                 MOVE WRK-MOV-VALOR(WRK-K) TO WRK-CREDITO-EXIBE
                 MOVE WRK-SALDO            TO WRK-SINAL-EXIBE
                 STRING WRK-DATA-FMT ' ' WRK-MOV-REF(WRK-K) ' '
                    WRK-MOV-HIST(WRK-K) ' ' '            ' ' '
                    WRK-CREDITO-EXIBE ' ' WRK-SINAL-EXIBE
                    DELIMITED BY SIZE INTO REL-EXT-LINHA
              WHEN OTHER
                 MOVE WRK-MOV-VALOR(WRK-K) TO WRK-VALOR-EXIBE
                 STRING WRK-DATA-FMT ' ' WRK-MOV-REF(WRK-K) ' '
                    WRK-MOV-HIST(WRK-K) ' ' '            ' ' '
                    '            ' ' ' '             ' ' '
                    WRK-VALOR-EXIBE
                    DELIMITED BY SIZE INTO REL-EXT-LINHA
           END-EVALUATE

           WRITE REL-EXT-LINHA.
      *-----------------------------------------------------------------
       UTILITARIOS                                            SECTION.
      *----------------------------------
       FORMATA-DATA.
           MOVE WRK-DATA-AUX(7:2) TO WRK-DATA-FMT-DD
           MOVE WRK-DATA-AUX(5:2) TO WRK-DATA-FMT-MM
           MOVE WRK-DATA-AUX(1:4) TO WRK-DATA-FMT-AAAA.
      *------------------------ FIM DO ARQUIVO -------------------------
