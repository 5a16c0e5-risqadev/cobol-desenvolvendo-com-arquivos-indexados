      *=================================================================
       IDENTIFICATION                                         DIVISION.
       PROGRAM-ID. EXTCTB.
      *=================================================================
       ENVIRONMENT                                            DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT                                           SECTION.
      *----------------------------------
       FILE-CONTROL.
           SELECT ARQ-FATURA  ASSIGN TO './files/FATURA.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS ARQ-FATURA-FS
              RECORD KEY IS FAT-KEY.

           SELECT ARQ-FATHIST  ASSIGN TO './files/FATHIST.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS ARQ-FATHIST-FS
              RECORD KEY IS FCH-KEY.

           SELECT ARQ-PAGTOS  ASSIGN TO './files/PAGTOS.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS ARQ-PAGTOS-FS
              RECORD KEY IS PGT-KEY.

           SELECT ARQ-NOTACRED  ASSIGN TO './files/NOTACRED.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS ARQ-NOTACRED-FS
              RECORD KEY IS NCR-KEY.

           SELECT ARQ-CTBCTL  ASSIGN TO './files/CTBCTL.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS ARQ-CTBCTL-FS
              RECORD KEY IS CTB-CHAVE.

           SELECT ARQ-EXT  ASSIGN TO './files/EXTCTB.TXT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ARQ-EXT-FS.

           SELECT REL-CTB  ASSIGN TO './files/EXTCTB.LST'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REL-CTB-FS.
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
       FD  ARQ-CTBCTL.
       COPY 'CRMK-CTB'.
      *
       FD  ARQ-EXT.
       01  ARQ-EXT-LINHA        PIC X(132).
      *
       FD  REL-CTB.
       01  REL-CTB-LINHA        PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE                                        SECTION.
      *----------------------------------
       COPY 'CRMK-ERR'.
       01  ARQ-FATURA-FS        PIC 9(02)   VALUE ZERO.
       01  ARQ-FATHIST-FS       PIC 9(02)   VALUE ZERO.
       01  ARQ-PAGTOS-FS        PIC 9(02)   VALUE ZERO.
       01  ARQ-NOTACRED-FS      PIC 9(02)   VALUE ZERO.
       01  ARQ-CTBCTL-FS        PIC 9(02)   VALUE ZERO.
       01  ARQ-EXT-FS           PIC 9(02)   VALUE ZERO.
       01  REL-CTB-FS           PIC 9(02)   VALUE ZERO.
       01  WRK-PARM             PIC X(20)   VALUE SPACES.
       01  WRK-HOJE             PIC 9(08)   VALUE ZERO.
       01  WRK-DATA-MOVTO       PIC 9(08)   VALUE ZERO.
       01  WRK-REPROCESSA       PIC X(01)   VALUE 'N'.
       01  WRK-CONFERE-SALDO    PIC X(01)   VALUE 'N'.
       01  WRK-PRIMEIRA         PIC X(01)   VALUE 'N'.
       01  WRK-VALOR-CANC       PIC 9(07)V99 VALUE ZERO.
       01  WRK-PRINCIPAL        PIC 9(07)V99 VALUE ZERO.
       01  WRK-SALDO-ANTERIOR   PIC 9(09)V99 VALUE ZERO.
       01  WRK-SALDO-FATURA     PIC 9(09)V99 VALUE ZERO.
       01  WRK-SALDO-ESPERADO   PIC S9(09)V99 VALUE ZERO.
       01  WRK-DIFERENCA        PIC S9(09)V99 VALUE ZERO.
       01  WRK-VALOR-EXIBE      PIC ZZZZZZZZ9.99 VALUE ZERO.
       01  WRK-SINAL-EXIBE      PIC -ZZZZZZZZ9.99 VALUE ZERO.
       01  WRK-LCT.
           05 WRK-LCT-TIPO      PIC X(01)   VALUE 'D'.
           05 WRK-LCT-DATA      PIC 9(08)   VALUE ZERO.
           05 WRK-LCT-NUMERO    PIC 9(06)   VALUE ZERO.
           05 WRK-LCT-DC        PIC X(01)   VALUE SPACE.
           05 WRK-LCT-CONTA     PIC X(12)   VALUE SPACES.
           05 WRK-LCT-VALOR     PIC 9(09)V99 VALUE ZERO.
           05 WRK-LCT-CLIENTE   PIC X(06)   VALUE SPACES.
           05 WRK-LCT-COMPET    PIC 9(06)   VALUE ZERO.
           05 WRK-LCT-ORIGEM    PIC X(03)   VALUE SPACES.
           05 WRK-LCT-HISTORICO PIC X(30)   VALUE SPACES.
       01  WRK-TOT-LINHAS       PIC 9(06)   VALUE ZERO.
       01  WRK-TOT-DEBITOS      PIC 9(11)V99 VALUE ZERO.
       01  WRK-TOT-CREDITOS     PIC 9(11)V99 VALUE ZERO.
       01  WRK-CLI-DEBITOS      PIC 9(11)V99 VALUE ZERO.
       01  WRK-CLI-CREDITOS     PIC 9(11)V99 VALUE ZERO.
       01  WRK-QTD-EMISSOES     PIC 9(05)   VALUE ZERO.
       01  WRK-VLR-EMISSOES     PIC 9(09)V99 VALUE ZERO.
       01  WRK-QTD-CANCELADAS   PIC 9(05)   VALUE ZERO.
       01  WRK-VLR-CANCELADAS   PIC 9(09)V99 VALUE ZERO.
       01  WRK-QTD-RECEBIDOS    PIC 9(05)   VALUE ZERO.
       01  WRK-VLR-RECEBIDOS    PIC 9(09)V99 VALUE ZERO.
       01  WRK-QTD-CRED-USADO   PIC 9(05)   VALUE ZERO.
       01  WRK-VLR-CRED-USADO   PIC 9(09)V99 VALUE ZERO.
       01  WRK-QTD-NOTAS        PIC 9(05)   VALUE ZERO.
       01  WRK-VLR-NOTAS        PIC 9(09)V99 VALUE ZERO.
       01  WRK-QTD-PARCELAS     PIC 9(05)   VALUE ZERO.
       01  WRK-VLR-PARCELAS     PIC 9(09)V99 VALUE ZERO.
       01  WRK-QTD-RENEGOCIADAS PIC 9(05)   VALUE ZERO.
       01  WRK-VLR-RENEGOCIADAS PIC 9(09)V99 VALUE ZERO.
       01  WRK-QTD-REATIVADAS   PIC 9(05)   VALUE ZERO.
       01  WRK-VLR-REATIVADAS   PIC 9(09)V99 VALUE ZERO.
      *=================================================================
       PROCEDURE                                              DIVISION.
      *-----------------------------------------------------------------
       PRINCIPAL                                              SECTION.
      *----------------------------------
           PERFORM INICIAR
           PERFORM PROCESSA-FATURAS
           PERFORM PROCESSA-HISTORICO
           PERFORM PROCESSA-PAGAMENTOS
           PERFORM PROCESSA-NOTAS
           PERFORM FINALIZAR
           GOBACK.
      *-----------------------------------------------------------------
       INICIAR                                                SECTION.
      *----------------------------------
           MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-HOJE

           ACCEPT WRK-PARM FROM COMMAND-LINE
           MOVE FUNCTION UPPER-CASE(WRK-PARM) TO WRK-PARM

           IF WRK-PARM(1:8) EQUAL SPACES
              MOVE WRK-HOJE TO WRK-DATA-MOVTO
           ELSE
              MOVE WRK-PARM(1:8) TO WRK-DATA-MOVTO
           END-IF

           IF WRK-PARM(10:6) EQUAL 'REPROC'
              MOVE 'S' TO WRK-REPROCESSA
           END-IF

           PERFORM ABRE-ARQUIVO-CTBCTL

           MOVE 'C' TO CTB-CHAVE
           READ ARQ-CTBCTL

           IF ARQ-CTBCTL-FS EQUAL 23
              PERFORM CONTAS-PADRAO
              WRITE CTB-REGISTRO
              MOVE ZERO TO ARQ-CTBCTL-FS
           END-IF

           IF CTB-ULT-DATA EQUAL WRK-DATA-MOVTO
              AND WRK-REPROCESSA NOT EQUAL 'S'
              DISPLAY 'EXTCTB: extracao de ' WRK-DATA-MOVTO
                      ' ja gerada (seq ' CTB-ULT-SEQ
                      '). Use REPROC para reprocessar.'
              CLOSE ARQ-CTBCTL
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN INPUT ARQ-FATURA

           IF ARQ-FATURA-FS NOT EQUAL ZERO
              MOVE 'ABRE FATURA' TO WRK-ERR-SECAO
              MOVE ARQ-FATURA-FS TO WRK-ERR-FS
              PERFORM GRAVA-ERRO-FATAL
              DISPLAY 'EXTCTB: ERRO ABERTURA FATURA.DAT - FS: '
                      ARQ-FATURA-FS
              CLOSE ARQ-CTBCTL
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM DEFINE-SALDO-ANTERIOR

           OPEN OUTPUT ARQ-EXT
           OPEN OUTPUT REL-CTB

           IF WRK-REPROCESSA NOT EQUAL 'S'
              ADD 1 TO CTB-ULT-SEQ
           END-IF

           MOVE SPACES TO ARQ-EXT-LINHA
           STRING 'H' WRK-DATA-MOVTO CTB-ULT-SEQ
              DELIMITED BY SIZE INTO ARQ-EXT-LINHA
           WRITE ARQ-EXT-LINHA

           MOVE WRK-DATA-MOVTO TO WRK-LCT-DATA.
      *-----------------------------------------------------------------
       DEFINE-SALDO-ANTERIOR                                  SECTION.
      *----------------------------------
           MOVE 'N' TO WRK-PRIMEIRA

           IF CTB-ULT-DATA EQUAL ZERO
              MOVE 'S'  TO WRK-PRIMEIRA
              MOVE ZERO TO WRK-SALDO-ANTERIOR
           ELSE
              IF CTB-ULT-DATA EQUAL WRK-DATA-MOVTO
                 MOVE CTB-SALDO-ANT TO WRK-SALDO-ANTERIOR
              ELSE
                 MOVE CTB-SALDO-ULT TO WRK-SALDO-ANTERIOR
              END-IF
           END-IF

           IF WRK-DATA-MOVTO EQUAL WRK-HOJE
              AND WRK-PRIMEIRA NOT EQUAL 'S'
              MOVE 'S' TO WRK-CONFERE-SALDO
           ELSE
              MOVE 'N' TO WRK-CONFERE-SALDO
           END-IF.
      *-----------------------------------------------------------------
       PROCESSA-FATURAS                                       SECTION.
      *----------------------------------
           READ ARQ-FATURA NEXT RECORD

           PERFORM UNTIL ARQ-FATURA-FS NOT EQUAL ZERO
              ADD FAT-SALDO TO WRK-SALDO-FATURA

              IF FAT-DATA-EMISSAO EQUAL WRK-DATA-MOVTO
                 MOVE FAT-CLIENTE     TO WRK-LCT-CLIENTE
                 MOVE FAT-COMPETENCIA TO WRK-LCT-COMPET
                 MOVE FAT-VALOR       TO WRK-LCT-VALOR
                 IF FAT-PARCELA GREATER THAN ZERO
                    PERFORM LANCA-PARCELA-ACORDO
                 ELSE
                    PERFORM LANCA-EMISSAO
                 END-IF
              END-IF

              IF FAT-DATA-RENEG EQUAL WRK-DATA-MOVTO
                 MOVE FAT-CLIENTE     TO WRK-LCT-CLIENTE
                 MOVE FAT-COMPETENCIA TO WRK-LCT-COMPET
                 MOVE FAT-SALDO-RENEG TO WRK-LCT-VALOR
                 PERFORM LANCA-RENEGOCIACAO
              END-IF

              IF FAT-DATA-REATIV EQUAL WRK-DATA-MOVTO
                 MOVE FAT-CLIENTE      TO WRK-LCT-CLIENTE
                 MOVE FAT-COMPETENCIA  TO WRK-LCT-COMPET
                 MOVE FAT-SALDO-REATIV TO WRK-LCT-VALOR
                 PERFORM LANCA-REATIVACAO
              END-IF

              IF FAT-FATURA-CANCELADA
                 AND FAT-DATA-CANC EQUAL WRK-DATA-MOVTO
                 MOVE FAT-CLIENTE     TO WRK-LCT-CLIENTE
                 MOVE FAT-COMPETENCIA TO WRK-LCT-COMPET
                 MOVE ZERO            TO WRK-VALOR-CANC
                 IF FAT-VALOR GREATER THAN
                    FAT-VALOR-CREDITADO + FAT-VALOR-PAGO
                    COMPUTE WRK-VALOR-CANC =
                       FAT-VALOR - FAT-VALOR-CREDITADO - FAT-VALOR-PAGO
                 END-IF
                 PERFORM LANCA-CANCELAMENTO
              END-IF

              READ ARQ-FATURA NEXT RECORD
           END-PERFORM

           CLOSE ARQ-FATURA.
      *-----------------------------------------------------------------
       PROCESSA-HISTORICO                                     SECTION.
      *----------------------------------
           OPEN INPUT ARQ-FATHIST

           IF ARQ-FATHIST-FS NOT EQUAL ZERO
              EXIT SECTION
           END-IF

           READ ARQ-FATHIST NEXT RECORD

           PERFORM UNTIL ARQ-FATHIST-FS NOT EQUAL ZERO
              IF FCH-DATA-EMISSAO EQUAL WRK-DATA-MOVTO
                 MOVE FCH-CLIENTE     TO WRK-LCT-CLIENTE
                 MOVE FCH-COMPETENCIA TO WRK-LCT-COMPET
                 MOVE FCH-VALOR       TO WRK-LCT-VALOR
                 PERFORM LANCA-EMISSAO
              END-IF

              IF FCH-DATA-CANC EQUAL WRK-DATA-MOVTO
                 MOVE FCH-CLIENTE     TO WRK-LCT-CLIENTE
                 MOVE FCH-COMPETENCIA TO WRK-LCT-COMPET
                 MOVE ZERO            TO WRK-VALOR-CANC
                 IF FCH-VALOR GREATER THAN FCH-VALOR-CREDITADO
                    COMPUTE WRK-VALOR-CANC =
                       FCH-VALOR - FCH-VALOR-CREDITADO
                 END-IF
                 PERFORM LANCA-CANCELAMENTO
              END-IF

              READ ARQ-FATHIST NEXT RECORD
           END-PERFORM

           CLOSE ARQ-FATHIST.
      *-----------------------------------------------------------------
       PROCESSA-PAGAMENTOS                                    SECTION.
      *----------------------------------
           OPEN INPUT ARQ-PAGTOS

           IF ARQ-PAGTOS-FS NOT EQUAL ZERO
              EXIT SECTION
           END-IF

           READ ARQ-PAGTOS NEXT RECORD

           PERFORM UNTIL ARQ-PAGTOS-FS NOT EQUAL ZERO
              IF PGT-DATA-REGISTRO EQUAL WRK-DATA-MOVTO
                 MOVE PGT-CLIENTE     TO WRK-LCT-CLIENTE
                 MOVE PGT-COMPETENCIA TO WRK-LCT-COMPET
                 IF PGT-METODO-CREDITO
                    PERFORM LANCA-USO-CREDITO
                 ELSE
                    PERFORM LANCA-RECEBIMENTO
                 END-IF
              END-IF
              READ ARQ-PAGTOS NEXT RECORD
           END-PERFORM

           CLOSE ARQ-PAGTOS.
      *-----------------------------------------------------------------
       PROCESSA-NOTAS                                         SECTION.
      *----------------------------------
           OPEN INPUT ARQ-NOTACRED

           IF ARQ-NOTACRED-FS NOT EQUAL ZERO
              EXIT SECTION
           END-IF

           READ ARQ-NOTACRED NEXT RECORD

           PERFORM UNTIL ARQ-NOTACRED-FS NOT EQUAL ZERO
              IF NCR-DATA EQUAL WRK-DATA-MOVTO
                 MOVE NCR-CLIENTE     TO WRK-LCT-CLIENTE
                 MOVE NCR-COMPETENCIA TO WRK-LCT-COMPET
                 PERFORM LANCA-NOTA-CREDITO
              END-IF
              READ ARQ-NOTACRED NEXT RECORD
           END-PERFORM

           CLOSE ARQ-NOTACRED.
      *-----------------------------------------------------------------
       LANCA-EMISSAO                                          SECTION.
      *----------------------------------
           ADD 1 TO WRK-QTD-EMISSOES
           ADD WRK-LCT-VALOR TO WRK-VLR-EMISSOES
           ADD 1 TO WRK-LCT-NUMERO

           MOVE 'EMI'                  TO WRK-LCT-ORIGEM
           MOVE 'EMISSAO DE FATURA'    TO WRK-LCT-HISTORICO

           MOVE 'D'                    TO WRK-LCT-DC
           MOVE CTB-CONTA-CLIENTES     TO WRK-LCT-CONTA
           PERFORM GRAVA-PARTIDA

           MOVE 'C'                    TO WRK-LCT-DC
           MOVE CTB-CONTA-RECEITA      TO WRK-LCT-CONTA
           PERFORM GRAVA-PARTIDA.
      *-----------------------------------------------------------------
       LANCA-CANCELAMENTO                                     SECTION.
      *----------------------------------
           ADD 1 TO WRK-QTD-CANCELADAS
           ADD WRK-VALOR-CANC TO WRK-VLR-CANCELADAS
           ADD 1 TO WRK-LCT-NUMERO

           MOVE 'CAN'                  TO WRK-LCT-ORIGEM
           MOVE 'CANCELAMENTO DE FATURA' TO WRK-LCT-HISTORICO
           MOVE WRK-VALOR-CANC         TO WRK-LCT-VALOR

           MOVE 'D'                    TO WRK-LCT-DC
           MOVE CTB-CONTA-RECEITA      TO WRK-LCT-CONTA
           PERFORM GRAVA-PARTIDA

           MOVE 'C'                    TO WRK-LCT-DC
           MOVE CTB-CONTA-CLIENTES     TO WRK-LCT-CONTA
           PERFORM GRAVA-PARTIDA.
      *-----------------------------------------------------------------
       LANCA-PARCELA-ACORDO                                   SECTION.
      *----------------------------------
           ADD 1 TO WRK-QTD-PARCELAS
           ADD WRK-LCT-VALOR TO WRK-VLR-PARCELAS
           ADD 1 TO WRK-LCT-NUMERO

           MOVE 'ACD'                  TO WRK-LCT-ORIGEM
           MOVE 'PARCELA DE ACORDO'    TO WRK-LCT-HISTORICO

           MOVE 'D'                    TO WRK-LCT-DC
           MOVE CTB-CONTA-CLIENTES     TO WRK-LCT-CONTA
           PERFORM GRAVA-PARTIDA

           MOVE 'C'                    TO WRK-LCT-DC
           MOVE CTB-CONTA-RECEITA      TO WRK-LCT-CONTA
           PERFORM GRAVA-PARTIDA.
      *-----------------------------------------------------------------
       LANCA-RENEGOCIACAO                                     SECTION.
      *----------------------------------
           ADD 1 TO WRK-QTD-RENEGOCIADAS
           ADD WRK-LCT-VALOR TO WRK-VLR-RENEGOCIADAS
           ADD 1 TO WRK-LCT-NUMERO

           MOVE 'RNG'                  TO WRK-LCT-ORIGEM
           MOVE 'FATURA RENEGOCIADA EM ACORDO' TO WRK-LCT-HISTORICO

           MOVE 'D'                    TO WRK-LCT-DC
           MOVE CTB-CONTA-RECEITA      TO WRK-LCT-CONTA
           PERFORM GRAVA-PARTIDA

           MOVE 'C'                    TO WRK-LCT-DC
           MOVE CTB-CONTA-CLIENTES     TO WRK-LCT-CONTA
           PERFORM GRAVA-PARTIDA.
      *-----------------------------------------------------------------
       LANCA-REATIVACAO                                       SECTION.
      *----------------------------------
           ADD 1 TO WRK-QTD-REATIVADAS
           ADD WRK-LCT-VALOR TO WRK-VLR-REATIVADAS
           ADD 1 TO WRK-LCT-NUMERO

           MOVE 'RAT'                  TO WRK-LCT-ORIGEM
           MOVE 'REATIVACAO - ACORDO ROMPIDO' TO WRK-LCT-HISTORICO

           MOVE 'D'                    TO WRK-LCT-DC
           MOVE CTB-CONTA-CLIENTES     TO WRK-LCT-CONTA
           PERFORM GRAVA-PARTIDA

           MOVE 'C'                    TO WRK-LCT-DC
           MOVE CTB-CONTA-RECEITA      TO WRK-LCT-CONTA
           PERFORM GRAVA-PARTIDA.
      *-----------------------------------------------------------------
       LANCA-RECEBIMENTO                                      SECTION.
      *----------------------------------
           ADD 1 TO WRK-QTD-RECEBIDOS
           ADD PGT-VALOR TO WRK-VLR-RECEBIDOS
           ADD 1 TO WRK-LCT-NUMERO

           COMPUTE WRK-PRINCIPAL =
              PGT-VALOR - PGT-VALOR-ENCARGOS - PGT-VALOR-CREDITO

           MOVE 'REC'                  TO WRK-LCT-ORIGEM
           MOVE 'RECEBIMENTO DE FATURA' TO WRK-LCT-HISTORICO

           MOVE 'D'                    TO WRK-LCT-DC
           MOVE CTB-CONTA-CAIXA        TO WRK-LCT-CONTA
           MOVE PGT-VALOR              TO WRK-LCT-VALOR
           PERFORM GRAVA-PARTIDA

           MOVE 'C'                    TO WRK-LCT-DC
           MOVE CTB-CONTA-CLIENTES     TO WRK-LCT-CONTA
           MOVE WRK-PRINCIPAL          TO WRK-LCT-VALOR
           PERFORM GRAVA-PARTIDA

           MOVE CTB-CONTA-ENCARGOS     TO WRK-LCT-CONTA
           MOVE PGT-VALOR-ENCARGOS     TO WRK-LCT-VALOR
           PERFORM GRAVA-PARTIDA

           MOVE CTB-CONTA-CREDITO      TO WRK-LCT-CONTA
           MOVE PGT-VALOR-CREDITO      TO WRK-LCT-VALOR
           PERFORM GRAVA-PARTIDA.
      *-----------------------------------------------------------------
       LANCA-USO-CREDITO                                      SECTION.
      *----------------------------------
           ADD 1 TO WRK-QTD-CRED-USADO
           ADD PGT-VALOR TO WRK-VLR-CRED-USADO
           ADD 1 TO WRK-LCT-NUMERO

           MOVE 'CRU'                  TO WRK-LCT-ORIGEM
           MOVE 'CREDITO DO CLIENTE UTILIZADO' TO WRK-LCT-HISTORICO
           MOVE PGT-VALOR              TO WRK-LCT-VALOR

           MOVE 'D'                    TO WRK-LCT-DC
           MOVE CTB-CONTA-CREDITO      TO WRK-LCT-CONTA
           PERFORM GRAVA-PARTIDA

           MOVE 'C'                    TO WRK-LCT-DC
           MOVE CTB-CONTA-CLIENTES     TO WRK-LCT-CONTA
           PERFORM GRAVA-PARTIDA.
      *-----------------------------------------------------------------
       LANCA-NOTA-CREDITO                                     SECTION.
      *----------------------------------
           ADD 1 TO WRK-QTD-NOTAS
           ADD NCR-VALOR TO WRK-VLR-NOTAS
           ADD 1 TO WRK-LCT-NUMERO

           MOVE 'NCR'                  TO WRK-LCT-ORIGEM
           MOVE 'NOTA DE CREDITO'      TO WRK-LCT-HISTORICO

           MOVE 'D'                    TO WRK-LCT-DC
           MOVE CTB-CONTA-DEVOLUCAO    TO WRK-LCT-CONTA
           MOVE NCR-VALOR              TO WRK-LCT-VALOR
           PERFORM GRAVA-PARTIDA

           MOVE 'C'                    TO WRK-LCT-DC
           MOVE CTB-CONTA-CLIENTES     TO WRK-LCT-CONTA
           MOVE NCR-VALOR-ABATIDO      TO WRK-LCT-VALOR
           PERFORM GRAVA-PARTIDA

           MOVE CTB-CONTA-CREDITO      TO WRK-LCT-CONTA
           MOVE NCR-VALOR-CREDITO      TO WRK-LCT-VALOR
           PERFORM GRAVA-PARTIDA.
      *-----------------------------------------------------------------
       GRAVA-PARTIDA                                          SECTION.
      *----------------------------------
           IF WRK-LCT-VALOR EQUAL ZERO
              EXIT SECTION
           END-IF

           IF WRK-LCT-DC EQUAL 'D'
              ADD WRK-LCT-VALOR TO WRK-TOT-DEBITOS
              IF WRK-LCT-CONTA EQUAL CTB-CONTA-CLIENTES
                 ADD WRK-LCT-VALOR TO WRK-CLI-DEBITOS
              END-IF
           ELSE
              ADD WRK-LCT-VALOR TO WRK-TOT-CREDITOS
              IF WRK-LCT-CONTA EQUAL CTB-CONTA-CLIENTES
                 ADD WRK-LCT-VALOR TO WRK-CLI-CREDITOS
              END-IF
           END-IF

           MOVE WRK-LCT TO ARQ-EXT-LINHA
           WRITE ARQ-EXT-LINHA

           ADD 1 TO WRK-TOT-LINHAS.
      *-----------------------------------------------------------------
       EMITE-CONCILIACAO                                      SECTION.
      *----------------------------------
           MOVE 'CRM - CONCILIACAO DA EXTRACAO CONTABIL'
                                                    TO REL-CTB-LINHA
           WRITE REL-CTB-LINHA

           MOVE SPACES TO REL-CTB-LINHA
           STRING 'Data do movimento: ' WRK-DATA-MOVTO
              '  Seq: ' CTB-ULT-SEQ
              DELIMITED BY SIZE INTO REL-CTB-LINHA
           WRITE REL-CTB-LINHA

           MOVE SPACES TO REL-CTB-LINHA
           WRITE REL-CTB-LINHA

           MOVE 'ORIGEM                  QTD          VALOR'
                                                    TO REL-CTB-LINHA
           WRITE REL-CTB-LINHA

           MOVE WRK-VLR-EMISSOES TO WRK-VALOR-EXIBE
           MOVE SPACES TO REL-CTB-LINHA
           STRING 'Faturas emitidas...: ' WRK-QTD-EMISSOES '  '
              WRK-VALOR-EXIBE
              DELIMITED BY SIZE INTO REL-CTB-LINHA
           WRITE REL-CTB-LINHA

           MOVE WRK-VLR-CANCELADAS TO WRK-VALOR-EXIBE
           MOVE SPACES TO REL-CTB-LINHA
           STRING 'Faturas canceladas.: ' WRK-QTD-CANCELADAS '  '
              WRK-VALOR-EXIBE
              DELIMITED BY SIZE INTO REL-CTB-LINHA
           WRITE REL-CTB-LINHA

           MOVE WRK-VLR-RECEBIDOS TO WRK-VALOR-EXIBE
           MOVE SPACES TO REL-CTB-LINHA
           STRING 'Recebimentos.......: ' WRK-QTD-RECEBIDOS '  '
              WRK-VALOR-EXIBE
              DELIMITED BY SIZE INTO REL-CTB-LINHA
           WRITE REL-CTB-LINHA

           MOVE WRK-VLR-CRED-USADO TO WRK-VALOR-EXIBE
           MOVE SPACES TO REL-CTB-LINHA
           STRING 'Credito utilizado..: ' WRK-QTD-CRED-USADO '  '
              WRK-VALOR-EXIBE
              DELIMITED BY SIZE INTO REL-CTB-LINHA
           WRITE REL-CTB-LINHA

           MOVE WRK-VLR-NOTAS TO WRK-VALOR-EXIBE
           MOVE SPACES TO REL-CTB-LINHA
           STRING 'Notas de credito...: ' WRK-QTD-NOTAS '  '
              WRK-VALOR-EXIBE
              DELIMITED BY SIZE INTO REL-CTB-LINHA
           WRITE REL-CTB-LINHA

           MOVE WRK-VLR-PARCELAS TO WRK-VALOR-EXIBE
           MOVE SPACES TO REL-CTB-LINHA
           STRING 'Parcelas de acordo.: ' WRK-QTD-PARCELAS '  '
              WRK-VALOR-EXIBE
              DELIMITED BY SIZE INTO REL-CTB-LINHA
           WRITE REL-CTB-LINHA

           MOVE WRK-VLR-RENEGOCIADAS TO WRK-VALOR-EXIBE
           MOVE SPACES TO REL-CTB-LINHA
           STRING 'Faturas renegociad.: ' WRK-QTD-RENEGOCIADAS '  '
              WRK-VALOR-EXIBE
              DELIMITED BY SIZE INTO REL-CTB-LINHA
           WRITE REL-CTB-LINHA

           MOVE WRK-VLR-REATIVADAS TO WRK-VALOR-EXIBE
           MOVE SPACES TO REL-CTB-LINHA
           STRING 'Faturas reativadas.: ' WRK-QTD-REATIVADAS '  '
              WRK-VALOR-EXIBE
              DELIMITED BY SIZE INTO REL-CTB-LINHA
           WRITE REL-CTB-LINHA

           MOVE SPACES TO REL-CTB-LINHA
           WRITE REL-CTB-LINHA

           MOVE WRK-TOT-DEBITOS TO WRK-VALOR-EXIBE
           MOVE SPACES TO REL-CTB-LINHA
           STRING 'Total de debitos...:        ' WRK-VALOR-EXIBE
              DELIMITED BY SIZE INTO REL-CTB-LINHA
           WRITE REL-CTB-LINHA

           MOVE WRK-TOT-CREDITOS TO WRK-VALOR-EXIBE
           MOVE SPACES TO REL-CTB-LINHA
           STRING 'Total de creditos..:        ' WRK-VALOR-EXIBE
              DELIMITED BY SIZE INTO REL-CTB-LINHA
           WRITE REL-CTB-LINHA

           IF WRK-TOT-DEBITOS EQUAL WRK-TOT-CREDITOS
              MOVE 'Partidas dobradas..: BALANCEADAS' TO REL-CTB-LINHA
           ELSE
              MOVE 'Partidas dobradas..: *** NAO BALANCEADAS ***'
                                                    TO REL-CTB-LINHA
              MOVE 4 TO RETURN-CODE
           END-IF
           WRITE REL-CTB-LINHA

           MOVE SPACES TO REL-CTB-LINHA
           WRITE REL-CTB-LINHA

           MOVE SPACES TO REL-CTB-LINHA
           STRING 'Conta clientes (' CTB-CONTA-CLIENTES
              ') x saldo em aberto de FATURA.DAT'
              DELIMITED BY SIZE INTO REL-CTB-LINHA
           WRITE REL-CTB-LINHA

           IF WRK-PRIMEIRA EQUAL 'S'
              MOVE WRK-SALDO-FATURA TO WRK-VALOR-EXIBE
              MOVE SPACES TO REL-CTB-LINHA
              STRING 'Primeira extracao: saldo inicial registrado '
                 WRK-VALOR-EXIBE
                 DELIMITED BY SIZE INTO REL-CTB-LINHA
              WRITE REL-CTB-LINHA
              EXIT SECTION
           END-IF

           IF WRK-CONFERE-SALDO NOT EQUAL 'S'
              MOVE 'Data anterior a corrente: conferencia de saldo nao
      -            'realizada.'                     TO REL-CTB-LINHA
              WRITE REL-CTB-LINHA
              EXIT SECTION
           END-IF

           COMPUTE WRK-SALDO-ESPERADO = WRK-SALDO-ANTERIOR
              + WRK-CLI-DEBITOS - WRK-CLI-CREDITOS
           COMPUTE WRK-DIFERENCA = WRK-SALDO-FATURA
              - WRK-SALDO-ESPERADO

           MOVE WRK-SALDO-ANTERIOR TO WRK-VALOR-EXIBE
           MOVE SPACES TO REL-CTB-LINHA
           STRING 'Saldo anterior.....:        ' WRK-VALOR-EXIBE
              DELIMITED BY SIZE INTO REL-CTB-LINHA
           WRITE REL-CTB-LINHA

           MOVE WRK-CLI-DEBITOS TO WRK-VALOR-EXIBE
           MOVE SPACES TO REL-CTB-LINHA
           STRING '(+) Debitos........:        ' WRK-VALOR-EXIBE
              DELIMITED BY SIZE INTO REL-CTB-LINHA
           WRITE REL-CTB-LINHA

           MOVE WRK-CLI-CREDITOS TO WRK-VALOR-EXIBE
           MOVE SPACES TO REL-CTB-LINHA
           STRING '(-) Creditos.......:        ' WRK-VALOR-EXIBE
              DELIMITED BY SIZE INTO REL-CTB-LINHA
           WRITE REL-CTB-LINHA

           MOVE WRK-SALDO-ESPERADO TO WRK-SINAL-EXIBE
           MOVE SPACES TO REL-CTB-LINHA
           STRING '(=) Saldo esperado.:       ' WRK-SINAL-EXIBE
              DELIMITED BY SIZE INTO REL-CTB-LINHA
           WRITE REL-CTB-LINHA

           MOVE WRK-SALDO-FATURA TO WRK-VALOR-EXIBE
           MOVE SPACES TO REL-CTB-LINHA
           STRING 'Saldo FATURA.DAT...:        ' WRK-VALOR-EXIBE
              DELIMITED BY SIZE INTO REL-CTB-LINHA
           WRITE REL-CTB-LINHA

           MOVE WRK-DIFERENCA TO WRK-SINAL-EXIBE
           MOVE SPACES TO REL-CTB-LINHA
           STRING 'Diferenca..........:       ' WRK-SINAL-EXIBE
              DELIMITED BY SIZE INTO REL-CTB-LINHA
           WRITE REL-CTB-LINHA

           IF WRK-DIFERENCA EQUAL ZERO
              MOVE 'Extracao CONFERE com a movimentacao de FATURA.DAT'
                                                    TO REL-CTB-LINHA
           ELSE
              MOVE '*** Extracao NAO CONFERE com FATURA.DAT ***'
                                                    TO REL-CTB-LINHA
              MOVE 4 TO RETURN-CODE
           END-IF
           WRITE REL-CTB-LINHA.
      *-----------------------------------------------------------------
       ARQUIVOS                                               SECTION.
      *----------------------------------
       ABRE-ARQUIVO-CTBCTL.
           OPEN I-O ARQ-CTBCTL

           IF ARQ-CTBCTL-FS EQUAL 35
              OPEN OUTPUT ARQ-CTBCTL
              PERFORM CONTAS-PADRAO
              WRITE CTB-REGISTRO
              CLOSE ARQ-CTBCTL
              OPEN I-O ARQ-CTBCTL
           END-IF.
      *
       COPY 'CRMK-CTP'.
      *-----------------------------------------------------------------
       MENSAGENS                                              SECTION.
      *----------------------------------
       GRAVA-ERRO-FATAL.
           MOVE 'EXTCTB' TO WRK-ERR-PROGRAMA
           MOVE 'BATCH' TO WRK-ERR-OPERADOR
           CALL 'GRAVAERRO' USING WRK-ERR-REGISTRO.
      *-----------------------------------------------------------------
       FINALIZAR                                              SECTION.
      *----------------------------------
           MOVE SPACES TO ARQ-EXT-LINHA
           STRING 'T' WRK-TOT-LINHAS WRK-TOT-DEBITOS WRK-TOT-CREDITOS
              DELIMITED BY SIZE INTO ARQ-EXT-LINHA
           WRITE ARQ-EXT-LINHA

           CLOSE ARQ-EXT

           PERFORM EMITE-CONCILIACAO

           CLOSE REL-CTB

           IF WRK-REPROCESSA NOT EQUAL 'S'
              OR CTB-ULT-DATA NOT EQUAL WRK-DATA-MOVTO
              MOVE WRK-SALDO-ANTERIOR TO CTB-SALDO-ANT
           END-IF

           IF WRK-DATA-MOVTO EQUAL WRK-HOJE
              MOVE WRK-SALDO-FATURA TO CTB-SALDO-ULT
           END-IF

           IF WRK-PRIMEIRA EQUAL 'S'
              COMPUTE CTB-SALDO-ANT = WRK-SALDO-FATURA
                 - WRK-CLI-DEBITOS + WRK-CLI-CREDITOS
           END-IF

           MOVE 'C' TO CTB-CHAVE
           MOVE WRK-DATA-MOVTO TO CTB-ULT-DATA
           REWRITE CTB-REGISTRO

           CLOSE ARQ-CTBCTL

           DISPLAY 'EXTCTB: data ' WRK-DATA-MOVTO
                   ' seq ' CTB-ULT-SEQ ' - '
                   WRK-TOT-LINHAS ' partidas, debitos '
                   WRK-TOT-DEBITOS ' creditos ' WRK-TOT-CREDITOS.
      *------------------------ FIM DO ARQUIVO -------------------------
