      *=================================================================
       IDENTIFICATION                                         DIVISION.
       PROGRAM-ID. MRRMOV.
      *=================================================================
       ENVIRONMENT                                            DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT                                           SECTION.
      *----------------------------------
       FILE-CONTROL.
           SELECT ARQ-CONTRATO  ASSIGN TO './files/CONTRATO.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS ARQ-CONTRATO-FS
              RECORD KEY IS CTR-NUMERO
              ALTERNATE RECORD KEY IS CTR-CLIENTE
                 WITH DUPLICATES.

           SELECT ARQ-ADITIVO  ASSIGN TO './files/ADITIVO.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS ARQ-ADITIVO-FS
              RECORD KEY IS HAD-KEY.

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

           SELECT ARQCRM-DOM  ASSIGN TO './files/DOMINIO.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS ARQCRM-DOM-FS
              RECORD KEY IS DOM-KEY.

           SELECT ARQ-ESTAT  ASSIGN TO './files/ESTATMES.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS ARQ-ESTAT-FS
              RECORD KEY IS EST-COMPETENCIA.

           SELECT REL-MRR  ASSIGN TO WRK-MRR-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REL-MRR-FS.
      *=================================================================
       DATA                                                   DIVISION.
      *-----------------------------------------------------------------
       FILE                                                   SECTION.
      *----------------------------------
       FD  ARQ-CONTRATO.
       COPY 'CRMK-CTR'.
      *
       FD  ARQ-ADITIVO.
       COPY 'CRMK-ADT' REPLACING LEADING ==ADT== BY ==HAD==.
      *
       FD  ARQCRM.
       COPY 'CRMK-000'.
      *
       FD  ARQCRM-DOM.
       COPY 'CRMK-DOM'.
      *
       FD  ARQ-ESTAT.
       COPY 'CRMK-EST'.
      *
       FD  REL-MRR.
       01  REL-MRR-LINHA        PIC X(132).
      *-----------------------------------------------------------------
       WORKING-STORAGE                                        SECTION.
      *----------------------------------
       COPY 'CRMK-ERR'.
       COPY 'CRMK-SAI'.
       COPY 'CRMK-DTF'.
       01  ARQ-CONTRATO-FS      PIC 9(02)   VALUE ZERO.
       01  ARQ-ADITIVO-FS       PIC 9(02)   VALUE ZERO.
       01  ARQCRM-FS            PIC 9(02)   VALUE ZERO.
       01  ARQCRM-DOM-FS        PIC 9(02)   VALUE ZERO.
       01  ARQ-ESTAT-FS         PIC 9(02)   VALUE ZERO.
       01  REL-MRR-FS           PIC 9(02)   VALUE ZERO.
       01  WRK-MRR-PATH         PIC X(40)   VALUE SPACES.
       01  WRK-PARM             PIC X(20)   VALUE SPACES.
       01  WRK-HOJE             PIC 9(08)   VALUE ZERO.
       01  WRK-COMPET           PIC 9(06)   VALUE ZERO.
       01  WRK-COMPET-CORRENTE  PIC 9(06)   VALUE ZERO.
       01  WRK-COMPET-ANTERIOR  PIC 9(06)   VALUE ZERO.
       01  WRK-ANO              PIC 9(04)   VALUE ZERO.
       01  WRK-MES              PIC 9(02)   VALUE ZERO.
       01  WRK-DATA-INI         PIC 9(08)   VALUE ZERO.
       01  WRK-DATA-FIM         PIC 9(08)   VALUE ZERO.
       01  WRK-DATA-ANT         PIC 9(08)   VALUE ZERO.
       01  WRK-ADT-ABERTO       PIC X(01)   VALUE 'N'.
       01  WRK-DOM-ABERTO       PIC X(01)   VALUE 'N'.
       01  WRK-EST-ABERTO       PIC X(01)   VALUE 'N'.
       01  WRK-K                PIC 9(04)   VALUE ZERO.
       01  WRK-L                PIC 9(04)   VALUE ZERO.
       01  WRK-J                PIC 9(03)   VALUE ZERO.
       01  WRK-C                PIC 9(01)   VALUE ZERO.
       01  WRK-HAD-QTD          PIC 9(03)   VALUE ZERO.
       01  WRK-HAD-TABELA.
           05 WRK-HAD-ENT OCCURS 200 TIMES PIC X(221).
       01  WRK-CUR-VALOR        PIC 9(07)V99 VALUE ZERO.
       01  WRK-CUR-STATUS       PIC X(01)   VALUE SPACE.
       01  WRK-CUR-INCLUIDO     PIC X(01)   VALUE 'S'.
       01  WRK-INI-VALOR        PIC 9(07)V99 VALUE ZERO.
       01  WRK-INI-ATIVO        PIC X(01)   VALUE 'N'.
       01  WRK-FIM-VALOR        PIC 9(07)V99 VALUE ZERO.
       01  WRK-FIM-ATIVO        PIC X(01)   VALUE 'N'.
       01  WRK-REAJ-DELTA       PIC S9(07)V99 VALUE ZERO.
       01  WRK-DELTA            PIC S9(07)V99 VALUE ZERO.
       01  WRK-RESTO            PIC S9(07)V99 VALUE ZERO.
       01  WRK-MOTIVO-COD       PIC X(01)   VALUE SPACE.
       01  WRK-MOV-CAT-ATUAL    PIC 9(01)   VALUE ZERO.
       01  WRK-MOV-VALOR-ATUAL  PIC S9(07)V99 VALUE ZERO.
       01  WRK-CARTEIRA         PIC X(08)   VALUE SPACES.
       01  WRK-FILIAL           PIC X(02)   VALUE SPACES.
       01  WRK-MRR-INICIAL      PIC 9(09)V99 VALUE ZERO.
       01  WRK-MRR-FINAL        PIC 9(09)V99 VALUE ZERO.
       01  WRK-MRR-PONTE        PIC S9(09)V99 VALUE ZERO.
       01  WRK-LIQUIDO          PIC S9(09)V99 VALUE ZERO.
       01  WRK-TOT-CONTRATOS    PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-MOVIMENTOS   PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-SEM-HISTORICO PIC 9(05)  VALUE ZERO.
       01  WRK-TOT-HIST-TRUNCADO PIC 9(05)  VALUE ZERO.
       01  WRK-CAT-NOME         PIC X(24)   VALUE SPACES.
       01  WRK-CAT-SINAL        PIC X(03)   VALUE SPACES.
       01  WRK-CAT-TABELA.
           05 WRK-CAT-ENT OCCURS 5 TIMES.
              10 WRK-CAT-QTD       PIC 9(05).
              10 WRK-CAT-VALOR     PIC S9(09)V99.
       01  WRK-MOV-QTD          PIC 9(04)   VALUE ZERO.
       01  WRK-MOV-ESTOURO      PIC 9(05)   VALUE ZERO.
       01  WRK-MOV-TABELA.
           05 WRK-MOV-ENT OCCURS 3000 TIMES.
              10 WRK-MOV-CAT       PIC 9(01).
              10 WRK-MOV-CLIENTE   PIC X(06).
              10 WRK-MOV-CONTRATO  PIC 9(05).
              10 WRK-MOV-CARTEIRA  PIC X(08).
              10 WRK-MOV-FILIAL    PIC X(02).
              10 WRK-MOV-MOTIVO    PIC X(01).
              10 WRK-MOV-VALOR     PIC S9(07)V99.
       01  WRK-MOT-QTD          PIC 9(02)   VALUE ZERO.
       01  WRK-MOT-ACHOU        PIC X(01)   VALUE 'N'.
       01  WRK-MOT-TABELA.
           05 WRK-MOT-ENT OCCURS 20 TIMES.
              10 WRK-MOT-COD       PIC X(01).
              10 WRK-MOT-CONT      PIC 9(05).
              10 WRK-MOT-VALOR     PIC 9(09)V99.
       01  WRK-GRP-IDX          PIC 9(02)   VALUE ZERO.
       01  WRK-CRT-QTD          PIC 9(02)   VALUE ZERO.
       01  WRK-CRT-TABELA.
           05 WRK-CRT-ENT OCCURS 50 TIMES.
              10 WRK-CRT-ID        PIC X(08).
              10 WRK-CRT-VALOR     PIC S9(09)V99 OCCURS 5 TIMES.
       01  WRK-CRT-TROCA        PIC X(63)   VALUE SPACES.
       01  WRK-FIL-QTD          PIC 9(02)   VALUE ZERO.
       01  WRK-FIL-TABELA.
           05 WRK-FIL-ENT OCCURS 20 TIMES.
              10 WRK-FIL-ID        PIC X(02).
              10 WRK-FIL-VALOR     PIC S9(09)V99 OCCURS 5 TIMES.
       01  WRK-FIL-TROCA        PIC X(57)   VALUE SPACES.
       01  WRK-IMP-ID           PIC X(08)   VALUE SPACES.
       01  WRK-IMP-VALORES.
           05 WRK-IMP-VALOR     PIC S9(09)V99 OCCURS 5 TIMES.
       01  WRK-VLR-EXIBE        PIC -ZZZZZZZZ9.99 VALUE ZERO.
       01  WRK-EXIBE-1          PIC -ZZZZZZZZ9.99 VALUE ZERO.
       01  WRK-EXIBE-2          PIC -ZZZZZZZZ9.99 VALUE ZERO.
       01  WRK-EXIBE-3          PIC -ZZZZZZZZ9.99 VALUE ZERO.
       01  WRK-EXIBE-4          PIC -ZZZZZZZZ9.99 VALUE ZERO.
       01  WRK-EXIBE-5          PIC -ZZZZZZZZ9.99 VALUE ZERO.
       01  WRK-EXIBE-LIQ        PIC -ZZZZZZZZ9.99 VALUE ZERO.
       01  WRK-DATA-AUX         PIC 9(08)   VALUE ZERO.
       01  WRK-DATA-FMT.
           05 WRK-DATA-FMT-DD   PIC 9(02).
           05 FILLER            PIC X(01)   VALUE '/'.
           05 WRK-DATA-FMT-MM   PIC 9(02).
           05 FILLER            PIC X(01)   VALUE '/'.
           05 WRK-DATA-FMT-AAAA PIC 9(04).
       01  WRK-INI-FMT          PIC X(10)   VALUE SPACES.
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
           MOVE WRK-HOJE(1:6) TO WRK-COMPET-CORRENTE

           ACCEPT WRK-PARM FROM COMMAND-LINE

           IF WRK-PARM(1:6) EQUAL SPACES
              MOVE WRK-HOJE(1:4) TO WRK-ANO
              MOVE WRK-HOJE(5:2) TO WRK-MES
              IF WRK-MES EQUAL 1
                 SUBTRACT 1 FROM WRK-ANO
                 MOVE 12 TO WRK-MES
              ELSE
                 SUBTRACT 1 FROM WRK-MES
              END-IF
              COMPUTE WRK-COMPET = WRK-ANO * 100 + WRK-MES
           ELSE
              IF WRK-PARM(1:6) IS NOT NUMERIC
                 DISPLAY 'MRRMOV: competencia invalida no parametro: '
                         WRK-PARM(1:6)
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              MOVE WRK-PARM(1:6) TO WRK-COMPET
           END-IF

           MOVE WRK-COMPET TO WRK-DATA-INI(1:6)
           MOVE '01'       TO WRK-DATA-INI(7:2)
           MOVE WRK-DATA-INI TO WRK-DTV-DATA
           PERFORM VALIDA-DATA-CALENDARIO

           IF WRK-DTV-OK NOT EQUAL 'S'
              DISPLAY 'MRRMOV: competencia invalida no parametro: '
                      WRK-COMPET
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           IF WRK-COMPET NOT LESS THAN WRK-COMPET-CORRENTE
              DISPLAY 'MRRMOV: a competencia ' WRK-COMPET
                      ' ainda nao foi encerrada'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           MOVE WRK-DATA-INI TO WRK-DATA-FIM
           MOVE WRK-DTV-MAX  TO WRK-DATA-FIM(7:2)

           COMPUTE WRK-DATA-ANT = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WRK-DATA-INI) - 1)
           MOVE WRK-DATA-ANT(1:6) TO WRK-COMPET-ANTERIOR

           MOVE ZEROS TO WRK-CAT-TABELA

           OPEN INPUT ARQ-CONTRATO

           IF ARQ-CONTRATO-FS NOT EQUAL ZERO
              MOVE 'ABRE CONTRATO' TO WRK-ERR-SECAO
              MOVE ARQ-CONTRATO-FS TO WRK-ERR-FS
              PERFORM GRAVA-ERRO-FATAL
              DISPLAY 'MRRMOV: ERRO ABERTURA CONTRATO.DAT - FS: '
                      ARQ-CONTRATO-FS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN INPUT ARQCRM

           IF ARQCRM-FS NOT EQUAL ZERO
              MOVE 'ABRE ARQCRM' TO WRK-ERR-SECAO
              MOVE ARQCRM-FS TO WRK-ERR-FS
              PERFORM GRAVA-ERRO-FATAL
              DISPLAY 'MRRMOV: ERRO ABERTURA ARQCRM - FS: ' ARQCRM-FS
              CLOSE ARQ-CONTRATO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           MOVE 'N' TO WRK-ADT-ABERTO
           OPEN INPUT ARQ-ADITIVO
           IF ARQ-ADITIVO-FS EQUAL ZERO
              MOVE 'S' TO WRK-ADT-ABERTO
           END-IF

           MOVE 'N' TO WRK-DOM-ABERTO
           OPEN INPUT ARQCRM-DOM
           IF ARQCRM-DOM-FS EQUAL ZERO
              MOVE 'S' TO WRK-DOM-ABERTO
           END-IF

           MOVE 'N' TO WRK-EST-ABERTO
           OPEN INPUT ARQ-ESTAT
           IF ARQ-ESTAT-FS EQUAL ZERO
              MOVE 'S' TO WRK-EST-ABERTO
           END-IF

           MOVE SPACES TO WRK-MRR-PATH
           STRING './files/MRRMOV-' FUNCTION CURRENT-DATE(1:14)
              '.LST' DELIMITED BY SIZE INTO WRK-MRR-PATH

           OPEN OUTPUT REL-MRR

           IF REL-MRR-FS NOT EQUAL ZERO
              MOVE 'ABRE MRRMOV' TO WRK-ERR-SECAO
              MOVE REL-MRR-FS TO WRK-ERR-FS
              PERFORM GRAVA-ERRO-FATAL
              DISPLAY 'MRRMOV: ERRO ABERTURA ' WRK-MRR-PATH
                      ' - FS: ' REL-MRR-FS
              CLOSE ARQ-CONTRATO
              CLOSE ARQCRM
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
      *-----------------------------------------------------------------
       PROCESSAR                                              SECTION.
      *----------------------------------
           READ ARQ-CONTRATO NEXT RECORD

           PERFORM UNTIL ARQ-CONTRATO-FS NOT EQUAL ZERO
              ADD 1 TO WRK-TOT-CONTRATOS
              PERFORM AVALIA-CONTRATO
              READ ARQ-CONTRATO NEXT RECORD
           END-PERFORM.
      *-----------------------------------------------------------------
       AVALIA-CONTRATO                                        SECTION.
      *----------------------------------
           PERFORM CARREGA-ADITIVOS

           IF WRK-HAD-QTD EQUAL ZERO
              ADD 1 TO WRK-TOT-SEM-HISTORICO
           END-IF

           MOVE CTR-VALOR-MENSAL TO WRK-CUR-VALOR
           MOVE CTR-STATUS       TO WRK-CUR-STATUS
           MOVE 'S'              TO WRK-CUR-INCLUIDO
           MOVE ZERO             TO WRK-REAJ-DELTA
           MOVE SPACE            TO WRK-MOTIVO-COD

           PERFORM VARYING WRK-J FROM WRK-HAD-QTD BY -1
              UNTIL WRK-J LESS THAN 1
              MOVE WRK-HAD-ENT(WRK-J) TO HAD-REGISTRO
              IF HAD-DATA-VIGENCIA GREATER THAN WRK-DATA-FIM
                 PERFORM DESFAZ-ADITIVO
              END-IF
           END-PERFORM

           MOVE WRK-CUR-VALOR TO WRK-FIM-VALOR
           MOVE 'N'           TO WRK-FIM-ATIVO
           IF WRK-CUR-INCLUIDO EQUAL 'S'
              AND WRK-CUR-STATUS EQUAL 'A'
              AND CTR-DATA-INICIO NOT GREATER THAN WRK-DATA-FIM
              MOVE 'S' TO WRK-FIM-ATIVO
           END-IF

           PERFORM VARYING WRK-J FROM WRK-HAD-QTD BY -1
              UNTIL WRK-J LESS THAN 1
              MOVE WRK-HAD-ENT(WRK-J) TO HAD-REGISTRO
              IF HAD-DATA-VIGENCIA GREATER THAN WRK-DATA-ANT
                 AND HAD-DATA-VIGENCIA NOT GREATER THAN WRK-DATA-FIM
                 PERFORM DESFAZ-ADITIVO
                 PERFORM ANALISA-ADITIVO-MES
              END-IF
           END-PERFORM

           MOVE WRK-CUR-VALOR TO WRK-INI-VALOR
           MOVE 'N'           TO WRK-INI-ATIVO
           IF WRK-CUR-INCLUIDO EQUAL 'S'
              AND WRK-CUR-STATUS EQUAL 'A'
              AND CTR-DATA-INICIO NOT GREATER THAN WRK-DATA-ANT
              MOVE 'S' TO WRK-INI-ATIVO
           END-IF

           IF WRK-INI-ATIVO EQUAL 'S'
              ADD WRK-INI-VALOR TO WRK-MRR-INICIAL
           END-IF

           IF WRK-FIM-ATIVO EQUAL 'S'
              ADD WRK-FIM-VALOR TO WRK-MRR-FINAL
           END-IF

           EVALUATE WRK-INI-ATIVO ALSO WRK-FIM-ATIVO
              WHEN 'N' ALSO 'S'
                 MOVE 1             TO WRK-MOV-CAT-ATUAL
                 MOVE WRK-FIM-VALOR TO WRK-MOV-VALOR-ATUAL
                 PERFORM REGISTRA-MOVIMENTO
              WHEN 'S' ALSO 'N'
                 IF WRK-MOTIVO-COD EQUAL SPACE
                    MOVE '?' TO WRK-MOTIVO-COD
                 END-IF
                 MOVE 5             TO WRK-MOV-CAT-ATUAL
                 MOVE WRK-INI-VALOR TO WRK-MOV-VALOR-ATUAL
                 PERFORM REGISTRA-MOVIMENTO
              WHEN 'S' ALSO 'S'
                 PERFORM CLASSIFICA-VARIACAO
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
      *-----------------------------------------------------------------
       CARREGA-ADITIVOS                                       SECTION.
      *----------------------------------
           MOVE ZERO TO WRK-HAD-QTD

           IF WRK-ADT-ABERTO NOT EQUAL 'S'
              EXIT SECTION
           END-IF

           MOVE CTR-NUMERO TO HAD-CONTRATO
           MOVE ZERO       TO HAD-NUMERO
           MOVE ZERO       TO HAD-LINHA
           START ARQ-ADITIVO KEY IS NOT LESS THAN HAD-KEY

           IF ARQ-ADITIVO-FS NOT EQUAL ZERO
              MOVE ZERO TO ARQ-ADITIVO-FS
              EXIT SECTION
           END-IF

           READ ARQ-ADITIVO NEXT RECORD

           PERFORM UNTIL ARQ-ADITIVO-FS NOT EQUAL ZERO
                      OR HAD-CONTRATO NOT EQUAL CTR-NUMERO
              IF HAD-LINHA EQUAL ZERO
                 IF WRK-HAD-QTD LESS THAN 200
                    ADD 1 TO WRK-HAD-QTD
                    MOVE HAD-REGISTRO TO WRK-HAD-ENT(WRK-HAD-QTD)
                 ELSE
                    ADD 1 TO WRK-TOT-HIST-TRUNCADO
                 END-IF
              END-IF
              READ ARQ-ADITIVO NEXT RECORD
           END-PERFORM

           MOVE ZERO TO ARQ-ADITIVO-FS.
      *-----------------------------------------------------------------
       DESFAZ-ADITIVO                                         SECTION.
      *----------------------------------
           IF HAD-INCLUSAO
              MOVE 'N' TO WRK-CUR-INCLUIDO
              EXIT SECTION
           END-IF

           IF HAD-ANT-VALOR NOT EQUAL HAD-NOV-VALOR
              MOVE HAD-ANT-VALOR TO WRK-CUR-VALOR
           END-IF

           IF HAD-ANT-STATUS NOT EQUAL HAD-NOV-STATUS
              MOVE HAD-ANT-STATUS TO WRK-CUR-STATUS
           END-IF.
      *-----------------------------------------------------------------
       ANALISA-ADITIVO-MES                                    SECTION.
      *----------------------------------
           IF HAD-REAJUSTE
              COMPUTE WRK-REAJ-DELTA = WRK-REAJ-DELTA
                                     + HAD-NOV-VALOR - HAD-ANT-VALOR
           END-IF

           IF HAD-ANT-STATUS EQUAL 'A'
              AND HAD-NOV-STATUS EQUAL 'E'
              IF HAD-MOTIVO(1:4) EQUAL 'MOT='
                 AND HAD-MOTIVO(5:1) NOT EQUAL SPACE
                 MOVE HAD-MOTIVO(5:1) TO WRK-MOTIVO-COD
              ELSE
                 MOVE '?' TO WRK-MOTIVO-COD
              END-IF
           END-IF.
      *-----------------------------------------------------------------
       CLASSIFICA-VARIACAO                                    SECTION.
      *----------------------------------
           COMPUTE WRK-DELTA = WRK-FIM-VALOR - WRK-INI-VALOR

           IF WRK-DELTA EQUAL ZERO
              AND WRK-REAJ-DELTA EQUAL ZERO
              EXIT SECTION
           END-IF

           IF WRK-REAJ-DELTA NOT EQUAL ZERO
              MOVE 4              TO WRK-MOV-CAT-ATUAL
              MOVE WRK-REAJ-DELTA TO WRK-MOV-VALOR-ATUAL
              PERFORM REGISTRA-MOVIMENTO
           END-IF

           COMPUTE WRK-RESTO = WRK-DELTA - WRK-REAJ-DELTA

           IF WRK-RESTO GREATER THAN ZERO
              MOVE 2         TO WRK-MOV-CAT-ATUAL
              MOVE WRK-RESTO TO WRK-MOV-VALOR-ATUAL
              PERFORM REGISTRA-MOVIMENTO
           END-IF

           IF WRK-RESTO LESS THAN ZERO
              MOVE 3 TO WRK-MOV-CAT-ATUAL
              COMPUTE WRK-MOV-VALOR-ATUAL = ZERO - WRK-RESTO
              PERFORM REGISTRA-MOVIMENTO
           END-IF.
      *-----------------------------------------------------------------
       REGISTRA-MOVIMENTO                                     SECTION.
      *----------------------------------
           ADD 1 TO WRK-TOT-MOVIMENTOS

           MOVE SPACES TO WRK-CARTEIRA
           MOVE SPACES TO WRK-FILIAL

           MOVE CTR-CLIENTE TO ARQCRM-ID
           READ ARQCRM
           IF ARQCRM-FS EQUAL ZERO
              MOVE ARQCRM-CARTEIRA TO WRK-CARTEIRA
              MOVE ARQCRM-FILIAL   TO WRK-FILIAL
           END-IF
           MOVE ZERO TO ARQCRM-FS

           IF WRK-CARTEIRA EQUAL SPACES
              MOVE '(SEM)' TO WRK-CARTEIRA
           END-IF

           IF WRK-FILIAL EQUAL SPACES
              MOVE '--' TO WRK-FILIAL
           END-IF

           ADD 1 TO WRK-CAT-QTD(WRK-MOV-CAT-ATUAL)
           ADD WRK-MOV-VALOR-ATUAL TO WRK-CAT-VALOR(WRK-MOV-CAT-ATUAL)

           IF WRK-MOV-QTD LESS THAN 3000
              ADD 1 TO WRK-MOV-QTD
              MOVE WRK-MOV-CAT-ATUAL   TO WRK-MOV-CAT(WRK-MOV-QTD)
              MOVE CTR-CLIENTE         TO WRK-MOV-CLIENTE(WRK-MOV-QTD)
              MOVE CTR-NUMERO          TO WRK-MOV-CONTRATO(WRK-MOV-QTD)
              MOVE WRK-CARTEIRA        TO WRK-MOV-CARTEIRA(WRK-MOV-QTD)
              MOVE WRK-FILIAL          TO WRK-MOV-FILIAL(WRK-MOV-QTD)
              MOVE WRK-MOTIVO-COD      TO WRK-MOV-MOTIVO(WRK-MOV-QTD)
              MOVE WRK-MOV-VALOR-ATUAL TO WRK-MOV-VALOR(WRK-MOV-QTD)
           ELSE
              ADD 1 TO WRK-MOV-ESTOURO
           END-IF

           PERFORM LOCALIZA-CARTEIRA
           ADD WRK-MOV-VALOR-ATUAL
              TO WRK-CRT-VALOR(WRK-GRP-IDX, WRK-MOV-CAT-ATUAL)

           PERFORM LOCALIZA-FILIAL
           ADD WRK-MOV-VALOR-ATUAL
              TO WRK-FIL-VALOR(WRK-GRP-IDX, WRK-MOV-CAT-ATUAL)

           IF WRK-MOV-CAT-ATUAL EQUAL 5
              PERFORM ACUMULA-MOTIVO
           END-IF.
      *-----------------------------------------------------------------
       LOCALIZA-CARTEIRA                                      SECTION.
      *----------------------------------
           MOVE ZERO TO WRK-GRP-IDX

           PERFORM VARYING WRK-L FROM 1 BY 1
              UNTIL WRK-L GREATER THAN WRK-CRT-QTD
                 OR WRK-GRP-IDX GREATER THAN ZERO
              IF WRK-CRT-ID(WRK-L) EQUAL WRK-CARTEIRA
                 MOVE WRK-L TO WRK-GRP-IDX
              END-IF
           END-PERFORM

           IF WRK-GRP-IDX GREATER THAN ZERO
              EXIT SECTION
           END-IF

           IF WRK-CRT-QTD LESS THAN 49
              ADD 1 TO WRK-CRT-QTD
              MOVE WRK-CRT-QTD  TO WRK-GRP-IDX
              MOVE WRK-CARTEIRA TO WRK-CRT-ID(WRK-GRP-IDX)
              PERFORM ZERA-CARTEIRA
              EXIT SECTION
           END-IF

           IF WRK-CRT-QTD LESS THAN 50
              MOVE 50           TO WRK-CRT-QTD
              MOVE 50           TO WRK-GRP-IDX
              MOVE '********'   TO WRK-CRT-ID(50)
              PERFORM ZERA-CARTEIRA
           END-IF

           MOVE 50 TO WRK-GRP-IDX.
      *-----------------------------------------------------------------
       LOCALIZA-FILIAL                                        SECTION.
      *----------------------------------
           MOVE ZERO TO WRK-GRP-IDX

           PERFORM VARYING WRK-L FROM 1 BY 1
              UNTIL WRK-L GREATER THAN WRK-FIL-QTD
                 OR WRK-GRP-IDX GREATER THAN ZERO
              IF WRK-FIL-ID(WRK-L) EQUAL WRK-FILIAL
                 MOVE WRK-L TO WRK-GRP-IDX
              END-IF
           END-PERFORM

           IF WRK-GRP-IDX GREATER THAN ZERO
              EXIT SECTION
           END-IF

           IF WRK-FIL-QTD LESS THAN 19
              ADD 1 TO WRK-FIL-QTD
              MOVE WRK-FIL-QTD  TO WRK-GRP-IDX
              MOVE WRK-FILIAL   TO WRK-FIL-ID(WRK-GRP-IDX)
              PERFORM ZERA-FILIAL
              EXIT SECTION
           END-IF

           IF WRK-FIL-QTD LESS THAN 20
              MOVE 20           TO WRK-FIL-QTD
              MOVE 20           TO WRK-GRP-IDX
              MOVE '**'         TO WRK-FIL-ID(20)
              PERFORM ZERA-FILIAL
           END-IF

           MOVE 20 TO WRK-GRP-IDX.
      *-----------------------------------------------------------------
       ACUMULA-MOTIVO                                         SECTION.
      *----------------------------------
           MOVE 'N' TO WRK-MOT-ACHOU

           PERFORM VARYING WRK-L FROM 1 BY 1
              UNTIL WRK-L GREATER THAN WRK-MOT-QTD
                 OR WRK-MOT-ACHOU EQUAL 'S'
              IF WRK-MOT-COD(WRK-L) EQUAL WRK-MOTIVO-COD
                 MOVE 'S' TO WRK-MOT-ACHOU
                 ADD 1 TO WRK-MOT-CONT(WRK-L)
                 ADD WRK-MOV-VALOR-ATUAL TO WRK-MOT-VALOR(WRK-L)
              END-IF
           END-PERFORM

           IF WRK-MOT-ACHOU NOT EQUAL 'S'
              AND WRK-MOT-QTD LESS THAN 20
              ADD 1 TO WRK-MOT-QTD
              MOVE WRK-MOTIVO-COD      TO WRK-MOT-COD(WRK-MOT-QTD)
              MOVE 1                   TO WRK-MOT-CONT(WRK-MOT-QTD)
              MOVE WRK-MOV-VALOR-ATUAL TO WRK-MOT-VALOR(WRK-MOT-QTD)
           END-IF.
      *-----------------------------------------------------------------
       ORDENA-CARTEIRAS                                       SECTION.
      *----------------------------------
           PERFORM VARYING WRK-K FROM 1 BY 1
              UNTIL WRK-K NOT LESS THAN WRK-CRT-QTD
              PERFORM VARYING WRK-L FROM 1 BY 1
                 UNTIL WRK-L NOT LESS THAN WRK-CRT-QTD
                 IF WRK-CRT-ID(WRK-L) GREATER THAN
                    WRK-CRT-ID(WRK-L + 1)
                    MOVE WRK-CRT-ENT(WRK-L)     TO WRK-CRT-TROCA
                    MOVE WRK-CRT-ENT(WRK-L + 1) TO WRK-CRT-ENT(WRK-L)
                    MOVE WRK-CRT-TROCA TO WRK-CRT-ENT(WRK-L + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.
      *-----------------------------------------------------------------
       ORDENA-FILIAIS                                         SECTION.
      *----------------------------------
           PERFORM VARYING WRK-K FROM 1 BY 1
              UNTIL WRK-K NOT LESS THAN WRK-FIL-QTD
              PERFORM VARYING WRK-L FROM 1 BY 1
                 UNTIL WRK-L NOT LESS THAN WRK-FIL-QTD
                 IF WRK-FIL-ID(WRK-L) GREATER THAN
                    WRK-FIL-ID(WRK-L + 1)
                    MOVE WRK-FIL-ENT(WRK-L)     TO WRK-FIL-TROCA
                    MOVE WRK-FIL-ENT(WRK-L + 1) TO WRK-FIL-ENT(WRK-L)
                    MOVE WRK-FIL-TROCA TO WRK-FIL-ENT(WRK-L + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.
      *-----------------------------------------------------------------
       ESCREVE-CABECALHO                                      SECTION.
      *----------------------------------
           MOVE 'CRM - MOVIMENTACAO DA RECEITA RECORRENTE (MRR)'
                                                    TO REL-MRR-LINHA
           WRITE REL-MRR-LINHA

           MOVE WRK-DATA-INI TO WRK-DATA-AUX
           PERFORM FORMATA-DATA
           MOVE WRK-DATA-FMT TO WRK-INI-FMT

           MOVE WRK-DATA-FIM TO WRK-DATA-AUX
           PERFORM FORMATA-DATA

           MOVE SPACES TO REL-MRR-LINHA
           STRING 'Competencia: ' WRK-COMPET '  Periodo: '
              WRK-INI-FMT ' a ' WRK-DATA-FMT
              DELIMITED BY SIZE INTO REL-MRR-LINHA
           WRITE REL-MRR-LINHA

           MOVE ALL '=' TO REL-MRR-LINHA
           WRITE REL-MRR-LINHA

           IF WRK-ADT-ABERTO NOT EQUAL 'S'
              MOVE 'ATENCAO: ADITIVO.DAT indisponivel - movimentos apura
      -            'dos apenas pelas datas de inicio dos contratos'
                                                    TO REL-MRR-LINHA
              WRITE REL-MRR-LINHA
           END-IF.
      *-----------------------------------------------------------------
       ESCREVE-PONTE                                          SECTION.
      *----------------------------------
           MOVE SPACES TO REL-MRR-LINHA
           WRITE REL-MRR-LINHA

           MOVE 'PONTE DO MRR' TO REL-MRR-LINHA
           WRITE REL-MRR-LINHA

           MOVE ALL '-' TO REL-MRR-LINHA
           WRITE REL-MRR-LINHA

           MOVE WRK-DATA-ANT TO WRK-DATA-AUX
           PERFORM FORMATA-DATA
           MOVE WRK-MRR-INICIAL TO WRK-VLR-EXIBE
           MOVE SPACES TO REL-MRR-LINHA
           STRING '    MRR inicial (ativos em ' WRK-DATA-FMT
              ')....:        ' WRK-VLR-EXIBE
              DELIMITED BY SIZE INTO REL-MRR-LINHA
           WRITE REL-MRR-LINHA

           MOVE WRK-MRR-INICIAL TO WRK-MRR-PONTE

           PERFORM VARYING WRK-C FROM 1 BY 1 UNTIL WRK-C GREATER THAN 5
              PERFORM NOME-CATEGORIA
              MOVE WRK-CAT-VALOR(WRK-C) TO WRK-VLR-EXIBE
              MOVE SPACES TO REL-MRR-LINHA
              STRING WRK-CAT-SINAL ' ' WRK-CAT-NOME '......: '
                 WRK-CAT-QTD(WRK-C) '  ' WRK-VLR-EXIBE
                 DELIMITED BY SIZE INTO REL-MRR-LINHA
              WRITE REL-MRR-LINHA
              IF WRK-C EQUAL 3 OR WRK-C EQUAL 5
                 SUBTRACT WRK-CAT-VALOR(WRK-C) FROM WRK-MRR-PONTE
              ELSE
                 ADD WRK-CAT-VALOR(WRK-C) TO WRK-MRR-PONTE
              END-IF
           END-PERFORM

           MOVE WRK-DATA-FIM TO WRK-DATA-AUX
           PERFORM FORMATA-DATA
           MOVE WRK-MRR-FINAL TO WRK-VLR-EXIBE
           MOVE SPACES TO REL-MRR-LINHA
           STRING '(=) MRR final   (ativos em ' WRK-DATA-FMT
              ')....:        ' WRK-VLR-EXIBE
              DELIMITED BY SIZE INTO REL-MRR-LINHA
           WRITE REL-MRR-LINHA

           COMPUTE WRK-LIQUIDO = WRK-MRR-FINAL - WRK-MRR-INICIAL
           MOVE WRK-LIQUIDO TO WRK-VLR-EXIBE
           MOVE SPACES TO REL-MRR-LINHA
           STRING '    Variacao liquida no mes...............:'
              '        ' WRK-VLR-EXIBE
              DELIMITED BY SIZE INTO REL-MRR-LINHA
           WRITE REL-MRR-LINHA

           IF WRK-MRR-PONTE NOT EQUAL WRK-MRR-FINAL
              MOVE 'ATENCAO: soma dos movimentos difere do MRR final'
                                                    TO REL-MRR-LINHA
              WRITE REL-MRR-LINHA
           END-IF

           IF WRK-EST-ABERTO NOT EQUAL 'S'
              EXIT SECTION
           END-IF

           MOVE WRK-COMPET-ANTERIOR TO EST-COMPETENCIA
           READ ARQ-ESTAT
           IF ARQ-ESTAT-FS EQUAL ZERO
              MOVE EST-VALOR-ATIVO TO WRK-VLR-EXIBE
              MOVE SPACES TO REL-MRR-LINHA
              STRING '    Valor ativo no fechamento ' EST-COMPETENCIA
                 ' (FECHAMES):        ' WRK-VLR-EXIBE
                 DELIMITED BY SIZE INTO REL-MRR-LINHA
              WRITE REL-MRR-LINHA
           END-IF

           MOVE WRK-COMPET TO EST-COMPETENCIA
           READ ARQ-ESTAT
           IF ARQ-ESTAT-FS EQUAL ZERO
              MOVE EST-VALOR-ATIVO TO WRK-VLR-EXIBE
              MOVE SPACES TO REL-MRR-LINHA
              STRING '    Valor ativo no fechamento ' EST-COMPETENCIA
                 ' (FECHAMES):        ' WRK-VLR-EXIBE
                 DELIMITED BY SIZE INTO REL-MRR-LINHA
              WRITE REL-MRR-LINHA
           END-IF

           MOVE ZERO TO ARQ-ESTAT-FS.
      *-----------------------------------------------------------------
       ESCREVE-MOTIVOS                                        SECTION.
      *----------------------------------
           MOVE SPACES TO REL-MRR-LINHA
           WRITE REL-MRR-LINHA

           MOVE 'CHURN POR MOTIVO DE ENCERRAMENTO' TO REL-MRR-LINHA
           WRITE REL-MRR-LINHA

           MOVE ALL '-' TO REL-MRR-LINHA
           WRITE REL-MRR-LINHA

           IF WRK-MOT-QTD EQUAL ZERO
              MOVE 'Nenhum contrato encerrado na competencia.'
                                                    TO REL-MRR-LINHA
              WRITE REL-MRR-LINHA
              EXIT SECTION
           END-IF

           PERFORM VARYING WRK-L FROM 1 BY 1
              UNTIL WRK-L GREATER THAN WRK-MOT-QTD
              MOVE WRK-MOT-COD(WRK-L) TO WRK-MOTIVO-COD
              PERFORM DESCREVE-MOTIVO
              MOVE WRK-MOT-VALOR(WRK-L) TO WRK-VLR-EXIBE
              MOVE SPACES TO REL-MRR-LINHA
              STRING WRK-MOT-COD(WRK-L) ' ' DOM-DESCRICAO ' '
                 WRK-MOT-CONT(WRK-L) '  ' WRK-VLR-EXIBE
                 DELIMITED BY SIZE INTO REL-MRR-LINHA
              WRITE REL-MRR-LINHA
           END-PERFORM.
      *-----------------------------------------------------------------
       ESCREVE-DETALHE                                        SECTION.
      *----------------------------------
           PERFORM VARYING WRK-C FROM 1 BY 1 UNTIL WRK-C GREATER THAN 5
              PERFORM NOME-CATEGORIA

              MOVE SPACES TO REL-MRR-LINHA
              WRITE REL-MRR-LINHA

              MOVE SPACES TO REL-MRR-LINHA
              STRING 'DETALHE - ' WRK-CAT-NOME
                 DELIMITED BY SIZE INTO REL-MRR-LINHA
              WRITE REL-MRR-LINHA

              MOVE 'CLIENTE CONTRATO CARTEIRA FL MOT          VALOR'
                                                    TO REL-MRR-LINHA
              WRITE REL-MRR-LINHA

              MOVE ALL '-' TO REL-MRR-LINHA
              WRITE REL-MRR-LINHA

              PERFORM VARYING WRK-K FROM 1 BY 1
                 UNTIL WRK-K GREATER THAN WRK-MOV-QTD
                 IF WRK-MOV-CAT(WRK-K) EQUAL WRK-C
                    PERFORM ESCREVE-LINHA-DETALHE
                 END-IF
              END-PERFORM

              MOVE WRK-CAT-VALOR(WRK-C) TO WRK-VLR-EXIBE
              MOVE SPACES TO REL-MRR-LINHA
              STRING 'Subtotal: ' WRK-CAT-QTD(WRK-C) ' contrato(s) '
                 '            ' WRK-VLR-EXIBE
                 DELIMITED BY SIZE INTO REL-MRR-LINHA
              WRITE REL-MRR-LINHA
           END-PERFORM

           IF WRK-MOV-ESTOURO GREATER THAN ZERO
              MOVE SPACES TO REL-MRR-LINHA
              STRING 'ATENCAO: ' WRK-MOV-ESTOURO ' movimento(s) fora d'
                 'o detalhe (limite de 3000 linhas) - totais completos'
                 DELIMITED BY SIZE INTO REL-MRR-LINHA
              WRITE REL-MRR-LINHA
           END-IF.
      *-----------------------------------------------------------------
       ESCREVE-LINHA-DETALHE                                  SECTION.
      *----------------------------------
           MOVE WRK-MOV-VALOR(WRK-K) TO WRK-VLR-EXIBE
           MOVE SPACES TO REL-MRR-LINHA
           STRING WRK-MOV-CLIENTE(WRK-K) '  ' WRK-MOV-CONTRATO(WRK-K)
              '    ' WRK-MOV-CARTEIRA(WRK-K) ' '
              WRK-MOV-FILIAL(WRK-K) '  ' WRK-MOV-MOTIVO(WRK-K) ' '
              WRK-VLR-EXIBE
              DELIMITED BY SIZE INTO REL-MRR-LINHA
           WRITE REL-MRR-LINHA.
      *-----------------------------------------------------------------
       ESCREVE-RESUMOS                                        SECTION.
      *----------------------------------
           MOVE SPACES TO REL-MRR-LINHA
           WRITE REL-MRR-LINHA

           MOVE 'RESUMO POR CARTEIRA' TO REL-MRR-LINHA
           WRITE REL-MRR-LINHA

           PERFORM ESCREVE-TITULO-RESUMO

           PERFORM ORDENA-CARTEIRAS

           PERFORM VARYING WRK-K FROM 1 BY 1
              UNTIL WRK-K GREATER THAN WRK-CRT-QTD
              MOVE WRK-CRT-ID(WRK-K) TO WRK-IMP-ID
              PERFORM VARYING WRK-C FROM 1 BY 1
                 UNTIL WRK-C GREATER THAN 5
                 MOVE WRK-CRT-VALOR(WRK-K, WRK-C)
                                          TO WRK-IMP-VALOR(WRK-C)
              END-PERFORM
              PERFORM ESCREVE-LINHA-RESUMO
           END-PERFORM

           PERFORM ESCREVE-TOTAL-RESUMO

           MOVE SPACES TO REL-MRR-LINHA
           WRITE REL-MRR-LINHA

           MOVE 'RESUMO POR FILIAL' TO REL-MRR-LINHA
           WRITE REL-MRR-LINHA

           PERFORM ESCREVE-TITULO-RESUMO

           PERFORM ORDENA-FILIAIS

           PERFORM VARYING WRK-K FROM 1 BY 1
              UNTIL WRK-K GREATER THAN WRK-FIL-QTD
              MOVE WRK-FIL-ID(WRK-K) TO WRK-IMP-ID
              PERFORM VARYING WRK-C FROM 1 BY 1
                 UNTIL WRK-C GREATER THAN 5
                 MOVE WRK-FIL-VALOR(WRK-K, WRK-C)
                                          TO WRK-IMP-VALOR(WRK-C)
              END-PERFORM
              PERFORM ESCREVE-LINHA-RESUMO
           END-PERFORM

           PERFORM ESCREVE-TOTAL-RESUMO.
      *-----------------------------------------------------------------
       ESCREVE-TITULO-RESUMO                                  SECTION.
      *----------------------------------
           MOVE SPACES TO REL-MRR-LINHA
           STRING 'GRUPO            NOVOS     EXPANSOES      REDUCOES'
              '     REAJUSTES         CHURN       LIQUIDO'
              DELIMITED BY SIZE INTO REL-MRR-LINHA
           WRITE REL-MRR-LINHA

           MOVE ALL '-' TO REL-MRR-LINHA
           WRITE REL-MRR-LINHA.
      *-----------------------------------------------------------------
       ESCREVE-LINHA-RESUMO                                   SECTION.
      *----------------------------------
           COMPUTE WRK-LIQUIDO = WRK-IMP-VALOR(1) + WRK-IMP-VALOR(2)
                               - WRK-IMP-VALOR(3) + WRK-IMP-VALOR(4)
                               - WRK-IMP-VALOR(5)

           MOVE WRK-IMP-VALOR(1) TO WRK-EXIBE-1
           MOVE WRK-IMP-VALOR(2) TO WRK-EXIBE-2
           MOVE WRK-IMP-VALOR(3) TO WRK-EXIBE-3
           MOVE WRK-IMP-VALOR(4) TO WRK-EXIBE-4
           MOVE WRK-IMP-VALOR(5) TO WRK-EXIBE-5
           MOVE WRK-LIQUIDO      TO WRK-EXIBE-LIQ

           MOVE SPACES TO REL-MRR-LINHA
           STRING WRK-IMP-ID ' ' WRK-EXIBE-1 ' ' WRK-EXIBE-2 ' '
              WRK-EXIBE-3 ' ' WRK-EXIBE-4 ' ' WRK-EXIBE-5 ' '
              WRK-EXIBE-LIQ
              DELIMITED BY SIZE INTO REL-MRR-LINHA
           WRITE REL-MRR-LINHA.
      *-----------------------------------------------------------------
       ESCREVE-TOTAL-RESUMO                                   SECTION.
      *----------------------------------
           MOVE ALL '-' TO REL-MRR-LINHA
           WRITE REL-MRR-LINHA

           MOVE 'TOTAL' TO WRK-IMP-ID

           PERFORM VARYING WRK-C FROM 1 BY 1 UNTIL WRK-C GREATER THAN 5
              MOVE WRK-CAT-VALOR(WRK-C) TO WRK-IMP-VALOR(WRK-C)
           END-PERFORM

           PERFORM ESCREVE-LINHA-RESUMO.
      *-----------------------------------------------------------------
       MENSAGENS                                              SECTION.
      *----------------------------------
       GRAVA-ERRO-FATAL.
           MOVE 'MRRMOV' TO WRK-ERR-PROGRAMA
           MOVE 'BATCH' TO WRK-ERR-OPERADOR
           CALL 'GRAVAERRO' USING WRK-ERR-REGISTRO.
      *
       COPY 'CRMK-DTP'.
      *
       DESCREVE-MOTIVO.
           MOVE SPACES TO DOM-DESCRICAO

           IF WRK-MOTIVO-COD EQUAL '?'
              MOVE 'SEM MOTIVO INFORMADO' TO DOM-DESCRICAO
           ELSE
              IF WRK-DOM-ABERTO EQUAL 'S'
                 MOVE 'MOT'          TO DOM-TABELA
                 MOVE WRK-MOTIVO-COD TO DOM-CODIGO
                 READ ARQCRM-DOM
                 IF ARQCRM-DOM-FS NOT EQUAL ZERO
                    MOVE 'MOTIVO NAO CADASTRADO' TO DOM-DESCRICAO
                    MOVE ZERO TO ARQCRM-DOM-FS
                 END-IF
              END-IF
           END-IF.
      *-----------------------------------------------------------------
       UTILITARIOS                                            SECTION.
      *----------------------------------
       FORMATA-DATA.
           MOVE WRK-DATA-AUX(7:2) TO WRK-DATA-FMT-DD
           MOVE WRK-DATA-AUX(5:2) TO WRK-DATA-FMT-MM
           MOVE WRK-DATA-AUX(1:4) TO WRK-DATA-FMT-AAAA.
      *
       NOME-CATEGORIA.
           EVALUATE WRK-C
              WHEN 1
                 MOVE '(+)' TO WRK-CAT-SINAL
                 MOVE 'NOVOS CONTRATOS'          TO WRK-CAT-NOME
              WHEN 2
                 MOVE '(+)' TO WRK-CAT-SINAL
                 MOVE 'EXPANSOES'                TO WRK-CAT-NOME
              WHEN 3
                 MOVE '(-)' TO WRK-CAT-SINAL
                 MOVE 'REDUCOES'                 TO WRK-CAT-NOME
              WHEN 4
                 MOVE '(+)' TO WRK-CAT-SINAL
                 MOVE 'REAJUSTES'                TO WRK-CAT-NOME
              WHEN OTHER
                 MOVE '(-)' TO WRK-CAT-SINAL
                 MOVE 'CHURN (ENCERRAMENTOS)'    TO WRK-CAT-NOME
           END-EVALUATE.
      *
       ZERA-CARTEIRA.
           PERFORM VARYING WRK-C FROM 1 BY 1 UNTIL WRK-C GREATER THAN 5
              MOVE ZERO TO WRK-CRT-VALOR(WRK-GRP-IDX, WRK-C)
           END-PERFORM.
      *
       ZERA-FILIAL.
           PERFORM VARYING WRK-C FROM 1 BY 1 UNTIL WRK-C GREATER THAN 5
              MOVE ZERO TO WRK-FIL-VALOR(WRK-GRP-IDX, WRK-C)
           END-PERFORM.
      *-----------------------------------------------------------------
       FINALIZAR                                              SECTION.
      *----------------------------------
           PERFORM ESCREVE-CABECALHO
           PERFORM ESCREVE-PONTE
           PERFORM ESCREVE-MOTIVOS
           PERFORM ESCREVE-DETALHE
           PERFORM ESCREVE-RESUMOS

           MOVE SPACES TO REL-MRR-LINHA
           WRITE REL-MRR-LINHA

           MOVE SPACES TO REL-MRR-LINHA
           STRING 'Contratos avaliados.......................: '
              WRK-TOT-CONTRATOS
              DELIMITED BY SIZE INTO REL-MRR-LINHA
           WRITE REL-MRR-LINHA

           MOVE SPACES TO REL-MRR-LINHA
           STRING 'Movimentos apurados.......................: '
              WRK-TOT-MOVIMENTOS
              DELIMITED BY SIZE INTO REL-MRR-LINHA
           WRITE REL-MRR-LINHA

           MOVE SPACES TO REL-MRR-LINHA
           STRING 'Contratos sem historico de aditivos.......: '
              WRK-TOT-SEM-HISTORICO
              DELIMITED BY SIZE INTO REL-MRR-LINHA
           WRITE REL-MRR-LINHA

           IF WRK-TOT-HIST-TRUNCADO GREATER THAN ZERO
              MOVE SPACES TO REL-MRR-LINHA
              STRING 'Aditivos ignorados (mais de 200 por contrato): '
                 WRK-TOT-HIST-TRUNCADO
                 DELIMITED BY SIZE INTO REL-MRR-LINHA
              WRITE REL-MRR-LINHA
           END-IF

           MOVE 'Reajustes = aditivos do REAJUSTE anual; demais variaco
      -         'es de valor = expansoes ou reducoes.' TO REL-MRR-LINHA
           WRITE REL-MRR-LINHA

           CLOSE ARQ-CONTRATO
           CLOSE ARQCRM
           CLOSE REL-MRR

           IF WRK-ADT-ABERTO EQUAL 'S'
              CLOSE ARQ-ADITIVO
           END-IF

           IF WRK-DOM-ABERTO EQUAL 'S'
              CLOSE ARQCRM-DOM
           END-IF

           IF WRK-EST-ABERTO EQUAL 'S'
              CLOSE ARQ-ESTAT
           END-IF

           MOVE 'MRRMOV' TO SAI-TIPO
           MOVE WRK-MRR-PATH TO SAI-ARQUIVO
           MOVE 'BATCH' TO SAI-OPERADOR
           MOVE WRK-TOT-MOVIMENTOS TO SAI-REGISTROS
           CALL 'REGSAIDA' USING SAI-REGISTRO

           IF WRK-ADT-ABERTO NOT EQUAL 'S'
              MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY 'MRRMOV: competencia ' WRK-COMPET ' - '
                   WRK-TOT-MOVIMENTOS ' movimentos de MRR apurados'.
      *------------------------ FIM DO ARQUIVO -------------------------
