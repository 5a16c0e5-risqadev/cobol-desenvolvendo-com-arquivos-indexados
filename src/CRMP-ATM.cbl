      *=================================================================
       IDENTIFICATION                                         DIVISION.
       PROGRAM-ID. ATINGMET.
      *=================================================================
       ENVIRONMENT                                            DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT                                           SECTION.
      *----------------------------------
       FILE-CONTROL.
           SELECT ARQ-METAS  ASSIGN TO './files/METAS.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS ARQ-METAS-FS
              RECORD KEY IS MTA-KEY.

           SELECT ARQCRM-OPR  ASSIGN TO './files/OPERADOR.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS ARQCRM-OPR-FS
              RECORD KEY IS OPR-ID.

           SELECT REL-ATM  ASSIGN TO WRK-ATM-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REL-ATM-FS.
      *=================================================================
       DATA                                                   DIVISION.
      *-----------------------------------------------------------------
       FILE                                                   SECTION.
      *----------------------------------
       FD  ARQ-METAS.
       COPY 'CRMK-MTA'.
      *
       FD  ARQCRM-OPR.
       COPY 'CRMK-OPR'.
      *
       FD  REL-ATM.
       01  REL-ATM-LINHA        PIC X(132).
      *-----------------------------------------------------------------
       WORKING-STORAGE                                        SECTION.
      *----------------------------------
       COPY 'CRMK-ERR'.
       COPY 'CRMK-SAI'.
       COPY 'CRMK-DTF'.
       COPY 'CRMK-MTR'.
       01  ARQ-METAS-FS         PIC 9(02)   VALUE ZERO.
       01  ARQCRM-OPR-FS        PIC 9(02)   VALUE ZERO.
       01  REL-ATM-FS           PIC 9(02)   VALUE ZERO.
       01  WRK-ATM-PATH         PIC X(40)   VALUE SPACES.
       01  WRK-PARM             PIC X(20)   VALUE SPACES.
       01  WRK-HOJE             PIC 9(08)   VALUE ZERO.
       01  WRK-COMPET           PIC 9(06)   VALUE ZERO.
       01  WRK-COMPET-CORRENTE  PIC 9(06)   VALUE ZERO.
       01  WRK-ANO              PIC 9(04)   VALUE ZERO.
       01  WRK-MES              PIC 9(02)   VALUE ZERO.
       01  WRK-DATA-INI         PIC 9(08)   VALUE ZERO.
       01  WRK-DATA-FIM         PIC 9(08)   VALUE ZERO.
       01  WRK-MTA-ABERTO       PIC X(01)   VALUE 'N'.
       01  WRK-OPR-ABERTO       PIC X(01)   VALUE 'N'.
       01  WRK-K                PIC 9(03)   VALUE ZERO.
       01  WRK-L                PIC 9(03)   VALUE ZERO.
       01  WRK-IDX              PIC 9(03)   VALUE ZERO.
       01  WRK-RANK             PIC 9(03)   VALUE ZERO.
       01  WRK-QTD-PCT          PIC 9(01)   VALUE ZERO.
       01  WRK-SOMA-PCT         PIC 9(05)V9 VALUE ZERO.
       01  WRK-INVERSO          PIC 9(05)   VALUE ZERO.
       01  WRK-TIPO-ATUAL       PIC X(01)   VALUE SPACE.
       01  WRK-TOT-METAS        PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-LINHAS       PIC 9(05)   VALUE ZERO.
       01  WRK-PCT-REAL         PIC 9(09)V99 VALUE ZERO.
       01  WRK-PCT-META         PIC 9(09)V99 VALUE ZERO.
       01  WRK-PCT              PIC 9(04)V9 VALUE ZERO.
       01  WRK-PCT-EDITADO      PIC ZZZ9.9  VALUE ZERO.
       01  WRK-PCT-EXIBE        PIC X(06)   VALUE SPACES.
       01  WRK-PCT-CTR-EXIBE    PIC X(06)   VALUE SPACES.
       01  WRK-PCT-VLR-EXIBE    PIC X(06)   VALUE SPACES.
       01  WRK-PCT-CNV-EXIBE    PIC X(06)   VALUE SPACES.
       01  WRK-MEDIA-EXIBE      PIC X(06)   VALUE SPACES.
       01  WRK-RANK-EXIBE       PIC X(03)   VALUE SPACES.
       01  WRK-RANK-EDITADO     PIC ZZ9     VALUE ZERO.
       01  WRK-NOME             PIC X(20)   VALUE SPACES.
       01  WRK-QTD-REAL-EXIBE   PIC ZZZZ9   VALUE ZERO.
       01  WRK-QTD-META-EXIBE   PIC ZZZZ9   VALUE ZERO.
       01  WRK-CNV-REAL-EXIBE   PIC ZZZZ9   VALUE ZERO.
       01  WRK-CNV-META-EXIBE   PIC ZZZZ9   VALUE ZERO.
       01  WRK-OPO-EXIBE        PIC ZZZZ9   VALUE ZERO.
       01  WRK-VLR-REAL-EXIBE   PIC ZZZZZZZZ9.99 VALUE ZERO.
       01  WRK-VLR-META-EXIBE   PIC ZZZZZZZZ9.99 VALUE ZERO.
       01  WRK-SEC-META-CTR     PIC 9(07)   VALUE ZERO.
       01  WRK-SEC-META-VLR     PIC 9(09)V99 VALUE ZERO.
       01  WRK-SEC-META-CNV     PIC 9(07)   VALUE ZERO.
       01  WRK-SEC-REAL-CTR     PIC 9(07)   VALUE ZERO.
       01  WRK-SEC-REAL-VLR     PIC 9(09)V99 VALUE ZERO.
       01  WRK-SEC-REAL-CNV     PIC 9(07)   VALUE ZERO.
       01  WRK-SEC-REAL-OPO     PIC 9(07)   VALUE ZERO.
       01  WRK-RNK-QTD          PIC 9(03)   VALUE ZERO.
       01  WRK-RNK-ESTOURO      PIC 9(05)   VALUE ZERO.
       01  WRK-RNK-TABELA.
           05 WRK-RNK-ENT OCCURS 200 TIMES.
              10 WRK-RNK-ORDEM.
                 15 WRK-RNK-ORD-TIPO  PIC X(01).
                 15 WRK-RNK-ORD-META  PIC X(01).
                 15 WRK-RNK-ORD-INV   PIC 9(05).
                 15 WRK-RNK-ORD-CHAVE PIC X(08).
              10 WRK-RNK-TIPO      PIC X(01).
              10 WRK-RNK-CHAVE     PIC X(08).
              10 WRK-RNK-TEM-META  PIC X(01).
              10 WRK-RNK-META-CTR  PIC 9(05).
              10 WRK-RNK-META-VLR  PIC 9(07)V99.
              10 WRK-RNK-META-CNV  PIC 9(05).
              10 WRK-RNK-REAL-CTR  PIC 9(05).
              10 WRK-RNK-REAL-VLR  PIC 9(09)V99.
              10 WRK-RNK-REAL-CNV  PIC 9(05).
              10 WRK-RNK-REAL-OPO  PIC 9(05).
              10 WRK-RNK-MEDIA     PIC 9(04)V9.
       01  WRK-RNK-TROCA        PIC X(75)   VALUE SPACES.
       01  WRK-DATA-AUX         PIC 9(08)   VALUE ZERO.
       01  WRK-DATA-FMT.
           05 WRK-DATA-FMT-DD   PIC 9(02).
           05 FILLER            PIC X(01)   VALUE '/'.
           05 WRK-DATA-FMT-MM   PIC 9(02).
           05 FILLER            PIC X(01)   VALUE '/'.
           05 WRK-DATA-FMT-AAAA PIC 9(04).
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
                 DISPLAY 'ATINGMET: competencia invalida no parametro: '
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
              DISPLAY 'ATINGMET: competencia invalida no parametro: '
                      WRK-COMPET
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           IF WRK-COMPET NOT LESS THAN WRK-COMPET-CORRENTE
              DISPLAY 'ATINGMET: a competencia ' WRK-COMPET
                      ' ainda nao foi encerrada'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           MOVE WRK-DATA-INI TO WRK-DATA-FIM
           MOVE WRK-DTV-MAX  TO WRK-DATA-FIM(7:2)

           MOVE 'N' TO WRK-MTA-ABERTO
           OPEN INPUT ARQ-METAS
           IF ARQ-METAS-FS EQUAL ZERO
              MOVE 'S' TO WRK-MTA-ABERTO
           END-IF

           MOVE 'N' TO WRK-OPR-ABERTO
           OPEN INPUT ARQCRM-OPR
           IF ARQCRM-OPR-FS EQUAL ZERO
              MOVE 'S' TO WRK-OPR-ABERTO
           END-IF

           MOVE SPACES TO WRK-ATM-PATH
           STRING './files/ATINGMET-' FUNCTION CURRENT-DATE(1:14)
              '.LST' DELIMITED BY SIZE INTO WRK-ATM-PATH

           OPEN OUTPUT REL-ATM

           IF REL-ATM-FS NOT EQUAL ZERO
              MOVE 'ABRE ATINGMET' TO WRK-ERR-SECAO
              MOVE REL-ATM-FS TO WRK-ERR-FS
              PERFORM GRAVA-ERRO-FATAL
              DISPLAY 'ATINGMET: ERRO ABERTURA ' WRK-ATM-PATH
                      ' - FS: ' REL-ATM-FS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
      *-----------------------------------------------------------------
       PROCESSAR                                              SECTION.
      *----------------------------------
           MOVE WRK-COMPET   TO WRK-MTR-COMPETENCIA
           MOVE WRK-DATA-FIM TO WRK-MTR-DATA-CORTE
           CALL 'METAREAL' USING WRK-MTR-PEDIDO

           IF WRK-MTA-ABERTO EQUAL 'S'
              PERFORM CARREGA-METAS
           END-IF

           PERFORM VARYING WRK-K FROM 1 BY 1
              UNTIL WRK-K GREATER THAN WRK-MTR-QTD
              PERFORM INCORPORA-REALIZADO
           END-PERFORM

           PERFORM VARYING WRK-K FROM 1 BY 1
              UNTIL WRK-K GREATER THAN WRK-RNK-QTD
              PERFORM CALCULA-ATINGIMENTO
           END-PERFORM

           PERFORM ORDENA-RANKING.
      *-----------------------------------------------------------------
       CARREGA-METAS                                          SECTION.
      *----------------------------------
           MOVE LOW-VALUES TO MTA-KEY
           START ARQ-METAS KEY IS NOT LESS THAN MTA-KEY

           IF ARQ-METAS-FS EQUAL ZERO
              READ ARQ-METAS NEXT RECORD
           END-IF

           PERFORM UNTIL ARQ-METAS-FS NOT EQUAL ZERO
              IF MTA-COMPETENCIA EQUAL WRK-COMPET
                 ADD 1 TO WRK-TOT-METAS
                 IF WRK-RNK-QTD LESS THAN 200
                    ADD 1 TO WRK-RNK-QTD
                    MOVE WRK-RNK-QTD TO WRK-IDX
                    PERFORM LIMPA-ENTRADA-RANKING
                    MOVE MTA-TIPO       TO WRK-RNK-TIPO(WRK-IDX)
                    MOVE MTA-CHAVE      TO WRK-RNK-CHAVE(WRK-IDX)
                    MOVE 'S'            TO WRK-RNK-TEM-META(WRK-IDX)
                    MOVE MTA-CONTRATOS  TO WRK-RNK-META-CTR(WRK-IDX)
                    MOVE MTA-VALOR      TO WRK-RNK-META-VLR(WRK-IDX)
                    MOVE MTA-CONVERSOES TO WRK-RNK-META-CNV(WRK-IDX)
                 ELSE
                    ADD 1 TO WRK-RNK-ESTOURO
                 END-IF
              END-IF
              READ ARQ-METAS NEXT RECORD
           END-PERFORM

           MOVE ZERO TO ARQ-METAS-FS.
      *-----------------------------------------------------------------
       INCORPORA-REALIZADO                                    SECTION.
      *----------------------------------
           MOVE ZERO TO WRK-IDX

           PERFORM VARYING WRK-L FROM 1 BY 1
              UNTIL WRK-L GREATER THAN WRK-RNK-QTD
                 OR WRK-IDX NOT EQUAL ZERO
              IF WRK-RNK-TIPO(WRK-L) EQUAL WRK-MTR-TIPO(WRK-K)
                 AND WRK-RNK-CHAVE(WRK-L) EQUAL WRK-MTR-CHAVE(WRK-K)
                 MOVE WRK-L TO WRK-IDX
              END-IF
           END-PERFORM

           IF WRK-IDX EQUAL ZERO
              IF WRK-RNK-QTD NOT LESS THAN 200
                 ADD 1 TO WRK-RNK-ESTOURO
                 EXIT SECTION
              END-IF
              ADD 1 TO WRK-RNK-QTD
              MOVE WRK-RNK-QTD TO WRK-IDX
              PERFORM LIMPA-ENTRADA-RANKING
              MOVE WRK-MTR-TIPO(WRK-K)  TO WRK-RNK-TIPO(WRK-IDX)
              MOVE WRK-MTR-CHAVE(WRK-K) TO WRK-RNK-CHAVE(WRK-IDX)
              MOVE 'N'                  TO WRK-RNK-TEM-META(WRK-IDX)
           END-IF

           MOVE WRK-MTR-CONTRATOS(WRK-K)  TO WRK-RNK-REAL-CTR(WRK-IDX)
           MOVE WRK-MTR-VALOR(WRK-K)      TO WRK-RNK-REAL-VLR(WRK-IDX)
           MOVE WRK-MTR-CONVERSOES(WRK-K) TO WRK-RNK-REAL-CNV(WRK-IDX)
           MOVE WRK-MTR-OPO-GANHAS(WRK-K) TO WRK-RNK-REAL-OPO(WRK-IDX).
      *-----------------------------------------------------------------
       CALCULA-ATINGIMENTO                                    SECTION.
      *----------------------------------
           MOVE ZERO TO WRK-QTD-PCT
           MOVE ZERO TO WRK-SOMA-PCT

           MOVE WRK-RNK-REAL-CTR(WRK-K) TO WRK-PCT-REAL
           MOVE WRK-RNK-META-CTR(WRK-K) TO WRK-PCT-META
           PERFORM SOMA-PERCENTUAL

           MOVE WRK-RNK-REAL-VLR(WRK-K) TO WRK-PCT-REAL
           MOVE WRK-RNK-META-VLR(WRK-K) TO WRK-PCT-META
           PERFORM SOMA-PERCENTUAL

           MOVE WRK-RNK-REAL-CNV(WRK-K) TO WRK-PCT-REAL
           MOVE WRK-RNK-META-CNV(WRK-K) TO WRK-PCT-META
           PERFORM SOMA-PERCENTUAL

           IF WRK-QTD-PCT EQUAL ZERO
              MOVE ZERO TO WRK-RNK-MEDIA(WRK-K)
              MOVE 'N'  TO WRK-RNK-TEM-META(WRK-K)
           ELSE
              COMPUTE WRK-RNK-MEDIA(WRK-K) ROUNDED =
                      WRK-SOMA-PCT / WRK-QTD-PCT
           END-IF

           MOVE WRK-RNK-TIPO(WRK-K)  TO WRK-RNK-ORD-TIPO(WRK-K)
           MOVE WRK-RNK-CHAVE(WRK-K) TO WRK-RNK-ORD-CHAVE(WRK-K)

           IF WRK-RNK-TEM-META(WRK-K) EQUAL 'S'
              MOVE '0' TO WRK-RNK-ORD-META(WRK-K)
              COMPUTE WRK-INVERSO = 99999
                                  - WRK-RNK-MEDIA(WRK-K) * 10
              MOVE WRK-INVERSO TO WRK-RNK-ORD-INV(WRK-K)
           ELSE
              MOVE '1'  TO WRK-RNK-ORD-META(WRK-K)
              MOVE ZERO TO WRK-RNK-ORD-INV(WRK-K)
           END-IF.
      *-----------------------------------------------------------------
       SOMA-PERCENTUAL                                        SECTION.
      *----------------------------------
           IF WRK-PCT-META EQUAL ZERO
              EXIT SECTION
           END-IF

           PERFORM CALCULA-PERCENTUAL

           ADD 1 TO WRK-QTD-PCT
           ADD WRK-PCT TO WRK-SOMA-PCT.
      *-----------------------------------------------------------------
       ORDENA-RANKING                                         SECTION.
      *----------------------------------
           IF WRK-RNK-QTD LESS THAN 2
              EXIT SECTION
           END-IF

           PERFORM VARYING WRK-K FROM 1 BY 1
              UNTIL WRK-K GREATER THAN WRK-RNK-QTD - 1
              PERFORM VARYING WRK-L FROM 1 BY 1
                 UNTIL WRK-L GREATER THAN WRK-RNK-QTD - WRK-K
                 IF WRK-RNK-ORDEM(WRK-L)
                    GREATER THAN WRK-RNK-ORDEM(WRK-L + 1)
                    MOVE WRK-RNK-ENT(WRK-L)     TO WRK-RNK-TROCA
                    MOVE WRK-RNK-ENT(WRK-L + 1) TO WRK-RNK-ENT(WRK-L)
                    MOVE WRK-RNK-TROCA TO WRK-RNK-ENT(WRK-L + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.
      *-----------------------------------------------------------------
       ESCREVE-CABECALHO                                      SECTION.
      *----------------------------------
           MOVE WRK-HOJE TO WRK-DATA-AUX
           PERFORM FORMATA-DATA

           MOVE SPACES TO REL-ATM-LINHA
           STRING 'ATINGMET - ATINGIMENTO DE METAS DE VENDAS - '
              'COMPETENCIA ' WRK-COMPET(5:2) '/' WRK-COMPET(1:4)
              '          EMISSAO: ' WRK-DATA-FMT
              DELIMITED BY SIZE INTO REL-ATM-LINHA
           WRITE REL-ATM-LINHA

           MOVE SPACES TO REL-ATM-LINHA
           STRING 'Contratos: inicio no mes (CONTRATO.DAT). Valor: '
              'mensalidade inicial. Conversoes: prospecto para ativo '
              '(historico de situacao).'
              DELIMITED BY SIZE INTO REL-ATM-LINHA
           WRITE REL-ATM-LINHA

           MOVE SPACES TO REL-ATM-LINHA
           STRING 'Media: media dos percentuais das metas definidas. '
              'Oport.: oportunidades ganhas no mes (OPORTUN.DAT).'
              DELIMITED BY SIZE INTO REL-ATM-LINHA
           WRITE REL-ATM-LINHA

           MOVE ALL '=' TO REL-ATM-LINHA
           WRITE REL-ATM-LINHA.
      *-----------------------------------------------------------------
       ESCREVE-SECAO                                          SECTION.
      *----------------------------------
           MOVE ZERO TO WRK-RANK
           MOVE ZERO TO WRK-SEC-META-CTR
           MOVE ZERO TO WRK-SEC-META-VLR
           MOVE ZERO TO WRK-SEC-META-CNV
           MOVE ZERO TO WRK-SEC-REAL-CTR
           MOVE ZERO TO WRK-SEC-REAL-VLR
           MOVE ZERO TO WRK-SEC-REAL-CNV
           MOVE ZERO TO WRK-SEC-REAL-OPO

           MOVE SPACES TO REL-ATM-LINHA
           WRITE REL-ATM-LINHA

           MOVE SPACES TO REL-ATM-LINHA
           IF WRK-TIPO-ATUAL EQUAL 'O'
              MOVE 'RANKING POR OPERADOR' TO REL-ATM-LINHA
           ELSE
              MOVE 'RANKING POR FILIAL' TO REL-ATM-LINHA
           END-IF
           WRITE REL-ATM-LINHA

           MOVE SPACES TO REL-ATM-LINHA
           STRING 'RNK CHAVE    NOME                 '
              ' CONTR/ META   PCT '
              '   VALOR RECORR./        META   PCT '
              ' CONV./ META   PCT  MEDIA OPORT'
              DELIMITED BY SIZE INTO REL-ATM-LINHA
           WRITE REL-ATM-LINHA

           MOVE ALL '-' TO REL-ATM-LINHA
           WRITE REL-ATM-LINHA

           PERFORM VARYING WRK-K FROM 1 BY 1
              UNTIL WRK-K GREATER THAN WRK-RNK-QTD
              IF WRK-RNK-TIPO(WRK-K) EQUAL WRK-TIPO-ATUAL
                 PERFORM ESCREVE-LINHA-RANKING
              END-IF
           END-PERFORM

           MOVE ALL '-' TO REL-ATM-LINHA
           WRITE REL-ATM-LINHA

           MOVE WRK-SEC-REAL-CTR TO WRK-PCT-REAL
           MOVE WRK-SEC-META-CTR TO WRK-PCT-META
           PERFORM FORMATA-PERCENTUAL
           MOVE WRK-PCT-EXIBE TO WRK-PCT-CTR-EXIBE

           MOVE WRK-SEC-REAL-VLR TO WRK-PCT-REAL
           MOVE WRK-SEC-META-VLR TO WRK-PCT-META
           PERFORM FORMATA-PERCENTUAL
           MOVE WRK-PCT-EXIBE TO WRK-PCT-VLR-EXIBE

           MOVE WRK-SEC-REAL-CNV TO WRK-PCT-REAL
           MOVE WRK-SEC-META-CNV TO WRK-PCT-META
           PERFORM FORMATA-PERCENTUAL
           MOVE WRK-PCT-EXIBE TO WRK-PCT-CNV-EXIBE

           MOVE WRK-SEC-REAL-CTR TO WRK-QTD-REAL-EXIBE
           MOVE WRK-SEC-META-CTR TO WRK-QTD-META-EXIBE
           MOVE WRK-SEC-REAL-VLR TO WRK-VLR-REAL-EXIBE
           MOVE WRK-SEC-META-VLR TO WRK-VLR-META-EXIBE
           MOVE WRK-SEC-REAL-CNV TO WRK-CNV-REAL-EXIBE
           MOVE WRK-SEC-META-CNV TO WRK-CNV-META-EXIBE
           MOVE WRK-SEC-REAL-OPO TO WRK-OPO-EXIBE

           MOVE SPACES TO REL-ATM-LINHA
           STRING '    TOTAL                         '
              WRK-QTD-REAL-EXIBE '/' WRK-QTD-META-EXIBE ' '
              WRK-PCT-CTR-EXIBE ' '
              WRK-VLR-REAL-EXIBE '/' WRK-VLR-META-EXIBE ' '
              WRK-PCT-VLR-EXIBE ' '
              WRK-CNV-REAL-EXIBE '/' WRK-CNV-META-EXIBE ' '
              WRK-PCT-CNV-EXIBE '        '
              WRK-OPO-EXIBE
              DELIMITED BY SIZE INTO REL-ATM-LINHA
           WRITE REL-ATM-LINHA.
      *-----------------------------------------------------------------
       ESCREVE-LINHA-RANKING                                  SECTION.
      *----------------------------------
           ADD 1 TO WRK-TOT-LINHAS

           IF WRK-RNK-TEM-META(WRK-K) EQUAL 'S'
              ADD 1 TO WRK-RANK
              MOVE WRK-RANK TO WRK-RANK-EDITADO
              MOVE WRK-RANK-EDITADO TO WRK-RANK-EXIBE
              MOVE WRK-RNK-MEDIA(WRK-K) TO WRK-PCT-EDITADO
              MOVE WRK-PCT-EDITADO TO WRK-MEDIA-EXIBE
           ELSE
              MOVE ' --' TO WRK-RANK-EXIBE
              MOVE '    --' TO WRK-MEDIA-EXIBE
           END-IF

           MOVE SPACES TO WRK-NOME

           IF WRK-TIPO-ATUAL EQUAL 'O'
              IF WRK-OPR-ABERTO EQUAL 'S'
                 MOVE WRK-RNK-CHAVE(WRK-K) TO OPR-ID
                 READ ARQCRM-OPR
                 IF ARQCRM-OPR-FS EQUAL ZERO
                    MOVE OPR-NOME TO WRK-NOME
                 END-IF
                 MOVE ZERO TO ARQCRM-OPR-FS
              END-IF
           ELSE
              STRING 'FILIAL ' WRK-RNK-CHAVE(WRK-K)(1:2)
                 DELIMITED BY SIZE INTO WRK-NOME
           END-IF

           MOVE WRK-RNK-REAL-CTR(WRK-K) TO WRK-PCT-REAL
           MOVE WRK-RNK-META-CTR(WRK-K) TO WRK-PCT-META
           PERFORM FORMATA-PERCENTUAL
           MOVE WRK-PCT-EXIBE TO WRK-PCT-CTR-EXIBE

           MOVE WRK-RNK-REAL-VLR(WRK-K) TO WRK-PCT-REAL
           MOVE WRK-RNK-META-VLR(WRK-K) TO WRK-PCT-META
           PERFORM FORMATA-PERCENTUAL
           MOVE WRK-PCT-EXIBE TO WRK-PCT-VLR-EXIBE

           MOVE WRK-RNK-REAL-CNV(WRK-K) TO WRK-PCT-REAL
           MOVE WRK-RNK-META-CNV(WRK-K) TO WRK-PCT-META
           PERFORM FORMATA-PERCENTUAL
           MOVE WRK-PCT-EXIBE TO WRK-PCT-CNV-EXIBE

           MOVE WRK-RNK-REAL-CTR(WRK-K) TO WRK-QTD-REAL-EXIBE
           MOVE WRK-RNK-META-CTR(WRK-K) TO WRK-QTD-META-EXIBE
           MOVE WRK-RNK-REAL-VLR(WRK-K) TO WRK-VLR-REAL-EXIBE
           MOVE WRK-RNK-META-VLR(WRK-K) TO WRK-VLR-META-EXIBE
           MOVE WRK-RNK-REAL-CNV(WRK-K) TO WRK-CNV-REAL-EXIBE
           MOVE WRK-RNK-META-CNV(WRK-K) TO WRK-CNV-META-EXIBE
           MOVE WRK-RNK-REAL-OPO(WRK-K) TO WRK-OPO-EXIBE

           MOVE SPACES TO REL-ATM-LINHA
           STRING WRK-RANK-EXIBE ' '
              WRK-RNK-CHAVE(WRK-K) ' '
              WRK-NOME ' '
              WRK-QTD-REAL-EXIBE '/' WRK-QTD-META-EXIBE ' '
              WRK-PCT-CTR-EXIBE ' '
              WRK-VLR-REAL-EXIBE '/' WRK-VLR-META-EXIBE ' '
              WRK-PCT-VLR-EXIBE ' '
              WRK-CNV-REAL-EXIBE '/' WRK-CNV-META-EXIBE ' '
              WRK-PCT-CNV-EXIBE ' '
              WRK-MEDIA-EXIBE ' '
              WRK-OPO-EXIBE
              DELIMITED BY SIZE INTO REL-ATM-LINHA
           WRITE REL-ATM-LINHA

           ADD WRK-RNK-REAL-CTR(WRK-K) TO WRK-SEC-REAL-CTR
           ADD WRK-RNK-REAL-VLR(WRK-K) TO WRK-SEC-REAL-VLR
           ADD WRK-RNK-REAL-CNV(WRK-K) TO WRK-SEC-REAL-CNV
           ADD WRK-RNK-REAL-OPO(WRK-K) TO WRK-SEC-REAL-OPO
           ADD WRK-RNK-META-CTR(WRK-K) TO WRK-SEC-META-CTR
           ADD WRK-RNK-META-VLR(WRK-K) TO WRK-SEC-META-VLR
           ADD WRK-RNK-META-CNV(WRK-K) TO WRK-SEC-META-CNV.
      *-----------------------------------------------------------------
       ESCREVE-RESUMO                                         SECTION.
      *----------------------------------
           MOVE SPACES TO REL-ATM-LINHA
           WRITE REL-ATM-LINHA

           MOVE ALL '=' TO REL-ATM-LINHA
           WRITE REL-ATM-LINHA

           MOVE SPACES TO REL-ATM-LINHA
           STRING 'Metas cadastradas na competencia..........: '
              WRK-TOT-METAS
              DELIMITED BY SIZE INTO REL-ATM-LINHA
           WRITE REL-ATM-LINHA

           MOVE SPACES TO REL-ATM-LINHA
           STRING 'Linhas de ranking impressas...............: '
              WRK-TOT-LINHAS
              DELIMITED BY SIZE INTO REL-ATM-LINHA
           WRITE REL-ATM-LINHA

           IF WRK-MTA-ABERTO NOT EQUAL 'S'
              MOVE 'ATENCAO: METAS.DAT indisponivel - apenas realizado'
                                                    TO REL-ATM-LINHA
              WRITE REL-ATM-LINHA
           END-IF

           IF WRK-RNK-ESTOURO GREATER THAN ZERO
              OR WRK-MTR-TABELA-CHEIA
              MOVE SPACES TO REL-ATM-LINHA
              STRING 'ATENCAO: limite de operadores/filiais excedido - '
                 WRK-RNK-ESTOURO ' entradas omitidas'
                 DELIMITED BY SIZE INTO REL-ATM-LINHA
              WRITE REL-ATM-LINHA
           END-IF.
      *-----------------------------------------------------------------
       MENSAGENS                                              SECTION.
      *----------------------------------
       GRAVA-ERRO-FATAL.
           MOVE 'ATINGMET' TO WRK-ERR-PROGRAMA
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
      *
       LIMPA-ENTRADA-RANKING.
           MOVE SPACES TO WRK-RNK-ORDEM(WRK-IDX)
           MOVE ZERO   TO WRK-RNK-ORD-INV(WRK-IDX)
           MOVE ZERO   TO WRK-RNK-META-CTR(WRK-IDX)
           MOVE ZERO   TO WRK-RNK-META-VLR(WRK-IDX)
           MOVE ZERO   TO WRK-RNK-META-CNV(WRK-IDX)
           MOVE ZERO   TO WRK-RNK-REAL-CTR(WRK-IDX)
           MOVE ZERO   TO WRK-RNK-REAL-VLR(WRK-IDX)
           MOVE ZERO   TO WRK-RNK-REAL-CNV(WRK-IDX)
           MOVE ZERO   TO WRK-RNK-REAL-OPO(WRK-IDX)
           MOVE ZERO   TO WRK-RNK-MEDIA(WRK-IDX).
      *
       CALCULA-PERCENTUAL.
           COMPUTE WRK-PCT ROUNDED =
                   WRK-PCT-REAL * 100 / WRK-PCT-META
              ON SIZE ERROR
                 MOVE 9999.9 TO WRK-PCT
           END-COMPUTE.
      *
       FORMATA-PERCENTUAL.
           IF WRK-PCT-META EQUAL ZERO
              MOVE '    --' TO WRK-PCT-EXIBE
           ELSE
              PERFORM CALCULA-PERCENTUAL
              MOVE WRK-PCT TO WRK-PCT-EDITADO
              MOVE WRK-PCT-EDITADO TO WRK-PCT-EXIBE
           END-IF.
      *-----------------------------------------------------------------
       FINALIZAR                                              SECTION.
      *----------------------------------
           PERFORM ESCREVE-CABECALHO

           MOVE 'O' TO WRK-TIPO-ATUAL
           PERFORM ESCREVE-SECAO

           MOVE 'F' TO WRK-TIPO-ATUAL
           PERFORM ESCREVE-SECAO

           PERFORM ESCREVE-RESUMO

           CLOSE REL-ATM

           IF WRK-MTA-ABERTO EQUAL 'S'
              CLOSE ARQ-METAS
           END-IF

           IF WRK-OPR-ABERTO EQUAL 'S'
              CLOSE ARQCRM-OPR
           END-IF

           MOVE 'ATINGMET' TO SAI-TIPO
           MOVE WRK-ATM-PATH TO SAI-ARQUIVO
           MOVE 'BATCH' TO SAI-OPERADOR
           MOVE WRK-TOT-LINHAS TO SAI-REGISTROS
           CALL 'REGSAIDA' USING SAI-REGISTRO

           IF WRK-MTA-ABERTO NOT EQUAL 'S'
              OR WRK-RNK-ESTOURO GREATER THAN ZERO
              OR WRK-MTR-TABELA-CHEIA
              MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY 'ATINGMET: competencia ' WRK-COMPET ' - '
                   WRK-TOT-METAS ' metas, '
                   WRK-TOT-LINHAS ' linhas de ranking'.
      *------------------------ FIM DO ARQUIVO -------------------------
