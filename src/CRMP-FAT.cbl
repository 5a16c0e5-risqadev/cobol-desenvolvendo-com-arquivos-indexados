              FILE STATUS IS ARQ-FATURA-FS
              RECORD KEY IS FAT-KEY.

           SELECT ARQ-CREDITO  ASSIGN TO './files/CREDITO.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS ARQ-CREDITO-FS
              RECORD KEY IS CRD-CLIENTE.

           SELECT ARQ-ORDSERV  ASSIGN TO './files/ORDSERV.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS ARQ-ORDSERV-FS
              RECORD KEY IS OSV-NUMERO
              ALTERNATE RECORD KEY IS OSV-CLIENTE
                 WITH DUPLICATES.

           SELECT ARQ-EQUIPTO  ASSIGN TO './files/EQUIPTO.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS ARQ-EQUIPTO-FS
              RECORD KEY IS EQP-SERIE
              ALTERNATE RECORD KEY IS EQP-CLIENTE
                 WITH DUPLICATES
              ALTERNATE RECORD KEY IS EQP-CONTRATO
                 WITH DUPLICATES.

           SELECT REL-FAT  ASSIGN TO WRK-RELFAT-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REL-FAT-FS.
      *
       FD  ARQ-FATURA.
       COPY 'CRMK-FAT'.
      *
       FD  ARQ-CREDITO.
       COPY 'CRMK-CRD'.
      *
       FD  ARQ-ORDSERV.
       COPY 'CRMK-OSV'.
      *
       FD  ARQ-EQUIPTO.
       COPY 'CRMK-EQP'.
      *
       FD  REL-FAT.
       01  REL-FAT-LINHA        PIC X(80).
       COPY 'CRMK-FST'.
       COPY 'CRMK-ERR'.
       COPY 'CRMK-SAI'.
       COPY 'CRMK-PGT'.
       COPY 'CRMK-PFQ'.
       COPY 'CRMK-GPQ'.
       COPY 'CRMK-FAT' REPLACING LEADING ==FAT== BY ==FAN==.
       01  ARQ-CONTRATO-FS      PIC 9(02)   VALUE ZERO.
       01  ARQ-FATURA-FS        PIC 9(02)   VALUE ZERO.
       01  ARQ-CREDITO-FS       PIC 9(02)   VALUE ZERO.
       01  REL-FAT-FS           PIC 9(02)   VALUE ZERO.
       01  WRK-RELFAT-PATH      PIC X(40)   VALUE SPACES.
       01  WRK-HOJE             PIC 9(08)   VALUE ZERO.
       01  WRK-TOT-FATURAS      PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-JA-FATURADAS PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-VALOR        PIC 9(09)V99 VALUE ZERO.
       01  WRK-CREDITO-USADO    PIC 9(07)V99 VALUE ZERO.
       01  WRK-TOT-CREDITO      PIC 9(09)V99 VALUE ZERO.
       01  WRK-TOT-ERRO-CREDITO PIC 9(05)   VALUE ZERO.
       01  WRK-PRI-DIA          PIC 9(08)   VALUE ZERO.
       01  WRK-ULT-DIA          PIC 9(08)   VALUE ZERO.
       01  WRK-INI-VIGENCIA     PIC 9(08)   VALUE ZERO.
       01  WRK-FIM-VIGENCIA     PIC 9(08)   VALUE ZERO.
       01  WRK-DIAS-MES         PIC 9(02)   VALUE ZERO.
       01  WRK-DIAS-VIGENCIA    PIC S9(05)  VALUE ZERO.
       01  WRK-DIAS-VIG-EXIBE   PIC Z9      VALUE ZERO.
       01  WRK-VALOR-CONTRATO   PIC 9(07)V99 VALUE ZERO.
       01  WRK-TOT-PROPORC      PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-DESCONTO     PIC 9(09)V99 VALUE ZERO.
       01  ARQ-ORDSERV-FS       PIC 9(02)   VALUE ZERO.
       01  WRK-OSV-ABERTO       PIC X(01)   VALUE 'N'.
       01  WRK-VALOR-ORDEM      PIC 9(07)V99 VALUE ZERO.
       01  WRK-VALOR-SERVICOS   PIC 9(07)V99 VALUE ZERO.
       01  WRK-TOT-ORDENS       PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-VALOR-ORDENS PIC 9(09)V99 VALUE ZERO.
       01  ARQ-EQUIPTO-FS       PIC 9(02)   VALUE ZERO.
       01  WRK-EQP-ABERTO       PIC X(01)   VALUE 'N'.
       01  WRK-VALOR-EQUIPTOS   PIC 9(07)V99 VALUE ZERO.
       01  WRK-TOT-EQUIPTOS     PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-VALOR-EQUIP  PIC 9(09)V99 VALUE ZERO.
      *=================================================================
       PROCEDURE                                              DIVISION.
      *-----------------------------------------------------------------
           MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-HOJE
           MOVE WRK-HOJE(1:6) TO WRK-COMPETENCIA

           INITIALIZE WRK-PFC-PEDIDO
           SET WRK-PFC-CONSULTA TO TRUE
           MOVE WRK-COMPETENCIA TO WRK-PFC-COMPETENCIA
           CALL 'PERIODO' USING WRK-PFC-PEDIDO

           IF WRK-PFC-FECHADA
              DISPLAY 'FATURA: competencia ' WRK-COMPETENCIA
                      ' fechada - faturamento nao permitido'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM CALCULA-PERIODO

           OPEN INPUT ARQ-CONTRATO

           IF ARQ-CONTRATO-FS NOT EQUAL ZERO
              GOBACK
           END-IF

           PERFORM ABRE-ARQUIVO-ORDSERV
           PERFORM ABRE-ARQUIVO-EQUIPTO

           MOVE SPACES TO WRK-RELFAT-PATH
           STRING './files/FATURA-' FUNCTION CURRENT-DATE(1:14)
              '.LST' DELIMITED BY SIZE INTO WRK-RELFAT-PATH

           MOVE 'CLIENTE COMPETENC VALOR       SITUACAO'
                                                    TO REL-FAT-LINHA
           WRITE REL-FAT-LINHA

           MOVE '  CONTRATO DIAS  INTEGRAL  PROPORCIONAL'
                                                    TO REL-FAT-LINHA
           WRITE REL-FAT-LINHA.
      *-----------------------------------------------------------------
       PROCESSAR                                              SECTION.

           PERFORM UNTIL ARQ-CONTRATO-FS NOT EQUAL ZERO
              IF CTR-CLIENTE NOT EQUAL WRK-CLIENTE-ATUAL
                 IF WRK-CLIENTE-ATUAL NOT EQUAL SPACES
                    PERFORM SOMA-ORDENS-SERVICO
                    PERFORM SOMA-EQUIPAMENTOS-BAIXADOS
                 END-IF
                 IF WRK-VALOR-CLIENTE GREATER THAN ZERO
                    PERFORM EMITE-FATURA
                 END-IF
              END-IF

              IF CTR-CONTRATO-ATIVO
                 OR (CTR-CONTRATO-ENCERRADO
                     AND CTR-DATA-FIM NOT LESS THAN WRK-PRI-DIA)
                 PERFORM PRORATEIA-CONTRATO
              END-IF

              READ ARQ-CONTRATO NEXT RECORD
           END-PERFORM

           IF WRK-CLIENTE-ATUAL NOT EQUAL SPACES
              PERFORM SOMA-ORDENS-SERVICO
              PERFORM SOMA-EQUIPAMENTOS-BAIXADOS
           END-IF

           IF WRK-VALOR-CLIENTE GREATER THAN ZERO
              PERFORM EMITE-FATURA
           END-IF.
           MOVE 'A'               TO FAT-STATUS
           MOVE ZERO              TO FAT-DATA-PAGTO
           MOVE ZERO              TO FAT-VALOR-PAGO
           MOVE ZERO              TO FAT-NOSSO-NUMERO
           MOVE ZERO              TO FAT-DATA-REMESSA
           MOVE WRK-VALOR-CLIENTE TO FAT-SALDO
           MOVE ZERO              TO FAT-QTD-PAGTOS
           MOVE ZERO              TO FAT-ENCARGOS-PAGOS
           MOVE 'N'               TO FAT-CANC-PENDENTE
           MOVE SPACE             TO FAT-MOTIVO-CANC
           MOVE ZERO              TO FAT-DATA-CANC
           MOVE SPACES            TO FAT-OPER-CANC
           MOVE ZERO              TO FAT-VALOR-CREDITADO
           MOVE ZERO              TO FAT-QTD-REEMISSOES
           MOVE ZERO              TO FAT-ETAPA-COBRANCA
           MOVE ZERO              TO FAT-DATA-COBRANCA
           MOVE ZERO              TO FAT-RPS-NUMERO
           MOVE ZERO              TO FAT-NFSE-NUMERO
           MOVE SPACES            TO FAT-NFSE-CODVERIF
           MOVE ZERO              TO FAT-NFSE-DATA
           MOVE ZERO              TO FAT-ACORDO
           MOVE ZERO              TO FAT-PARCELA
           MOVE ZERO              TO FAT-DATA-RENEG
           MOVE ZERO              TO FAT-SALDO-RENEG
           MOVE ZERO              TO FAT-DATA-REATIV
           MOVE ZERO              TO FAT-SALDO-REATIV
           MOVE ZERO              TO FAT-ENCARGOS-PENDENTES
           MOVE SPACE             TO FAT-INSTR-BANCO
           MOVE ZERO              TO FAT-INSTR-NOSSO-NUMERO
           MOVE ZERO              TO FAT-INSTR-VALOR
           MOVE ZERO              TO FAT-INSTR-DATA-REMESSA

           MOVE FAT-REGISTRO TO FAN-REGISTRO
           SET WRK-GPG-GRAVADO TO TRUE

           PERFORM CONSOME-CREDITO

           WRITE FAT-REGISTRO

           IF ARQ-FATURA-FS EQUAL ZERO
              ADD 1 TO WRK-TOT-FATURAS
              ADD WRK-VALOR-CLIENTE TO WRK-TOT-VALOR
              IF WRK-VALOR-SERVICOS GREATER THAN ZERO
                 PERFORM BAIXA-ORDENS-SERVICO
              END-IF
              IF WRK-VALOR-EQUIPTOS GREATER THAN ZERO
                 PERFORM BAIXA-EQUIPAMENTOS-COBRADOS
              END-IF
              IF WRK-CREDITO-USADO GREATER THAN ZERO
                 PERFORM LANCA-CREDITO-USADO
              END-IF
              MOVE SPACES TO REL-FAT-LINHA
              EVALUATE TRUE
                 WHEN WRK-CREDITO-USADO GREATER THAN ZERO
                    ADD WRK-CREDITO-USADO TO WRK-TOT-CREDITO
                    STRING FAT-CLIENTE '  ' FAT-COMPETENCIA '    '
                       FAT-VALOR ' FATURADA - CREDITO USADO '
                       WRK-CREDITO-USADO
                       DELIMITED BY SIZE INTO REL-FAT-LINHA
                 WHEN NOT WRK-GPG-GRAVADO
                    STRING FAT-CLIENTE '  ' FAT-COMPETENCIA '    '
                       FAT-VALOR ' FATURADA - CREDITO NAO USADO (FS '
                       WRK-GPG-FS ')'
                       DELIMITED BY SIZE INTO REL-FAT-LINHA
                 WHEN OTHER
                    STRING FAT-CLIENTE '  ' FAT-COMPETENCIA '    '
                       FAT-VALOR ' FATURADA'
                       DELIMITED BY SIZE INTO REL-FAT-LINHA
              END-EVALUATE
              WRITE REL-FAT-LINHA
           ELSE
              MOVE SPACES TO REL-FAT-LINHA
                 DELIMITED BY SIZE INTO REL-FAT-LINHA
              WRITE REL-FAT-LINHA
           END-IF.
      *-----------------------------------------------------------------
       ESCREVE-LINHA-JA-FATURADA                              SECTION.
      *----------------------------------
           MOVE SPACES TO REL-FAT-LINHA
           STRING FAT-CLIENTE '  ' FAT-COMPETENCIA '    '
              FAT-VALOR ' JA FATURADA'
              DELIMITED BY SIZE INTO REL-FAT-LINHA
           WRITE REL-FAT-LINHA.
      *-----------------------------------------------------------------
       CALCULA-VENCIMENTO                                     SECTION.
      *----------------------------------
           MOVE WRK-COMPETENCIA(1:4) TO WRK-VENC-ANO
           MOVE WRK-COMPETENCIA(5:2) TO WRK-VENC-MES
           MOVE 10 TO WRK-VENC-DIA
           ELSE
              ADD 1 TO WRK-VENC-MES
           END-IF.
      *-----------------------------------------------------------------
       CALCULA-PERIODO                                        SECTION.
      *----------------------------------
           COMPUTE WRK-PRI-DIA = WRK-COMPETENCIA * 100 + 1

           PERFORM CALCULA-VENCIMENTO

           COMPUTE WRK-ULT-DIA = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(
                 WRK-VENC-ANO * 10000 + WRK-VENC-MES * 100 + 1) - 1)

           MOVE WRK-ULT-DIA(7:2) TO WRK-DIAS-MES.
      *-----------------------------------------------------------------
       PRORATEIA-CONTRATO                                     SECTION.
      *----------------------------------
           MOVE WRK-PRI-DIA TO WRK-INI-VIGENCIA
           MOVE WRK-ULT-DIA TO WRK-FIM-VIGENCIA

           IF CTR-DATA-INICIO GREATER THAN WRK-INI-VIGENCIA
              MOVE CTR-DATA-INICIO TO WRK-INI-VIGENCIA
           END-IF

           IF CTR-DATA-FIM NOT EQUAL ZERO
              AND CTR-DATA-FIM LESS THAN WRK-FIM-VIGENCIA
              MOVE CTR-DATA-FIM TO WRK-FIM-VIGENCIA
           END-IF

           IF WRK-FIM-VIGENCIA LESS THAN WRK-INI-VIGENCIA
              MOVE ZERO TO WRK-DIAS-VIGENCIA
           ELSE
              COMPUTE WRK-DIAS-VIGENCIA =
                 FUNCTION INTEGER-OF-DATE(WRK-FIM-VIGENCIA) -
                 FUNCTION INTEGER-OF-DATE(WRK-INI-VIGENCIA) + 1
           END-IF

           IF WRK-DIAS-VIGENCIA EQUAL ZERO
              MOVE SPACES TO REL-FAT-LINHA
              STRING '  ' CTR-NUMERO '    ' CTR-CLIENTE
                 ' FORA DA VIGENCIA NA COMPETENCIA'
                 DELIMITED BY SIZE INTO REL-FAT-LINHA
              WRITE REL-FAT-LINHA
              EXIT SECTION
           END-IF

           IF WRK-DIAS-VIGENCIA LESS THAN WRK-DIAS-MES
              COMPUTE WRK-VALOR-CONTRATO ROUNDED =
                 CTR-VALOR-MENSAL * WRK-DIAS-VIGENCIA / WRK-DIAS-MES
              ADD 1 TO WRK-TOT-PROPORC
              COMPUTE WRK-TOT-DESCONTO = WRK-TOT-DESCONTO +
                 CTR-VALOR-MENSAL - WRK-VALOR-CONTRATO
           ELSE
              MOVE CTR-VALOR-MENSAL TO WRK-VALOR-CONTRATO
           END-IF

           ADD 1 TO WRK-TOT-CONTRATOS
           ADD WRK-VALOR-CONTRATO TO WRK-VALOR-CLIENTE

           MOVE WRK-DIAS-VIGENCIA TO WRK-DIAS-VIG-EXIBE
           MOVE SPACES TO REL-FAT-LINHA
           STRING '  ' CTR-NUMERO '    ' WRK-DIAS-VIG-EXIBE '/'
              WRK-DIAS-MES '  ' CTR-VALOR-MENSAL '  '
              WRK-VALOR-CONTRATO
              DELIMITED BY SIZE INTO REL-FAT-LINHA
           WRITE REL-FAT-LINHA.
      *-----------------------------------------------------------------
       CONSOME-CREDITO                                        SECTION.
      *----------------------------------
           MOVE ZERO TO WRK-CREDITO-USADO

           OPEN INPUT ARQ-CREDITO

           IF ARQ-CREDITO-FS NOT EQUAL ZERO
              EXIT SECTION
           END-IF

           MOVE FAT-CLIENTE TO CRD-CLIENTE
           READ ARQ-CREDITO

           IF ARQ-CREDITO-FS EQUAL ZERO
              AND CRD-SALDO GREATER THAN ZERO
              IF CRD-SALDO GREATER THAN FAT-SALDO
                 MOVE FAT-SALDO TO WRK-CREDITO-USADO
              ELSE
                 MOVE CRD-SALDO TO WRK-CREDITO-USADO
              END-IF

              ADD WRK-CREDITO-USADO TO FAT-VALOR-PAGO
              SUBTRACT WRK-CREDITO-USADO FROM FAT-SALDO
              ADD 1 TO FAT-QTD-PAGTOS
              MOVE WRK-HOJE TO FAT-DATA-PAGTO

              IF FAT-SALDO EQUAL ZERO
                 SET FAT-FATURA-PAGA TO TRUE
              END-IF
           END-IF

           CLOSE ARQ-CREDITO.
      *-----------------------------------------------------------------
       LANCA-CREDITO-USADO                                    SECTION.
      *----------------------------------
           MOVE FAT-CLIENTE        TO PGT-CLIENTE
           MOVE FAT-COMPETENCIA    TO PGT-COMPETENCIA
           MOVE FAT-QTD-PAGTOS     TO PGT-SEQ
           MOVE WRK-CREDITO-USADO  TO PGT-VALOR
           MOVE ZERO               TO PGT-VALOR-CREDITO
           MOVE WRK-HOJE           TO PGT-DATA
           MOVE ZERO               TO PGT-DATA-ORIGEM
           MOVE ZERO               TO PGT-NOSSO-NUMERO
           SET PGT-METODO-CREDITO  TO TRUE
           MOVE 'BATCH'            TO PGT-OPERADOR
           CALL 'GRAVAPAG' USING PGT-REGISTRO WRK-GPG-RETORNO

           IF WRK-GPG-GRAVADO
              EXIT SECTION
           END-IF

           MOVE FAN-REGISTRO TO FAT-REGISTRO
           REWRITE FAT-REGISTRO
           MOVE ZERO TO WRK-CREDITO-USADO

           MOVE 'LANCAMENTO CREDITO' TO WRK-ERR-SECAO
           MOVE WRK-GPG-FS TO WRK-ERR-FS
           PERFORM GRAVA-ERRO-FATAL
           ADD 1 TO WRK-TOT-ERRO-CREDITO.
      *-----------------------------------------------------------------
       SOMA-ORDENS-SERVICO                                    SECTION.
      *----------------------------------
           MOVE ZERO TO WRK-VALOR-SERVICOS

           IF WRK-OSV-ABERTO NOT EQUAL 'S'
              EXIT SECTION
           END-IF

           MOVE WRK-CLIENTE-ATUAL TO OSV-CLIENTE
           START ARQ-ORDSERV KEY IS NOT LESS THAN OSV-CLIENTE

           IF ARQ-ORDSERV-FS EQUAL ZERO
              READ ARQ-ORDSERV NEXT RECORD
           END-IF

           PERFORM UNTIL ARQ-ORDSERV-FS NOT EQUAL ZERO
                      OR OSV-CLIENTE NOT EQUAL WRK-CLIENTE-ATUAL
              IF OSV-CONCLUIDA
                 AND OSV-COBRAR-CLIENTE
                 AND OSV-COMPET-FATURA EQUAL ZERO
                 AND OSV-DATA-CONCLUSAO NOT GREATER THAN WRK-ULT-DIA
                 COMPUTE WRK-VALOR-ORDEM =
                    OSV-VALOR-MAO-OBRA + OSV-VALOR-PECAS
                 ADD WRK-VALOR-ORDEM TO WRK-VALOR-SERVICOS
                 MOVE SPACES TO REL-FAT-LINHA
                 STRING '  OS ' OSV-NUMERO ' CTR ' OSV-CONTRATO
                    ' SERVICO TECNICO   ' WRK-VALOR-ORDEM
                    DELIMITED BY SIZE INTO REL-FAT-LINHA
                 WRITE REL-FAT-LINHA
              END-IF
              READ ARQ-ORDSERV NEXT RECORD
           END-PERFORM

           ADD WRK-VALOR-SERVICOS TO WRK-VALOR-CLIENTE.
      *-----------------------------------------------------------------
       BAIXA-ORDENS-SERVICO                                   SECTION.
      *----------------------------------
           MOVE FAT-CLIENTE TO OSV-CLIENTE
           START ARQ-ORDSERV KEY IS NOT LESS THAN OSV-CLIENTE

           IF ARQ-ORDSERV-FS EQUAL ZERO
              READ ARQ-ORDSERV NEXT RECORD
           END-IF

           PERFORM UNTIL ARQ-ORDSERV-FS NOT EQUAL ZERO
                      OR OSV-CLIENTE NOT EQUAL FAT-CLIENTE
              IF OSV-CONCLUIDA
                 AND OSV-COBRAR-CLIENTE
                 AND OSV-COMPET-FATURA EQUAL ZERO
                 AND OSV-DATA-CONCLUSAO NOT GREATER THAN WRK-ULT-DIA
                 MOVE FAT-COMPETENCIA TO OSV-COMPET-FATURA
                 REWRITE OSV-REGISTRO
                 IF ARQ-ORDSERV-FS EQUAL ZERO
                    ADD 1 TO WRK-TOT-ORDENS
                    COMPUTE WRK-TOT-VALOR-ORDENS =
                       WRK-TOT-VALOR-ORDENS +
                       OSV-VALOR-MAO-OBRA + OSV-VALOR-PECAS
                 END-IF
              END-IF
              READ ARQ-ORDSERV NEXT RECORD
           END-PERFORM.
      *-----------------------------------------------------------------
       SOMA-EQUIPAMENTOS-BAIXADOS                             SECTION.
      *----------------------------------
           MOVE ZERO TO WRK-VALOR-EQUIPTOS

           IF WRK-EQP-ABERTO NOT EQUAL 'S'
              EXIT SECTION
           END-IF

           MOVE WRK-CLIENTE-ATUAL TO EQP-CLIENTE
           START ARQ-EQUIPTO KEY IS NOT LESS THAN EQP-CLIENTE

           IF ARQ-EQUIPTO-FS EQUAL ZERO
              READ ARQ-EQUIPTO NEXT RECORD
           END-IF

           PERFORM UNTIL ARQ-EQUIPTO-FS NOT EQUAL ZERO
                      OR EQP-CLIENTE NOT EQUAL WRK-CLIENTE-ATUAL
              IF EQP-BAIXADO
                 AND EQP-COBRAR-CLIENTE
                 AND EQP-COMPET-FATURA EQUAL ZERO
                 AND EQP-DATA-STATUS NOT GREATER THAN WRK-ULT-DIA
                 ADD EQP-VALOR-COBRANCA TO WRK-VALOR-EQUIPTOS
                 MOVE SPACES TO REL-FAT-LINHA
                 STRING '  EQUIP ' EQP-SERIE ' NAO DEVOLVIDO '
                    EQP-VALOR-COBRANCA
                    DELIMITED BY SIZE INTO REL-FAT-LINHA
                 WRITE REL-FAT-LINHA
              END-IF
              READ ARQ-EQUIPTO NEXT RECORD
           END-PERFORM

           ADD WRK-VALOR-EQUIPTOS TO WRK-VALOR-CLIENTE.
      *-----------------------------------------------------------------
       BAIXA-EQUIPAMENTOS-COBRADOS                            SECTION.
      *----------------------------------
           MOVE FAT-CLIENTE TO EQP-CLIENTE
           START ARQ-EQUIPTO KEY IS NOT LESS THAN EQP-CLIENTE

           IF ARQ-EQUIPTO-FS EQUAL ZERO
              READ ARQ-EQUIPTO NEXT RECORD
           END-IF

           PERFORM UNTIL ARQ-EQUIPTO-FS NOT EQUAL ZERO
                      OR EQP-CLIENTE NOT EQUAL FAT-CLIENTE
              IF EQP-BAIXADO
                 AND EQP-COBRAR-CLIENTE
                 AND EQP-COMPET-FATURA EQUAL ZERO
                 AND EQP-DATA-STATUS NOT GREATER THAN WRK-ULT-DIA
                 MOVE FAT-COMPETENCIA TO EQP-COMPET-FATURA
                 REWRITE EQP-REGISTRO
                 IF ARQ-EQUIPTO-FS EQUAL ZERO
                    ADD 1 TO WRK-TOT-EQUIPTOS
                    ADD EQP-VALOR-COBRANCA TO WRK-TOT-VALOR-EQUIP
                 END-IF
              END-IF
              READ ARQ-EQUIPTO NEXT RECORD
           END-PERFORM.
      *-----------------------------------------------------------------
       MENSAGENS                                              SECTION.
      *----------------------------------
           WRITE REL-FAT-LINHA

           MOVE SPACES TO REL-FAT-LINHA
           STRING 'Contratos faturados    : ' WRK-TOT-CONTRATOS
              DELIMITED BY SIZE INTO REL-FAT-LINHA
           WRITE REL-FAT-LINHA

           MOVE SPACES TO REL-FAT-LINHA
           STRING 'Contratos proporcionais: ' WRK-TOT-PROPORC
              DELIMITED BY SIZE INTO REL-FAT-LINHA
           WRITE REL-FAT-LINHA

           MOVE SPACES TO REL-FAT-LINHA
           STRING 'Reducao proporcional   : ' WRK-TOT-DESCONTO
              DELIMITED BY SIZE INTO REL-FAT-LINHA
           WRITE REL-FAT-LINHA

              DELIMITED BY SIZE INTO REL-FAT-LINHA
           WRITE REL-FAT-LINHA

           MOVE SPACES TO REL-FAT-LINHA
           STRING 'Credito de clientes    : ' WRK-TOT-CREDITO
              DELIMITED BY SIZE INTO REL-FAT-LINHA
           WRITE REL-FAT-LINHA

           MOVE SPACES TO REL-FAT-LINHA
           STRING 'Erros lancto. credito  : ' WRK-TOT-ERRO-CREDITO
              DELIMITED BY SIZE INTO REL-FAT-LINHA
           WRITE REL-FAT-LINHA

           MOVE SPACES TO REL-FAT-LINHA
           STRING 'Ordens de servico fat. : ' WRK-TOT-ORDENS
              DELIMITED BY SIZE INTO REL-FAT-LINHA
           WRITE REL-FAT-LINHA

           MOVE SPACES TO REL-FAT-LINHA
           STRING 'Valor de servicos      : ' WRK-TOT-VALOR-ORDENS
              DELIMITED BY SIZE INTO REL-FAT-LINHA
           WRITE REL-FAT-LINHA

           MOVE SPACES TO REL-FAT-LINHA
           STRING 'Equipamentos cobrados  : ' WRK-TOT-EQUIPTOS
              DELIMITED BY SIZE INTO REL-FAT-LINHA
           WRITE REL-FAT-LINHA

           MOVE SPACES TO REL-FAT-LINHA
           STRING 'Valor de equipamentos  : ' WRK-TOT-VALOR-EQUIP
              DELIMITED BY SIZE INTO REL-FAT-LINHA
           WRITE REL-FAT-LINHA

           CLOSE ARQ-CONTRATO
           CLOSE ARQ-FATURA

           IF WRK-OSV-ABERTO EQUAL 'S'
              CLOSE ARQ-ORDSERV
           END-IF

           IF WRK-EQP-ABERTO EQUAL 'S'
              CLOSE ARQ-EQUIPTO
           END-IF
           CLOSE REL-FAT

           MOVE 'FATURA' TO SAI-TIPO
           MOVE WRK-TOT-FATURAS TO SAI-REGISTROS
           CALL 'REGSAIDA' USING SAI-REGISTRO

           IF WRK-TOT-ERRO-CREDITO GREATER THAN ZERO
              MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY 'FATURA: ' WRK-TOT-FATURAS ' faturas emitidas, '
                   WRK-TOT-JA-FATURADAS ' ja existentes'.
      *-----------------------------------------------------------------
              CLOSE ARQ-FATURA
              OPEN I-O ARQ-FATURA
           END-IF.
      *
       ABRE-ARQUIVO-ORDSERV.
           MOVE 'N' TO WRK-OSV-ABERTO

           OPEN I-O ARQ-ORDSERV

           IF ARQ-ORDSERV-FS EQUAL ZERO
              MOVE 'S' TO WRK-OSV-ABERTO
           END-IF.
      *
       ABRE-ARQUIVO-EQUIPTO.
           MOVE 'N' TO WRK-EQP-ABERTO

           OPEN I-O ARQ-EQUIPTO

           IF ARQ-EQUIPTO-FS EQUAL ZERO
              MOVE 'S' TO WRK-EQP-ABERTO
           END-IF.
      *------------------------ FIM DO ARQUIVO -------------------------
