      *=================================================================
       IDENTIFICATION                                         DIVISION.
       PROGRAM-ID. RETORNO.
      *=================================================================
       ENVIRONMENT                                            DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT                                           SECTION.
      *----------------------------------
       FILE-CONTROL.
           SELECT ARQ-FATURA  ASSIGN TO './files/FATURA.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS ARQ-FATURA-FS
              RECORD KEY IS FAT-KEY.

           SELECT ARQ-COBCTL  ASSIGN TO './files/COBCTL.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS ARQ-COBCTL-FS
              RECORD KEY IS COB-CHAVE.

           SELECT ARQCRM-PAR  ASSIGN TO './files/SISPARAM.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS ARQCRM-PAR-FS
              RECORD KEY IS PAR-CHAVE.

           SELECT ARQ-PAGTOS  ASSIGN TO './files/PAGTOS.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS ARQ-PAGTOS-FS
              RECORD KEY IS LAN-KEY.

           SELECT ARQ-RET  ASSIGN TO './files/CNABRET.TXT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ARQ-RET-FS.

           SELECT REL-RET  ASSIGN TO WRK-RELRET-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REL-RET-FS.
      *=================================================================
       DATA                                                   DIVISION.
      *-----------------------------------------------------------------
       FILE                                                   SECTION.
      *----------------------------------
       FD  ARQ-FATURA.
       COPY 'CRMK-FAT'.
      *
       FD  ARQ-COBCTL.
       COPY 'CRMK-COB'.
      *
       FD  ARQCRM-PAR.
       COPY 'CRMK-PAR'.
      *
       FD  ARQ-PAGTOS.
       COPY 'CRMK-PGT' REPLACING LEADING ==PGT== BY ==LAN==.
      *
       FD  ARQ-RET.
       COPY 'CRMK-CNB'.
      *
       FD  REL-RET.
       01  REL-RET-LINHA        PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE                                        SECTION.
      *----------------------------------
       COPY 'CRMK-FST'.
       COPY 'CRMK-ERR'.
       COPY 'CRMK-LOG'.
       COPY 'CRMK-SAI'.
       COPY 'CRMK-PGT'.
       COPY 'CRMK-ENW'.
       COPY 'CRMK-PFQ'.
       COPY 'CRMK-IRQ'.
       COPY 'CRMK-GPQ'.
       COPY 'CRMK-FAT' REPLACING LEADING ==FAT== BY ==FAN==.
       01  ARQ-FATURA-FS        PIC 9(02)   VALUE ZERO.
       01  ARQ-PAGTOS-FS        PIC 9(02)   VALUE ZERO.
       01  ARQCRM-PAR-FS        PIC 9(02)   VALUE ZERO.
       01  ARQ-COBCTL-FS        PIC 9(02)   VALUE ZERO.
       01  ARQ-RET-FS           PIC 9(02)   VALUE ZERO.
       01  REL-RET-FS           PIC 9(02)   VALUE ZERO.
       01  WRK-RELRET-PATH      PIC X(40)   VALUE SPACES.
       01  WRK-PARM             PIC X(20)   VALUE SPACES.
       01  WRK-REPROCESSA       PIC X(01)   VALUE 'N'.
       01  WRK-TEM-HEADER       PIC X(01)   VALUE 'N'.
       01  WRK-TEM-TRAILER      PIC X(01)   VALUE 'N'.
       01  WRK-ARQUIVO-VALIDO   PIC X(01)   VALUE 'N'.
       01  WRK-JA-LANCADO       PIC X(01)   VALUE 'N'.
       01  WRK-HDR-SEQ          PIC 9(06)   VALUE ZERO.
       01  WRK-DATA-CNAB        PIC 9(06)   VALUE ZERO.
       01  WRK-DATA-CONV        PIC 9(08)   VALUE ZERO.
       01  WRK-DATA-PAGTO       PIC 9(08)   VALUE ZERO.
       01  WRK-VALOR-PAGO       PIC 9(07)V99 VALUE ZERO.
       01  WRK-VALOR-APLICADO   PIC 9(07)V99 VALUE ZERO.
       01  WRK-VALOR-CREDITO    PIC 9(07)V99 VALUE ZERO.
       01  WRK-VALOR-ENCARGOS   PIC 9(07)V99 VALUE ZERO.
       01  WRK-VALOR-RESTANTE   PIC 9(07)V99 VALUE ZERO.
       01  WRK-OCORRENCIA-TXT   PIC X(40)   VALUE SPACES.
       01  WRK-TOT-DETALHES     PIC 9(08)   VALUE ZERO.
       01  WRK-TOT-VALOR-LIDO   PIC 9(12)V99 VALUE ZERO.
       01  WRK-TOT-BAIXADAS     PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-VALOR-BAIXADO PIC 9(09)V99 VALUE ZERO.
       01  WRK-TOT-VALOR-CREDITO PIC 9(09)V99 VALUE ZERO.
       01  WRK-TOT-VALOR-ENCARGOS PIC 9(09)V99 VALUE ZERO.
       01  WRK-TOT-CONFIRMADAS  PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-NAO-ENCONTR  PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-REJEITADAS   PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-DIVERGENTES  PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-AJUSTES      PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-JA-LANCADAS  PIC 9(05)   VALUE ZERO.
      *=================================================================
       PROCEDURE                                              DIVISION.
      *-----------------------------------------------------------------
       PRINCIPAL                                              SECTION.
      *----------------------------------
           PERFORM INICIAR
           PERFORM VALIDA-ARQUIVO

           IF WRK-ARQUIVO-VALIDO EQUAL 'S'
              PERFORM PROCESSAR
           END-IF

           PERFORM FINALIZAR
           GOBACK.
      *-----------------------------------------------------------------
       INICIAR                                                SECTION.
      *----------------------------------
           ACCEPT WRK-PARM FROM COMMAND-LINE
           MOVE FUNCTION UPPER-CASE(WRK-PARM) TO WRK-PARM

           IF WRK-PARM(1:6) EQUAL 'REPROC'
              MOVE 'S' TO WRK-REPROCESSA
           END-IF

           PERFORM VERIFICA-REGISTRO-IMPORTACAO

           PERFORM CARREGA-PARAMETROS

           OPEN INPUT ARQ-RET

           IF ARQ-RET-FS NOT EQUAL ZERO
              MOVE 'ABRE CNABRET.TXT' TO WRK-ERR-SECAO
              MOVE ARQ-RET-FS TO WRK-ERR-FS
              PERFORM GRAVA-ERRO-FATAL
              PERFORM TRADUZ-RET-FS
              DISPLAY 'RETORNO: ERRO ABERTURA CNABRET.TXT - FS: '
                      ARQ-RET-FS ' (' WRK-FST-MENSAGEM ')'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN I-O ARQ-COBCTL

           MOVE 'B' TO COB-CHAVE
           READ ARQ-COBCTL

           IF ARQ-COBCTL-FS NOT EQUAL ZERO
              DISPLAY 'RETORNO: convenio de cobranca nao configurado'
                      ' (Setup - COBCTL.DAT)'
              CLOSE ARQ-RET
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN I-O ARQ-FATURA

           IF ARQ-FATURA-FS NOT EQUAL ZERO
              MOVE 'ABRE FATURA' TO WRK-ERR-SECAO
              MOVE ARQ-FATURA-FS TO WRK-ERR-FS
              PERFORM GRAVA-ERRO-FATAL
              DISPLAY 'RETORNO: ERRO ABERTURA FATURA.DAT - FS: '
                      ARQ-FATURA-FS
              CLOSE ARQ-RET
              CLOSE ARQ-COBCTL
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           MOVE SPACES TO WRK-RELRET-PATH
           STRING './files/RETORNO-' FUNCTION CURRENT-DATE(1:14)
              '.LST' DELIMITED BY SIZE INTO WRK-RELRET-PATH

           OPEN OUTPUT REL-RET

           MOVE 'CRM - RETORNO DE COBRANCA BANCARIA (CNAB)'
                                                    TO REL-RET-LINHA
           WRITE REL-RET-LINHA

           MOVE 'CLIENTE COMPET NOSSO NUM  VALOR PAGO  OCORRENCIA'
                                                    TO REL-RET-LINHA
           WRITE REL-RET-LINHA.
      *-----------------------------------------------------------------
       VERIFICA-REGISTRO-IMPORTACAO                           SECTION.
      *----------------------------------
           INITIALIZE WRK-IRG-PEDIDO
           SET WRK-IRG-VERIFICA TO TRUE
           SET WRK-IRG-LAYOUT-CNAB TO TRUE
           MOVE 'RETORNO'          TO WRK-IRG-PROGRAMA
           MOVE './files/CNABRET.TXT' TO WRK-IRG-ARQUIVO
           MOVE 'BATCH'            TO WRK-IRG-OPERADOR
           CALL 'IMPREG' USING WRK-IRG-PEDIDO

           IF NOT WRK-IRG-RECUSADO
              EXIT SECTION
           END-IF

           MOVE 'REGISTRO IMPORTACAO' TO WRK-ERR-SECAO
           MOVE ZERO TO WRK-ERR-FS
           PERFORM GRAVA-ERRO-FATAL
           DISPLAY 'RETORNO: ARQUIVO RECUSADO - ' WRK-IRG-MENSAGEM

           IF WRK-IRG-DUPLICADO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 8 TO RETURN-CODE
           END-IF

           GOBACK.
      *-----------------------------------------------------------------
       VALIDA-ARQUIVO                                         SECTION.
      *----------------------------------
           MOVE 'S' TO WRK-ARQUIVO-VALIDO

           READ ARQ-RET

           PERFORM UNTIL ARQ-RET-FS NOT EQUAL ZERO
              IF CNB-HEADER NOT EQUAL SPACES
                 EVALUATE CNB-HDR-TIPO
                    WHEN '0'
                       PERFORM TRATA-HEADER
                    WHEN '1'
                       ADD 1 TO WRK-TOT-DETALHES
                       ADD CNB-DET-VALOR-PAGO TO WRK-TOT-VALOR-LIDO
                    WHEN '9'
                       PERFORM TRATA-TRAILER
                    WHEN OTHER
                       MOVE 'N' TO WRK-ARQUIVO-VALIDO
                       ADD 1 TO WRK-TOT-DIVERGENTES
                       MOVE '       LINHA COM TIPO DE REGISTRO INVALIDO'
                                                    TO REL-RET-LINHA
                       WRITE REL-RET-LINHA
                 END-EVALUATE
              END-IF
              READ ARQ-RET
           END-PERFORM

           CLOSE ARQ-RET

           IF WRK-TEM-HEADER NOT EQUAL 'S'
              MOVE 'N' TO WRK-ARQUIVO-VALIDO
              ADD 1 TO WRK-TOT-DIVERGENTES
              MOVE '       ARQUIVO SEM HEADER' TO REL-RET-LINHA
              WRITE REL-RET-LINHA
           END-IF

           IF WRK-TEM-TRAILER NOT EQUAL 'S'
              MOVE 'N' TO WRK-ARQUIVO-VALIDO
              ADD 1 TO WRK-TOT-DIVERGENTES
              MOVE '       ARQUIVO SEM TRAILER' TO REL-RET-LINHA
              WRITE REL-RET-LINHA
           END-IF

           IF WRK-ARQUIVO-VALIDO NOT EQUAL 'S'
              MOVE '       ARQUIVO NAO PROCESSADO - NENHUMA BAIXA FEITA'
                                                    TO REL-RET-LINHA
              WRITE REL-RET-LINHA
              EXIT SECTION
           END-IF

           OPEN INPUT ARQ-RET.
      *-----------------------------------------------------------------
       PROCESSAR                                              SECTION.
      *----------------------------------
           READ ARQ-RET

           PERFORM UNTIL ARQ-RET-FS NOT EQUAL ZERO
              IF CNB-DET-TIPO EQUAL '1'
                 PERFORM TRATA-DETALHE
              END-IF
              READ ARQ-RET
           END-PERFORM.
      *-----------------------------------------------------------------
       TRATA-HEADER                                           SECTION.
      *----------------------------------
           IF WRK-TEM-HEADER EQUAL 'S'
              MOVE 'N' TO WRK-ARQUIVO-VALIDO
              ADD 1 TO WRK-TOT-DIVERGENTES
              MOVE '       MAIS DE UM HEADER NO ARQUIVO'
                                                    TO REL-RET-LINHA
              WRITE REL-RET-LINHA
              EXIT SECTION
           END-IF

           MOVE 'S' TO WRK-TEM-HEADER
           MOVE CNB-HDR-SEQ-ARQ TO WRK-HDR-SEQ

           IF CNB-HDR-OPERACAO NOT EQUAL '2'
              MOVE 'N' TO WRK-ARQUIVO-VALIDO
              ADD 1 TO WRK-TOT-DIVERGENTES
              MOVE '       HEADER NAO E DE ARQUIVO DE RETORNO'
                                                    TO REL-RET-LINHA
              WRITE REL-RET-LINHA
           END-IF

           IF CNB-HDR-BANCO NOT EQUAL COB-BANCO
              OR CNB-HDR-AGENCIA NOT EQUAL COB-AGENCIA
              OR CNB-HDR-CONTA NOT EQUAL COB-CONTA
              MOVE 'N' TO WRK-ARQUIVO-VALIDO
              ADD 1 TO WRK-TOT-DIVERGENTES
              MOVE SPACES TO REL-RET-LINHA
              STRING '       HEADER DE OUTRO CONVENIO: BANCO '
                 CNB-HDR-BANCO ' AG ' CNB-HDR-AGENCIA
                 ' CONTA ' CNB-HDR-CONTA
                 DELIMITED BY SIZE INTO REL-RET-LINHA
              WRITE REL-RET-LINHA
           END-IF

           IF WRK-HDR-SEQ NOT GREATER THAN COB-ULT-RETORNO
              AND WRK-REPROCESSA NOT EQUAL 'S'
              MOVE 'N' TO WRK-ARQUIVO-VALIDO
              ADD 1 TO WRK-TOT-DIVERGENTES
              MOVE SPACES TO REL-RET-LINHA
              STRING '       RETORNO SEQ ' WRK-HDR-SEQ
                 ' JA PROCESSADO (ULTIMO ' COB-ULT-RETORNO
                 '). USE REPROC PARA REPROCESSAR.'
                 DELIMITED BY SIZE INTO REL-RET-LINHA
              WRITE REL-RET-LINHA
           END-IF.
      *-----------------------------------------------------------------
       TRATA-DETALHE                                          SECTION.
      *----------------------------------
           MOVE CNB-DET-CLIENTE     TO FAT-CLIENTE
           MOVE CNB-DET-COMPETENCIA TO FAT-COMPETENCIA
           MOVE CNB-DET-VALOR-PAGO  TO WRK-VALOR-PAGO

           EVALUATE CNB-DET-OCORRENCIA
              WHEN 02
                 ADD 1 TO WRK-TOT-CONFIRMADAS
                 MOVE 'ENTRADA CONFIRMADA' TO WRK-OCORRENCIA-TXT
                 PERFORM ESCREVE-LINHA-RETORNO
              WHEN 03
                 PERFORM TRATA-ENTRADA-REJEITADA
              WHEN 06
                 PERFORM POSTA-LIQUIDACAO
              WHEN 17
                 PERFORM POSTA-LIQUIDACAO
              WHEN 09
                 MOVE 'BAIXA PELO BANCO'   TO WRK-OCORRENCIA-TXT
                 PERFORM ESCREVE-LINHA-RETORNO
              WHEN 10
                 MOVE 'BAIXA CONFIRMADA'   TO WRK-OCORRENCIA-TXT
                 PERFORM ESCREVE-LINHA-RETORNO
              WHEN 12
                 MOVE 'ABATIMENTO CONFIRMADO' TO WRK-OCORRENCIA-TXT
                 PERFORM ESCREVE-LINHA-RETORNO
              WHEN OTHER
                 ADD 1 TO WRK-TOT-REJEITADAS
                 MOVE SPACES TO WRK-OCORRENCIA-TXT
                 STRING 'OCORRENCIA ' CNB-DET-OCORRENCIA
                    ' NAO TRATADA'
                    DELIMITED BY SIZE INTO WRK-OCORRENCIA-TXT
                 PERFORM ESCREVE-LINHA-RETORNO
           END-EVALUATE.
      *-----------------------------------------------------------------
       TRATA-ENTRADA-REJEITADA                                SECTION.
      *----------------------------------
           ADD 1 TO WRK-TOT-REJEITADAS

           MOVE SPACES TO WRK-OCORRENCIA-TXT
           STRING 'ENTRADA REJEITADA ' CNB-DET-MOTIVO
              DELIMITED BY SIZE INTO WRK-OCORRENCIA-TXT
           PERFORM ESCREVE-LINHA-RETORNO

           READ ARQ-FATURA

           IF ARQ-FATURA-FS EQUAL ZERO
              AND FAT-NOSSO-NUMERO EQUAL CNB-DET-NOSSO-NUMERO
              AND FAT-FATURA-ABERTA
              MOVE ZERO TO FAT-NOSSO-NUMERO
              MOVE ZERO TO FAT-DATA-REMESSA
              REWRITE FAT-REGISTRO
           END-IF.
      *-----------------------------------------------------------------
       POSTA-LIQUIDACAO                                       SECTION.
      *----------------------------------
           READ ARQ-FATURA

           IF ARQ-FATURA-FS NOT EQUAL ZERO
              ADD 1 TO WRK-TOT-NAO-ENCONTR
              MOVE 'FATURA NAO ENCONTRADA' TO WRK-OCORRENCIA-TXT
              PERFORM ESCREVE-LINHA-RETORNO
              EXIT SECTION
           END-IF

           EVALUATE TRUE
              WHEN FAT-FATURA-RENEGOCIADA
                 MOVE 'FATURA RENEGOCIADA'      TO WRK-OCORRENCIA-TXT
              WHEN FAT-NOSSO-NUMERO NOT EQUAL CNB-DET-NOSSO-NUMERO
                 MOVE 'NOSSO NUMERO DIVERGENTE' TO WRK-OCORRENCIA-TXT
              WHEN FAT-FATURA-CANCELADA
                 MOVE 'FATURA CANCELADA'        TO WRK-OCORRENCIA-TXT
              WHEN WRK-VALOR-PAGO EQUAL ZERO
                 MOVE 'VALOR PAGO ZERADO'       TO WRK-OCORRENCIA-TXT
              WHEN OTHER
                 MOVE SPACES                    TO WRK-OCORRENCIA-TXT
           END-EVALUATE

           IF WRK-OCORRENCIA-TXT NOT EQUAL SPACES
              ADD 1 TO WRK-TOT-REJEITADAS
              PERFORM ESCREVE-LINHA-RETORNO
              EXIT SECTION
           END-IF

           IF CNB-DET-DATA-OCORR NOT EQUAL ZERO
              MOVE CNB-DET-DATA-OCORR   TO WRK-DATA-CNAB
           ELSE
              MOVE CNB-DET-DATA-CREDITO TO WRK-DATA-CNAB
           END-IF
           PERFORM CONVERTE-DATA-CNAB
           MOVE WRK-DATA-CONV TO WRK-DATA-PAGTO

           PERFORM VERIFICA-JA-LANCADO

           IF WRK-JA-LANCADO EQUAL 'S'
              ADD 1 TO WRK-TOT-JA-LANCADAS
              MOVE 'PAGAMENTO JA LANCADO - IGNORADO'
                                               TO WRK-OCORRENCIA-TXT
              PERFORM ESCREVE-LINHA-RETORNO
              EXIT SECTION
           END-IF

           MOVE FAT-REGISTRO TO FAN-REGISTRO

           MOVE WRK-DATA-PAGTO TO WRK-ENC-DATA
           PERFORM CALCULA-ENCARGOS

           PERFORM APLICA-PAGAMENTO

           REWRITE FAT-REGISTRO

           IF ARQ-FATURA-FS NOT EQUAL ZERO
              ADD 1 TO WRK-TOT-REJEITADAS
              MOVE SPACES TO WRK-OCORRENCIA-TXT
              STRING 'ERRO NA GRAVACAO - FS: ' ARQ-FATURA-FS
                 DELIMITED BY SIZE INTO WRK-OCORRENCIA-TXT
              PERFORM ESCREVE-LINHA-RETORNO
              EXIT SECTION
           END-IF

           MOVE FAT-CLIENTE        TO PGT-CLIENTE
           MOVE FAT-COMPETENCIA    TO PGT-COMPETENCIA
           MOVE FAT-QTD-PAGTOS     TO PGT-SEQ
           MOVE WRK-VALOR-PAGO     TO PGT-VALOR
           MOVE WRK-VALOR-CREDITO  TO PGT-VALOR-CREDITO
           MOVE WRK-VALOR-ENCARGOS TO PGT-VALOR-ENCARGOS
           MOVE WRK-DATA-PAGTO     TO PGT-DATA
           MOVE ZERO               TO PGT-DATA-ORIGEM
           PERFORM VERIFICA-PERIODO-FECHADO
           SET PGT-METODO-BANCO    TO TRUE
           MOVE 'BATCH'            TO PGT-OPERADOR
           MOVE CNB-DET-NOSSO-NUMERO TO PGT-NOSSO-NUMERO
           CALL 'GRAVAPAG' USING PGT-REGISTRO WRK-GPG-RETORNO

           IF NOT WRK-GPG-GRAVADO
              MOVE FAN-REGISTRO TO FAT-REGISTRO
              REWRITE FAT-REGISTRO
              ADD 1 TO WRK-TOT-REJEITADAS
              MOVE SPACES TO WRK-OCORRENCIA-TXT
              STRING 'ERRO NO LANCAMENTO DO PAGTO - FS: ' WRK-GPG-FS
                 DELIMITED BY SIZE INTO WRK-OCORRENCIA-TXT
              PERFORM ESCREVE-LINHA-RETORNO
              EXIT SECTION
           END-IF

           ADD 1 TO WRK-TOT-BAIXADAS
           ADD WRK-VALOR-APLICADO TO WRK-TOT-VALOR-BAIXADO
           ADD WRK-VALOR-CREDITO  TO WRK-TOT-VALOR-CREDITO
           ADD WRK-VALOR-ENCARGOS TO WRK-TOT-VALOR-ENCARGOS

           MOVE 'RETBANCO'    TO WRK-LOG-OPERACAO
           MOVE FAT-CLIENTE   TO WRK-LOG-ID
           MOVE SPACES        TO WRK-LOG-NOME
           MOVE SPACES        TO WRK-LOG-MOTIVO
           STRING 'FATURA ' FAT-COMPETENCIA ' PAGTO BANCO NN '
              FAT-NOSSO-NUMERO
              DELIMITED BY SIZE INTO WRK-LOG-MOTIVO
           MOVE 'BATCH'       TO WRK-LOG-OPERADOR
           CALL 'GRAVALOG' USING WRK-LOG-REGISTRO

           EVALUATE TRUE
              WHEN WRK-VALOR-APLICADO EQUAL ZERO
                 MOVE 'FATURA JA PAGA - VALOR EM CREDITO'
                                               TO WRK-OCORRENCIA-TXT
              WHEN WRK-VALOR-CREDITO GREATER THAN ZERO
                 MOVE 'BAIXADA - EXCEDENTE EM CREDITO'
                                               TO WRK-OCORRENCIA-TXT
              WHEN FAT-FATURA-PAGA
                 MOVE 'BAIXADA'                TO WRK-OCORRENCIA-TXT
              WHEN OTHER
                 MOVE SPACES TO WRK-OCORRENCIA-TXT
                 STRING 'PARCIAL - SALDO ' FAT-SALDO
                    DELIMITED BY SIZE INTO WRK-OCORRENCIA-TXT
           END-EVALUATE

           PERFORM ESCREVE-LINHA-RETORNO

           IF PGT-DATA-ORIGEM NOT EQUAL ZERO
              ADD 1 TO WRK-TOT-AJUSTES
              MOVE SPACES TO REL-RET-LINHA
              STRING '       AJUSTE: PAGTO DE ' PGT-DATA-ORIGEM
                 ' EM COMPETENCIA FECHADA, LANCADO EM ' PGT-DATA
                 DELIMITED BY SIZE INTO REL-RET-LINHA
              WRITE REL-RET-LINHA
           END-IF.
      *-----------------------------------------------------------------
       VERIFICA-JA-LANCADO                                    SECTION.
      *----------------------------------
           MOVE 'N' TO WRK-JA-LANCADO

           OPEN INPUT ARQ-PAGTOS

           IF ARQ-PAGTOS-FS NOT EQUAL ZERO
              EXIT SECTION
           END-IF

           MOVE FAT-CLIENTE     TO LAN-CLIENTE
           MOVE FAT-COMPETENCIA TO LAN-COMPETENCIA
           MOVE ZERO            TO LAN-SEQ

           START ARQ-PAGTOS KEY IS NOT LESS THAN LAN-KEY

           IF ARQ-PAGTOS-FS EQUAL ZERO
              READ ARQ-PAGTOS NEXT RECORD
           END-IF

           PERFORM UNTIL ARQ-PAGTOS-FS NOT EQUAL ZERO
                      OR LAN-CLIENTE NOT EQUAL FAT-CLIENTE
                      OR LAN-COMPETENCIA NOT EQUAL FAT-COMPETENCIA
                      OR WRK-JA-LANCADO EQUAL 'S'
              IF LAN-METODO-BANCO
                 AND LAN-NOSSO-NUMERO EQUAL CNB-DET-NOSSO-NUMERO
                 AND (LAN-DATA EQUAL WRK-DATA-PAGTO
                      OR LAN-DATA-ORIGEM EQUAL WRK-DATA-PAGTO)
                 MOVE 'S' TO WRK-JA-LANCADO
              END-IF
              READ ARQ-PAGTOS NEXT RECORD
           END-PERFORM

           CLOSE ARQ-PAGTOS.
      *-----------------------------------------------------------------
       VERIFICA-PERIODO-FECHADO                               SECTION.
      *----------------------------------
           INITIALIZE WRK-PFC-PEDIDO
           SET WRK-PFC-CONSULTA TO TRUE
           MOVE WRK-DATA-PAGTO TO WRK-PFC-DATA
           CALL 'PERIODO' USING WRK-PFC-PEDIDO

           IF WRK-PFC-FECHADA
              MOVE WRK-DATA-PAGTO      TO PGT-DATA-ORIGEM
              MOVE WRK-PFC-DATA-LANCTO TO PGT-DATA
           END-IF.
      *-----------------------------------------------------------------
       APLICA-PAGAMENTO                                       SECTION.
      *----------------------------------
           IF WRK-VALOR-PAGO GREATER THAN WRK-ENC-TOTAL
              MOVE WRK-ENC-TOTAL TO WRK-VALOR-ENCARGOS
           ELSE
              MOVE WRK-VALOR-PAGO TO WRK-VALOR-ENCARGOS
           END-IF

           COMPUTE WRK-VALOR-RESTANTE =
              WRK-VALOR-PAGO - WRK-VALOR-ENCARGOS

           IF WRK-VALOR-RESTANTE GREATER THAN FAT-SALDO
              MOVE FAT-SALDO TO WRK-VALOR-APLICADO
              COMPUTE WRK-VALOR-CREDITO =
                 WRK-VALOR-RESTANTE - FAT-SALDO
           ELSE
              MOVE WRK-VALOR-RESTANTE TO WRK-VALOR-APLICADO
              MOVE ZERO TO WRK-VALOR-CREDITO
           END-IF

           ADD WRK-VALOR-ENCARGOS TO FAT-ENCARGOS-PAGOS
           COMPUTE FAT-ENCARGOS-PENDENTES =
              WRK-ENC-TOTAL - WRK-VALOR-ENCARGOS
           ADD WRK-VALOR-APLICADO TO FAT-VALOR-PAGO
           SUBTRACT WRK-VALOR-APLICADO FROM FAT-SALDO
           ADD 1 TO FAT-QTD-PAGTOS
           MOVE WRK-DATA-PAGTO TO FAT-DATA-PAGTO

           IF FAT-SALDO EQUAL ZERO
              SET FAT-FATURA-PAGA TO TRUE
           END-IF.
      *-----------------------------------------------------------------
       TRATA-TRAILER                                          SECTION.
      *----------------------------------
           MOVE 'S' TO WRK-TEM-TRAILER

           IF CNB-TRL-QTDE NOT EQUAL WRK-TOT-DETALHES
              MOVE 'N' TO WRK-ARQUIVO-VALIDO
              ADD 1 TO WRK-TOT-DIVERGENTES
              MOVE SPACES TO REL-RET-LINHA
              STRING '       TRAILER INFORMA ' CNB-TRL-QTDE
                 ' TITULOS, LIDOS ' WRK-TOT-DETALHES
                 DELIMITED BY SIZE INTO REL-RET-LINHA
              WRITE REL-RET-LINHA
           END-IF

           IF CNB-TRL-VALOR-TOTAL NOT EQUAL WRK-TOT-VALOR-LIDO
              MOVE 'N' TO WRK-ARQUIVO-VALIDO
              ADD 1 TO WRK-TOT-DIVERGENTES
              MOVE SPACES TO REL-RET-LINHA
              STRING '       VALOR DO TRAILER ' CNB-TRL-VALOR-TOTAL
                 ' DIFERE DO SOMADO ' WRK-TOT-VALOR-LIDO
                 DELIMITED BY SIZE INTO REL-RET-LINHA
              WRITE REL-RET-LINHA
           END-IF.
      *-----------------------------------------------------------------
       MENSAGENS                                              SECTION.
      *----------------------------------
       ESCREVE-LINHA-RETORNO.
           MOVE SPACES TO REL-RET-LINHA
           STRING CNB-DET-CLIENTE '  ' CNB-DET-COMPETENCIA ' '
              CNB-DET-NOSSO-NUMERO ' ' WRK-VALOR-PAGO ' '
              WRK-OCORRENCIA-TXT
              DELIMITED BY SIZE INTO REL-RET-LINHA
           WRITE REL-RET-LINHA.
      *
       GRAVA-ERRO-FATAL.
           MOVE 'RETORNO' TO WRK-ERR-PROGRAMA
           MOVE 'BATCH' TO WRK-ERR-OPERADOR
           CALL 'GRAVAERRO' USING WRK-ERR-REGISTRO.
      *
       COPY 'CRMK-FSP' REPLACING
            ==FS-PARAGRAFO== BY ==TRADUZ-RET-FS==
            ==FS-CAMPO==      BY ==ARQ-RET-FS==.
      *-----------------------------------------------------------------
       UTILITARIOS                                            SECTION.
      *----------------------------------
       COPY 'CRMK-ENC'.
      *
       CARREGA-PARAMETROS.
           MOVE ZERO TO PAR-PERC-MULTA
           MOVE ZERO TO PAR-PERC-JUROS-DIA

           OPEN INPUT ARQCRM-PAR

           IF ARQCRM-PAR-FS EQUAL ZERO
              MOVE 'P' TO PAR-CHAVE
              READ ARQCRM-PAR
              CLOSE ARQCRM-PAR
           END-IF.
      *
       CONVERTE-DATA-CNAB.
           MOVE ZERO TO WRK-DATA-CONV

           IF WRK-DATA-CNAB NOT EQUAL ZERO
              STRING '20' WRK-DATA-CNAB(5:2) WRK-DATA-CNAB(3:2)
                 WRK-DATA-CNAB(1:2)
                 DELIMITED BY SIZE INTO WRK-DATA-CONV
           ELSE
              MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-DATA-CONV
           END-IF.
      *-----------------------------------------------------------------
       FINALIZAR                                              SECTION.
      *----------------------------------
           MOVE SPACES TO REL-RET-LINHA
           WRITE REL-RET-LINHA

           MOVE SPACES TO REL-RET-LINHA
           STRING 'Titulos lidos         : ' WRK-TOT-DETALHES
              DELIMITED BY SIZE INTO REL-RET-LINHA
           WRITE REL-RET-LINHA

           MOVE SPACES TO REL-RET-LINHA
           STRING 'Pagamentos lancados   : ' WRK-TOT-BAIXADAS
              '  Valor: ' WRK-TOT-VALOR-BAIXADO
              DELIMITED BY SIZE INTO REL-RET-LINHA
           WRITE REL-RET-LINHA

           MOVE SPACES TO REL-RET-LINHA
           STRING 'Multa/juros recebidos : ' WRK-TOT-VALOR-ENCARGOS
              DELIMITED BY SIZE INTO REL-RET-LINHA
           WRITE REL-RET-LINHA

           MOVE SPACES TO REL-RET-LINHA
           STRING 'Excedentes em credito : ' WRK-TOT-VALOR-CREDITO
              DELIMITED BY SIZE INTO REL-RET-LINHA
           WRITE REL-RET-LINHA

           MOVE SPACES TO REL-RET-LINHA
           STRING 'Entradas confirmadas  : ' WRK-TOT-CONFIRMADAS
              DELIMITED BY SIZE INTO REL-RET-LINHA
           WRITE REL-RET-LINHA

           MOVE SPACES TO REL-RET-LINHA
           STRING 'Nao encontradas       : ' WRK-TOT-NAO-ENCONTR
              DELIMITED BY SIZE INTO REL-RET-LINHA
           WRITE REL-RET-LINHA

           MOVE SPACES TO REL-RET-LINHA
           STRING 'Rejeitadas            : ' WRK-TOT-REJEITADAS
              DELIMITED BY SIZE INTO REL-RET-LINHA
           WRITE REL-RET-LINHA

           MOVE SPACES TO REL-RET-LINHA
           STRING 'Divergencias          : ' WRK-TOT-DIVERGENTES
              DELIMITED BY SIZE INTO REL-RET-LINHA
           WRITE REL-RET-LINHA

           MOVE SPACES TO REL-RET-LINHA
           STRING 'Ajustes de periodo    : ' WRK-TOT-AJUSTES
              DELIMITED BY SIZE INTO REL-RET-LINHA
           WRITE REL-RET-LINHA

           MOVE SPACES TO REL-RET-LINHA
           STRING 'Ja lancados (reproc.) : ' WRK-TOT-JA-LANCADAS
              DELIMITED BY SIZE INTO REL-RET-LINHA
           WRITE REL-RET-LINHA

           IF WRK-ARQUIVO-VALIDO EQUAL 'S'
              AND WRK-HDR-SEQ GREATER THAN COB-ULT-RETORNO
              MOVE 'B' TO COB-CHAVE
              MOVE WRK-HDR-SEQ TO COB-ULT-RETORNO
              REWRITE COB-REGISTRO
           END-IF

           IF WRK-ARQUIVO-VALIDO EQUAL 'S'
              CLOSE ARQ-RET
           END-IF

           CLOSE ARQ-FATURA
           CLOSE ARQ-COBCTL
           CLOSE REL-RET

           MOVE 'RETORNO' TO SAI-TIPO
           MOVE WRK-RELRET-PATH TO SAI-ARQUIVO
           MOVE 'BATCH' TO SAI-OPERADOR
           MOVE WRK-TOT-DETALHES TO SAI-REGISTROS
           CALL 'REGSAIDA' USING SAI-REGISTRO

           IF WRK-ARQUIVO-VALIDO EQUAL 'S'
              SET WRK-IRG-REGISTRA TO TRUE
              MOVE WRK-TOT-BAIXADAS TO WRK-IRG-APLICADOS
              CALL 'IMPREG' USING WRK-IRG-PEDIDO
           END-IF

           EVALUATE TRUE
              WHEN WRK-ARQUIVO-VALIDO NOT EQUAL 'S'
                 MOVE 8 TO RETURN-CODE
              WHEN WRK-TOT-NAO-ENCONTR GREATER THAN ZERO
                 OR WRK-TOT-REJEITADAS GREATER THAN ZERO
                 OR WRK-TOT-DIVERGENTES GREATER THAN ZERO
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           DISPLAY 'RETORNO: ' WRK-TOT-DETALHES ' titulos, '
                   WRK-TOT-BAIXADAS ' baixados, '
                   WRK-TOT-NAO-ENCONTR ' nao encontrados, '
                   WRK-TOT-REJEITADAS ' rejeitados, '
                   WRK-TOT-DIVERGENTES ' divergencias'.
      *------------------------ FIM DO ARQUIVO -------------------------
