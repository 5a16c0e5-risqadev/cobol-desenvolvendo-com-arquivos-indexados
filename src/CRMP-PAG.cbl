              FILE STATUS IS ARQ-FATURA-FS
              RECORD KEY IS FAT-KEY.

           SELECT ARQ-PAGTOS  ASSIGN TO './files/PAGTOS.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS ARQ-PAGTOS-FS
              RECORD KEY IS LAN-KEY.

           SELECT ARQ-CREDITO  ASSIGN TO './files/CREDITO.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS ARQ-CREDITO-FS
              RECORD KEY IS CRD-CLIENTE.

           SELECT ARQ-NEGATIV  ASSIGN TO './files/NEGATIV.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS ARQ-NEGATIV-FS
              RECORD KEY IS NEG-KEY.

           SELECT ARQCRM-PAR  ASSIGN TO './files/SISPARAM.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS ARQCRM-PAR-FS
              RECORD KEY IS PAR-CHAVE.

           SELECT REL-AGING  ASSIGN TO WRK-AGING-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REL-AGING-FS.
      *----------------------------------
       FD  ARQ-FATURA.
       COPY 'CRMK-FAT'.
      *
       FD  ARQ-PAGTOS.
       COPY 'CRMK-PGT' REPLACING LEADING ==PGT== BY ==LAN==.
      *
       FD  ARQ-CREDITO.
       COPY 'CRMK-CRD'.
      *
       FD  ARQ-NEGATIV.
       COPY 'CRMK-NEG'.
      *
       FD  ARQCRM-PAR.
       COPY 'CRMK-PAR'.
      *
       FD  REL-AGING.
       01  REL-AGING-LINHA      PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE                                        SECTION.
      *----------------------------------
       COPY 'CRMK-AMB'.
       COPY 'CRMK-MSG'.
       COPY 'CRMK-DTF'.
       COPY 'CRMK-LOG'.
       COPY 'CRMK-SAI'.
       COPY 'CRMK-PGT'.
       COPY 'CRMK-ENW'.
       COPY 'CRMK-PFQ'.
       COPY 'CRMK-GPQ'.
       COPY 'CRMK-FAT' REPLACING LEADING ==FAT== BY ==FAN==.
       01  ARQ-FATURA-FS        PIC 9(02)   VALUE ZERO.
       01  ARQCRM-PAR-FS        PIC 9(02)   VALUE ZERO.
       01  ARQ-PAGTOS-FS        PIC 9(02)   VALUE ZERO.
       01  ARQ-CREDITO-FS       PIC 9(02)   VALUE ZERO.
       01  ARQ-NEGATIV-FS       PIC 9(02)   VALUE ZERO.
       01  WRK-NEG-QUITADA      PIC X(01)   VALUE 'N'.
       01  REL-AGING-FS         PIC 9(02)   VALUE ZERO.
       01  WRK-AGING-PATH       PIC X(40)   VALUE SPACES.
       01  WRK-OPCAO            PIC X(01)   VALUE SPACE.
       01  WRK-COMPETENCIA      PIC 9(06)   VALUE ZERO.
       01  WRK-VALOR-PAGO       PIC 9(07)V99 VALUE ZERO.
       01  WRK-DATA-PAGTO       PIC 9(08)   VALUE ZERO.
       01  WRK-DATA-LANCTO      PIC 9(08)   VALUE ZERO.
       01  WRK-LANCA-PAGTO      PIC X(01)   VALUE 'S'.
       01  WRK-METODO           PIC X(01)   VALUE SPACE.
       01  WRK-VALOR-APLICADO   PIC 9(07)V99 VALUE ZERO.
       01  WRK-VALOR-CREDITO    PIC 9(07)V99 VALUE ZERO.
       01  WRK-VALOR-ENCARGOS   PIC 9(07)V99 VALUE ZERO.
       01  WRK-VALOR-RESTANTE   PIC 9(07)V99 VALUE ZERO.
       01  WRK-LINHA-LAN        PIC X(75)   VALUE SPACES.
       01  WRK-TXT-STATUS       PIC X(10)   VALUE SPACES.
       01  WRK-LINHA            PIC 9(02)   COMP VALUE 10.
       01  WRK-LINHA-FAT        PIC X(79)   VALUE SPACES.
       01  WRK-TXT-NFSE         PIC X(09)   VALUE SPACES.
       01  WRK-ATRASO           PIC S9(05)  VALUE ZERO.
       01  WRK-AGE-QTD          PIC 9(03)   VALUE ZERO.
       01  WRK-AGE-ACHOU        PIC X(01)   VALUE 'N'.
              10 WRK-AGE-ATE60     PIC 9(07)V99.
              10 WRK-AGE-ATE90     PIC 9(07)V99.
              10 WRK-AGE-MAIS90    PIC 9(07)V99.
              10 WRK-AGE-PRINCIPAL PIC 9(07)V99.
              10 WRK-AGE-ENCARGOS  PIC 9(07)V99.
      *-----------------------------------------------------------------
       LINKAGE                                                SECTION.
      *----------------------------------

           PERFORM ABRE-ARQUIVO-FATURA

           PERFORM CARREGA-PARAMETROS

           DISPLAY SCR-HDR

           MOVE SPACE TO WRK-OPCAO.
           MOVE '1. Registrar pagamento'            TO SCR-CTR-L2
           MOVE '2. Faturas de um cliente'          TO SCR-CTR-L3
           MOVE '3. Relatorio de aging (30/60/90)'  TO SCR-CTR-L4
           MOVE '4. Pagamentos de uma fatura'       TO SCR-CTR-L5
           MOVE '5. Cancelar/creditar/reemitir'     TO SCR-CTR-L6
           MOVE '6. Acordo de parcelamento'         TO SCR-CTR-L7
           MOVE '7. Programa de fidelidade (pontos)' TO SCR-CTR-L8
           MOVE '9. Voltar'                         TO SCR-CTR-L9
           MOVE 'OPCAO:'                            TO SCR-CTR-L11

           DISPLAY SCR-CTR

           ACCEPT WRK-OPCAO                          LINE 18 COLUMN 8

           EVALUATE WRK-OPCAO
              WHEN 1
                 PERFORM LISTA-FATURAS
              WHEN 3
                 PERFORM RELATORIO-AGING
              WHEN 4
                 PERFORM LISTA-PAGAMENTOS
              WHEN 5
                 CLOSE ARQ-FATURA
                 CALL 'AJUSTFAT' USING SES-OPERADOR
                 PERFORM ABRE-ARQUIVO-FATURA
                 DISPLAY SCR-HDR
              WHEN 6
                 CLOSE ARQ-FATURA
                 CALL 'ACORDO' USING SES-OPERADOR
                 PERFORM ABRE-ARQUIVO-FATURA
                 DISPLAY SCR-HDR
              WHEN 7
                 CALL 'FIDELIDA' USING SES-OPERADOR
                 DISPLAY SCR-HDR
              WHEN 9
                 CONTINUE
              WHEN OTHER
              EXIT SECTION
           END-IF

           IF FAT-FATURA-CANCELADA
              PERFORM LIMPA-RODAPE
              MOVE 'Fatura cancelada.' TO SCR-TRL-L1
              DISPLAY SCR-TRL
              ACCEPT WRK-OPCAO                       LINE 23 COLUMN 19
              MOVE SPACE TO WRK-OPCAO
              EXIT SECTION
           END-IF

           IF FAT-FATURA-RENEGOCIADA
              PERFORM LIMPA-RODAPE
              MOVE 'Fatura renegociada: pague as parcelas do acordo.'
                                                       TO SCR-TRL-L1
              DISPLAY SCR-TRL
              ACCEPT WRK-OPCAO                       LINE 23 COLUMN 50
              MOVE SPACE TO WRK-OPCAO
              EXIT SECTION
           END-IF

           STRING 'Valor da fatura : ' FAT-VALOR
              DELIMITED BY SIZE INTO SCR-CTR-L5
           STRING 'Ja pago         : ' FAT-VALOR-PAGO
              DELIMITED BY SIZE INTO SCR-CTR-L6
           STRING 'Saldo em aberto : ' FAT-SALDO
              DELIMITED BY SIZE INTO SCR-CTR-L7
           STRING 'Vencimento      : ' FAT-DATA-VENC
              DELIMITED BY SIZE INTO SCR-CTR-L8
           MOVE 'Data pagto (0=hoje) :'        TO SCR-CTR-L9
           DISPLAY SCR-CTR

           MOVE 'N' TO WRK-DTV-OK

           PERFORM UNTIL WRK-DTV-OK EQUAL 'S'
              MOVE ZERO TO WRK-DATA-PAGTO
              ACCEPT WRK-DATA-PAGTO                  LINE 16 COLUMN 23

              IF WRK-DATA-PAGTO EQUAL ZERO
                 MOVE WRK-HOJE TO WRK-DATA-PAGTO
              END-IF
           END-PERFORM

           PERFORM VERIFICA-PERIODO-FECHADO

           IF WRK-LANCA-PAGTO NOT EQUAL 'S'
              EXIT SECTION
           END-IF

           MOVE WRK-DATA-PAGTO TO WRK-ENC-DATA
           PERFORM CALCULA-ENCARGOS

           STRING 'Multa + juros       : ' WRK-ENC-TOTAL
              ' (' WRK-ENC-DIAS ' dias)'
              DELIMITED BY SIZE INTO SCR-CTR-L10
           STRING 'Total atualizado    : ' WRK-ENC-ATUALIZADO
              DELIMITED BY SIZE INTO SCR-CTR-L11
           MOVE 'Valor pago          :'        TO SCR-CTR-L12
           MOVE 'Forma (D/P/T/E)     :'        TO SCR-CTR-L13
           DISPLAY SCR-CTR

           PERFORM LIMPA-RODAPE
           MOVE 'D=deposito P=pix T=transferencia E=especie'
                                               TO SCR-TRL-L0
           DISPLAY SCR-TRL

           MOVE ZERO TO WRK-VALOR-PAGO
           ACCEPT WRK-VALOR-PAGO                     LINE 19 COLUMN 23

           IF WRK-VALOR-PAGO EQUAL ZERO
              MOVE WRK-ENC-ATUALIZADO TO WRK-VALOR-PAGO
           END-IF

           MOVE SPACE TO PGT-METODO

           PERFORM UNTIL PGT-METODO-MANUAL
              MOVE SPACE TO WRK-METODO
              ACCEPT WRK-METODO                      LINE 20 COLUMN 23
              MOVE FUNCTION UPPER-CASE(WRK-METODO) TO PGT-METODO
              IF NOT PGT-METODO-MANUAL
                 PERFORM ERRO-FORMA-INVALIDA
              END-IF
           END-PERFORM

           MOVE FAT-REGISTRO TO FAN-REGISTRO

           PERFORM APLICA-PAGAMENTO

           REWRITE FAT-REGISTRO

           PERFORM LIMPA-RODAPE

           IF ARQ-FATURA-FS EQUAL ZERO
              MOVE FAT-CLIENTE        TO PGT-CLIENTE
              MOVE FAT-COMPETENCIA    TO PGT-COMPETENCIA
              MOVE FAT-QTD-PAGTOS     TO PGT-SEQ
              MOVE WRK-VALOR-PAGO     TO PGT-VALOR
              MOVE WRK-VALOR-CREDITO  TO PGT-VALOR-CREDITO
              MOVE WRK-VALOR-ENCARGOS TO PGT-VALOR-ENCARGOS
              MOVE WRK-DATA-LANCTO    TO PGT-DATA
              MOVE ZERO               TO PGT-DATA-ORIGEM
              IF WRK-DATA-LANCTO NOT EQUAL WRK-DATA-PAGTO
                 MOVE WRK-DATA-PAGTO  TO PGT-DATA-ORIGEM
              END-IF
              MOVE SES-OPR-ID         TO PGT-OPERADOR
              MOVE ZERO               TO PGT-NOSSO-NUMERO
              CALL 'GRAVAPAG' USING PGT-REGISTRO WRK-GPG-RETORNO

              IF NOT WRK-GPG-GRAVADO
                 PERFORM DESFAZ-PAGAMENTO
                 EXIT SECTION
              END-IF

              MOVE 'PAGAMENTO'   TO WRK-LOG-OPERACAO
              MOVE FAT-CLIENTE   TO WRK-LOG-ID
              MOVE SPACES        TO WRK-LOG-NOME
              MOVE SPACES        TO WRK-LOG-MOTIVO
              EVALUATE TRUE
                 WHEN PGT-DATA-ORIGEM NOT EQUAL ZERO
                    STRING 'FATURA ' FAT-COMPETENCIA ' AJUSTE REF '
                       PGT-DATA-ORIGEM
                       DELIMITED BY SIZE INTO WRK-LOG-MOTIVO
                 WHEN FAT-FATURA-PAGA
                    STRING 'FATURA ' FAT-COMPETENCIA ' PAGA'
                       DELIMITED BY SIZE INTO WRK-LOG-MOTIVO
                 WHEN OTHER
                    STRING 'FATURA ' FAT-COMPETENCIA ' PAGTO PARCIAL'
                       DELIMITED BY SIZE INTO WRK-LOG-MOTIVO
              END-EVALUATE
              MOVE SES-OPR-ID    TO WRK-LOG-OPERADOR
              CALL 'GRAVALOG' USING WRK-LOG-REGISTRO

              MOVE 'N' TO WRK-NEG-QUITADA
              IF FAT-FATURA-PAGA
                 PERFORM QUITA-NEGATIVACAO
              END-IF

              EVALUATE TRUE
                 WHEN WRK-VALOR-CREDITO GREATER THAN ZERO
                    STRING 'Pagamento registrado. Credito gerado: '
                       WRK-VALOR-CREDITO
                       DELIMITED BY SIZE INTO SCR-TRL-L1
                 WHEN WRK-NEG-QUITADA EQUAL 'S'
                    MOVE 'Fatura quitada. Exclusao da negativacao no pro
      -                  'ximo lote.'                  TO SCR-TRL-L1
                 WHEN FAT-FATURA-PAGA
                    MOVE 'Pagamento registrado. Fatura quitada.'
                                                       TO SCR-TRL-L1
                 WHEN OTHER
                    STRING 'Pagamento registrado. Saldo em aberto: '
                       FAT-SALDO
                       DELIMITED BY SIZE INTO SCR-TRL-L1
              END-EVALUATE
           ELSE
              MOVE 'Erro na gravacao da fatura.' TO SCR-TRL-L1
           END-IF

           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 60
           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       DESFAZ-PAGAMENTO                                       SECTION.
      *----------------------------------
           MOVE FAN-REGISTRO TO FAT-REGISTRO
           REWRITE FAT-REGISTRO

           PERFORM LIMPA-RODAPE
           STRING 'Erro na gravacao do lancamento - FS: ' WRK-GPG-FS
              '. Pagamento nao registrado.'
              DELIMITED BY SIZE INTO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 68
           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       VERIFICA-PERIODO-FECHADO                               SECTION.
      *----------------------------------
           MOVE WRK-DATA-PAGTO TO WRK-DATA-LANCTO
           MOVE 'S' TO WRK-LANCA-PAGTO

           INITIALIZE WRK-PFC-PEDIDO
           SET WRK-PFC-CONSULTA TO TRUE
           MOVE WRK-DATA-PAGTO TO WRK-PFC-DATA
           CALL 'PERIODO' USING WRK-PFC-PEDIDO

           IF NOT WRK-PFC-FECHADA
              EXIT SECTION
           END-IF

           PERFORM LIMPA-RODAPE
           STRING 'Competencia ' WRK-DATA-PAGTO(1:6)
              ' fechada. Lancar como ajuste em '
              WRK-PFC-DATA-LANCTO '?'
              DELIMITED BY SIZE INTO SCR-TRL-L1
           MOVE 'Confirma (S/N):' TO SCR-TRL-L2
           DISPLAY SCR-TRL

           ACCEPT WRK-OPCAO                          LINE 24 COLUMN 17
           MOVE FUNCTION UPPER-CASE(WRK-OPCAO) TO WRK-OPCAO

           IF WRK-OPCAO EQUAL 'S'
              MOVE WRK-PFC-DATA-LANCTO TO WRK-DATA-LANCTO
           ELSE
              MOVE 'N' TO WRK-LANCA-PAGTO
              PERFORM ERRO-PAGTO-NAO-REGISTRADO
           END-IF

           MOVE SPACE TO WRK-OPCAO
           PERFORM LIMPA-RODAPE
           DISPLAY SCR-TRL.
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
       LISTA-FATURAS                                          SECTION.
      *----------------------------------
           ACCEPT WRK-CLIENTE                        LINE 9  COLUMN 15
           MOVE FUNCTION UPPER-CASE(WRK-CLIENTE) TO WRK-CLIENTE

           MOVE 'COMPET VALOR     SALDO     VENCIMENTO PAGTO    SITUAC
      -         'AO   NFS-E     COD.VERIF'             TO SCR-CTR-L3
           DISPLAY SCR-CTR

           MOVE 11 TO WRK-LINHA
              PERFORM UNTIL ARQ-FATURA-FS NOT EQUAL ZERO
                         OR FAT-CLIENTE NOT EQUAL WRK-CLIENTE
                 EVALUATE TRUE
                    WHEN FAT-CANCELAMENTO-PENDENTE
                       MOVE 'CANC.PEND.' TO WRK-TXT-STATUS
                    WHEN FAT-FATURA-PAGA
                       MOVE 'PAGA'      TO WRK-TXT-STATUS
                    WHEN FAT-FATURA-CANCELADA
                       MOVE 'CANCELADA' TO WRK-TXT-STATUS
                    WHEN FAT-FATURA-RENEGOCIADA
                       MOVE 'RENEGOC.'  TO WRK-TXT-STATUS
                    WHEN FAT-VALOR-PAGO GREATER THAN ZERO
                       MOVE 'PARCIAL'   TO WRK-TXT-STATUS
                    WHEN OTHER
                       MOVE 'ABERTA'    TO WRK-TXT-STATUS
                 END-EVALUATE

                 IF FAT-NFSE-NUMERO EQUAL ZERO
                    MOVE SPACES          TO WRK-TXT-NFSE
                 ELSE
                    MOVE FAT-NFSE-NUMERO TO WRK-TXT-NFSE
                 END-IF

                 MOVE SPACES TO WRK-LINHA-FAT
                 STRING FAT-COMPETENCIA ' ' FAT-VALOR ' '
                    FAT-SALDO ' '
                    FAT-DATA-VENC '   ' FAT-DATA-PAGTO ' '
                    WRK-TXT-STATUS ' ' WRK-TXT-NFSE ' '
                    FAT-NFSE-CODVERIF
                    DELIMITED BY SIZE INTO WRK-LINHA-FAT
                 DISPLAY WRK-LINHA-FAT         LINE WRK-LINHA COLUMN 1
                 ADD 1 TO WRK-LINHA
              END-PERFORM
           END-IF

           PERFORM LE-CREDITO-CLIENTE

           PERFORM LIMPA-RODAPE
           IF CRD-SALDO GREATER THAN ZERO
              STRING 'Credito disponivel: ' CRD-SALDO
                 DELIMITED BY SIZE INTO SCR-TRL-L0
           END-IF
           MOVE 'Fim da lista. [pressione ENTER]' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 33
           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       LISTA-PAGAMENTOS                                       SECTION.
      *----------------------------------
           PERFORM LIMPA-CORPO

           MOVE 'Pagamentos de uma fatura'     TO SCR-CTR-L1
           MOVE 'Cliente (ID)        :'        TO SCR-CTR-L3
           MOVE 'Competencia (AAAAMM):'        TO SCR-CTR-L4
           DISPLAY SCR-CTR

           ACCEPT WRK-CLIENTE                        LINE 10 COLUMN 23
           MOVE FUNCTION UPPER-CASE(WRK-CLIENTE) TO WRK-CLIENTE
           ACCEPT WRK-COMPETENCIA                    LINE 11 COLUMN 23

           MOVE WRK-CLIENTE     TO FAT-CLIENTE
           MOVE WRK-COMPETENCIA TO FAT-COMPETENCIA

           READ ARQ-FATURA

           IF ARQ-FATURA-FS NOT EQUAL ZERO
              PERFORM ERRO-FATURA-NAO-ENCONTRADA
              EXIT SECTION
           END-IF

           PERFORM LIMPA-CORPO
           MOVE SPACES TO SCR-CTR-L1
           STRING 'Fatura ' FAT-CLIENTE ' ' FAT-COMPETENCIA
              '  Valor: ' FAT-VALOR '  Saldo: ' FAT-SALDO
              DELIMITED BY SIZE INTO SCR-CTR-L1
           MOVE 'SEQ DATA     VALOR     ENCARGOS  CREDITO   FORMA OPERAD
      -         'OR'                                   TO SCR-CTR-L3
           DISPLAY SCR-CTR

           MOVE 11 TO WRK-LINHA

           OPEN INPUT ARQ-PAGTOS

           IF ARQ-PAGTOS-FS EQUAL ZERO
              MOVE WRK-CLIENTE     TO LAN-CLIENTE
              MOVE WRK-COMPETENCIA TO LAN-COMPETENCIA
              MOVE ZERO            TO LAN-SEQ
              START ARQ-PAGTOS KEY IS NOT LESS THAN LAN-KEY

              IF ARQ-PAGTOS-FS EQUAL ZERO
                 READ ARQ-PAGTOS NEXT RECORD

                 PERFORM UNTIL ARQ-PAGTOS-FS NOT EQUAL ZERO
                            OR LAN-CLIENTE NOT EQUAL WRK-CLIENTE
                            OR LAN-COMPETENCIA NOT EQUAL WRK-COMPETENCIA
                    MOVE SPACES TO WRK-LINHA-LAN
                    STRING LAN-SEQ ' ' LAN-DATA ' ' LAN-VALOR ' '
                       LAN-VALOR-ENCARGOS ' '
                       LAN-VALOR-CREDITO ' ' LAN-METODO '     '
                       LAN-OPERADOR
                       DELIMITED BY SIZE INTO WRK-LINHA-LAN
                    DISPLAY WRK-LINHA-LAN      LINE WRK-LINHA COLUMN 1
                    ADD 1 TO WRK-LINHA

                    IF WRK-LINHA IS GREATER THAN 20
                       PERFORM LIMPA-RODAPE
                       MOVE 'Continua ... [pressione ENTER]'
                                                       TO SCR-TRL-L1
                       DISPLAY SCR-TRL
                       ACCEPT WRK-OPCAO              LINE 23 COLUMN 32
                       MOVE 11 TO WRK-LINHA
                       DISPLAY SCR-CTR
                    END-IF

                    READ ARQ-PAGTOS NEXT RECORD
                 END-PERFORM
              END-IF

              CLOSE ARQ-PAGTOS
           END-IF

           PERFORM LIMPA-RODAPE
           MOVE 'B=banco D=deposito P=pix T=transf E=especie C=credito'
                                                       TO SCR-TRL-L0
           MOVE 'Fim da lista. [pressione ENTER]' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 33
              MOVE ZERO   TO WRK-AGE-ATE60(WRK-K)
              MOVE ZERO   TO WRK-AGE-ATE90(WRK-K)
              MOVE ZERO   TO WRK-AGE-MAIS90(WRK-K)
              MOVE ZERO   TO WRK-AGE-PRINCIPAL(WRK-K)
              MOVE ZERO   TO WRK-AGE-ENCARGOS(WRK-K)
           END-PERFORM

           MOVE WRK-HOJE TO WRK-ENC-DATA

           MOVE SPACES TO FAT-CLIENTE
           MOVE ZERO   TO FAT-COMPETENCIA
           START ARQ-FATURA KEY IS NOT LESS THAN FAT-KEY
              PERFORM UNTIL ARQ-FATURA-FS NOT EQUAL ZERO
                 IF FAT-FATURA-ABERTA
                    AND FAT-DATA-VENC LESS THAN WRK-HOJE
                    AND FAT-SALDO GREATER THAN ZERO
                    ADD 1 TO WRK-TOT-ABERTAS
                    PERFORM ACUMULA-AGING
                 END-IF
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 18
           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       ACUMULA-AGING                                          SECTION.
      *----------------------------------
           COMPUTE WRK-ATRASO =
              FUNCTION INTEGER-OF-DATE(WRK-HOJE) -
              FUNCTION INTEGER-OF-DATE(FAT-DATA-VENC)
                 MOVE 'S' TO WRK-AGE-ESTOURO
              END-IF
           END-IF.
      *-----------------------------------------------------------------
       ACUMULA-FAIXA                                          SECTION.
      *----------------------------------
           PERFORM CALCULA-ENCARGOS

           ADD FAT-SALDO     TO WRK-AGE-PRINCIPAL(WRK-K)
           ADD WRK-ENC-TOTAL TO WRK-AGE-ENCARGOS(WRK-K)

           EVALUATE TRUE
              WHEN WRK-ATRASO NOT GREATER THAN 30
                 ADD FAT-SALDO TO WRK-AGE-ATE30(WRK-K)
              WHEN WRK-ATRASO NOT GREATER THAN 60
                 ADD FAT-SALDO TO WRK-AGE-ATE60(WRK-K)
              WHEN WRK-ATRASO NOT GREATER THAN 90
                 ADD FAT-SALDO TO WRK-AGE-ATE90(WRK-K)
              WHEN OTHER
                 ADD FAT-SALDO TO WRK-AGE-MAIS90(WRK-K)
           END-EVALUATE.
      *-----------------------------------------------------------------
       ESCREVE-REL-AGING                                      SECTION.
      *----------------------------------
           MOVE SPACES TO WRK-AGING-PATH
           STRING './files/AGING-' FUNCTION CURRENT-DATE(1:14)
              '.LST' DELIMITED BY SIZE INTO WRK-AGING-PATH
           WRITE REL-AGING-LINHA

           MOVE 'CLIENTE ATE 30 DIAS  ATE 60 DIAS  ATE 90 DIAS  ACIMA D
      -         'E 90  PRINCIPAL  ENCARGOS' TO REL-AGING-LINHA
           WRITE REL-AGING-LINHA

           PERFORM VARYING WRK-K FROM 1 BY 1
                 WRK-AGE-ATE30(WRK-K)  '  '
                 WRK-AGE-ATE60(WRK-K)  '  '
                 WRK-AGE-ATE90(WRK-K)  '  '
                 WRK-AGE-MAIS90(WRK-K) '  '
                 WRK-AGE-PRINCIPAL(WRK-K) '  '
                 WRK-AGE-ENCARGOS(WRK-K)
                 DELIMITED BY SIZE INTO REL-AGING-LINHA
              WRITE REL-AGING-LINHA
           END-PERFORM
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 15
           MOVE SPACE TO WRK-OPCAO.
      *
       ERRO-FORMA-INVALIDA.
           PERFORM LIMPA-RODAPE
           MOVE 'Forma de pagamento invalida.' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 30
           MOVE SPACE TO WRK-OPCAO.
      *
       ERRO-FATURA-NAO-ENCONTRADA.
           PERFORM LIMPA-RODAPE
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 24
           MOVE SPACE TO WRK-OPCAO.
      *
       ERRO-PAGTO-NAO-REGISTRADO.
           PERFORM LIMPA-RODAPE
           MOVE 'Competencia fechada. Pagamento nao registrado.'
                                                       TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 48
           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       MENSAGENS                                               SECTION.
      *----------------------------------
       COPY 'CRMK-MGP'.
      *
       COPY 'CRMK-DTP'.
      *
       COPY 'CRMK-ENC'.
      *
       ERRO-DATA-INVALIDA.
           PERFORM LIMPA-RODAPE
              CLOSE ARQ-FATURA
              OPEN I-O ARQ-FATURA
           END-IF.
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
       LE-CREDITO-CLIENTE.
           MOVE ZERO TO CRD-SALDO

           OPEN INPUT ARQ-CREDITO

           IF ARQ-CREDITO-FS EQUAL ZERO
              MOVE WRK-CLIENTE TO CRD-CLIENTE
              READ ARQ-CREDITO
              IF ARQ-CREDITO-FS NOT EQUAL ZERO
                 MOVE ZERO TO CRD-SALDO
              END-IF
              CLOSE ARQ-CREDITO
           END-IF.
      *
       QUITA-NEGATIVACAO.
           OPEN I-O ARQ-NEGATIV

           IF ARQ-NEGATIV-FS EQUAL ZERO
              MOVE FAT-CLIENTE     TO NEG-CLIENTE
              MOVE FAT-COMPETENCIA TO NEG-COMPETENCIA
              READ ARQ-NEGATIV
              IF ARQ-NEGATIV-FS EQUAL ZERO
                 AND NEG-NEGATIVADO
                 SET NEG-QUITADO TO TRUE
                 MOVE WRK-DATA-PAGTO TO NEG-DATA-QUITACAO
                 REWRITE NEG-REGISTRO
                 IF ARQ-NEGATIV-FS EQUAL ZERO
                    MOVE 'S' TO WRK-NEG-QUITADA
                 END-IF
              END-IF
              CLOSE ARQ-NEGATIV
           END-IF.
      *-----------------------------------------------------------------
       UTILITARIOS                                            SECTION.
      *----------------------------------
