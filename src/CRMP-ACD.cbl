      *=================================================================
       IDENTIFICATION                                         DIVISION.
       PROGRAM-ID. ACORDO.
      *=================================================================
       ENVIRONMENT                                            DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT                                           SECTION.
      *----------------------------------
       FILE-CONTROL.
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

           SELECT ARQ-FATURA  ASSIGN TO './files/FATURA.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS ARQ-FATURA-FS
              RECORD KEY IS FAT-KEY.

           SELECT ARQ-ACORDO  ASSIGN TO './files/ACORDO.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS ARQ-ACORDO-FS
              RECORD KEY IS ACD-KEY.

           SELECT ARQCRM-PAR  ASSIGN TO './files/SISPARAM.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS ARQCRM-PAR-FS
              RECORD KEY IS PAR-CHAVE.
      *=================================================================
       DATA                                                   DIVISION.
      *-----------------------------------------------------------------
       FILE                                                   SECTION.
      *----------------------------------
       FD  ARQCRM.
       COPY 'CRMK-000'.
      *
       FD  ARQ-FATURA.
       COPY 'CRMK-FAT'.
      *
       FD  ARQ-ACORDO.
       COPY 'CRMK-ACD'.
      *
       FD  ARQCRM-PAR.
       COPY 'CRMK-PAR'.
      *-----------------------------------------------------------------
       WORKING-STORAGE                                        SECTION.
      *----------------------------------
       COPY 'CRMK-AMB'.
       COPY 'CRMK-MSG'.
       COPY 'CRMK-DTF'.
       COPY 'CRMK-LOG'.
       COPY 'CRMK-ERR'.
       COPY 'CRMK-ENW'.
       01  ARQCRM-FS            PIC 9(02)   VALUE ZERO.
       01  ARQ-FATURA-FS        PIC 9(02)   VALUE ZERO.
       01  ARQ-ACORDO-FS        PIC 9(02)   VALUE ZERO.
       01  ARQCRM-PAR-FS        PIC 9(02)   VALUE ZERO.
       01  WRK-OPCAO            PIC X(01)   VALUE SPACE.
       01  WRK-CONFIRMA         PIC X(01)   VALUE SPACE.
       01  WRK-HOJE             PIC 9(08)   VALUE ZERO.
       01  WRK-CLIENTE          PIC X(06)   VALUE SPACES.
       01  WRK-TEM-VIGENTE      PIC X(01)   VALUE 'N'.
       01  WRK-NUM-VIGENTE      PIC 9(03)   VALUE ZERO.
       01  WRK-PROX-NUMERO      PIC 9(03)   VALUE ZERO.
       01  WRK-ACD-QTD          PIC 9(02)   VALUE ZERO.
       01  WRK-ACD-ESTOURO      PIC X(01)   VALUE 'N'.
       01  WRK-K                PIC 9(02)   VALUE ZERO.
       01  WRK-PARC             PIC 9(02)   VALUE ZERO.
       01  WRK-LINHA            PIC 9(02)   VALUE ZERO.
       01  WRK-TOT-PRINCIPAL    PIC 9(07)V99 VALUE ZERO.
       01  WRK-TOT-ENCARGOS     PIC 9(07)V99 VALUE ZERO.
       01  WRK-TOT-BRUTO        PIC 9(07)V99 VALUE ZERO.
       01  WRK-PERC-DESCONTO    PIC 9(02)V99 VALUE ZERO.
       01  WRK-DESCONTO-OK      PIC X(01)   VALUE 'N'.
       01  WRK-VALOR-DESCONTO   PIC 9(07)V99 VALUE ZERO.
       01  WRK-VALOR-ACORDO     PIC 9(07)V99 VALUE ZERO.
       01  WRK-QTD-PARCELAS     PIC 9(02)   VALUE ZERO.
       01  WRK-PRIM-VENC        PIC 9(08)   VALUE ZERO.
       01  WRK-VALOR-PARCELA    PIC 9(07)V99 VALUE ZERO.
       01  WRK-VALOR-ULTIMA     PIC 9(07)V99 VALUE ZERO.
       01  WRK-VENC-PARC        PIC 9(08)   VALUE ZERO.
       01  WRK-MESES            PIC 9(06)   VALUE ZERO.
       01  WRK-VENC-ANO         PIC 9(04)   VALUE ZERO.
       01  WRK-VENC-MES         PIC 9(02)   VALUE ZERO.
       01  WRK-TOT-GRAVADAS     PIC 9(02)   VALUE ZERO.
       01  WRK-TXT-SITUACAO     PIC X(10)   VALUE SPACES.
       01  WRK-ACD-TABELA.
           05 WRK-ACD-ENT OCCURS 50 TIMES.
              10 WRK-ACD-COMPET    PIC 9(06).
              10 WRK-ACD-VENC      PIC 9(08).
              10 WRK-ACD-SALDO     PIC 9(07)V99.
              10 WRK-ACD-ENCARGOS  PIC 9(07)V99.
      *-----------------------------------------------------------------
       LINKAGE                                                SECTION.
      *----------------------------------
       COPY 'CRMK-SES'.
      *-----------------------------------------------------------------
       SCREEN                                                 SECTION.
      *----------------------------------
       COPY 'CRMK-SCR'.
      *=================================================================
       PROCEDURE                                              DIVISION
           USING SES-OPERADOR.
      *-----------------------------------------------------------------
       PRINCIPAL                                              SECTION.
      *----------------------------------
           PERFORM INICIAR
           PERFORM EXIBE-MENU-ACD UNTIL WRK-OPCAO EQUAL 9
           PERFORM VOLTAR-MENU.
      *-----------------------------------------------------------------
       INICIAR                                                SECTION.
      *----------------------------------
           PERFORM LIMPA-RODAPE

           MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-HOJE

           PERFORM CARREGA-PARAMETROS

           OPEN I-O ARQ-FATURA

           IF ARQ-FATURA-FS NOT EQUAL ZERO
              PERFORM ERRO-ABRE-ARQUIVO
           END-IF

           OPEN INPUT ARQCRM

           PERFORM ABRE-ARQUIVO-ACORDO

           DISPLAY SCR-HDR

           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       EXIBE-MENU-ACD                                         SECTION.
      *----------------------------------
           PERFORM LIMPA-CORPO

           MOVE '1. Novo acordo de parcelamento'      TO SCR-CTR-L2
           MOVE '2. Acordos de um cliente'            TO SCR-CTR-L3
           MOVE '9. Voltar'                           TO SCR-CTR-L4
           MOVE 'OPCAO:'                              TO SCR-CTR-L6

           DISPLAY SCR-CTR

           ACCEPT WRK-OPCAO                          LINE 13 COLUMN 8

           EVALUATE WRK-OPCAO
              WHEN 1
                 PERFORM NOVO-ACORDO
              WHEN 2
                 PERFORM LISTA-ACORDOS
              WHEN 9
                 CONTINUE
              WHEN OTHER
                 PERFORM ERRO-OPCAO-INVALIDA
           END-EVALUATE.
      *-----------------------------------------------------------------
       NOVO-ACORDO                                            SECTION.
      *----------------------------------
           PERFORM LIMPA-CORPO

           MOVE 'Acordo de parcelamento'        TO SCR-CTR-L1
           MOVE 'Cliente (ID):'                 TO SCR-CTR-L2
           DISPLAY SCR-CTR

           ACCEPT WRK-CLIENTE                        LINE 9  COLUMN 15
           MOVE FUNCTION UPPER-CASE(WRK-CLIENTE) TO WRK-CLIENTE

           MOVE WRK-CLIENTE TO ARQCRM-ID
           READ ARQCRM

           IF ARQCRM-FS NOT EQUAL ZERO
              MOVE 'Cliente nao encontrado.'     TO WRK-MSG-TEXTO
              PERFORM ERRO-ACORDO
              EXIT SECTION
           END-IF

           MOVE SPACES TO SCR-CTR-L2
           STRING 'Cliente (ID): ' WRK-CLIENTE ' - ' ARQCRM-NOME
              DELIMITED BY SIZE INTO SCR-CTR-L2

           PERFORM VERIFICA-ACORDO-VIGENTE

           IF WRK-TEM-VIGENTE EQUAL 'S'
              STRING 'Cliente ja possui o acordo vigente '
                 WRK-NUM-VIGENTE '.'
                 DELIMITED BY SIZE INTO WRK-MSG-TEXTO
              PERFORM ERRO-ACORDO
              EXIT SECTION
           END-IF

           PERFORM SELECIONA-FATURAS

           IF WRK-ACD-ESTOURO EQUAL 'S'
              MOVE 'Mais de 50 faturas vencidas: acordo nao permitido.'
                                                    TO WRK-MSG-TEXTO
              PERFORM ERRO-ACORDO
              EXIT SECTION
           END-IF

           IF WRK-ACD-QTD EQUAL ZERO
              MOVE 'Cliente sem faturas vencidas em aberto.'
                                                    TO WRK-MSG-TEXTO
              PERFORM ERRO-ACORDO
              EXIT SECTION
           END-IF

           PERFORM EXIBE-FATURAS

           PERFORM ACEITA-CONDICOES

           PERFORM CALCULA-PARCELAS

           PERFORM LIMPA-RODAPE
           STRING 'Total ' WRK-VALOR-ACORDO ' (desconto '
              WRK-VALOR-DESCONTO ') em ' WRK-QTD-PARCELAS
              'x de ' WRK-VALOR-PARCELA
              DELIMITED BY SIZE INTO SCR-TRL-L1
           MOVE 'Confirma o acordo? (S/N)'     TO SCR-TRL-L2
           DISPLAY SCR-TRL
           ACCEPT WRK-CONFIRMA                       LINE 24 COLUMN 26
           MOVE FUNCTION UPPER-CASE(WRK-CONFIRMA) TO WRK-CONFIRMA

           IF WRK-CONFIRMA NOT EQUAL 'S'
              MOVE SPACE TO WRK-OPCAO
              EXIT SECTION
           END-IF

           PERFORM GRAVA-ACORDO

           PERFORM LIMPA-RODAPE

           IF ARQ-ACORDO-FS NOT EQUAL ZERO
              MOVE 'Erro na gravacao do acordo.' TO SCR-TRL-L1
              DISPLAY SCR-TRL
              ACCEPT WRK-OPCAO                       LINE 23 COLUMN 30
              MOVE SPACE TO WRK-OPCAO
              EXIT SECTION
           END-IF

           PERFORM RENEGOCIA-FATURAS

           PERFORM GERA-PARCELAS

           MOVE 'ACORDO'       TO WRK-LOG-OPERACAO
           MOVE WRK-CLIENTE    TO WRK-LOG-ID
           MOVE ARQCRM-NOME    TO WRK-LOG-NOME
           MOVE SPACES         TO WRK-LOG-MOTIVO
           STRING 'ACORDO ' ACD-NUMERO ' ' WRK-QTD-PARCELAS 'X '
              WRK-VALOR-PARCELA ' DESC ' WRK-PERC-DESCONTO
              DELIMITED BY SIZE INTO WRK-LOG-MOTIVO
           MOVE SES-OPR-ID     TO WRK-LOG-OPERADOR
           CALL 'GRAVALOG' USING WRK-LOG-REGISTRO

           IF WRK-TOT-GRAVADAS EQUAL WRK-QTD-PARCELAS
              STRING 'Acordo ' ACD-NUMERO ' registrado: '
                 WRK-QTD-PARCELAS ' parcela(s) geradas.'
                 DELIMITED BY SIZE INTO SCR-TRL-L1
           ELSE
              STRING 'Acordo ' ACD-NUMERO ': erro na gravacao de parce'
                 'las (' WRK-TOT-GRAVADAS ' de ' WRK-QTD-PARCELAS ').'
                 DELIMITED BY SIZE INTO SCR-TRL-L1
           END-IF

           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 60
           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       VERIFICA-ACORDO-VIGENTE                                SECTION.
      *----------------------------------
           MOVE 'N'  TO WRK-TEM-VIGENTE
           MOVE ZERO TO WRK-NUM-VIGENTE
           MOVE ZERO TO WRK-PROX-NUMERO

           MOVE WRK-CLIENTE TO ACD-CLIENTE
           MOVE ZERO        TO ACD-NUMERO
           START ARQ-ACORDO KEY IS NOT LESS THAN ACD-KEY

           IF ARQ-ACORDO-FS EQUAL ZERO
              READ ARQ-ACORDO NEXT RECORD
              PERFORM UNTIL ARQ-ACORDO-FS NOT EQUAL ZERO
                         OR ACD-CLIENTE NOT EQUAL WRK-CLIENTE
                 MOVE ACD-NUMERO TO WRK-PROX-NUMERO
                 IF ACD-VIGENTE
                    MOVE 'S'        TO WRK-TEM-VIGENTE
                    MOVE ACD-NUMERO TO WRK-NUM-VIGENTE
                 END-IF
                 READ ARQ-ACORDO NEXT RECORD
              END-PERFORM
           END-IF

           ADD 1 TO WRK-PROX-NUMERO.
      *-----------------------------------------------------------------
       SELECIONA-FATURAS                                      SECTION.
      *----------------------------------
           MOVE ZERO TO WRK-ACD-QTD
           MOVE 'N'  TO WRK-ACD-ESTOURO
           MOVE ZERO TO WRK-TOT-PRINCIPAL
           MOVE ZERO TO WRK-TOT-ENCARGOS

           MOVE WRK-HOJE TO WRK-ENC-DATA

           MOVE WRK-CLIENTE TO FAT-CLIENTE
           MOVE ZERO        TO FAT-COMPETENCIA
           START ARQ-FATURA KEY IS NOT LESS THAN FAT-KEY

           IF ARQ-FATURA-FS EQUAL ZERO
              READ ARQ-FATURA NEXT RECORD

              PERFORM UNTIL ARQ-FATURA-FS NOT EQUAL ZERO
                         OR FAT-CLIENTE NOT EQUAL WRK-CLIENTE
                 IF FAT-FATURA-ABERTA
                    AND NOT FAT-CANCELAMENTO-PENDENTE
                    AND FAT-SALDO GREATER THAN ZERO
                    AND FAT-DATA-VENC LESS THAN WRK-HOJE
                    PERFORM GUARDA-FATURA
                 END-IF
                 READ ARQ-FATURA NEXT RECORD
              END-PERFORM
           END-IF

           COMPUTE WRK-TOT-BRUTO = WRK-TOT-PRINCIPAL + WRK-TOT-ENCARGOS.
      *-----------------------------------------------------------------
       GUARDA-FATURA                                          SECTION.
      *----------------------------------
           IF WRK-ACD-QTD NOT LESS THAN 50
              MOVE 'S' TO WRK-ACD-ESTOURO
              EXIT SECTION
           END-IF

           PERFORM CALCULA-ENCARGOS

           ADD 1 TO WRK-ACD-QTD
           MOVE FAT-COMPETENCIA TO WRK-ACD-COMPET(WRK-ACD-QTD)
           MOVE FAT-DATA-VENC   TO WRK-ACD-VENC(WRK-ACD-QTD)
           MOVE FAT-SALDO       TO WRK-ACD-SALDO(WRK-ACD-QTD)
           MOVE WRK-ENC-TOTAL   TO WRK-ACD-ENCARGOS(WRK-ACD-QTD)

           ADD FAT-SALDO     TO WRK-TOT-PRINCIPAL
           ADD WRK-ENC-TOTAL TO WRK-TOT-ENCARGOS.
      *-----------------------------------------------------------------
       EXIBE-FATURAS                                          SECTION.
      *----------------------------------
           MOVE 'COMPET VENCIMENTO SALDO      ENCARGOS'
                                                       TO SCR-CTR-L3

           MOVE 4 TO WRK-LINHA

           PERFORM VARYING WRK-K FROM 1 BY 1
              UNTIL WRK-K > WRK-ACD-QTD
                 OR WRK-K > 6
              MOVE SPACES TO WRK-MSG-TEXTO
              STRING WRK-ACD-COMPET(WRK-K) ' '
                 WRK-ACD-VENC(WRK-K) '   '
                 WRK-ACD-SALDO(WRK-K) ' '
                 WRK-ACD-ENCARGOS(WRK-K)
                 DELIMITED BY SIZE INTO WRK-MSG-TEXTO
              EVALUATE WRK-LINHA
                 WHEN 4
                    MOVE WRK-MSG-TEXTO TO SCR-CTR-L4
                 WHEN 5
                    MOVE WRK-MSG-TEXTO TO SCR-CTR-L5
                 WHEN 6
                    MOVE WRK-MSG-TEXTO TO SCR-CTR-L6
                 WHEN 7
                    MOVE WRK-MSG-TEXTO TO SCR-CTR-L7
                 WHEN 8
                    MOVE WRK-MSG-TEXTO TO SCR-CTR-L8
                 WHEN 9
                    MOVE WRK-MSG-TEXTO TO SCR-CTR-L9
              END-EVALUATE
              ADD 1 TO WRK-LINHA
           END-PERFORM

           IF WRK-ACD-QTD GREATER THAN 6
              MOVE SPACES TO SCR-CTR-L9
              COMPUTE WRK-K = WRK-ACD-QTD - 5
              STRING '... e mais ' WRK-K ' fatura(s) vencida(s)'
                 DELIMITED BY SIZE INTO SCR-CTR-L9
           END-IF

           STRING 'Faturas: ' WRK-ACD-QTD '  Principal: '
              WRK-TOT-PRINCIPAL '  Encargos: ' WRK-TOT-ENCARGOS
              '  Total: ' WRK-TOT-BRUTO
              DELIMITED BY SIZE INTO SCR-CTR-L10

           MOVE 'Desconto (%)        :'        TO SCR-CTR-L11
           MOVE 'Qtd. parcelas       :'        TO SCR-CTR-L12
           MOVE '1o vencimento       :'        TO SCR-CTR-L13

           DISPLAY SCR-CTR.
      *-----------------------------------------------------------------
       ACEITA-CONDICOES                                       SECTION.
      *----------------------------------
           MOVE 'N' TO WRK-DESCONTO-OK

           PERFORM UNTIL WRK-DESCONTO-OK EQUAL 'S'
              MOVE ZERO TO WRK-PERC-DESCONTO
              ACCEPT WRK-PERC-DESCONTO               LINE 18 COLUMN 23
              IF WRK-PERC-DESCONTO GREATER THAN PAR-PERC-DESC-ACORDO
                 AND SES-OPR-PERFIL NOT EQUAL 'A'
                 AND SES-OPR-PERFIL NOT EQUAL 'S'
                 PERFORM LIMPA-RODAPE
                 STRING 'Desconto acima de ' PAR-PERC-DESC-ACORDO
                    '% requer supervisor ou administrador.'
                    DELIMITED BY SIZE INTO SCR-TRL-L1
                 DISPLAY SCR-TRL
                 ACCEPT WRK-OPCAO                    LINE 23 COLUMN 62
                 PERFORM LIMPA-RODAPE
                 DISPLAY SCR-TRL
              ELSE
                 MOVE 'S' TO WRK-DESCONTO-OK
              END-IF
           END-PERFORM

           MOVE ZERO TO WRK-QTD-PARCELAS

           PERFORM UNTIL WRK-QTD-PARCELAS GREATER THAN ZERO
                     AND WRK-QTD-PARCELAS NOT GREATER THAN
                         PAR-MAX-PARCELAS
              MOVE ZERO TO WRK-QTD-PARCELAS
              ACCEPT WRK-QTD-PARCELAS                LINE 19 COLUMN 23
              IF WRK-QTD-PARCELAS EQUAL ZERO
                 OR WRK-QTD-PARCELAS GREATER THAN PAR-MAX-PARCELAS
                 PERFORM LIMPA-RODAPE
                 STRING 'Quantidade invalida. Maximo: '
                    PAR-MAX-PARCELAS ' parcelas.'
                    DELIMITED BY SIZE INTO SCR-TRL-L1
                 DISPLAY SCR-TRL
                 ACCEPT WRK-OPCAO                    LINE 23 COLUMN 45
                 PERFORM LIMPA-RODAPE
                 DISPLAY SCR-TRL
              END-IF
           END-PERFORM

           MOVE 'N' TO WRK-DTV-OK

           PERFORM UNTIL WRK-DTV-OK EQUAL 'S'
              MOVE ZERO TO WRK-PRIM-VENC
              ACCEPT WRK-PRIM-VENC                   LINE 20 COLUMN 23
              MOVE WRK-PRIM-VENC TO WRK-DTV-DATA
              PERFORM VALIDA-DATA-CALENDARIO
              IF WRK-DTV-OK EQUAL 'S'
                 AND WRK-PRIM-VENC LESS THAN WRK-HOJE
                 MOVE 'N' TO WRK-DTV-OK
              END-IF
              IF WRK-DTV-OK NOT EQUAL 'S'
                 PERFORM ERRO-DATA-INVALIDA
              END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       CALCULA-PARCELAS                                       SECTION.
      *----------------------------------
           COMPUTE WRK-VALOR-DESCONTO ROUNDED =
              WRK-TOT-BRUTO * WRK-PERC-DESCONTO / 100

           COMPUTE WRK-VALOR-ACORDO =
              WRK-TOT-BRUTO - WRK-VALOR-DESCONTO

           COMPUTE WRK-VALOR-PARCELA =
              WRK-VALOR-ACORDO / WRK-QTD-PARCELAS

           COMPUTE WRK-VALOR-ULTIMA =
              WRK-VALOR-ACORDO -
              WRK-VALOR-PARCELA * (WRK-QTD-PARCELAS - 1).
      *-----------------------------------------------------------------
       GRAVA-ACORDO                                           SECTION.
      *----------------------------------
           MOVE WRK-CLIENTE        TO ACD-CLIENTE
           MOVE WRK-PROX-NUMERO    TO ACD-NUMERO
           MOVE WRK-HOJE           TO ACD-DATA
           MOVE SES-OPR-ID         TO ACD-OPERADOR
           MOVE WRK-ACD-QTD        TO ACD-QTD-FATURAS
           MOVE WRK-TOT-PRINCIPAL  TO ACD-VALOR-PRINCIPAL
           MOVE WRK-TOT-ENCARGOS   TO ACD-VALOR-ENCARGOS
           MOVE WRK-PERC-DESCONTO  TO ACD-PERC-DESCONTO
           MOVE WRK-VALOR-DESCONTO TO ACD-VALOR-DESCONTO
           MOVE WRK-VALOR-ACORDO   TO ACD-VALOR-TOTAL
           MOVE WRK-QTD-PARCELAS   TO ACD-QTD-PARCELAS
           MOVE WRK-PRIM-VENC      TO ACD-DATA-PRIM-VENC
           SET ACD-VIGENTE         TO TRUE
           MOVE WRK-HOJE           TO ACD-DATA-SITUACAO
           MOVE ZERO               TO ACD-VALOR-REATIVADO

           WRITE ACD-REGISTRO.
      *-----------------------------------------------------------------
       RENEGOCIA-FATURAS                                      SECTION.
      *----------------------------------
           PERFORM VARYING WRK-K FROM 1 BY 1
              UNTIL WRK-K > WRK-ACD-QTD
              MOVE WRK-CLIENTE           TO FAT-CLIENTE
              MOVE WRK-ACD-COMPET(WRK-K) TO FAT-COMPETENCIA
              READ ARQ-FATURA
              IF ARQ-FATURA-FS EQUAL ZERO
                 SET FAT-FATURA-RENEGOCIADA TO TRUE
                 MOVE ACD-NUMERO TO FAT-ACORDO
                 MOVE ZERO       TO FAT-PARCELA
                 MOVE WRK-HOJE   TO FAT-DATA-RENEG
                 MOVE FAT-SALDO  TO FAT-SALDO-RENEG
                 MOVE ZERO       TO FAT-SALDO
                 MOVE ZERO       TO FAT-ENCARGOS-PENDENTES
                 MOVE ZERO       TO FAT-DATA-REATIV
                 MOVE ZERO       TO FAT-SALDO-REATIV
                 PERFORM MARCA-BAIXA-BANCO
                 MOVE ZERO       TO FAT-NOSSO-NUMERO
                 MOVE ZERO       TO FAT-DATA-REMESSA
                 REWRITE FAT-REGISTRO
                 IF ARQ-FATURA-FS EQUAL ZERO
                    MOVE 'RENEGOCIA'  TO WRK-LOG-OPERACAO
                    MOVE WRK-CLIENTE  TO WRK-LOG-ID
                    MOVE SPACES       TO WRK-LOG-NOME
                    MOVE SPACES       TO WRK-LOG-MOTIVO
                    STRING 'FAT ' FAT-COMPETENCIA ' ACORDO '
                       ACD-NUMERO ' SALDO ' FAT-SALDO-RENEG
                       DELIMITED BY SIZE INTO WRK-LOG-MOTIVO
                    MOVE SES-OPR-ID   TO WRK-LOG-OPERADOR
                    CALL 'GRAVALOG' USING WRK-LOG-REGISTRO
                 END-IF
              END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       GERA-PARCELAS                                          SECTION.
      *----------------------------------
           MOVE ZERO TO WRK-TOT-GRAVADAS

           PERFORM VARYING WRK-PARC FROM 1 BY 1
              UNTIL WRK-PARC > WRK-QTD-PARCELAS
              PERFORM CALCULA-VENC-PARCELA

              MOVE WRK-CLIENTE       TO FAT-CLIENTE
              COMPUTE FAT-COMPETENCIA =
                 900000 + ACD-NUMERO * 100 + WRK-PARC
              IF WRK-PARC EQUAL WRK-QTD-PARCELAS
                 MOVE WRK-VALOR-ULTIMA  TO FAT-VALOR
              ELSE
                 MOVE WRK-VALOR-PARCELA TO FAT-VALOR
              END-IF
              MOVE WRK-HOJE          TO FAT-DATA-EMISSAO
              MOVE WRK-VENC-PARC     TO FAT-DATA-VENC
              MOVE 'A'               TO FAT-STATUS
              MOVE ZERO              TO FAT-DATA-PAGTO
              MOVE ZERO              TO FAT-VALOR-PAGO
              MOVE ZERO              TO FAT-NOSSO-NUMERO
              MOVE ZERO              TO FAT-DATA-REMESSA
              MOVE FAT-VALOR         TO FAT-SALDO
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
              MOVE ACD-NUMERO        TO FAT-ACORDO
              MOVE WRK-PARC          TO FAT-PARCELA
              MOVE ZERO              TO FAT-DATA-RENEG
              MOVE ZERO              TO FAT-SALDO-RENEG
              MOVE ZERO              TO FAT-DATA-REATIV
              MOVE ZERO              TO FAT-SALDO-REATIV
              MOVE ZERO              TO FAT-ENCARGOS-PENDENTES
              MOVE SPACE             TO FAT-INSTR-BANCO
              MOVE ZERO              TO FAT-INSTR-NOSSO-NUMERO
              MOVE ZERO              TO FAT-INSTR-VALOR
              MOVE ZERO              TO FAT-INSTR-DATA-REMESSA

              WRITE FAT-REGISTRO

              IF ARQ-FATURA-FS EQUAL ZERO
                 ADD 1 TO WRK-TOT-GRAVADAS
              END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       CALCULA-VENC-PARCELA                                   SECTION.
      *----------------------------------
           MOVE WRK-PRIM-VENC(1:4) TO WRK-VENC-ANO
           MOVE WRK-PRIM-VENC(5:2) TO WRK-VENC-MES

           COMPUTE WRK-MESES =
              WRK-VENC-ANO * 12 + WRK-VENC-MES - 1 + WRK-PARC - 1

           DIVIDE WRK-MESES BY 12 GIVING WRK-VENC-ANO
              REMAINDER WRK-VENC-MES

           ADD 1 TO WRK-VENC-MES

           COMPUTE WRK-VENC-PARC =
              WRK-VENC-ANO * 10000 + WRK-VENC-MES * 100

           MOVE WRK-PRIM-VENC(7:2) TO WRK-VENC-PARC(7:2)

           MOVE WRK-VENC-PARC TO WRK-DTV-DATA
           PERFORM VALIDA-DATA-CALENDARIO

           IF WRK-DTV-OK NOT EQUAL 'S'
              MOVE WRK-DTV-MAX TO WRK-VENC-PARC(7:2)
           END-IF.
      *-----------------------------------------------------------------
       LISTA-ACORDOS                                          SECTION.
      *----------------------------------
           PERFORM LIMPA-CORPO

           MOVE 'Acordos de um cliente'  TO SCR-CTR-L1
           MOVE 'Cliente (ID):'          TO SCR-CTR-L2
           DISPLAY SCR-CTR

           ACCEPT WRK-CLIENTE                        LINE 9  COLUMN 15
           MOVE FUNCTION UPPER-CASE(WRK-CLIENTE) TO WRK-CLIENTE

           MOVE 'NUM DATA     FATS PARC TOTAL      DESC%  SITUACAO   EM'
                                                       TO SCR-CTR-L3

           MOVE 4 TO WRK-LINHA

           MOVE WRK-CLIENTE TO ACD-CLIENTE
           MOVE ZERO        TO ACD-NUMERO
           START ARQ-ACORDO KEY IS NOT LESS THAN ACD-KEY

           IF ARQ-ACORDO-FS EQUAL ZERO
              READ ARQ-ACORDO NEXT RECORD

              PERFORM UNTIL ARQ-ACORDO-FS NOT EQUAL ZERO
                         OR ACD-CLIENTE NOT EQUAL WRK-CLIENTE
                         OR WRK-LINHA GREATER THAN 13
                 EVALUATE TRUE
                    WHEN ACD-VIGENTE
                       MOVE 'VIGENTE'   TO WRK-TXT-SITUACAO
                    WHEN ACD-QUITADO
                       MOVE 'QUITADO'   TO WRK-TXT-SITUACAO
                    WHEN ACD-ROMPIDO
                       MOVE 'ROMPIDO'   TO WRK-TXT-SITUACAO
                    WHEN OTHER
                       MOVE SPACES      TO WRK-TXT-SITUACAO
                 END-EVALUATE

                 MOVE SPACES TO WRK-MSG-TEXTO
                 STRING ACD-NUMERO ' ' ACD-DATA ' ' ACD-QTD-FATURAS
                    '   ' ACD-QTD-PARCELAS '   ' ACD-VALOR-TOTAL ' '
                    ACD-PERC-DESCONTO ' ' WRK-TXT-SITUACAO ' '
                    ACD-DATA-SITUACAO
                    DELIMITED BY SIZE INTO WRK-MSG-TEXTO

                 EVALUATE WRK-LINHA
                    WHEN 4
                       MOVE WRK-MSG-TEXTO TO SCR-CTR-L4
                    WHEN 5
                       MOVE WRK-MSG-TEXTO TO SCR-CTR-L5
                    WHEN 6
                       MOVE WRK-MSG-TEXTO TO SCR-CTR-L6
                    WHEN 7
                       MOVE WRK-MSG-TEXTO TO SCR-CTR-L7
                    WHEN 8
                       MOVE WRK-MSG-TEXTO TO SCR-CTR-L8
                    WHEN 9
                       MOVE WRK-MSG-TEXTO TO SCR-CTR-L9
                    WHEN 10
                       MOVE WRK-MSG-TEXTO TO SCR-CTR-L10
                    WHEN 11
                       MOVE WRK-MSG-TEXTO TO SCR-CTR-L11
                    WHEN 12
                       MOVE WRK-MSG-TEXTO TO SCR-CTR-L12
                    WHEN 13
                       MOVE WRK-MSG-TEXTO TO SCR-CTR-L13
                 END-EVALUATE

                 ADD 1 TO WRK-LINHA
                 READ ARQ-ACORDO NEXT RECORD
              END-PERFORM
           END-IF

           IF WRK-LINHA EQUAL 4
              MOVE 'Nenhum acordo registrado para o cliente.'
                                                       TO SCR-CTR-L4
           END-IF

           DISPLAY SCR-CTR

           PERFORM LIMPA-RODAPE
           MOVE '[pressione ENTER]' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 18
           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       ERROS                                                  SECTION.
      *----------------------------------
       ERRO-OPCAO-INVALIDA.
           PERFORM LIMPA-RODAPE
           MOVE 001 TO WRK-MSG-CODIGO
           PERFORM TRADUZ-CODIGO-MENSAGEM
           MOVE WRK-MSG-TEXTO TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 15
           MOVE SPACE TO WRK-OPCAO.
      *
       ERRO-ACORDO.
           PERFORM LIMPA-RODAPE
           MOVE WRK-MSG-TEXTO TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 60
           MOVE SPACES TO WRK-MSG-TEXTO
           MOVE SPACE TO WRK-OPCAO.
      *
       ERRO-DATA-INVALIDA.
           PERFORM LIMPA-RODAPE
           MOVE 'Data invalida. Informe novamente.' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 35
           PERFORM LIMPA-RODAPE
           DISPLAY SCR-TRL.
      *
       ERRO-ABRE-ARQUIVO.
           MOVE 'ABRE FATURA' TO WRK-ERR-SECAO
           MOVE ARQ-FATURA-FS TO WRK-ERR-FS
           PERFORM LIMPA-RODAPE
           MOVE 'ERRO ABERTURA FATURA' TO SCR-TRL-L1
           PERFORM ABENDA.
      *-----------------------------------------------------------------
       MENSAGENS                                               SECTION.
      *----------------------------------
       COPY 'CRMK-MGP'.
      *
       COPY 'CRMK-DTP'.
      *
       COPY 'CRMK-ENC'.
      *-----------------------------------------------------------------
       FINALIZAR                                              SECTION.
      *----------------------------------
       ABENDA.
           MOVE 'ACORDO' TO WRK-ERR-PROGRAMA
           MOVE SES-OPR-ID TO WRK-ERR-OPERADOR
           CALL 'GRAVAERRO' USING WRK-ERR-REGISTRO
           MOVE 'FIM ANORMAL DO PROGRAMA' TO SCR-TRL-L3
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 25 COLUMN 25

           PERFORM VOLTAR-MENU.
      *
       VOLTAR-MENU.
           CLOSE ARQ-FATURA
           CLOSE ARQCRM
           CLOSE ARQ-ACORDO
           GOBACK.
      *-----------------------------------------------------------------
       ARQUIVOS                                               SECTION.
      *----------------------------------
       ABRE-ARQUIVO-ACORDO.
           OPEN I-O ARQ-ACORDO

           IF ARQ-ACORDO-FS EQUAL 35
              OPEN OUTPUT ARQ-ACORDO
              CLOSE ARQ-ACORDO
              OPEN I-O ARQ-ACORDO
           END-IF.
      *
       CARREGA-PARAMETROS.
           MOVE ZERO TO PAR-PERC-MULTA
           MOVE ZERO TO PAR-PERC-JUROS-DIA
           MOVE 10   TO PAR-PERC-DESC-ACORDO
           MOVE 12   TO PAR-MAX-PARCELAS

           OPEN INPUT ARQCRM-PAR

           IF ARQCRM-PAR-FS EQUAL ZERO
              MOVE 'P' TO PAR-CHAVE
              READ ARQCRM-PAR
              CLOSE ARQCRM-PAR
           END-IF

           IF PAR-PERC-DESC-ACORDO NOT NUMERIC
              MOVE 10 TO PAR-PERC-DESC-ACORDO
           END-IF

           IF PAR-MAX-PARCELAS NOT NUMERIC
              OR PAR-MAX-PARCELAS EQUAL ZERO
              MOVE 12 TO PAR-MAX-PARCELAS
           END-IF.
      *-----------------------------------------------------------------
       UTILITARIOS                                            SECTION.
      *----------------------------------
       LIMPA-RODAPE.
           MOVE TPL-TRL TO SCR-TRL.
      *
       LIMPA-CORPO.
           MOVE TPL-CTR TO SCR-CTR

           STRING
              '----------------------------'
              ' ACORDO DE PARCELAMENTO '
              '----------------------------'
           DELIMITED BY SIZE
           INTO SCR-CTR-L0.
      *
       COPY 'CRMK-IBP'.
      *------------------------ FIM DO ARQUIVO -------------------------
