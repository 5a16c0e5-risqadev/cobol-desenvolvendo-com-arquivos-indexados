      *=================================================================
       IDENTIFICATION                                         DIVISION.
       PROGRAM-ID. AJUSTFAT.
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

           SELECT ARQ-NOTACRED  ASSIGN TO './files/NOTACRED.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS ARQ-NOTACRED-FS
              RECORD KEY IS NCR-KEY.

           SELECT ARQ-FATHIST  ASSIGN TO './files/FATHIST.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS ARQ-FATHIST-FS
              RECORD KEY IS FCH-KEY.

           SELECT ARQ-CREDITO  ASSIGN TO './files/CREDITO.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS ARQ-CREDITO-FS
              RECORD KEY IS CRD-CLIENTE.

           SELECT ARQCRM-DOM  ASSIGN TO './files/DOMINIO.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS ARQCRM-DOM-FS
              RECORD KEY IS DOM-KEY.

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
       FD  ARQ-FATURA.
       COPY 'CRMK-FAT'.
      *
       FD  ARQ-NOTACRED.
       COPY 'CRMK-NCR'.
      *
       FD  ARQ-FATHIST.
       COPY 'CRMK-FCH'.
      *
       FD  ARQ-CREDITO.
       COPY 'CRMK-CRD'.
      *
       FD  ARQCRM-DOM.
       COPY 'CRMK-DOM'.
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
       COPY 'CRMK-FAT' REPLACING LEADING ==FAT== BY ==FAN==.
       01  ARQ-FATURA-FS        PIC 9(02)   VALUE ZERO.
       01  ARQ-NOTACRED-FS      PIC 9(02)   VALUE ZERO.
       01  ARQ-FATHIST-FS       PIC 9(02)   VALUE ZERO.
       01  ARQ-CREDITO-FS       PIC 9(02)   VALUE ZERO.
       01  ARQCRM-DOM-FS        PIC 9(02)   VALUE ZERO.
       01  ARQCRM-PAR-FS        PIC 9(02)   VALUE ZERO.
       01  WRK-OPCAO            PIC X(01)   VALUE SPACE.
       01  WRK-DECISAO          PIC X(01)   VALUE SPACE.
       01  WRK-CONFIRMA         PIC X(01)   VALUE SPACE.
       01  WRK-HOJE             PIC 9(08)   VALUE ZERO.
       01  WRK-CLIENTE          PIC X(06)   VALUE SPACES.
       01  WRK-COMPETENCIA      PIC 9(06)   VALUE ZERO.
       01  WRK-FAT-OK           PIC X(01)   VALUE 'N'.
       01  WRK-CRD-OK           PIC X(01)   VALUE 'N'.
       01  WRK-CRD-FS           PIC 9(02)   VALUE ZERO.
       01  WRK-NCR-OK           PIC X(01)   VALUE 'N'.
       01  WRK-NCR-FS           PIC 9(02)   VALUE ZERO.
       01  WRK-FCH-FS           PIC 9(02)   VALUE ZERO.
       01  WRK-COD-OK           PIC X(01)   VALUE 'N'.
       01  WRK-MOTIVO-COD       PIC X(01)   VALUE SPACE.
       01  WRK-MOTIVO-TXT       PIC X(30)   VALUE SPACES.
       01  WRK-TXT-STATUS       PIC X(10)   VALUE SPACES.
       01  WRK-VALOR-NOTA       PIC 9(07)V99 VALUE ZERO.
       01  WRK-VALOR-MAXIMO     PIC 9(07)V99 VALUE ZERO.
       01  WRK-VALOR-ABATIDO    PIC 9(07)V99 VALUE ZERO.
       01  WRK-VALOR-CREDITO    PIC 9(07)V99 VALUE ZERO.
       01  WRK-NOVO-VALOR       PIC 9(07)V99 VALUE ZERO.
       01  WRK-NOVO-VENC        PIC 9(08)   VALUE ZERO.
       01  WRK-PROX-SEQ         PIC 9(03)   VALUE ZERO.
       01  WRK-TOT-PENDENTES    PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-APROVADOS    PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-RECUSADOS    PIC 9(05)   VALUE ZERO.
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
           PERFORM EXIBE-MENU-AJF UNTIL WRK-OPCAO EQUAL 9
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

           DISPLAY SCR-HDR

           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       EXIBE-MENU-AJF                                         SECTION.
      *----------------------------------
           PERFORM LIMPA-CORPO

           MOVE '1. Cancelar fatura'                  TO SCR-CTR-L2
           MOVE '2. Emitir nota de credito'           TO SCR-CTR-L3
           MOVE '3. Reemitir fatura cancelada'        TO SCR-CTR-L4
           MOVE '4. Aprovar cancelamentos pendentes'  TO SCR-CTR-L5
           MOVE '9. Voltar'                           TO SCR-CTR-L6
           MOVE 'OPCAO:'                              TO SCR-CTR-L8

           DISPLAY SCR-CTR

           ACCEPT WRK-OPCAO                          LINE 15 COLUMN 8

           EVALUATE WRK-OPCAO
              WHEN 1
                 PERFORM CANCELA-FATURA
              WHEN 2
                 PERFORM NOTA-CREDITO
              WHEN 3
                 PERFORM REEMITE-FATURA
              WHEN 4
                 IF SES-OPR-PERFIL EQUAL 'A'
                    OR SES-OPR-PERFIL EQUAL 'S'
                    PERFORM APROVA-CANCELAMENTOS
                 ELSE
                    PERFORM ERRO-ACESSO-NEGADO
                 END-IF
              WHEN 9
                 CONTINUE
              WHEN OTHER
                 PERFORM ERRO-OPCAO-INVALIDA
           END-EVALUATE.
      *-----------------------------------------------------------------
       LE-FATURA                                              SECTION.
      *----------------------------------
           MOVE 'N' TO WRK-FAT-OK

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

           EVALUATE TRUE
              WHEN FAT-CANCELAMENTO-PENDENTE
                 MOVE 'CANC.PEND.' TO WRK-TXT-STATUS
              WHEN FAT-FATURA-PAGA
                 MOVE 'PAGA'       TO WRK-TXT-STATUS
              WHEN FAT-FATURA-CANCELADA
                 MOVE 'CANCELADA'  TO WRK-TXT-STATUS
              WHEN FAT-FATURA-RENEGOCIADA
                 MOVE 'RENEGOC.'   TO WRK-TXT-STATUS
              WHEN FAT-VALOR-PAGO GREATER THAN ZERO
                 MOVE 'PARCIAL'    TO WRK-TXT-STATUS
              WHEN OTHER
                 MOVE 'ABERTA'     TO WRK-TXT-STATUS
           END-EVALUATE

           STRING 'Valor da fatura : ' FAT-VALOR '  ' WRK-TXT-STATUS
              DELIMITED BY SIZE INTO SCR-CTR-L5
           STRING 'Ja pago         : ' FAT-VALOR-PAGO
              DELIMITED BY SIZE INTO SCR-CTR-L6
           STRING 'Saldo em aberto : ' FAT-SALDO
              DELIMITED BY SIZE INTO SCR-CTR-L7
           STRING 'Ja creditado    : ' FAT-VALOR-CREDITADO
              '  Venc.: ' FAT-DATA-VENC
              DELIMITED BY SIZE INTO SCR-CTR-L8
           DISPLAY SCR-CTR

           MOVE 'S' TO WRK-FAT-OK.
      *-----------------------------------------------------------------
       CANCELA-FATURA                                         SECTION.
      *----------------------------------
           PERFORM LIMPA-CORPO

           MOVE 'Cancelamento de fatura'       TO SCR-CTR-L1

           PERFORM LE-FATURA

           IF WRK-FAT-OK NOT EQUAL 'S'
              EXIT SECTION
           END-IF

           EVALUATE TRUE
              WHEN FAT-CANCELAMENTO-PENDENTE
                 MOVE 'Cancelamento ja aguarda aprovacao.'
                                                    TO WRK-MSG-TEXTO
                 PERFORM ERRO-AJUSTE
                 EXIT SECTION
              WHEN NOT FAT-FATURA-ABERTA
                 MOVE 'Somente faturas em aberto podem ser canceladas.'
                                                    TO WRK-MSG-TEXTO
                 PERFORM ERRO-AJUSTE
                 EXIT SECTION
              WHEN FAT-PARCELA GREATER THAN ZERO
                 MOVE 'Parcela de acordo nao pode ser cancelada.'
                                                    TO WRK-MSG-TEXTO
                 PERFORM ERRO-AJUSTE
                 EXIT SECTION
              WHEN FAT-QTD-PAGTOS GREATER THAN ZERO
                 MOVE 'Fatura com pagamentos: emita nota de credito.'
                                                    TO WRK-MSG-TEXTO
                 PERFORM ERRO-AJUSTE
                 EXIT SECTION
           END-EVALUATE

           PERFORM ACEITA-MOTIVO

           PERFORM LIMPA-RODAPE
           MOVE 'Confirma o cancelamento? (S/N)' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-CONFIRMA                       LINE 23 COLUMN 32
           MOVE FUNCTION UPPER-CASE(WRK-CONFIRMA) TO WRK-CONFIRMA

           IF WRK-CONFIRMA NOT EQUAL 'S'
              MOVE SPACE TO WRK-OPCAO
              EXIT SECTION
           END-IF

           MOVE WRK-MOTIVO-COD TO FAT-MOTIVO-CANC
           MOVE WRK-HOJE       TO FAT-DATA-CANC
           MOVE SES-OPR-ID     TO FAT-OPER-CANC

           MOVE FAT-CLIENTE    TO WRK-LOG-ID
           MOVE SPACES         TO WRK-LOG-NOME
           MOVE SPACES         TO WRK-LOG-MOTIVO
           STRING 'FAT ' FAT-COMPETENCIA ' MOT=' WRK-MOTIVO-COD ' '
              WRK-MOTIVO-TXT
              DELIMITED BY SIZE INTO WRK-LOG-MOTIVO
           MOVE SES-OPR-ID     TO WRK-LOG-OPERADOR

           PERFORM LIMPA-RODAPE

           IF FAT-SALDO GREATER THAN PAR-LIMITE-CANCELAMENTO
              AND SES-OPR-PERFIL NOT EQUAL 'A'
              AND SES-OPR-PERFIL NOT EQUAL 'S'
              MOVE 'S' TO FAT-CANC-PENDENTE
              REWRITE FAT-REGISTRO
              IF ARQ-FATURA-FS EQUAL ZERO
                 MOVE 'CANCPEND' TO WRK-LOG-OPERACAO
                 CALL 'GRAVALOG' USING WRK-LOG-REGISTRO
                 MOVE 'Acima do limite: aguardando aprovacao do supervi
      -               'sor.'                          TO SCR-TRL-L1
              ELSE
                 MOVE 'Erro na gravacao da fatura.' TO SCR-TRL-L1
              END-IF
           ELSE
              PERFORM EFETIVA-CANCELAMENTO
              IF ARQ-FATURA-FS EQUAL ZERO
                 MOVE 'CANCFAT' TO WRK-LOG-OPERACAO
                 CALL 'GRAVALOG' USING WRK-LOG-REGISTRO
                 MOVE 'Fatura cancelada.'    TO SCR-TRL-L1
              ELSE
                 MOVE 'Erro na gravacao da fatura.' TO SCR-TRL-L1
              END-IF
           END-IF

           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 60
           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       EFETIVA-CANCELAMENTO                                   SECTION.
      *----------------------------------
           SET FAT-FATURA-CANCELADA TO TRUE
           MOVE ZERO TO FAT-SALDO
           MOVE ZERO TO FAT-ENCARGOS-PENDENTES
           MOVE 'N'  TO FAT-CANC-PENDENTE
           PERFORM MARCA-BAIXA-BANCO

           REWRITE FAT-REGISTRO.
      *-----------------------------------------------------------------
       ACEITA-MOTIVO                                          SECTION.
      *----------------------------------
           MOVE 'Cod.motivo          :'        TO SCR-CTR-L10
           MOVE 'Motivo              :'        TO SCR-CTR-L11
           DISPLAY SCR-CTR

           OPEN INPUT ARQCRM-DOM

           MOVE 'N' TO WRK-COD-OK

           PERFORM UNTIL WRK-COD-OK EQUAL 'S'
              MOVE SPACE TO WRK-MOTIVO-COD
              ACCEPT WRK-MOTIVO-COD                  LINE 17 COLUMN 23
              MOVE FUNCTION UPPER-CASE(WRK-MOTIVO-COD)
                                               TO WRK-MOTIVO-COD

              IF WRK-MOTIVO-COD EQUAL SPACE
                 PERFORM ERRO-MOTIVO-OBRIGATORIO
              ELSE
                 IF ARQCRM-DOM-FS EQUAL ZERO
                    MOVE 'CAN'          TO DOM-TABELA
                    MOVE WRK-MOTIVO-COD TO DOM-CODIGO
                    READ ARQCRM-DOM
                    IF ARQCRM-DOM-FS EQUAL ZERO
                       MOVE 'S' TO WRK-COD-OK
                    ELSE
                       MOVE ZERO TO ARQCRM-DOM-FS
                       PERFORM ERRO-MOTIVO-INVALIDO
                    END-IF
                 ELSE
                    MOVE 'S' TO WRK-COD-OK
                 END-IF
              END-IF
           END-PERFORM

           IF ARQCRM-DOM-FS EQUAL ZERO
              CLOSE ARQCRM-DOM
           END-IF

           MOVE ZERO TO ARQCRM-DOM-FS

           PERFORM WITH TEST AFTER
                   UNTIL WRK-MOTIVO-TXT NOT EQUAL SPACES
              MOVE SPACES TO WRK-MOTIVO-TXT
              ACCEPT WRK-MOTIVO-TXT                  LINE 18 COLUMN 23
              MOVE FUNCTION UPPER-CASE(WRK-MOTIVO-TXT) TO WRK-MOTIVO-TXT
              IF WRK-MOTIVO-TXT EQUAL SPACES
                 PERFORM ERRO-MOTIVO-OBRIGATORIO
              END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       APROVA-CANCELAMENTOS                                   SECTION.
      *----------------------------------
           MOVE ZERO TO WRK-TOT-PENDENTES
           MOVE ZERO TO WRK-TOT-APROVADOS
           MOVE ZERO TO WRK-TOT-RECUSADOS

           MOVE LOW-VALUES TO FAT-CLIENTE
           MOVE ZERO       TO FAT-COMPETENCIA
           START ARQ-FATURA KEY IS NOT LESS THAN FAT-KEY

           IF ARQ-FATURA-FS EQUAL ZERO
              READ ARQ-FATURA NEXT RECORD

              PERFORM UNTIL ARQ-FATURA-FS NOT EQUAL ZERO
                 IF FAT-CANCELAMENTO-PENDENTE
                    ADD 1 TO WRK-TOT-PENDENTES
                    PERFORM DECIDE-CANCELAMENTO
                 END-IF
                 READ ARQ-FATURA NEXT RECORD
              END-PERFORM
           END-IF

           PERFORM LIMPA-CORPO

           MOVE 'Aprovacao de cancelamentos concluida' TO SCR-CTR-L1
           STRING 'Pendentes avaliados      : ' WRK-TOT-PENDENTES
              DELIMITED BY SIZE INTO SCR-CTR-L3
           STRING 'Cancelamentos aprovados  : ' WRK-TOT-APROVADOS
              DELIMITED BY SIZE INTO SCR-CTR-L4
           STRING 'Cancelamentos recusados  : ' WRK-TOT-RECUSADOS
              DELIMITED BY SIZE INTO SCR-CTR-L5

           DISPLAY SCR-CTR

           PERFORM LIMPA-RODAPE
           MOVE '[pressione ENTER]' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 18
           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       DECIDE-CANCELAMENTO                                    SECTION.
      *----------------------------------
           PERFORM LIMPA-CORPO

           MOVE 'Cancelamento pendente de aprovacao' TO SCR-CTR-L1

           STRING 'Cliente     : ' FAT-CLIENTE
              DELIMITED BY SIZE INTO SCR-CTR-L3
           STRING 'Competencia : ' FAT-COMPETENCIA
              DELIMITED BY SIZE INTO SCR-CTR-L4
           STRING 'Valor       : ' FAT-VALOR
              DELIMITED BY SIZE INTO SCR-CTR-L5
           STRING 'Saldo       : ' FAT-SALDO
              DELIMITED BY SIZE INTO SCR-CTR-L6
           STRING 'Motivo      : ' FAT-MOTIVO-CANC
              DELIMITED BY SIZE INTO SCR-CTR-L7
           STRING 'Solicitante : ' FAT-OPER-CANC ' em ' FAT-DATA-CANC
              DELIMITED BY SIZE INTO SCR-CTR-L8

           DISPLAY SCR-CTR

           PERFORM LIMPA-RODAPE
           MOVE '(A)provar cancelamento, (R)ecusar, (P)ular:'
                                                       TO SCR-TRL-L1
           DISPLAY SCR-TRL

           ACCEPT WRK-DECISAO                        LINE 23 COLUMN 45
           MOVE FUNCTION UPPER-CASE(WRK-DECISAO) TO WRK-DECISAO

           MOVE FAT-CLIENTE TO WRK-LOG-ID
           MOVE SPACES      TO WRK-LOG-NOME
           MOVE SPACES      TO WRK-LOG-MOTIVO
           MOVE SES-OPR-ID  TO WRK-LOG-OPERADOR

           EVALUATE WRK-DECISAO
              WHEN 'A'
                 PERFORM APROVA-CANCELAMENTO
              WHEN 'R'
                 PERFORM RECUSA-CANCELAMENTO
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
      *-----------------------------------------------------------------
       APROVA-CANCELAMENTO                                    SECTION.
      *----------------------------------
           IF NOT FAT-FATURA-ABERTA
              OR FAT-QTD-PAGTOS GREATER THAN ZERO
              STRING 'FAT ' FAT-COMPETENCIA
                 ' RECEBEU PAGTO - NAO CANCELADA'
                 DELIMITED BY SIZE INTO WRK-LOG-MOTIVO
              PERFORM RECUSA-CANCELAMENTO
              EXIT SECTION
           END-IF

           MOVE SES-OPR-ID TO FAT-OPER-CANC
           MOVE WRK-HOJE   TO FAT-DATA-CANC

           PERFORM EFETIVA-CANCELAMENTO

           IF ARQ-FATURA-FS EQUAL ZERO
              ADD 1 TO WRK-TOT-APROVADOS
              MOVE 'CANCFAT'  TO WRK-LOG-OPERACAO
              STRING 'FAT ' FAT-COMPETENCIA ' MOT=' FAT-MOTIVO-CANC
                 ' APROVADO SUPERVISOR'
                 DELIMITED BY SIZE INTO WRK-LOG-MOTIVO
              CALL 'GRAVALOG' USING WRK-LOG-REGISTRO
           END-IF.
      *-----------------------------------------------------------------
       RECUSA-CANCELAMENTO                                    SECTION.
      *----------------------------------
           MOVE 'N'    TO FAT-CANC-PENDENTE
           MOVE SPACE  TO FAT-MOTIVO-CANC
           MOVE ZERO   TO FAT-DATA-CANC
           MOVE SPACES TO FAT-OPER-CANC

           REWRITE FAT-REGISTRO

           IF ARQ-FATURA-FS EQUAL ZERO
              ADD 1 TO WRK-TOT-RECUSADOS
              MOVE 'CANCRECUSA' TO WRK-LOG-OPERACAO
              IF WRK-LOG-MOTIVO EQUAL SPACES
                 STRING 'FAT ' FAT-COMPETENCIA
                    ' CANCELAMENTO RECUSADO'
                    DELIMITED BY SIZE INTO WRK-LOG-MOTIVO
              END-IF
              CALL 'GRAVALOG' USING WRK-LOG-REGISTRO
           END-IF.
      *-----------------------------------------------------------------
       NOTA-CREDITO                                           SECTION.
      *----------------------------------
           PERFORM LIMPA-CORPO

           MOVE 'Nota de credito'              TO SCR-CTR-L1

           PERFORM LE-FATURA

           IF WRK-FAT-OK NOT EQUAL 'S'
              EXIT SECTION
           END-IF

           EVALUATE TRUE
              WHEN FAT-FATURA-CANCELADA
                 MOVE 'Fatura cancelada: use a reemissao.'
                                                    TO WRK-MSG-TEXTO
                 PERFORM ERRO-AJUSTE
                 EXIT SECTION
              WHEN FAT-CANCELAMENTO-PENDENTE
                 MOVE 'Fatura com cancelamento pendente.'
                                                    TO WRK-MSG-TEXTO
                 PERFORM ERRO-AJUSTE
                 EXIT SECTION
              WHEN FAT-FATURA-RENEGOCIADA
                 MOVE 'Fatura renegociada em acordo de parcelamento.'
                                                    TO WRK-MSG-TEXTO
                 PERFORM ERRO-AJUSTE
                 EXIT SECTION
           END-EVALUATE

           COMPUTE WRK-VALOR-MAXIMO = FAT-VALOR - FAT-VALOR-CREDITADO

           IF WRK-VALOR-MAXIMO EQUAL ZERO
              MOVE 'Fatura ja totalmente creditada.' TO WRK-MSG-TEXTO
              PERFORM ERRO-AJUSTE
              EXIT SECTION
           END-IF

           MOVE 'Valor da nota       :'        TO SCR-CTR-L9
           DISPLAY SCR-CTR

           MOVE ZERO TO WRK-VALOR-NOTA

           PERFORM UNTIL WRK-VALOR-NOTA GREATER THAN ZERO
                     AND WRK-VALOR-NOTA NOT GREATER THAN
                         WRK-VALOR-MAXIMO
              MOVE ZERO TO WRK-VALOR-NOTA
              ACCEPT WRK-VALOR-NOTA                  LINE 16 COLUMN 23
              IF WRK-VALOR-NOTA EQUAL ZERO
                 OR WRK-VALOR-NOTA GREATER THAN WRK-VALOR-MAXIMO
                 PERFORM LIMPA-RODAPE
                 STRING 'Valor invalido. Maximo: ' WRK-VALOR-MAXIMO
                    DELIMITED BY SIZE INTO SCR-TRL-L1
                 DISPLAY SCR-TRL
                 ACCEPT WRK-OPCAO                    LINE 23 COLUMN 40
              END-IF
           END-PERFORM

           PERFORM ACEITA-MOTIVO

           PERFORM LIMPA-RODAPE
           MOVE 'Confirma a nota de credito? (S/N)' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-CONFIRMA                       LINE 23 COLUMN 35
           MOVE FUNCTION UPPER-CASE(WRK-CONFIRMA) TO WRK-CONFIRMA

           IF WRK-CONFIRMA NOT EQUAL 'S'
              MOVE SPACE TO WRK-OPCAO
              EXIT SECTION
           END-IF

           MOVE FAT-REGISTRO TO FAN-REGISTRO

           IF WRK-VALOR-NOTA GREATER THAN FAT-SALDO
              MOVE FAT-SALDO TO WRK-VALOR-ABATIDO
              COMPUTE WRK-VALOR-CREDITO =
                 WRK-VALOR-NOTA - FAT-SALDO
           ELSE
              MOVE WRK-VALOR-NOTA TO WRK-VALOR-ABATIDO
              MOVE ZERO TO WRK-VALOR-CREDITO
           END-IF

           SUBTRACT WRK-VALOR-ABATIDO FROM FAT-SALDO
           ADD WRK-VALOR-NOTA TO FAT-VALOR-CREDITADO

           IF FAT-SALDO EQUAL ZERO
              SET FAT-FATURA-PAGA TO TRUE
           END-IF

           IF WRK-VALOR-ABATIDO GREATER THAN ZERO
              PERFORM MARCA-INSTRUCAO-NOTA
           END-IF

           IF WRK-VALOR-CREDITO GREATER THAN ZERO
              PERFORM ATUALIZA-CREDITO
              IF WRK-CRD-OK NOT EQUAL 'S'
                 MOVE SPACES TO WRK-MSG-TEXTO
                 STRING 'Erro ao gravar credito - FS: '
                    WRK-CRD-FS '. Nota nao emitida.'
                    DELIMITED BY SIZE INTO WRK-MSG-TEXTO
                 PERFORM ERRO-AJUSTE
                 EXIT SECTION
              END-IF
           END-IF

           REWRITE FAT-REGISTRO

           PERFORM LIMPA-RODAPE

           IF ARQ-FATURA-FS NOT EQUAL ZERO
              IF WRK-VALOR-CREDITO GREATER THAN ZERO
                 PERFORM ESTORNA-CREDITO
              END-IF
              MOVE 'Erro na gravacao da fatura.' TO SCR-TRL-L1
              DISPLAY SCR-TRL
              ACCEPT WRK-OPCAO                       LINE 23 COLUMN 30
              MOVE SPACE TO WRK-OPCAO
              EXIT SECTION
           END-IF

           PERFORM GRAVA-NOTA-CREDITO

           IF WRK-NCR-OK NOT EQUAL 'S'
              MOVE FAN-REGISTRO TO FAT-REGISTRO
              REWRITE FAT-REGISTRO
              IF WRK-VALOR-CREDITO GREATER THAN ZERO
                 PERFORM ESTORNA-CREDITO
              END-IF
              MOVE SPACES TO WRK-MSG-TEXTO
              STRING 'Erro na nota de credito - FS: '
                 WRK-NCR-FS '. Nota nao emitida.'
                 DELIMITED BY SIZE INTO WRK-MSG-TEXTO
              PERFORM ERRO-AJUSTE
              EXIT SECTION
           END-IF

           MOVE 'NOTACRED'     TO WRK-LOG-OPERACAO
           MOVE FAT-CLIENTE    TO WRK-LOG-ID
           MOVE SPACES         TO WRK-LOG-NOME
           MOVE SPACES         TO WRK-LOG-MOTIVO
           STRING 'FAT ' FAT-COMPETENCIA ' NC ' NCR-SEQ ' MOT='
              WRK-MOTIVO-COD ' VALOR ' WRK-VALOR-NOTA
              DELIMITED BY SIZE INTO WRK-LOG-MOTIVO
           MOVE SES-OPR-ID     TO WRK-LOG-OPERADOR
           CALL 'GRAVALOG' USING WRK-LOG-REGISTRO

           IF WRK-VALOR-CREDITO GREATER THAN ZERO
              STRING 'Nota emitida. Credito ao cliente: '
                 WRK-VALOR-CREDITO
                 DELIMITED BY SIZE INTO SCR-TRL-L1
           ELSE
              STRING 'Nota emitida. Saldo da fatura: ' FAT-SALDO
                 DELIMITED BY SIZE INTO SCR-TRL-L1
           END-IF

           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 60
           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       GRAVA-NOTA-CREDITO                                     SECTION.
      *----------------------------------
           MOVE 'N' TO WRK-NCR-OK

           PERFORM ABRE-ARQUIVO-NOTACRED

           IF ARQ-NOTACRED-FS NOT EQUAL ZERO
              MOVE ARQ-NOTACRED-FS TO WRK-NCR-FS
              EXIT SECTION
           END-IF

           MOVE ZERO TO WRK-PROX-SEQ

           MOVE FAT-CLIENTE     TO NCR-CLIENTE
           MOVE FAT-COMPETENCIA TO NCR-COMPETENCIA
           MOVE ZERO            TO NCR-SEQ

           START ARQ-NOTACRED KEY IS NOT LESS THAN NCR-KEY

           IF ARQ-NOTACRED-FS EQUAL ZERO
              READ ARQ-NOTACRED NEXT RECORD
              PERFORM UNTIL ARQ-NOTACRED-FS NOT EQUAL ZERO
                         OR NCR-CLIENTE NOT EQUAL FAT-CLIENTE
                         OR NCR-COMPETENCIA NOT EQUAL FAT-COMPETENCIA
                 MOVE NCR-SEQ TO WRK-PROX-SEQ
                 READ ARQ-NOTACRED NEXT RECORD
              END-PERFORM
           END-IF

           ADD 1 TO WRK-PROX-SEQ

           MOVE FAT-CLIENTE       TO NCR-CLIENTE
           MOVE FAT-COMPETENCIA   TO NCR-COMPETENCIA
           MOVE WRK-PROX-SEQ      TO NCR-SEQ
           MOVE WRK-VALOR-NOTA    TO NCR-VALOR
           MOVE WRK-VALOR-ABATIDO TO NCR-VALOR-ABATIDO
           MOVE WRK-VALOR-CREDITO TO NCR-VALOR-CREDITO
           MOVE WRK-MOTIVO-COD    TO NCR-MOTIVO
           MOVE WRK-MOTIVO-TXT    TO NCR-DESCRICAO
           MOVE WRK-HOJE          TO NCR-DATA
           MOVE SES-OPR-ID        TO NCR-OPERADOR

           WRITE NCR-REGISTRO

           MOVE ARQ-NOTACRED-FS TO WRK-NCR-FS

           IF ARQ-NOTACRED-FS EQUAL ZERO
              MOVE 'S' TO WRK-NCR-OK
           END-IF

           CLOSE ARQ-NOTACRED.
      *-----------------------------------------------------------------
       MARCA-INSTRUCAO-NOTA                                   SECTION.
      *----------------------------------
           IF FAT-NOSSO-NUMERO EQUAL ZERO
              EXIT SECTION
           END-IF

           IF FAT-SALDO EQUAL ZERO
              PERFORM MARCA-BAIXA-BANCO
              EXIT SECTION
           END-IF

           EVALUATE TRUE
              WHEN FAT-INSTR-BAIXA
                 CONTINUE
              WHEN FAT-INSTR-ABATIMENTO
                 AND FAT-INSTR-NOSSO-NUMERO EQUAL FAT-NOSSO-NUMERO
                 ADD WRK-VALOR-ABATIDO TO FAT-INSTR-VALOR
              WHEN OTHER
                 SET FAT-INSTR-ABATIMENTO TO TRUE
                 MOVE FAT-NOSSO-NUMERO  TO FAT-INSTR-NOSSO-NUMERO
                 MOVE WRK-VALOR-ABATIDO TO FAT-INSTR-VALOR
           END-EVALUATE.
      *-----------------------------------------------------------------
       ATUALIZA-CREDITO                                       SECTION.
      *----------------------------------
           MOVE 'N' TO WRK-CRD-OK

           PERFORM ABRE-ARQUIVO-CREDITO

           IF ARQ-CREDITO-FS NOT EQUAL ZERO
              MOVE ARQ-CREDITO-FS TO WRK-CRD-FS
              EXIT SECTION
           END-IF

           MOVE FAT-CLIENTE TO CRD-CLIENTE
           READ ARQ-CREDITO

           IF ARQ-CREDITO-FS NOT EQUAL ZERO
              MOVE FAT-CLIENTE TO CRD-CLIENTE
              MOVE ZERO        TO CRD-SALDO
           END-IF

           ADD WRK-VALOR-CREDITO TO CRD-SALDO
           MOVE WRK-HOJE TO CRD-DATA-ATUALIZ

           IF ARQ-CREDITO-FS EQUAL ZERO
              REWRITE CRD-REGISTRO
           ELSE
              WRITE CRD-REGISTRO
           END-IF

           MOVE ARQ-CREDITO-FS TO WRK-CRD-FS

           IF ARQ-CREDITO-FS EQUAL ZERO
              MOVE 'S' TO WRK-CRD-OK
           END-IF

           CLOSE ARQ-CREDITO.
      *-----------------------------------------------------------------
       ESTORNA-CREDITO                                        SECTION.
      *----------------------------------
           PERFORM ABRE-ARQUIVO-CREDITO

           IF ARQ-CREDITO-FS NOT EQUAL ZERO
              EXIT SECTION
           END-IF

           MOVE FAT-CLIENTE TO CRD-CLIENTE
           READ ARQ-CREDITO

           IF ARQ-CREDITO-FS EQUAL ZERO
              IF WRK-VALOR-CREDITO GREATER THAN CRD-SALDO
                 MOVE ZERO TO CRD-SALDO
              ELSE
                 SUBTRACT WRK-VALOR-CREDITO FROM CRD-SALDO
              END-IF
              REWRITE CRD-REGISTRO
           END-IF

           CLOSE ARQ-CREDITO.
      *-----------------------------------------------------------------
       REEMITE-FATURA                                         SECTION.
      *----------------------------------
           PERFORM LIMPA-CORPO

           MOVE 'Reemissao de fatura cancelada' TO SCR-CTR-L1

           PERFORM LE-FATURA

           IF WRK-FAT-OK NOT EQUAL 'S'
              EXIT SECTION
           END-IF

           IF NOT FAT-FATURA-CANCELADA
              MOVE 'Somente faturas canceladas podem ser reemitidas.'
                                                    TO WRK-MSG-TEXTO
              PERFORM ERRO-AJUSTE
              EXIT SECTION
           END-IF

           IF FAT-PARCELA GREATER THAN ZERO
              MOVE 'Parcela de acordo nao pode ser reemitida.'
                                                    TO WRK-MSG-TEXTO
              PERFORM ERRO-AJUSTE
              EXIT SECTION
           END-IF

           MOVE 'Novo valor          :'        TO SCR-CTR-L10
           MOVE 'Vencimento AAAAMMDD :'        TO SCR-CTR-L11
           DISPLAY SCR-CTR

           MOVE ZERO TO WRK-NOVO-VALOR

           PERFORM UNTIL WRK-NOVO-VALOR GREATER THAN ZERO
              ACCEPT WRK-NOVO-VALOR                  LINE 17 COLUMN 23
           END-PERFORM

           MOVE 'N' TO WRK-DTV-OK

           PERFORM UNTIL WRK-DTV-OK EQUAL 'S'
              MOVE ZERO TO WRK-NOVO-VENC
              ACCEPT WRK-NOVO-VENC                   LINE 18 COLUMN 23
              MOVE WRK-NOVO-VENC TO WRK-DTV-DATA
              PERFORM VALIDA-DATA-CALENDARIO
              IF WRK-DTV-OK EQUAL 'S'
                 AND WRK-NOVO-VENC LESS THAN WRK-HOJE
                 MOVE 'N' TO WRK-DTV-OK
              END-IF
              IF WRK-DTV-OK NOT EQUAL 'S'
                 PERFORM ERRO-DATA-INVALIDA
              END-IF
           END-PERFORM

           PERFORM LIMPA-RODAPE
           MOVE 'Confirma a reemissao? (S/N)' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-CONFIRMA                       LINE 23 COLUMN 29
           MOVE FUNCTION UPPER-CASE(WRK-CONFIRMA) TO WRK-CONFIRMA

           IF WRK-CONFIRMA NOT EQUAL 'S'
              MOVE SPACE TO WRK-OPCAO
              EXIT SECTION
           END-IF

           PERFORM GRAVA-HISTORICO-FATURA

           PERFORM LIMPA-RODAPE

           IF WRK-FCH-FS EQUAL 22
              MOVE 'Versao ja existe no historico. Reemissao cancelada.'
                                                    TO WRK-MSG-TEXTO
              PERFORM ERRO-AJUSTE
              EXIT SECTION
           END-IF

           IF WRK-FCH-FS NOT EQUAL ZERO
              MOVE 'Erro na gravacao do historico.' TO SCR-TRL-L1
              DISPLAY SCR-TRL
              ACCEPT WRK-OPCAO                       LINE 23 COLUMN 32
              MOVE SPACE TO WRK-OPCAO
              EXIT SECTION
           END-IF

           PERFORM MARCA-BAIXA-BANCO

           MOVE WRK-NOVO-VALOR TO FAT-VALOR
           MOVE WRK-NOVO-VALOR TO FAT-SALDO
           MOVE WRK-HOJE       TO FAT-DATA-EMISSAO
           MOVE WRK-NOVO-VENC  TO FAT-DATA-VENC
           SET FAT-FATURA-ABERTA TO TRUE
           MOVE ZERO           TO FAT-DATA-PAGTO
           MOVE ZERO           TO FAT-VALOR-PAGO
           MOVE ZERO           TO FAT-NOSSO-NUMERO
           MOVE ZERO           TO FAT-DATA-REMESSA
           MOVE ZERO           TO FAT-ENCARGOS-PAGOS
           MOVE ZERO           TO FAT-ENCARGOS-PENDENTES
           MOVE 'N'            TO FAT-CANC-PENDENTE
           MOVE SPACE          TO FAT-MOTIVO-CANC
           MOVE ZERO           TO FAT-DATA-CANC
           MOVE SPACES         TO FAT-OPER-CANC
           MOVE ZERO           TO FAT-VALOR-CREDITADO
           ADD 1               TO FAT-QTD-REEMISSOES
           MOVE ZERO           TO FAT-ETAPA-COBRANCA
           MOVE ZERO           TO FAT-DATA-COBRANCA
           MOVE ZERO           TO FAT-RPS-NUMERO
           MOVE ZERO           TO FAT-NFSE-NUMERO
           MOVE SPACES         TO FAT-NFSE-CODVERIF
           MOVE ZERO           TO FAT-NFSE-DATA

           REWRITE FAT-REGISTRO

           IF ARQ-FATURA-FS EQUAL ZERO
              MOVE 'REEMISSAO'    TO WRK-LOG-OPERACAO
              MOVE FAT-CLIENTE    TO WRK-LOG-ID
              MOVE SPACES         TO WRK-LOG-NOME
              MOVE SPACES         TO WRK-LOG-MOTIVO
              STRING 'FAT ' FAT-COMPETENCIA ' VERSAO ' FCH-VERSAO
                 ' VALOR ' FAT-VALOR
                 DELIMITED BY SIZE INTO WRK-LOG-MOTIVO
              MOVE SES-OPR-ID     TO WRK-LOG-OPERADOR
              CALL 'GRAVALOG' USING WRK-LOG-REGISTRO
              MOVE 'Fatura reemitida.' TO SCR-TRL-L1
           ELSE
              PERFORM DESFAZ-HISTORICO-FATURA
              MOVE 'Erro na gravacao da fatura.' TO SCR-TRL-L1
           END-IF

           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 60
           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       GRAVA-HISTORICO-FATURA                                 SECTION.
      *----------------------------------
           OPEN I-O ARQ-FATHIST

           IF ARQ-FATHIST-FS EQUAL 35
              OPEN OUTPUT ARQ-FATHIST
              CLOSE ARQ-FATHIST
              OPEN I-O ARQ-FATHIST
           END-IF

           MOVE ARQ-FATHIST-FS TO WRK-FCH-FS

           IF ARQ-FATHIST-FS NOT EQUAL ZERO
              EXIT SECTION
           END-IF

           MOVE FAT-CLIENTE         TO FCH-CLIENTE
           MOVE FAT-COMPETENCIA     TO FCH-COMPETENCIA
           COMPUTE FCH-VERSAO = FAT-QTD-REEMISSOES + 1
           MOVE FAT-VALOR           TO FCH-VALOR
           MOVE FAT-DATA-EMISSAO    TO FCH-DATA-EMISSAO
           MOVE FAT-DATA-VENC       TO FCH-DATA-VENC
           MOVE FAT-NOSSO-NUMERO    TO FCH-NOSSO-NUMERO
           MOVE FAT-VALOR-CREDITADO TO FCH-VALOR-CREDITADO
           MOVE FAT-MOTIVO-CANC     TO FCH-MOTIVO-CANC
           MOVE FAT-DATA-CANC       TO FCH-DATA-CANC
           MOVE FAT-OPER-CANC       TO FCH-OPER-CANC
           MOVE WRK-HOJE            TO FCH-DATA-REEMISSAO
           MOVE SES-OPR-ID          TO FCH-OPER-REEMISSAO

           WRITE FCH-REGISTRO

           MOVE ARQ-FATHIST-FS TO WRK-FCH-FS

           CLOSE ARQ-FATHIST.
      *-----------------------------------------------------------------
       DESFAZ-HISTORICO-FATURA                                SECTION.
      *----------------------------------
           OPEN I-O ARQ-FATHIST

           IF ARQ-FATHIST-FS NOT EQUAL ZERO
              EXIT SECTION
           END-IF

           MOVE FAT-CLIENTE        TO FCH-CLIENTE
           MOVE FAT-COMPETENCIA    TO FCH-COMPETENCIA
           MOVE FAT-QTD-REEMISSOES TO FCH-VERSAO

           DELETE ARQ-FATHIST RECORD

           CLOSE ARQ-FATHIST.
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
       ERRO-ACESSO-NEGADO.
           PERFORM LIMPA-RODAPE
           MOVE 'Acesso restrito a supervisores e administradores.'
                                                       TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 51
           MOVE SPACE TO WRK-OPCAO.
      *
       ERRO-FATURA-NAO-ENCONTRADA.
           PERFORM LIMPA-RODAPE
           MOVE 'Fatura nao encontrada.' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 24
           MOVE SPACE TO WRK-OPCAO.
      *
       ERRO-AJUSTE.
           PERFORM LIMPA-RODAPE
           MOVE WRK-MSG-TEXTO TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 60
           MOVE SPACE TO WRK-OPCAO.
      *
       ERRO-MOTIVO-OBRIGATORIO.
           PERFORM LIMPA-RODAPE
           MOVE 'Motivo obrigatorio.' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 21.
      *
       ERRO-MOTIVO-INVALIDO.
           PERFORM LIMPA-RODAPE
           MOVE 'Codigo de motivo nao cadastrado (tabela CAN).'
                                                       TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 47.
      *
       ERRO-DATA-INVALIDA.
           PERFORM LIMPA-RODAPE
           MOVE 'Data invalida. Informe novamente.' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 35.
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
      *-----------------------------------------------------------------
       FINALIZAR                                              SECTION.
      *----------------------------------
       ABENDA.
           MOVE 'AJUSTFAT' TO WRK-ERR-PROGRAMA
           MOVE SES-OPR-ID TO WRK-ERR-OPERADOR
           CALL 'GRAVAERRO' USING WRK-ERR-REGISTRO
           MOVE 'FIM ANORMAL DO PROGRAMA' TO SCR-TRL-L3
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 25 COLUMN 25

           PERFORM VOLTAR-MENU.
      *
       VOLTAR-MENU.
           CLOSE ARQ-FATURA
           GOBACK.
      *-----------------------------------------------------------------
       ARQUIVOS                                               SECTION.
      *----------------------------------
       ABRE-ARQUIVO-CREDITO.
           OPEN I-O ARQ-CREDITO

           IF ARQ-CREDITO-FS EQUAL 35
              OPEN OUTPUT ARQ-CREDITO
              CLOSE ARQ-CREDITO
              OPEN I-O ARQ-CREDITO
           END-IF.
      *
       ABRE-ARQUIVO-NOTACRED.
           OPEN I-O ARQ-NOTACRED

           IF ARQ-NOTACRED-FS EQUAL 35
              OPEN OUTPUT ARQ-NOTACRED
              CLOSE ARQ-NOTACRED
              OPEN I-O ARQ-NOTACRED
           END-IF.
      *
       CARREGA-PARAMETROS.
           MOVE 500 TO PAR-LIMITE-CANCELAMENTO

           OPEN INPUT ARQCRM-PAR

           IF ARQCRM-PAR-FS EQUAL ZERO
              MOVE 'P' TO PAR-CHAVE
              READ ARQCRM-PAR
              CLOSE ARQCRM-PAR
           END-IF.
      *-----------------------------------------------------------------
       UTILITARIOS                                            SECTION.
      *----------------------------------
       LIMPA-RODAPE.
           MOVE TPL-TRL TO SCR-TRL.
      *
       COPY 'CRMK-IBP'.
      *
       LIMPA-CORPO.
           MOVE TPL-CTR TO SCR-CTR

           STRING
              '------------------------------'
              ' AJUSTE DE FATURAS '
              '-------------------------------'
           DELIMITED BY SIZE
           INTO SCR-CTR-L0.
      *------------------------ FIM DO ARQUIVO -------------------------
