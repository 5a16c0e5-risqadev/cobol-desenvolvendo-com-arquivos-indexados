      *=================================================================
       IDENTIFICATION                                         DIVISION.
       PROGRAM-ID. FIDELIDA.
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

           SELECT ARQCRM  ASSIGN TO './files/ARQCRM.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS ARQCRM-FS
              RECORD KEY IS ARQCRM-KEY
              ALTERNATE RECORD KEY IS ARQCRM-NOME
                 WITH DUPLICATES
              ALTERNATE RECORD KEY IS ARQCRM-TELEFONE
                 WITH DUPLICATES
              ALTERNATE RECORD KEY IS ARQCRM-CPF-CNPJ
                 WITH DUPLICATES.

           SELECT ARQ-CREDITO  ASSIGN TO './files/CREDITO.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS ARQ-CREDITO-FS
              RECORD KEY IS CRD-CLIENTE.

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
       FD  ARQ-PONTOS.
       COPY 'CRMK-PTO'.
      *
       FD  ARQCRM.
       COPY 'CRMK-000'.
      *
       FD  ARQ-CREDITO.
       COPY 'CRMK-CRD'.
      *
       FD  ARQCRM-PAR.
       COPY 'CRMK-PAR'.
      *-----------------------------------------------------------------
       WORKING-STORAGE                                        SECTION.
      *----------------------------------
       COPY 'CRMK-AMB'.
       COPY 'CRMK-MSG'.
       COPY 'CRMK-LOG'.
       COPY 'CRMK-SPT'.
       01  ARQ-PONTOS-FS        PIC 9(02)   VALUE ZERO.
       01  ARQCRM-FS            PIC 9(02)   VALUE ZERO.
       01  ARQ-CREDITO-FS       PIC 9(02)   VALUE ZERO.
       01  ARQCRM-PAR-FS        PIC 9(02)   VALUE ZERO.
       01  WRK-OPCAO            PIC X(01)   VALUE SPACE.
       01  WRK-ALT-OPCAO        PIC X(01)   VALUE SPACE.
       01  WRK-HOJE             PIC 9(08)   VALUE ZERO.
       01  WRK-CLIENTE          PIC X(06)   VALUE SPACES.
       01  WRK-CLI-OK           PIC X(01)   VALUE 'N'.
       01  WRK-CRD-OK           PIC X(01)   VALUE 'N'.
       01  WRK-CRD-FS           PIC 9(02)   VALUE ZERO.
       01  WRK-PONTOS-RESG      PIC 9(07)   VALUE ZERO.
       01  WRK-PONTOS-FALTA     PIC 9(07)   VALUE ZERO.
       01  WRK-PONTOS-LOTE      PIC 9(07)   VALUE ZERO.
       01  WRK-PROX-SEQ         PIC 9(05)   VALUE ZERO.
       01  WRK-VALOR-CREDITO    PIC 9(07)V99 VALUE ZERO.
       01  WRK-VALOR-EXIBE      PIC ZZZZZZ9.99 VALUE ZERO.
       01  WRK-VALOR-PONTO-EXIBE PIC 9.9999 VALUE ZERO.
       01  WRK-PONTOS-REAL-EXIBE PIC Z9.99  VALUE ZERO.
       01  WRK-TIPO-DESC        PIC X(10)   VALUE SPACES.
       01  WRK-LINHA            PIC 9(02)   COMP VALUE 10.
       01  WRK-EXIBE            PIC X(80)   VALUE SPACES.
       01  WRK-DATA-AUX         PIC 9(08)   VALUE ZERO.
       01  WRK-DATA-FMT.
           05 WRK-DATA-FMT-DD   PIC 9(02).
           05 FILLER            PIC X(01)   VALUE '/'.
           05 WRK-DATA-FMT-MM   PIC 9(02).
           05 FILLER            PIC X(01)   VALUE '/'.
           05 WRK-DATA-FMT-AAAA PIC 9(04).
       01  WRK-EXPIRA-FMT       PIC X(10)   VALUE SPACES.
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
           PERFORM EXIBE-MENU-FID UNTIL WRK-OPCAO EQUAL 9
           PERFORM VOLTAR-MENU.
      *-----------------------------------------------------------------
       INICIAR                                                SECTION.
      *----------------------------------
           MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-HOJE

           PERFORM LIMPA-RODAPE

           PERFORM CARREGA-PARAMETROS

           DISPLAY SCR-HDR

           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       EXIBE-MENU-FID                                         SECTION.
      *----------------------------------
           PERFORM LIMPA-CORPO

           MOVE '1. Extrato de pontos do cliente'  TO SCR-CTR-L2
           MOVE '2. Resgatar pontos em credito'    TO SCR-CTR-L3
           MOVE '3. Parametros do programa'        TO SCR-CTR-L4
           MOVE '9. Voltar'                        TO SCR-CTR-L6
           MOVE 'OPCAO:'                           TO SCR-CTR-L8

           DISPLAY SCR-CTR

           ACCEPT WRK-OPCAO                          LINE 15 COLUMN 8

           EVALUATE WRK-OPCAO
              WHEN 1
                 PERFORM EXTRATO-CLIENTE
              WHEN 2
                 PERFORM RESGATA-PONTOS
              WHEN 3
                 IF SES-OPR-PERFIL EQUAL 'A'
                    OR SES-OPR-PERFIL EQUAL 'S'
                    PERFORM EDITA-PARAMETROS-PONTOS
                 ELSE
                    PERFORM ERRO-ACESSO-NEGADO
                 END-IF
              WHEN 9
                 CONTINUE
              WHEN OTHER
                 PERFORM ERRO-OPCAO-INVALIDA
           END-EVALUATE.
      *-----------------------------------------------------------------
       LOCALIZA-CLIENTE                                       SECTION.
      *----------------------------------
           MOVE 'N' TO WRK-CLI-OK

           MOVE 'Cliente               :' TO SCR-CTR-L2
           DISPLAY SCR-CTR

           MOVE SPACES TO WRK-CLIENTE
           ACCEPT WRK-CLIENTE                        LINE 9  COLUMN 26
           MOVE FUNCTION UPPER-CASE(WRK-CLIENTE) TO WRK-CLIENTE

           IF WRK-CLIENTE EQUAL SPACES
              EXIT SECTION
           END-IF

           OPEN INPUT ARQCRM

           MOVE WRK-CLIENTE TO ARQCRM-ID
           READ ARQCRM

           IF ARQCRM-FS NOT EQUAL ZERO
              IF ARQCRM-FS NOT EQUAL 35
                 CLOSE ARQCRM
              END-IF
              PERFORM ERRO-CLIENTE-NAO-ENCONTRADO
              EXIT SECTION
           END-IF

           CLOSE ARQCRM

           MOVE WRK-CLIENTE TO WRK-SPT-CLIENTE
           MOVE WRK-HOJE    TO WRK-SPT-DATA-REF
           CALL 'SALDOPTS' USING WRK-SPT-PEDIDO

           COMPUTE WRK-VALOR-CREDITO = WRK-SPT-SALDO * PAR-VALOR-PONTO
           MOVE WRK-VALOR-CREDITO TO WRK-VALOR-EXIBE

           MOVE SPACES TO SCR-CTR-L3
           STRING 'Nome    : ' ARQCRM-NOME
              DELIMITED BY SIZE INTO SCR-CTR-L3

           MOVE SPACES TO SCR-CTR-L4
           STRING 'Saldo   : ' WRK-SPT-SALDO ' pontos  (R$ '
              WRK-VALOR-EXIBE ')'
              DELIMITED BY SIZE INTO SCR-CTR-L4

           MOVE SPACES TO SCR-CTR-L5
           IF WRK-SPT-A-EXPIRAR GREATER THAN ZERO
              MOVE WRK-SPT-PROX-EXPIRA TO WRK-DATA-AUX
              PERFORM FORMATA-DATA
              STRING 'A expirar: ' WRK-SPT-A-EXPIRAR ' pontos em '
                 WRK-DATA-FMT
                 DELIMITED BY SIZE INTO SCR-CTR-L5
           END-IF

           DISPLAY SCR-CTR

           MOVE 'S' TO WRK-CLI-OK.
      *-----------------------------------------------------------------
       EXTRATO-CLIENTE                                        SECTION.
      *----------------------------------
           PERFORM LIMPA-CORPO
           MOVE 'Extrato de pontos do cliente' TO SCR-CTR-L1

           PERFORM LOCALIZA-CLIENTE

           IF WRK-CLI-OK NOT EQUAL 'S'
              EXIT SECTION
           END-IF

           STRING 'DATA       TIPO       PONTOS  SALDO   VALIDADE   '
              'REFERENCIA'
              DELIMITED BY SIZE INTO SCR-CTR-L7
           DISPLAY SCR-CTR

           MOVE 15 TO WRK-LINHA

           OPEN INPUT ARQ-PONTOS

           IF ARQ-PONTOS-FS NOT EQUAL ZERO
              PERFORM ERRO-SEM-MOVIMENTO
              EXIT SECTION
           END-IF

           MOVE WRK-CLIENTE TO PTO-CLIENTE
           MOVE ZERO        TO PTO-SEQ
           START ARQ-PONTOS KEY IS NOT LESS THAN PTO-KEY

           IF ARQ-PONTOS-FS EQUAL ZERO
              READ ARQ-PONTOS NEXT RECORD
           END-IF

           PERFORM UNTIL ARQ-PONTOS-FS NOT EQUAL ZERO
                      OR PTO-CLIENTE NOT EQUAL WRK-CLIENTE
              PERFORM EXIBE-LANCAMENTO
              READ ARQ-PONTOS NEXT RECORD
           END-PERFORM

           CLOSE ARQ-PONTOS

           PERFORM LIMPA-RODAPE
           MOVE 'Fim do extrato. [pressione ENTER]' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 35
           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       EXIBE-LANCAMENTO                                       SECTION.
      *----------------------------------
           EVALUATE TRUE
              WHEN PTO-GANHO-FATURA
                 MOVE 'FATURA'     TO WRK-TIPO-DESC
              WHEN PTO-GANHO-ANIVERSARIO
                 MOVE 'ANIVERS.'   TO WRK-TIPO-DESC
              WHEN PTO-GANHO-INDICACAO
                 MOVE 'INDICACAO'  TO WRK-TIPO-DESC
              WHEN PTO-RESGATE
                 MOVE 'RESGATE'    TO WRK-TIPO-DESC
              WHEN OTHER
                 MOVE 'EXPIRACAO'  TO WRK-TIPO-DESC
           END-EVALUATE

           MOVE SPACES TO WRK-EXPIRA-FMT
           IF PTO-LOTE-GANHO
              MOVE PTO-DATA-EXPIRA TO WRK-DATA-AUX
              PERFORM FORMATA-DATA
              MOVE WRK-DATA-FMT TO WRK-EXPIRA-FMT
           END-IF

           MOVE PTO-DATA TO WRK-DATA-AUX
           PERFORM FORMATA-DATA

           MOVE SPACES TO WRK-EXIBE
           STRING WRK-DATA-FMT ' ' WRK-TIPO-DESC ' ' PTO-PONTOS ' '
              PTO-SALDO-LOTE ' ' WRK-EXPIRA-FMT ' ' PTO-REFERENCIA
              DELIMITED BY SIZE INTO WRK-EXIBE
           DISPLAY WRK-EXIBE                   LINE WRK-LINHA COLUMN 1
           ADD 1 TO WRK-LINHA

           IF WRK-LINHA IS GREATER THAN 20
              PERFORM LIMPA-RODAPE
              MOVE 'Continua ... [pressione ENTER]' TO SCR-TRL-L1
              DISPLAY SCR-TRL
              ACCEPT WRK-OPCAO                       LINE 23 COLUMN 32
              MOVE 15 TO WRK-LINHA
              DISPLAY SCR-CTR
           END-IF.
      *-----------------------------------------------------------------
       RESGATA-PONTOS                                         SECTION.
      *----------------------------------
           PERFORM LIMPA-CORPO
           MOVE 'Resgate de pontos em credito na proxima fatura'
                                                       TO SCR-CTR-L1

           PERFORM LOCALIZA-CLIENTE

           IF WRK-CLI-OK NOT EQUAL 'S'
              EXIT SECTION
           END-IF

           IF ARQCRM-ENCERRADO
              PERFORM ERRO-CLIENTE-ENCERRADO
              EXIT SECTION
           END-IF

           IF WRK-SPT-SALDO LESS THAN PAR-MIN-RESGATE-PONTOS
              PERFORM ERRO-SALDO-INSUFICIENTE
              EXIT SECTION
           END-IF

           MOVE PAR-VALOR-PONTO TO WRK-VALOR-PONTO-EXIBE
           MOVE SPACES TO SCR-CTR-L7
           STRING 'Minimo para resgate: ' PAR-MIN-RESGATE-PONTOS
              ' pontos   Valor do ponto: R$ ' WRK-VALOR-PONTO-EXIBE
              DELIMITED BY SIZE INTO SCR-CTR-L7
           MOVE 'Pontos a resgatar     :' TO SCR-CTR-L8
           DISPLAY SCR-CTR

           MOVE ZERO TO WRK-PONTOS-RESG
           ACCEPT WRK-PONTOS-RESG                    LINE 15 COLUMN 26

           IF WRK-PONTOS-RESG EQUAL ZERO
              EXIT SECTION
           END-IF

           IF WRK-PONTOS-RESG LESS THAN PAR-MIN-RESGATE-PONTOS
              OR WRK-PONTOS-RESG GREATER THAN WRK-SPT-SALDO
              PERFORM ERRO-PONTOS-INVALIDOS
              EXIT SECTION
           END-IF

           COMPUTE WRK-VALOR-CREDITO ROUNDED =
              WRK-PONTOS-RESG * PAR-VALOR-PONTO
           MOVE WRK-VALOR-CREDITO TO WRK-VALOR-EXIBE

           PERFORM LIMPA-RODAPE
           STRING 'Credito de R$ ' WRK-VALOR-EXIBE
              ' na proxima fatura. Confirma? (S/N)'
              DELIMITED BY SIZE INTO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-ALT-OPCAO                      LINE 23 COLUMN 62
           MOVE FUNCTION UPPER-CASE(WRK-ALT-OPCAO) TO WRK-ALT-OPCAO

           IF WRK-ALT-OPCAO NOT EQUAL 'S'
              PERFORM LIMPA-RODAPE
              DISPLAY SCR-TRL
              EXIT SECTION
           END-IF

           PERFORM ABRE-ARQUIVO-PONTOS
           PERFORM LOCALIZA-PROXIMA-SEQ

           PERFORM ATUALIZA-CREDITO

           IF WRK-CRD-OK NOT EQUAL 'S'
              CLOSE ARQ-PONTOS
              PERFORM ERRO-GRAVACAO-CREDITO
              EXIT SECTION
           END-IF

           MOVE WRK-CLIENTE       TO PTO-CLIENTE
           MOVE WRK-PROX-SEQ      TO PTO-SEQ
           MOVE 'R'               TO PTO-TIPO
           MOVE WRK-HOJE          TO PTO-DATA
           MOVE WRK-HOJE(1:6)     TO PTO-COMPETENCIA
           MOVE WRK-PONTOS-RESG   TO PTO-PONTOS
           MOVE ZERO              TO PTO-SALDO-LOTE
           MOVE ZERO              TO PTO-DATA-EXPIRA
           MOVE 'CREDITO EM FATURA'  TO PTO-REFERENCIA
           MOVE WRK-VALOR-CREDITO TO PTO-VALOR-CREDITO
           MOVE SES-OPR-ID        TO PTO-OPERADOR

           WRITE PTO-REGISTRO

           IF ARQ-PONTOS-FS NOT EQUAL ZERO
              PERFORM ESTORNA-CREDITO
              PERFORM ERRO-GRAVACAO-PONTOS
              CLOSE ARQ-PONTOS
              EXIT SECTION
           END-IF

           PERFORM CONSOME-LOTES

           CLOSE ARQ-PONTOS

           MOVE 'RESGATEPTS'      TO WRK-LOG-OPERACAO
           MOVE WRK-CLIENTE       TO WRK-LOG-ID
           MOVE ARQCRM-NOME       TO WRK-LOG-NOME
           MOVE SPACES            TO WRK-LOG-MOTIVO
           STRING 'PONTOS ' WRK-PONTOS-RESG ' CREDITO '
              WRK-VALOR-CREDITO
              DELIMITED BY SIZE INTO WRK-LOG-MOTIVO
           MOVE SES-OPR-ID        TO WRK-LOG-OPERADOR
           CALL 'GRAVALOG' USING WRK-LOG-REGISTRO

           PERFORM LIMPA-RODAPE
           STRING 'Resgate efetuado. Credito de R$ ' WRK-VALOR-EXIBE
              ' registrado.'
              DELIMITED BY SIZE INTO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 56
           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       LOCALIZA-PROXIMA-SEQ                                   SECTION.
      *----------------------------------
           MOVE ZERO TO WRK-PROX-SEQ

           MOVE WRK-CLIENTE TO PTO-CLIENTE
           MOVE ZERO        TO PTO-SEQ
           START ARQ-PONTOS KEY IS NOT LESS THAN PTO-KEY

           IF ARQ-PONTOS-FS EQUAL ZERO
              READ ARQ-PONTOS NEXT RECORD
           END-IF

           PERFORM UNTIL ARQ-PONTOS-FS NOT EQUAL ZERO
                      OR PTO-CLIENTE NOT EQUAL WRK-CLIENTE
              MOVE PTO-SEQ TO WRK-PROX-SEQ
              READ ARQ-PONTOS NEXT RECORD
           END-PERFORM

           ADD 1 TO WRK-PROX-SEQ.
      *-----------------------------------------------------------------
       CONSOME-LOTES                                          SECTION.
      *----------------------------------
           MOVE WRK-PONTOS-RESG TO WRK-PONTOS-FALTA

           MOVE WRK-CLIENTE TO PTO-CLIENTE
           MOVE ZERO        TO PTO-SEQ
           START ARQ-PONTOS KEY IS NOT LESS THAN PTO-KEY

           IF ARQ-PONTOS-FS EQUAL ZERO
              READ ARQ-PONTOS NEXT RECORD
           END-IF

           PERFORM UNTIL ARQ-PONTOS-FS NOT EQUAL ZERO
                      OR PTO-CLIENTE NOT EQUAL WRK-CLIENTE
              IF PTO-LOTE-GANHO
                 AND PTO-SALDO-LOTE GREATER THAN ZERO
                 AND PTO-DATA-EXPIRA NOT LESS THAN WRK-HOJE
                 AND WRK-PONTOS-FALTA GREATER THAN ZERO
                 IF PTO-SALDO-LOTE GREATER THAN WRK-PONTOS-FALTA
                    MOVE WRK-PONTOS-FALTA TO WRK-PONTOS-LOTE
                 ELSE
                    MOVE PTO-SALDO-LOTE   TO WRK-PONTOS-LOTE
                 END-IF
                 SUBTRACT WRK-PONTOS-LOTE FROM PTO-SALDO-LOTE
                 SUBTRACT WRK-PONTOS-LOTE FROM WRK-PONTOS-FALTA
                 REWRITE PTO-REGISTRO
              END-IF
              READ ARQ-PONTOS NEXT RECORD
           END-PERFORM.
      *-----------------------------------------------------------------
       ATUALIZA-CREDITO                                       SECTION.
      *----------------------------------
           MOVE 'N' TO WRK-CRD-OK

           PERFORM ABRE-ARQUIVO-CREDITO

           IF ARQ-CREDITO-FS NOT EQUAL ZERO
              MOVE ARQ-CREDITO-FS TO WRK-CRD-FS
              EXIT SECTION
           END-IF

           MOVE WRK-CLIENTE TO CRD-CLIENTE
           READ ARQ-CREDITO

           IF ARQ-CREDITO-FS NOT EQUAL ZERO
              MOVE WRK-CLIENTE TO CRD-CLIENTE
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

           MOVE WRK-CLIENTE TO CRD-CLIENTE
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
       EDITA-PARAMETROS-PONTOS                                SECTION.
      *----------------------------------
           PERFORM ABRE-ARQUIVO-PAR

           MOVE 'P' TO PAR-CHAVE
           READ ARQCRM-PAR

           PERFORM APLICA-PADROES-PONTOS

           PERFORM LIMPA-CORPO

           MOVE PAR-PONTOS-POR-REAL TO WRK-PONTOS-REAL-EXIBE
           MOVE PAR-VALOR-PONTO     TO WRK-VALOR-PONTO-EXIBE

           MOVE 'Parametros do programa de fidelidade' TO SCR-CTR-L1
           STRING 'Pontos por real pago em dia.: ' WRK-PONTOS-REAL-EXIBE
              DELIMITED BY SIZE INTO SCR-CTR-L3
           STRING 'Pontos por aniversario ctr..: '
              PAR-PONTOS-ANIVERSARIO
              DELIMITED BY SIZE INTO SCR-CTR-L4
           STRING 'Pontos por indicacao........: ' PAR-PONTOS-INDICACAO
              DELIMITED BY SIZE INTO SCR-CTR-L5
           STRING 'Validade dos pontos (meses).: '
              PAR-MESES-VALIDADE-PONTOS
              DELIMITED BY SIZE INTO SCR-CTR-L6
           STRING 'Valor do ponto (R$).........: '
              WRK-VALOR-PONTO-EXIBE
              DELIMITED BY SIZE INTO SCR-CTR-L7
           STRING 'Minimo de pontos p/ resgate.: '
              PAR-MIN-RESGATE-PONTOS
              DELIMITED BY SIZE INTO SCR-CTR-L8

           DISPLAY SCR-CTR

           PERFORM LIMPA-RODAPE
           MOVE 'Alterar os parametros? (S/N)' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-ALT-OPCAO                      LINE 23 COLUMN 30
           MOVE FUNCTION UPPER-CASE(WRK-ALT-OPCAO) TO WRK-ALT-OPCAO

           IF WRK-ALT-OPCAO EQUAL 'S'
              PERFORM LIMPA-RODAPE
              DISPLAY SCR-TRL

              ACCEPT PAR-PONTOS-POR-REAL             LINE 10 COLUMN 31
              ACCEPT PAR-PONTOS-ANIVERSARIO          LINE 11 COLUMN 31
              ACCEPT PAR-PONTOS-INDICACAO            LINE 12 COLUMN 31
              ACCEPT PAR-MESES-VALIDADE-PONTOS       LINE 13 COLUMN 31
              ACCEPT PAR-VALOR-PONTO                 LINE 14 COLUMN 31
              ACCEPT PAR-MIN-RESGATE-PONTOS          LINE 15 COLUMN 31

              IF PAR-MESES-VALIDADE-PONTOS EQUAL ZERO
                 MOVE 24 TO PAR-MESES-VALIDADE-PONTOS
              END-IF

              REWRITE PAR-REGISTRO

              IF ARQCRM-PAR-FS EQUAL ZERO
                 MOVE 'PARAMETRO'   TO WRK-LOG-OPERACAO
                 MOVE SPACES        TO WRK-LOG-ID
                 MOVE SPACES        TO WRK-LOG-NOME
                 MOVE SPACES        TO WRK-LOG-MOTIVO
                 STRING 'FIDELIDADE ' PAR-PONTOS-POR-REAL ' '
                    PAR-PONTOS-ANIVERSARIO ' ' PAR-PONTOS-INDICACAO
                    ' ' PAR-MESES-VALIDADE-PONTOS ' ' PAR-VALOR-PONTO
                    DELIMITED BY SIZE INTO WRK-LOG-MOTIVO
                 MOVE SES-OPR-ID    TO WRK-LOG-OPERADOR
                 CALL 'GRAVALOG' USING WRK-LOG-REGISTRO
                 MOVE 'Parametros atualizados. [pressione ENTER]'
                                                       TO SCR-TRL-L1
              ELSE
                 STRING 'Erro na gravacao dos parametros. '
                    '[pressione ENTER]'
                    DELIMITED BY SIZE INTO SCR-TRL-L1
              END-IF

              DISPLAY SCR-TRL
              ACCEPT WRK-ALT-OPCAO                   LINE 23 COLUMN 52
           END-IF

           CLOSE ARQCRM-PAR

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
       ERRO-ACESSO-NEGADO.
           PERFORM LIMPA-RODAPE
           MOVE 'Acesso restrito a supervisores e administradores.'
                                                       TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 51
           MOVE SPACE TO WRK-OPCAO.
      *
       ERRO-CLIENTE-NAO-ENCONTRADO.
           PERFORM LIMPA-RODAPE
           MOVE 'Cliente nao encontrado.' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 25
           MOVE SPACE TO WRK-OPCAO.
      *
       ERRO-CLIENTE-ENCERRADO.
           PERFORM LIMPA-RODAPE
           MOVE 'Cliente encerrado - resgate nao permitido.'
                                                       TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 44
           MOVE SPACE TO WRK-OPCAO.
      *
       ERRO-SEM-MOVIMENTO.
           PERFORM LIMPA-RODAPE
           MOVE 'Nenhum lancamento de pontos.' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 30
           MOVE SPACE TO WRK-OPCAO.
      *
       ERRO-SALDO-INSUFICIENTE.
           PERFORM LIMPA-RODAPE
           STRING 'Saldo abaixo do minimo para resgate ('
              PAR-MIN-RESGATE-PONTOS ' pontos).'
              DELIMITED BY SIZE INTO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 54
           MOVE SPACE TO WRK-OPCAO.
      *
       ERRO-PONTOS-INVALIDOS.
           PERFORM LIMPA-RODAPE
           MOVE 'Quantidade fora do minimo ou acima do saldo.'
                                                       TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 46
           MOVE SPACE TO WRK-OPCAO.
      *
       ERRO-GRAVACAO-PONTOS.
           PERFORM LIMPA-RODAPE
           STRING 'Erro na gravacao do resgate - FS: '
              ARQ-PONTOS-FS
              DELIMITED BY SIZE INTO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 38
           MOVE SPACE TO WRK-OPCAO.
      *
       ERRO-GRAVACAO-CREDITO.
           PERFORM LIMPA-RODAPE
           STRING 'Erro na gravacao do credito - FS: '
              WRK-CRD-FS '. Resgate nao efetuado.'
              DELIMITED BY SIZE INTO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 60
           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       MENSAGENS                                              SECTION.
      *----------------------------------
       COPY 'CRMK-MGP'.
      *-----------------------------------------------------------------
       FINALIZAR                                              SECTION.
      *----------------------------------
       VOLTAR-MENU.
           GOBACK.
      *-----------------------------------------------------------------
       ARQUIVOS                                               SECTION.
      *----------------------------------
       ABRE-ARQUIVO-PONTOS.
           OPEN I-O ARQ-PONTOS

           IF ARQ-PONTOS-FS EQUAL 35
              OPEN OUTPUT ARQ-PONTOS
              CLOSE ARQ-PONTOS
              OPEN I-O ARQ-PONTOS
           END-IF.
      *
       ABRE-ARQUIVO-CREDITO.
           OPEN I-O ARQ-CREDITO

           IF ARQ-CREDITO-FS EQUAL 35
              OPEN OUTPUT ARQ-CREDITO
              CLOSE ARQ-CREDITO
              OPEN I-O ARQ-CREDITO
           END-IF.
      *
       ABRE-ARQUIVO-PAR.
           OPEN I-O ARQCRM-PAR

           IF ARQCRM-PAR-FS EQUAL 35
              OPEN OUTPUT ARQCRM-PAR
              MOVE 'P' TO PAR-CHAVE
              WRITE PAR-REGISTRO
              CLOSE ARQCRM-PAR
              OPEN I-O ARQCRM-PAR
           END-IF.
      *
       CARREGA-PARAMETROS.
           OPEN INPUT ARQCRM-PAR

           IF ARQCRM-PAR-FS EQUAL ZERO
              MOVE 'P' TO PAR-CHAVE
              READ ARQCRM-PAR
              CLOSE ARQCRM-PAR
           END-IF

           PERFORM APLICA-PADROES-PONTOS.
      *
       APLICA-PADROES-PONTOS.
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
           END-IF

           IF PAR-MIN-RESGATE-PONTOS NOT NUMERIC
              MOVE 1000 TO PAR-MIN-RESGATE-PONTOS
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
              '-------------------------------'
              ' PROGRAMA DE FIDELIDADE '
              '-------------------------'
           DELIMITED BY SIZE
           INTO SCR-CTR-L0.
      *
       FORMATA-DATA.
           MOVE WRK-DATA-AUX(7:2) TO WRK-DATA-FMT-DD
           MOVE WRK-DATA-AUX(5:2) TO WRK-DATA-FMT-MM
           MOVE WRK-DATA-AUX(1:4) TO WRK-DATA-FMT-AAAA.
      *------------------------ FIM DO ARQUIVO -------------------------
