      *=================================================================
       IDENTIFICATION                                         DIVISION.
       PROGRAM-ID. PERFECHA.
      *=================================================================
       ENVIRONMENT                                            DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT                                           SECTION.
      *----------------------------------
       FILE-CONTROL.
           SELECT ARQ-PERFECH  ASSIGN TO './files/PERFECH.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS ARQ-PERFECH-FS
              RECORD KEY IS PFC-COMPETENCIA.
      *=================================================================
       DATA                                                   DIVISION.
      *-----------------------------------------------------------------
       FILE                                                   SECTION.
      *----------------------------------
       FD  ARQ-PERFECH.
       COPY 'CRMK-PFC'.
      *-----------------------------------------------------------------
       WORKING-STORAGE                                        SECTION.
      *----------------------------------
       COPY 'CRMK-AMB'.
       COPY 'CRMK-MSG'.
       COPY 'CRMK-LOG'.
       COPY 'CRMK-PFQ'.
       01  ARQ-PERFECH-FS       PIC 9(02)   VALUE ZERO.
       01  WRK-OPCAO            PIC X(01)   VALUE SPACE.
       01  WRK-COMPET           PIC 9(06)   VALUE ZERO.
       01  WRK-MOTIVO           PIC X(40)   VALUE SPACES.
       01  WRK-SITUACAO         PIC X(08)   VALUE SPACES.
       01  WRK-LINHA            PIC 9(02)   COMP VALUE 10.
       01  WRK-LINHA-PFC        PIC X(70)   VALUE SPACES.
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
           PERFORM EXIBE-MENU-PERIODOS UNTIL WRK-OPCAO EQUAL 9
           PERFORM VOLTAR-MENU.
      *-----------------------------------------------------------------
       INICIAR                                                SECTION.
      *----------------------------------
           PERFORM LIMPA-RODAPE

           DISPLAY SCR-HDR

           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       EXIBE-MENU-PERIODOS                                    SECTION.
      *----------------------------------
           PERFORM LIMPA-CORPO

           MOVE '1. Listar periodos fechados'      TO SCR-CTR-L2
           MOVE '2. Reabrir periodo'               TO SCR-CTR-L3
           MOVE '9. Voltar'                        TO SCR-CTR-L4
           MOVE 'OPCAO:'                           TO SCR-CTR-L7

           DISPLAY SCR-CTR

           ACCEPT WRK-OPCAO                          LINE 14 COLUMN 8

           EVALUATE WRK-OPCAO
              WHEN 1
                 PERFORM LISTA-PERIODOS
              WHEN 2
                 PERFORM REABRE-PERIODO
              WHEN 9
                 CONTINUE
              WHEN OTHER
                 PERFORM ERRO-OPCAO-INVALIDA
           END-EVALUATE.
      *-----------------------------------------------------------------
       ACEITA-COMPETENCIA                                     SECTION.
      *----------------------------------
           MOVE ZERO TO WRK-COMPET
           ACCEPT WRK-COMPET                         LINE 12 COLUMN 30

           IF WRK-COMPET(5:2) LESS THAN '01'
              OR WRK-COMPET(5:2) GREATER THAN '12'
              OR WRK-COMPET(1:4) LESS THAN '2000'
              MOVE ZERO TO WRK-COMPET
              PERFORM ERRO-COMPETENCIA-INVALIDA
           END-IF.
      *-----------------------------------------------------------------
       LISTA-PERIODOS                                         SECTION.
      *----------------------------------
           PERFORM LIMPA-CORPO
           MOVE 'Periodos contabeis registrados' TO SCR-CTR-L1
           MOVE 'COMPET SITUACAO FECHADO  OPER.    REAB ULT.REAB OPER.'
                                                       TO SCR-CTR-L2
           DISPLAY SCR-CTR

           MOVE 10 TO WRK-LINHA

           OPEN INPUT ARQ-PERFECH

           IF ARQ-PERFECH-FS EQUAL ZERO
              READ ARQ-PERFECH NEXT RECORD
           END-IF

           PERFORM UNTIL ARQ-PERFECH-FS NOT EQUAL ZERO
              IF PFC-FECHADA
                 MOVE 'FECHADA' TO WRK-SITUACAO
              ELSE
                 MOVE 'REABERTA' TO WRK-SITUACAO
              END-IF

              MOVE SPACES TO WRK-LINHA-PFC
              STRING PFC-COMPETENCIA ' ' WRK-SITUACAO ' '
                 PFC-DATA-FECHAMENTO ' ' PFC-OPER-FECHAMENTO ' '
                 PFC-QTD-REABERTURAS '  ' PFC-DATA-REABERTURA ' '
                 PFC-OPER-REABERTURA
                 DELIMITED BY SIZE INTO WRK-LINHA-PFC
              DISPLAY WRK-LINHA-PFC            LINE WRK-LINHA COLUMN 1
              ADD 1 TO WRK-LINHA

              IF WRK-LINHA IS GREATER THAN 20
                 PERFORM LIMPA-RODAPE
                 MOVE 'Continua ... [pressione ENTER]' TO SCR-TRL-L1
                 DISPLAY SCR-TRL
                 ACCEPT WRK-OPCAO                    LINE 23 COLUMN 32
                 MOVE 10 TO WRK-LINHA
                 DISPLAY SCR-CTR
              END-IF

              READ ARQ-PERFECH NEXT RECORD
           END-PERFORM

           CLOSE ARQ-PERFECH

           PERFORM LIMPA-RODAPE
           MOVE 'Fim da lista. [pressione ENTER]' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 33
           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       REABRE-PERIODO                                         SECTION.
      *----------------------------------
           IF SES-OPR-PERFIL NOT EQUAL 'A'
              PERFORM ERRO-ACESSO-RESTRITO
              EXIT SECTION
           END-IF

           PERFORM LIMPA-CORPO
           MOVE 'Reabertura de periodo contabil' TO SCR-CTR-L1
           MOVE 'Competencia (AAAAMM)       :' TO SCR-CTR-L5
           DISPLAY SCR-CTR

           PERFORM ACEITA-COMPETENCIA

           IF WRK-COMPET EQUAL ZERO
              EXIT SECTION
           END-IF

           INITIALIZE WRK-PFC-PEDIDO
           SET WRK-PFC-CONSULTA TO TRUE
           MOVE WRK-COMPET TO WRK-PFC-COMPETENCIA
           CALL 'PERIODO' USING WRK-PFC-PEDIDO

           IF NOT WRK-PFC-FECHADA
              PERFORM ERRO-PERIODO-NAO-FECHADO
              EXIT SECTION
           END-IF

           PERFORM LIMPA-RODAPE
           STRING 'Fechada em ' WRK-PFC-DATA-FECHAMENTO
              '  reaberturas anteriores: ' WRK-PFC-QTD-REABERTURAS
              DELIMITED BY SIZE INTO SCR-TRL-L1
           DISPLAY SCR-TRL

           MOVE 'Motivo da reabertura       :' TO SCR-CTR-L7
           DISPLAY SCR-CTR

           MOVE SPACES TO WRK-MOTIVO
           ACCEPT WRK-MOTIVO                         LINE 14 COLUMN 30
           MOVE FUNCTION UPPER-CASE(WRK-MOTIVO) TO WRK-MOTIVO

           IF WRK-MOTIVO EQUAL SPACES
              PERFORM ERRO-MOTIVO-OBRIGATORIO
              EXIT SECTION
           END-IF

           PERFORM LIMPA-RODAPE
           MOVE 'Confirma a reabertura do periodo? (S/N)'
                                                       TO SCR-TRL-L1
           DISPLAY SCR-TRL

           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 41
           MOVE FUNCTION UPPER-CASE(WRK-OPCAO) TO WRK-OPCAO

           IF WRK-OPCAO NOT EQUAL 'S'
              MOVE SPACE TO WRK-OPCAO
              EXIT SECTION
           END-IF

           INITIALIZE WRK-PFC-PEDIDO
           SET WRK-PFC-REABRE TO TRUE
           MOVE WRK-COMPET TO WRK-PFC-COMPETENCIA
           MOVE SES-OPR-ID TO WRK-PFC-OPERADOR
           MOVE WRK-MOTIVO TO WRK-PFC-MOTIVO
           CALL 'PERIODO' USING WRK-PFC-PEDIDO

           PERFORM LIMPA-RODAPE

           IF WRK-PFC-ABERTA
              PERFORM GRAVA-LOG-REABERTURA
              MOVE 'Periodo reaberto.' TO SCR-TRL-L1
           ELSE
              MOVE 'Erro na reabertura do periodo.' TO SCR-TRL-L1
           END-IF

           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 32
           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       GRAVA-LOG-REABERTURA                                   SECTION.
      *----------------------------------
           MOVE 'REABREPER' TO WRK-LOG-OPERACAO
           MOVE SPACES      TO WRK-LOG-ID
           MOVE SPACES      TO WRK-LOG-NOME
           STRING 'COMPETENCIA ' WRK-COMPET
              DELIMITED BY SIZE INTO WRK-LOG-NOME
           MOVE WRK-MOTIVO  TO WRK-LOG-MOTIVO
           MOVE SES-OPR-ID  TO WRK-LOG-OPERADOR

           CALL 'GRAVALOG' USING WRK-LOG-REGISTRO.
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
       ERRO-ACESSO-RESTRITO.
           PERFORM LIMPA-RODAPE
           MOVE 'Acesso restrito a administradores.' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 36
           MOVE SPACE TO WRK-OPCAO.
      *
       ERRO-COMPETENCIA-INVALIDA.
           PERFORM LIMPA-RODAPE
           MOVE 'Competencia invalida. Use AAAAMM.' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 35
           MOVE SPACE TO WRK-OPCAO.
      *
       ERRO-PERIODO-NAO-FECHADO.
           PERFORM LIMPA-RODAPE
           MOVE 'Competencia nao esta fechada.' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 31
           MOVE SPACE TO WRK-OPCAO.
      *
       ERRO-MOTIVO-OBRIGATORIO.
           PERFORM LIMPA-RODAPE
           MOVE 'Motivo e obrigatorio' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 22
           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       MENSAGENS                                               SECTION.
      *----------------------------------
       COPY 'CRMK-MGP'.
      *-----------------------------------------------------------------
       FINALIZAR                                              SECTION.
      *----------------------------------
       VOLTAR-MENU.
           GOBACK.
      *-----------------------------------------------------------------
       UTILITARIOS                                            SECTION.
      *----------------------------------
       LIMPA-RODAPE.
           MOVE TPL-TRL TO SCR-TRL.
      *
       LIMPA-CORPO.
           MOVE TPL-CTR TO SCR-CTR

           STRING
              '----------------------------------'
              ' PERIODOS CONTABEIS '
              '--------------------------'
           DELIMITED BY SIZE
           INTO SCR-CTR-L0.
      *------------------------ FIM DO ARQUIVO -------------------------
