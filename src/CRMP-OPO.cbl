              FILE STATUS IS ARQ-OPORTUN-FS
              RECORD KEY IS OPO-KEY.

           SELECT ARQ-CONTRATO  ASSIGN TO './files/CONTRATO.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS ARQ-CONTRATO-FS
              RECORD KEY IS CTR-NUMERO
              ALTERNATE RECORD KEY IS CTR-CLIENTE
                 WITH DUPLICATES.

           SELECT REL-FUNIL  ASSIGN TO WRK-FUNIL-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REL-FUNIL-FS.
      *
       FD  ARQ-OPORTUN.
       COPY 'CRMK-OPO'.
      *
       FD  ARQ-CONTRATO.
       COPY 'CRMK-CTR'.
      *
       FD  REL-FUNIL.
       01  REL-FUNIL-LINHA      PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE                                        SECTION.
      *----------------------------------
       COPY 'CRMK-AMB'.
       COPY 'CRMK-MSG'.
       COPY 'CRMK-DTF'.
       COPY 'CRMK-SAI'.
       COPY 'CRMK-LOG'.
       COPY 'CRMK-TRQ'.
       COPY 'CRMK-CTQ'.
       01  ARQCRM-FS            PIC 9(02)   VALUE ZERO.
       01  ARQ-CONTRATO-FS      PIC 9(02)   VALUE ZERO.
       01  WRK-CTR-ABERTO       PIC X(01)   VALUE 'N'.
       01  WRK-AUDITORIA-OK     PIC X(01)   VALUE 'S'.
           88 AUDITORIA-OK             VALUE 'S'.
       01  WRK-TOT-COM-CTR      PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-SEM-CTR      PIC 9(05)   VALUE ZERO.
       01  WRK-VALOR-GANHO-CTR  PIC 9(09)V99 VALUE ZERO.
       01  WRK-VALOR-GANHO-SEM  PIC 9(09)V99 VALUE ZERO.
       01  WRK-VALOR-CONTRATADO PIC 9(09)V99 VALUE ZERO.
       01  WRK-DIFERENCA        PIC S9(09)V99 VALUE ZERO.
       01  WRK-DIFERENCA-EXIBE  PIC -ZZZZZZZZ9.99 VALUE ZERO.
       01  ARQ-OPORTUN-FS       PIC 9(02)   VALUE ZERO.
       01  REL-FUNIL-FS         PIC 9(02)   VALUE ZERO.
       01  WRK-FUNIL-PATH       PIC X(40)   VALUE SPACES.

           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 26
           MOVE SPACE TO WRK-OPCAO

           IF ARQ-OPORTUN-FS EQUAL ZERO
              AND OPO-FECHADO
              AND OPO-CONTRATO EQUAL ZERO
              PERFORM CONVERTE-OPORTUNIDADE
           END-IF.
      *
       TRADUZ-ESTAGIO.
           EVALUATE OPO-ESTAGIO
              WHEN OTHER
                 MOVE 'DESCONHECIDO'     TO WRK-TXT-ESTAGIO
           END-EVALUATE.
      *-----------------------------------------------------------------
       CONVERTE-OPORTUNIDADE                                  SECTION.
      *----------------------------------
           PERFORM ATIVA-CLIENTE-GANHO

           PERFORM LIMPA-RODAPE
           MOVE 'Abrir contrato com os dados da oportunidade? (S/N):'
                                                       TO SCR-TRL-L1
           DISPLAY SCR-TRL

           MOVE SPACE TO WRK-OPCAO
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 53
           MOVE FUNCTION UPPER-CASE(WRK-OPCAO) TO WRK-OPCAO

           IF WRK-OPCAO NOT EQUAL 'S'
              MOVE SPACE TO WRK-OPCAO
              EXIT SECTION
           END-IF

           MOVE SPACE TO WRK-OPCAO

           MOVE 'R'           TO WRK-CTQ-MODO
           MOVE OPO-CLIENTE   TO WRK-CTQ-CLIENTE
           MOVE OPO-DESCRICAO TO WRK-CTQ-DESCRICAO
           MOVE OPO-VALOR     TO WRK-CTQ-VALOR
           MOVE ZERO          TO WRK-CTQ-NUMERO

           CALL 'CONTRATO' USING SES-OPERADOR WRK-CTQ-PEDIDO

           DISPLAY SCR-HDR

           PERFORM LIMPA-RODAPE

           IF WRK-CTQ-NUMERO EQUAL ZERO
              MOVE 'Contrato nao incluido. Oportunidade sem vinculo.'
                                                       TO SCR-TRL-L1
              DISPLAY SCR-TRL
              ACCEPT WRK-OPCAO                       LINE 23 COLUMN 50
              MOVE SPACE TO WRK-OPCAO
              EXIT SECTION
           END-IF

           MOVE WRK-CLIENTE TO OPO-CLIENTE
           MOVE WRK-SEQ     TO OPO-SEQ
           READ ARQ-OPORTUN

           IF ARQ-OPORTUN-FS EQUAL ZERO
              MOVE WRK-CTQ-NUMERO TO OPO-CONTRATO
              MOVE WRK-HOJE       TO OPO-DATA-ATUALIZA
              REWRITE OPO-REGISTRO
           END-IF

           IF ARQ-OPORTUN-FS EQUAL ZERO
              STRING 'Oportunidade vinculada ao contrato '
                 WRK-CTQ-NUMERO '.'
                 DELIMITED BY SIZE INTO SCR-TRL-L1
           ELSE
              MOVE 'Erro ao vincular a oportunidade ao contrato.'
                                                       TO SCR-TRL-L1
           END-IF

           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 50
           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       ATIVA-CLIENTE-GANHO                                    SECTION.
      *----------------------------------
           OPEN I-O ARQCRM

           IF ARQCRM-FS NOT EQUAL ZERO
              EXIT SECTION
           END-IF

           MOVE OPO-CLIENTE TO ARQCRM-ID
           READ ARQCRM

           IF ARQCRM-FS NOT EQUAL ZERO
              OR NOT ARQCRM-PROSPECTO
              CLOSE ARQCRM
              EXIT SECTION
           END-IF

           PERFORM LIMPA-RODAPE
           MOVE 'Cliente e prospecto. Ativar o cliente agora? (S/N):'
                                                       TO SCR-TRL-L1
           DISPLAY SCR-TRL

           MOVE SPACE TO WRK-OPCAO
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 53
           MOVE FUNCTION UPPER-CASE(WRK-OPCAO) TO WRK-OPCAO

           IF WRK-OPCAO NOT EQUAL 'S'
              MOVE SPACE TO WRK-OPCAO
              CLOSE ARQCRM
              EXIT SECTION
           END-IF

           MOVE SPACE TO WRK-OPCAO

           IF ARQCRM-EXCLUSAO-PENDENTE
              PERFORM ERRO-EXCLUSAO-PENDENTE
              CLOSE ARQCRM
              EXIT SECTION
           END-IF

           PERFORM REGISTRA-TRAVA-EDICAO

           IF WRK-TRV-EM-USO
              PERFORM ERRO-REGISTRO-EM-EDICAO
              CLOSE ARQCRM
              EXIT SECTION
           END-IF

           PERFORM AUDITA-CAMPOS-OBRIGATORIOS

           IF NOT AUDITORIA-OK
              PERFORM ERRO-CAMPOS-OBRIGATORIOS
              PERFORM LIBERA-TRAVA-EDICAO
              CLOSE ARQCRM
              EXIT SECTION
           END-IF

           MOVE 0 TO ARQCRM-STATUS
           MOVE FUNCTION CURRENT-DATE(1:8) TO ARQCRM-DATA-ALTERACAO
           REWRITE ARQCRM-REGISTRO

           PERFORM LIMPA-RODAPE

           IF ARQCRM-FS EQUAL ZERO
              MOVE 'SITUACAO'   TO WRK-LOG-OPERACAO
              MOVE ARQCRM-ID    TO WRK-LOG-ID
              MOVE ARQCRM-NOME  TO WRK-LOG-NOME
              MOVE SPACES       TO WRK-LOG-MOTIVO
              STRING 'CNV=OPORTUNIDADE GANHA - SEQ ' OPO-SEQ
                 DELIMITED BY SIZE INTO WRK-LOG-MOTIVO
              MOVE SES-OPR-ID   TO WRK-LOG-OPERADOR
              CALL 'GRAVALOG' USING WRK-LOG-REGISTRO
              MOVE 'Cliente ativado.' TO SCR-TRL-L1
           ELSE
              STRING 'Erro na gravacao do cliente - ARQCRM-FS: '
                 ARQCRM-FS
                 DELIMITED BY SIZE INTO SCR-TRL-L1
           END-IF

           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 45
           MOVE SPACE TO WRK-OPCAO

           PERFORM LIBERA-TRAVA-EDICAO

           CLOSE ARQCRM.
      *-----------------------------------------------------------------
       AUDITA-CAMPOS-OBRIGATORIOS                             SECTION.
      *----------------------------------
           MOVE 'S' TO WRK-AUDITORIA-OK

           IF ARQCRM-NOME EQUAL SPACES
              MOVE 'N' TO WRK-AUDITORIA-OK
           END-IF

           IF ARQCRM-EMAIL EQUAL SPACES
              MOVE 'N' TO WRK-AUDITORIA-OK
           END-IF.
      *-----------------------------------------------------------------
       LISTA-OPORTUNIDADES                                    SECTION.
      *----------------------------------
           MOVE ZERO TO WRK-TOT-PERDIDO
           MOVE ZERO TO WRK-TOT-GERAL
           MOVE ZERO TO WRK-VALOR-FECHADO
           MOVE ZERO TO WRK-TOT-COM-CTR
           MOVE ZERO TO WRK-TOT-SEM-CTR
           MOVE ZERO TO WRK-VALOR-GANHO-CTR
           MOVE ZERO TO WRK-VALOR-GANHO-SEM
           MOVE ZERO TO WRK-VALOR-CONTRATADO
           MOVE ZERO TO WRK-OPER-QTD
           MOVE 'N'  TO WRK-OPER-ESTOURO

           MOVE ZERO   TO OPO-SEQ
           START ARQ-OPORTUN KEY IS NOT LESS THAN OPO-KEY

           MOVE 'N' TO WRK-CTR-ABERTO
           OPEN INPUT ARQ-CONTRATO
           IF ARQ-CONTRATO-FS EQUAL ZERO
              MOVE 'S' TO WRK-CTR-ABERTO
           END-IF

           IF ARQ-OPORTUN-FS EQUAL ZERO
              READ ARQ-OPORTUN NEXT RECORD

              END-PERFORM
           END-IF

           IF WRK-CTR-ABERTO EQUAL 'S'
              CLOSE ARQ-CONTRATO
           END-IF

           PERFORM ESCREVE-REL-FUNIL

           PERFORM LIMPA-CORPO
              WHEN 'F'
                 ADD 1 TO WRK-TOT-FECHADO
                 ADD OPO-VALOR TO WRK-VALOR-FECHADO
                 PERFORM ACUMULA-CONTRATADO
              WHEN 'X'
                 ADD 1 TO WRK-TOT-PERDIDO
           END-EVALUATE

           PERFORM ACUMULA-OPERADOR.
      *
       ACUMULA-CONTRATADO.
           IF OPO-CONTRATO EQUAL ZERO
              ADD 1 TO WRK-TOT-SEM-CTR
              ADD OPO-VALOR TO WRK-VALOR-GANHO-SEM
           ELSE
              ADD 1 TO WRK-TOT-COM-CTR
              ADD OPO-VALOR TO WRK-VALOR-GANHO-CTR
              IF WRK-CTR-ABERTO EQUAL 'S'
                 MOVE OPO-CONTRATO TO CTR-NUMERO
                 READ ARQ-CONTRATO
                 IF ARQ-CONTRATO-FS EQUAL ZERO
                    ADD CTR-VALOR-MENSAL TO WRK-VALOR-CONTRATADO
                 END-IF
                 MOVE ZERO TO ARQ-CONTRATO-FS
              END-IF
           END-IF.
      *
       ACUMULA-OPERADOR.
           MOVE 'N' TO WRK-OPER-ACHOU
           MOVE SPACES TO REL-FUNIL-LINHA
           WRITE REL-FUNIL-LINHA

           MOVE 'GANHO X CONTRATADO (FECHADOS)' TO REL-FUNIL-LINHA
           WRITE REL-FUNIL-LINHA

           MOVE SPACES TO REL-FUNIL-LINHA
           STRING 'Com contrato     : ' WRK-TOT-COM-CTR
              '  Ganho: ' WRK-VALOR-GANHO-CTR
              '  Contratado: ' WRK-VALOR-CONTRATADO
              DELIMITED BY SIZE INTO REL-FUNIL-LINHA
           WRITE REL-FUNIL-LINHA

           COMPUTE WRK-DIFERENCA = WRK-VALOR-CONTRATADO
                                 - WRK-VALOR-GANHO-CTR
           MOVE WRK-DIFERENCA TO WRK-DIFERENCA-EXIBE
           MOVE SPACES TO REL-FUNIL-LINHA
           STRING 'Contratado-ganho : ' WRK-DIFERENCA-EXIBE
              DELIMITED BY SIZE INTO REL-FUNIL-LINHA
           WRITE REL-FUNIL-LINHA

           MOVE SPACES TO REL-FUNIL-LINHA
           STRING 'Sem contrato     : ' WRK-TOT-SEM-CTR
              '  Ganho: ' WRK-VALOR-GANHO-SEM
              DELIMITED BY SIZE INTO REL-FUNIL-LINHA
           WRITE REL-FUNIL-LINHA

           IF WRK-CTR-ABERTO NOT EQUAL 'S'
              AND WRK-TOT-COM-CTR GREATER THAN ZERO
              MOVE 'ATENCAO: CONTRATO.DAT indisponivel - valor contrata
      -            'do nao apurado'            TO REL-FUNIL-LINHA
              WRITE REL-FUNIL-LINHA
           END-IF

           MOVE SPACES TO REL-FUNIL-LINHA
           WRITE REL-FUNIL-LINHA

           MOVE 'RESUMO POR OPERADOR' TO REL-FUNIL-LINHA
           WRITE REL-FUNIL-LINHA

           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 30
           MOVE SPACE TO WRK-OPCAO.
      *
       ERRO-EXCLUSAO-PENDENTE.
           PERFORM LIMPA-RODAPE
           MOVE 'Registro com exclusao pendente de aprovacao.'
                                                       TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 46
           MOVE SPACE TO WRK-OPCAO.
      *
       ERRO-CAMPOS-OBRIGATORIOS.
           PERFORM LIMPA-RODAPE
           MOVE 'Registro com nome ou e-mail em branco. Corrija antes'
                                                       TO SCR-TRL-L2
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 24 COLUMN 53
           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       TRAVAS                                                 SECTION.
      *----------------------------------
       REGISTRA-TRAVA-EDICAO.
           MOVE 'R'        TO WRK-TRV-ACAO
           MOVE ARQCRM-ID  TO WRK-TRV-ID
           MOVE SES-OPR-ID TO WRK-TRV-OPERADOR
           CALL 'TRAVA' USING WRK-TRV-PEDIDO.
      *
       LIBERA-TRAVA-EDICAO.
           IF WRK-TRV-ID NOT EQUAL SPACES
              MOVE 'L' TO WRK-TRV-ACAO
              CALL 'TRAVA' USING WRK-TRV-PEDIDO
              MOVE SPACES TO WRK-TRV-ID
           END-IF.
      *
       ERRO-REGISTRO-EM-EDICAO.
           PERFORM LIMPA-RODAPE
           MOVE SPACES TO SCR-TRL-L1
           STRING 'Registro em edicao por ' WRK-TRV-DONO
              DELIMITED BY SIZE INTO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 33
           MOVE SPACE TO WRK-OPCAO
           MOVE SPACES TO WRK-TRV-ID.
      *-----------------------------------------------------------------
       MENSAGENS                                               SECTION.
      *----------------------------------
