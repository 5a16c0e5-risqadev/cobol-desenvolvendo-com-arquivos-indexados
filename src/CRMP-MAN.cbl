      *-----------------------------------------------------------------
       WORKING-STORAGE                                        SECTION.
      *----------------------------------
       COPY 'CRMK-AMB'.
       COPY 'CRMK-FST'.
       COPY 'CRMK-MSG'.
       COPY 'CRMK-ERR'.
       COPY 'CRMK-LOG'.
       COPY 'CRMK-DTF'.
       COPY 'CRMK-SIQ'.
       01  ARQCRM-FS            PIC 9(02)   VALUE ZERO.
       01  ARQCRM-TMP-FS        PIC 9(02)   VALUE ZERO.
       01  ARQCRM-BKP-FS        PIC 9(02)   VALUE ZERO.
           05 WRK-LINHA-SSN-HORA   PIC 9(06).
       01  WRK-OPCAO            PIC X(01).
       01  WRK-PAR-OPCAO        PIC X(01)   VALUE SPACE.
       01  WRK-MUR-MODO         PIC X(01)   VALUE SPACE.
       01  WRK-REST-OPCAO       PIC X(01)   VALUE SPACE.
       01  WRK-REST-STATUS      PIC X(10)   VALUE SPACES.
       01  WRK-TOT-REGISTROS    PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-LOG-CARGA    PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-LOG-LOTE     PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-LOG-OUTROS   PIC 9(05)   VALUE ZERO.
       01  WRK-SIS-ESCOLHA      PIC X(01)   VALUE SPACE.
       01  WRK-SIS-MOTIVO-ENT   PIC X(30)   VALUE SPACES.
       01  WRK-SIS-DATA-ENT     PIC 9(08)   VALUE ZERO.
       01  WRK-SIS-HORA-ENT     PIC 9(04)   VALUE ZERO.
       01  FILLER REDEFINES WRK-SIS-HORA-ENT.
           05 WRK-SIS-HORA-ENT-HH PIC 9(02).
           05 WRK-SIS-HORA-ENT-MM PIC 9(02).
       01  WRK-SIS-DESCRICAO    PIC X(20)   VALUE SPACES.
      *-----------------------------------------------------------------
       LINKAGE                                                SECTION.
      *----------------------------------
      *----------------------------------
           PERFORM LIMPA-CORPO

           STRING '1. Verificar integridade do arquivo      '
              'U. Parametros financeiros'
              DELIMITED BY SIZE INTO SCR-CTR-L2
           STRING '2. Reorganizar arquivo (REORG)           '
              'V. Metas de vendas'
              DELIMITED BY SIZE INTO SCR-CTR-L3
           STRING '3. Exportar ARQCRM (backup)              '
              'W. Modo manutencao'
              DELIMITED BY SIZE INTO SCR-CTR-L4
           STRING '4. Importar ARQCRM (restore)             '
              'X. Plano do batch (previsao)'
              DELIMITED BY SIZE INTO SCR-CTR-L5
           STRING '5. Reconciliacao do dia (log)            '
              'Y. Importacoes recebidas'
              DELIMITED BY SIZE INTO SCR-CTR-L6
           STRING '6. Parametros do sistema                 '
              'Z. Periodos contabeis'
              DELIMITED BY SIZE INTO SCR-CTR-L7
           STRING '7. Recuperar registro excluido (lixeira) '
              '0. Mural de avisos'
              DELIMITED BY SIZE INTO SCR-CTR-L8
           MOVE '8. Manutencao de operadores'          TO SCR-CTR-L9
           MOVE 'A. Sessoes ativas'                     TO SCR-CTR-L10
           MOVE 'B. Fechamento mensal do log'           TO SCR-CTR-L11
              WHEN 'T'
                 CALL 'RSTREND' USING SES-OPERADOR
                 DISPLAY SCR-HDR
              WHEN 'U'
                 CALL 'FINPARAM' USING SES-OPERADOR
                 DISPLAY SCR-HDR
              WHEN 'V'
                 CALL 'METAS' USING SES-OPERADOR
                 DISPLAY SCR-HDR
              WHEN 'W'
                 PERFORM MODO-MANUTENCAO
              WHEN 'X'
                 CALL 'PLANOBAT' USING SES-OPERADOR
                 DISPLAY SCR-HDR
              WHEN 'Y'
                 CALL 'IMPRECEB' USING SES-OPERADOR
                 DISPLAY SCR-HDR
              WHEN 'Z'
                 CALL 'PERFECHA' USING SES-OPERADOR
                 DISPLAY SCR-HDR
              WHEN 0
                 MOVE 'M' TO WRK-MUR-MODO
                 CALL 'MURAL' USING SES-OPERADOR WRK-MUR-MODO
                 DISPLAY SCR-HDR
              WHEN 9
                 CONTINUE
              WHEN OTHER
           PERFORM LIMPA-RODAPE
           STRING 'Arq. contatos (dias): ' PAR-DIAS-CONTATO-ARQ
              '   Bonus indicacao: ' PAR-BONUS-INDICACAO
              '  Recad.(meses): ' PAR-MESES-RECADASTRO
              DELIMITED BY SIZE INTO SCR-TRL-L0
           MOVE 'Alterar estes parametros? (S/N)' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT PAR-GERACOES-BACKUP             LINE 20 COLUMN 44
           ACCEPT PAR-DIAS-CONTATO-ARQ            LINE 22 COLUMN 23
           ACCEPT PAR-BONUS-INDICACAO             LINE 22 COLUMN 47
           ACCEPT PAR-MESES-RECADASTRO            LINE 22 COLUMN 71

           REWRITE PAR-REGISTRO

           MOVE LIX-ARQCRM-CARTEIRA      TO ARQCRM-CARTEIRA
           MOVE LIX-ARQCRM-RESTRITO      TO ARQCRM-RESTRITO
           MOVE 'N'                      TO ARQCRM-EXCL-PENDENTE
           MOVE ZERO                     TO ARQCRM-DATA-CONFIRMACAO

           WRITE ARQCRM-REGISTRO

           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 42
           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       MODO-MANUTENCAO                                        SECTION.
      *----------------------------------
           INITIALIZE WRK-SIS-PEDIDO
           SET WRK-SIS-CONSULTA TO TRUE
           CALL 'SISESTAD' USING WRK-SIS-PEDIDO

           EVALUATE TRUE
              WHEN WRK-SIS-EM-BATCH
                 MOVE 'BATCH NOTURNO'      TO WRK-SIS-DESCRICAO
              WHEN WRK-SIS-EM-MANUTENCAO
                 MOVE 'MANUTENCAO MANUAL'  TO WRK-SIS-DESCRICAO
              WHEN OTHER
                 MOVE 'LIBERADO'           TO WRK-SIS-DESCRICAO
           END-EVALUATE

           PERFORM LIMPA-CORPO

           MOVE 'Modo manutencao (bloqueio das atualizacoes online)'
                                                       TO SCR-CTR-L1
           STRING 'Situacao atual  : ' WRK-SIS-DESCRICAO
              DELIMITED BY SIZE INTO SCR-CTR-L3

           IF WRK-SIS-BLOQUEADO
              STRING 'Inicio          : ' WRK-SIS-DATA-INICIO ' '
                 WRK-SIS-HORA-INICIO
                 DELIMITED BY SIZE INTO SCR-CTR-L4
              STRING 'Termino previsto: ' WRK-SIS-DATA-FIM ' '
                 WRK-SIS-HORA-FIM
                 DELIMITED BY SIZE INTO SCR-CTR-L5
              STRING 'Operador        : ' WRK-SIS-OPERADOR
                 DELIMITED BY SIZE INTO SCR-CTR-L6
              STRING 'Motivo          : ' WRK-SIS-MOTIVO
                 DELIMITED BY SIZE INTO SCR-CTR-L7
           END-IF

           DISPLAY SCR-CTR

           PERFORM LIMPA-RODAPE
           MOVE 'A = ativar, L = liberar, branco sai:' TO SCR-TRL-L1
           DISPLAY SCR-TRL

           MOVE SPACE TO WRK-SIS-ESCOLHA
           ACCEPT WRK-SIS-ESCOLHA                    LINE 23 COLUMN 38
           MOVE FUNCTION UPPER-CASE(WRK-SIS-ESCOLHA) TO WRK-SIS-ESCOLHA

           EVALUATE WRK-SIS-ESCOLHA
              WHEN 'A'
                 PERFORM ATIVA-MODO-MANUTENCAO
              WHEN 'L'
                 PERFORM LIBERA-MODO-MANUTENCAO
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       ATIVA-MODO-MANUTENCAO                                  SECTION.
      *----------------------------------
           MOVE 'Motivo (REORG, restore, ...):'       TO SCR-CTR-L9
           MOVE 'Termino previsto (AAAAMMDD)  :'       TO SCR-CTR-L10
           MOVE 'Hora prevista (HHMM)         :'       TO SCR-CTR-L11
           DISPLAY SCR-CTR

           PERFORM LIMPA-RODAPE
           MOVE 'Data em branco = ate a liberacao manual' TO SCR-TRL-L1
           DISPLAY SCR-TRL

           MOVE SPACES TO WRK-SIS-MOTIVO-ENT

           PERFORM UNTIL WRK-SIS-MOTIVO-ENT NOT EQUAL SPACES
              ACCEPT WRK-SIS-MOTIVO-ENT              LINE 16 COLUMN 32
              MOVE FUNCTION UPPER-CASE(WRK-SIS-MOTIVO-ENT)
                                            TO WRK-SIS-MOTIVO-ENT
           END-PERFORM

           MOVE 'N' TO WRK-DTV-OK

           PERFORM UNTIL WRK-DTV-OK EQUAL 'S'
              MOVE ZERO TO WRK-SIS-DATA-ENT
              ACCEPT WRK-SIS-DATA-ENT                LINE 17 COLUMN 32
              IF WRK-SIS-DATA-ENT EQUAL ZERO
                 MOVE 'S' TO WRK-DTV-OK
              ELSE
                 MOVE WRK-SIS-DATA-ENT TO WRK-DTV-DATA
                 PERFORM VALIDA-DATA-CALENDARIO
              END-IF
              IF WRK-DTV-OK NOT EQUAL 'S'
                 PERFORM ERRO-DATA-INVALIDA
              END-IF
           END-PERFORM

           MOVE ZERO TO WRK-SIS-HORA-ENT

           IF WRK-SIS-DATA-ENT NOT EQUAL ZERO
              MOVE 'N' TO WRK-DTV-OK
              PERFORM UNTIL WRK-DTV-OK EQUAL 'S'
                 MOVE ZERO TO WRK-SIS-HORA-ENT
                 ACCEPT WRK-SIS-HORA-ENT             LINE 18 COLUMN 32
                 IF WRK-SIS-HORA-ENT-HH LESS THAN 24
                    AND WRK-SIS-HORA-ENT-MM LESS THAN 60
                    MOVE 'S' TO WRK-DTV-OK
                 ELSE
                    PERFORM ERRO-HORA-INVALIDA
                 END-IF
              END-PERFORM
           END-IF

           PERFORM LIMPA-RODAPE
           MOVE 'Bloquear as atualizacoes online agora? (S/N)'
                                                       TO SCR-TRL-L1
           DISPLAY SCR-TRL

           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 46
           MOVE FUNCTION UPPER-CASE(WRK-OPCAO) TO WRK-OPCAO

           IF WRK-OPCAO NOT EQUAL 'S'
              EXIT SECTION
           END-IF

           INITIALIZE WRK-SIS-PEDIDO
           SET WRK-SIS-INICIA-MANUT TO TRUE
           MOVE SES-OPR-ID          TO WRK-SIS-OPERADOR
           MOVE WRK-SIS-MOTIVO-ENT  TO WRK-SIS-MOTIVO
           MOVE WRK-SIS-DATA-ENT    TO WRK-SIS-DATA-FIM
           MOVE WRK-SIS-HORA-ENT    TO WRK-SIS-HORA-FIM

           CALL 'SISESTAD' USING WRK-SIS-PEDIDO

           MOVE 'MANUTENCAO'        TO WRK-LOG-OPERACAO
           MOVE SPACES              TO WRK-LOG-ID
           MOVE 'ESTADO DO SISTEMA' TO WRK-LOG-NOME
           STRING 'ATIVADA: ' WRK-SIS-MOTIVO-ENT
              DELIMITED BY SIZE INTO WRK-LOG-MOTIVO
           MOVE SES-OPR-ID          TO WRK-LOG-OPERADOR
           CALL 'GRAVALOG' USING WRK-LOG-REGISTRO

           PERFORM LIMPA-RODAPE
           MOVE 'Modo manutencao ativado. [pressione ENTER]'
                                                       TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 44.
      *-----------------------------------------------------------------
       LIBERA-MODO-MANUTENCAO                                 SECTION.
      *----------------------------------
           PERFORM LIMPA-RODAPE

           IF WRK-SIS-LIVRE
              MOVE 'Sistema ja liberado. [pressione ENTER]'
                                                       TO SCR-TRL-L1
              DISPLAY SCR-TRL
              ACCEPT WRK-OPCAO                       LINE 23 COLUMN 40
              EXIT SECTION
           END-IF

           IF WRK-SIS-EM-BATCH
              STRING 'Indicador gravado pelo BATNOITE. '
                 'Liberar mesmo assim? (S/N)'
                 DELIMITED BY SIZE INTO SCR-TRL-L1
           ELSE
              MOVE 'Liberar as atualizacoes online? (S/N)'
                                                       TO SCR-TRL-L1
           END-IF

           DISPLAY SCR-TRL

           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 62
           MOVE FUNCTION UPPER-CASE(WRK-OPCAO) TO WRK-OPCAO

           IF WRK-OPCAO NOT EQUAL 'S'
              EXIT SECTION
           END-IF

           INITIALIZE WRK-SIS-PEDIDO
           SET WRK-SIS-LIBERA TO TRUE
           CALL 'SISESTAD' USING WRK-SIS-PEDIDO

           MOVE 'MANUTENCAO'        TO WRK-LOG-OPERACAO
           MOVE SPACES              TO WRK-LOG-ID
           MOVE 'ESTADO DO SISTEMA' TO WRK-LOG-NOME
           MOVE 'LIBERADA'          TO WRK-LOG-MOTIVO
           MOVE SES-OPR-ID          TO WRK-LOG-OPERADOR
           CALL 'GRAVALOG' USING WRK-LOG-REGISTRO

           PERFORM LIMPA-RODAPE
           MOVE 'Sistema liberado. [pressione ENTER]' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 37.
      *-----------------------------------------------------------------
       GERA-SNAPSHOT                                          SECTION.
      *----------------------------------
           MOVE 'Erro na gravacao do registro recuperado' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 41.
      *
       ERRO-DATA-INVALIDA.
           PERFORM LIMPA-RODAPE
           MOVE 'Data invalida' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 15.
      *
       ERRO-HORA-INVALIDA.
           PERFORM LIMPA-RODAPE
           MOVE 'Hora invalida' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 15.
      *-----------------------------------------------------------------
       MENSAGENS                                              SECTION.
      *----------------------------------
            ==FS-CAMPO==      BY ==ARQCRM-LOG-FS==.
      *
       COPY 'CRMK-MGP'.
      *
       COPY 'CRMK-DTP'.
      *-----------------------------------------------------------------
       FINALIZAR                                              SECTION.
      *----------------------------------
