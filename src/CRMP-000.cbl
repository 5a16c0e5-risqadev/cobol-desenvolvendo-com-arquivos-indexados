      *-----------------------------------------------------------------
       WORKING-STORAGE                                        SECTION.
      *----------------------------------
       COPY 'CRMK-AMB'.
       COPY 'CRMK-MSG'.
       COPY 'CRMK-SES'.
       COPY 'CRMK-SNW'.
       01  WRK-PARM-ID      PIC X(06)      VALUE SPACES.
       01  WRK-AGN-MODO     PIC X(01)      VALUE SPACE.
       01  WRK-AGN-CLIENTE  PIC X(06)      VALUE SPACES.
       01  WRK-MUR-MODO     PIC X(01)      VALUE SPACE.
       COPY 'CRMK-CTQ'.
       COPY 'CRMK-SIQ'.
       01  WRK-SIS-AVISO        PIC X(80)   VALUE SPACES.
       01  WRK-SIS-PREFIXO      PIC X(50)   VALUE SPACES.
       01  WRK-SIS-FIM-DATA     PIC 9(08)   VALUE ZERO.
       01  FILLER REDEFINES WRK-SIS-FIM-DATA.
           05 WRK-SIS-FIM-AAAA  PIC 9(04).
           05 WRK-SIS-FIM-MM    PIC 9(02).
           05 WRK-SIS-FIM-DD    PIC 9(02).
       01  WRK-SIS-FIM-HORA     PIC 9(04)   VALUE ZERO.
       01  FILLER REDEFINES WRK-SIS-FIM-HORA.
           05 WRK-SIS-FIM-HH    PIC 9(02).
           05 WRK-SIS-FIM-MI    PIC 9(02).
      *-----------------------------------------------------------------
       SCREEN                                                 SECTION.
      *----------------------------------
      *-----------------------------------------------------------------
       PRINCIPAL                                              SECTION.
      *----------------------------------
           PERFORM IDENTIFICA-AMBIENTE

           DISPLAY SCR-HDR

           PERFORM IDENTIFICA-OPERADOR

           PERFORM VERIFICA-VALIDADE-SENHA

           PERFORM AVISA-MANUTENCAO

           MOVE 'L' TO WRK-MUR-MODO
           CALL 'MURAL' USING SES-OPERADOR WRK-MUR-MODO

           MOVE 'L'    TO WRK-AGN-MODO
           MOVE SPACES TO WRK-AGN-CLIENTE
           CALL 'AGENDA' USING SES-OPERADOR WRK-AGN-MODO
           PERFORM ENCERRA-SESSAO

           STOP RUN.
      *-----------------------------------------------------------------
       IDENTIFICA-AMBIENTE                                    SECTION.
      *----------------------------------
           PERFORM CARREGA-PARAMETROS

           IF PAR-AMBIENTE-TREINO
              MOVE '*** TREINAMENTO ***' TO AMB-TITULO
           ELSE
              MOVE SPACES                TO AMB-TITULO
           END-IF.
      *-----------------------------------------------------------------
       IDENTIFICACAO                                          SECTION.
      *----------------------------------
      *----------------------------------
           PERFORM LIMPA-CORPO

           PERFORM CONSULTA-ESTADO-SISTEMA

           IF WRK-SIS-BLOQUEADO
              PERFORM MONTA-AVISO-MANUTENCAO
              MOVE WRK-SIS-AVISO TO SCR-CTR-L1
           END-IF

           MOVE '1. Cadastro'         TO SCR-CTR-L2
           MOVE '2. Consulta'         TO SCR-CTR-L3
           MOVE '3. Alteracao'        TO SCR-CTR-L4
           MOVE '6. Rel. Ativos'      TO SCR-CTR-L7
           MOVE '7. Rel. Inativos'    TO SCR-CTR-L8
           MOVE '8. Setup Sistema'    TO SCR-CTR-L9
           MOVE '9. Encerrar            U. Aprovar atualizacoes do site'
                                      TO SCR-CTR-L10
           MOVE '0. Relatorios Extras   K. Painel gerencial   G. Agend
      -         'a semanal'                     TO SCR-CTR-L11
           MOVE 'A. Atendimentos   S. Trocar senha   P. Aprovar excl.
           MOVE 'OPCAO:'              TO SCR-CTR-L13

           MOVE 'Q. Correcao de dados   C. Contratos   F. Faturas   O.
      -         ' Oportunidades   M. Mural' TO SCR-TRL-L0

           DISPLAY SCR-CTR
           DISPLAY SCR-TRL-L0
              EXIT SECTION
           END-IF

           PERFORM VERIFICA-MANUTENCAO

           IF NOT ACESSO-PERMITIDO
              PERFORM ERRO-SISTEMA-EM-MANUTENCAO
              EXIT SECTION
           END-IF

           EVALUATE WRK-OPCAO
              WHEN 1
                 CALL 'CADASTRO' USING SES-OPERADOR
                 PERFORM TROCA-SENHA
              WHEN 'P'
                 CALL 'APROVEXC' USING SES-OPERADOR
              WHEN 'U'
                 CALL 'APROVATU' USING SES-OPERADOR
              WHEN 'Q'
                 CALL 'CORRIGE' USING SES-OPERADOR
              WHEN 'C'
                 MOVE SPACE TO WRK-CTQ-MODO
                 CALL 'CONTRATO' USING SES-OPERADOR WRK-CTQ-PEDIDO
              WHEN 'F'
                 CALL 'PAGAMENTO' USING SES-OPERADOR
              WHEN 'O'
                 CALL 'AGENDA' USING SES-OPERADOR WRK-AGN-MODO
                                     WRK-AGN-CLIENTE
                 DISPLAY SCR-HDR
              WHEN 'M'
                 MOVE 'M' TO WRK-MUR-MODO
                 CALL 'MURAL' USING SES-OPERADOR WRK-MUR-MODO
                 DISPLAY SCR-HDR
              WHEN 9
                 CONTINUE
              WHEN OTHER
                 IF WRK-OPCAO EQUAL '4'
                    OR WRK-OPCAO EQUAL '8'
                    OR WRK-OPCAO EQUAL 'P'
                    OR WRK-OPCAO EQUAL 'M'
                    MOVE 'N' TO WRK-ACESSO-OK
                 END-IF
           END-EVALUATE.
      *-----------------------------------------------------------------
       AVISA-MANUTENCAO                                       SECTION.
      *----------------------------------
           PERFORM CONSULTA-ESTADO-SISTEMA

           IF NOT WRK-SIS-BLOQUEADO
              EXIT SECTION
           END-IF

           PERFORM MONTA-AVISO-MANUTENCAO

           PERFORM LIMPA-RODAPE
           MOVE WRK-SIS-AVISO TO SCR-TRL-L1
           STRING 'Motivo: ' WRK-SIS-MOTIVO ' [pressione ENTER]'
              DELIMITED BY SIZE INTO SCR-TRL-L2
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 24 COLUMN 58
           MOVE SPACE TO WRK-OPCAO

           PERFORM LIMPA-RODAPE
           DISPLAY SCR-TRL.
      *-----------------------------------------------------------------
       VERIFICA-MANUTENCAO                                    SECTION.
      *----------------------------------
           MOVE 'S' TO WRK-ACESSO-OK

           PERFORM CONSULTA-ESTADO-SISTEMA

           IF NOT WRK-SIS-BLOQUEADO
              EXIT SECTION
           END-IF

           IF WRK-OPCAO EQUAL '8'
              AND WRK-OPR-PERFIL EQUAL 'A'
              EXIT SECTION
           END-IF

           IF WRK-OPCAO NOT EQUAL '2'
              AND WRK-OPCAO NOT EQUAL '6'
              AND WRK-OPCAO NOT EQUAL '7'
              AND WRK-OPCAO NOT EQUAL '0'
              AND WRK-OPCAO NOT EQUAL '9'
              AND WRK-OPCAO NOT EQUAL 'S'
              AND WRK-OPCAO NOT EQUAL 'K'
              MOVE 'N' TO WRK-ACESSO-OK
           END-IF.
      *-----------------------------------------------------------------
       CONSULTA-ESTADO-SISTEMA                                SECTION.
      *----------------------------------
           INITIALIZE WRK-SIS-PEDIDO
           SET WRK-SIS-CONSULTA TO TRUE

           CALL 'SISESTAD' USING WRK-SIS-PEDIDO.
      *-----------------------------------------------------------------
       MONTA-AVISO-MANUTENCAO                                 SECTION.
      *----------------------------------
           MOVE SPACES TO WRK-SIS-AVISO

           IF WRK-SIS-EM-BATCH
              MOVE 'BATCH NOTURNO EM EXECUCAO - SOMENTE CONSULTA ATE'
                                                     TO WRK-SIS-PREFIXO
           ELSE
              MOVE 'MANUTENCAO PROGRAMADA - SOMENTE CONSULTA ATE'
                                                     TO WRK-SIS-PREFIXO
           END-IF

           IF WRK-SIS-DATA-FIM EQUAL ZERO
              STRING WRK-SIS-PREFIXO DELIMITED BY '  '
                 ' LIBERACAO PELO ADMINISTRADOR'
                 DELIMITED BY SIZE INTO WRK-SIS-AVISO
              EXIT SECTION
           END-IF

           MOVE WRK-SIS-DATA-FIM TO WRK-SIS-FIM-DATA
           MOVE WRK-SIS-HORA-FIM TO WRK-SIS-FIM-HORA

           STRING WRK-SIS-PREFIXO DELIMITED BY '  '
              ' ' WRK-SIS-FIM-DD '/' WRK-SIS-FIM-MM '/'
              WRK-SIS-FIM-AAAA ' ' WRK-SIS-FIM-HH ':' WRK-SIS-FIM-MI
              DELIMITED BY SIZE INTO WRK-SIS-AVISO.
      *-----------------------------------------------------------------
       ARQUIVOS                                               SECTION.
      *----------------------------------
           MOVE 'Numero maximo de tentativas excedido' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 38.
      *
       ERRO-SISTEMA-EM-MANUTENCAO.
           PERFORM LIMPA-RODAPE
           MOVE 'Sistema em manutencao: somente opcoes de consulta.'
                                                       TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 53
           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       MENSAGENS                                               SECTION.
      *----------------------------------
