      *-----------------------------------------------------------------
       WORKING-STORAGE                                        SECTION.
      *----------------------------------
       COPY 'CRMK-AMB'.
       COPY 'CRMK-WRK'.
       COPY 'CRMK-LOG'.
       COPY 'CRMK-MSG'.
       01  WRK-TEL-TIPO-OK      PIC X(01)   VALUE 'S'.
       01  WRK-MODO-BUSCA       PIC X(01)   VALUE SPACE.
       01  WRK-BUSCA-TELEFONE   PIC X(14)   VALUE SPACES.
       01  WRK-SOMENTE-LEITURA  PIC X(01)   VALUE 'N'.
      *-----------------------------------------------------------------
       LINKAGE                                                SECTION.
      *----------------------------------
                       PERFORM ERRO-EXCLUSAO-PENDENTE
                    WHEN OTHER
                       PERFORM EXIBE-INFORMACOES
                       PERFORM OFERECE-PESSOAS-CONTATO
                       IF ARQCRM-ATIVO
                          OR ARQCRM-PROSPECTO
                          OR ARQCRM-SUSPENSO

           PERFORM PREENCHE-CAMPOS
           DISPLAY SCR-CTR.
      *-----------------------------------------------------------------
       OFERECE-PESSOAS-CONTATO                                SECTION.
      *----------------------------------
           IF ARQCRM-CPF-CNPJ(14:1) EQUAL SPACE
              EXIT SECTION
           END-IF

           MOVE 'Pessoas de contato? (S/N):' TO SCR-TRL-L1
           DISPLAY SCR-TRL

           ACCEPT WRK-OPCAO                        LINE 23 COLUMN 28
              WITH TIME-OUT PAR-TIMEOUT-INATIVIDADE
              ON EXCEPTION
                 MOVE 'N' TO WRK-OPCAO
           END-ACCEPT
           MOVE FUNCTION UPPER-CASE(WRK-OPCAO) TO WRK-OPCAO

           IF WRK-OPCAO EQUAL 'S'
              CALL 'PESSOAS' USING ARQCRM-ID SES-OPERADOR
                                   WRK-SOMENTE-LEITURA
              DISPLAY SCR-HDR
              DISPLAY SCR-CTR
           END-IF

           PERFORM LIMPA-RODAPE
           MOVE 'Registro encontrado.' TO SCR-TRL-L1
           DISPLAY SCR-TRL.
      *-----------------------------------------------------------------
       PREENCHE-CAMPOS                                        SECTION.
      *----------------------------------

           STRING 'Status  : ' WRK-TXT-STATUS
              DELIMITED BY SIZE
              INTO SCR-CTR-L6

           MOVE SPACES TO SCR-CTR-L7
           IF ARQCRM-DATA-CONFIRMACAO NOT NUMERIC
              OR ARQCRM-DATA-CONFIRMACAO EQUAL ZERO
              MOVE 'Dados confirmados em: (nunca confirmados)'
                                                       TO SCR-CTR-L7
           ELSE
              STRING 'Dados confirmados em: '
                 ARQCRM-DATA-CONFIRMACAO(7:2) '/'
                 ARQCRM-DATA-CONFIRMACAO(5:2) '/'
                 ARQCRM-DATA-CONFIRMACAO(1:4)
                 DELIMITED BY SIZE
                 INTO SCR-CTR-L7
           END-IF.
      *-----------------------------------------------------------------
       ALTERAR                                                SECTION.
      *----------------------------------
           MOVE 'Deseja alterar? (S/N ou C=confirmar dados inalterados)'
                                                       TO SCR-TRL-L2
           DISPLAY SCR-TRL

           ACCEPT WRK-OPCAO                        LINE 24 COLUMN 56
              WITH TIME-OUT PAR-TIMEOUT-INATIVIDADE
              ON EXCEPTION
                 MOVE 'N' TO WRK-OPCAO
           END-ACCEPT
           MOVE FUNCTION UPPER-CASE(WRK-OPCAO) TO WRK-OPCAO

           IF WRK-OPCAO EQUAL 'C'
              PERFORM CONFIRMA-DADOS
              PERFORM VOLTAR-MENU
           END-IF

           IF WRK-OPCAO NOT EQUAL 'S'
              PERFORM VOLTAR-MENU
           END-IF
              WHEN OTHER
                 PERFORM ERRO-GRAVACAO-REGISTRO
           END-EVALUATE.
      *-----------------------------------------------------------------
       CONFIRMA-DADOS                                         SECTION.
      *----------------------------------
           MOVE FUNCTION CURRENT-DATE(1:8) TO ARQCRM-DATA-CONFIRMACAO
           REWRITE ARQCRM-REGISTRO

           PERFORM LIMPA-RODAPE

           EVALUATE ARQCRM-FS
              WHEN 0
                 MOVE 'Dados confirmados com o cliente.' TO SCR-TRL-L2
                 DISPLAY SCR-TRL
                 ACCEPT WRK-OPCAO                  LINE 24 COLUMN 34
                 MOVE 'CONFDADOS' TO WRK-LOG-OPERACAO
                 MOVE ARQCRM-ID   TO WRK-LOG-ID
                 MOVE ARQCRM-NOME TO WRK-LOG-NOME
                 PERFORM GRAVA-LOG
              WHEN 99
                 PERFORM ERRO-REGISTRO-EM-USO
              WHEN OTHER
                 PERFORM ERRO-GRAVACAO-REGISTRO
           END-EVALUATE.
      *-----------------------------------------------------------------
       MOSTRA-DIFERENCAS                                      SECTION.
      *----------------------------------
