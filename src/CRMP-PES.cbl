      *=================================================================
       IDENTIFICATION                                         DIVISION.
       PROGRAM-ID. PESSOAS.
      *=================================================================
       ENVIRONMENT                                            DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT                                           SECTION.
      *----------------------------------
       FILE-CONTROL.
           SELECT ARQ-PESSOA  ASSIGN TO './files/PESSOA.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS ARQ-PESSOA-FS
              RECORD KEY IS PES-KEY.
      *=================================================================
       DATA                                                   DIVISION.
      *-----------------------------------------------------------------
       FILE                                                   SECTION.
      *----------------------------------
       FD  ARQ-PESSOA.
       COPY 'CRMK-PES'.
      *-----------------------------------------------------------------
       WORKING-STORAGE                                        SECTION.
      *----------------------------------
       COPY 'CRMK-AMB'.
       COPY 'CRMK-MSG'.
       COPY 'CRMK-LOG'.
       COPY 'CRMK-MSQ'.
       01  ARQ-PESSOA-FS        PIC 9(02)   VALUE ZERO.
       01  WRK-OPCAO            PIC X(01)   VALUE SPACE.
       01  WRK-CLIENTE          PIC X(06)   VALUE SPACES.
       01  WRK-SEQ              PIC 9(02)   VALUE ZERO.
       01  WRK-PROX-SEQ         PIC 9(02)   VALUE ZERO.
       01  WRK-NOME             PIC X(30)   VALUE SPACES.
       01  WRK-CARGO            PIC X(01)   VALUE SPACE.
       01  WRK-EMAIL            PIC X(30)   VALUE SPACES.
       01  WRK-TELEFONE         PIC X(14)   VALUE SPACES.
       01  WRK-FATURA           PIC X(01)   VALUE SPACE.
       01  WRK-MALA             PIC X(01)   VALUE SPACE.
       01  WRK-ARROBAS          PIC 9(02)   VALUE ZERO.
       01  WRK-INCLUSAO         PIC X(01)   VALUE 'N'.
       01  WRK-TXT-CARGO        PIC X(10)   VALUE SPACES.
       01  WRK-LINHA            PIC 9(02)   COMP VALUE 10.
       01  WRK-EXIBE            PIC X(80)   VALUE SPACES.
       01  WRK-EXB-EMAIL        PIC X(30)   VALUE SPACES.
       01  WRK-EXB-TELEFONE     PIC X(14)   VALUE SPACES.
      *-----------------------------------------------------------------
       LINKAGE                                                SECTION.
      *----------------------------------
       01  LNK-ARQCRM-ID        PIC X(06).
       COPY 'CRMK-SES'.
       01  LNK-SOMENTE-LEITURA  PIC X(01).
      *-----------------------------------------------------------------
       SCREEN                                                 SECTION.
      *----------------------------------
       COPY 'CRMK-SCR'.
      *=================================================================
       PROCEDURE                                              DIVISION
           USING LNK-ARQCRM-ID SES-OPERADOR LNK-SOMENTE-LEITURA.
      *-----------------------------------------------------------------
       PRINCIPAL                                              SECTION.
      *----------------------------------
           PERFORM INICIAR

           IF WRK-CLIENTE NOT EQUAL SPACES
              PERFORM EXIBE-MENU-PES UNTIL WRK-OPCAO EQUAL 9
           END-IF

           PERFORM VOLTAR-MENU.
      *-----------------------------------------------------------------
       INICIAR                                                SECTION.
      *----------------------------------
           PERFORM LIMPA-RODAPE

           PERFORM ABRE-ARQUIVO-PES

           MOVE LNK-ARQCRM-ID TO WRK-CLIENTE

           IF WRK-CLIENTE EQUAL SPACES
              PERFORM LIMPA-CORPO
              MOVE 'ID do cliente (branco sai):' TO SCR-CTR-L2
              DISPLAY SCR-CTR
              ACCEPT WRK-CLIENTE                     LINE 9  COLUMN 29
              MOVE FUNCTION UPPER-CASE(WRK-CLIENTE) TO WRK-CLIENTE
           END-IF

           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       EXIBE-MENU-PES                                         SECTION.
      *----------------------------------
           PERFORM LIMPA-CORPO

           MOVE SPACES TO SCR-CTR-L1
           STRING 'Pessoas de contato do cliente ' WRK-CLIENTE
              DELIMITED BY SIZE INTO SCR-CTR-L1
           IF LNK-SOMENTE-LEITURA EQUAL 'S'
              MOVE '4. Listar pessoas'             TO SCR-CTR-L3
              MOVE '9. Voltar'                     TO SCR-CTR-L4
           ELSE
              MOVE '1. Incluir pessoa'             TO SCR-CTR-L3
              MOVE '2. Alterar pessoa'             TO SCR-CTR-L4
              MOVE '3. Excluir pessoa'             TO SCR-CTR-L5
              MOVE '4. Listar pessoas'             TO SCR-CTR-L6
              MOVE '9. Voltar'                     TO SCR-CTR-L7
           END-IF
           MOVE 'OPCAO:'                           TO SCR-CTR-L9

           DISPLAY SCR-CTR

           ACCEPT WRK-OPCAO                          LINE 16 COLUMN 8

           IF LNK-SOMENTE-LEITURA EQUAL 'S'
              AND WRK-OPCAO NOT EQUAL '4'
              AND WRK-OPCAO NOT EQUAL '9'
              PERFORM ERRO-OPCAO-INVALIDA
              EXIT SECTION
           END-IF

           EVALUATE WRK-OPCAO
              WHEN 1
                 PERFORM INCLUI-PESSOA
              WHEN 2
                 PERFORM ALTERA-PESSOA
              WHEN 3
                 PERFORM EXCLUI-PESSOA
              WHEN 4
                 PERFORM LISTA-PESSOAS
              WHEN 9
                 CONTINUE
              WHEN OTHER
                 PERFORM ERRO-OPCAO-INVALIDA
           END-EVALUATE.
      *-----------------------------------------------------------------
       INCLUI-PESSOA                                          SECTION.
      *----------------------------------
           PERFORM GERA-PROXIMA-SEQ

           IF WRK-PROX-SEQ EQUAL ZERO
              PERFORM ERRO-LIMITE-PESSOAS
              EXIT SECTION
           END-IF

           MOVE WRK-CLIENTE  TO PES-CLIENTE
           MOVE WRK-PROX-SEQ TO PES-SEQ
           MOVE SPACES       TO PES-NOME
           MOVE SPACE        TO PES-CARGO
           MOVE SPACES       TO PES-EMAIL
           MOVE SPACES       TO PES-TELEFONE
           MOVE 'N'          TO PES-RECEBE-FATURA
           MOVE 'N'          TO PES-RECEBE-MALA

           MOVE 'S' TO WRK-INCLUSAO

           PERFORM FORMULARIO-PESSOA

           IF WRK-OPCAO EQUAL 'X'
              MOVE SPACE TO WRK-OPCAO
              EXIT SECTION
           END-IF

           WRITE PES-REGISTRO

           PERFORM LIMPA-RODAPE

           IF ARQ-PESSOA-FS EQUAL ZERO
              MOVE 'INCLUSAO' TO WRK-LOG-MOTIVO
              PERFORM REGISTRA-LOG
              MOVE 'Pessoa incluida. [pressione ENTER]' TO SCR-TRL-L1
           ELSE
              MOVE 'Erro na gravacao da pessoa. [pressione ENTER]'
                                                       TO SCR-TRL-L1
           END-IF

           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 47
           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       ALTERA-PESSOA                                          SECTION.
      *----------------------------------
           PERFORM LE-PESSOA

           IF ARQ-PESSOA-FS NOT EQUAL ZERO
              EXIT SECTION
           END-IF

           MOVE 'N' TO WRK-INCLUSAO

           PERFORM FORMULARIO-PESSOA

           IF WRK-OPCAO EQUAL 'X'
              MOVE SPACE TO WRK-OPCAO
              EXIT SECTION
           END-IF

           REWRITE PES-REGISTRO

           PERFORM LIMPA-RODAPE

           IF ARQ-PESSOA-FS EQUAL ZERO
              MOVE 'ALTERACAO' TO WRK-LOG-MOTIVO
              PERFORM REGISTRA-LOG
              MOVE 'Pessoa alterada. [pressione ENTER]' TO SCR-TRL-L1
           ELSE
              MOVE 'Erro na gravacao da pessoa. [pressione ENTER]'
                                                       TO SCR-TRL-L1
           END-IF

           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 47
           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       EXCLUI-PESSOA                                          SECTION.
      *----------------------------------
           PERFORM LE-PESSOA

           IF ARQ-PESSOA-FS NOT EQUAL ZERO
              EXIT SECTION
           END-IF

           PERFORM TRADUZ-CARGO

           STRING 'Nome : ' PES-NOME
              DELIMITED BY SIZE INTO SCR-CTR-L5
           STRING 'Cargo: ' WRK-TXT-CARGO
              DELIMITED BY SIZE INTO SCR-CTR-L6
           DISPLAY SCR-CTR

           PERFORM LIMPA-RODAPE
           MOVE 'Confirma a exclusao? (S/N):' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 29
           MOVE FUNCTION UPPER-CASE(WRK-OPCAO) TO WRK-OPCAO

           IF WRK-OPCAO NOT EQUAL 'S'
              MOVE SPACE TO WRK-OPCAO
              EXIT SECTION
           END-IF

           DELETE ARQ-PESSOA

           PERFORM LIMPA-RODAPE

           IF ARQ-PESSOA-FS EQUAL ZERO
              MOVE 'EXCLUSAO' TO WRK-LOG-MOTIVO
              PERFORM REGISTRA-LOG
              MOVE 'Pessoa excluida. [pressione ENTER]' TO SCR-TRL-L1
           ELSE
              MOVE 'Erro na exclusao da pessoa. [pressione ENTER]'
                                                       TO SCR-TRL-L1
           END-IF

           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 47
           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       LE-PESSOA                                              SECTION.
      *----------------------------------
           PERFORM LIMPA-CORPO

           MOVE SPACES TO SCR-CTR-L1
           STRING 'Pessoas de contato do cliente ' WRK-CLIENTE
              DELIMITED BY SIZE INTO SCR-CTR-L1
           MOVE 'Sequencia:'                       TO SCR-CTR-L3
           DISPLAY SCR-CTR

           MOVE ZERO TO WRK-SEQ
           ACCEPT WRK-SEQ                            LINE 10 COLUMN 12

           MOVE WRK-CLIENTE TO PES-CLIENTE
           MOVE WRK-SEQ     TO PES-SEQ
           READ ARQ-PESSOA

           IF ARQ-PESSOA-FS NOT EQUAL ZERO
              PERFORM ERRO-PESSOA-NAO-ENCONTRADA
           END-IF.
      *-----------------------------------------------------------------
       FORMULARIO-PESSOA                                      SECTION.
      *----------------------------------
           PERFORM LIMPA-CORPO

           MOVE SPACES TO SCR-CTR-L1
           STRING 'Pessoa ' PES-SEQ ' do cliente ' WRK-CLIENTE
              DELIMITED BY SIZE INTO SCR-CTR-L1
           MOVE 'Nome                         :'   TO SCR-CTR-L3
           MOVE 'Cargo (C/F/T/D/O)            :'   TO SCR-CTR-L4
           MOVE 'E-mail                       :'   TO SCR-CTR-L5
           MOVE 'Telefone                     :'   TO SCR-CTR-L6
           MOVE 'Recebe faturas/cobranca (S/N):'   TO SCR-CTR-L7
           MOVE 'Recebe marketing (S/N)       :'   TO SCR-CTR-L8
           MOVE 'C=Compras F=Financeiro T=Tecnico D=Diretoria O=Outro'
                                                       TO SCR-CTR-L10

           IF WRK-INCLUSAO NOT EQUAL 'S'
              MOVE 'Campos em branco mantem o valor atual.'
                                                       TO SCR-CTR-L11
           END-IF

           DISPLAY SCR-CTR

           IF WRK-INCLUSAO NOT EQUAL 'S'
              PERFORM PREPARA-EXIBICAO
              DISPLAY PES-NOME                       LINE 10 COLUMN 33
              DISPLAY PES-CARGO                      LINE 11 COLUMN 33
              DISPLAY WRK-EXB-EMAIL                  LINE 12 COLUMN 33
              DISPLAY WRK-EXB-TELEFONE               LINE 13 COLUMN 33
              DISPLAY PES-RECEBE-FATURA              LINE 14 COLUMN 33
              DISPLAY PES-RECEBE-MALA                LINE 15 COLUMN 33
           END-IF

           MOVE SPACE TO WRK-OPCAO

           MOVE SPACES TO WRK-NOME
           ACCEPT WRK-NOME                           LINE 10 COLUMN 33
           MOVE FUNCTION UPPER-CASE(WRK-NOME) TO WRK-NOME

           IF WRK-NOME NOT EQUAL SPACES
              MOVE WRK-NOME TO PES-NOME
           END-IF

           IF PES-NOME EQUAL SPACES
              PERFORM ERRO-NOME-OBRIGATORIO
              MOVE 'X' TO WRK-OPCAO
              EXIT SECTION
           END-IF

           MOVE SPACE TO WRK-CARGO
           ACCEPT WRK-CARGO                          LINE 11 COLUMN 33
           MOVE FUNCTION UPPER-CASE(WRK-CARGO) TO WRK-CARGO

           IF WRK-CARGO NOT EQUAL SPACE
              MOVE WRK-CARGO TO PES-CARGO
           END-IF

           IF NOT PES-CARGO-VALIDO
              PERFORM ERRO-CARGO-INVALIDO
              MOVE 'X' TO WRK-OPCAO
              EXIT SECTION
           END-IF

           MOVE SPACES TO WRK-EMAIL
           ACCEPT WRK-EMAIL                          LINE 12 COLUMN 33

           IF WRK-EMAIL NOT EQUAL SPACES
              MOVE ZERO TO WRK-ARROBAS
              INSPECT WRK-EMAIL TALLYING WRK-ARROBAS FOR ALL '@'
              IF WRK-ARROBAS NOT EQUAL 1
                 PERFORM ERRO-EMAIL-INVALIDO
                 MOVE 'X' TO WRK-OPCAO
                 EXIT SECTION
              END-IF
              MOVE WRK-EMAIL TO PES-EMAIL
           END-IF

           MOVE SPACES TO WRK-TELEFONE
           ACCEPT WRK-TELEFONE                       LINE 13 COLUMN 33

           IF WRK-TELEFONE NOT EQUAL SPACES
              MOVE WRK-TELEFONE TO PES-TELEFONE
           END-IF

           MOVE SPACE TO WRK-FATURA
           ACCEPT WRK-FATURA                         LINE 14 COLUMN 33
           MOVE FUNCTION UPPER-CASE(WRK-FATURA) TO WRK-FATURA

           IF WRK-FATURA EQUAL 'S' OR WRK-FATURA EQUAL 'N'
              MOVE WRK-FATURA TO PES-RECEBE-FATURA
           END-IF

           MOVE SPACE TO WRK-MALA
           ACCEPT WRK-MALA                           LINE 15 COLUMN 33
           MOVE FUNCTION UPPER-CASE(WRK-MALA) TO WRK-MALA

           IF WRK-MALA EQUAL 'S' OR WRK-MALA EQUAL 'N'
              MOVE WRK-MALA TO PES-RECEBE-MALA
           END-IF

           MOVE SES-OPR-ID TO PES-OPERADOR
           MOVE FUNCTION CURRENT-DATE(1:8) TO PES-DATA-ATUALIZA.
      *-----------------------------------------------------------------
       GERA-PROXIMA-SEQ                                       SECTION.
      *----------------------------------
           MOVE ZERO TO WRK-PROX-SEQ

           MOVE WRK-CLIENTE TO PES-CLIENTE
           MOVE ZERO        TO PES-SEQ

           START ARQ-PESSOA KEY IS NOT LESS THAN PES-KEY

           IF ARQ-PESSOA-FS EQUAL ZERO
              READ ARQ-PESSOA NEXT RECORD
              PERFORM UNTIL ARQ-PESSOA-FS NOT EQUAL ZERO
                         OR PES-CLIENTE NOT EQUAL WRK-CLIENTE
                 MOVE PES-SEQ TO WRK-PROX-SEQ
                 READ ARQ-PESSOA NEXT RECORD
              END-PERFORM
           END-IF

           IF WRK-PROX-SEQ EQUAL 99
              MOVE ZERO TO WRK-PROX-SEQ
           ELSE
              ADD 1 TO WRK-PROX-SEQ
           END-IF

           MOVE ZERO TO ARQ-PESSOA-FS.
      *-----------------------------------------------------------------
       LISTA-PESSOAS                                          SECTION.
      *----------------------------------
           PERFORM LIMPA-CORPO

           MOVE SPACES TO SCR-CTR-L1
           STRING 'Pessoas de contato do cliente ' WRK-CLIENTE
              DELIMITED BY SIZE INTO SCR-CTR-L1
           STRING 'SQ NOME                  CARGO      '
              'E-MAIL                        FAT MKT'
              DELIMITED BY SIZE INTO SCR-CTR-L2
           DISPLAY SCR-CTR

           MOVE 10 TO WRK-LINHA

           MOVE WRK-CLIENTE TO PES-CLIENTE
           MOVE ZERO        TO PES-SEQ

           START ARQ-PESSOA KEY IS NOT LESS THAN PES-KEY

           IF ARQ-PESSOA-FS EQUAL ZERO
              READ ARQ-PESSOA NEXT RECORD

              PERFORM UNTIL ARQ-PESSOA-FS NOT EQUAL ZERO
                         OR PES-CLIENTE NOT EQUAL WRK-CLIENTE
                 PERFORM TRADUZ-CARGO
                 PERFORM PREPARA-EXIBICAO
                 MOVE SPACES TO WRK-EXIBE
                 STRING PES-SEQ ' ' PES-NOME(1:21) ' ' WRK-TXT-CARGO
                    ' ' WRK-EXB-EMAIL '  ' PES-RECEBE-FATURA
                    '   ' PES-RECEBE-MALA
                    DELIMITED BY SIZE INTO WRK-EXIBE
                 DISPLAY WRK-EXIBE             LINE WRK-LINHA COLUMN 1
                 ADD 1 TO WRK-LINHA

                 IF WRK-LINHA IS GREATER THAN 20
                    PERFORM LIMPA-RODAPE
                    MOVE 'Continua ... [pressione ENTER]' TO SCR-TRL-L1
                    DISPLAY SCR-TRL
                    ACCEPT WRK-OPCAO                 LINE 23 COLUMN 32
                    MOVE 10 TO WRK-LINHA
                    DISPLAY SCR-CTR
                 END-IF

                 READ ARQ-PESSOA NEXT RECORD
              END-PERFORM
           END-IF

           MOVE ZERO TO ARQ-PESSOA-FS

           PERFORM LIMPA-RODAPE
           MOVE 'Fim da lista. [pressione ENTER]' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 33
           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       PREPARA-EXIBICAO                                       SECTION.
      *----------------------------------
           MOVE SES-OPR-PERFIL TO WRK-MSK-PERFIL

           SET WRK-MSK-EMAIL TO TRUE
           MOVE PES-EMAIL TO WRK-MSK-VALOR
           CALL 'MASCARA' USING WRK-MSK-PEDIDO
           MOVE WRK-MSK-VALOR TO WRK-EXB-EMAIL

           SET WRK-MSK-TELEFONE TO TRUE
           MOVE PES-TELEFONE TO WRK-MSK-VALOR
           CALL 'MASCARA' USING WRK-MSK-PEDIDO
           MOVE WRK-MSK-VALOR TO WRK-EXB-TELEFONE.
      *-----------------------------------------------------------------
       REGISTRA-LOG                                           SECTION.
      *----------------------------------
           MOVE 'PESSOA'      TO WRK-LOG-OPERACAO
           MOVE WRK-CLIENTE   TO WRK-LOG-ID
           MOVE PES-NOME      TO WRK-LOG-NOME
           MOVE SPACES        TO WRK-EXIBE
           STRING WRK-LOG-MOTIVO DELIMITED BY SPACE
              ' CONTATO ' PES-SEQ ' CARGO ' PES-CARGO
              DELIMITED BY SIZE INTO WRK-EXIBE
           MOVE WRK-EXIBE     TO WRK-LOG-MOTIVO
           MOVE SES-OPR-ID    TO WRK-LOG-OPERADOR
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
       ERRO-PESSOA-NAO-ENCONTRADA.
           PERFORM LIMPA-RODAPE
           MOVE 'Pessoa nao encontrada.' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 24
           MOVE SPACE TO WRK-OPCAO.
      *
       ERRO-LIMITE-PESSOAS.
           PERFORM LIMPA-RODAPE
           MOVE 'Limite de 99 pessoas por cliente atingido.'
                                                       TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 44
           MOVE SPACE TO WRK-OPCAO.
      *
       ERRO-NOME-OBRIGATORIO.
           PERFORM LIMPA-RODAPE
           MOVE 'Informe o nome da pessoa.' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 27
           MOVE SPACE TO WRK-OPCAO.
      *
       ERRO-CARGO-INVALIDO.
           PERFORM LIMPA-RODAPE
           MOVE 'Cargo invalido. Use C, F, T, D ou O.' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 38
           MOVE SPACE TO WRK-OPCAO.
      *
       ERRO-EMAIL-INVALIDO.
           PERFORM LIMPA-RODAPE
           MOVE 'E-mail invalido.' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 18
           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       MENSAGENS                                               SECTION.
      *----------------------------------
       COPY 'CRMK-MGP'.
      *-----------------------------------------------------------------
       FINALIZAR                                              SECTION.
      *----------------------------------
       VOLTAR-MENU.
           CLOSE ARQ-PESSOA
           GOBACK.
      *-----------------------------------------------------------------
       ARQUIVOS                                               SECTION.
      *----------------------------------
       ABRE-ARQUIVO-PES.
           OPEN I-O ARQ-PESSOA

           IF ARQ-PESSOA-FS EQUAL 35
              OPEN OUTPUT ARQ-PESSOA
              CLOSE ARQ-PESSOA
              OPEN I-O ARQ-PESSOA
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
              '--------------------------------'
              ' PESSOAS DE CONTATO '
              '----------------------------'
           DELIMITED BY SIZE
           INTO SCR-CTR-L0.
      *
       TRADUZ-CARGO.
           EVALUATE TRUE
              WHEN PES-CARGO-COMPRAS
                 MOVE 'COMPRAS'    TO WRK-TXT-CARGO
              WHEN PES-CARGO-FINANCEIRO
                 MOVE 'FINANCEIRO' TO WRK-TXT-CARGO
              WHEN PES-CARGO-TECNICO
                 MOVE 'TECNICO'    TO WRK-TXT-CARGO
              WHEN PES-CARGO-DIRETORIA
                 MOVE 'DIRETORIA'  TO WRK-TXT-CARGO
              WHEN OTHER
                 MOVE 'OUTRO'      TO WRK-TXT-CARGO
           END-EVALUATE.
      *------------------------ FIM DO ARQUIVO -------------------------
