      *=================================================================
       IDENTIFICATION                                         DIVISION.
       PROGRAM-ID. METAS.
      *=================================================================
       ENVIRONMENT                                            DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT                                           SECTION.
      *----------------------------------
       FILE-CONTROL.
           SELECT ARQ-METAS  ASSIGN TO './files/METAS.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS ARQ-METAS-FS
              RECORD KEY IS MTA-KEY.

           SELECT ARQCRM-OPR  ASSIGN TO './files/OPERADOR.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS ARQCRM-OPR-FS
              RECORD KEY IS OPR-ID.
      *=================================================================
       DATA                                                   DIVISION.
      *-----------------------------------------------------------------
       FILE                                                   SECTION.
      *----------------------------------
       FD  ARQ-METAS.
       COPY 'CRMK-MTA'.
      *
       FD  ARQCRM-OPR.
       COPY 'CRMK-OPR'.
      *-----------------------------------------------------------------
       WORKING-STORAGE                                        SECTION.
      *----------------------------------
       COPY 'CRMK-AMB'.
       COPY 'CRMK-MSG'.
       COPY 'CRMK-LOG'.
       01  ARQ-METAS-FS         PIC 9(02)   VALUE ZERO.
       01  ARQCRM-OPR-FS        PIC 9(02)   VALUE ZERO.
       01  WRK-OPCAO            PIC X(01)   VALUE SPACE.
       01  WRK-TIPO             PIC X(01)   VALUE SPACE.
       01  WRK-CHAVE            PIC X(08)   VALUE SPACES.
       01  WRK-COMPET           PIC 9(06)   VALUE ZERO.
       01  WRK-CONTRATOS        PIC 9(05)   VALUE ZERO.
       01  WRK-VALOR            PIC 9(07)V99 VALUE ZERO.
       01  WRK-CONVERSOES       PIC 9(05)   VALUE ZERO.
       01  WRK-VALOR-EXIBE      PIC ZZZZZZ9.99 VALUE ZERO.
       01  WRK-LINHA            PIC 9(02)   COMP VALUE 10.
       01  WRK-LINHA-MTA        PIC X(60)   VALUE SPACES.
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
           PERFORM EXIBE-MENU-METAS UNTIL WRK-OPCAO EQUAL 9
           PERFORM VOLTAR-MENU.
      *-----------------------------------------------------------------
       INICIAR                                                SECTION.
      *----------------------------------
           PERFORM LIMPA-RODAPE

           PERFORM ABRE-ARQUIVO-METAS

           DISPLAY SCR-HDR

           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       EXIBE-MENU-METAS                                       SECTION.
      *----------------------------------
           PERFORM LIMPA-CORPO

           MOVE '1. Incluir/alterar meta'          TO SCR-CTR-L2
           MOVE '2. Excluir meta'                  TO SCR-CTR-L3
           MOVE '3. Listar metas da competencia'   TO SCR-CTR-L4
           MOVE '9. Voltar'                        TO SCR-CTR-L5
           MOVE 'OPCAO:'                           TO SCR-CTR-L7

           DISPLAY SCR-CTR

           ACCEPT WRK-OPCAO                          LINE 14 COLUMN 8

           EVALUATE WRK-OPCAO
              WHEN 1
                 PERFORM EDITA-META
              WHEN 2
                 PERFORM EXCLUI-META
              WHEN 3
                 PERFORM LISTA-METAS
              WHEN 9
                 CONTINUE
              WHEN OTHER
                 PERFORM ERRO-OPCAO-INVALIDA
           END-EVALUATE.
      *-----------------------------------------------------------------
       ACEITA-CHAVE-META                                      SECTION.
      *----------------------------------
           MOVE 'Tipo (O=operador, F=filial):' TO SCR-CTR-L3
           MOVE 'Operador ou filial         :' TO SCR-CTR-L4
           MOVE 'Competencia (AAAAMM)       :' TO SCR-CTR-L5
           DISPLAY SCR-CTR

           MOVE SPACES TO WRK-CHAVE

           MOVE SPACE TO WRK-TIPO
           ACCEPT WRK-TIPO                           LINE 10 COLUMN 30
           MOVE FUNCTION UPPER-CASE(WRK-TIPO) TO WRK-TIPO

           IF WRK-TIPO NOT EQUAL 'O'
              AND WRK-TIPO NOT EQUAL 'F'
              PERFORM ERRO-TIPO-INVALIDO
              EXIT SECTION
           END-IF

           ACCEPT WRK-CHAVE                          LINE 11 COLUMN 30
           MOVE FUNCTION UPPER-CASE(WRK-CHAVE) TO WRK-CHAVE

           IF WRK-CHAVE EQUAL SPACES
              EXIT SECTION
           END-IF

           IF WRK-TIPO EQUAL 'O'
              OPEN INPUT ARQCRM-OPR
              MOVE WRK-CHAVE TO OPR-ID
              READ ARQCRM-OPR
              IF ARQCRM-OPR-FS NOT EQUAL ZERO
                 CLOSE ARQCRM-OPR
                 MOVE SPACES TO WRK-CHAVE
                 PERFORM ERRO-OPERADOR-NAO-ENCONTRADO
                 EXIT SECTION
              END-IF
              CLOSE ARQCRM-OPR
           ELSE
              IF WRK-CHAVE(3:6) NOT EQUAL SPACES
                 MOVE SPACES TO WRK-CHAVE
                 PERFORM ERRO-FILIAL-INVALIDA
                 EXIT SECTION
              END-IF
           END-IF

           PERFORM ACEITA-COMPETENCIA

           IF WRK-COMPET EQUAL ZERO
              MOVE SPACES TO WRK-CHAVE
           END-IF.
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
       EDITA-META                                             SECTION.
      *----------------------------------
           PERFORM LIMPA-CORPO
           MOVE 'Metas de vendas do mes' TO SCR-CTR-L1

           PERFORM ACEITA-CHAVE-META

           IF WRK-CHAVE EQUAL SPACES
              EXIT SECTION
           END-IF

           MOVE WRK-TIPO   TO MTA-TIPO
           MOVE WRK-CHAVE  TO MTA-CHAVE
           MOVE WRK-COMPET TO MTA-COMPETENCIA
           READ ARQ-METAS

           IF ARQ-METAS-FS EQUAL ZERO
              MOVE MTA-VALOR TO WRK-VALOR-EXIBE
              PERFORM LIMPA-RODAPE
              STRING 'Meta atual - contratos: ' MTA-CONTRATOS
                 '  valor: ' WRK-VALOR-EXIBE
                 '  conversoes: ' MTA-CONVERSOES
                 DELIMITED BY SIZE INTO SCR-TRL-L1
              DISPLAY SCR-TRL
           END-IF

           MOVE 'Novos contratos (qtde)     :' TO SCR-CTR-L7
           MOVE 'Valor recorrente mensal    :' TO SCR-CTR-L8
           MOVE 'Conversoes de prospectos   :' TO SCR-CTR-L9
           DISPLAY SCR-CTR

           MOVE ZERO TO WRK-CONTRATOS
           MOVE ZERO TO WRK-VALOR
           MOVE ZERO TO WRK-CONVERSOES

           ACCEPT WRK-CONTRATOS                      LINE 14 COLUMN 30
           ACCEPT WRK-VALOR                          LINE 15 COLUMN 30
           ACCEPT WRK-CONVERSOES                     LINE 16 COLUMN 30

           PERFORM LIMPA-RODAPE

           IF WRK-CONTRATOS EQUAL ZERO
              AND WRK-VALOR EQUAL ZERO
              AND WRK-CONVERSOES EQUAL ZERO
              MOVE 'Nenhuma meta informada.' TO SCR-TRL-L1
              DISPLAY SCR-TRL
              ACCEPT WRK-OPCAO                       LINE 23 COLUMN 25
              MOVE SPACE TO WRK-OPCAO
              EXIT SECTION
           END-IF

           MOVE WRK-CONTRATOS  TO MTA-CONTRATOS
           MOVE WRK-VALOR      TO MTA-VALOR
           MOVE WRK-CONVERSOES TO MTA-CONVERSOES
           MOVE SES-OPR-ID     TO MTA-OPERADOR
           MOVE FUNCTION CURRENT-DATE(1:8) TO MTA-DATA-ATUALIZA

           IF ARQ-METAS-FS EQUAL ZERO
              REWRITE MTA-REGISTRO
           ELSE
              MOVE WRK-TIPO   TO MTA-TIPO
              MOVE WRK-CHAVE  TO MTA-CHAVE
              MOVE WRK-COMPET TO MTA-COMPETENCIA
              WRITE MTA-REGISTRO
           END-IF

           IF ARQ-METAS-FS EQUAL ZERO
              MOVE 'Meta gravada.' TO SCR-TRL-L1
              PERFORM GRAVA-LOG-META
           ELSE
              MOVE 'Erro na gravacao da meta.' TO SCR-TRL-L1
           END-IF

           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 27
           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       EXCLUI-META                                            SECTION.
      *----------------------------------
           PERFORM LIMPA-CORPO
           MOVE 'Exclusao de meta' TO SCR-CTR-L1

           PERFORM ACEITA-CHAVE-META

           IF WRK-CHAVE EQUAL SPACES
              EXIT SECTION
           END-IF

           MOVE WRK-TIPO   TO MTA-TIPO
           MOVE WRK-CHAVE  TO MTA-CHAVE
           MOVE WRK-COMPET TO MTA-COMPETENCIA
           READ ARQ-METAS

           IF ARQ-METAS-FS NOT EQUAL ZERO
              PERFORM ERRO-REGISTRO-NAO-ENCONTRADO
              EXIT SECTION
           END-IF

           PERFORM LIMPA-RODAPE
           MOVE 'Confirma a exclusao da meta? (S/N)' TO SCR-TRL-L1
           DISPLAY SCR-TRL

           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 36
           MOVE FUNCTION UPPER-CASE(WRK-OPCAO) TO WRK-OPCAO

           IF WRK-OPCAO NOT EQUAL 'S'
              MOVE SPACE TO WRK-OPCAO
              EXIT SECTION
           END-IF

           DELETE ARQ-METAS

           PERFORM LIMPA-RODAPE

           IF ARQ-METAS-FS EQUAL ZERO
              MOVE ZERO TO MTA-CONTRATOS
              MOVE ZERO TO MTA-VALOR
              MOVE ZERO TO MTA-CONVERSOES
              PERFORM GRAVA-LOG-META
              MOVE 'Meta excluida.' TO SCR-TRL-L1
           ELSE
              MOVE 'Erro na exclusao da meta.' TO SCR-TRL-L1
           END-IF

           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 27
           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       LISTA-METAS                                            SECTION.
      *----------------------------------
           PERFORM LIMPA-CORPO
           MOVE 'Metas cadastradas' TO SCR-CTR-L1
           MOVE 'Competencia (AAAAMM)       :' TO SCR-CTR-L5
           DISPLAY SCR-CTR

           PERFORM ACEITA-COMPETENCIA

           IF WRK-COMPET EQUAL ZERO
              EXIT SECTION
           END-IF

           PERFORM LIMPA-CORPO
           STRING 'Metas da competencia ' WRK-COMPET(5:2) '/'
              WRK-COMPET(1:4)
              DELIMITED BY SIZE INTO SCR-CTR-L1
           MOVE 'T CHAVE    CONTRATOS VALOR RECORR. CONVERSOES'
                                                       TO SCR-CTR-L2
           DISPLAY SCR-CTR

           MOVE 10 TO WRK-LINHA

           MOVE LOW-VALUES TO MTA-KEY
           START ARQ-METAS KEY IS NOT LESS THAN MTA-KEY

           IF ARQ-METAS-FS EQUAL ZERO
              READ ARQ-METAS NEXT RECORD
           END-IF

           PERFORM UNTIL ARQ-METAS-FS NOT EQUAL ZERO
              IF MTA-COMPETENCIA EQUAL WRK-COMPET
                 MOVE MTA-VALOR TO WRK-VALOR-EXIBE
                 MOVE SPACES TO WRK-LINHA-MTA
                 STRING MTA-TIPO ' ' MTA-CHAVE ' ' MTA-CONTRATOS
                    '     ' WRK-VALOR-EXIBE '    ' MTA-CONVERSOES
                    DELIMITED BY SIZE INTO WRK-LINHA-MTA
                 DISPLAY WRK-LINHA-MTA         LINE WRK-LINHA COLUMN 1
                 ADD 1 TO WRK-LINHA

                 IF WRK-LINHA IS GREATER THAN 20
                    PERFORM LIMPA-RODAPE
                    MOVE 'Continua ... [pressione ENTER]' TO SCR-TRL-L1
                    DISPLAY SCR-TRL
                    ACCEPT WRK-OPCAO                 LINE 23 COLUMN 32
                    MOVE 10 TO WRK-LINHA
                    DISPLAY SCR-CTR
                 END-IF
              END-IF

              READ ARQ-METAS NEXT RECORD
           END-PERFORM

           PERFORM LIMPA-RODAPE
           MOVE 'Fim da lista. [pressione ENTER]' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 33
           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       GRAVA-LOG-META                                         SECTION.
      *----------------------------------
           MOVE MTA-VALOR TO WRK-VALOR-EXIBE

           MOVE 'META'      TO WRK-LOG-OPERACAO
           MOVE SPACES      TO WRK-LOG-ID
           MOVE SPACES      TO WRK-LOG-NOME
           STRING MTA-TIPO ' ' MTA-CHAVE ' ' MTA-COMPETENCIA
              DELIMITED BY SIZE INTO WRK-LOG-NOME
           MOVE SPACES      TO WRK-LOG-MOTIVO
           STRING 'C=' MTA-CONTRATOS ' V=' WRK-VALOR-EXIBE
              ' N=' MTA-CONVERSOES
              DELIMITED BY SIZE INTO WRK-LOG-MOTIVO
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
       ERRO-REGISTRO-NAO-ENCONTRADO.
           PERFORM LIMPA-RODAPE
           MOVE 002 TO WRK-MSG-CODIGO
           PERFORM TRADUZ-CODIGO-MENSAGEM
           MOVE WRK-MSG-TEXTO TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 19
           MOVE SPACE TO WRK-OPCAO.
      *
       ERRO-TIPO-INVALIDO.
           PERFORM LIMPA-RODAPE
           MOVE 'Tipo invalido. Use O ou F.' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 28
           MOVE SPACE TO WRK-OPCAO.
      *
       ERRO-OPERADOR-NAO-ENCONTRADO.
           PERFORM LIMPA-RODAPE
           MOVE 'Operador inexistente.' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 23
           MOVE SPACE TO WRK-OPCAO.
      *
       ERRO-FILIAL-INVALIDA.
           PERFORM LIMPA-RODAPE
           MOVE 'Filial invalida. Informe o codigo de 2 posicoes.'
                                                       TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 50
           MOVE SPACE TO WRK-OPCAO.
      *
       ERRO-COMPETENCIA-INVALIDA.
           PERFORM LIMPA-RODAPE
           MOVE 'Competencia invalida. Use AAAAMM.' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 35
           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       MENSAGENS                                               SECTION.
      *----------------------------------
       COPY 'CRMK-MGP'.
      *-----------------------------------------------------------------
       FINALIZAR                                              SECTION.
      *----------------------------------
       VOLTAR-MENU.
           CLOSE ARQ-METAS
           GOBACK.
      *-----------------------------------------------------------------
       ARQUIVOS                                               SECTION.
      *----------------------------------
       ABRE-ARQUIVO-METAS.
           OPEN I-O ARQ-METAS

           IF ARQ-METAS-FS EQUAL 35
              OPEN OUTPUT ARQ-METAS
              CLOSE ARQ-METAS
              OPEN I-O ARQ-METAS
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
              '----------------------------------'
              ' METAS DE VENDAS '
              '-----------------------------'
           DELIMITED BY SIZE
           INTO SCR-CTR-L0.
      *------------------------ FIM DO ARQUIVO -------------------------
