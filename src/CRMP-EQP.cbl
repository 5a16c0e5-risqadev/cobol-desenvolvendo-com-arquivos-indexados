      *=================================================================
       IDENTIFICATION                                         DIVISION.
       PROGRAM-ID. COMODATO.
      *=================================================================
       ENVIRONMENT                                            DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT                                           SECTION.
      *----------------------------------
       FILE-CONTROL.
           SELECT ARQ-EQUIPTO  ASSIGN TO './files/EQUIPTO.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS ARQ-EQUIPTO-FS
              RECORD KEY IS EQP-SERIE
              ALTERNATE RECORD KEY IS EQP-CLIENTE
                 WITH DUPLICATES
              ALTERNATE RECORD KEY IS EQP-CONTRATO
                 WITH DUPLICATES.

           SELECT ARQ-EQPMOV  ASSIGN TO './files/EQPMOV.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS ARQ-EQPMOV-FS
              RECORD KEY IS EQM-KEY.

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

           SELECT ARQ-CONTRATO  ASSIGN TO './files/CONTRATO.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS ARQ-CONTRATO-FS
              RECORD KEY IS CTR-NUMERO
              ALTERNATE RECORD KEY IS CTR-CLIENTE
                 WITH DUPLICATES.

           SELECT ARQ-PRODUTO  ASSIGN TO './files/PRODUTO.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS ARQ-PRODUTO-FS
              RECORD KEY IS PRD-CODIGO.

           SELECT REL-EQP  ASSIGN TO WRK-RELEQP-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REL-EQP-FS.
      *=================================================================
       DATA                                                   DIVISION.
      *-----------------------------------------------------------------
       FILE                                                   SECTION.
      *----------------------------------
       FD  ARQ-EQUIPTO.
       COPY 'CRMK-EQP'.
      *
       FD  ARQ-EQPMOV.
       COPY 'CRMK-EQM'.
      *
       FD  ARQCRM.
       COPY 'CRMK-000'.
      *
       FD  ARQ-CONTRATO.
       COPY 'CRMK-CTR'.
      *
       FD  ARQ-PRODUTO.
       COPY 'CRMK-PRD'.
      *
       FD  REL-EQP.
       01  REL-EQP-LINHA        PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE                                        SECTION.
      *----------------------------------
       COPY 'CRMK-AMB'.
       COPY 'CRMK-MSG'.
       COPY 'CRMK-LOG'.
       COPY 'CRMK-SAI'.
       01  ARQ-EQUIPTO-FS       PIC 9(02)   VALUE ZERO.
       01  ARQ-EQPMOV-FS        PIC 9(02)   VALUE ZERO.
       01  ARQCRM-FS            PIC 9(02)   VALUE ZERO.
       01  ARQ-CONTRATO-FS      PIC 9(02)   VALUE ZERO.
       01  ARQ-PRODUTO-FS       PIC 9(02)   VALUE ZERO.
       01  REL-EQP-FS           PIC 9(02)   VALUE ZERO.
       01  WRK-RELEQP-PATH      PIC X(40)   VALUE SPACES.
       01  WRK-OPCAO            PIC X(01)   VALUE SPACE.
       01  WRK-HOJE             PIC 9(08)   VALUE ZERO.
       01  WRK-SERIE            PIC X(20)   VALUE SPACES.
       01  WRK-MODELO           PIC X(25)   VALUE SPACES.
       01  WRK-PRODUTO          PIC X(04)   VALUE SPACES.
       01  WRK-VALOR            PIC 9(07)V99 VALUE ZERO.
       01  WRK-CONTRATO         PIC 9(05)   VALUE ZERO.
       01  WRK-OBS              PIC X(40)   VALUE SPACES.
       01  WRK-COBRAR           PIC X(01)   VALUE 'N'.
       01  WRK-EQP-OK           PIC X(01)   VALUE 'N'.
       01  WRK-STATUS-ANT       PIC X(01)   VALUE SPACE.
       01  WRK-SITUACAO         PIC X(12)   VALUE SPACES.
       01  WRK-MOTIVO           PIC X(10)   VALUE SPACES.
       01  WRK-VALOR-EXIBE      PIC ZZZZZZ9.99 VALUE ZERO.
       01  WRK-LINHA            PIC 9(02)   COMP VALUE 10.
       01  WRK-EXIBE            PIC X(80)   VALUE SPACES.
       01  WRK-DATA-AUX         PIC 9(08)   VALUE ZERO.
       01  WRK-DATA-FMT.
           05 WRK-DATA-FMT-DD   PIC 9(02).
           05 FILLER            PIC X(01)   VALUE '/'.
           05 WRK-DATA-FMT-MM   PIC 9(02).
           05 FILLER            PIC X(01)   VALUE '/'.
           05 WRK-DATA-FMT-AAAA PIC 9(04).
       01  WRK-TOT-EQUIP        PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-VALOR        PIC 9(09)V99 VALUE ZERO.
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
           PERFORM EXIBE-MENU-EQP UNTIL WRK-OPCAO EQUAL 9
           PERFORM VOLTAR-MENU.
      *-----------------------------------------------------------------
       INICIAR                                                SECTION.
      *----------------------------------
           MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-HOJE

           PERFORM LIMPA-RODAPE

           PERFORM ABRE-ARQUIVO-EQUIPTO
           PERFORM ABRE-ARQUIVO-EQPMOV

           DISPLAY SCR-HDR

           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       EXIBE-MENU-EQP                                         SECTION.
      *----------------------------------
           PERFORM LIMPA-CORPO

           MOVE '1. Cadastrar equipamento'         TO SCR-CTR-L2
           MOVE '2. Entregar ao cliente'           TO SCR-CTR-L3
           MOVE '3. Registrar devolucao'           TO SCR-CTR-L4
           MOVE '4. Enviar/retornar de reparo'     TO SCR-CTR-L5
           MOVE '5. Baixar equipamento'            TO SCR-CTR-L6
           MOVE '6. Consultar equipamento'         TO SCR-CTR-L7
           MOVE '7. Equipamentos de um contrato'   TO SCR-CTR-L8
           MOVE '8. Rel. em clientes suspensos/encerrados'
                                                   TO SCR-CTR-L9
           MOVE '9. Voltar'                        TO SCR-CTR-L10
           MOVE 'OPCAO:'                           TO SCR-CTR-L12

           DISPLAY SCR-CTR

           ACCEPT WRK-OPCAO                          LINE 19 COLUMN 8

           EVALUATE WRK-OPCAO
              WHEN 1
                 PERFORM CADASTRA-EQUIPAMENTO
              WHEN 2
                 PERFORM ENTREGA-EQUIPAMENTO
              WHEN 3
                 PERFORM DEVOLVE-EQUIPAMENTO
              WHEN 4
                 PERFORM REPARO-EQUIPAMENTO
              WHEN 5
                 PERFORM BAIXA-EQUIPAMENTO
              WHEN 6
                 PERFORM CONSULTA-EQUIPAMENTO
              WHEN 7
                 PERFORM LISTA-EQUIPAMENTOS-CONTRATO
              WHEN 8
                 PERFORM RELATORIO-EQUIP-CLIENTES
              WHEN 9
                 CONTINUE
              WHEN OTHER
                 PERFORM ERRO-OPCAO-INVALIDA
           END-EVALUATE.
      *-----------------------------------------------------------------
       CADASTRA-EQUIPAMENTO                                   SECTION.
      *----------------------------------
           PERFORM LIMPA-CORPO

           MOVE 'Cadastro de equipamento em comodato' TO SCR-CTR-L1
           MOVE 'Numero de serie       :'          TO SCR-CTR-L2
           MOVE 'Modelo                :'          TO SCR-CTR-L3
           MOVE 'Produto (branco=nenhum):'         TO SCR-CTR-L4
           MOVE 'Valor do bem          :'          TO SCR-CTR-L5
           DISPLAY SCR-CTR

           MOVE SPACES TO WRK-SERIE
           ACCEPT WRK-SERIE                          LINE 9  COLUMN 26
           MOVE FUNCTION UPPER-CASE(WRK-SERIE) TO WRK-SERIE

           IF WRK-SERIE EQUAL SPACES
              EXIT SECTION
           END-IF

           MOVE WRK-SERIE TO EQP-SERIE
           READ ARQ-EQUIPTO

           IF ARQ-EQUIPTO-FS EQUAL ZERO
              PERFORM ERRO-SERIE-DUPLICADA
              EXIT SECTION
           END-IF

           MOVE SPACES TO WRK-MODELO
           PERFORM UNTIL WRK-MODELO NOT EQUAL SPACES
              ACCEPT WRK-MODELO                     LINE 10 COLUMN 26
              MOVE FUNCTION UPPER-CASE(WRK-MODELO) TO WRK-MODELO
              IF WRK-MODELO EQUAL SPACES
                 PERFORM ERRO-MODELO-OBRIGATORIO
              END-IF
           END-PERFORM

           MOVE SPACES TO WRK-PRODUTO
           ACCEPT WRK-PRODUTO                        LINE 11 COLUMN 26
           MOVE FUNCTION UPPER-CASE(WRK-PRODUTO) TO WRK-PRODUTO

           IF WRK-PRODUTO NOT EQUAL SPACES
              OPEN INPUT ARQ-PRODUTO
              MOVE WRK-PRODUTO TO PRD-CODIGO
              READ ARQ-PRODUTO
              IF ARQ-PRODUTO-FS NOT EQUAL ZERO
                 CLOSE ARQ-PRODUTO
                 PERFORM ERRO-PRODUTO-NAO-ENCONTRADO
                 EXIT SECTION
              END-IF
              CLOSE ARQ-PRODUTO
           END-IF

           MOVE ZERO TO WRK-VALOR
           ACCEPT WRK-VALOR                          LINE 12 COLUMN 26

           MOVE WRK-SERIE    TO EQP-SERIE
           MOVE WRK-MODELO   TO EQP-MODELO
           MOVE WRK-PRODUTO  TO EQP-PRODUTO
           MOVE WRK-VALOR    TO EQP-VALOR
           SET EQP-EM-ESTOQUE TO TRUE
           MOVE SPACES       TO EQP-CLIENTE
           MOVE ZERO         TO EQP-CONTRATO
           MOVE WRK-HOJE     TO EQP-DATA-STATUS
           MOVE SES-OPR-ID   TO EQP-OPERADOR
           MOVE ZERO         TO EQP-ULT-MOV
           MOVE 'N'          TO EQP-COBRAR
           MOVE ZERO         TO EQP-VALOR-COBRANCA
           MOVE ZERO         TO EQP-COMPET-FATURA

           MOVE SPACE             TO WRK-STATUS-ANT
           MOVE 'CADASTRO DO EQUIPAMENTO' TO WRK-OBS
           ADD 1 TO EQP-ULT-MOV

           WRITE EQP-REGISTRO

           IF ARQ-EQUIPTO-FS NOT EQUAL ZERO
              PERFORM ERRO-GRAVACAO-EQUIPAMENTO
              EXIT SECTION
           END-IF

           PERFORM GRAVA-MOVIMENTO

           PERFORM LIMPA-RODAPE
           MOVE 'Equipamento cadastrado em estoque.' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 36
           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       LOCALIZA-EQUIPAMENTO                                   SECTION.
      *----------------------------------
           MOVE 'N' TO WRK-EQP-OK

           MOVE 'Numero de serie       :' TO SCR-CTR-L2
           DISPLAY SCR-CTR

           MOVE SPACES TO WRK-SERIE
           ACCEPT WRK-SERIE                          LINE 9  COLUMN 26
           MOVE FUNCTION UPPER-CASE(WRK-SERIE) TO WRK-SERIE

           IF WRK-SERIE EQUAL SPACES
              EXIT SECTION
           END-IF

           MOVE WRK-SERIE TO EQP-SERIE
           READ ARQ-EQUIPTO

           IF ARQ-EQUIPTO-FS NOT EQUAL ZERO
              PERFORM ERRO-EQUIPAMENTO-NAO-ENCONTRADO
              EXIT SECTION
           END-IF

           PERFORM EXIBE-EQUIPAMENTO

           MOVE EQP-STATUS TO WRK-STATUS-ANT
           MOVE 'S' TO WRK-EQP-OK.
      *-----------------------------------------------------------------
       EXIBE-EQUIPAMENTO                                      SECTION.
      *----------------------------------
           PERFORM DESCREVE-SITUACAO

           MOVE EQP-VALOR TO WRK-VALOR-EXIBE

           MOVE SPACES TO SCR-CTR-L3
           STRING 'Modelo  : ' EQP-MODELO '  Produto: ' EQP-PRODUTO
              '  Valor: ' WRK-VALOR-EXIBE
              DELIMITED BY SIZE INTO SCR-CTR-L3

           MOVE EQP-DATA-STATUS TO WRK-DATA-AUX
           PERFORM FORMATA-DATA

           MOVE SPACES TO SCR-CTR-L4
           STRING 'Situacao: ' WRK-SITUACAO '  desde ' WRK-DATA-FMT
              DELIMITED BY SIZE INTO SCR-CTR-L4

           MOVE SPACES TO SCR-CTR-L5
           IF EQP-CLIENTE NOT EQUAL SPACES
              STRING 'Cliente : ' EQP-CLIENTE '   Contrato: '
                 EQP-CONTRATO
                 DELIMITED BY SIZE INTO SCR-CTR-L5
           END-IF

           IF EQP-BAIXADO AND EQP-COBRAR-CLIENTE
              MOVE EQP-VALOR-COBRANCA TO WRK-VALOR-EXIBE
              STRING 'Cliente : ' EQP-CLIENTE '   Cobrado: '
                 WRK-VALOR-EXIBE '   Fatura: ' EQP-COMPET-FATURA
                 DELIMITED BY SIZE INTO SCR-CTR-L5
           END-IF

           DISPLAY SCR-CTR.
      *-----------------------------------------------------------------
       ENTREGA-EQUIPAMENTO                                    SECTION.
      *----------------------------------
           PERFORM LIMPA-CORPO
           MOVE 'Entrega de equipamento ao cliente' TO SCR-CTR-L1

           PERFORM LOCALIZA-EQUIPAMENTO

           IF WRK-EQP-OK NOT EQUAL 'S'
              EXIT SECTION
           END-IF

           IF NOT EQP-EM-ESTOQUE
              PERFORM ERRO-EQUIPAMENTO-INDISPONIVEL
              EXIT SECTION
           END-IF

           MOVE 'Contrato              :' TO SCR-CTR-L7
           MOVE 'Observacao:'             TO SCR-CTR-L8
           DISPLAY SCR-CTR

           MOVE ZERO TO WRK-CONTRATO
           ACCEPT WRK-CONTRATO                       LINE 14 COLUMN 26

           OPEN INPUT ARQ-CONTRATO

           MOVE WRK-CONTRATO TO CTR-NUMERO
           READ ARQ-CONTRATO

           IF ARQ-CONTRATO-FS NOT EQUAL ZERO
              CLOSE ARQ-CONTRATO
              PERFORM ERRO-CONTRATO-NAO-ENCONTRADO
              EXIT SECTION
           END-IF

           CLOSE ARQ-CONTRATO

           IF NOT CTR-CONTRATO-ATIVO
              PERFORM ERRO-CONTRATO-ENCERRADO
              EXIT SECTION
           END-IF

           STRING CTR-CLIENTE ' ' CTR-DESCRICAO
              DELIMITED BY SIZE INTO WRK-EXIBE
           DISPLAY WRK-EXIBE                         LINE 14 COLUMN 33
           MOVE SPACES TO WRK-EXIBE

           MOVE SPACES TO WRK-OBS
           ACCEPT WRK-OBS                            LINE 15 COLUMN 13

           IF WRK-OBS EQUAL SPACES
              MOVE 'ENTREGA AO CLIENTE' TO WRK-OBS
           END-IF

           SET EQP-NO-CLIENTE TO TRUE
           MOVE CTR-CLIENTE   TO EQP-CLIENTE
           MOVE CTR-NUMERO    TO EQP-CONTRATO

           PERFORM ATUALIZA-EQUIPAMENTO.
      *-----------------------------------------------------------------
       DEVOLVE-EQUIPAMENTO                                    SECTION.
      *----------------------------------
           PERFORM LIMPA-CORPO
           MOVE 'Devolucao de equipamento' TO SCR-CTR-L1

           PERFORM LOCALIZA-EQUIPAMENTO

           IF WRK-EQP-OK NOT EQUAL 'S'
              EXIT SECTION
           END-IF

           IF NOT EQP-NO-CLIENTE
              PERFORM ERRO-EQUIPAMENTO-FORA-CLIENTE
              EXIT SECTION
           END-IF

           MOVE 'Observacao:' TO SCR-CTR-L8
           DISPLAY SCR-CTR

           MOVE SPACES TO WRK-OBS
           ACCEPT WRK-OBS                            LINE 15 COLUMN 13

           IF WRK-OBS EQUAL SPACES
              MOVE 'DEVOLVIDO AO ESTOQUE' TO WRK-OBS
           END-IF

           SET EQP-EM-ESTOQUE TO TRUE
           MOVE SPACES        TO EQP-CLIENTE
           MOVE ZERO          TO EQP-CONTRATO

           PERFORM ATUALIZA-EQUIPAMENTO.
      *-----------------------------------------------------------------
       REPARO-EQUIPAMENTO                                     SECTION.
      *----------------------------------
           PERFORM LIMPA-CORPO
           MOVE 'Reparo de equipamento' TO SCR-CTR-L1

           PERFORM LOCALIZA-EQUIPAMENTO

           IF WRK-EQP-OK NOT EQUAL 'S'
              EXIT SECTION
           END-IF

           IF EQP-BAIXADO
              PERFORM ERRO-EQUIPAMENTO-BAIXADO
              EXIT SECTION
           END-IF

           PERFORM LIMPA-RODAPE
           IF EQP-EM-REPARO
              IF EQP-CLIENTE NOT EQUAL SPACES
                 MOVE 'Retorno do reparo ao cliente. Confirma? (S/N)'
                                                       TO SCR-TRL-L1
              ELSE
                 MOVE 'Retorno do reparo ao estoque. Confirma? (S/N)'
                                                       TO SCR-TRL-L1
              END-IF
           ELSE
              MOVE 'Enviar equipamento para reparo. Confirma? (S/N)'
                                                       TO SCR-TRL-L1
           END-IF
           DISPLAY SCR-TRL

           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 49
           MOVE FUNCTION UPPER-CASE(WRK-OPCAO) TO WRK-OPCAO

           IF WRK-OPCAO NOT EQUAL 'S'
              MOVE SPACE TO WRK-OPCAO
              EXIT SECTION
           END-IF

           MOVE 'Observacao:' TO SCR-CTR-L8
           DISPLAY SCR-CTR

           MOVE SPACES TO WRK-OBS
           ACCEPT WRK-OBS                            LINE 15 COLUMN 13

           IF EQP-EM-REPARO
              IF WRK-OBS EQUAL SPACES
                 MOVE 'RETORNO DO REPARO' TO WRK-OBS
              END-IF
              IF EQP-CLIENTE NOT EQUAL SPACES
                 SET EQP-NO-CLIENTE TO TRUE
              ELSE
                 SET EQP-EM-ESTOQUE TO TRUE
              END-IF
           ELSE
              IF WRK-OBS EQUAL SPACES
                 MOVE 'ENVIADO PARA REPARO' TO WRK-OBS
              END-IF
              SET EQP-EM-REPARO TO TRUE
           END-IF

           PERFORM ATUALIZA-EQUIPAMENTO.
      *-----------------------------------------------------------------
       BAIXA-EQUIPAMENTO                                      SECTION.
      *----------------------------------
           PERFORM LIMPA-CORPO
           MOVE 'Baixa de equipamento' TO SCR-CTR-L1

           PERFORM LOCALIZA-EQUIPAMENTO

           IF WRK-EQP-OK NOT EQUAL 'S'
              EXIT SECTION
           END-IF

           IF EQP-BAIXADO
              PERFORM ERRO-EQUIPAMENTO-BAIXADO
              EXIT SECTION
           END-IF

           MOVE 'N' TO WRK-COBRAR
           MOVE ZERO TO WRK-VALOR

           IF EQP-CLIENTE NOT EQUAL SPACES
              MOVE 'Cobrar do cliente(S/N):' TO SCR-CTR-L6
              MOVE 'Valor a cobrar        :' TO SCR-CTR-L7
              DISPLAY SCR-CTR

              MOVE SPACE TO WRK-COBRAR
              PERFORM UNTIL WRK-COBRAR EQUAL 'S'
                         OR WRK-COBRAR EQUAL 'N'
                 ACCEPT WRK-COBRAR                  LINE 13 COLUMN 26
                 MOVE FUNCTION UPPER-CASE(WRK-COBRAR) TO WRK-COBRAR
              END-PERFORM

              IF WRK-COBRAR EQUAL 'S'
                 MOVE EQP-VALOR TO WRK-VALOR-EXIBE
                 DISPLAY WRK-VALOR-EXIBE            LINE 14 COLUMN 40
                 ACCEPT WRK-VALOR                   LINE 14 COLUMN 26
                 IF WRK-VALOR EQUAL ZERO
                    MOVE EQP-VALOR TO WRK-VALOR
                 END-IF
              END-IF
           END-IF

           MOVE 'Motivo:' TO SCR-CTR-L8
           DISPLAY SCR-CTR

           MOVE SPACES TO WRK-OBS
           PERFORM UNTIL WRK-OBS NOT EQUAL SPACES
              ACCEPT WRK-OBS                        LINE 15 COLUMN 9
              IF WRK-OBS EQUAL SPACES
                 PERFORM ERRO-MOTIVO-OBRIGATORIO
              END-IF
           END-PERFORM

           PERFORM LIMPA-RODAPE
           MOVE 'Confirma a baixa do equipamento? (S/N)' TO SCR-TRL-L1
           DISPLAY SCR-TRL

           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 40
           MOVE FUNCTION UPPER-CASE(WRK-OPCAO) TO WRK-OPCAO

           IF WRK-OPCAO NOT EQUAL 'S'
              MOVE SPACE TO WRK-OPCAO
              EXIT SECTION
           END-IF

           SET EQP-BAIXADO TO TRUE

           IF WRK-COBRAR EQUAL 'S'
              MOVE 'S'       TO EQP-COBRAR
              MOVE WRK-VALOR TO EQP-VALOR-COBRANCA
              MOVE ZERO      TO EQP-COMPET-FATURA
           ELSE
              MOVE 'N'       TO EQP-COBRAR
              MOVE SPACES    TO EQP-CLIENTE
              MOVE ZERO      TO EQP-CONTRATO
           END-IF

           PERFORM ATUALIZA-EQUIPAMENTO.
      *-----------------------------------------------------------------
       ATUALIZA-EQUIPAMENTO                                   SECTION.
      *----------------------------------
           MOVE WRK-HOJE   TO EQP-DATA-STATUS
           MOVE SES-OPR-ID TO EQP-OPERADOR
           ADD 1 TO EQP-ULT-MOV

           REWRITE EQP-REGISTRO

           IF ARQ-EQUIPTO-FS NOT EQUAL ZERO
              PERFORM ERRO-GRAVACAO-EQUIPAMENTO
              EXIT SECTION
           END-IF

           PERFORM GRAVA-MOVIMENTO

           PERFORM DESCREVE-SITUACAO

           PERFORM LIMPA-RODAPE
           STRING 'Equipamento atualizado: ' WRK-SITUACAO
              DELIMITED BY SIZE INTO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 38
           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       GRAVA-MOVIMENTO                                        SECTION.
      *----------------------------------
           MOVE EQP-SERIE       TO EQM-SERIE
           MOVE EQP-ULT-MOV     TO EQM-SEQ
           MOVE WRK-HOJE        TO EQM-DATA
           MOVE FUNCTION CURRENT-DATE(9:6) TO EQM-HORA
           MOVE WRK-STATUS-ANT  TO EQM-STATUS-ANT
           MOVE EQP-STATUS      TO EQM-STATUS
           MOVE EQP-CLIENTE     TO EQM-CLIENTE
           MOVE EQP-CONTRATO    TO EQM-CONTRATO
           MOVE SES-OPR-ID      TO EQM-OPERADOR
           MOVE WRK-OBS         TO EQM-OBS

           WRITE EQM-REGISTRO

           MOVE 'COMODATO'     TO WRK-LOG-OPERACAO
           MOVE EQP-CLIENTE    TO WRK-LOG-ID
           MOVE EQP-SERIE      TO WRK-LOG-NOME
           MOVE SPACES         TO WRK-LOG-MOTIVO
           STRING WRK-STATUS-ANT '->' EQP-STATUS ' ' WRK-OBS(1:35)
              DELIMITED BY SIZE INTO WRK-LOG-MOTIVO
           MOVE SES-OPR-ID     TO WRK-LOG-OPERADOR

           CALL 'GRAVALOG' USING WRK-LOG-REGISTRO.
      *-----------------------------------------------------------------
       CONSULTA-EQUIPAMENTO                                   SECTION.
      *----------------------------------
           PERFORM LIMPA-CORPO
           MOVE 'Consulta de equipamento' TO SCR-CTR-L1

           PERFORM LOCALIZA-EQUIPAMENTO

           IF WRK-EQP-OK NOT EQUAL 'S'
              EXIT SECTION
           END-IF

           MOVE 'DATA       DE PARA CLIENTE CONTR OPERADOR OBSERVACAO'
                                                       TO SCR-CTR-L7
           DISPLAY SCR-CTR

           MOVE 15 TO WRK-LINHA

           MOVE EQP-SERIE TO EQM-SERIE
           MOVE ZERO      TO EQM-SEQ

           START ARQ-EQPMOV KEY IS NOT LESS THAN EQM-KEY

           IF ARQ-EQPMOV-FS EQUAL ZERO
              READ ARQ-EQPMOV NEXT RECORD
           END-IF

           PERFORM UNTIL ARQ-EQPMOV-FS NOT EQUAL ZERO
                      OR EQM-SERIE NOT EQUAL EQP-SERIE
              MOVE EQM-DATA TO WRK-DATA-AUX
              PERFORM FORMATA-DATA
              MOVE SPACES TO WRK-EXIBE
              STRING WRK-DATA-FMT ' ' EQM-STATUS-ANT '  ' EQM-STATUS
                 '    ' EQM-CLIENTE ' ' EQM-CONTRATO ' ' EQM-OPERADOR
                 ' ' EQM-OBS(1:28)
                 DELIMITED BY SIZE INTO WRK-EXIBE
              DISPLAY WRK-EXIBE                LINE WRK-LINHA COLUMN 1
              ADD 1 TO WRK-LINHA

              IF WRK-LINHA IS GREATER THAN 20
                 PERFORM LIMPA-RODAPE
                 MOVE 'Continua ... [pressione ENTER]' TO SCR-TRL-L1
                 DISPLAY SCR-TRL
                 ACCEPT WRK-OPCAO                    LINE 23 COLUMN 32
                 MOVE 15 TO WRK-LINHA
                 DISPLAY SCR-CTR
              END-IF

              READ ARQ-EQPMOV NEXT RECORD
           END-PERFORM

           PERFORM LIMPA-RODAPE
           MOVE 'Fim do historico. [pressione ENTER]' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 37
           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       LISTA-EQUIPAMENTOS-CONTRATO                            SECTION.
      *----------------------------------
           PERFORM LIMPA-CORPO
           MOVE 'Equipamentos de um contrato' TO SCR-CTR-L1
           MOVE 'Contrato              :'     TO SCR-CTR-L2
           DISPLAY SCR-CTR

           MOVE ZERO TO WRK-CONTRATO
           ACCEPT WRK-CONTRATO                       LINE 9  COLUMN 26

           IF WRK-CONTRATO EQUAL ZERO
              EXIT SECTION
           END-IF

           PERFORM LIMPA-CORPO
           STRING 'Equipamentos do contrato ' WRK-CONTRATO
              DELIMITED BY SIZE INTO SCR-CTR-L1
           STRING 'SERIE                MODELO                    '
              'SITUACAO'
              DELIMITED BY SIZE INTO SCR-CTR-L2
           DISPLAY SCR-CTR

           MOVE 10 TO WRK-LINHA
           MOVE ZERO TO WRK-TOT-EQUIP

           MOVE WRK-CONTRATO TO EQP-CONTRATO
           START ARQ-EQUIPTO KEY IS NOT LESS THAN EQP-CONTRATO

           IF ARQ-EQUIPTO-FS EQUAL ZERO
              READ ARQ-EQUIPTO NEXT RECORD
           END-IF

           PERFORM UNTIL ARQ-EQUIPTO-FS NOT EQUAL ZERO
                      OR EQP-CONTRATO NOT EQUAL WRK-CONTRATO
              ADD 1 TO WRK-TOT-EQUIP
              PERFORM DESCREVE-SITUACAO
              MOVE SPACES TO WRK-EXIBE
              STRING EQP-SERIE ' ' EQP-MODELO ' ' WRK-SITUACAO
                 DELIMITED BY SIZE INTO WRK-EXIBE
              DISPLAY WRK-EXIBE                LINE WRK-LINHA COLUMN 1
              ADD 1 TO WRK-LINHA

              IF WRK-LINHA IS GREATER THAN 20
                 PERFORM LIMPA-RODAPE
                 MOVE 'Continua ... [pressione ENTER]' TO SCR-TRL-L1
                 DISPLAY SCR-TRL
                 ACCEPT WRK-OPCAO                    LINE 23 COLUMN 32
                 MOVE 10 TO WRK-LINHA
                 DISPLAY SCR-CTR
              END-IF

              READ ARQ-EQUIPTO NEXT RECORD
           END-PERFORM

           PERFORM LIMPA-RODAPE
           STRING 'Equipamentos vinculados: ' WRK-TOT-EQUIP
              ' [pressione ENTER]'
              DELIMITED BY SIZE INTO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 50
           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       RELATORIO-EQUIP-CLIENTES                               SECTION.
      *----------------------------------
           MOVE ZERO TO WRK-TOT-EQUIP
           MOVE ZERO TO WRK-TOT-VALOR

           MOVE SPACES TO WRK-RELEQP-PATH
           STRING './files/RELEQP-' FUNCTION CURRENT-DATE(1:14)
              '.LST' DELIMITED BY SIZE INTO WRK-RELEQP-PATH

           OPEN OUTPUT REL-EQP
           OPEN INPUT ARQCRM
           OPEN INPUT ARQ-CONTRATO

           MOVE SPACES TO REL-EQP-LINHA
           STRING 'CRM - EQUIPAMENTOS EM COMODATO EM CLIENTES '
              'SUSPENSOS OU ENCERRADOS'
              DELIMITED BY SIZE INTO REL-EQP-LINHA
           WRITE REL-EQP-LINHA

           MOVE WRK-HOJE TO WRK-DATA-AUX
           PERFORM FORMATA-DATA
           MOVE SPACES TO REL-EQP-LINHA
           STRING 'Posicao em: ' WRK-DATA-FMT
              DELIMITED BY SIZE INTO REL-EQP-LINHA
           WRITE REL-EQP-LINHA

           MOVE SPACES TO REL-EQP-LINHA
           STRING 'SERIE                MODELO               '
              'CLIENTE CONTR MOTIVO     VALOR'
              DELIMITED BY SIZE INTO REL-EQP-LINHA
           WRITE REL-EQP-LINHA

           MOVE LOW-VALUES TO EQP-SERIE
           START ARQ-EQUIPTO KEY IS NOT LESS THAN EQP-SERIE

           IF ARQ-EQUIPTO-FS EQUAL ZERO
              READ ARQ-EQUIPTO NEXT RECORD
           END-IF

           PERFORM UNTIL ARQ-EQUIPTO-FS NOT EQUAL ZERO
              IF EQP-CLIENTE NOT EQUAL SPACES
                 AND (EQP-NO-CLIENTE OR EQP-EM-REPARO)
                 PERFORM AVALIA-EQUIP-CLIENTE
              END-IF
              READ ARQ-EQUIPTO NEXT RECORD
           END-PERFORM

           MOVE SPACES TO REL-EQP-LINHA
           WRITE REL-EQP-LINHA

           MOVE WRK-TOT-VALOR TO WRK-VALOR-EXIBE
           MOVE SPACES TO REL-EQP-LINHA
           STRING 'Equipamentos: ' WRK-TOT-EQUIP
              '  Valor em risco: ' WRK-VALOR-EXIBE
              DELIMITED BY SIZE INTO REL-EQP-LINHA
           WRITE REL-EQP-LINHA

           CLOSE ARQ-CONTRATO
           CLOSE ARQCRM
           CLOSE REL-EQP

           MOVE 'RELEQP'        TO SAI-TIPO
           MOVE WRK-RELEQP-PATH TO SAI-ARQUIVO
           MOVE SES-OPR-ID      TO SAI-OPERADOR
           MOVE WRK-TOT-EQUIP   TO SAI-REGISTROS
           CALL 'REGSAIDA' USING SAI-REGISTRO

           PERFORM LIMPA-RODAPE
           MOVE SPACES TO SCR-TRL-L1
           STRING 'Relatorio gravado em ' WRK-RELEQP-PATH
              DELIMITED BY SIZE INTO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 63
           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       AVALIA-EQUIP-CLIENTE                                   SECTION.
      *----------------------------------
           MOVE SPACES TO WRK-MOTIVO

           MOVE EQP-CLIENTE TO ARQCRM-ID
           READ ARQCRM

           IF ARQCRM-FS NOT EQUAL ZERO
              MOVE 'SEM CADAST' TO WRK-MOTIVO
           ELSE
              EVALUATE TRUE
                 WHEN ARQCRM-SUSPENSO
                    MOVE 'SUSPENSO'  TO WRK-MOTIVO
                 WHEN ARQCRM-ENCERRADO
                    MOVE 'ENCERRADO' TO WRK-MOTIVO
                 WHEN ARQCRM-INATIVO
                    MOVE 'INATIVO'   TO WRK-MOTIVO
              END-EVALUATE
           END-IF

           IF WRK-MOTIVO EQUAL SPACES
              MOVE EQP-CONTRATO TO CTR-NUMERO
              READ ARQ-CONTRATO
              IF ARQ-CONTRATO-FS EQUAL ZERO
                 AND CTR-CONTRATO-ENCERRADO
                 MOVE 'CTR ENCERR' TO WRK-MOTIVO
              END-IF
           END-IF

           IF WRK-MOTIVO EQUAL SPACES
              EXIT SECTION
           END-IF

           ADD 1 TO WRK-TOT-EQUIP
           ADD EQP-VALOR TO WRK-TOT-VALOR

           MOVE EQP-VALOR TO WRK-VALOR-EXIBE
           MOVE SPACES TO REL-EQP-LINHA
           STRING EQP-SERIE ' ' EQP-MODELO(1:20) ' ' EQP-CLIENTE ' '
              EQP-CONTRATO ' ' WRK-MOTIVO ' ' WRK-VALOR-EXIBE
              DELIMITED BY SIZE INTO REL-EQP-LINHA
           WRITE REL-EQP-LINHA.
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
       ERRO-SERIE-DUPLICADA.
           PERFORM LIMPA-RODAPE
           MOVE 'Numero de serie ja cadastrado.' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 32
           MOVE SPACE TO WRK-OPCAO.
      *
       ERRO-MODELO-OBRIGATORIO.
           PERFORM LIMPA-RODAPE
           MOVE 'Modelo e obrigatorio' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 22
           MOVE SPACE TO WRK-OPCAO.
      *
       ERRO-MOTIVO-OBRIGATORIO.
           PERFORM LIMPA-RODAPE
           MOVE 'Motivo e obrigatorio' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 22
           MOVE SPACE TO WRK-OPCAO.
      *
       ERRO-PRODUTO-NAO-ENCONTRADO.
           PERFORM LIMPA-RODAPE
           MOVE 'Produto nao cadastrado.' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 25
           MOVE SPACE TO WRK-OPCAO.
      *
       ERRO-EQUIPAMENTO-NAO-ENCONTRADO.
           PERFORM LIMPA-RODAPE
           MOVE 'Equipamento nao cadastrado.' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 29
           MOVE SPACE TO WRK-OPCAO.
      *
       ERRO-EQUIPAMENTO-INDISPONIVEL.
           PERFORM LIMPA-RODAPE
           MOVE 'Equipamento nao esta em estoque.' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 34
           MOVE SPACE TO WRK-OPCAO.
      *
       ERRO-EQUIPAMENTO-FORA-CLIENTE.
           PERFORM LIMPA-RODAPE
           MOVE 'Equipamento nao esta no cliente.' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 34
           MOVE SPACE TO WRK-OPCAO.
      *
       ERRO-EQUIPAMENTO-BAIXADO.
           PERFORM LIMPA-RODAPE
           MOVE 'Equipamento ja baixado.' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 25
           MOVE SPACE TO WRK-OPCAO.
      *
       ERRO-CONTRATO-NAO-ENCONTRADO.
           PERFORM LIMPA-RODAPE
           MOVE 'Contrato nao encontrado.' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 26
           MOVE SPACE TO WRK-OPCAO.
      *
       ERRO-CONTRATO-ENCERRADO.
           PERFORM LIMPA-RODAPE
           MOVE 'Contrato encerrado - entrega nao permitida.'
                                                       TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 45
           MOVE SPACE TO WRK-OPCAO.
      *
       ERRO-GRAVACAO-EQUIPAMENTO.
           PERFORM LIMPA-RODAPE
           STRING 'Erro na gravacao do equipamento - FS: '
              ARQ-EQUIPTO-FS
              DELIMITED BY SIZE INTO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 42
           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       MENSAGENS                                               SECTION.
      *----------------------------------
       COPY 'CRMK-MGP'.
      *-----------------------------------------------------------------
       FINALIZAR                                              SECTION.
      *----------------------------------
       VOLTAR-MENU.
           CLOSE ARQ-EQUIPTO
           CLOSE ARQ-EQPMOV
           GOBACK.
      *-----------------------------------------------------------------
       ARQUIVOS                                               SECTION.
      *----------------------------------
       ABRE-ARQUIVO-EQUIPTO.
           OPEN I-O ARQ-EQUIPTO

           IF ARQ-EQUIPTO-FS EQUAL 35
              OPEN OUTPUT ARQ-EQUIPTO
              CLOSE ARQ-EQUIPTO
              OPEN I-O ARQ-EQUIPTO
           END-IF.
      *
       ABRE-ARQUIVO-EQPMOV.
           OPEN I-O ARQ-EQPMOV

           IF ARQ-EQPMOV-FS EQUAL 35
              OPEN OUTPUT ARQ-EQPMOV
              CLOSE ARQ-EQPMOV
              OPEN I-O ARQ-EQPMOV
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
              ' EQUIPAMENTOS EM COMODATO '
              '-----------------------'
           DELIMITED BY SIZE
           INTO SCR-CTR-L0.
      *
       FORMATA-DATA.
           MOVE WRK-DATA-AUX(7:2) TO WRK-DATA-FMT-DD
           MOVE WRK-DATA-AUX(5:2) TO WRK-DATA-FMT-MM
           MOVE WRK-DATA-AUX(1:4) TO WRK-DATA-FMT-AAAA.
      *
       DESCREVE-SITUACAO.
           EVALUATE TRUE
              WHEN EQP-EM-ESTOQUE
                 MOVE 'EM ESTOQUE'   TO WRK-SITUACAO
              WHEN EQP-NO-CLIENTE
                 MOVE 'NO CLIENTE'   TO WRK-SITUACAO
              WHEN EQP-EM-REPARO
                 MOVE 'EM REPARO'    TO WRK-SITUACAO
              WHEN OTHER
                 MOVE 'BAIXADO'      TO WRK-SITUACAO
           END-EVALUATE.
      *------------------------ FIM DO ARQUIVO -------------------------
