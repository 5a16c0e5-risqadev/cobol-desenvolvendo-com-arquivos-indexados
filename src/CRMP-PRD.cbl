              ACCESS MODE IS DYNAMIC
              FILE STATUS IS ARQ-PRODUTO-FS
              RECORD KEY IS PRD-CODIGO.

           SELECT ARQ-PRECOS  ASSIGN TO './files/PRECOS.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS ARQ-PRECOS-FS
              RECORD KEY IS PRC-KEY.

           SELECT ARQ-COMISTAB  ASSIGN TO './files/COMISTAB.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS ARQ-COMISTAB-FS
              RECORD KEY IS CMT-KEY.

           SELECT ARQCRM-PAR  ASSIGN TO './files/SISPARAM.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS ARQCRM-PAR-FS
              RECORD KEY IS PAR-CHAVE.
      *=================================================================
       DATA                                                   DIVISION.
      *-----------------------------------------------------------------
      *----------------------------------
       FD  ARQ-PRODUTO.
       COPY 'CRMK-PRD'.
      *
       FD  ARQ-PRECOS.
       COPY 'CRMK-PRC'.
      *
       FD  ARQ-COMISTAB.
       COPY 'CRMK-CMT'.
      *
       FD  ARQCRM-PAR.
       COPY 'CRMK-PAR'.
      *-----------------------------------------------------------------
       WORKING-STORAGE                                        SECTION.
      *----------------------------------
       COPY 'CRMK-AMB'.
       COPY 'CRMK-MSG'.
       COPY 'CRMK-LOG'.
       COPY 'CRMK-DTF'.
       01  ARQ-PRODUTO-FS       PIC 9(02)   VALUE ZERO.
       01  ARQ-PRECOS-FS        PIC 9(02)   VALUE ZERO.
       01  ARQ-COMISTAB-FS      PIC 9(02)   VALUE ZERO.
       01  ARQCRM-PAR-FS        PIC 9(02)   VALUE ZERO.
       01  WRK-SEGMENTO         PIC X(01)   VALUE SPACE.
       01  WRK-PERCENTUAL       PIC 9(02)V99 VALUE ZERO.
       01  WRK-ALT-OPCAO        PIC X(01)   VALUE SPACE.
       01  WRK-OPCAO            PIC X(01)   VALUE SPACE.
       01  WRK-CODIGO           PIC X(04)   VALUE SPACES.
       01  WRK-LINHA            PIC 9(02)   COMP VALUE 10.
       01  WRK-LINHA-PRD        PIC X(80)   VALUE SPACES.
       01  WRK-HOJE             PIC 9(08)   VALUE ZERO.
       01  WRK-INICIO           PIC 9(08)   VALUE ZERO.
       01  WRK-PRECO            PIC 9(07)V99 VALUE ZERO.
       01  WRK-DATA-REF         PIC 9(08)   VALUE ZERO.
       01  WRK-PRECO-VIG        PIC 9(07)V99 VALUE ZERO.
       01  WRK-PROX-INICIO      PIC 9(08)   VALUE ZERO.
       01  WRK-PROX-PRECO       PIC 9(07)V99 VALUE ZERO.
       01  WRK-PRECO-EDITADO    PIC ZZZZZZ9.99 VALUE ZERO.
       01  WRK-PROX-EDITADO     PIC ZZZZZZ9.99 VALUE ZERO.
       01  WRK-FIM-BUSCA        PIC X(01)   VALUE 'N'.
       01  WRK-SITUACAO-PRC     PIC X(10)   VALUE SPACES.
       01  WRK-K                PIC 9(03)   VALUE ZERO.
       01  WRK-VIG-QTD          PIC 9(03)   VALUE ZERO.
       01  WRK-VIG-TABELA.
           05 WRK-VIG-INICIO    PIC 9(08)   OCCURS 100 TIMES.
       01  WRK-DATA-AUX         PIC 9(08)   VALUE ZERO.
       01  WRK-DATA-FMT.
           05 WRK-DATA-FMT-DD   PIC 9(02).
           05 FILLER            PIC X(01)   VALUE '/'.
           05 WRK-DATA-FMT-MM   PIC 9(02).
           05 FILLER            PIC X(01)   VALUE '/'.
           05 WRK-DATA-FMT-AAAA PIC 9(04).
       01  WRK-INICIO-FMT       PIC X(10)   VALUE SPACES.
       01  WRK-FIM-FMT          PIC X(10)   VALUE SPACES.
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
      *----------------------------------
           PERFORM LIMPA-RODAPE

           MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-HOJE

           PERFORM ABRE-ARQUIVO-PRD
           PERFORM ABRE-ARQUIVO-PRECOS

           DISPLAY SCR-HDR

           MOVE '1. Incluir/alterar produto'       TO SCR-CTR-L2
           MOVE '2. Listar produtos'               TO SCR-CTR-L3
           MOVE '3. Excluir produto'               TO SCR-CTR-L4
           MOVE '4. Percentual de comissao'        TO SCR-CTR-L5
           MOVE '5. Listar percentuais de comissao' TO SCR-CTR-L6
           MOVE '6. Prazo de estorno de comissao'  TO SCR-CTR-L7
           MOVE '7. Programar alteracao de preco'  TO SCR-CTR-L8
           MOVE '8. Historico de precos'           TO SCR-CTR-L9
           MOVE '9. Voltar'                        TO SCR-CTR-L10
           MOVE 'OPCAO:'                           TO SCR-CTR-L12

           DISPLAY SCR-CTR

           ACCEPT WRK-OPCAO                          LINE 19 COLUMN 8

           EVALUATE WRK-OPCAO
              WHEN 1
                 PERFORM LISTA-PRODUTOS
              WHEN 3
                 PERFORM EXCLUI-PRODUTO
              WHEN 4
                 IF SES-OPR-PERFIL EQUAL 'A'
                    OR SES-OPR-PERFIL EQUAL 'S'
                    PERFORM EDITA-COMISSAO
                 ELSE
                    PERFORM ERRO-ACESSO-NEGADO
                 END-IF
              WHEN 5
                 PERFORM LISTA-COMISSOES
              WHEN 6
                 IF SES-OPR-PERFIL EQUAL 'A'
                    OR SES-OPR-PERFIL EQUAL 'S'
                    PERFORM EDITA-PRAZO-ESTORNO
                 ELSE
                    PERFORM ERRO-ACESSO-NEGADO
                 END-IF
              WHEN 7
                 IF SES-OPR-PERFIL EQUAL 'A'
                    OR SES-OPR-PERFIL EQUAL 'S'
                    PERFORM PROGRAMA-PRECO
                 ELSE
                    PERFORM ERRO-ACESSO-NEGADO
                 END-IF
              WHEN 8
                 PERFORM HISTORICO-PRECOS
              WHEN 9
                 CONTINUE
              WHEN OTHER
           END-IF

           MOVE WRK-CODIGO TO PRD-CODIGO
           READ ARQ-PRODUTO

           IF ARQ-PRODUTO-FS EQUAL ZERO
              MOVE WRK-HOJE TO WRK-DATA-REF
              PERFORM LOCALIZA-PRECO-VIGENTE
              MOVE WRK-PRECO-VIG TO WRK-PRECO-EDITADO
              PERFORM LIMPA-RODAPE
              STRING 'Preco vigente: ' WRK-PRECO-EDITADO
                 ' - altere pela opcao 7.'
                 DELIMITED BY SIZE INTO SCR-TRL-L1
              DISPLAY SCR-TRL
              DISPLAY WRK-PRECO-EDITADO              LINE 12 COLUMN 19
              ACCEPT PRD-DESCRICAO                   LINE 11 COLUMN 19
              REWRITE PRD-REGISTRO
           ELSE
              MOVE WRK-CODIGO TO PRD-CODIGO
              MOVE SPACES     TO PRD-DESCRICAO
              MOVE ZERO       TO PRD-PRECO
              ACCEPT PRD-DESCRICAO                   LINE 11 COLUMN 19
              ACCEPT PRD-PRECO                       LINE 12 COLUMN 19
              WRITE PRD-REGISTRO
              IF ARQ-PRODUTO-FS EQUAL ZERO
                 MOVE PRD-CODIGO TO PRC-PRODUTO
                 MOVE WRK-HOJE   TO PRC-DATA-INICIO
                 MOVE PRD-PRECO  TO PRC-PRECO
                 MOVE 99999999   TO PRC-DATA-FIM
                 MOVE SES-OPR-ID TO PRC-OPERADOR
                 MOVE WRK-HOJE   TO PRC-DATA-CADASTRO
                 WRITE PRC-REGISTRO
              END-IF
           END-IF

           PERFORM LIMPA-RODAPE
      *----------------------------------
           PERFORM LIMPA-CORPO

           STRING 'COD  DESCRICAO                   PRECO VIGENTE  '
              'PROXIMA ALTERACAO'
              DELIMITED BY SIZE INTO SCR-CTR-L2
           DISPLAY SCR-CTR

           MOVE 10 TO WRK-LINHA
              READ ARQ-PRODUTO NEXT RECORD

              PERFORM UNTIL ARQ-PRODUTO-FS NOT EQUAL ZERO
                 MOVE WRK-HOJE TO WRK-DATA-REF
                 PERFORM LOCALIZA-PRECO-VIGENTE
                 MOVE WRK-PRECO-VIG TO WRK-PRECO-EDITADO
                 MOVE SPACES TO WRK-LINHA-PRD
                 IF WRK-PROX-INICIO EQUAL ZERO
                    STRING PRD-CODIGO ' ' PRD-DESCRICAO(1:27) ' '
                       WRK-PRECO-EDITADO
                       DELIMITED BY SIZE INTO WRK-LINHA-PRD
                 ELSE
                    MOVE WRK-PROX-INICIO TO WRK-DATA-AUX
                    PERFORM FORMATA-DATA
                    MOVE WRK-PROX-PRECO TO WRK-PROX-EDITADO
                    STRING PRD-CODIGO ' ' PRD-DESCRICAO(1:27) ' '
                       WRK-PRECO-EDITADO '     ' WRK-DATA-FMT ' '
                       WRK-PROX-EDITADO
                       DELIMITED BY SIZE INTO WRK-LINHA-PRD
                 END-IF
                 DISPLAY WRK-LINHA-PRD         LINE WRK-LINHA COLUMN 1
                 ADD 1 TO WRK-LINHA


           IF ARQ-PRODUTO-FS EQUAL ZERO
              DELETE ARQ-PRODUTO
              PERFORM EXCLUI-PRECOS-PRODUTO
              MOVE 'Produto excluido.' TO SCR-TRL-L1
           ELSE
              MOVE 'Produto nao encontrado.' TO SCR-TRL-L1
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 25
           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       EXCLUI-PRECOS-PRODUTO                                  SECTION.
      *----------------------------------
           MOVE WRK-CODIGO TO PRC-PRODUTO
           MOVE ZERO       TO PRC-DATA-INICIO
           START ARQ-PRECOS KEY IS NOT LESS THAN PRC-KEY

           IF ARQ-PRECOS-FS EQUAL ZERO
              READ ARQ-PRECOS NEXT RECORD
           END-IF

           PERFORM UNTIL ARQ-PRECOS-FS NOT EQUAL ZERO
                      OR PRC-PRODUTO NOT EQUAL WRK-CODIGO
              DELETE ARQ-PRECOS
              READ ARQ-PRECOS NEXT RECORD
           END-PERFORM.
      *-----------------------------------------------------------------
       PROGRAMA-PRECO                                         SECTION.
      *----------------------------------
           PERFORM LIMPA-CORPO

           MOVE 'Programacao de preco de tabela'   TO SCR-CTR-L1
           MOVE 'Produto                   :'      TO SCR-CTR-L3
           MOVE 'Inicio vigencia (AAAAMMDD):'      TO SCR-CTR-L4
           MOVE 'Preco mensal (0 cancela)  :'      TO SCR-CTR-L5
           MOVE 'O preco vale do inicio informado ate a vigencia do'
                                                       TO SCR-CTR-L7
           MOVE 'preco seguinte. Precos ja vigentes nao sao alterados.'
                                                       TO SCR-CTR-L8
           DISPLAY SCR-CTR

           MOVE SPACES TO WRK-CODIGO
           ACCEPT WRK-CODIGO                         LINE 10 COLUMN 29
           MOVE FUNCTION UPPER-CASE(WRK-CODIGO) TO WRK-CODIGO

           IF WRK-CODIGO EQUAL SPACES
              EXIT SECTION
           END-IF

           MOVE WRK-CODIGO TO PRD-CODIGO
           READ ARQ-PRODUTO

           IF ARQ-PRODUTO-FS NOT EQUAL ZERO
              PERFORM ERRO-PRODUTO-NAO-ENCONTRADO
              EXIT SECTION
           END-IF

           MOVE WRK-HOJE TO WRK-DATA-REF
           PERFORM LOCALIZA-PRECO-VIGENTE
           MOVE WRK-PRECO-VIG TO WRK-PRECO-EDITADO

           PERFORM LIMPA-RODAPE
           STRING PRD-DESCRICAO ' - vigente hoje: ' WRK-PRECO-EDITADO
              DELIMITED BY SIZE INTO SCR-TRL-L1
           DISPLAY SCR-TRL

           MOVE ZERO TO WRK-INICIO
           ACCEPT WRK-INICIO                         LINE 11 COLUMN 29

           MOVE WRK-INICIO TO WRK-DTV-DATA
           PERFORM VALIDA-DATA-CALENDARIO

           IF WRK-DTV-OK NOT EQUAL 'S'
              PERFORM ERRO-DATA-INVALIDA
              EXIT SECTION
           END-IF

           IF WRK-INICIO LESS THAN WRK-HOJE
              PERFORM ERRO-VIGENCIA-PASSADA
              EXIT SECTION
           END-IF

           MOVE ZERO TO WRK-PRECO
           ACCEPT WRK-PRECO                          LINE 12 COLUMN 29

           IF WRK-PRECO NOT EQUAL ZERO
              PERFORM GARANTE-PRECO-INICIAL
           END-IF

           MOVE WRK-CODIGO TO PRC-PRODUTO
           MOVE WRK-INICIO TO PRC-DATA-INICIO
           READ ARQ-PRECOS

           PERFORM LIMPA-RODAPE

           IF WRK-PRECO EQUAL ZERO
              AND ARQ-PRECOS-FS NOT EQUAL ZERO
              MOVE 'Nenhum preco programado nesta data.' TO SCR-TRL-L1
              DISPLAY SCR-TRL
              ACCEPT WRK-OPCAO                       LINE 23 COLUMN 37
              MOVE SPACE TO WRK-OPCAO
              EXIT SECTION
           END-IF

           EVALUATE TRUE
              WHEN WRK-PRECO EQUAL ZERO
                 DELETE ARQ-PRECOS
                 MOVE 'Preco programado cancelado.' TO SCR-TRL-L1
              WHEN ARQ-PRECOS-FS EQUAL ZERO
                 MOVE WRK-PRECO  TO PRC-PRECO
                 MOVE SES-OPR-ID TO PRC-OPERADOR
                 MOVE WRK-HOJE   TO PRC-DATA-CADASTRO
                 REWRITE PRC-REGISTRO
                 MOVE 'Preco programado.' TO SCR-TRL-L1
              WHEN OTHER
                 MOVE WRK-CODIGO TO PRC-PRODUTO
                 MOVE WRK-INICIO TO PRC-DATA-INICIO
                 MOVE 99999999   TO PRC-DATA-FIM
                 MOVE WRK-PRECO  TO PRC-PRECO
                 MOVE SES-OPR-ID TO PRC-OPERADOR
                 MOVE WRK-HOJE   TO PRC-DATA-CADASTRO
                 WRITE PRC-REGISTRO
                 MOVE 'Preco programado.' TO SCR-TRL-L1
           END-EVALUATE

           IF ARQ-PRECOS-FS NOT EQUAL ZERO
              MOVE 'Erro na gravacao do preco.' TO SCR-TRL-L1
           ELSE
              PERFORM AJUSTA-VIGENCIAS
              MOVE 'PARAMETRO'   TO WRK-LOG-OPERACAO
              MOVE SPACES        TO WRK-LOG-ID
              MOVE SPACES        TO WRK-LOG-NOME
              MOVE SPACES        TO WRK-LOG-MOTIVO
              STRING 'PRECO ' WRK-CODIGO ' ' WRK-INICIO ' '
                 WRK-PRECO
                 DELIMITED BY SIZE INTO WRK-LOG-MOTIVO
              MOVE SES-OPR-ID    TO WRK-LOG-OPERADOR
              CALL 'GRAVALOG' USING WRK-LOG-REGISTRO
           END-IF

           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 33
           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       GARANTE-PRECO-INICIAL                                  SECTION.
      *----------------------------------
           MOVE WRK-CODIGO TO PRC-PRODUTO
           MOVE ZERO       TO PRC-DATA-INICIO
           START ARQ-PRECOS KEY IS NOT LESS THAN PRC-KEY

           IF ARQ-PRECOS-FS EQUAL ZERO
              READ ARQ-PRECOS NEXT RECORD
              IF ARQ-PRECOS-FS EQUAL ZERO
                 AND PRC-PRODUTO EQUAL WRK-CODIGO
                 EXIT SECTION
              END-IF
           END-IF

           MOVE WRK-CODIGO TO PRC-PRODUTO
           MOVE ZERO       TO PRC-DATA-INICIO
           MOVE 99999999   TO PRC-DATA-FIM
           MOVE PRD-PRECO  TO PRC-PRECO
           MOVE SES-OPR-ID TO PRC-OPERADOR
           MOVE WRK-HOJE   TO PRC-DATA-CADASTRO
           WRITE PRC-REGISTRO.
      *-----------------------------------------------------------------
       AJUSTA-VIGENCIAS                                       SECTION.
      *----------------------------------
           MOVE ZERO TO WRK-VIG-QTD

           MOVE WRK-CODIGO TO PRC-PRODUTO
           MOVE ZERO       TO PRC-DATA-INICIO
           START ARQ-PRECOS KEY IS NOT LESS THAN PRC-KEY

           IF ARQ-PRECOS-FS EQUAL ZERO
              READ ARQ-PRECOS NEXT RECORD
           END-IF

           PERFORM UNTIL ARQ-PRECOS-FS NOT EQUAL ZERO
                      OR PRC-PRODUTO NOT EQUAL WRK-CODIGO
                      OR WRK-VIG-QTD NOT LESS THAN 100
              ADD 1 TO WRK-VIG-QTD
              MOVE PRC-DATA-INICIO TO WRK-VIG-INICIO(WRK-VIG-QTD)
              READ ARQ-PRECOS NEXT RECORD
           END-PERFORM

           PERFORM VARYING WRK-K FROM 1 BY 1
              UNTIL WRK-K GREATER THAN WRK-VIG-QTD
              MOVE WRK-CODIGO            TO PRC-PRODUTO
              MOVE WRK-VIG-INICIO(WRK-K) TO PRC-DATA-INICIO
              READ ARQ-PRECOS
              IF ARQ-PRECOS-FS EQUAL ZERO
                 IF WRK-K LESS THAN WRK-VIG-QTD
                    COMPUTE PRC-DATA-FIM = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(
                          WRK-VIG-INICIO(WRK-K + 1)) - 1)
                 ELSE
                    MOVE 99999999 TO PRC-DATA-FIM
                 END-IF
                 REWRITE PRC-REGISTRO
              END-IF
           END-PERFORM

           MOVE ZERO TO ARQ-PRECOS-FS.
      *-----------------------------------------------------------------
       LOCALIZA-PRECO-VIGENTE                                 SECTION.
      *----------------------------------
           MOVE PRD-PRECO TO WRK-PRECO-VIG
           MOVE ZERO      TO WRK-PROX-INICIO
           MOVE ZERO      TO WRK-PROX-PRECO

           MOVE PRD-CODIGO TO PRC-PRODUTO
           MOVE ZERO       TO PRC-DATA-INICIO
           START ARQ-PRECOS KEY IS NOT LESS THAN PRC-KEY

           IF ARQ-PRECOS-FS EQUAL ZERO
              READ ARQ-PRECOS NEXT RECORD
           END-IF

           MOVE 'N' TO WRK-FIM-BUSCA

           PERFORM UNTIL ARQ-PRECOS-FS NOT EQUAL ZERO
                      OR WRK-FIM-BUSCA EQUAL 'S'
              EVALUATE TRUE
                 WHEN PRC-PRODUTO NOT EQUAL PRD-CODIGO
                    MOVE 'S' TO WRK-FIM-BUSCA
                 WHEN PRC-DATA-INICIO GREATER THAN WRK-DATA-REF
                    MOVE PRC-DATA-INICIO TO WRK-PROX-INICIO
                    MOVE PRC-PRECO       TO WRK-PROX-PRECO
                    MOVE 'S' TO WRK-FIM-BUSCA
                 WHEN OTHER
                    MOVE PRC-PRECO TO WRK-PRECO-VIG
                    READ ARQ-PRECOS NEXT RECORD
              END-EVALUATE
           END-PERFORM

           MOVE ZERO TO ARQ-PRECOS-FS.
      *-----------------------------------------------------------------
       HISTORICO-PRECOS                                       SECTION.
      *----------------------------------
           PERFORM LIMPA-CORPO

           MOVE 'Historico de precos'   TO SCR-CTR-L1
           MOVE 'Produto:'              TO SCR-CTR-L3
           DISPLAY SCR-CTR

           MOVE SPACES TO WRK-CODIGO
           ACCEPT WRK-CODIGO                         LINE 10 COLUMN 10
           MOVE FUNCTION UPPER-CASE(WRK-CODIGO) TO WRK-CODIGO

           IF WRK-CODIGO EQUAL SPACES
              EXIT SECTION
           END-IF

           MOVE WRK-CODIGO TO PRD-CODIGO
           READ ARQ-PRODUTO

           IF ARQ-PRODUTO-FS NOT EQUAL ZERO
              PERFORM ERRO-PRODUTO-NAO-ENCONTRADO
              EXIT SECTION
           END-IF

           PERFORM LIMPA-CORPO
           STRING 'Historico de precos - ' PRD-CODIGO ' ' PRD-DESCRICAO
              DELIMITED BY SIZE INTO SCR-CTR-L1
           STRING 'INICIO     FIM             PRECO SITUACAO   '
              'OPERADOR  CADASTRO'
              DELIMITED BY SIZE INTO SCR-CTR-L2
           DISPLAY SCR-CTR

           MOVE 10 TO WRK-LINHA

           MOVE WRK-CODIGO TO PRC-PRODUTO
           MOVE ZERO       TO PRC-DATA-INICIO
           START ARQ-PRECOS KEY IS NOT LESS THAN PRC-KEY

           IF ARQ-PRECOS-FS EQUAL ZERO
              READ ARQ-PRECOS NEXT RECORD
           END-IF

           IF ARQ-PRECOS-FS NOT EQUAL ZERO
              OR PRC-PRODUTO NOT EQUAL WRK-CODIGO
              MOVE PRD-PRECO TO WRK-PRECO-EDITADO
              MOVE SPACES TO WRK-LINHA-PRD
              STRING 'preco base, anterior a tabela   '
                 WRK-PRECO-EDITADO
                 DELIMITED BY SIZE INTO WRK-LINHA-PRD
              DISPLAY WRK-LINHA-PRD            LINE WRK-LINHA COLUMN 1
              ADD 1 TO WRK-LINHA
           END-IF

           PERFORM UNTIL ARQ-PRECOS-FS NOT EQUAL ZERO
                      OR PRC-PRODUTO NOT EQUAL WRK-CODIGO
              PERFORM EXIBE-LINHA-HISTORICO

              IF WRK-LINHA IS GREATER THAN 20
                 PERFORM LIMPA-RODAPE
                 MOVE 'Continua ... [pressione ENTER]' TO SCR-TRL-L1
                 DISPLAY SCR-TRL
                 ACCEPT WRK-OPCAO                    LINE 23 COLUMN 32
                 MOVE 10 TO WRK-LINHA
                 DISPLAY SCR-CTR
              END-IF

              READ ARQ-PRECOS NEXT RECORD
           END-PERFORM

           MOVE ZERO TO ARQ-PRECOS-FS

           PERFORM LIMPA-RODAPE
           MOVE 'Fim da lista. [pressione ENTER]' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 33
           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       EXIBE-LINHA-HISTORICO                                  SECTION.
      *----------------------------------
           EVALUATE TRUE
              WHEN PRC-DATA-INICIO GREATER THAN WRK-HOJE
                 MOVE 'PROGRAMADO' TO WRK-SITUACAO-PRC
              WHEN PRC-DATA-FIM LESS THAN WRK-HOJE
                 MOVE 'ENCERRADO'  TO WRK-SITUACAO-PRC
              WHEN OTHER
                 MOVE 'VIGENTE'    TO WRK-SITUACAO-PRC
           END-EVALUATE

           IF PRC-DATA-FIM EQUAL 99999999
              MOVE SPACES TO WRK-FIM-FMT
           ELSE
              MOVE PRC-DATA-FIM TO WRK-DATA-AUX
              PERFORM FORMATA-DATA
              MOVE WRK-DATA-FMT TO WRK-FIM-FMT
           END-IF

           IF PRC-DATA-INICIO EQUAL ZERO
              MOVE 'inicial'    TO WRK-INICIO-FMT
           ELSE
              MOVE PRC-DATA-INICIO TO WRK-DATA-AUX
              PERFORM FORMATA-DATA
              MOVE WRK-DATA-FMT TO WRK-INICIO-FMT
           END-IF

           MOVE PRC-PRECO TO WRK-PRECO-EDITADO

           MOVE SPACES TO WRK-LINHA-PRD
           STRING WRK-INICIO-FMT ' ' WRK-FIM-FMT ' '
              WRK-PRECO-EDITADO ' ' WRK-SITUACAO-PRC ' '
              PRC-OPERADOR ' '
              DELIMITED BY SIZE INTO WRK-LINHA-PRD

           MOVE PRC-DATA-CADASTRO TO WRK-DATA-AUX
           PERFORM FORMATA-DATA
           MOVE WRK-DATA-FMT TO WRK-LINHA-PRD(55:10)

           DISPLAY WRK-LINHA-PRD               LINE WRK-LINHA COLUMN 1
           ADD 1 TO WRK-LINHA.
      *-----------------------------------------------------------------
       EDITA-COMISSAO                                         SECTION.
      *----------------------------------
           PERFORM LIMPA-CORPO

           MOVE 'Percentual de comissao de vendas' TO SCR-CTR-L1
           MOVE 'Produto (**** = padrao)     :'    TO SCR-CTR-L3
           MOVE 'Segmento (A/B/C, * = todos) :'    TO SCR-CTR-L4
           MOVE 'Percentual (0 exclui)       :'    TO SCR-CTR-L5
           MOVE 'Vale a combinacao mais especifica: produto e segmento,'
                                                       TO SCR-CTR-L7
           MOVE 'produto com *, **** com segmento e por fim **** com *.'
                                                       TO SCR-CTR-L8
           DISPLAY SCR-CTR

           MOVE SPACES TO WRK-CODIGO
           ACCEPT WRK-CODIGO                         LINE 10 COLUMN 31
           MOVE FUNCTION UPPER-CASE(WRK-CODIGO) TO WRK-CODIGO

           IF WRK-CODIGO EQUAL SPACES
              EXIT SECTION
           END-IF

           IF WRK-CODIGO NOT EQUAL '****'
              MOVE WRK-CODIGO TO PRD-CODIGO
              READ ARQ-PRODUTO
              IF ARQ-PRODUTO-FS NOT EQUAL ZERO
                 PERFORM ERRO-PRODUTO-NAO-ENCONTRADO
                 EXIT SECTION
              END-IF
           END-IF

           MOVE SPACE TO WRK-SEGMENTO
           ACCEPT WRK-SEGMENTO                       LINE 11 COLUMN 31
           MOVE FUNCTION UPPER-CASE(WRK-SEGMENTO) TO WRK-SEGMENTO

           IF WRK-SEGMENTO NOT EQUAL 'A'
              AND WRK-SEGMENTO NOT EQUAL 'B'
              AND WRK-SEGMENTO NOT EQUAL 'C'
              AND WRK-SEGMENTO NOT EQUAL '*'
              PERFORM ERRO-SEGMENTO-INVALIDO
              EXIT SECTION
           END-IF

           PERFORM ABRE-ARQUIVO-COMISTAB

           MOVE WRK-CODIGO   TO CMT-PRODUTO
           MOVE WRK-SEGMENTO TO CMT-SEGMENTO
           READ ARQ-COMISTAB

           IF ARQ-COMISTAB-FS EQUAL ZERO
              PERFORM LIMPA-RODAPE
              STRING 'Percentual atual: ' CMT-PERCENTUAL
                 DELIMITED BY SIZE INTO SCR-TRL-L1
              DISPLAY SCR-TRL
           ELSE
              MOVE ZERO TO CMT-PERCENTUAL
           END-IF

           MOVE ZERO TO WRK-PERCENTUAL
           ACCEPT WRK-PERCENTUAL                     LINE 12 COLUMN 31

           PERFORM LIMPA-RODAPE

           IF WRK-PERCENTUAL EQUAL ZERO
              AND ARQ-COMISTAB-FS NOT EQUAL ZERO
              CLOSE ARQ-COMISTAB
              MOVE 'Nenhuma alteracao informada.' TO SCR-TRL-L1
              DISPLAY SCR-TRL
              ACCEPT WRK-OPCAO                       LINE 23 COLUMN 30
              MOVE SPACE TO WRK-OPCAO
              EXIT SECTION
           END-IF

           EVALUATE TRUE
              WHEN WRK-PERCENTUAL EQUAL ZERO
                 DELETE ARQ-COMISTAB
                 MOVE 'Percentual excluido.' TO SCR-TRL-L1
              WHEN ARQ-COMISTAB-FS EQUAL ZERO
                 MOVE WRK-PERCENTUAL TO CMT-PERCENTUAL
                 REWRITE CMT-REGISTRO
                 MOVE 'Percentual gravado.' TO SCR-TRL-L1
              WHEN OTHER
                 MOVE WRK-PERCENTUAL TO CMT-PERCENTUAL
                 WRITE CMT-REGISTRO
                 MOVE 'Percentual gravado.' TO SCR-TRL-L1
           END-EVALUATE

           IF ARQ-COMISTAB-FS NOT EQUAL ZERO
              MOVE 'Erro na gravacao do percentual.' TO SCR-TRL-L1
           ELSE
              MOVE 'PARAMETRO'   TO WRK-LOG-OPERACAO
              MOVE SPACES        TO WRK-LOG-ID
              MOVE SPACES        TO WRK-LOG-NOME
              MOVE SPACES        TO WRK-LOG-MOTIVO
              STRING 'COMISSAO ' WRK-CODIGO ' ' WRK-SEGMENTO ' '
                 WRK-PERCENTUAL
                 DELIMITED BY SIZE INTO WRK-LOG-MOTIVO
              MOVE SES-OPR-ID    TO WRK-LOG-OPERADOR
              CALL 'GRAVALOG' USING WRK-LOG-REGISTRO
           END-IF

           CLOSE ARQ-COMISTAB

           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 33
           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       LISTA-COMISSOES                                        SECTION.
      *----------------------------------
           PERFORM LIMPA-CORPO

           MOVE 'PROD SEG PERCENTUAL' TO SCR-CTR-L2
           DISPLAY SCR-CTR

           MOVE 10 TO WRK-LINHA

           OPEN INPUT ARQ-COMISTAB

           IF ARQ-COMISTAB-FS EQUAL ZERO
              MOVE LOW-VALUES TO CMT-KEY
              START ARQ-COMISTAB KEY IS NOT LESS THAN CMT-KEY

              IF ARQ-COMISTAB-FS EQUAL ZERO
                 READ ARQ-COMISTAB NEXT RECORD
              END-IF

              PERFORM UNTIL ARQ-COMISTAB-FS NOT EQUAL ZERO
                 MOVE SPACES TO WRK-LINHA-PRD
                 STRING CMT-PRODUTO '  ' CMT-SEGMENTO '   '
                    CMT-PERCENTUAL
                    DELIMITED BY SIZE INTO WRK-LINHA-PRD
                 DISPLAY WRK-LINHA-PRD         LINE WRK-LINHA COLUMN 1
                 ADD 1 TO WRK-LINHA

                 IF WRK-LINHA IS GREATER THAN 20
                    PERFORM LIMPA-RODAPE
                    MOVE 'Continua ... [pressione ENTER]' TO SCR-TRL-L1
                    DISPLAY SCR-TRL
                    ACCEPT WRK-OPCAO                 LINE 23 COLUMN 32
                    MOVE 10 TO WRK-LINHA
                    DISPLAY SCR-CTR
                 END-IF

                 READ ARQ-COMISTAB NEXT RECORD
              END-PERFORM

              CLOSE ARQ-COMISTAB
           END-IF

           PERFORM LIMPA-RODAPE
           MOVE 'Fim da lista. [pressione ENTER]' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 33
           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       EDITA-PRAZO-ESTORNO                                    SECTION.
      *----------------------------------
           PERFORM ABRE-ARQUIVO-PAR

           MOVE 'P' TO PAR-CHAVE
           READ ARQCRM-PAR

           PERFORM LIMPA-CORPO

           MOVE 'Estorno de comissao de vendas' TO SCR-CTR-L1
           STRING 'Prazo de estorno (dias)..: ' PAR-DIAS-ESTORNO-CMS
              DELIMITED BY SIZE INTO SCR-CTR-L3
           MOVE 'Comissao liberada e estornada se o contrato for'
                                                       TO SCR-CTR-L5
           MOVE 'encerrado dentro do prazo, contado da vigencia.'
                                                       TO SCR-CTR-L6

           DISPLAY SCR-CTR

           PERFORM LIMPA-RODAPE
           MOVE 'Alterar o prazo? (S/N)' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-ALT-OPCAO                      LINE 23 COLUMN 24
           MOVE FUNCTION UPPER-CASE(WRK-ALT-OPCAO) TO WRK-ALT-OPCAO

           IF WRK-ALT-OPCAO EQUAL 'S'
              PERFORM LIMPA-RODAPE
              DISPLAY SCR-TRL

              ACCEPT PAR-DIAS-ESTORNO-CMS            LINE 10 COLUMN 28

              REWRITE PAR-REGISTRO

              IF ARQCRM-PAR-FS EQUAL ZERO
                 MOVE 'PARAMETRO'   TO WRK-LOG-OPERACAO
                 MOVE SPACES        TO WRK-LOG-ID
                 MOVE SPACES        TO WRK-LOG-NOME
                 MOVE SPACES        TO WRK-LOG-MOTIVO
                 STRING 'PRAZO ESTORNO COMISSAO ' PAR-DIAS-ESTORNO-CMS
                    DELIMITED BY SIZE INTO WRK-LOG-MOTIVO
                 MOVE SES-OPR-ID    TO WRK-LOG-OPERADOR
                 CALL 'GRAVALOG' USING WRK-LOG-REGISTRO
                 MOVE 'Prazo atualizado. [pressione ENTER]'
                                                       TO SCR-TRL-L1
              ELSE
                 MOVE 'Erro na gravacao dos parametros. [pressione ENTE
      -               'R]'                             TO SCR-TRL-L1
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
       ERRO-PRODUTO-NAO-ENCONTRADO.
           PERFORM LIMPA-RODAPE
           MOVE 'Produto nao encontrado.' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 25
           MOVE SPACE TO WRK-OPCAO.
      *
       ERRO-DATA-INVALIDA.
           PERFORM LIMPA-RODAPE
           MOVE 'Data invalida.' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 16
           MOVE SPACE TO WRK-OPCAO.
      *
       ERRO-VIGENCIA-PASSADA.
           PERFORM LIMPA-RODAPE
           MOVE 'Inicio de vigencia anterior a hoje.' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 37
           MOVE SPACE TO WRK-OPCAO.
      *
       ERRO-SEGMENTO-INVALIDO.
           PERFORM LIMPA-RODAPE
           MOVE 'Segmento invalido. Use A, B, C ou *.' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 38
           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       MENSAGENS                                               SECTION.
      *----------------------------------
       COPY 'CRMK-MGP'.
      *
       COPY 'CRMK-DTP'.
      *-----------------------------------------------------------------
       FINALIZAR                                              SECTION.
      *----------------------------------
       VOLTAR-MENU.
           CLOSE ARQ-PRODUTO
           CLOSE ARQ-PRECOS
           GOBACK.
      *-----------------------------------------------------------------
       ARQUIVOS                                               SECTION.
              CLOSE ARQ-PRODUTO
              OPEN I-O ARQ-PRODUTO
           END-IF.
      *
       ABRE-ARQUIVO-PRECOS.
           OPEN I-O ARQ-PRECOS

           IF ARQ-PRECOS-FS EQUAL 35
              OPEN OUTPUT ARQ-PRECOS
              CLOSE ARQ-PRECOS
              OPEN I-O ARQ-PRECOS
           END-IF.
      *
       ABRE-ARQUIVO-COMISTAB.
           OPEN I-O ARQ-COMISTAB

           IF ARQ-COMISTAB-FS EQUAL 35
              OPEN OUTPUT ARQ-COMISTAB
              CLOSE ARQ-COMISTAB
              OPEN I-O ARQ-COMISTAB
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
      *-----------------------------------------------------------------
       UTILITARIOS                                            SECTION.
      *----------------------------------
       LIMPA-RODAPE.
           MOVE TPL-TRL TO SCR-TRL.
      *
       FORMATA-DATA.
           MOVE WRK-DATA-AUX(7:2) TO WRK-DATA-FMT-DD
           MOVE WRK-DATA-AUX(5:2) TO WRK-DATA-FMT-MM
           MOVE WRK-DATA-AUX(1:4) TO WRK-DATA-FMT-AAAA.
      *
       LIMPA-CORPO.
           MOVE TPL-CTR TO SCR-CTR
