              FILE STATUS IS ARQ-CTRITEM-FS
              RECORD KEY IS ITM-KEY.

           SELECT ARQ-ADITIVO  ASSIGN TO './files/ADITIVO.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS ARQ-ADITIVO-FS
              RECORD KEY IS HAD-KEY.

           SELECT REL-PRD  ASSIGN TO WRK-RELPRD-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REL-PRD-FS.
           SELECT REL-EXP  ASSIGN TO WRK-RELEXP-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REL-EXP-FS.

           SELECT REL-CTD  ASSIGN TO WRK-RELCTD-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REL-CTD-FS.

           SELECT ARQCRM-DOM  ASSIGN TO './files/DOMINIO.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS ARQCRM-DOM-FS
              RECORD KEY IS DOM-KEY.

           SELECT ARQ-GRUPO  ASSIGN TO './files/GRUPO.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS ARQ-GRUPO-FS
              RECORD KEY IS GRP-CODIGO.

           SELECT ARQ-GRUPOCLI  ASSIGN TO './files/GRUPOCLI.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS ARQ-GRUPOCLI-FS
              RECORD KEY IS GCL-CLIENTE
              ALTERNATE RECORD KEY IS GCL-GRUPO
                 WITH DUPLICATES.

           SELECT ARQ-EQUIPTO  ASSIGN TO './files/EQUIPTO.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS ARQ-EQUIPTO-FS
              RECORD KEY IS EQP-SERIE
              ALTERNATE RECORD KEY IS EQP-CLIENTE
                 WITH DUPLICATES
              ALTERNATE RECORD KEY IS EQP-CONTRATO
                 WITH DUPLICATES.

           SELECT ARQ-AGENDA  ASSIGN TO './files/AGENDA.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS ARQ-AGENDA-FS
              RECORD KEY IS AGN-KEY.

           SELECT ARQ-FERIADO  ASSIGN TO './files/FERIADO.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS ARQ-FERIADO-FS
              RECORD KEY IS FER-DATA.
      *=================================================================
       DATA                                                   DIVISION.
      *-----------------------------------------------------------------
      *
       FD  REL-EXP.
       01  REL-EXP-LINHA        PIC X(80).
      *
       FD  ARQ-ADITIVO.
       COPY 'CRMK-ADT' REPLACING LEADING ==ADT== BY ==HAD==.
      *
       FD  REL-CTD.
       01  REL-CTD-LINHA        PIC X(80).
      *
       FD  ARQCRM-DOM.
       COPY 'CRMK-DOM'.
      *
       FD  ARQ-GRUPO.
       COPY 'CRMK-GRP'.
      *
       FD  ARQ-GRUPOCLI.
       COPY 'CRMK-GCL'.
      *
       FD  ARQ-EQUIPTO.
       COPY 'CRMK-EQP'.
      *
       FD  ARQ-AGENDA.
       COPY 'CRMK-AGN'.
      *
       FD  ARQ-FERIADO.
       COPY 'CRMK-FER'.
      *-----------------------------------------------------------------
       WORKING-STORAGE                                        SECTION.
      *----------------------------------
       COPY 'CRMK-AMB'.
       COPY 'CRMK-MSG'.
       COPY 'CRMK-SAI'.
       COPY 'CRMK-DTF'.
       COPY 'CRMK-PVG'.
       COPY 'CRMK-DIW'.
       COPY 'CRMK-DCP'.
       COPY 'CRMK-PFQ'.
       01  WRK-DOC-PENDENTES    PIC 9(02)   VALUE ZERO.
       01  ARQCRM-FS            PIC 9(02)   VALUE ZERO.
       01  ARQ-PRODUTO-FS       PIC 9(02)   VALUE ZERO.
       01  ARQ-CTRITEM-FS       PIC 9(02)   VALUE ZERO.
       01  WRK-LINHA            PIC 9(02)   COMP VALUE 10.
       01  WRK-TXT-CTR          PIC X(10)   VALUE SPACES.
       01  WRK-LINHA-CTR        PIC X(75)   VALUE SPACES.
       COPY 'CRMK-ADT'.
       01  ARQ-ADITIVO-FS       PIC 9(02)   VALUE ZERO.
       01  REL-CTD-FS           PIC 9(02)   VALUE ZERO.
       01  WRK-RELCTD-PATH      PIC X(40)   VALUE SPACES.
       01  WRK-NOVO-VALOR       PIC 9(07)V99 VALUE ZERO.
       01  WRK-ALTERA-ITENS     PIC X(01)   VALUE 'N'.
       01  WRK-ADT-VIGENCIA     PIC 9(08)   VALUE ZERO.
       01  WRK-ADT-HOJE         PIC 9(08)   VALUE ZERO.
       01  WRK-ADT-MOTIVO       PIC X(40)   VALUE SPACES.
       01  WRK-ADT-NUMERO       PIC 9(03)   VALUE ZERO.
       01  WRK-ITM-ACHOU        PIC 9(02)   VALUE ZERO.
       01  WRK-ITM-ULTIMO       PIC 9(02)   VALUE ZERO.
       01  WRK-ITM-DIFERENCA    PIC S9(07)V99 VALUE ZERO.
       01  WRK-AIT-QTD          PIC 9(02)   VALUE ZERO.
       01  WRK-AIT-TABELA.
           05 WRK-AIT-ENT OCCURS 30 TIMES.
              10 WRK-AIT-TIPO         PIC X(01).
              10 WRK-AIT-SEQ          PIC 9(02).
              10 WRK-AIT-ANT-PRODUTO  PIC X(04).
              10 WRK-AIT-ANT-QTDE     PIC 9(03).
              10 WRK-AIT-ANT-VALOR    PIC 9(07)V99.
              10 WRK-AIT-NOV-PRODUTO  PIC X(04).
              10 WRK-AIT-NOV-QTDE     PIC 9(03).
              10 WRK-AIT-NOV-VALOR    PIC 9(07)V99.
       01  WRK-DATA-REF         PIC 9(08)   VALUE ZERO.
       01  WRK-EM-VIGOR         PIC X(01)   VALUE 'S'.
       01  WRK-J                PIC 9(03)   VALUE ZERO.
       01  WRK-HAD-QTD          PIC 9(03)   VALUE ZERO.
       01  WRK-HAD-ESTOURO      PIC X(01)   VALUE 'N'.
       01  WRK-HAD-TABELA.
           05 WRK-HAD-ENT OCCURS 200 TIMES PIC X(221).
       01  WRK-VIG-CLIENTE      PIC X(06)   VALUE SPACES.
       01  WRK-VIG-DESCRICAO    PIC X(30)   VALUE SPACES.
       01  WRK-VIG-VALOR        PIC 9(07)V99 VALUE ZERO.
       01  WRK-VIG-FIM          PIC 9(08)   VALUE ZERO.
       01  WRK-VIG-STATUS       PIC X(01)   VALUE SPACE.
       01  WRK-VIT-TABELA.
           05 WRK-VIT-ENT OCCURS 99 TIMES.
              10 WRK-VIT-ATIVO        PIC X(01).
              10 WRK-VIT-PRODUTO      PIC X(04).
              10 WRK-VIT-QTDE         PIC 9(03).
              10 WRK-VIT-VALOR        PIC 9(07)V99.
       01  WRK-VIT-TOTAL        PIC 9(07)V99 VALUE ZERO.
       01  WRK-VIT-ITENS        PIC 9(02)   VALUE ZERO.
       01  WRK-ADT-ANTERIORES   PIC 9(03)   VALUE ZERO.
       01  WRK-ADT-POSTERIORES  PIC 9(03)   VALUE ZERO.
       01  WRK-EXIBE            PIC X(80)   VALUE SPACES.
       01  ARQCRM-DOM-FS        PIC 9(02)   VALUE ZERO.
       01  WRK-COD-OK           PIC X(01)   VALUE 'N'.
       01  WRK-MOTIVO-COD       PIC X(01)   VALUE SPACE.
       01  WRK-MOTIVO-TXT       PIC X(34)   VALUE SPACES.
       01  ARQ-GRUPO-FS         PIC 9(02)   VALUE ZERO.
       01  ARQ-GRUPOCLI-FS      PIC 9(02)   VALUE ZERO.
       01  WRK-GRUPO            PIC X(06)   VALUE SPACES.
       01  WRK-GRUPO-EXCEDIDO   PIC X(01)   VALUE 'N'.
       01  WRK-SOMA-GRUPO       PIC 9(11)V99 VALUE ZERO.
       01  WRK-CLIENTE-SALVO    PIC X(06)   VALUE SPACES.
       01  WRK-OSV-CLIENTE      PIC X(06)   VALUE SPACES.
       01  ARQ-EQUIPTO-FS       PIC 9(02)   VALUE ZERO.
       01  ARQ-AGENDA-FS        PIC 9(02)   VALUE ZERO.
       01  ARQ-FERIADO-FS       PIC 9(02)   VALUE ZERO.
       01  WRK-EQP-QTD          PIC 9(03)   VALUE ZERO.
       01  WRK-RECOLHE-DESC     PIC X(40)   VALUE SPACES.
       01  WRK-RECOLHE-EXISTE   PIC X(01)   VALUE 'N'.
       01  WRK-PROX-SEQ         PIC 9(03)   VALUE ZERO.
      *-----------------------------------------------------------------
       LINKAGE                                                SECTION.
      *----------------------------------
       COPY 'CRMK-SES'.
       COPY 'CRMK-CTQ'.
      *-----------------------------------------------------------------
       SCREEN                                                 SECTION.
      *----------------------------------
       COPY 'CRMK-SCR'.
      *=================================================================
       PROCEDURE                                              DIVISION
           USING SES-OPERADOR WRK-CTQ-PEDIDO.
      *-----------------------------------------------------------------
       PRINCIPAL                                              SECTION.
      *----------------------------------
           PERFORM INICIAR

           IF WRK-CTQ-RASCUNHO
              PERFORM INCLUI-CONTRATO
           ELSE
              PERFORM EXIBE-MENU-CTR UNTIL WRK-OPCAO EQUAL 9
           END-IF

           PERFORM VOLTAR-MENU.
      *-----------------------------------------------------------------
       INICIAR                                                SECTION.
           MOVE '4. Tabela de produtos'            TO SCR-CTR-L5
           MOVE '5. Receita por produto'           TO SCR-CTR-L6
           MOVE '6. Exposicao de credito'          TO SCR-CTR-L7
           MOVE '7. Aditivos de um contrato'       TO SCR-CTR-L8
           MOVE '8. Contrato vigente em uma data'  TO SCR-CTR-L9
           MOVE '9. Voltar'                        TO SCR-CTR-L10
           MOVE 'G. Grupos economicos   E. Equipamentos (comodato)'
                                                   TO SCR-CTR-L11
           MOVE 'O. Ordens de servico'             TO SCR-CTR-L12
           MOVE 'OPCAO:'                           TO SCR-CTR-L13

           DISPLAY SCR-CTR

           ACCEPT WRK-OPCAO                          LINE 20 COLUMN 8
           MOVE FUNCTION UPPER-CASE(WRK-OPCAO) TO WRK-OPCAO

           EVALUATE WRK-OPCAO
              WHEN 1
              WHEN 3
                 PERFORM LISTA-CONTRATOS
              WHEN 4
                 CALL 'PRODTAB' USING SES-OPERADOR
                 DISPLAY SCR-HDR
              WHEN 5
                 PERFORM RELATORIO-RECEITA-PRODUTO
              WHEN 6
                 PERFORM RELATORIO-EXPOSICAO
              WHEN 7
                 PERFORM LISTA-ADITIVOS
              WHEN 8
                 PERFORM CONTRATO-NA-DATA
              WHEN 'G'
                 CALL 'GRUPOECO' USING SES-OPERADOR
                 DISPLAY SCR-HDR
              WHEN 'E'
                 CALL 'COMODATO' USING SES-OPERADOR
                 DISPLAY SCR-HDR
              WHEN 'O'
                 MOVE SPACES TO WRK-OSV-CLIENTE
                 CALL 'ORDSERV' USING SES-OPERADOR WRK-OSV-CLIENTE
                 DISPLAY SCR-HDR
              WHEN 9
                 CONTINUE
              WHEN OTHER
           MOVE 'Valor mensal     :'        TO SCR-CTR-L5
           MOVE 'Inicio (AAAAMMDD):'        TO SCR-CTR-L6
           MOVE 'Fim    (AAAAMMDD):'        TO SCR-CTR-L7

           IF WRK-CTQ-RASCUNHO
              MOVE 'Inclusao de contrato - oportunidade ganha'
                                               TO SCR-CTR-L1
              STRING 'Oportunidade: ' WRK-CTQ-DESCRICAO
                 '  Valor: ' WRK-CTQ-VALOR
                 DELIMITED BY SIZE INTO SCR-CTR-L10
              MOVE '(descricao em branco e valor 0 mantem os da oportu
      -            'nidade)'                   TO SCR-CTR-L11
           END-IF

           DISPLAY SCR-CTR

           IF WRK-CTQ-RASCUNHO
              MOVE WRK-CTQ-CLIENTE TO WRK-CLIENTE
              DISPLAY WRK-CLIENTE                    LINE 10 COLUMN 20
           ELSE
              ACCEPT WRK-CLIENTE                     LINE 10 COLUMN 20
              MOVE FUNCTION UPPER-CASE(WRK-CLIENTE) TO WRK-CLIENTE
           END-IF

           OPEN INPUT ARQCRM
           MOVE WRK-CLIENTE TO ARQCRM-ID

           CLOSE ARQCRM

           PERFORM VERIFICA-DOCUMENTOS

           PERFORM GERA-NUMERO-CONTRATO

           MOVE WRK-NUMERO  TO CTR-NUMERO
           ELSE
              ACCEPT CTR-DESCRICAO                   LINE 11 COLUMN 20
              ACCEPT CTR-VALOR-MENSAL                LINE 12 COLUMN 20
              IF WRK-CTQ-RASCUNHO
                 PERFORM COMPLETA-DADOS-OPORTUNIDADE
              END-IF
           END-IF

           MOVE 'N' TO WRK-DTV-OK
           PERFORM LIMPA-RODAPE

           IF ARQ-CONTRATO-FS EQUAL ZERO
              PERFORM REGISTRA-INCLUSAO
              IF WRK-CTQ-RASCUNHO
                 MOVE WRK-NUMERO TO WRK-CTQ-NUMERO
              END-IF
              STRING 'Contrato ' WRK-NUMERO ' incluido.'
                 DELIMITED BY SIZE INTO SCR-TRL-L1
           ELSE
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 25
           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       COMPLETA-DADOS-OPORTUNIDADE                            SECTION.
      *----------------------------------
           IF CTR-DESCRICAO EQUAL SPACES
              MOVE WRK-CTQ-DESCRICAO TO CTR-DESCRICAO
              DISPLAY CTR-DESCRICAO                  LINE 11 COLUMN 20
           END-IF

           IF CTR-VALOR-MENSAL EQUAL ZERO
              MOVE WRK-CTQ-VALOR TO CTR-VALOR-MENSAL
              DISPLAY CTR-VALOR-MENSAL               LINE 12 COLUMN 20
           END-IF.
      *-----------------------------------------------------------------
       VERIFICA-DOCUMENTOS                                    SECTION.
      *----------------------------------
           MOVE WRK-CLIENTE TO WRK-DCP-CLIENTE
           MOVE ZERO        TO WRK-DCP-DATA-REF
           CALL 'DOCPEND' USING WRK-DCP-PEDIDO

           COMPUTE WRK-DOC-PENDENTES = WRK-DCP-FALTANTES
                                     + WRK-DCP-VENCIDOS

           IF WRK-DOC-PENDENTES EQUAL ZERO
              EXIT SECTION
           END-IF

           PERFORM LIMPA-RODAPE
           STRING 'Atencao: cliente com ' WRK-DOC-PENDENTES
              ' documento(s) pendente(s)/vencido(s).'
              DELIMITED BY SIZE INTO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 62
           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       GERA-NUMERO-CONTRATO                                   SECTION.
      *----------------------------------
              END-IF
           END-IF

           PERFORM VERIFICA-LIMITE-GRUPO

           IF WRK-GRUPO-EXCEDIDO EQUAL 'S'
              MOVE 'S' TO WRK-PRECISA-AUTORIZ
           END-IF

           IF WRK-PRECISA-AUTORIZ NOT EQUAL 'S'
              EXIT SECTION
           END-IF
           IF SES-OPR-PERFIL EQUAL 'S'
              OR SES-OPR-PERFIL EQUAL 'A'
              PERFORM LIMPA-RODAPE
              IF WRK-GRUPO-EXCEDIDO EQUAL 'S'
                 STRING 'Limite do grupo economico ' WRK-GRUPO
                    ' atingido. Autorizar? (S/N):'
                    DELIMITED BY SIZE INTO SCR-TRL-L1
              ELSE
                 MOVE 'Limite/restricao atingidos. Autorizar? (S/N):'
                                                       TO SCR-TRL-L1
              END-IF
              DISPLAY SCR-TRL

              IF WRK-GRUPO-EXCEDIDO EQUAL 'S'
                 ACCEPT WRK-OPCAO                    LINE 23 COLUMN 62
              ELSE
                 ACCEPT WRK-OPCAO                    LINE 23 COLUMN 47
              END-IF
              MOVE FUNCTION UPPER-CASE(WRK-OPCAO) TO WRK-OPCAO

              IF WRK-OPCAO NOT EQUAL 'S'
              MOVE SPACE TO WRK-OPCAO
           ELSE
              PERFORM LIMPA-RODAPE
              IF WRK-GRUPO-EXCEDIDO EQUAL 'S'
                 STRING 'Limite do grupo economico ' WRK-GRUPO
                    ' atingido. Exige supervisor.'
                    DELIMITED BY SIZE INTO SCR-TRL-L1
              ELSE
                 MOVE 'Exige autorizacao de supervisor (perfil S).'
                                                       TO SCR-TRL-L1
              END-IF
              DISPLAY SCR-TRL
              ACCEPT WRK-OPCAO                       LINE 23 COLUMN 45
              MOVE SPACE TO WRK-OPCAO
              MOVE 'N' TO WRK-CREDITO-OK
           END-IF.
      *-----------------------------------------------------------------
       VERIFICA-LIMITE-GRUPO                                  SECTION.
      *----------------------------------
           MOVE 'N'    TO WRK-GRUPO-EXCEDIDO
           MOVE SPACES TO WRK-GRUPO

           OPEN INPUT ARQ-GRUPOCLI

           IF ARQ-GRUPOCLI-FS NOT EQUAL ZERO
              EXIT SECTION
           END-IF

           MOVE WRK-CLIENTE TO GCL-CLIENTE
           READ ARQ-GRUPOCLI

           IF ARQ-GRUPOCLI-FS NOT EQUAL ZERO
              CLOSE ARQ-GRUPOCLI
              EXIT SECTION
           END-IF

           MOVE GCL-GRUPO TO WRK-GRUPO

           OPEN INPUT ARQ-GRUPO

           IF ARQ-GRUPO-FS EQUAL ZERO
              MOVE WRK-GRUPO TO GRP-CODIGO
              READ ARQ-GRUPO
              IF ARQ-GRUPO-FS NOT EQUAL ZERO
                 MOVE ZERO TO GRP-LIMITE-CRED
              END-IF
              CLOSE ARQ-GRUPO
           ELSE
              MOVE ZERO TO GRP-LIMITE-CRED
           END-IF

           IF GRP-LIMITE-CRED EQUAL ZERO
              CLOSE ARQ-GRUPOCLI
              EXIT SECTION
           END-IF

           MOVE WRK-CLIENTE TO WRK-CLIENTE-SALVO
           MOVE ZERO        TO WRK-SOMA-GRUPO

           MOVE WRK-GRUPO TO GCL-GRUPO
           START ARQ-GRUPOCLI KEY IS NOT LESS THAN GCL-GRUPO

           IF ARQ-GRUPOCLI-FS EQUAL ZERO
              READ ARQ-GRUPOCLI NEXT RECORD
           END-IF

           PERFORM UNTIL ARQ-GRUPOCLI-FS NOT EQUAL ZERO
                      OR GCL-GRUPO NOT EQUAL WRK-GRUPO
              MOVE GCL-CLIENTE TO WRK-CLIENTE
              PERFORM SOMA-CONTRATOS-ATIVOS
              ADD WRK-SOMA-ATIVOS TO WRK-SOMA-GRUPO
              READ ARQ-GRUPOCLI NEXT RECORD
           END-PERFORM

           MOVE WRK-CLIENTE-SALVO TO WRK-CLIENTE

           CLOSE ARQ-GRUPOCLI

           IF (WRK-SOMA-GRUPO + CTR-VALOR-MENSAL)
              GREATER THAN GRP-LIMITE-CRED
              MOVE 'S' TO WRK-GRUPO-EXCEDIDO
           END-IF.
      *-----------------------------------------------------------------
       SOMA-CONTRATOS-ATIVOS                                  SECTION.
      *----------------------------------
           MOVE WRK-ITM-SEQ TO ITM-SEQ
           MOVE WRK-PRODUTO TO ITM-PRODUTO
           MOVE WRK-QTDE    TO ITM-QTDE
           PERFORM PRECIFICA-ITEM

           WRITE ITM-REGISTRO

              '  Total: ' WRK-ITM-TOTAL
              DELIMITED BY SIZE INTO SCR-TRL-L1
           DISPLAY SCR-TRL.
      *-----------------------------------------------------------------
       PRECIFICA-ITEM                                         SECTION.
      *----------------------------------
           MOVE WRK-PRODUTO TO WRK-PVG-PRODUTO
           MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-PVG-DATA
           CALL 'PRECOVIG' USING WRK-PVG-PEDIDO

           IF WRK-PVG-INEXISTENTE
              MOVE PRD-PRECO TO WRK-PVG-PRECO
           END-IF

           MOVE WRK-PVG-PRECO TO ITM-PRECO-LISTA
           MOVE WRK-PVG-DATA  TO ITM-DATA-PRECO
           COMPUTE ITM-VALOR = ITM-PRECO-LISTA * WRK-QTDE.
      *-----------------------------------------------------------------
       RELATORIO-RECEITA-PRODUTO                              SECTION.
      *----------------------------------
              EXIT SECTION
           END-IF

           PERFORM LIMPA-ADITIVO
           MOVE SPACE TO WRK-MOTIVO-COD

           MOVE CTR-CLIENTE      TO ADT-ANT-CLIENTE
           MOVE CTR-DESCRICAO    TO ADT-ANT-DESCRICAO
           MOVE CTR-VALOR-MENSAL TO ADT-ANT-VALOR
           MOVE CTR-DATA-FIM     TO ADT-ANT-DATA-FIM
           MOVE CTR-STATUS       TO ADT-ANT-STATUS

           IF CTR-CONTRATO-ATIVO
              MOVE 'ATIVO' TO WRK-TXT-CTR
           ELSE
           STRING 'Cliente  : ' CTR-CLIENTE ' Status: ' WRK-TXT-CTR
              DELIMITED BY SIZE INTO SCR-CTR-L5
           STRING 'Descricao: ' CTR-DESCRICAO
              '  Valor: ' CTR-VALOR-MENSAL
              DELIMITED BY SIZE INTO SCR-CTR-L6
           MOVE 'Nova descricao (branco mantem):'     TO SCR-CTR-L8
           MOVE 'Novo fim (AAAAMMDD, 0 mantem) :'     TO SCR-CTR-L9
           MOVE 'Encerrar contrato? (S/N)      :'     TO SCR-CTR-L10
           MOVE 'Novo valor mensal (0 mantem)  :'     TO SCR-CTR-L11
           MOVE 'Alterar itens? (S/N)          :'     TO SCR-CTR-L12
           DISPLAY SCR-CTR

           MOVE SPACES TO WRK-LINHA-CTR

           IF WRK-OPCAO EQUAL 'S'
              MOVE 'E' TO CTR-STATUS
              IF ADT-ANT-STATUS EQUAL 'A'
                 PERFORM VERIFICA-EQUIPAMENTOS
                 IF WRK-EQP-QTD GREATER THAN ZERO
                    MOVE ADT-ANT-STATUS TO CTR-STATUS
                 ELSE
                    PERFORM ACEITA-MOTIVO-ENCERRAMENTO
                 END-IF
              END-IF
           END-IF
           MOVE SPACE TO WRK-OPCAO

           MOVE ZERO TO WRK-NOVO-VALOR
           ACCEPT WRK-NOVO-VALOR                     LINE 18 COLUMN 33

           MOVE 'N' TO WRK-ALTERA-ITENS
           ACCEPT WRK-ALTERA-ITENS                   LINE 19 COLUMN 33
           MOVE FUNCTION UPPER-CASE(WRK-ALTERA-ITENS)
                                                  TO WRK-ALTERA-ITENS

           MOVE ZERO TO WRK-AIT-QTD

           IF WRK-ALTERA-ITENS EQUAL 'S'
              PERFORM ALTERA-ITENS-CONTRATO
           END-IF

           IF WRK-NOVO-VALOR NOT EQUAL ZERO
              MOVE WRK-NOVO-VALOR TO CTR-VALOR-MENSAL
           END-IF

           MOVE CTR-CLIENTE      TO ADT-NOV-CLIENTE
           MOVE CTR-DESCRICAO    TO ADT-NOV-DESCRICAO
           MOVE CTR-VALOR-MENSAL TO ADT-NOV-VALOR
           MOVE CTR-DATA-FIM     TO ADT-NOV-DATA-FIM
           MOVE CTR-STATUS       TO ADT-NOV-STATUS

           IF ADT-ANTERIOR EQUAL ADT-NOVO
              AND WRK-AIT-QTD EQUAL ZERO
              PERFORM LIMPA-RODAPE
              MOVE 'Nenhuma alteracao informada.' TO SCR-TRL-L1
              DISPLAY SCR-TRL
              ACCEPT WRK-OPCAO                       LINE 23 COLUMN 30
              MOVE SPACE TO WRK-OPCAO
              EXIT SECTION
           END-IF

           PERFORM PEDE-VIGENCIA-ADITIVO

           REWRITE CTR-REGISTRO

           PERFORM LIMPA-RODAPE

           IF ARQ-CONTRATO-FS EQUAL ZERO
              PERFORM REGISTRA-ADITIVO
              STRING 'Contrato atualizado. Aditivo ' WRK-ADT-NUMERO
                 ' registrado.'
                 DELIMITED BY SIZE INTO SCR-TRL-L1
           ELSE
              MOVE 'Erro na gravacao do contrato.' TO SCR-TRL-L1
           END-IF

           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 50
           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       VERIFICA-EQUIPAMENTOS                                  SECTION.
      *----------------------------------
           MOVE ZERO TO WRK-EQP-QTD

           OPEN INPUT ARQ-EQUIPTO

           IF ARQ-EQUIPTO-FS NOT EQUAL ZERO
              EXIT SECTION
           END-IF

           MOVE CTR-NUMERO TO EQP-CONTRATO
           START ARQ-EQUIPTO KEY IS EQUAL EQP-CONTRATO

           IF ARQ-EQUIPTO-FS EQUAL ZERO
              READ ARQ-EQUIPTO NEXT RECORD
           END-IF

           PERFORM UNTIL ARQ-EQUIPTO-FS NOT EQUAL ZERO
                      OR EQP-CONTRATO NOT EQUAL CTR-NUMERO
              IF EQP-NO-CLIENTE OR EQP-EM-REPARO
                 ADD 1 TO WRK-EQP-QTD
              END-IF
              READ ARQ-EQUIPTO NEXT RECORD
           END-PERFORM

           CLOSE ARQ-EQUIPTO

           IF WRK-EQP-QTD EQUAL ZERO
              EXIT SECTION
           END-IF

           PERFORM AGENDA-RECOLHIMENTO

           PERFORM LIMPA-RODAPE
           STRING 'Contrato possui ' WRK-EQP-QTD
              ' equipamento(s) em comodato - recolhimento agendado.'
              DELIMITED BY SIZE INTO SCR-TRL-L1
           MOVE 'O contrato permanece ativo ate a devolucao.'
                                                       TO SCR-TRL-L2
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 73
           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       AGENDA-RECOLHIMENTO                                    SECTION.
      *----------------------------------
           MOVE SPACES TO WRK-RECOLHE-DESC
           STRING 'RECOLHER EQUIP CTR ' CTR-NUMERO
              DELIMITED BY SIZE INTO WRK-RECOLHE-DESC

           OPEN I-O ARQ-AGENDA

           IF ARQ-AGENDA-FS EQUAL 35
              OPEN OUTPUT ARQ-AGENDA
              CLOSE ARQ-AGENDA
              OPEN I-O ARQ-AGENDA
           END-IF

           MOVE 'N' TO WRK-RECOLHE-EXISTE

           MOVE SES-OPR-ID TO AGN-OPERADOR
           MOVE ZERO       TO AGN-DATA-VENC
           MOVE ZERO       TO AGN-SEQ

           START ARQ-AGENDA KEY IS NOT LESS THAN AGN-KEY

           IF ARQ-AGENDA-FS EQUAL ZERO
              READ ARQ-AGENDA NEXT RECORD
           END-IF

           PERFORM UNTIL ARQ-AGENDA-FS NOT EQUAL ZERO
                      OR AGN-OPERADOR NOT EQUAL SES-OPR-ID
                      OR WRK-RECOLHE-EXISTE EQUAL 'S'
              IF AGN-TAREFA-PENDENTE
                 AND AGN-DESCRICAO EQUAL WRK-RECOLHE-DESC
                 MOVE 'S' TO WRK-RECOLHE-EXISTE
              END-IF
              READ ARQ-AGENDA NEXT RECORD
           END-PERFORM

           IF WRK-RECOLHE-EXISTE EQUAL 'S'
              CLOSE ARQ-AGENDA
              EXIT SECTION
           END-IF

           PERFORM ABRE-ARQUIVO-FERIADO
           MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-DATA-UTIL
           PERFORM AJUSTA-DIA-UTIL
           PERFORM FECHA-ARQUIVO-FERIADO

           MOVE ZERO TO WRK-PROX-SEQ

           MOVE SES-OPR-ID    TO AGN-OPERADOR
           MOVE WRK-DATA-UTIL TO AGN-DATA-VENC
           MOVE ZERO          TO AGN-SEQ

           START ARQ-AGENDA KEY IS NOT LESS THAN AGN-KEY

           IF ARQ-AGENDA-FS EQUAL ZERO
              READ ARQ-AGENDA NEXT RECORD
              PERFORM UNTIL ARQ-AGENDA-FS NOT EQUAL ZERO
                         OR AGN-OPERADOR NOT EQUAL SES-OPR-ID
                         OR AGN-DATA-VENC NOT EQUAL WRK-DATA-UTIL
                 MOVE AGN-SEQ TO WRK-PROX-SEQ
                 READ ARQ-AGENDA NEXT RECORD
              END-PERFORM
           END-IF

           ADD 1 TO WRK-PROX-SEQ

           MOVE SES-OPR-ID       TO AGN-OPERADOR
           MOVE WRK-DATA-UTIL    TO AGN-DATA-VENC
           MOVE WRK-PROX-SEQ     TO AGN-SEQ
           MOVE CTR-CLIENTE      TO AGN-CLIENTE
           MOVE WRK-RECOLHE-DESC TO AGN-DESCRICAO
           MOVE 'P'              TO AGN-STATUS
           MOVE FUNCTION CURRENT-DATE(1:8) TO AGN-DATA-CRIACAO

           WRITE AGN-REGISTRO

           CLOSE ARQ-AGENDA.
      *-----------------------------------------------------------------
       PEDE-VIGENCIA-ADITIVO                                  SECTION.
      *----------------------------------
           MOVE 'N' TO WRK-DTV-OK

           PERFORM UNTIL WRK-DTV-OK EQUAL 'S'
              PERFORM LIMPA-RODAPE
              MOVE 'Vigencia do aditivo (AAAAMMDD, 0=hoje):'
                                                       TO SCR-TRL-L1
              DISPLAY SCR-TRL

              MOVE ZERO TO WRK-ADT-VIGENCIA
              ACCEPT WRK-ADT-VIGENCIA                LINE 23 COLUMN 41

              IF WRK-ADT-VIGENCIA EQUAL ZERO
                 MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-ADT-VIGENCIA
                 MOVE 'S' TO WRK-DTV-OK
              ELSE
                 MOVE WRK-ADT-VIGENCIA TO WRK-DTV-DATA
                 PERFORM VALIDA-DATA-CALENDARIO
                 IF WRK-DTV-OK NOT EQUAL 'S'
                    PERFORM ERRO-DATA-INVALIDA
                 ELSE
                    MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-ADT-HOJE
                    IF WRK-ADT-VIGENCIA GREATER THAN WRK-ADT-HOJE
                       MOVE 'N' TO WRK-DTV-OK
                       PERFORM ERRO-VIGENCIA-FUTURA
                    END-IF
                 END-IF
              END-IF

              IF WRK-DTV-OK EQUAL 'S'
                 PERFORM VERIFICA-VIGENCIA-FECHADA
              END-IF
           END-PERFORM

           PERFORM LIMPA-RODAPE
           MOVE 'Motivo do aditivo:' TO SCR-TRL-L1
           DISPLAY SCR-TRL

           MOVE SPACES TO WRK-ADT-MOTIVO
           ACCEPT WRK-ADT-MOTIVO                     LINE 23 COLUMN 20

           IF WRK-ADT-MOTIVO EQUAL SPACES
              MOVE 'ALTERACAO CONTRATUAL' TO WRK-ADT-MOTIVO
           END-IF

           IF WRK-MOTIVO-COD NOT EQUAL SPACE
              MOVE WRK-ADT-MOTIVO(1:34) TO WRK-MOTIVO-TXT
              MOVE SPACES TO WRK-ADT-MOTIVO
              STRING 'MOT=' WRK-MOTIVO-COD ' ' WRK-MOTIVO-TXT
                 DELIMITED BY SIZE INTO WRK-ADT-MOTIVO
           END-IF.
      *-----------------------------------------------------------------
       VERIFICA-VIGENCIA-FECHADA                              SECTION.
      *----------------------------------
           INITIALIZE WRK-PFC-PEDIDO
           SET WRK-PFC-CONSULTA TO TRUE
           MOVE WRK-ADT-VIGENCIA TO WRK-PFC-DATA
           CALL 'PERIODO' USING WRK-PFC-PEDIDO

           IF WRK-PFC-FECHADA
              MOVE 'N' TO WRK-DTV-OK
              PERFORM ERRO-VIGENCIA-FECHADA
           END-IF.
      *-----------------------------------------------------------------
       ACEITA-MOTIVO-ENCERRAMENTO                             SECTION.
      *----------------------------------
           OPEN INPUT ARQCRM-DOM

           MOVE 'N' TO WRK-COD-OK

           PERFORM UNTIL WRK-COD-OK EQUAL 'S'
              PERFORM LIMPA-RODAPE
              MOVE 'Codigo do motivo de encerramento:' TO SCR-TRL-L1
              DISPLAY SCR-TRL

              MOVE SPACE TO WRK-MOTIVO-COD
              ACCEPT WRK-MOTIVO-COD                  LINE 23 COLUMN 35
              MOVE FUNCTION UPPER-CASE(WRK-MOTIVO-COD)
                                               TO WRK-MOTIVO-COD

              IF WRK-MOTIVO-COD EQUAL SPACE
                 PERFORM ERRO-MOTIVO-OBRIGATORIO
              ELSE
                 IF ARQCRM-DOM-FS EQUAL ZERO
                    MOVE 'MOT'          TO DOM-TABELA
                    MOVE WRK-MOTIVO-COD TO DOM-CODIGO
                    READ ARQCRM-DOM
                    IF ARQCRM-DOM-FS EQUAL ZERO
                       MOVE 'S' TO WRK-COD-OK
                    ELSE
                       MOVE ZERO TO ARQCRM-DOM-FS
                       PERFORM ERRO-MOTIVO-INVALIDO
                    END-IF
                 ELSE
                    MOVE 'S' TO WRK-COD-OK
                 END-IF
              END-IF
           END-PERFORM

           IF ARQCRM-DOM-FS EQUAL ZERO
              CLOSE ARQCRM-DOM
           END-IF

           MOVE ZERO TO ARQCRM-DOM-FS

           PERFORM LIMPA-RODAPE
           DISPLAY SCR-TRL.
      *-----------------------------------------------------------------
       REGISTRA-INCLUSAO                                      SECTION.
      *----------------------------------
           PERFORM LIMPA-ADITIVO

           MOVE CTR-NUMERO       TO ADT-CONTRATO
           MOVE 'I'              TO ADT-TIPO
           MOVE CTR-DATA-INICIO  TO ADT-DATA-VIGENCIA
           MOVE SES-OPR-ID       TO ADT-OPERADOR
           MOVE 'INCLUSAO DO CONTRATO' TO ADT-MOTIVO
           MOVE CTR-CLIENTE      TO ADT-NOV-CLIENTE
           MOVE CTR-DESCRICAO    TO ADT-NOV-DESCRICAO
           MOVE CTR-VALOR-MENSAL TO ADT-NOV-VALOR
           MOVE CTR-DATA-FIM     TO ADT-NOV-DATA-FIM
           MOVE CTR-STATUS       TO ADT-NOV-STATUS

           CALL 'GRAVAADT' USING ADT-REGISTRO

           IF WRK-USA-ITENS NOT EQUAL 'S'
              EXIT SECTION
           END-IF

           OPEN INPUT ARQ-CTRITEM

           IF ARQ-CTRITEM-FS NOT EQUAL ZERO
              EXIT SECTION
           END-IF

           PERFORM LIMPA-ADITIVO-TERMOS
           MOVE 'N' TO ADT-TIPO

           PERFORM VARYING WRK-K FROM 1 BY 1
              UNTIL WRK-K GREATER THAN WRK-ITM-SEQ
              MOVE WRK-NUMERO TO ITM-CONTRATO
              MOVE WRK-K      TO ITM-SEQ
              READ ARQ-CTRITEM
              IF ARQ-CTRITEM-FS EQUAL ZERO
                 MOVE ITM-SEQ     TO ADT-LINHA
                 MOVE ITM-PRODUTO TO ADT-NOV-PRODUTO
                 MOVE ITM-QTDE    TO ADT-NOV-QTDE
                 MOVE ITM-VALOR   TO ADT-NOV-ITM-VALOR
                 CALL 'GRAVAADT' USING ADT-REGISTRO
              END-IF
           END-PERFORM

           MOVE ZERO TO ARQ-CTRITEM-FS

           CLOSE ARQ-CTRITEM.
      *-----------------------------------------------------------------
       REGISTRA-ADITIVO                                       SECTION.
      *----------------------------------
           MOVE CTR-NUMERO       TO ADT-CONTRATO
           MOVE ZERO             TO ADT-NUMERO
           MOVE ZERO             TO ADT-LINHA
           MOVE WRK-ADT-VIGENCIA TO ADT-DATA-VIGENCIA
           MOVE SES-OPR-ID       TO ADT-OPERADOR
           MOVE WRK-ADT-MOTIVO   TO ADT-MOTIVO

           IF ADT-ANT-STATUS EQUAL 'A'
              AND ADT-NOV-STATUS EQUAL 'E'
              MOVE 'E' TO ADT-TIPO
           ELSE
              MOVE 'A' TO ADT-TIPO
           END-IF

           CALL 'GRAVAADT' USING ADT-REGISTRO

           MOVE ADT-NUMERO TO WRK-ADT-NUMERO

           PERFORM LIMPA-ADITIVO-TERMOS

           PERFORM VARYING WRK-K FROM 1 BY 1
              UNTIL WRK-K GREATER THAN WRK-AIT-QTD
              MOVE WRK-AIT-TIPO(WRK-K)        TO ADT-TIPO
              MOVE WRK-AIT-SEQ(WRK-K)         TO ADT-LINHA
              MOVE WRK-AIT-ANT-PRODUTO(WRK-K) TO ADT-ANT-PRODUTO
              MOVE WRK-AIT-ANT-QTDE(WRK-K)    TO ADT-ANT-QTDE
              MOVE WRK-AIT-ANT-VALOR(WRK-K)   TO ADT-ANT-ITM-VALOR
              MOVE WRK-AIT-NOV-PRODUTO(WRK-K) TO ADT-NOV-PRODUTO
              MOVE WRK-AIT-NOV-QTDE(WRK-K)    TO ADT-NOV-QTDE
              MOVE WRK-AIT-NOV-VALOR(WRK-K)   TO ADT-NOV-ITM-VALOR
              CALL 'GRAVAADT' USING ADT-REGISTRO
           END-PERFORM.
      *-----------------------------------------------------------------
       ALTERA-ITENS-CONTRATO                                  SECTION.
      *----------------------------------
           OPEN INPUT ARQ-PRODUTO

           IF ARQ-PRODUTO-FS NOT EQUAL ZERO
              PERFORM LIMPA-RODAPE
              MOVE 'Catalogo de produtos inexistente.' TO SCR-TRL-L1
              DISPLAY SCR-TRL
              ACCEPT WRK-OPCAO                       LINE 23 COLUMN 35
              MOVE SPACE TO WRK-OPCAO
              EXIT SECTION
           END-IF

           OPEN I-O ARQ-CTRITEM

           IF ARQ-CTRITEM-FS EQUAL 35
              OPEN OUTPUT ARQ-CTRITEM
              CLOSE ARQ-CTRITEM
              OPEN I-O ARQ-CTRITEM
           END-IF

           MOVE 'N' TO WRK-FIM-ITENS

           PERFORM LIMPA-CORPO
           STRING 'Itens do contrato ' WRK-NUMERO
              DELIMITED BY SIZE INTO SCR-CTR-L1
           MOVE 'Produto (branco encerra):'        TO SCR-CTR-L3
           MOVE 'Quantidade (0=exclui)   :'        TO SCR-CTR-L4
           DISPLAY SCR-CTR

           PERFORM UNTIL WRK-FIM-ITENS EQUAL 'S'
              MOVE SPACES TO WRK-PRODUTO
              ACCEPT WRK-PRODUTO                    LINE 10 COLUMN 27
              MOVE FUNCTION UPPER-CASE(WRK-PRODUTO) TO WRK-PRODUTO

              IF WRK-PRODUTO EQUAL SPACES
                 MOVE 'S' TO WRK-FIM-ITENS
              ELSE
                 PERFORM ALTERA-UM-ITEM
              END-IF
           END-PERFORM

           CLOSE ARQ-PRODUTO
           CLOSE ARQ-CTRITEM.
      *-----------------------------------------------------------------
       ALTERA-UM-ITEM                                         SECTION.
      *----------------------------------
           MOVE WRK-PRODUTO TO PRD-CODIGO
           READ ARQ-PRODUTO

           IF ARQ-PRODUTO-FS NOT EQUAL ZERO
              PERFORM LIMPA-RODAPE
              MOVE 'Produto nao cadastrado.' TO SCR-TRL-L1
              DISPLAY SCR-TRL
              ACCEPT WRK-OPCAO                       LINE 23 COLUMN 25
              MOVE SPACE TO WRK-OPCAO
              EXIT SECTION
           END-IF

           IF WRK-AIT-QTD NOT LESS THAN 30
              PERFORM LIMPA-RODAPE
              MOVE 'Limite de itens por aditivo atingido.'
                                                       TO SCR-TRL-L1
              DISPLAY SCR-TRL
              ACCEPT WRK-OPCAO                       LINE 23 COLUMN 39
              MOVE SPACE TO WRK-OPCAO
              EXIT SECTION
           END-IF

           MOVE ZERO TO WRK-QTDE
           ACCEPT WRK-QTDE                           LINE 11 COLUMN 27

           PERFORM LOCALIZA-ITEM-CONTRATO

           IF WRK-ITM-ACHOU EQUAL ZERO
              AND WRK-ITM-ULTIMO NOT LESS THAN 99
              PERFORM LIMPA-RODAPE
              MOVE 'Contrato sem espaco para novos itens.'
                                                       TO SCR-TRL-L1
              DISPLAY SCR-TRL
              ACCEPT WRK-OPCAO                       LINE 23 COLUMN 39
              MOVE SPACE TO WRK-OPCAO
              EXIT SECTION
           END-IF

           ADD 1 TO WRK-AIT-QTD
           MOVE SPACES TO WRK-AIT-ANT-PRODUTO(WRK-AIT-QTD)
           MOVE ZERO   TO WRK-AIT-ANT-QTDE(WRK-AIT-QTD)
           MOVE ZERO   TO WRK-AIT-ANT-VALOR(WRK-AIT-QTD)
           MOVE SPACES TO WRK-AIT-NOV-PRODUTO(WRK-AIT-QTD)
           MOVE ZERO   TO WRK-AIT-NOV-QTDE(WRK-AIT-QTD)
           MOVE ZERO   TO WRK-AIT-NOV-VALOR(WRK-AIT-QTD)

           IF WRK-ITM-ACHOU EQUAL ZERO
              IF WRK-QTDE EQUAL ZERO
                 MOVE 1 TO WRK-QTDE
              END-IF
              COMPUTE WRK-ITM-SEQ = WRK-ITM-ULTIMO + 1
              MOVE WRK-NUMERO  TO ITM-CONTRATO
              MOVE WRK-ITM-SEQ TO ITM-SEQ
              MOVE WRK-PRODUTO TO ITM-PRODUTO
              MOVE WRK-QTDE    TO ITM-QTDE
              PERFORM PRECIFICA-ITEM
              WRITE ITM-REGISTRO
              MOVE 'N' TO WRK-AIT-TIPO(WRK-AIT-QTD)
           ELSE
              MOVE WRK-NUMERO    TO ITM-CONTRATO
              MOVE WRK-ITM-ACHOU TO ITM-SEQ
              READ ARQ-CTRITEM
              MOVE ITM-PRODUTO TO WRK-AIT-ANT-PRODUTO(WRK-AIT-QTD)
              MOVE ITM-QTDE    TO WRK-AIT-ANT-QTDE(WRK-AIT-QTD)
              MOVE ITM-VALOR   TO WRK-AIT-ANT-VALOR(WRK-AIT-QTD)
              IF WRK-QTDE EQUAL ZERO
                 DELETE ARQ-CTRITEM
                 MOVE 'X' TO WRK-AIT-TIPO(WRK-AIT-QTD)
              ELSE
                 MOVE WRK-QTDE TO ITM-QTDE
                 PERFORM PRECIFICA-ITEM
                 REWRITE ITM-REGISTRO
                 MOVE 'M' TO WRK-AIT-TIPO(WRK-AIT-QTD)
              END-IF
           END-IF

           IF ARQ-CTRITEM-FS NOT EQUAL ZERO
              SUBTRACT 1 FROM WRK-AIT-QTD
              PERFORM LIMPA-RODAPE
              MOVE 'Erro na gravacao do item.' TO SCR-TRL-L1
              DISPLAY SCR-TRL
              ACCEPT WRK-OPCAO                       LINE 23 COLUMN 27
              MOVE SPACE TO WRK-OPCAO
              EXIT SECTION
           END-IF

           MOVE ITM-SEQ TO WRK-AIT-SEQ(WRK-AIT-QTD)

           IF WRK-AIT-TIPO(WRK-AIT-QTD) NOT EQUAL 'X'
              MOVE ITM-PRODUTO TO WRK-AIT-NOV-PRODUTO(WRK-AIT-QTD)
              MOVE ITM-QTDE    TO WRK-AIT-NOV-QTDE(WRK-AIT-QTD)
              MOVE ITM-VALOR   TO WRK-AIT-NOV-VALOR(WRK-AIT-QTD)
           END-IF

           COMPUTE WRK-ITM-DIFERENCA = CTR-VALOR-MENSAL
              + WRK-AIT-NOV-VALOR(WRK-AIT-QTD)
              - WRK-AIT-ANT-VALOR(WRK-AIT-QTD)

           IF WRK-ITM-DIFERENCA LESS THAN ZERO
              MOVE ZERO TO WRK-ITM-DIFERENCA
           END-IF

           MOVE WRK-ITM-DIFERENCA TO CTR-VALOR-MENSAL

           PERFORM LIMPA-RODAPE
           MOVE SPACES TO SCR-TRL-L1
           STRING 'Item ' ITM-SEQ ': ' PRD-DESCRICAO
              '  Valor mensal: ' CTR-VALOR-MENSAL
              DELIMITED BY SIZE INTO SCR-TRL-L1
           DISPLAY SCR-TRL.
      *-----------------------------------------------------------------
       LOCALIZA-ITEM-CONTRATO                                 SECTION.
      *----------------------------------
           MOVE ZERO TO WRK-ITM-ACHOU
           MOVE ZERO TO WRK-ITM-ULTIMO

           MOVE WRK-NUMERO TO ITM-CONTRATO
           MOVE ZERO       TO ITM-SEQ
           START ARQ-CTRITEM KEY IS NOT LESS THAN ITM-KEY

           IF ARQ-CTRITEM-FS EQUAL ZERO
              READ ARQ-CTRITEM NEXT RECORD
              PERFORM UNTIL ARQ-CTRITEM-FS NOT EQUAL ZERO
                         OR ITM-CONTRATO NOT EQUAL WRK-NUMERO
                 MOVE ITM-SEQ TO WRK-ITM-ULTIMO
                 IF ITM-PRODUTO EQUAL WRK-PRODUTO
                    AND WRK-ITM-ACHOU EQUAL ZERO
                    MOVE ITM-SEQ TO WRK-ITM-ACHOU
                 END-IF
                 READ ARQ-CTRITEM NEXT RECORD
              END-PERFORM
           END-IF

           MOVE ZERO TO ARQ-CTRITEM-FS.
      *-----------------------------------------------------------------
       LISTA-ADITIVOS                                         SECTION.
      *----------------------------------
           PERFORM LIMPA-CORPO

           MOVE 'Aditivos de um contrato' TO SCR-CTR-L1
           MOVE 'Numero do contrato:'     TO SCR-CTR-L2
           DISPLAY SCR-CTR

           ACCEPT WRK-NUMERO                         LINE 9  COLUMN 21

           MOVE WRK-NUMERO TO CTR-NUMERO
           READ ARQ-CONTRATO

           IF ARQ-CONTRATO-FS NOT EQUAL ZERO
              PERFORM ERRO-CONTRATO-NAO-ENCONTRADO
              EXIT SECTION
           END-IF

           STRING 'Cliente: ' CTR-CLIENTE '  ' CTR-DESCRICAO
              '  Valor atual: ' CTR-VALOR-MENSAL
              DELIMITED BY SIZE INTO SCR-CTR-L3
           STRING 'NUM VIGENCIA T VLR ANTER VLR NOVO  FIM NOVO S '
              'OPERADOR MOTIVO'
              DELIMITED BY SIZE INTO SCR-CTR-L4
           DISPLAY SCR-CTR

           OPEN INPUT ARQ-ADITIVO

           IF ARQ-ADITIVO-FS NOT EQUAL ZERO
              PERFORM LIMPA-RODAPE
              MOVE 'Nenhum aditivo registrado.' TO SCR-TRL-L1
              DISPLAY SCR-TRL
              ACCEPT WRK-OPCAO                       LINE 23 COLUMN 28
              MOVE SPACE TO WRK-OPCAO
              EXIT SECTION
           END-IF

           MOVE 12 TO WRK-LINHA

           MOVE WRK-NUMERO TO HAD-CONTRATO
           MOVE ZERO       TO HAD-NUMERO
           MOVE ZERO       TO HAD-LINHA
           START ARQ-ADITIVO KEY IS NOT LESS THAN HAD-KEY

           IF ARQ-ADITIVO-FS EQUAL ZERO
              READ ARQ-ADITIVO NEXT RECORD

              PERFORM UNTIL ARQ-ADITIVO-FS NOT EQUAL ZERO
                         OR HAD-CONTRATO NOT EQUAL WRK-NUMERO
                 PERFORM MONTA-LINHA-ADITIVO
                 DISPLAY WRK-EXIBE             LINE WRK-LINHA COLUMN 1
                 ADD 1 TO WRK-LINHA

                 IF WRK-LINHA IS GREATER THAN 20
                    PERFORM LIMPA-RODAPE
                    MOVE 'Continua ... [pressione ENTER]' TO SCR-TRL-L1
                    DISPLAY SCR-TRL
                    ACCEPT WRK-OPCAO                 LINE 23 COLUMN 32
                    MOVE 12 TO WRK-LINHA
                    DISPLAY SCR-CTR
                 END-IF

                 READ ARQ-ADITIVO NEXT RECORD
              END-PERFORM
           END-IF

           CLOSE ARQ-ADITIVO

           PERFORM LIMPA-RODAPE
           MOVE 'Fim da lista. [pressione ENTER]' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 33
           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       MONTA-LINHA-ADITIVO                                    SECTION.
      *----------------------------------
           MOVE SPACES TO WRK-EXIBE

           EVALUATE TRUE
              WHEN HAD-ITEM-INCLUIDO
                 OR HAD-ITEM-ALTERADO
                 OR HAD-ITEM-EXCLUIDO
                 STRING '    item ' HAD-LINHA ' ' HAD-TIPO ' '
                    HAD-ANT-PRODUTO ' ' HAD-ANT-QTDE ' '
                    HAD-ANT-ITM-VALOR ' -> ' HAD-NOV-PRODUTO ' '
                    HAD-NOV-QTDE ' ' HAD-NOV-ITM-VALOR
                    DELIMITED BY SIZE INTO WRK-EXIBE
              WHEN HAD-TRANSFERENCIA
                 STRING HAD-NUMERO ' ' HAD-DATA-VIGENCIA ' '
                    HAD-TIPO ' cliente ' HAD-ANT-CLIENTE ' -> '
                    HAD-NOV-CLIENTE '          ' HAD-OPERADOR ' '
                    HAD-MOTIVO(1:20)
                    DELIMITED BY SIZE INTO WRK-EXIBE
              WHEN OTHER
                 STRING HAD-NUMERO ' ' HAD-DATA-VIGENCIA ' '
                    HAD-TIPO ' ' HAD-ANT-VALOR ' ' HAD-NOV-VALOR ' '
                    HAD-NOV-DATA-FIM ' ' HAD-NOV-STATUS ' '
                    HAD-OPERADOR ' ' HAD-MOTIVO(1:20)
                    DELIMITED BY SIZE INTO WRK-EXIBE
           END-EVALUATE.
      *-----------------------------------------------------------------
       CONTRATO-NA-DATA                                       SECTION.
      *----------------------------------
           PERFORM LIMPA-CORPO

           MOVE 'Contrato vigente em uma data' TO SCR-CTR-L1
           MOVE 'Numero do contrato:'          TO SCR-CTR-L3
           MOVE 'Data (AAAAMMDD)   :'          TO SCR-CTR-L4
           DISPLAY SCR-CTR

           ACCEPT WRK-NUMERO                         LINE 10 COLUMN 21

           MOVE WRK-NUMERO TO CTR-NUMERO
           READ ARQ-CONTRATO

           IF ARQ-CONTRATO-FS NOT EQUAL ZERO
              PERFORM ERRO-CONTRATO-NAO-ENCONTRADO
              EXIT SECTION
           END-IF

           MOVE 'N' TO WRK-DTV-OK

           PERFORM UNTIL WRK-DTV-OK EQUAL 'S'
              MOVE ZERO TO WRK-DATA-REF
              ACCEPT WRK-DATA-REF                    LINE 11 COLUMN 21

              IF WRK-DATA-REF EQUAL ZERO
                 MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-DATA-REF
                 MOVE 'S' TO WRK-DTV-OK
              ELSE
                 MOVE WRK-DATA-REF TO WRK-DTV-DATA
                 PERFORM VALIDA-DATA-CALENDARIO
                 IF WRK-DTV-OK NOT EQUAL 'S'
                    PERFORM ERRO-DATA-INVALIDA
                 END-IF
              END-IF
           END-PERFORM

           MOVE CTR-CLIENTE      TO WRK-VIG-CLIENTE
           MOVE CTR-DESCRICAO    TO WRK-VIG-DESCRICAO
           MOVE CTR-VALOR-MENSAL TO WRK-VIG-VALOR
           MOVE CTR-DATA-FIM     TO WRK-VIG-FIM
           MOVE CTR-STATUS       TO WRK-VIG-STATUS
           MOVE 'S'              TO WRK-EM-VIGOR

           PERFORM CARREGA-ITENS-VIGENTES
           PERFORM CARREGA-ADITIVOS

           MOVE ZERO TO WRK-ADT-ANTERIORES
           MOVE ZERO TO WRK-ADT-POSTERIORES

           PERFORM VARYING WRK-J FROM WRK-HAD-QTD BY -1
              UNTIL WRK-J LESS THAN 1
              MOVE WRK-HAD-ENT(WRK-J) TO HAD-REGISTRO
              IF HAD-DATA-VIGENCIA GREATER THAN WRK-DATA-REF
                 IF HAD-LINHA EQUAL ZERO
                    ADD 1 TO WRK-ADT-POSTERIORES
                 END-IF
                 PERFORM DESFAZ-ADITIVO
              ELSE
                 IF HAD-LINHA EQUAL ZERO
                    ADD 1 TO WRK-ADT-ANTERIORES
                 END-IF
              END-IF
           END-PERFORM

           IF CTR-DATA-INICIO GREATER THAN WRK-DATA-REF
              MOVE 'N' TO WRK-EM-VIGOR
           END-IF

           IF WRK-VIG-FIM NOT EQUAL ZERO
              AND WRK-VIG-FIM LESS THAN WRK-DATA-REF
              MOVE 'N' TO WRK-EM-VIGOR
           END-IF

           IF WRK-VIG-STATUS EQUAL 'E'
              AND WRK-VIG-FIM EQUAL ZERO
              MOVE 'N' TO WRK-EM-VIGOR
           END-IF

           PERFORM ESCREVE-CONTRATO-NA-DATA

           PERFORM LIMPA-CORPO

           MOVE 'Contrato vigente em uma data' TO SCR-CTR-L1
           STRING 'Contrato ' WRK-NUMERO ' em ' WRK-DATA-REF
              DELIMITED BY SIZE INTO SCR-CTR-L3
           IF WRK-EM-VIGOR EQUAL 'S'
              STRING 'Situacao : EM VIGOR  Valor: ' WRK-VIG-VALOR
                 '  Fim: ' WRK-VIG-FIM
                 DELIMITED BY SIZE INTO SCR-CTR-L4
           ELSE
              MOVE 'Situacao : NAO VIGENTE NA DATA' TO SCR-CTR-L4
           END-IF
           STRING 'Itens na data: ' WRK-VIT-ITENS
              '  Aditivos ate a data: ' WRK-ADT-ANTERIORES
              DELIMITED BY SIZE INTO SCR-CTR-L5
           STRING 'Arquivo: ' WRK-RELCTD-PATH
              DELIMITED BY SIZE INTO SCR-CTR-L7

           DISPLAY SCR-CTR

           PERFORM LIMPA-RODAPE
           MOVE '[pressione ENTER]' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 18
           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       CARREGA-ITENS-VIGENTES                                 SECTION.
      *----------------------------------
           PERFORM VARYING WRK-J FROM 1 BY 1 UNTIL WRK-J GREATER THAN 99
              MOVE 'N'    TO WRK-VIT-ATIVO(WRK-J)
              MOVE SPACES TO WRK-VIT-PRODUTO(WRK-J)
              MOVE ZERO   TO WRK-VIT-QTDE(WRK-J)
              MOVE ZERO   TO WRK-VIT-VALOR(WRK-J)
           END-PERFORM

           OPEN INPUT ARQ-CTRITEM

           IF ARQ-CTRITEM-FS NOT EQUAL ZERO
              EXIT SECTION
           END-IF

           MOVE WRK-NUMERO TO ITM-CONTRATO
           MOVE ZERO       TO ITM-SEQ
           START ARQ-CTRITEM KEY IS NOT LESS THAN ITM-KEY

           IF ARQ-CTRITEM-FS EQUAL ZERO
              READ ARQ-CTRITEM NEXT RECORD
              PERFORM UNTIL ARQ-CTRITEM-FS NOT EQUAL ZERO
                         OR ITM-CONTRATO NOT EQUAL WRK-NUMERO
                 IF ITM-SEQ GREATER THAN ZERO
                    MOVE 'S'         TO WRK-VIT-ATIVO(ITM-SEQ)
                    MOVE ITM-PRODUTO TO WRK-VIT-PRODUTO(ITM-SEQ)
                    MOVE ITM-QTDE    TO WRK-VIT-QTDE(ITM-SEQ)
                    MOVE ITM-VALOR   TO WRK-VIT-VALOR(ITM-SEQ)
                 END-IF
                 READ ARQ-CTRITEM NEXT RECORD
              END-PERFORM
           END-IF

           MOVE ZERO TO ARQ-CTRITEM-FS

           CLOSE ARQ-CTRITEM.
      *-----------------------------------------------------------------
       CARREGA-ADITIVOS                                       SECTION.
      *----------------------------------
           MOVE ZERO TO WRK-HAD-QTD
           MOVE 'N'  TO WRK-HAD-ESTOURO

           OPEN INPUT ARQ-ADITIVO

           IF ARQ-ADITIVO-FS NOT EQUAL ZERO
              EXIT SECTION
           END-IF

           MOVE WRK-NUMERO TO HAD-CONTRATO
           MOVE ZERO       TO HAD-NUMERO
           MOVE ZERO       TO HAD-LINHA
           START ARQ-ADITIVO KEY IS NOT LESS THAN HAD-KEY

           IF ARQ-ADITIVO-FS EQUAL ZERO
              READ ARQ-ADITIVO NEXT RECORD
              PERFORM UNTIL ARQ-ADITIVO-FS NOT EQUAL ZERO
                         OR HAD-CONTRATO NOT EQUAL WRK-NUMERO
                 IF WRK-HAD-QTD LESS THAN 200
                    ADD 1 TO WRK-HAD-QTD
                    MOVE HAD-REGISTRO TO WRK-HAD-ENT(WRK-HAD-QTD)
                 ELSE
                    MOVE 'S' TO WRK-HAD-ESTOURO
                 END-IF
                 READ ARQ-ADITIVO NEXT RECORD
              END-PERFORM
           END-IF

           CLOSE ARQ-ADITIVO.
      *-----------------------------------------------------------------
       DESFAZ-ADITIVO                                         SECTION.
      *----------------------------------
           EVALUATE TRUE
              WHEN HAD-INCLUSAO
                 MOVE 'N' TO WRK-EM-VIGOR
              WHEN HAD-ITEM-INCLUIDO
                 IF HAD-LINHA GREATER THAN ZERO
                    MOVE 'N' TO WRK-VIT-ATIVO(HAD-LINHA)
                 END-IF
              WHEN HAD-ITEM-ALTERADO
                 OR HAD-ITEM-EXCLUIDO
                 IF HAD-LINHA GREATER THAN ZERO
                    MOVE 'S'               TO WRK-VIT-ATIVO(HAD-LINHA)
                    MOVE HAD-ANT-PRODUTO   TO WRK-VIT-PRODUTO(HAD-LINHA)
                    MOVE HAD-ANT-QTDE      TO WRK-VIT-QTDE(HAD-LINHA)
                    MOVE HAD-ANT-ITM-VALOR TO WRK-VIT-VALOR(HAD-LINHA)
                 END-IF
              WHEN OTHER
                 IF HAD-ANT-CLIENTE NOT EQUAL HAD-NOV-CLIENTE
                    MOVE HAD-ANT-CLIENTE TO WRK-VIG-CLIENTE
                 END-IF
                 IF HAD-ANT-DESCRICAO NOT EQUAL HAD-NOV-DESCRICAO
                    MOVE HAD-ANT-DESCRICAO TO WRK-VIG-DESCRICAO
                 END-IF
                 IF HAD-ANT-VALOR NOT EQUAL HAD-NOV-VALOR
                    MOVE HAD-ANT-VALOR TO WRK-VIG-VALOR
                 END-IF
                 IF HAD-ANT-DATA-FIM NOT EQUAL HAD-NOV-DATA-FIM
                    MOVE HAD-ANT-DATA-FIM TO WRK-VIG-FIM
                 END-IF
                 IF HAD-ANT-STATUS NOT EQUAL HAD-NOV-STATUS
                    MOVE HAD-ANT-STATUS TO WRK-VIG-STATUS
                 END-IF
           END-EVALUATE.
      *-----------------------------------------------------------------
       ESCREVE-CONTRATO-NA-DATA                               SECTION.
      *----------------------------------
           MOVE SPACES TO WRK-RELCTD-PATH
           STRING './files/CTRDATA-' FUNCTION CURRENT-DATE(1:14)
              '.LST' DELIMITED BY SIZE INTO WRK-RELCTD-PATH

           OPEN OUTPUT REL-CTD

           MOVE 'CRM - CONTRATO VIGENTE EM UMA DATA' TO REL-CTD-LINHA
           WRITE REL-CTD-LINHA

           MOVE SPACES TO REL-CTD-LINHA
           STRING 'Contrato: ' WRK-NUMERO
              '   Data de referencia: ' WRK-DATA-REF
              DELIMITED BY SIZE INTO REL-CTD-LINHA
           WRITE REL-CTD-LINHA

           MOVE SPACES TO REL-CTD-LINHA
           WRITE REL-CTD-LINHA

           MOVE SPACES TO REL-CTD-LINHA
           IF WRK-EM-VIGOR EQUAL 'S'
              MOVE 'Situacao na data : EM VIGOR' TO REL-CTD-LINHA
           ELSE
              MOVE 'Situacao na data : NAO VIGENTE' TO REL-CTD-LINHA
           END-IF
           WRITE REL-CTD-LINHA

           MOVE SPACES TO REL-CTD-LINHA
           STRING 'Cliente          : ' WRK-VIG-CLIENTE
              DELIMITED BY SIZE INTO REL-CTD-LINHA
           WRITE REL-CTD-LINHA

           MOVE SPACES TO REL-CTD-LINHA
           STRING 'Descricao        : ' WRK-VIG-DESCRICAO
              DELIMITED BY SIZE INTO REL-CTD-LINHA
           WRITE REL-CTD-LINHA

           MOVE SPACES TO REL-CTD-LINHA
           STRING 'Valor mensal     : ' WRK-VIG-VALOR
              DELIMITED BY SIZE INTO REL-CTD-LINHA
           WRITE REL-CTD-LINHA

           MOVE SPACES TO REL-CTD-LINHA
           STRING 'Inicio           : ' CTR-DATA-INICIO
              '   Fim: ' WRK-VIG-FIM '   Status: ' WRK-VIG-STATUS
              DELIMITED BY SIZE INTO REL-CTD-LINHA
           WRITE REL-CTD-LINHA

           MOVE SPACES TO REL-CTD-LINHA
           WRITE REL-CTD-LINHA

           MOVE 'SEQ PROD QTDE      VALOR' TO REL-CTD-LINHA
           WRITE REL-CTD-LINHA

           MOVE ZERO TO WRK-VIT-ITENS
           MOVE ZERO TO WRK-VIT-TOTAL

           PERFORM VARYING WRK-J FROM 1 BY 1 UNTIL WRK-J GREATER THAN 99
              IF WRK-VIT-ATIVO(WRK-J) EQUAL 'S'
                 ADD 1 TO WRK-VIT-ITENS
                 ADD WRK-VIT-VALOR(WRK-J) TO WRK-VIT-TOTAL
                 MOVE SPACES TO REL-CTD-LINHA
                 STRING WRK-J ' ' WRK-VIT-PRODUTO(WRK-J) ' '
                    WRK-VIT-QTDE(WRK-J) '  ' WRK-VIT-VALOR(WRK-J)
                    DELIMITED BY SIZE INTO REL-CTD-LINHA
                 WRITE REL-CTD-LINHA
              END-IF
           END-PERFORM

           MOVE SPACES TO REL-CTD-LINHA
           STRING 'Itens: ' WRK-VIT-ITENS '   Total dos itens: '
              WRK-VIT-TOTAL
              DELIMITED BY SIZE INTO REL-CTD-LINHA
           WRITE REL-CTD-LINHA

           MOVE SPACES TO REL-CTD-LINHA
           WRITE REL-CTD-LINHA

           MOVE SPACES TO REL-CTD-LINHA
           STRING 'Aditivos vigentes ate a data  : ' WRK-ADT-ANTERIORES
              DELIMITED BY SIZE INTO REL-CTD-LINHA
           WRITE REL-CTD-LINHA

           MOVE SPACES TO REL-CTD-LINHA
           STRING 'Aditivos posteriores a data   : '
              WRK-ADT-POSTERIORES
              DELIMITED BY SIZE INTO REL-CTD-LINHA
           WRITE REL-CTD-LINHA

           IF WRK-HAD-ESTOURO EQUAL 'S'
              MOVE 'ATENCAO: HISTORICO TRUNCADO EM 200 REGISTROS'
                                                    TO REL-CTD-LINHA
              WRITE REL-CTD-LINHA
           END-IF

           MOVE SPACES TO REL-CTD-LINHA
           STRING 'Emitido em ' FUNCTION CURRENT-DATE(1:8)
              ' por ' SES-OPR-ID
              DELIMITED BY SIZE INTO REL-CTD-LINHA
           WRITE REL-CTD-LINHA

           CLOSE REL-CTD

           MOVE 'CTRDATA' TO SAI-TIPO
           MOVE WRK-RELCTD-PATH TO SAI-ARQUIVO
           MOVE SES-OPR-ID TO SAI-OPERADOR
           MOVE WRK-VIT-ITENS TO SAI-REGISTROS
           CALL 'REGSAIDA' USING SAI-REGISTRO.
      *-----------------------------------------------------------------
       LISTA-CONTRATOS                                        SECTION.
      *----------------------------------
           PERFORM LIMPA-CORPO

           MOVE 'Contratos de um cliente' TO SCR-CTR-L1
           MOVE 'Cliente (ID):'           TO SCR-CTR-L2
           DISPLAY SCR-CTR

           ACCEPT WRK-CLIENTE                        LINE 9  COLUMN 15
           MOVE FUNCTION UPPER-CASE(WRK-CLIENTE) TO WRK-CLIENTE

           MOVE 'NUMERO CLIENTE DESCRICAO                      FIM'
                                                       TO SCR-CTR-L3
           DISPLAY SCR-CTR

           MOVE 11 TO WRK-LINHA

           MOVE WRK-CLIENTE TO CTR-CLIENTE
           START ARQ-CONTRATO KEY IS NOT LESS THAN CTR-CLIENTE

           IF ARQ-CONTRATO-FS EQUAL ZERO
              READ ARQ-CONTRATO NEXT RECORD

              PERFORM UNTIL ARQ-CONTRATO-FS NOT EQUAL ZERO
                         OR CTR-CLIENTE NOT EQUAL WRK-CLIENTE
                 MOVE SPACES TO WRK-LINHA-CTR
                 STRING CTR-NUMERO '  ' CTR-CLIENTE '  '
                    CTR-DESCRICAO ' ' CTR-DATA-FIM ' ' CTR-STATUS
                    DELIMITED BY SIZE INTO WRK-LINHA-CTR
                 DISPLAY WRK-LINHA-CTR         LINE WRK-LINHA COLUMN 1
                 ADD 1 TO WRK-LINHA

                 IF WRK-LINHA IS GREATER THAN 20
                    PERFORM LIMPA-RODAPE
                    MOVE 'Continua ... [pressione ENTER]' TO SCR-TRL-L1
                    DISPLAY SCR-TRL
                    ACCEPT WRK-OPCAO                 LINE 23 COLUMN 32
                    MOVE 11 TO WRK-LINHA
                    DISPLAY SCR-CTR
                 END-IF

                 READ ARQ-CONTRATO NEXT RECORD
              END-PERFORM
           END-IF

           PERFORM LIMPA-RODAPE
           MOVE 'Fim da lista. [pressione ENTER]' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 33
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
       ERRO-CLIENTE-NAO-ENCONTRADO.
           PERFORM LIMPA-RODAPE
           MOVE 'Cliente nao encontrado.' TO SCR-TRL-L1
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
       ERRO-MOTIVO-OBRIGATORIO.
           PERFORM LIMPA-RODAPE
           MOVE 'Motivo e obrigatorio' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 22
           MOVE SPACE TO WRK-OPCAO.
      *
       ERRO-MOTIVO-INVALIDO.
           PERFORM LIMPA-RODAPE
           MOVE 'Codigo de motivo nao cadastrado (tabela MOT).'
                                                       TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 47
           MOVE SPACE TO WRK-OPCAO.
      *
       ERRO-VIGENCIA-FECHADA.
           PERFORM LIMPA-RODAPE
           STRING 'Competencia ' WRK-ADT-VIGENCIA(1:6)
              ' fechada. Vigencia a partir de '
              WRK-PFC-COMPET-ABERTA '.'
              DELIMITED BY SIZE INTO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 57
           MOVE SPACE TO WRK-OPCAO.
      *
       ERRO-VIGENCIA-FUTURA.
           PERFORM LIMPA-RODAPE
           MOVE 'Vigencia futura nao permitida. Informe ate hoje.'
                                                       TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 50
           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       MENSAGENS                                               SECTION.
      *----------------------------------
       COPY 'CRMK-MGP'.
      *
       COPY 'CRMK-DTP'.
      *
       ERRO-DATA-INVALIDA.
           PERFORM LIMPA-RODAPE
           MOVE 'Data invalida. Informe novamente.' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 35
           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       FINALIZAR                                              SECTION.
      *----------------------------------
       VOLTAR-MENU.
           CLOSE ARQ-CONTRATO
           GOBACK.
              CLOSE ARQ-CONTRATO
              OPEN I-O ARQ-CONTRATO
           END-IF.
      *
       ABRE-ARQUIVO-FERIADO.
           MOVE 'N' TO WRK-FER-ABERTO

           OPEN INPUT ARQ-FERIADO

           IF ARQ-FERIADO-FS EQUAL ZERO
              MOVE 'S' TO WRK-FER-ABERTO
           END-IF.
      *
       FECHA-ARQUIVO-FERIADO.
           IF WRK-FER-ABERTO EQUAL 'S'
              CLOSE ARQ-FERIADO
              MOVE 'N' TO WRK-FER-ABERTO
           END-IF.
      *
       COPY 'CRMK-DIU'.
      *-----------------------------------------------------------------
       UTILITARIOS                                            SECTION.
      *----------------------------------
       LIMPA-RODAPE.
           MOVE TPL-TRL TO SCR-TRL.
      *
       LIMPA-ADITIVO.
           MOVE ZERO   TO ADT-CONTRATO
           MOVE ZERO   TO ADT-NUMERO
           MOVE ZERO   TO ADT-LINHA
           MOVE SPACE  TO ADT-TIPO
           MOVE ZERO   TO ADT-DATA-VIGENCIA
           MOVE SPACES TO ADT-OPERADOR
           MOVE SPACES TO ADT-MOTIVO

           PERFORM LIMPA-ADITIVO-TERMOS.
      *
       LIMPA-ADITIVO-TERMOS.
           MOVE SPACES TO ADT-ANT-CLIENTE
           MOVE SPACES TO ADT-ANT-DESCRICAO
           MOVE ZERO   TO ADT-ANT-VALOR
           MOVE ZERO   TO ADT-ANT-DATA-FIM
           MOVE SPACE  TO ADT-ANT-STATUS
           MOVE SPACES TO ADT-NOV-CLIENTE
           MOVE SPACES TO ADT-NOV-DESCRICAO
           MOVE ZERO   TO ADT-NOV-VALOR
           MOVE ZERO   TO ADT-NOV-DATA-FIM
           MOVE SPACE  TO ADT-NOV-STATUS
           MOVE SPACES TO ADT-ANT-PRODUTO
           MOVE ZERO   TO ADT-ANT-QTDE
           MOVE ZERO   TO ADT-ANT-ITM-VALOR
           MOVE SPACES TO ADT-NOV-PRODUTO
           MOVE ZERO   TO ADT-NOV-QTDE
           MOVE ZERO   TO ADT-NOV-ITM-VALOR.
      *
       LIMPA-CORPO.
           MOVE TPL-CTR TO SCR-CTR
