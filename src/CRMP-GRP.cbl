      *=================================================================
       IDENTIFICATION                                         DIVISION.
       PROGRAM-ID. GRUPOECO.
      *=================================================================
       ENVIRONMENT                                            DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT                                           SECTION.
      *----------------------------------
       FILE-CONTROL.
           SELECT ARQ-GRUPO  ASSIGN TO './files/GRUPO.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS ARQ-GRUPO-FS
              RECORD KEY IS GRP-CODIGO.

           SELECT ARQ-GRUPOCLI  ASSIGN TO './files/GRUPOCLI.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS ARQ-GRUPOCLI-FS
              RECORD KEY IS GCL-CLIENTE
              ALTERNATE RECORD KEY IS GCL-GRUPO
                 WITH DUPLICATES.

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

           SELECT ARQ-FATURA  ASSIGN TO './files/FATURA.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS ARQ-FATURA-FS
              RECORD KEY IS FAT-KEY.

           SELECT REL-GRP  ASSIGN TO WRK-RELGRP-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REL-GRP-FS.
      *=================================================================
       DATA                                                   DIVISION.
      *-----------------------------------------------------------------
       FILE                                                   SECTION.
      *----------------------------------
       FD  ARQ-GRUPO.
       COPY 'CRMK-GRP'.
      *
       FD  ARQ-GRUPOCLI.
       COPY 'CRMK-GCL'.
      *
       FD  ARQCRM.
       COPY 'CRMK-000'.
      *
       FD  ARQ-CONTRATO.
       COPY 'CRMK-CTR'.
      *
       FD  ARQ-FATURA.
       COPY 'CRMK-FAT'.
      *
       FD  REL-GRP.
       01  REL-GRP-LINHA        PIC X(132).
      *-----------------------------------------------------------------
       WORKING-STORAGE                                        SECTION.
      *----------------------------------
       COPY 'CRMK-AMB'.
       COPY 'CRMK-MSG'.
       COPY 'CRMK-LOG'.
       COPY 'CRMK-SAI'.
       01  ARQ-GRUPO-FS         PIC 9(02)   VALUE ZERO.
       01  ARQ-GRUPOCLI-FS      PIC 9(02)   VALUE ZERO.
       01  ARQCRM-FS            PIC 9(02)   VALUE ZERO.
       01  ARQ-CONTRATO-FS      PIC 9(02)   VALUE ZERO.
       01  ARQ-FATURA-FS        PIC 9(02)   VALUE ZERO.
       01  REL-GRP-FS           PIC 9(02)   VALUE ZERO.
       01  WRK-RELGRP-PATH      PIC X(40)   VALUE SPACES.
       01  WRK-CRM-ABERTO       PIC X(01)   VALUE 'N'.
       01  WRK-CTR-ABERTO       PIC X(01)   VALUE 'N'.
       01  WRK-FAT-ABERTO       PIC X(01)   VALUE 'N'.
       01  WRK-OPCAO            PIC X(01)   VALUE SPACE.
       01  WRK-GRUPO            PIC X(06)   VALUE SPACES.
       01  WRK-CLIENTE          PIC X(06)   VALUE SPACES.
       01  WRK-NOME             PIC X(30)   VALUE SPACES.
       01  WRK-RAIZ             PIC X(08)   VALUE SPACES.
       01  WRK-LIMITE           PIC 9(09)V99 VALUE ZERO.
       01  WRK-LIMITE-EXIBE     PIC ZZZZZZZZ9.99 VALUE ZERO.
       01  WRK-VALOR-EXIBE      PIC ZZZZZZZZ9.99 VALUE ZERO.
       01  WRK-ABERTO-EXIBE     PIC ZZZZZZZZ9.99 VALUE ZERO.
       01  WRK-VENCIDO-EXIBE    PIC ZZZZZZZZ9.99 VALUE ZERO.
       01  WRK-PCT-EXIBE        PIC ZZ9.99  VALUE ZERO.
       01  WRK-HOJE             PIC 9(08)   VALUE ZERO.
       01  WRK-LINHA            PIC 9(02)   COMP VALUE 10.
       01  WRK-LINHA-GRP        PIC X(80)   VALUE SPACES.
       01  WRK-TXT-STATUS       PIC X(10)   VALUE SPACES.
       01  WRK-FIM-VINCULO      PIC X(01)   VALUE 'N'.
       01  WRK-K                PIC 9(02)   VALUE ZERO.
       01  WRK-MEMBROS          PIC 9(03)   VALUE ZERO.
       01  WRK-RAIZ-QTD         PIC 9(02)   VALUE ZERO.
       01  WRK-RAIZ-ACHOU       PIC X(01)   VALUE 'N'.
       01  WRK-RAIZ-TABELA.
           05 WRK-RAIZ-ENT      PIC X(08)   OCCURS 20 TIMES.
       01  WRK-SUG-QTD          PIC 9(02)   VALUE ZERO.
       01  WRK-SUG-TABELA.
           05 WRK-SUG-ENT OCCURS 9 TIMES.
              10 WRK-SUG-ID     PIC X(06).
              10 WRK-SUG-NOME   PIC X(25).
              10 WRK-SUG-DOC    PIC X(14).
              10 WRK-SUG-GRUPO  PIC X(06).
       01  WRK-EXP-CONTRATOS    PIC 9(09)V99 VALUE ZERO.
       01  WRK-EXP-ABERTO       PIC 9(09)V99 VALUE ZERO.
       01  WRK-EXP-VENCIDO      PIC 9(09)V99 VALUE ZERO.
       01  WRK-GEX-CONTRATOS    PIC 9(09)V99 VALUE ZERO.
       01  WRK-GEX-ABERTO       PIC 9(09)V99 VALUE ZERO.
       01  WRK-GEX-VENCIDO      PIC 9(09)V99 VALUE ZERO.
       01  WRK-EXP-PCT          PIC 9(03)V99 VALUE ZERO.
       01  WRK-TOT-GRUPOS       PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-ACIMA        PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-MEMBROS      PIC 9(05)   VALUE ZERO.
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
           PERFORM EXIBE-MENU-GRUPO UNTIL WRK-OPCAO EQUAL 9
           PERFORM VOLTAR-MENU.
      *-----------------------------------------------------------------
       INICIAR                                                SECTION.
      *----------------------------------
           PERFORM LIMPA-RODAPE

           MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-HOJE

           PERFORM ABRE-ARQUIVO-GRUPO
           PERFORM ABRE-ARQUIVOS-APOIO

           DISPLAY SCR-HDR

           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       EXIBE-MENU-GRUPO                                       SECTION.
      *----------------------------------
           PERFORM LIMPA-CORPO

           MOVE '1. Incluir/alterar grupo'         TO SCR-CTR-L2
           MOVE '2. Vincular/desvincular clientes' TO SCR-CTR-L3
           MOVE '3. Consultar grupo'               TO SCR-CTR-L4
           MOVE '4. Listar grupos'                 TO SCR-CTR-L5
           MOVE '5. Relatorio de exposicao'        TO SCR-CTR-L6
           MOVE '9. Voltar'                        TO SCR-CTR-L7
           MOVE 'OPCAO:'                           TO SCR-CTR-L9

           DISPLAY SCR-CTR

           ACCEPT WRK-OPCAO                          LINE 16 COLUMN 8

           EVALUATE WRK-OPCAO
              WHEN 1
                 IF SES-OPR-PERFIL EQUAL 'A'
                    OR SES-OPR-PERFIL EQUAL 'S'
                    PERFORM EDITA-GRUPO
                 ELSE
                    PERFORM ERRO-ACESSO-NEGADO
                 END-IF
              WHEN 2
                 IF SES-OPR-PERFIL EQUAL 'A'
                    OR SES-OPR-PERFIL EQUAL 'S'
                    PERFORM VINCULA-CLIENTES
                 ELSE
                    PERFORM ERRO-ACESSO-NEGADO
                 END-IF
              WHEN 3
                 PERFORM CONSULTA-GRUPO
              WHEN 4
                 PERFORM LISTA-GRUPOS
              WHEN 5
                 PERFORM RELATORIO-EXPOSICAO-GRUPOS
              WHEN 9
                 CONTINUE
              WHEN OTHER
                 PERFORM ERRO-OPCAO-INVALIDA
           END-EVALUATE.
      *-----------------------------------------------------------------
       ACEITA-GRUPO                                           SECTION.
      *----------------------------------
           MOVE SPACES TO WRK-GRUPO
           ACCEPT WRK-GRUPO                          LINE 10 COLUMN 30
           MOVE FUNCTION UPPER-CASE(WRK-GRUPO) TO WRK-GRUPO

           IF WRK-GRUPO EQUAL SPACES
              EXIT SECTION
           END-IF

           MOVE WRK-GRUPO TO GRP-CODIGO
           READ ARQ-GRUPO.
      *-----------------------------------------------------------------
       EDITA-GRUPO                                            SECTION.
      *----------------------------------
           PERFORM LIMPA-CORPO

           MOVE 'Grupo economico'                  TO SCR-CTR-L1
           MOVE 'Codigo do grupo            :'     TO SCR-CTR-L3
           MOVE 'Nome                       :'     TO SCR-CTR-L4
           MOVE 'Raiz do CNPJ (8 digitos)   :'     TO SCR-CTR-L5
           MOVE 'Limite de credito do grupo :'     TO SCR-CTR-L6
           MOVE 'O limite vale para a soma dos contratos ativos de'
                                                       TO SCR-CTR-L8
           MOVE 'todas as empresas do grupo (0 = sem limite).'
                                                       TO SCR-CTR-L9
           MOVE 'Campos em branco mantem o valor atual.' TO SCR-CTR-L10
           DISPLAY SCR-CTR

           PERFORM ACEITA-GRUPO

           IF WRK-GRUPO EQUAL SPACES
              EXIT SECTION
           END-IF

           IF ARQ-GRUPO-FS EQUAL ZERO
              MOVE GRP-LIMITE-CRED TO WRK-LIMITE-EXIBE
              DISPLAY GRP-NOME                       LINE 11 COLUMN 30
              DISPLAY GRP-RAIZ-CNPJ                  LINE 12 COLUMN 30
              DISPLAY WRK-LIMITE-EXIBE               LINE 13 COLUMN 30
           ELSE
              MOVE WRK-GRUPO TO GRP-CODIGO
              MOVE SPACES    TO GRP-NOME
              MOVE SPACES    TO GRP-RAIZ-CNPJ
              MOVE ZERO      TO GRP-LIMITE-CRED
           END-IF

           MOVE SPACES TO WRK-NOME
           ACCEPT WRK-NOME                           LINE 11 COLUMN 30
           MOVE FUNCTION UPPER-CASE(WRK-NOME) TO WRK-NOME

           IF WRK-NOME NOT EQUAL SPACES
              MOVE WRK-NOME TO GRP-NOME
           END-IF

           IF GRP-NOME EQUAL SPACES
              PERFORM ERRO-NOME-OBRIGATORIO
              EXIT SECTION
           END-IF

           MOVE SPACES TO WRK-RAIZ
           ACCEPT WRK-RAIZ                           LINE 12 COLUMN 30

           IF WRK-RAIZ NOT EQUAL SPACES
              IF WRK-RAIZ IS NOT NUMERIC
                 PERFORM ERRO-RAIZ-INVALIDA
                 EXIT SECTION
              END-IF
              MOVE WRK-RAIZ TO GRP-RAIZ-CNPJ
           END-IF

           MOVE GRP-LIMITE-CRED TO WRK-LIMITE
           ACCEPT WRK-LIMITE                         LINE 13 COLUMN 30
           MOVE WRK-LIMITE TO GRP-LIMITE-CRED

           MOVE SES-OPR-ID TO GRP-OPERADOR
           MOVE WRK-HOJE   TO GRP-DATA-ATUALIZA

           IF ARQ-GRUPO-FS EQUAL ZERO
              REWRITE GRP-REGISTRO
           ELSE
              WRITE GRP-REGISTRO
           END-IF

           PERFORM LIMPA-RODAPE

           IF ARQ-GRUPO-FS EQUAL ZERO
              MOVE GRP-LIMITE-CRED TO WRK-LIMITE-EXIBE
              MOVE 'GRUPO'         TO WRK-LOG-OPERACAO
              MOVE GRP-CODIGO      TO WRK-LOG-ID
              MOVE GRP-NOME        TO WRK-LOG-NOME
              MOVE SPACES          TO WRK-LOG-MOTIVO
              STRING 'LIMITE ' WRK-LIMITE-EXIBE
                 ' RAIZ ' GRP-RAIZ-CNPJ
                 DELIMITED BY SIZE INTO WRK-LOG-MOTIVO
              MOVE SES-OPR-ID      TO WRK-LOG-OPERADOR
              CALL 'GRAVALOG' USING WRK-LOG-REGISTRO
              MOVE 'Grupo gravado.' TO SCR-TRL-L1
           ELSE
              MOVE 'Erro na gravacao do grupo.' TO SCR-TRL-L1
           END-IF

           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 28
           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       VINCULA-CLIENTES                                       SECTION.
      *----------------------------------
           PERFORM LIMPA-CORPO

           MOVE 'Vinculo de clientes ao grupo'     TO SCR-CTR-L1
           MOVE 'Codigo do grupo            :'     TO SCR-CTR-L3
           DISPLAY SCR-CTR

           PERFORM ACEITA-GRUPO

           IF WRK-GRUPO EQUAL SPACES
              EXIT SECTION
           END-IF

           IF ARQ-GRUPO-FS NOT EQUAL ZERO
              PERFORM ERRO-GRUPO-NAO-ENCONTRADO
              EXIT SECTION
           END-IF

           IF WRK-CRM-ABERTO NOT EQUAL 'S'
              PERFORM ERRO-CADASTRO-INDISPONIVEL
              EXIT SECTION
           END-IF

           MOVE 'N' TO WRK-FIM-VINCULO

           PERFORM UNTIL WRK-FIM-VINCULO EQUAL 'S'
              PERFORM MONTA-SUGESTOES
              PERFORM EXIBE-SUGESTOES

              PERFORM LIMPA-RODAPE
              MOVE 'Cliente a vincular/desvincular (branco encerra):'
                                                       TO SCR-TRL-L1
              DISPLAY SCR-TRL

              MOVE SPACES TO WRK-CLIENTE
              ACCEPT WRK-CLIENTE                     LINE 23 COLUMN 50
              MOVE FUNCTION UPPER-CASE(WRK-CLIENTE) TO WRK-CLIENTE

              IF WRK-CLIENTE EQUAL SPACES
                 MOVE 'S' TO WRK-FIM-VINCULO
              ELSE
                 PERFORM ALTERNA-VINCULO
              END-IF
           END-PERFORM

           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       MONTA-SUGESTOES                                        SECTION.
      *----------------------------------
           MOVE ZERO TO WRK-MEMBROS
           MOVE ZERO TO WRK-RAIZ-QTD
           MOVE ZERO TO WRK-SUG-QTD

           IF GRP-RAIZ-CNPJ NOT EQUAL SPACES
              MOVE GRP-RAIZ-CNPJ TO WRK-RAIZ
              PERFORM GUARDA-RAIZ
           END-IF

           MOVE WRK-GRUPO TO GCL-GRUPO
           START ARQ-GRUPOCLI KEY IS NOT LESS THAN GCL-GRUPO

           IF ARQ-GRUPOCLI-FS EQUAL ZERO
              READ ARQ-GRUPOCLI NEXT RECORD
           END-IF

           PERFORM UNTIL ARQ-GRUPOCLI-FS NOT EQUAL ZERO
                      OR GCL-GRUPO NOT EQUAL WRK-GRUPO
              ADD 1 TO WRK-MEMBROS
              MOVE GCL-CLIENTE TO ARQCRM-ID
              READ ARQCRM
              IF ARQCRM-FS EQUAL ZERO
                 AND ARQCRM-CPF-CNPJ(14:1) NOT EQUAL SPACE
                 MOVE ARQCRM-CPF-CNPJ(1:8) TO WRK-RAIZ
                 PERFORM GUARDA-RAIZ
              END-IF
              READ ARQ-GRUPOCLI NEXT RECORD
           END-PERFORM

           PERFORM VARYING WRK-K FROM 1 BY 1
              UNTIL WRK-K GREATER THAN WRK-RAIZ-QTD
                 OR WRK-SUG-QTD NOT LESS THAN 9
              MOVE WRK-RAIZ-ENT(WRK-K) TO WRK-RAIZ
              PERFORM SUGERE-POR-RAIZ
           END-PERFORM

           MOVE ZERO TO ARQ-GRUPOCLI-FS
           MOVE ZERO TO ARQCRM-FS.
      *-----------------------------------------------------------------
       GUARDA-RAIZ                                            SECTION.
      *----------------------------------
           MOVE 'N' TO WRK-RAIZ-ACHOU

           PERFORM VARYING WRK-K FROM 1 BY 1
              UNTIL WRK-K GREATER THAN WRK-RAIZ-QTD
              IF WRK-RAIZ-ENT(WRK-K) EQUAL WRK-RAIZ
                 MOVE 'S' TO WRK-RAIZ-ACHOU
              END-IF
           END-PERFORM

           IF WRK-RAIZ-ACHOU EQUAL 'N'
              AND WRK-RAIZ-QTD LESS THAN 20
              ADD 1 TO WRK-RAIZ-QTD
              MOVE WRK-RAIZ TO WRK-RAIZ-ENT(WRK-RAIZ-QTD)
           END-IF.
      *-----------------------------------------------------------------
       SUGERE-POR-RAIZ                                        SECTION.
      *----------------------------------
           MOVE SPACES   TO ARQCRM-CPF-CNPJ
           MOVE WRK-RAIZ TO ARQCRM-CPF-CNPJ(1:8)
           START ARQCRM KEY IS NOT LESS THAN ARQCRM-CPF-CNPJ

           IF ARQCRM-FS EQUAL ZERO
              READ ARQCRM NEXT RECORD
           END-IF

           PERFORM UNTIL ARQCRM-FS NOT EQUAL ZERO
                      OR ARQCRM-CPF-CNPJ(1:8) NOT EQUAL WRK-RAIZ
                      OR WRK-SUG-QTD NOT LESS THAN 9
              IF ARQCRM-CPF-CNPJ(14:1) NOT EQUAL SPACE
                 MOVE ARQCRM-ID TO GCL-CLIENTE
                 READ ARQ-GRUPOCLI
                 IF ARQ-GRUPOCLI-FS NOT EQUAL ZERO
                    MOVE SPACES TO GCL-GRUPO
                 END-IF
                 IF GCL-GRUPO NOT EQUAL WRK-GRUPO
                    ADD 1 TO WRK-SUG-QTD
                    MOVE ARQCRM-ID       TO WRK-SUG-ID(WRK-SUG-QTD)
                    MOVE ARQCRM-NOME     TO WRK-SUG-NOME(WRK-SUG-QTD)
                    MOVE ARQCRM-CPF-CNPJ TO WRK-SUG-DOC(WRK-SUG-QTD)
                    MOVE GCL-GRUPO       TO WRK-SUG-GRUPO(WRK-SUG-QTD)
                 END-IF
              END-IF
              READ ARQCRM NEXT RECORD
           END-PERFORM.
      *-----------------------------------------------------------------
       EXIBE-SUGESTOES                                        SECTION.
      *----------------------------------
           PERFORM LIMPA-CORPO

           STRING 'Grupo ' GRP-CODIGO ' - ' GRP-NOME
              DELIMITED BY SIZE INTO SCR-CTR-L1
           STRING 'Empresas vinculadas: ' WRK-MEMBROS
              DELIMITED BY SIZE INTO SCR-CTR-L2
           MOVE 'Sugestoes pela raiz do CNPJ:'     TO SCR-CTR-L3
           MOVE 'ID     NOME                      CNPJ           OBS'
                                                       TO SCR-CTR-L4

           IF WRK-SUG-QTD EQUAL ZERO
              MOVE '(nenhuma sugestao)'            TO SCR-CTR-L5
           END-IF

           DISPLAY SCR-CTR

           MOVE 12 TO WRK-LINHA

           PERFORM VARYING WRK-K FROM 1 BY 1
              UNTIL WRK-K GREATER THAN WRK-SUG-QTD
              MOVE SPACES TO WRK-LINHA-GRP
              IF WRK-SUG-GRUPO(WRK-K) EQUAL SPACES
                 STRING WRK-SUG-ID(WRK-K) ' ' WRK-SUG-NOME(WRK-K) ' '
                    WRK-SUG-DOC(WRK-K)
                    DELIMITED BY SIZE INTO WRK-LINHA-GRP
              ELSE
                 STRING WRK-SUG-ID(WRK-K) ' ' WRK-SUG-NOME(WRK-K) ' '
                    WRK-SUG-DOC(WRK-K) ' grupo ' WRK-SUG-GRUPO(WRK-K)
                    DELIMITED BY SIZE INTO WRK-LINHA-GRP
              END-IF
              DISPLAY WRK-LINHA-GRP            LINE WRK-LINHA COLUMN 1
              ADD 1 TO WRK-LINHA
           END-PERFORM.
      *-----------------------------------------------------------------
       ALTERNA-VINCULO                                        SECTION.
      *----------------------------------
           MOVE WRK-CLIENTE TO ARQCRM-ID
           READ ARQCRM

           IF ARQCRM-FS NOT EQUAL ZERO
              PERFORM ERRO-CLIENTE-NAO-ENCONTRADO
              EXIT SECTION
           END-IF

           MOVE WRK-CLIENTE TO GCL-CLIENTE
           READ ARQ-GRUPOCLI

           IF ARQ-GRUPOCLI-FS EQUAL ZERO
              AND GCL-GRUPO NOT EQUAL WRK-GRUPO
              PERFORM ERRO-CLIENTE-OUTRO-GRUPO
              EXIT SECTION
           END-IF

           PERFORM LIMPA-RODAPE

           IF ARQ-GRUPOCLI-FS EQUAL ZERO
              STRING 'Desvincular ' ARQCRM-NOME ' do grupo? (S/N)'
                 DELIMITED BY SIZE INTO SCR-TRL-L1
              DISPLAY SCR-TRL
              ACCEPT WRK-OPCAO                       LINE 23 COLUMN 56
              MOVE FUNCTION UPPER-CASE(WRK-OPCAO) TO WRK-OPCAO
              IF WRK-OPCAO NOT EQUAL 'S'
                 MOVE SPACE TO WRK-OPCAO
                 EXIT SECTION
              END-IF
              DELETE ARQ-GRUPOCLI
              MOVE SPACES TO WRK-LOG-MOTIVO
              STRING 'DESVINCULA GRUPO ' WRK-GRUPO
                 DELIMITED BY SIZE INTO WRK-LOG-MOTIVO
           ELSE
              MOVE WRK-CLIENTE TO GCL-CLIENTE
              MOVE WRK-GRUPO   TO GCL-GRUPO
              MOVE SES-OPR-ID  TO GCL-OPERADOR
              MOVE WRK-HOJE    TO GCL-DATA-INCLUSAO
              WRITE GCL-REGISTRO
              MOVE SPACES TO WRK-LOG-MOTIVO
              STRING 'VINCULA GRUPO ' WRK-GRUPO
                 DELIMITED BY SIZE INTO WRK-LOG-MOTIVO
           END-IF

           PERFORM LIMPA-RODAPE

           IF ARQ-GRUPOCLI-FS EQUAL ZERO
              MOVE 'GRUPO'       TO WRK-LOG-OPERACAO
              MOVE ARQCRM-ID     TO WRK-LOG-ID
              MOVE ARQCRM-NOME   TO WRK-LOG-NOME
              MOVE SES-OPR-ID    TO WRK-LOG-OPERADOR
              CALL 'GRAVALOG' USING WRK-LOG-REGISTRO
              MOVE 'Vinculo atualizado. [pressione ENTER]'
                                                       TO SCR-TRL-L1
           ELSE
              MOVE 'Erro na gravacao do vinculo. [pressione ENTER]'
                                                       TO SCR-TRL-L1
           END-IF

           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 48
           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       CONSULTA-GRUPO                                         SECTION.
      *----------------------------------
           PERFORM LIMPA-CORPO

           MOVE 'Consulta de grupo economico'      TO SCR-CTR-L1
           MOVE 'Codigo do grupo            :'     TO SCR-CTR-L3
           DISPLAY SCR-CTR

           PERFORM ACEITA-GRUPO

           IF WRK-GRUPO EQUAL SPACES
              EXIT SECTION
           END-IF

           IF ARQ-GRUPO-FS NOT EQUAL ZERO
              PERFORM ERRO-GRUPO-NAO-ENCONTRADO
              EXIT SECTION
           END-IF

           PERFORM APURA-EXPOSICAO-GRUPO

           PERFORM LIMPA-CORPO

           STRING 'Grupo ' GRP-CODIGO ' - ' GRP-NOME
              '  Raiz CNPJ: ' GRP-RAIZ-CNPJ
              DELIMITED BY SIZE INTO SCR-CTR-L1

           MOVE GRP-LIMITE-CRED   TO WRK-LIMITE-EXIBE
           MOVE WRK-GEX-CONTRATOS TO WRK-VALOR-EXIBE

           IF GRP-LIMITE-CRED GREATER THAN ZERO
              PERFORM CALCULA-USO-LIMITE
              STRING 'Limite: ' WRK-LIMITE-EXIBE
                 '  Contratado: ' WRK-VALOR-EXIBE
                 '  Uso: ' WRK-PCT-EXIBE '%'
                 DELIMITED BY SIZE INTO SCR-CTR-L2
           ELSE
              STRING 'Limite: (nao definido)'
                 '  Contratado: ' WRK-VALOR-EXIBE
                 DELIMITED BY SIZE INTO SCR-CTR-L2
           END-IF

           MOVE WRK-GEX-ABERTO  TO WRK-ABERTO-EXIBE
           MOVE WRK-GEX-VENCIDO TO WRK-VENCIDO-EXIBE
           STRING 'Faturas em aberto: ' WRK-ABERTO-EXIBE
              '  Vencidas: ' WRK-VENCIDO-EXIBE
              '  Empresas: ' WRK-MEMBROS
              DELIMITED BY SIZE INTO SCR-CTR-L3

           STRING 'ID     NOME                      SITUACAO  '
              '    CONTRATADO    EM ABERTO'
              DELIMITED BY SIZE INTO SCR-CTR-L5
           DISPLAY SCR-CTR

           MOVE 13 TO WRK-LINHA

           MOVE WRK-GRUPO TO GCL-GRUPO
           START ARQ-GRUPOCLI KEY IS NOT LESS THAN GCL-GRUPO

           IF ARQ-GRUPOCLI-FS EQUAL ZERO
              READ ARQ-GRUPOCLI NEXT RECORD
           END-IF

           PERFORM UNTIL ARQ-GRUPOCLI-FS NOT EQUAL ZERO
                      OR GCL-GRUPO NOT EQUAL WRK-GRUPO
              PERFORM EXIBE-MEMBRO

              IF WRK-LINHA IS GREATER THAN 20
                 PERFORM LIMPA-RODAPE
                 MOVE 'Continua ... [pressione ENTER]' TO SCR-TRL-L1
                 DISPLAY SCR-TRL
                 ACCEPT WRK-OPCAO                    LINE 23 COLUMN 32
                 MOVE 13 TO WRK-LINHA
                 DISPLAY SCR-CTR
              END-IF

              READ ARQ-GRUPOCLI NEXT RECORD
           END-PERFORM

           MOVE ZERO TO ARQ-GRUPOCLI-FS

           PERFORM LIMPA-RODAPE
           MOVE 'Fim da lista. [pressione ENTER]' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 33
           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       EXIBE-MEMBRO                                           SECTION.
      *----------------------------------
           MOVE GCL-CLIENTE TO WRK-CLIENTE
           PERFORM APURA-EXPOSICAO-CLIENTE

           MOVE SPACES TO ARQCRM-NOME
           MOVE SPACES TO WRK-TXT-STATUS

           IF WRK-CRM-ABERTO EQUAL 'S'
              MOVE WRK-CLIENTE TO ARQCRM-ID
              READ ARQCRM
              IF ARQCRM-FS EQUAL ZERO
                 PERFORM TRADUZ-STATUS
              ELSE
                 MOVE SPACES     TO ARQCRM-NOME
                 MOVE 'EXCLUIDO' TO WRK-TXT-STATUS
              END-IF
           END-IF

           MOVE WRK-EXP-CONTRATOS TO WRK-VALOR-EXIBE
           MOVE WRK-EXP-ABERTO    TO WRK-ABERTO-EXIBE

           MOVE SPACES TO WRK-LINHA-GRP
           STRING WRK-CLIENTE ' ' ARQCRM-NOME ' ' WRK-TXT-STATUS ' '
              WRK-VALOR-EXIBE ' ' WRK-ABERTO-EXIBE
              DELIMITED BY SIZE INTO WRK-LINHA-GRP
           DISPLAY WRK-LINHA-GRP               LINE WRK-LINHA COLUMN 1
           ADD 1 TO WRK-LINHA.
      *-----------------------------------------------------------------
       LISTA-GRUPOS                                           SECTION.
      *----------------------------------
           PERFORM LIMPA-CORPO

           MOVE 'Grupos economicos'                TO SCR-CTR-L1
           STRING 'CODIGO NOME                           RAIZ CNPJ'
              '       LIMITE  EMPRESAS'
              DELIMITED BY SIZE INTO SCR-CTR-L2
           DISPLAY SCR-CTR

           MOVE 10 TO WRK-LINHA

           MOVE LOW-VALUES TO GRP-CODIGO
           START ARQ-GRUPO KEY IS NOT LESS THAN GRP-CODIGO

           IF ARQ-GRUPO-FS EQUAL ZERO
              READ ARQ-GRUPO NEXT RECORD
           END-IF

           PERFORM UNTIL ARQ-GRUPO-FS NOT EQUAL ZERO
              MOVE GRP-CODIGO TO WRK-GRUPO
              PERFORM CONTA-MEMBROS
              MOVE GRP-LIMITE-CRED TO WRK-LIMITE-EXIBE
              MOVE SPACES TO WRK-LINHA-GRP
              STRING GRP-CODIGO ' ' GRP-NOME ' ' GRP-RAIZ-CNPJ ' '
                 WRK-LIMITE-EXIBE '   ' WRK-MEMBROS
                 DELIMITED BY SIZE INTO WRK-LINHA-GRP
              DISPLAY WRK-LINHA-GRP            LINE WRK-LINHA COLUMN 1
              ADD 1 TO WRK-LINHA

              IF WRK-LINHA IS GREATER THAN 20
                 PERFORM LIMPA-RODAPE
                 MOVE 'Continua ... [pressione ENTER]' TO SCR-TRL-L1
                 DISPLAY SCR-TRL
                 ACCEPT WRK-OPCAO                    LINE 23 COLUMN 32
                 MOVE 10 TO WRK-LINHA
                 DISPLAY SCR-CTR
              END-IF

              READ ARQ-GRUPO NEXT RECORD
           END-PERFORM

           MOVE ZERO TO ARQ-GRUPO-FS

           PERFORM LIMPA-RODAPE
           MOVE 'Fim da lista. [pressione ENTER]' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 33
           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       CONTA-MEMBROS                                          SECTION.
      *----------------------------------
           MOVE ZERO TO WRK-MEMBROS

           MOVE WRK-GRUPO TO GCL-GRUPO
           START ARQ-GRUPOCLI KEY IS NOT LESS THAN GCL-GRUPO

           IF ARQ-GRUPOCLI-FS EQUAL ZERO
              READ ARQ-GRUPOCLI NEXT RECORD
           END-IF

           PERFORM UNTIL ARQ-GRUPOCLI-FS NOT EQUAL ZERO
                      OR GCL-GRUPO NOT EQUAL WRK-GRUPO
              ADD 1 TO WRK-MEMBROS
              READ ARQ-GRUPOCLI NEXT RECORD
           END-PERFORM

           MOVE ZERO TO ARQ-GRUPOCLI-FS.
      *-----------------------------------------------------------------
       RELATORIO-EXPOSICAO-GRUPOS                             SECTION.
      *----------------------------------
           MOVE SPACES TO WRK-RELGRP-PATH
           STRING './files/RELGRP-' FUNCTION CURRENT-DATE(1:14)
              '.LST' DELIMITED BY SIZE INTO WRK-RELGRP-PATH

           OPEN OUTPUT REL-GRP

           IF REL-GRP-FS NOT EQUAL ZERO
              PERFORM ERRO-ABRE-RELATORIO
              EXIT SECTION
           END-IF

           MOVE ZERO TO WRK-TOT-GRUPOS
           MOVE ZERO TO WRK-TOT-ACIMA
           MOVE ZERO TO WRK-TOT-MEMBROS

           MOVE SPACES TO REL-GRP-LINHA
           STRING 'CRM - EXPOSICAO DE CREDITO POR GRUPO ECONOMICO - '
              WRK-HOJE(7:2) '/' WRK-HOJE(5:2) '/' WRK-HOJE(1:4)
              DELIMITED BY SIZE INTO REL-GRP-LINHA
           WRITE REL-GRP-LINHA

           MOVE SPACES TO REL-GRP-LINHA
           STRING 'Contratado: soma mensal dos contratos ativos. '
              'Em aberto: saldo de faturas abertas. '
              'Vencido: parte ja vencida.'
              DELIMITED BY SIZE INTO REL-GRP-LINHA
           WRITE REL-GRP-LINHA

           MOVE ALL '=' TO REL-GRP-LINHA
           WRITE REL-GRP-LINHA

           MOVE LOW-VALUES TO GRP-CODIGO
           START ARQ-GRUPO KEY IS NOT LESS THAN GRP-CODIGO

           IF ARQ-GRUPO-FS EQUAL ZERO
              READ ARQ-GRUPO NEXT RECORD
           END-IF

           PERFORM UNTIL ARQ-GRUPO-FS NOT EQUAL ZERO
              PERFORM ESCREVE-GRUPO-RELATORIO
              READ ARQ-GRUPO NEXT RECORD
           END-PERFORM

           MOVE ZERO TO ARQ-GRUPO-FS

           MOVE SPACES TO REL-GRP-LINHA
           WRITE REL-GRP-LINHA

           MOVE SPACES TO REL-GRP-LINHA
           STRING 'Grupos: ' WRK-TOT-GRUPOS
              '   Empresas vinculadas: ' WRK-TOT-MEMBROS
              '   Grupos acima do limite: ' WRK-TOT-ACIMA
              DELIMITED BY SIZE INTO REL-GRP-LINHA
           WRITE REL-GRP-LINHA

           CLOSE REL-GRP

           MOVE 'RELGRP' TO SAI-TIPO
           MOVE WRK-RELGRP-PATH TO SAI-ARQUIVO
           MOVE SES-OPR-ID TO SAI-OPERADOR
           MOVE WRK-TOT-GRUPOS TO SAI-REGISTROS
           CALL 'REGSAIDA' USING SAI-REGISTRO

           PERFORM LIMPA-CORPO

           MOVE 'Relatorio de exposicao por grupo gerado' TO SCR-CTR-L2
           STRING 'Grupos: ' WRK-TOT-GRUPOS
              '   Acima do limite: ' WRK-TOT-ACIMA
              DELIMITED BY SIZE INTO SCR-CTR-L4
           STRING 'Arquivo: ' WRK-RELGRP-PATH
              DELIMITED BY SIZE INTO SCR-CTR-L5

           DISPLAY SCR-CTR

           PERFORM LIMPA-RODAPE
           MOVE '[pressione ENTER]' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 18
           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       ESCREVE-GRUPO-RELATORIO                                SECTION.
      *----------------------------------
           ADD 1 TO WRK-TOT-GRUPOS

           MOVE GRP-CODIGO TO WRK-GRUPO

           MOVE SPACES TO REL-GRP-LINHA
           WRITE REL-GRP-LINHA

           MOVE GRP-LIMITE-CRED TO WRK-LIMITE-EXIBE
           MOVE SPACES TO REL-GRP-LINHA
           STRING 'GRUPO ' GRP-CODIGO ' ' GRP-NOME
              '  RAIZ CNPJ ' GRP-RAIZ-CNPJ
              '  LIMITE ' WRK-LIMITE-EXIBE
              DELIMITED BY SIZE INTO REL-GRP-LINHA
           WRITE REL-GRP-LINHA

           MOVE SPACES TO REL-GRP-LINHA
           STRING '   CLIENTE NOME                      SITUACAO  '
              '      CONTRATADO      EM ABERTO        VENCIDO'
              DELIMITED BY SIZE INTO REL-GRP-LINHA
           WRITE REL-GRP-LINHA

           MOVE ZERO TO WRK-MEMBROS
           MOVE ZERO TO WRK-GEX-CONTRATOS
           MOVE ZERO TO WRK-GEX-ABERTO
           MOVE ZERO TO WRK-GEX-VENCIDO

           MOVE WRK-GRUPO TO GCL-GRUPO
           START ARQ-GRUPOCLI KEY IS NOT LESS THAN GCL-GRUPO

           IF ARQ-GRUPOCLI-FS EQUAL ZERO
              READ ARQ-GRUPOCLI NEXT RECORD
           END-IF

           PERFORM UNTIL ARQ-GRUPOCLI-FS NOT EQUAL ZERO
                      OR GCL-GRUPO NOT EQUAL WRK-GRUPO
              ADD 1 TO WRK-MEMBROS
              MOVE GCL-CLIENTE TO WRK-CLIENTE
              PERFORM APURA-EXPOSICAO-CLIENTE
              ADD WRK-EXP-CONTRATOS TO WRK-GEX-CONTRATOS
              ADD WRK-EXP-ABERTO    TO WRK-GEX-ABERTO
              ADD WRK-EXP-VENCIDO   TO WRK-GEX-VENCIDO

              MOVE SPACES TO ARQCRM-NOME
              MOVE SPACES TO WRK-TXT-STATUS
              IF WRK-CRM-ABERTO EQUAL 'S'
                 MOVE WRK-CLIENTE TO ARQCRM-ID
                 READ ARQCRM
                 IF ARQCRM-FS EQUAL ZERO
                    PERFORM TRADUZ-STATUS
                 ELSE
                    MOVE SPACES     TO ARQCRM-NOME
                    MOVE 'EXCLUIDO' TO WRK-TXT-STATUS
                 END-IF
              END-IF

              MOVE WRK-EXP-CONTRATOS TO WRK-VALOR-EXIBE
              MOVE WRK-EXP-ABERTO    TO WRK-ABERTO-EXIBE
              MOVE WRK-EXP-VENCIDO   TO WRK-VENCIDO-EXIBE
              MOVE SPACES TO REL-GRP-LINHA
              STRING '   ' WRK-CLIENTE '  ' ARQCRM-NOME ' '
                 WRK-TXT-STATUS '  ' WRK-VALOR-EXIBE '   '
                 WRK-ABERTO-EXIBE '   ' WRK-VENCIDO-EXIBE
                 DELIMITED BY SIZE INTO REL-GRP-LINHA
              WRITE REL-GRP-LINHA

              READ ARQ-GRUPOCLI NEXT RECORD
           END-PERFORM

           MOVE ZERO TO ARQ-GRUPOCLI-FS

           ADD WRK-MEMBROS TO WRK-TOT-MEMBROS

           MOVE WRK-GEX-CONTRATOS TO WRK-VALOR-EXIBE
           MOVE WRK-GEX-ABERTO    TO WRK-ABERTO-EXIBE
           MOVE WRK-GEX-VENCIDO   TO WRK-VENCIDO-EXIBE

           MOVE SPACES TO REL-GRP-LINHA

           IF GRP-LIMITE-CRED GREATER THAN ZERO
              PERFORM CALCULA-USO-LIMITE
              EVALUATE TRUE
                 WHEN WRK-GEX-CONTRATOS GREATER THAN GRP-LIMITE-CRED
                    ADD 1 TO WRK-TOT-ACIMA
                    STRING '   TOTAL (' WRK-MEMBROS ' empresas)'
                       '                    ' WRK-VALOR-EXIBE '   '
                       WRK-ABERTO-EXIBE '   ' WRK-VENCIDO-EXIBE
                       '  USO ' WRK-PCT-EXIBE '% ACIMA DO LIMITE'
                       DELIMITED BY SIZE INTO REL-GRP-LINHA
                 WHEN WRK-EXP-PCT NOT LESS THAN 80
                    STRING '   TOTAL (' WRK-MEMBROS ' empresas)'
                       '                    ' WRK-VALOR-EXIBE '   '
                       WRK-ABERTO-EXIBE '   ' WRK-VENCIDO-EXIBE
                       '  USO ' WRK-PCT-EXIBE '% PROXIMO DO LIMITE'
                       DELIMITED BY SIZE INTO REL-GRP-LINHA
                 WHEN OTHER
                    STRING '   TOTAL (' WRK-MEMBROS ' empresas)'
                       '                    ' WRK-VALOR-EXIBE '   '
                       WRK-ABERTO-EXIBE '   ' WRK-VENCIDO-EXIBE
                       '  USO ' WRK-PCT-EXIBE '%'
                       DELIMITED BY SIZE INTO REL-GRP-LINHA
              END-EVALUATE
           ELSE
              STRING '   TOTAL (' WRK-MEMBROS ' empresas)'
                 '                    ' WRK-VALOR-EXIBE '   '
                 WRK-ABERTO-EXIBE '   ' WRK-VENCIDO-EXIBE
                 '  SEM LIMITE DE GRUPO'
                 DELIMITED BY SIZE INTO REL-GRP-LINHA
           END-IF

           WRITE REL-GRP-LINHA.
      *-----------------------------------------------------------------
       APURA-EXPOSICAO-GRUPO                                  SECTION.
      *----------------------------------
           MOVE ZERO TO WRK-MEMBROS
           MOVE ZERO TO WRK-GEX-CONTRATOS
           MOVE ZERO TO WRK-GEX-ABERTO
           MOVE ZERO TO WRK-GEX-VENCIDO

           MOVE WRK-GRUPO TO GCL-GRUPO
           START ARQ-GRUPOCLI KEY IS NOT LESS THAN GCL-GRUPO

           IF ARQ-GRUPOCLI-FS EQUAL ZERO
              READ ARQ-GRUPOCLI NEXT RECORD
           END-IF

           PERFORM UNTIL ARQ-GRUPOCLI-FS NOT EQUAL ZERO
                      OR GCL-GRUPO NOT EQUAL WRK-GRUPO
              ADD 1 TO WRK-MEMBROS
              MOVE GCL-CLIENTE TO WRK-CLIENTE
              PERFORM APURA-EXPOSICAO-CLIENTE
              ADD WRK-EXP-CONTRATOS TO WRK-GEX-CONTRATOS
              ADD WRK-EXP-ABERTO    TO WRK-GEX-ABERTO
              ADD WRK-EXP-VENCIDO   TO WRK-GEX-VENCIDO
              READ ARQ-GRUPOCLI NEXT RECORD
           END-PERFORM

           MOVE ZERO TO ARQ-GRUPOCLI-FS.
      *-----------------------------------------------------------------
       APURA-EXPOSICAO-CLIENTE                                SECTION.
      *----------------------------------
           MOVE ZERO TO WRK-EXP-CONTRATOS
           MOVE ZERO TO WRK-EXP-ABERTO
           MOVE ZERO TO WRK-EXP-VENCIDO

           IF WRK-CTR-ABERTO EQUAL 'S'
              MOVE WRK-CLIENTE TO CTR-CLIENTE
              START ARQ-CONTRATO KEY IS NOT LESS THAN CTR-CLIENTE
              IF ARQ-CONTRATO-FS EQUAL ZERO
                 READ ARQ-CONTRATO NEXT RECORD
              END-IF
              PERFORM UNTIL ARQ-CONTRATO-FS NOT EQUAL ZERO
                         OR CTR-CLIENTE NOT EQUAL WRK-CLIENTE
                 IF CTR-CONTRATO-ATIVO
                    ADD CTR-VALOR-MENSAL TO WRK-EXP-CONTRATOS
                 END-IF
                 READ ARQ-CONTRATO NEXT RECORD
              END-PERFORM
              MOVE ZERO TO ARQ-CONTRATO-FS
           END-IF

           IF WRK-FAT-ABERTO EQUAL 'S'
              MOVE WRK-CLIENTE TO FAT-CLIENTE
              MOVE ZERO        TO FAT-COMPETENCIA
              START ARQ-FATURA KEY IS NOT LESS THAN FAT-KEY
              IF ARQ-FATURA-FS EQUAL ZERO
                 READ ARQ-FATURA NEXT RECORD
              END-IF
              PERFORM UNTIL ARQ-FATURA-FS NOT EQUAL ZERO
                         OR FAT-CLIENTE NOT EQUAL WRK-CLIENTE
                 IF FAT-FATURA-ABERTA
                    AND FAT-SALDO GREATER THAN ZERO
                    ADD FAT-SALDO TO WRK-EXP-ABERTO
                    IF FAT-DATA-VENC GREATER THAN ZERO
                       AND FAT-DATA-VENC LESS THAN WRK-HOJE
                       ADD FAT-SALDO TO WRK-EXP-VENCIDO
                    END-IF
                 END-IF
                 READ ARQ-FATURA NEXT RECORD
              END-PERFORM
              MOVE ZERO TO ARQ-FATURA-FS
           END-IF.
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
       ERRO-ACESSO-NEGADO.
           PERFORM LIMPA-RODAPE
           MOVE 'Acesso restrito a supervisores e administradores.'
                                                       TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 51
           MOVE SPACE TO WRK-OPCAO.
      *
       ERRO-GRUPO-NAO-ENCONTRADO.
           PERFORM LIMPA-RODAPE
           MOVE 'Grupo nao cadastrado.' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 23
           MOVE SPACE TO WRK-OPCAO.
      *
       ERRO-CLIENTE-NAO-ENCONTRADO.
           PERFORM LIMPA-RODAPE
           MOVE 'Cliente nao encontrado.' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 25
           MOVE SPACE TO WRK-OPCAO.
      *
       ERRO-CLIENTE-OUTRO-GRUPO.
           PERFORM LIMPA-RODAPE
           STRING 'Cliente ja pertence ao grupo ' GCL-GRUPO
              '. Desvincule-o antes.'
              DELIMITED BY SIZE INTO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 58
           MOVE SPACE TO WRK-OPCAO.
      *
       ERRO-NOME-OBRIGATORIO.
           PERFORM LIMPA-RODAPE
           MOVE 'Informe o nome do grupo.' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 26
           MOVE SPACE TO WRK-OPCAO.
      *
       ERRO-RAIZ-INVALIDA.
           PERFORM LIMPA-RODAPE
           MOVE 'Raiz do CNPJ invalida. Informe 8 digitos.'
                                                       TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 43
           MOVE SPACE TO WRK-OPCAO.
      *
       ERRO-CADASTRO-INDISPONIVEL.
           PERFORM LIMPA-RODAPE
           MOVE 'Cadastro de clientes indisponivel.' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 36
           MOVE SPACE TO WRK-OPCAO.
      *
       ERRO-ABRE-RELATORIO.
           PERFORM LIMPA-RODAPE
           MOVE 'Erro na abertura do relatorio.' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 32
           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       MENSAGENS                                               SECTION.
      *----------------------------------
       COPY 'CRMK-MGP'.
      *-----------------------------------------------------------------
       FINALIZAR                                              SECTION.
      *----------------------------------
       VOLTAR-MENU.
           CLOSE ARQ-GRUPO
           CLOSE ARQ-GRUPOCLI
           PERFORM FECHA-ARQUIVOS-APOIO
           GOBACK.
      *-----------------------------------------------------------------
       ARQUIVOS                                               SECTION.
      *----------------------------------
       ABRE-ARQUIVO-GRUPO.
           OPEN I-O ARQ-GRUPO

           IF ARQ-GRUPO-FS EQUAL 35
              OPEN OUTPUT ARQ-GRUPO
              CLOSE ARQ-GRUPO
              OPEN I-O ARQ-GRUPO
           END-IF

           OPEN I-O ARQ-GRUPOCLI

           IF ARQ-GRUPOCLI-FS EQUAL 35
              OPEN OUTPUT ARQ-GRUPOCLI
              CLOSE ARQ-GRUPOCLI
              OPEN I-O ARQ-GRUPOCLI
           END-IF.
      *
       ABRE-ARQUIVOS-APOIO.
           MOVE 'N' TO WRK-CRM-ABERTO
           OPEN INPUT ARQCRM
           IF ARQCRM-FS EQUAL ZERO
              MOVE 'S' TO WRK-CRM-ABERTO
           END-IF

           MOVE 'N' TO WRK-CTR-ABERTO
           OPEN INPUT ARQ-CONTRATO
           IF ARQ-CONTRATO-FS EQUAL ZERO
              MOVE 'S' TO WRK-CTR-ABERTO
           END-IF

           MOVE 'N' TO WRK-FAT-ABERTO
           OPEN INPUT ARQ-FATURA
           IF ARQ-FATURA-FS EQUAL ZERO
              MOVE 'S' TO WRK-FAT-ABERTO
           END-IF.
      *
       FECHA-ARQUIVOS-APOIO.
           IF WRK-CRM-ABERTO EQUAL 'S'
              CLOSE ARQCRM
           END-IF

           IF WRK-CTR-ABERTO EQUAL 'S'
              CLOSE ARQ-CONTRATO
           END-IF

           IF WRK-FAT-ABERTO EQUAL 'S'
              CLOSE ARQ-FATURA
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
              ' GRUPOS ECONOMICOS '
              '-----------------------------'
           DELIMITED BY SIZE
           INTO SCR-CTR-L0.
      *
       TRADUZ-STATUS.
           EVALUATE ARQCRM-STATUS
              WHEN 0
                 MOVE 'ATIVO'     TO WRK-TXT-STATUS
              WHEN 1
                 MOVE 'INATIVO'   TO WRK-TXT-STATUS
              WHEN 2
                 MOVE 'PROSPECTO' TO WRK-TXT-STATUS
              WHEN 3
                 MOVE 'SUSPENSO'  TO WRK-TXT-STATUS
              WHEN 4
                 MOVE 'ENCERRADO' TO WRK-TXT-STATUS
           END-EVALUATE.
      *
       CALCULA-USO-LIMITE.
           COMPUTE WRK-EXP-PCT ROUNDED =
              (WRK-GEX-CONTRATOS * 100) / GRP-LIMITE-CRED
              ON SIZE ERROR
                 MOVE 999.99 TO WRK-EXP-PCT
           END-COMPUTE

           MOVE WRK-EXP-PCT TO WRK-PCT-EXIBE.
      *------------------------ FIM DO ARQUIVO -------------------------
