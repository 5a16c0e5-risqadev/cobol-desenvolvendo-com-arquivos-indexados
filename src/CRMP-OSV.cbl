      *=================================================================
       IDENTIFICATION                                         DIVISION.
       PROGRAM-ID. ORDSERV.
      *=================================================================
       ENVIRONMENT                                            DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT                                           SECTION.
      *----------------------------------
       FILE-CONTROL.
           SELECT ARQ-ORDSERV  ASSIGN TO './files/ORDSERV.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS ARQ-ORDSERV-FS
              RECORD KEY IS OSV-NUMERO
              ALTERNATE RECORD KEY IS OSV-CLIENTE
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

           SELECT ARQ-CTRITEM  ASSIGN TO './files/CTRITEM.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS ARQ-CTRITEM-FS
              RECORD KEY IS ITM-KEY.

           SELECT ARQ-PRODUTO  ASSIGN TO './files/PRODUTO.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS ARQ-PRODUTO-FS
              RECORD KEY IS PRD-CODIGO.

           SELECT ARQCRM-OPR  ASSIGN TO './files/OPERADOR.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS ARQCRM-OPR-FS
              RECORD KEY IS OPR-ID.

           SELECT ARQ-CTRCTL  ASSIGN TO './files/CTRCTL.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS ARQ-CTRCTL-FS
              RECORD KEY IS KCT-CHAVE.

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

           SELECT REL-OSV  ASSIGN TO WRK-RELOSV-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REL-OSV-FS.
      *=================================================================
       DATA                                                   DIVISION.
      *-----------------------------------------------------------------
       FILE                                                   SECTION.
      *----------------------------------
       FD  ARQ-ORDSERV.
       COPY 'CRMK-OSV'.
      *
       FD  ARQCRM.
       COPY 'CRMK-000'.
      *
       FD  ARQ-CONTRATO.
       COPY 'CRMK-CTR'.
      *
       FD  ARQ-CTRITEM.
       COPY 'CRMK-ITM'.
      *
       FD  ARQ-PRODUTO.
       COPY 'CRMK-PRD'.
      *
       FD  ARQCRM-OPR.
       COPY 'CRMK-OPR'.
      *
       FD  ARQ-CTRCTL.
       01  KCT-REGISTRO.
           05 KCT-CHAVE         PIC X(01).
           05 KCT-PROX-NUMERO   PIC 9(05).
      *
       FD  ARQ-AGENDA.
       COPY 'CRMK-AGN'.
      *
       FD  ARQ-FERIADO.
       COPY 'CRMK-FER'.
      *
       FD  REL-OSV.
       01  REL-OSV-LINHA        PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE                                        SECTION.
      *----------------------------------
       COPY 'CRMK-AMB'.
       COPY 'CRMK-MSG'.
       COPY 'CRMK-LOG'.
       COPY 'CRMK-SAI'.
       COPY 'CRMK-DIW'.
       COPY 'CRMK-DTF'.
       01  ARQ-ORDSERV-FS       PIC 9(02)   VALUE ZERO.
       01  ARQCRM-FS            PIC 9(02)   VALUE ZERO.
       01  ARQ-CONTRATO-FS      PIC 9(02)   VALUE ZERO.
       01  ARQ-CTRITEM-FS       PIC 9(02)   VALUE ZERO.
       01  ARQ-PRODUTO-FS       PIC 9(02)   VALUE ZERO.
       01  ARQCRM-OPR-FS        PIC 9(02)   VALUE ZERO.
       01  ARQ-CTRCTL-FS        PIC 9(02)   VALUE ZERO.
       01  ARQ-AGENDA-FS        PIC 9(02)   VALUE ZERO.
       01  ARQ-FERIADO-FS       PIC 9(02)   VALUE ZERO.
       01  REL-OSV-FS           PIC 9(02)   VALUE ZERO.
       01  WRK-RELOSV-PATH      PIC X(40)   VALUE SPACES.
       01  WRK-OPCAO            PIC X(01)   VALUE SPACE.
       01  WRK-HOJE             PIC 9(08)   VALUE ZERO.
       01  WRK-NUMERO           PIC 9(05)   VALUE ZERO.
       01  WRK-CLIENTE          PIC X(06)   VALUE SPACES.
       01  WRK-CONTRATO         PIC 9(05)   VALUE ZERO.
       01  WRK-PRODUTO          PIC X(04)   VALUE SPACES.
       01  WRK-DESCRICAO        PIC X(40)   VALUE SPACES.
       01  WRK-TECNICO          PIC X(08)   VALUE SPACES.
       01  WRK-DATA-AGENDA      PIC 9(08)   VALUE ZERO.
       01  WRK-PROX-SEQ         PIC 9(03)   VALUE ZERO.
       01  WRK-DADO-OK          PIC X(01)   VALUE 'N'.
       01  WRK-ORDEM-OK         PIC X(01)   VALUE 'N'.
       01  WRK-RETIRA-MODO      PIC X(01)   VALUE SPACE.
           88 WRK-RETIRA-EXCLUI             VALUE 'E'.
           88 WRK-RETIRA-CONCLUI            VALUE 'C'.
       01  WRK-SITUACAO         PIC X(12)   VALUE SPACES.
       01  WRK-MOTIVO-LOG       PIC X(40)   VALUE SPACES.
       01  WRK-HORAS            PIC 9(03)V9 VALUE ZERO.
       01  WRK-VALOR-HORA       PIC 9(05)V99 VALUE ZERO.
       01  WRK-PECAS            PIC X(30)   VALUE SPACES.
       01  WRK-VALOR-PECAS      PIC 9(07)V99 VALUE ZERO.
       01  WRK-COBRAR           PIC X(01)   VALUE 'N'.
       01  WRK-RELATORIO        PIC X(60)   VALUE SPACES.
       01  WRK-VALOR-EXIBE      PIC ZZZZZZ9.99 VALUE ZERO.
       01  WRK-VALOR-TOTAL      PIC 9(07)V99 VALUE ZERO.
       01  WRK-LINHA            PIC 9(02)   COMP VALUE 10.
       01  WRK-EXIBE            PIC X(80)   VALUE SPACES.
       01  WRK-DATA-AUX         PIC 9(08)   VALUE ZERO.
       01  WRK-DATA-FMT.
           05 WRK-DATA-FMT-DD   PIC 9(02).
           05 FILLER            PIC X(01)   VALUE '/'.
           05 WRK-DATA-FMT-MM   PIC 9(02).
           05 FILLER            PIC X(01)   VALUE '/'.
           05 WRK-DATA-FMT-AAAA PIC 9(04).
       01  WRK-DIAS             PIC 9(05)   VALUE ZERO.
       01  WRK-MEDIA            PIC 9(05)V9 VALUE ZERO.
       01  WRK-MEDIA-EXIBE      PIC ZZZZ9.9 VALUE ZERO.
       01  WRK-TOT-ABERTAS      PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-AGENDADAS    PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-ANDAMENTO    PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-PENDENTES    PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-CONCLUIDAS   PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-CANCELADAS   PIC 9(05)   VALUE ZERO.
       01  WRK-SOMA-IDADE       PIC 9(09)   VALUE ZERO.
       01  WRK-SOMA-RESOLUCAO   PIC 9(09)   VALUE ZERO.
       01  WRK-TEC-QTD          PIC 9(03)   VALUE ZERO.
       01  WRK-TEC-IDX          PIC 9(03)   VALUE ZERO.
       01  WRK-TEC-TABELA.
           05 WRK-TEC-ITEM OCCURS 100 TIMES.
              10 WRK-TEC-ID         PIC X(08).
              10 WRK-TEC-PENDENTES  PIC 9(05).
              10 WRK-TEC-CONCLUIDAS PIC 9(05).
              10 WRK-TEC-SOMA-DIAS  PIC 9(09).
      *-----------------------------------------------------------------
       LINKAGE                                                SECTION.
      *----------------------------------
       COPY 'CRMK-SES'.
       01  LNK-OSV-CLIENTE      PIC X(06).
      *-----------------------------------------------------------------
       SCREEN                                                 SECTION.
      *----------------------------------
       COPY 'CRMK-SCR'.
      *=================================================================
       PROCEDURE                                              DIVISION
           USING SES-OPERADOR LNK-OSV-CLIENTE.
      *-----------------------------------------------------------------
       PRINCIPAL                                              SECTION.
      *----------------------------------
           PERFORM INICIAR
           PERFORM EXIBE-MENU-OSV UNTIL WRK-OPCAO EQUAL 9
           PERFORM VOLTAR-MENU.
      *-----------------------------------------------------------------
       INICIAR                                                SECTION.
      *----------------------------------
           MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-HOJE

           PERFORM LIMPA-RODAPE

           PERFORM ABRE-ARQUIVO-ORDSERV
           PERFORM ABRE-ARQUIVO-FERIADO

           DISPLAY SCR-HDR

           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       EXIBE-MENU-OSV                                         SECTION.
      *----------------------------------
           PERFORM LIMPA-CORPO

           MOVE '1. Abrir ordem de servico'        TO SCR-CTR-L2
           MOVE '2. Agendar/reagendar ordem'       TO SCR-CTR-L3
           MOVE '3. Iniciar atendimento'           TO SCR-CTR-L4
           MOVE '4. Encerrar ordem'                TO SCR-CTR-L5
           MOVE '5. Cancelar ordem'                TO SCR-CTR-L6
           MOVE '6. Ordens de um cliente'          TO SCR-CTR-L7
           MOVE '7. Backlog e tempo de atendimento' TO SCR-CTR-L8
           MOVE '9. Voltar'                        TO SCR-CTR-L9
           MOVE 'OPCAO:'                           TO SCR-CTR-L11

           DISPLAY SCR-CTR

           ACCEPT WRK-OPCAO                          LINE 18 COLUMN 8

           EVALUATE WRK-OPCAO
              WHEN 1
                 PERFORM ABRE-ORDEM
              WHEN 2
                 PERFORM AGENDA-ORDEM
              WHEN 3
                 PERFORM INICIA-ORDEM
              WHEN 4
                 PERFORM ENCERRA-ORDEM
              WHEN 5
                 PERFORM CANCELA-ORDEM
              WHEN 6
                 PERFORM LISTA-ORDENS-CLIENTE
              WHEN 7
                 PERFORM RELATORIO-ORDENS
              WHEN 9
                 CONTINUE
              WHEN OTHER
                 PERFORM ERRO-OPCAO-INVALIDA
           END-EVALUATE.
      *-----------------------------------------------------------------
       ABRE-ORDEM                                             SECTION.
      *----------------------------------
           PERFORM LIMPA-CORPO

           MOVE 'Abertura de ordem de servico'     TO SCR-CTR-L1
           MOVE 'Cliente (ID)          :'          TO SCR-CTR-L3
           MOVE 'Contrato              :'          TO SCR-CTR-L4
           MOVE 'Produto               :'          TO SCR-CTR-L5
           MOVE 'Servico solicitado    :'          TO SCR-CTR-L6
           MOVE 'Tecnico (operador)    :'          TO SCR-CTR-L7
           MOVE 'Visita (AAAAMMDD, 0=sem data):'   TO SCR-CTR-L8
           DISPLAY SCR-CTR

           PERFORM ACEITA-CLIENTE-ORDEM

           IF WRK-DADO-OK NOT EQUAL 'S'
              EXIT SECTION
           END-IF

           PERFORM ACEITA-CONTRATO-ORDEM

           IF WRK-DADO-OK NOT EQUAL 'S'
              EXIT SECTION
           END-IF

           PERFORM ACEITA-PRODUTO-ORDEM

           IF WRK-DADO-OK NOT EQUAL 'S'
              EXIT SECTION
           END-IF

           MOVE SPACES TO WRK-DESCRICAO
           PERFORM UNTIL WRK-DESCRICAO NOT EQUAL SPACES
              ACCEPT WRK-DESCRICAO                  LINE 13 COLUMN 25
              IF WRK-DESCRICAO EQUAL SPACES
                 PERFORM ERRO-DESCRICAO-OBRIGATORIA
              END-IF
           END-PERFORM

           MOVE SPACES TO WRK-TECNICO
           PERFORM ACEITA-TECNICO-ORDEM

           IF WRK-DADO-OK NOT EQUAL 'S'
              EXIT SECTION
           END-IF

           PERFORM ACEITA-DATA-VISITA

           PERFORM GERA-NUMERO-ORDEM

           MOVE WRK-NUMERO      TO OSV-NUMERO
           MOVE WRK-CLIENTE     TO OSV-CLIENTE
           MOVE WRK-CONTRATO    TO OSV-CONTRATO
           MOVE WRK-PRODUTO     TO OSV-PRODUTO
           MOVE WRK-DESCRICAO   TO OSV-DESCRICAO
           MOVE WRK-TECNICO     TO OSV-TECNICO
           SET OSV-ABERTA       TO TRUE
           MOVE WRK-HOJE        TO OSV-DATA-ABERTURA
           MOVE SES-OPR-ID      TO OSV-OPERADOR
           MOVE ZERO            TO OSV-DATA-AGENDA
           MOVE ZERO            TO OSV-AGN-SEQ
           MOVE ZERO            TO OSV-DATA-INICIO
           MOVE ZERO            TO OSV-DATA-CONCLUSAO
           MOVE ZERO            TO OSV-HORAS
           MOVE ZERO            TO OSV-VALOR-HORA
           MOVE ZERO            TO OSV-VALOR-MAO-OBRA
           MOVE SPACES          TO OSV-PECAS
           MOVE ZERO            TO OSV-VALOR-PECAS
           MOVE 'N'             TO OSV-COBRAVEL
           MOVE SPACES          TO OSV-RELATORIO
           MOVE ZERO            TO OSV-COMPET-FATURA

           WRITE OSV-REGISTRO

           IF ARQ-ORDSERV-FS NOT EQUAL ZERO
              PERFORM ERRO-GRAVACAO-ORDEM
              EXIT SECTION
           END-IF

           IF WRK-DATA-AGENDA NOT EQUAL ZERO
              PERFORM AGENDA-VISITA
              REWRITE OSV-REGISTRO
           END-IF

           MOVE SPACES TO WRK-MOTIVO-LOG
           STRING 'ABERTURA CTR ' OSV-CONTRATO ' PRD ' OSV-PRODUTO
              ' TEC ' OSV-TECNICO
              DELIMITED BY SIZE INTO WRK-MOTIVO-LOG
           PERFORM GRAVA-LOG-ORDEM

           PERFORM LIMPA-RODAPE
           IF OSV-AGENDADA
              MOVE OSV-DATA-AGENDA TO WRK-DATA-AUX
              PERFORM FORMATA-DATA
              STRING 'Ordem ' OSV-NUMERO ' aberta e agendada para '
                 WRK-DATA-FMT '.'
                 DELIMITED BY SIZE INTO SCR-TRL-L1
           ELSE
              STRING 'Ordem ' OSV-NUMERO ' aberta sem agendamento.'
                 DELIMITED BY SIZE INTO SCR-TRL-L1
           END-IF
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 48
           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       ACEITA-CLIENTE-ORDEM                                   SECTION.
      *----------------------------------
           MOVE 'N' TO WRK-DADO-OK

           IF LNK-OSV-CLIENTE NOT EQUAL SPACES
              MOVE LNK-OSV-CLIENTE TO WRK-CLIENTE
              DISPLAY WRK-CLIENTE                   LINE 10 COLUMN 25
           ELSE
              MOVE SPACES TO WRK-CLIENTE
              ACCEPT WRK-CLIENTE                    LINE 10 COLUMN 25
              MOVE FUNCTION UPPER-CASE(WRK-CLIENTE) TO WRK-CLIENTE
           END-IF

           IF WRK-CLIENTE EQUAL SPACES
              EXIT SECTION
           END-IF

           OPEN INPUT ARQCRM

           MOVE WRK-CLIENTE TO ARQCRM-ID
           READ ARQCRM

           IF ARQCRM-FS NOT EQUAL ZERO
              CLOSE ARQCRM
              PERFORM ERRO-CLIENTE-NAO-ENCONTRADO
              EXIT SECTION
           END-IF

           CLOSE ARQCRM

           DISPLAY ARQCRM-NOME                       LINE 10 COLUMN 33

           MOVE 'S' TO WRK-DADO-OK.
      *-----------------------------------------------------------------
       ACEITA-CONTRATO-ORDEM                                  SECTION.
      *----------------------------------
           MOVE 'N' TO WRK-DADO-OK

           MOVE ZERO TO WRK-CONTRATO
           ACCEPT WRK-CONTRATO                       LINE 11 COLUMN 25

           OPEN INPUT ARQ-CONTRATO

           MOVE WRK-CONTRATO TO CTR-NUMERO
           READ ARQ-CONTRATO

           IF ARQ-CONTRATO-FS NOT EQUAL ZERO
              OR CTR-CLIENTE NOT EQUAL WRK-CLIENTE
              CLOSE ARQ-CONTRATO
              PERFORM ERRO-CONTRATO-NAO-ENCONTRADO
              EXIT SECTION
           END-IF

           CLOSE ARQ-CONTRATO

           IF NOT CTR-CONTRATO-ATIVO
              PERFORM ERRO-CONTRATO-ENCERRADO
              EXIT SECTION
           END-IF

           DISPLAY CTR-DESCRICAO                     LINE 11 COLUMN 33

           MOVE 'S' TO WRK-DADO-OK.
      *-----------------------------------------------------------------
       ACEITA-PRODUTO-ORDEM                                   SECTION.
      *----------------------------------
           MOVE 'N' TO WRK-DADO-OK

           MOVE SPACES TO WRK-PRODUTO
           ACCEPT WRK-PRODUTO                        LINE 12 COLUMN 25
           MOVE FUNCTION UPPER-CASE(WRK-PRODUTO) TO WRK-PRODUTO

           OPEN INPUT ARQ-CTRITEM

           IF ARQ-CTRITEM-FS NOT EQUAL ZERO
              PERFORM ERRO-PRODUTO-FORA-CONTRATO
              EXIT SECTION
           END-IF

           MOVE WRK-CONTRATO TO ITM-CONTRATO
           MOVE ZERO         TO ITM-SEQ

           START ARQ-CTRITEM KEY IS NOT LESS THAN ITM-KEY

           IF ARQ-CTRITEM-FS EQUAL ZERO
              READ ARQ-CTRITEM NEXT RECORD
           END-IF

           PERFORM UNTIL ARQ-CTRITEM-FS NOT EQUAL ZERO
                      OR ITM-CONTRATO NOT EQUAL WRK-CONTRATO
                      OR WRK-DADO-OK EQUAL 'S'
              IF ITM-PRODUTO EQUAL WRK-PRODUTO
                 MOVE 'S' TO WRK-DADO-OK
              ELSE
                 READ ARQ-CTRITEM NEXT RECORD
              END-IF
           END-PERFORM

           CLOSE ARQ-CTRITEM

           IF WRK-DADO-OK NOT EQUAL 'S'
              PERFORM ERRO-PRODUTO-FORA-CONTRATO
              EXIT SECTION
           END-IF

           OPEN INPUT ARQ-PRODUTO

           MOVE WRK-PRODUTO TO PRD-CODIGO
           READ ARQ-PRODUTO

           IF ARQ-PRODUTO-FS EQUAL ZERO
              DISPLAY PRD-DESCRICAO                 LINE 12 COLUMN 33
           END-IF

           CLOSE ARQ-PRODUTO.
      *-----------------------------------------------------------------
       ACEITA-TECNICO-ORDEM                                   SECTION.
      *----------------------------------
           MOVE 'N' TO WRK-DADO-OK

           ACCEPT WRK-TECNICO                        LINE 14 COLUMN 25
           MOVE FUNCTION UPPER-CASE(WRK-TECNICO) TO WRK-TECNICO

           IF WRK-TECNICO EQUAL SPACES
              PERFORM ERRO-TECNICO-INVALIDO
              EXIT SECTION
           END-IF

           OPEN INPUT ARQCRM-OPR

           MOVE WRK-TECNICO TO OPR-ID
           READ ARQCRM-OPR

           IF ARQCRM-OPR-FS NOT EQUAL ZERO
              OR NOT OPR-OPERADOR-ATIVO
              CLOSE ARQCRM-OPR
              PERFORM ERRO-TECNICO-INVALIDO
              EXIT SECTION
           END-IF

           CLOSE ARQCRM-OPR

           DISPLAY OPR-NOME                          LINE 14 COLUMN 35

           MOVE 'S' TO WRK-DADO-OK.
      *-----------------------------------------------------------------
       ACEITA-DATA-VISITA                                     SECTION.
      *----------------------------------
           MOVE 'N' TO WRK-DTV-OK

           PERFORM UNTIL WRK-DTV-OK EQUAL 'S'
              MOVE ZERO TO WRK-DATA-AGENDA
              ACCEPT WRK-DATA-AGENDA                LINE 15 COLUMN 32

              IF WRK-DATA-AGENDA EQUAL ZERO
                 MOVE 'S' TO WRK-DTV-OK
              ELSE
                 MOVE WRK-DATA-AGENDA TO WRK-DTV-DATA
                 PERFORM VALIDA-DATA-CALENDARIO
                 IF WRK-DTV-OK EQUAL 'S'
                    AND WRK-DATA-AGENDA LESS THAN WRK-HOJE
                    MOVE 'N' TO WRK-DTV-OK
                 END-IF
                 IF WRK-DTV-OK NOT EQUAL 'S'
                    PERFORM ERRO-DATA-INVALIDA
                 END-IF
              END-IF
           END-PERFORM

           IF WRK-DATA-AGENDA NOT EQUAL ZERO
              MOVE WRK-DATA-AGENDA TO WRK-DATA-UTIL
              PERFORM AJUSTA-DIA-UTIL
              MOVE WRK-DATA-UTIL TO WRK-DATA-AGENDA
           END-IF.
      *-----------------------------------------------------------------
       GERA-NUMERO-ORDEM                                      SECTION.
      *----------------------------------
           OPEN I-O ARQ-CTRCTL

           IF ARQ-CTRCTL-FS EQUAL 35
              OPEN OUTPUT ARQ-CTRCTL
              CLOSE ARQ-CTRCTL
              OPEN I-O ARQ-CTRCTL
           END-IF

           MOVE 'O' TO KCT-CHAVE
           READ ARQ-CTRCTL

           IF ARQ-CTRCTL-FS EQUAL 23
              MOVE 'O' TO KCT-CHAVE
              MOVE 1   TO KCT-PROX-NUMERO
              WRITE KCT-REGISTRO
              MOVE ZERO TO ARQ-CTRCTL-FS
           END-IF

           MOVE KCT-PROX-NUMERO TO WRK-NUMERO
           ADD 1 TO KCT-PROX-NUMERO
           REWRITE KCT-REGISTRO

           CLOSE ARQ-CTRCTL.
      *-----------------------------------------------------------------
       AGENDA-VISITA                                          SECTION.
      *----------------------------------
           OPEN I-O ARQ-AGENDA

           IF ARQ-AGENDA-FS EQUAL 35
              OPEN OUTPUT ARQ-AGENDA
              CLOSE ARQ-AGENDA
              OPEN I-O ARQ-AGENDA
           END-IF

           MOVE ZERO TO WRK-PROX-SEQ

           MOVE OSV-TECNICO     TO AGN-OPERADOR
           MOVE WRK-DATA-AGENDA TO AGN-DATA-VENC
           MOVE ZERO            TO AGN-SEQ

           START ARQ-AGENDA KEY IS NOT LESS THAN AGN-KEY

           IF ARQ-AGENDA-FS EQUAL ZERO
              READ ARQ-AGENDA NEXT RECORD
              PERFORM UNTIL ARQ-AGENDA-FS NOT EQUAL ZERO
                         OR AGN-OPERADOR NOT EQUAL OSV-TECNICO
                         OR AGN-DATA-VENC NOT EQUAL WRK-DATA-AGENDA
                 MOVE AGN-SEQ TO WRK-PROX-SEQ
                 READ ARQ-AGENDA NEXT RECORD
              END-PERFORM
           END-IF

           ADD 1 TO WRK-PROX-SEQ

           MOVE OSV-TECNICO     TO AGN-OPERADOR
           MOVE WRK-DATA-AGENDA TO AGN-DATA-VENC
           MOVE WRK-PROX-SEQ    TO AGN-SEQ
           MOVE OSV-CLIENTE     TO AGN-CLIENTE
           MOVE SPACES          TO AGN-DESCRICAO
           STRING 'OS ' OSV-NUMERO ' ' OSV-DESCRICAO
              DELIMITED BY SIZE INTO AGN-DESCRICAO
           MOVE 'P'             TO AGN-STATUS
           MOVE WRK-HOJE        TO AGN-DATA-CRIACAO

           WRITE AGN-REGISTRO

           IF ARQ-AGENDA-FS EQUAL ZERO
              MOVE WRK-DATA-AGENDA TO OSV-DATA-AGENDA
              MOVE WRK-PROX-SEQ    TO OSV-AGN-SEQ
              IF OSV-ABERTA
                 SET OSV-AGENDADA TO TRUE
              END-IF
           END-IF

           CLOSE ARQ-AGENDA.
      *-----------------------------------------------------------------
       RETIRA-VISITA-AGENDA                                   SECTION.
      *----------------------------------
           IF OSV-DATA-AGENDA EQUAL ZERO
              EXIT SECTION
           END-IF

           OPEN I-O ARQ-AGENDA

           IF ARQ-AGENDA-FS NOT EQUAL ZERO
              EXIT SECTION
           END-IF

           MOVE OSV-TECNICO     TO AGN-OPERADOR
           MOVE OSV-DATA-AGENDA TO AGN-DATA-VENC
           MOVE OSV-AGN-SEQ     TO AGN-SEQ
           READ ARQ-AGENDA

           IF ARQ-AGENDA-FS EQUAL ZERO
              AND AGN-CLIENTE EQUAL OSV-CLIENTE
              AND AGN-TAREFA-PENDENTE
              IF WRK-RETIRA-EXCLUI
                 DELETE ARQ-AGENDA
              ELSE
                 SET AGN-TAREFA-CONCLUIDA TO TRUE
                 REWRITE AGN-REGISTRO
              END-IF
           END-IF

           CLOSE ARQ-AGENDA.
      *-----------------------------------------------------------------
       LOCALIZA-ORDEM                                         SECTION.
      *----------------------------------
           MOVE 'N' TO WRK-ORDEM-OK

           MOVE 'Numero da ordem       :' TO SCR-CTR-L2
           DISPLAY SCR-CTR

           MOVE ZERO TO WRK-NUMERO
           ACCEPT WRK-NUMERO                         LINE 9  COLUMN 25

           IF WRK-NUMERO EQUAL ZERO
              EXIT SECTION
           END-IF

           MOVE WRK-NUMERO TO OSV-NUMERO
           READ ARQ-ORDSERV

           IF ARQ-ORDSERV-FS NOT EQUAL ZERO
              PERFORM ERRO-ORDEM-NAO-ENCONTRADA
              EXIT SECTION
           END-IF

           PERFORM EXIBE-ORDEM

           MOVE 'S' TO WRK-ORDEM-OK.
      *-----------------------------------------------------------------
       EXIBE-ORDEM                                            SECTION.
      *----------------------------------
           PERFORM DESCREVE-SITUACAO

           MOVE OSV-DATA-ABERTURA TO WRK-DATA-AUX
           PERFORM FORMATA-DATA

           MOVE SPACES TO SCR-CTR-L3
           STRING 'Situacao: ' WRK-SITUACAO '  Abertura: '
              WRK-DATA-FMT '  por ' OSV-OPERADOR
              DELIMITED BY SIZE INTO SCR-CTR-L3

           MOVE SPACES TO SCR-CTR-L4
           STRING 'Cliente : ' OSV-CLIENTE '   Contrato: '
              OSV-CONTRATO '   Produto: ' OSV-PRODUTO
              DELIMITED BY SIZE INTO SCR-CTR-L4

           MOVE SPACES TO SCR-CTR-L5
           STRING 'Servico : ' OSV-DESCRICAO
              DELIMITED BY SIZE INTO SCR-CTR-L5

           MOVE SPACES TO SCR-CTR-L6
           IF OSV-DATA-AGENDA EQUAL ZERO
              STRING 'Tecnico : ' OSV-TECNICO '   Visita: nao agendada'
                 DELIMITED BY SIZE INTO SCR-CTR-L6
           ELSE
              MOVE OSV-DATA-AGENDA TO WRK-DATA-AUX
              PERFORM FORMATA-DATA
              STRING 'Tecnico : ' OSV-TECNICO '   Visita: '
                 WRK-DATA-FMT
                 DELIMITED BY SIZE INTO SCR-CTR-L6
           END-IF

           IF OSV-CONCLUIDA OR OSV-CANCELADA
              MOVE SPACES TO SCR-CTR-L7
              STRING 'Relato  : ' OSV-RELATORIO
                 DELIMITED BY SIZE INTO SCR-CTR-L7
           END-IF

           DISPLAY SCR-CTR.
      *-----------------------------------------------------------------
       AGENDA-ORDEM                                           SECTION.
      *----------------------------------
           PERFORM LIMPA-CORPO
           MOVE 'Agendamento de visita tecnica' TO SCR-CTR-L1

           PERFORM LOCALIZA-ORDEM

           IF WRK-ORDEM-OK NOT EQUAL 'S'
              EXIT SECTION
           END-IF

           IF NOT OSV-PENDENTE
              PERFORM ERRO-ORDEM-ENCERRADA
              EXIT SECTION
           END-IF

           MOVE 'Tecnico (branco=mantem):'          TO SCR-CTR-L8
           MOVE 'Visita (AAAAMMDD, 0=sem data):'    TO SCR-CTR-L9
           DISPLAY SCR-CTR

           MOVE SPACES TO WRK-TECNICO
           ACCEPT WRK-TECNICO                        LINE 15 COLUMN 26
           MOVE FUNCTION UPPER-CASE(WRK-TECNICO) TO WRK-TECNICO

           IF WRK-TECNICO EQUAL SPACES
              MOVE OSV-TECNICO TO WRK-TECNICO
           ELSE
              OPEN INPUT ARQCRM-OPR
              MOVE WRK-TECNICO TO OPR-ID
              READ ARQCRM-OPR
              IF ARQCRM-OPR-FS NOT EQUAL ZERO
                 OR NOT OPR-OPERADOR-ATIVO
                 CLOSE ARQCRM-OPR
                 PERFORM ERRO-TECNICO-INVALIDO
                 EXIT SECTION
              END-IF
              CLOSE ARQCRM-OPR
           END-IF

           MOVE 'N' TO WRK-DTV-OK

           PERFORM UNTIL WRK-DTV-OK EQUAL 'S'
              MOVE ZERO TO WRK-DATA-AGENDA
              ACCEPT WRK-DATA-AGENDA                LINE 16 COLUMN 32

              IF WRK-DATA-AGENDA EQUAL ZERO
                 MOVE 'S' TO WRK-DTV-OK
              ELSE
                 MOVE WRK-DATA-AGENDA TO WRK-DTV-DATA
                 PERFORM VALIDA-DATA-CALENDARIO
                 IF WRK-DTV-OK EQUAL 'S'
                    AND WRK-DATA-AGENDA LESS THAN WRK-HOJE
                    MOVE 'N' TO WRK-DTV-OK
                 END-IF
                 IF WRK-DTV-OK NOT EQUAL 'S'
                    PERFORM ERRO-DATA-INVALIDA
                 END-IF
              END-IF
           END-PERFORM

           IF WRK-DATA-AGENDA EQUAL ZERO
              AND WRK-TECNICO EQUAL OSV-TECNICO
              EXIT SECTION
           END-IF

           IF WRK-DATA-AGENDA EQUAL ZERO
              MOVE OSV-DATA-AGENDA TO WRK-DATA-AGENDA
           END-IF

           IF WRK-DATA-AGENDA NOT EQUAL ZERO
              MOVE WRK-DATA-AGENDA TO WRK-DATA-UTIL
              PERFORM AJUSTA-DIA-UTIL
              MOVE WRK-DATA-UTIL TO WRK-DATA-AGENDA
           END-IF

           SET WRK-RETIRA-EXCLUI TO TRUE
           PERFORM RETIRA-VISITA-AGENDA

           MOVE WRK-TECNICO TO OSV-TECNICO
           MOVE ZERO        TO OSV-DATA-AGENDA
           MOVE ZERO        TO OSV-AGN-SEQ

           IF OSV-AGENDADA
              SET OSV-ABERTA TO TRUE
           END-IF

           IF WRK-DATA-AGENDA NOT EQUAL ZERO
              PERFORM AGENDA-VISITA
           END-IF

           REWRITE OSV-REGISTRO

           IF ARQ-ORDSERV-FS NOT EQUAL ZERO
              PERFORM ERRO-GRAVACAO-ORDEM
              EXIT SECTION
           END-IF

           MOVE SPACES TO WRK-MOTIVO-LOG
           STRING 'AGENDA TEC ' OSV-TECNICO ' DATA ' OSV-DATA-AGENDA
              DELIMITED BY SIZE INTO WRK-MOTIVO-LOG
           PERFORM GRAVA-LOG-ORDEM

           PERFORM LIMPA-RODAPE
           IF OSV-DATA-AGENDA EQUAL ZERO
              MOVE 'Ordem sem visita agendada.' TO SCR-TRL-L1
           ELSE
              MOVE OSV-DATA-AGENDA TO WRK-DATA-AUX
              PERFORM FORMATA-DATA
              STRING 'Visita agendada para ' WRK-DATA-FMT
                 ' - tecnico ' OSV-TECNICO
                 DELIMITED BY SIZE INTO SCR-TRL-L1
           END-IF
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 52
           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       INICIA-ORDEM                                           SECTION.
      *----------------------------------
           PERFORM LIMPA-CORPO
           MOVE 'Inicio de atendimento' TO SCR-CTR-L1

           PERFORM LOCALIZA-ORDEM

           IF WRK-ORDEM-OK NOT EQUAL 'S'
              EXIT SECTION
           END-IF

           IF NOT OSV-ABERTA
              AND NOT OSV-AGENDADA
              PERFORM ERRO-ORDEM-NAO-INICIAVEL
              EXIT SECTION
           END-IF

           PERFORM LIMPA-RODAPE
           MOVE 'Confirma o inicio do atendimento? (S/N)'
                                                       TO SCR-TRL-L1
           DISPLAY SCR-TRL

           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 41
           MOVE FUNCTION UPPER-CASE(WRK-OPCAO) TO WRK-OPCAO

           IF WRK-OPCAO NOT EQUAL 'S'
              MOVE SPACE TO WRK-OPCAO
              EXIT SECTION
           END-IF

           SET OSV-EM-ANDAMENTO TO TRUE
           MOVE WRK-HOJE TO OSV-DATA-INICIO

           REWRITE OSV-REGISTRO

           IF ARQ-ORDSERV-FS NOT EQUAL ZERO
              PERFORM ERRO-GRAVACAO-ORDEM
              EXIT SECTION
           END-IF

           MOVE 'INICIO DE ATENDIMENTO' TO WRK-MOTIVO-LOG
           PERFORM GRAVA-LOG-ORDEM

           PERFORM LIMPA-RODAPE
           MOVE 'Ordem em andamento.' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 21
           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       ENCERRA-ORDEM                                          SECTION.
      *----------------------------------
           PERFORM LIMPA-CORPO
           MOVE 'Encerramento de ordem de servico' TO SCR-CTR-L1

           PERFORM LOCALIZA-ORDEM

           IF WRK-ORDEM-OK NOT EQUAL 'S'
              EXIT SECTION
           END-IF

           IF NOT OSV-PENDENTE
              PERFORM ERRO-ORDEM-ENCERRADA
              EXIT SECTION
           END-IF

           MOVE 'Horas trabalhadas     :'          TO SCR-CTR-L8
           MOVE 'Valor da hora         :'          TO SCR-CTR-L9
           MOVE 'Pecas utilizadas      :'          TO SCR-CTR-L10
           MOVE 'Valor das pecas       :'          TO SCR-CTR-L11
           MOVE 'Cobrar do cliente(S/N):'          TO SCR-CTR-L12
           MOVE 'Relato:'                          TO SCR-CTR-L13
           DISPLAY SCR-CTR

           MOVE ZERO   TO WRK-HORAS
           MOVE ZERO   TO WRK-VALOR-HORA
           MOVE SPACES TO WRK-PECAS
           MOVE ZERO   TO WRK-VALOR-PECAS
           MOVE SPACE  TO WRK-COBRAR

           ACCEPT WRK-HORAS                          LINE 15 COLUMN 25
           ACCEPT WRK-VALOR-HORA                     LINE 16 COLUMN 25
           ACCEPT WRK-PECAS                          LINE 17 COLUMN 25
           ACCEPT WRK-VALOR-PECAS                    LINE 18 COLUMN 25

           PERFORM UNTIL WRK-COBRAR EQUAL 'S' OR WRK-COBRAR EQUAL 'N'
              ACCEPT WRK-COBRAR                     LINE 19 COLUMN 25
              MOVE FUNCTION UPPER-CASE(WRK-COBRAR) TO WRK-COBRAR
           END-PERFORM

           MOVE SPACES TO WRK-RELATORIO
           PERFORM UNTIL WRK-RELATORIO NOT EQUAL SPACES
              ACCEPT WRK-RELATORIO                  LINE 20 COLUMN 9
              IF WRK-RELATORIO EQUAL SPACES
                 PERFORM ERRO-RELATO-OBRIGATORIO
              END-IF
           END-PERFORM

           COMPUTE WRK-VALOR-TOTAL ROUNDED =
              WRK-HORAS * WRK-VALOR-HORA + WRK-VALOR-PECAS
           MOVE WRK-VALOR-TOTAL TO WRK-VALOR-EXIBE

           PERFORM LIMPA-RODAPE
           IF WRK-COBRAR EQUAL 'S'
              STRING 'Valor a faturar: ' WRK-VALOR-EXIBE
                 '  Confirma o encerramento? (S/N)'
                 DELIMITED BY SIZE INTO SCR-TRL-L1
           ELSE
              STRING 'Servico sem cobranca (' WRK-VALOR-EXIBE
                 ').  Confirma o encerramento? (S/N)'
                 DELIMITED BY SIZE INTO SCR-TRL-L1
           END-IF
           DISPLAY SCR-TRL

           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 68
           MOVE FUNCTION UPPER-CASE(WRK-OPCAO) TO WRK-OPCAO

           IF WRK-OPCAO NOT EQUAL 'S'
              MOVE SPACE TO WRK-OPCAO
              EXIT SECTION
           END-IF

           SET WRK-RETIRA-CONCLUI TO TRUE
           PERFORM RETIRA-VISITA-AGENDA

           IF OSV-DATA-INICIO EQUAL ZERO
              MOVE WRK-HOJE TO OSV-DATA-INICIO
           END-IF

           SET OSV-CONCLUIDA     TO TRUE
           MOVE WRK-HOJE         TO OSV-DATA-CONCLUSAO
           MOVE WRK-HORAS        TO OSV-HORAS
           MOVE WRK-VALOR-HORA   TO OSV-VALOR-HORA
           COMPUTE OSV-VALOR-MAO-OBRA ROUNDED =
              WRK-HORAS * WRK-VALOR-HORA
           MOVE WRK-PECAS        TO OSV-PECAS
           MOVE WRK-VALOR-PECAS  TO OSV-VALOR-PECAS
           MOVE WRK-COBRAR       TO OSV-COBRAVEL
           MOVE WRK-RELATORIO    TO OSV-RELATORIO
           MOVE ZERO             TO OSV-COMPET-FATURA

           REWRITE OSV-REGISTRO

           IF ARQ-ORDSERV-FS NOT EQUAL ZERO
              PERFORM ERRO-GRAVACAO-ORDEM
              EXIT SECTION
           END-IF

           MOVE SPACES TO WRK-MOTIVO-LOG
           STRING 'ENCERRADA COBRAR ' OSV-COBRAVEL ' VALOR '
              WRK-VALOR-EXIBE
              DELIMITED BY SIZE INTO WRK-MOTIVO-LOG
           PERFORM GRAVA-LOG-ORDEM

           PERFORM LIMPA-RODAPE
           IF OSV-COBRAR-CLIENTE
              STRING 'Ordem encerrada - sera cobrada no proximo '
                 'faturamento.'
                 DELIMITED BY SIZE INTO SCR-TRL-L1
           ELSE
              MOVE 'Ordem encerrada.' TO SCR-TRL-L1
           END-IF
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 56
           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       CANCELA-ORDEM                                          SECTION.
      *----------------------------------
           PERFORM LIMPA-CORPO
           MOVE 'Cancelamento de ordem de servico' TO SCR-CTR-L1

           PERFORM LOCALIZA-ORDEM

           IF WRK-ORDEM-OK NOT EQUAL 'S'
              EXIT SECTION
           END-IF

           IF NOT OSV-PENDENTE
              PERFORM ERRO-ORDEM-ENCERRADA
              EXIT SECTION
           END-IF

           MOVE 'Motivo:' TO SCR-CTR-L9
           DISPLAY SCR-CTR

           MOVE SPACES TO WRK-RELATORIO
           PERFORM UNTIL WRK-RELATORIO NOT EQUAL SPACES
              ACCEPT WRK-RELATORIO                  LINE 16 COLUMN 9
              IF WRK-RELATORIO EQUAL SPACES
                 PERFORM ERRO-RELATO-OBRIGATORIO
              END-IF
           END-PERFORM

           PERFORM LIMPA-RODAPE
           MOVE 'Confirma o cancelamento da ordem? (S/N)'
                                                       TO SCR-TRL-L1
           DISPLAY SCR-TRL

           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 41
           MOVE FUNCTION UPPER-CASE(WRK-OPCAO) TO WRK-OPCAO

           IF WRK-OPCAO NOT EQUAL 'S'
              MOVE SPACE TO WRK-OPCAO
              EXIT SECTION
           END-IF

           SET WRK-RETIRA-CONCLUI TO TRUE
           PERFORM RETIRA-VISITA-AGENDA

           SET OSV-CANCELADA  TO TRUE
           MOVE WRK-HOJE      TO OSV-DATA-CONCLUSAO
           MOVE WRK-RELATORIO TO OSV-RELATORIO
           MOVE 'N'           TO OSV-COBRAVEL

           REWRITE OSV-REGISTRO

           IF ARQ-ORDSERV-FS NOT EQUAL ZERO
              PERFORM ERRO-GRAVACAO-ORDEM
              EXIT SECTION
           END-IF

           MOVE SPACES TO WRK-MOTIVO-LOG
           STRING 'CANCELADA: ' WRK-RELATORIO(1:29)
              DELIMITED BY SIZE INTO WRK-MOTIVO-LOG
           PERFORM GRAVA-LOG-ORDEM

           PERFORM LIMPA-RODAPE
           MOVE 'Ordem cancelada.' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 18
           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       LISTA-ORDENS-CLIENTE                                   SECTION.
      *----------------------------------
           PERFORM LIMPA-CORPO
           MOVE 'Ordens de servico do cliente' TO SCR-CTR-L1
           MOVE 'Cliente (ID)          :'      TO SCR-CTR-L3
           DISPLAY SCR-CTR

           PERFORM ACEITA-CLIENTE-ORDEM

           IF WRK-DADO-OK NOT EQUAL 'S'
              EXIT SECTION
           END-IF

           PERFORM LIMPA-CORPO
           STRING 'Ordens de servico do cliente ' WRK-CLIENTE
              DELIMITED BY SIZE INTO SCR-CTR-L1
           STRING 'NUMERO SITUACAO     ABERTURA   CONTR PROD '
              'TECNICO  SERVICO'
              DELIMITED BY SIZE INTO SCR-CTR-L2
           DISPLAY SCR-CTR

           MOVE 10 TO WRK-LINHA

           MOVE WRK-CLIENTE TO OSV-CLIENTE
           START ARQ-ORDSERV KEY IS NOT LESS THAN OSV-CLIENTE

           IF ARQ-ORDSERV-FS EQUAL ZERO
              READ ARQ-ORDSERV NEXT RECORD
           END-IF

           PERFORM UNTIL ARQ-ORDSERV-FS NOT EQUAL ZERO
                      OR OSV-CLIENTE NOT EQUAL WRK-CLIENTE
              PERFORM DESCREVE-SITUACAO
              MOVE OSV-DATA-ABERTURA TO WRK-DATA-AUX
              PERFORM FORMATA-DATA
              MOVE SPACES TO WRK-EXIBE
              STRING OSV-NUMERO '  ' WRK-SITUACAO ' ' WRK-DATA-FMT
                 ' ' OSV-CONTRATO ' ' OSV-PRODUTO ' ' OSV-TECNICO
                 ' ' OSV-DESCRICAO(1:20)
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

              READ ARQ-ORDSERV NEXT RECORD
           END-PERFORM

           PERFORM LIMPA-RODAPE
           MOVE 'Fim da lista. [pressione ENTER]' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 33
           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       RELATORIO-ORDENS                                       SECTION.
      *----------------------------------
           MOVE ZERO TO WRK-TOT-ABERTAS
           MOVE ZERO TO WRK-TOT-AGENDADAS
           MOVE ZERO TO WRK-TOT-ANDAMENTO
           MOVE ZERO TO WRK-TOT-PENDENTES
           MOVE ZERO TO WRK-TOT-CONCLUIDAS
           MOVE ZERO TO WRK-TOT-CANCELADAS
           MOVE ZERO TO WRK-SOMA-IDADE
           MOVE ZERO TO WRK-SOMA-RESOLUCAO
           MOVE ZERO TO WRK-TEC-QTD

           MOVE SPACES TO WRK-RELOSV-PATH
           STRING './files/RELOSV-' FUNCTION CURRENT-DATE(1:14)
              '.LST' DELIMITED BY SIZE INTO WRK-RELOSV-PATH

           OPEN OUTPUT REL-OSV

           MOVE SPACES TO REL-OSV-LINHA
           STRING 'CRM - ORDENS DE SERVICO: '
              'BACKLOG E TEMPO DE ATENDIMENTO'
              DELIMITED BY SIZE INTO REL-OSV-LINHA
           WRITE REL-OSV-LINHA

           MOVE WRK-HOJE TO WRK-DATA-AUX
           PERFORM FORMATA-DATA
           MOVE SPACES TO REL-OSV-LINHA
           STRING 'Posicao em: ' WRK-DATA-FMT
              DELIMITED BY SIZE INTO REL-OSV-LINHA
           WRITE REL-OSV-LINHA

           MOVE SPACES TO REL-OSV-LINHA
           WRITE REL-OSV-LINHA

           MOVE 'ORDENS PENDENTES' TO REL-OSV-LINHA
           WRITE REL-OSV-LINHA

           MOVE SPACES TO REL-OSV-LINHA
           STRING 'NUMERO CLIENTE SITUACAO     ABERTURA   '
              'DIAS   TECNICO   VISITA'
              DELIMITED BY SIZE INTO REL-OSV-LINHA
           WRITE REL-OSV-LINHA

           MOVE ZERO TO OSV-NUMERO
           START ARQ-ORDSERV KEY IS NOT LESS THAN OSV-NUMERO

           IF ARQ-ORDSERV-FS EQUAL ZERO
              READ ARQ-ORDSERV NEXT RECORD
           END-IF

           PERFORM UNTIL ARQ-ORDSERV-FS NOT EQUAL ZERO
              PERFORM LOCALIZA-TECNICO-TABELA
              EVALUATE TRUE
                 WHEN OSV-PENDENTE
                    PERFORM ESCREVE-ORDEM-PENDENTE
                 WHEN OSV-CONCLUIDA
                    COMPUTE WRK-DIAS =
                       FUNCTION INTEGER-OF-DATE(OSV-DATA-CONCLUSAO) -
                       FUNCTION INTEGER-OF-DATE(OSV-DATA-ABERTURA)
                    ADD 1 TO WRK-TOT-CONCLUIDAS
                    ADD WRK-DIAS TO WRK-SOMA-RESOLUCAO
                    IF WRK-TEC-IDX GREATER THAN ZERO
                       ADD 1 TO WRK-TEC-CONCLUIDAS(WRK-TEC-IDX)
                       ADD WRK-DIAS TO WRK-TEC-SOMA-DIAS(WRK-TEC-IDX)
                    END-IF
                 WHEN OSV-CANCELADA
                    ADD 1 TO WRK-TOT-CANCELADAS
              END-EVALUATE
              READ ARQ-ORDSERV NEXT RECORD
           END-PERFORM

           MOVE SPACES TO REL-OSV-LINHA
           WRITE REL-OSV-LINHA

           MOVE SPACES TO REL-OSV-LINHA
           STRING 'Abertas: ' WRK-TOT-ABERTAS
              '  Agendadas: ' WRK-TOT-AGENDADAS
              '  Em andamento: ' WRK-TOT-ANDAMENTO
              DELIMITED BY SIZE INTO REL-OSV-LINHA
           WRITE REL-OSV-LINHA

           MOVE ZERO TO WRK-MEDIA
           IF WRK-TOT-PENDENTES GREATER THAN ZERO
              COMPUTE WRK-MEDIA ROUNDED =
                 WRK-SOMA-IDADE / WRK-TOT-PENDENTES
           END-IF
           MOVE WRK-MEDIA TO WRK-MEDIA-EXIBE

           MOVE SPACES TO REL-OSV-LINHA
           STRING 'Total pendente: ' WRK-TOT-PENDENTES
              '  Idade media (dias): ' WRK-MEDIA-EXIBE
              DELIMITED BY SIZE INTO REL-OSV-LINHA
           WRITE REL-OSV-LINHA

           MOVE SPACES TO REL-OSV-LINHA
           WRITE REL-OSV-LINHA

           MOVE 'TEMPO MEDIO DE RESOLUCAO POR TECNICO' TO REL-OSV-LINHA
           WRITE REL-OSV-LINHA

           MOVE 'TECNICO  PENDENTES CONCLUIDAS MEDIA (DIAS)'
                                                    TO REL-OSV-LINHA
           WRITE REL-OSV-LINHA

           PERFORM VARYING WRK-TEC-IDX FROM 1 BY 1
                   UNTIL WRK-TEC-IDX GREATER THAN WRK-TEC-QTD
              MOVE ZERO TO WRK-MEDIA
              IF WRK-TEC-CONCLUIDAS(WRK-TEC-IDX) GREATER THAN ZERO
                 COMPUTE WRK-MEDIA ROUNDED =
                    WRK-TEC-SOMA-DIAS(WRK-TEC-IDX) /
                    WRK-TEC-CONCLUIDAS(WRK-TEC-IDX)
              END-IF
              MOVE WRK-MEDIA TO WRK-MEDIA-EXIBE
              MOVE SPACES TO REL-OSV-LINHA
              STRING WRK-TEC-ID(WRK-TEC-IDX) ' '
                 WRK-TEC-PENDENTES(WRK-TEC-IDX) '     '
                 WRK-TEC-CONCLUIDAS(WRK-TEC-IDX) '      '
                 WRK-MEDIA-EXIBE
                 DELIMITED BY SIZE INTO REL-OSV-LINHA
              WRITE REL-OSV-LINHA
           END-PERFORM

           MOVE ZERO TO WRK-MEDIA
           IF WRK-TOT-CONCLUIDAS GREATER THAN ZERO
              COMPUTE WRK-MEDIA ROUNDED =
                 WRK-SOMA-RESOLUCAO / WRK-TOT-CONCLUIDAS
           END-IF
           MOVE WRK-MEDIA TO WRK-MEDIA-EXIBE

           MOVE SPACES TO REL-OSV-LINHA
           WRITE REL-OSV-LINHA

           MOVE SPACES TO REL-OSV-LINHA
           STRING 'Ordens concluidas: ' WRK-TOT-CONCLUIDAS
              '  Tempo medio de resolucao (dias): ' WRK-MEDIA-EXIBE
              DELIMITED BY SIZE INTO REL-OSV-LINHA
           WRITE REL-OSV-LINHA

           MOVE SPACES TO REL-OSV-LINHA
           STRING 'Ordens canceladas: ' WRK-TOT-CANCELADAS
              DELIMITED BY SIZE INTO REL-OSV-LINHA
           WRITE REL-OSV-LINHA

           CLOSE REL-OSV

           MOVE 'RELOSV'          TO SAI-TIPO
           MOVE WRK-RELOSV-PATH   TO SAI-ARQUIVO
           MOVE SES-OPR-ID        TO SAI-OPERADOR
           MOVE WRK-TOT-PENDENTES TO SAI-REGISTROS
           CALL 'REGSAIDA' USING SAI-REGISTRO

           PERFORM LIMPA-RODAPE
           MOVE SPACES TO SCR-TRL-L1
           STRING 'Relatorio gravado em ' WRK-RELOSV-PATH
              DELIMITED BY SIZE INTO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 63
           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       ESCREVE-ORDEM-PENDENTE                                 SECTION.
      *----------------------------------
           COMPUTE WRK-DIAS =
              FUNCTION INTEGER-OF-DATE(WRK-HOJE) -
              FUNCTION INTEGER-OF-DATE(OSV-DATA-ABERTURA)

           ADD 1 TO WRK-TOT-PENDENTES
           ADD WRK-DIAS TO WRK-SOMA-IDADE

           EVALUATE TRUE
              WHEN OSV-ABERTA
                 ADD 1 TO WRK-TOT-ABERTAS
              WHEN OSV-AGENDADA
                 ADD 1 TO WRK-TOT-AGENDADAS
              WHEN OTHER
                 ADD 1 TO WRK-TOT-ANDAMENTO
           END-EVALUATE

           IF WRK-TEC-IDX GREATER THAN ZERO
              ADD 1 TO WRK-TEC-PENDENTES(WRK-TEC-IDX)
           END-IF

           PERFORM DESCREVE-SITUACAO

           MOVE OSV-DATA-ABERTURA TO WRK-DATA-AUX
           PERFORM FORMATA-DATA

           MOVE SPACES TO REL-OSV-LINHA
           STRING OSV-NUMERO '  ' OSV-CLIENTE '  ' WRK-SITUACAO ' '
              WRK-DATA-FMT ' ' WRK-DIAS '  ' OSV-TECNICO
              DELIMITED BY SIZE INTO REL-OSV-LINHA

           IF OSV-DATA-AGENDA NOT EQUAL ZERO
              MOVE OSV-DATA-AGENDA TO WRK-DATA-AUX
              PERFORM FORMATA-DATA
              MOVE WRK-DATA-FMT TO REL-OSV-LINHA(57:10)
           END-IF

           WRITE REL-OSV-LINHA.
      *-----------------------------------------------------------------
       LOCALIZA-TECNICO-TABELA                                SECTION.
      *----------------------------------
           PERFORM VARYING WRK-TEC-IDX FROM 1 BY 1
                   UNTIL WRK-TEC-IDX GREATER THAN WRK-TEC-QTD
                      OR WRK-TEC-ID(WRK-TEC-IDX) EQUAL OSV-TECNICO
              CONTINUE
           END-PERFORM

           IF WRK-TEC-IDX GREATER THAN WRK-TEC-QTD
              IF WRK-TEC-QTD LESS THAN 100
                 ADD 1 TO WRK-TEC-QTD
                 MOVE WRK-TEC-QTD TO WRK-TEC-IDX
                 MOVE OSV-TECNICO TO WRK-TEC-ID(WRK-TEC-IDX)
                 MOVE ZERO TO WRK-TEC-PENDENTES(WRK-TEC-IDX)
                 MOVE ZERO TO WRK-TEC-CONCLUIDAS(WRK-TEC-IDX)
                 MOVE ZERO TO WRK-TEC-SOMA-DIAS(WRK-TEC-IDX)
              ELSE
                 MOVE ZERO TO WRK-TEC-IDX
              END-IF
           END-IF.
      *-----------------------------------------------------------------
       GRAVA-LOG-ORDEM                                        SECTION.
      *----------------------------------
           MOVE 'ORDSERV'      TO WRK-LOG-OPERACAO
           MOVE OSV-CLIENTE    TO WRK-LOG-ID
           MOVE SPACES         TO WRK-LOG-NOME
           STRING 'OS ' OSV-NUMERO
              DELIMITED BY SIZE INTO WRK-LOG-NOME
           MOVE WRK-MOTIVO-LOG TO WRK-LOG-MOTIVO
           MOVE SES-OPR-ID     TO WRK-LOG-OPERADOR

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
       ERRO-CLIENTE-NAO-ENCONTRADO.
           PERFORM LIMPA-RODAPE
           MOVE 'Cliente nao encontrado.' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 25
           MOVE SPACE TO WRK-OPCAO.
      *
       ERRO-CONTRATO-NAO-ENCONTRADO.
           PERFORM LIMPA-RODAPE
           MOVE 'Contrato nao encontrado para o cliente.' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 41
           MOVE SPACE TO WRK-OPCAO.
      *
       ERRO-CONTRATO-ENCERRADO.
           PERFORM LIMPA-RODAPE
           MOVE 'Contrato encerrado - ordem nao permitida.'
                                                       TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 43
           MOVE SPACE TO WRK-OPCAO.
      *
       ERRO-PRODUTO-FORA-CONTRATO.
           PERFORM LIMPA-RODAPE
           MOVE 'Produto nao consta nos itens do contrato.'
                                                       TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 43
           MOVE SPACE TO WRK-OPCAO.
      *
       ERRO-DESCRICAO-OBRIGATORIA.
           PERFORM LIMPA-RODAPE
           MOVE 'Servico solicitado e obrigatorio' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 34
           MOVE SPACE TO WRK-OPCAO.
      *
       ERRO-TECNICO-INVALIDO.
           PERFORM LIMPA-RODAPE
           MOVE 'Tecnico inexistente ou desativado.' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 36
           MOVE SPACE TO WRK-OPCAO.
      *
       ERRO-ORDEM-NAO-ENCONTRADA.
           PERFORM LIMPA-RODAPE
           MOVE 'Ordem de servico nao encontrada.' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 34
           MOVE SPACE TO WRK-OPCAO.
      *
       ERRO-ORDEM-ENCERRADA.
           PERFORM LIMPA-RODAPE
           MOVE 'Ordem ja concluida ou cancelada.' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 34
           MOVE SPACE TO WRK-OPCAO.
      *
       ERRO-ORDEM-NAO-INICIAVEL.
           PERFORM LIMPA-RODAPE
           MOVE 'Ordem nao esta aberta nem agendada.' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 37
           MOVE SPACE TO WRK-OPCAO.
      *
       ERRO-RELATO-OBRIGATORIO.
           PERFORM LIMPA-RODAPE
           MOVE 'Relato e obrigatorio' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 22
           MOVE SPACE TO WRK-OPCAO.
      *
       ERRO-GRAVACAO-ORDEM.
           PERFORM LIMPA-RODAPE
           STRING 'Erro na gravacao da ordem - FS: ' ARQ-ORDSERV-FS
              DELIMITED BY SIZE INTO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 36
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
           STRING 'Data invalida ou anterior a hoje. '
              'Informe novamente.'
              DELIMITED BY SIZE INTO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 54
           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       FINALIZAR                                              SECTION.
      *----------------------------------
       VOLTAR-MENU.
           CLOSE ARQ-ORDSERV
           PERFORM FECHA-ARQUIVO-FERIADO
           GOBACK.
      *-----------------------------------------------------------------
       ARQUIVOS                                               SECTION.
      *----------------------------------
       ABRE-ARQUIVO-ORDSERV.
           OPEN I-O ARQ-ORDSERV

           IF ARQ-ORDSERV-FS EQUAL 35
              OPEN OUTPUT ARQ-ORDSERV
              CLOSE ARQ-ORDSERV
              OPEN I-O ARQ-ORDSERV
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
       LIMPA-CORPO.
           MOVE TPL-CTR TO SCR-CTR

           STRING
              '--------------------------------'
              ' ORDENS DE SERVICO '
              '-----------------------------'
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
              WHEN OSV-ABERTA
                 MOVE 'ABERTA'       TO WRK-SITUACAO
              WHEN OSV-AGENDADA
                 MOVE 'AGENDADA'     TO WRK-SITUACAO
              WHEN OSV-EM-ANDAMENTO
                 MOVE 'EM ANDAMENTO' TO WRK-SITUACAO
              WHEN OSV-CONCLUIDA
                 MOVE 'CONCLUIDA'    TO WRK-SITUACAO
              WHEN OTHER
                 MOVE 'CANCELADA'    TO WRK-SITUACAO
           END-EVALUATE.
      *------------------------ FIM DO ARQUIVO -------------------------
