      *=================================================================
       IDENTIFICATION                                         DIVISION.
       PROGRAM-ID. DOCCLI.
      *=================================================================
       ENVIRONMENT                                            DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT                                           SECTION.
      *----------------------------------
       FILE-CONTROL.
           SELECT ARQ-CLIDOC  ASSIGN TO './files/CLIDOC.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS ARQ-CLIDOC-FS
              RECORD KEY IS CDC-KEY.

           SELECT ARQCRM-DOM  ASSIGN TO './files/DOMINIO.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS ARQCRM-DOM-FS
              RECORD KEY IS DOM-KEY.
      *=================================================================
       DATA                                                   DIVISION.
      *-----------------------------------------------------------------
       FILE                                                   SECTION.
      *----------------------------------
       FD  ARQ-CLIDOC.
       COPY 'CRMK-CDC'.
      *
       FD  ARQCRM-DOM.
       COPY 'CRMK-DOM'.
      *-----------------------------------------------------------------
       WORKING-STORAGE                                        SECTION.
      *----------------------------------
       COPY 'CRMK-AMB'.
       COPY 'CRMK-MSG'.
       COPY 'CRMK-LOG'.
       COPY 'CRMK-DTF'.
       01  ARQ-CLIDOC-FS        PIC 9(02)   VALUE ZERO.
       01  ARQCRM-DOM-FS        PIC 9(02)   VALUE ZERO.
       01  WRK-DOM-ABERTO       PIC X(01)   VALUE 'N'.
       01  WRK-OPCAO            PIC X(01)   VALUE SPACE.
       01  WRK-CLIENTE          PIC X(06)   VALUE SPACES.
       01  WRK-HOJE             PIC 9(08)   VALUE ZERO.
       01  WRK-TABELA-DOC.
           05 FILLER            PIC X(02)   VALUE 'DC'.
           05 WRK-TABELA-TIPO   PIC X(01)   VALUE SPACE.
       01  WRK-DOCUMENTO        PIC X(01)   VALUE SPACE.
       01  WRK-DOC-DESCRICAO    PIC X(25)   VALUE SPACES.
       01  WRK-DATA-RECEB       PIC 9(08)   VALUE ZERO.
       01  WRK-DATA-VALIDADE    PIC 9(08)   VALUE ZERO.
       01  WRK-OBS              PIC X(30)   VALUE SPACES.
       01  WRK-SITUACAO         PIC X(10)   VALUE SPACES.
       01  WRK-RECEB-FMT        PIC X(10)   VALUE SPACES.
       01  WRK-VALIDADE-FMT     PIC X(10)   VALUE SPACES.
       01  WRK-TOT-PENDENTES    PIC 9(02)   VALUE ZERO.
       01  WRK-LINHA            PIC 9(02)   COMP VALUE 10.
       01  WRK-EXIBE            PIC X(80)   VALUE SPACES.
       01  WRK-DATA-AUX         PIC 9(08)   VALUE ZERO.
       01  WRK-DATA-FMT.
           05 WRK-DATA-FMT-DD   PIC 9(02).
           05 FILLER            PIC X(01)   VALUE '/'.
           05 WRK-DATA-FMT-MM   PIC 9(02).
           05 FILLER            PIC X(01)   VALUE '/'.
           05 WRK-DATA-FMT-AAAA PIC 9(04).
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
              PERFORM EXIBE-MENU-DOC UNTIL WRK-OPCAO EQUAL 9
           END-IF

           PERFORM VOLTAR-MENU.
      *-----------------------------------------------------------------
       INICIAR                                                SECTION.
      *----------------------------------
           MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-HOJE

           PERFORM LIMPA-RODAPE

           PERFORM ABRE-ARQUIVO-CLIDOC

           OPEN INPUT ARQCRM-DOM

           IF ARQCRM-DOM-FS EQUAL ZERO
              MOVE 'S' TO WRK-DOM-ABERTO
           ELSE
              MOVE 'N' TO WRK-DOM-ABERTO
           END-IF

           MOVE LNK-ARQCRM-ID TO WRK-CLIENTE

           IF WRK-CLIENTE EQUAL SPACES
              PERFORM LIMPA-CORPO
              MOVE 'ID do cliente (branco sai):' TO SCR-CTR-L2
              DISPLAY SCR-CTR
              ACCEPT WRK-CLIENTE                     LINE 9  COLUMN 29
              MOVE FUNCTION UPPER-CASE(WRK-CLIENTE) TO WRK-CLIENTE
           END-IF

           MOVE WRK-CLIENTE(1:1) TO WRK-TABELA-TIPO

           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       EXIBE-MENU-DOC                                         SECTION.
      *----------------------------------
           PERFORM LIMPA-CORPO

           MOVE SPACES TO SCR-CTR-L1
           STRING 'Documentos do cliente ' WRK-CLIENTE
              DELIMITED BY SIZE INTO SCR-CTR-L1
           MOVE '1. Checklist de documentos'       TO SCR-CTR-L3
           IF LNK-SOMENTE-LEITURA EQUAL 'S'
              MOVE '9. Voltar'                     TO SCR-CTR-L4
           ELSE
              MOVE '2. Registrar recebimento'      TO SCR-CTR-L4
              MOVE '3. Excluir registro'           TO SCR-CTR-L5
              MOVE '9. Voltar'                     TO SCR-CTR-L6
           END-IF
           MOVE 'OPCAO:'                           TO SCR-CTR-L8

           DISPLAY SCR-CTR

           ACCEPT WRK-OPCAO                          LINE 15 COLUMN 8

           IF LNK-SOMENTE-LEITURA EQUAL 'S'
              AND WRK-OPCAO NOT EQUAL '1'
              AND WRK-OPCAO NOT EQUAL '9'
              PERFORM ERRO-OPCAO-INVALIDA
              EXIT SECTION
           END-IF

           EVALUATE WRK-OPCAO
              WHEN 1
                 PERFORM CHECKLIST-DOCUMENTOS
              WHEN 2
                 PERFORM REGISTRA-RECEBIMENTO
              WHEN 3
                 PERFORM EXCLUI-DOCUMENTO
              WHEN 9
                 CONTINUE
              WHEN OTHER
                 PERFORM ERRO-OPCAO-INVALIDA
           END-EVALUATE.
      *-----------------------------------------------------------------
       CHECKLIST-DOCUMENTOS                                   SECTION.
      *----------------------------------
           IF WRK-DOM-ABERTO NOT EQUAL 'S'
              PERFORM ERRO-SEM-CHECKLIST
              EXIT SECTION
           END-IF

           PERFORM LIMPA-CORPO

           MOVE SPACES TO SCR-CTR-L1
           STRING 'Documentos exigidos - cliente ' WRK-CLIENTE
              ' (tabela ' WRK-TABELA-DOC ')'
              DELIMITED BY SIZE INTO SCR-CTR-L1
           STRING 'C DOCUMENTO                 SITUACAO   RECEBIDO   '
              'VALIDADE   OPERADOR'
              DELIMITED BY SIZE INTO SCR-CTR-L2
           DISPLAY SCR-CTR

           MOVE 10   TO WRK-LINHA
           MOVE ZERO TO WRK-TOT-PENDENTES

           MOVE WRK-TABELA-DOC TO DOM-TABELA
           MOVE LOW-VALUES     TO DOM-CODIGO
           START ARQCRM-DOM KEY IS NOT LESS THAN DOM-KEY

           IF ARQCRM-DOM-FS EQUAL ZERO
              READ ARQCRM-DOM NEXT RECORD
           END-IF

           PERFORM UNTIL ARQCRM-DOM-FS NOT EQUAL ZERO
                      OR DOM-TABELA NOT EQUAL WRK-TABELA-DOC
              PERFORM EXIBE-ITEM-CHECKLIST
              READ ARQCRM-DOM NEXT RECORD
           END-PERFORM

           PERFORM LIMPA-RODAPE
           STRING 'Documentos pendentes: ' WRK-TOT-PENDENTES
              ' [pressione ENTER]'
              DELIMITED BY SIZE INTO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 44
           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       EXIBE-ITEM-CHECKLIST                                   SECTION.
      *----------------------------------
           MOVE SPACES TO WRK-RECEB-FMT
           MOVE SPACES TO WRK-VALIDADE-FMT

           MOVE WRK-CLIENTE TO CDC-CLIENTE
           MOVE DOM-CODIGO  TO CDC-DOCUMENTO
           READ ARQ-CLIDOC

           IF ARQ-CLIDOC-FS NOT EQUAL ZERO
              MOVE 'PENDENTE' TO WRK-SITUACAO
              MOVE SPACES     TO CDC-OPERADOR
              ADD 1 TO WRK-TOT-PENDENTES
           ELSE
              MOVE CDC-DATA-RECEB TO WRK-DATA-AUX
              PERFORM FORMATA-DATA
              MOVE WRK-DATA-FMT TO WRK-RECEB-FMT
              IF CDC-DATA-VALIDADE NOT EQUAL ZERO
                 MOVE CDC-DATA-VALIDADE TO WRK-DATA-AUX
                 PERFORM FORMATA-DATA
                 MOVE WRK-DATA-FMT TO WRK-VALIDADE-FMT
              END-IF
              IF CDC-DATA-VALIDADE NOT EQUAL ZERO
                 AND CDC-DATA-VALIDADE LESS THAN WRK-HOJE
                 MOVE 'VENCIDO' TO WRK-SITUACAO
                 ADD 1 TO WRK-TOT-PENDENTES
              ELSE
                 MOVE 'RECEBIDO' TO WRK-SITUACAO
              END-IF
           END-IF

           MOVE SPACES TO WRK-EXIBE
           STRING DOM-CODIGO ' ' DOM-DESCRICAO ' ' WRK-SITUACAO ' '
              WRK-RECEB-FMT ' ' WRK-VALIDADE-FMT ' ' CDC-OPERADOR
              DELIMITED BY SIZE INTO WRK-EXIBE
           DISPLAY WRK-EXIBE                   LINE WRK-LINHA COLUMN 1
           ADD 1 TO WRK-LINHA

           IF WRK-LINHA IS GREATER THAN 20
              PERFORM LIMPA-RODAPE
              MOVE 'Continua ... [pressione ENTER]' TO SCR-TRL-L1
              DISPLAY SCR-TRL
              ACCEPT WRK-OPCAO                       LINE 23 COLUMN 32
              MOVE 10 TO WRK-LINHA
              DISPLAY SCR-CTR
           END-IF.
      *-----------------------------------------------------------------
       REGISTRA-RECEBIMENTO                                   SECTION.
      *----------------------------------
           PERFORM PEDE-DOCUMENTO

           IF WRK-DOCUMENTO EQUAL SPACE
              EXIT SECTION
           END-IF

           MOVE WRK-CLIENTE   TO CDC-CLIENTE
           MOVE WRK-DOCUMENTO TO CDC-DOCUMENTO
           READ ARQ-CLIDOC

           IF ARQ-CLIDOC-FS EQUAL ZERO
              MOVE CDC-DATA-RECEB TO WRK-DATA-AUX
              PERFORM FORMATA-DATA
              MOVE SPACES TO SCR-CTR-L5
              STRING 'Recebido anteriormente em ' WRK-DATA-FMT
                 ' por ' CDC-OPERADOR
                 DELIMITED BY SIZE INTO SCR-CTR-L5
           END-IF

           MOVE 'Data de recebimento (AAAAMMDD, 0=hoje):' TO SCR-CTR-L6
           MOVE 'Validade (AAAAMMDD, 0=sem validade)    :' TO SCR-CTR-L7
           MOVE 'Observacao:'                             TO SCR-CTR-L8
           DISPLAY SCR-CTR

           MOVE 'N' TO WRK-DTV-OK

           PERFORM UNTIL WRK-DTV-OK EQUAL 'S'
              MOVE ZERO TO WRK-DATA-RECEB
              ACCEPT WRK-DATA-RECEB                  LINE 13 COLUMN 42
              IF WRK-DATA-RECEB EQUAL ZERO
                 MOVE WRK-HOJE TO WRK-DATA-RECEB
              END-IF
              MOVE WRK-DATA-RECEB TO WRK-DTV-DATA
              PERFORM VALIDA-DATA-CALENDARIO
              IF WRK-DTV-OK EQUAL 'S'
                 AND WRK-DATA-RECEB GREATER THAN WRK-HOJE
                 MOVE 'N' TO WRK-DTV-OK
              END-IF
              IF WRK-DTV-OK NOT EQUAL 'S'
                 PERFORM ERRO-DATA-INVALIDA
              END-IF
           END-PERFORM

           MOVE 'N' TO WRK-DTV-OK

           PERFORM UNTIL WRK-DTV-OK EQUAL 'S'
              MOVE ZERO TO WRK-DATA-VALIDADE
              ACCEPT WRK-DATA-VALIDADE               LINE 14 COLUMN 42
              IF WRK-DATA-VALIDADE EQUAL ZERO
                 MOVE 'S' TO WRK-DTV-OK
              ELSE
                 MOVE WRK-DATA-VALIDADE TO WRK-DTV-DATA
                 PERFORM VALIDA-DATA-CALENDARIO
                 IF WRK-DTV-OK EQUAL 'S'
                    AND WRK-DATA-VALIDADE LESS THAN WRK-DATA-RECEB
                    MOVE 'N' TO WRK-DTV-OK
                 END-IF
                 IF WRK-DTV-OK NOT EQUAL 'S'
                    PERFORM ERRO-DATA-INVALIDA
                 END-IF
              END-IF
           END-PERFORM

           MOVE SPACES TO WRK-OBS
           ACCEPT WRK-OBS                            LINE 15 COLUMN 13

           MOVE WRK-CLIENTE       TO CDC-CLIENTE
           MOVE WRK-DOCUMENTO     TO CDC-DOCUMENTO
           MOVE WRK-DATA-RECEB    TO CDC-DATA-RECEB
           MOVE WRK-DATA-VALIDADE TO CDC-DATA-VALIDADE
           MOVE SES-OPR-ID        TO CDC-OPERADOR
           MOVE WRK-OBS           TO CDC-OBS

           IF ARQ-CLIDOC-FS EQUAL ZERO
              REWRITE CDC-REGISTRO
           ELSE
              WRITE CDC-REGISTRO
           END-IF

           PERFORM LIMPA-RODAPE

           IF ARQ-CLIDOC-FS EQUAL ZERO
              MOVE 'RECEBIDO' TO WRK-LOG-MOTIVO
              PERFORM REGISTRA-LOG
              MOVE 'Recebimento registrado. [pressione ENTER]'
                                                       TO SCR-TRL-L1
           ELSE
              STRING 'Erro na gravacao do documento - FS: '
                 ARQ-CLIDOC-FS
                 DELIMITED BY SIZE INTO SCR-TRL-L1
           END-IF

           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 43
           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       EXCLUI-DOCUMENTO                                       SECTION.
      *----------------------------------
           PERFORM PEDE-DOCUMENTO

           IF WRK-DOCUMENTO EQUAL SPACE
              EXIT SECTION
           END-IF

           MOVE WRK-CLIENTE   TO CDC-CLIENTE
           MOVE WRK-DOCUMENTO TO CDC-DOCUMENTO
           READ ARQ-CLIDOC

           IF ARQ-CLIDOC-FS NOT EQUAL ZERO
              PERFORM ERRO-REGISTRO-NAO-ENCONTRADO
              EXIT SECTION
           END-IF

           MOVE CDC-DATA-RECEB TO WRK-DATA-AUX
           PERFORM FORMATA-DATA
           MOVE SPACES TO SCR-CTR-L5
           STRING 'Recebido em ' WRK-DATA-FMT ' por ' CDC-OPERADOR
              DELIMITED BY SIZE INTO SCR-CTR-L5
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

           DELETE ARQ-CLIDOC

           PERFORM LIMPA-RODAPE

           IF ARQ-CLIDOC-FS EQUAL ZERO
              MOVE 'EXCLUIDO' TO WRK-LOG-MOTIVO
              PERFORM REGISTRA-LOG
              MOVE 'Registro excluido. [pressione ENTER]' TO SCR-TRL-L1
           ELSE
              MOVE 'Erro na exclusao do registro. [pressione ENTER]'
                                                       TO SCR-TRL-L1
           END-IF

           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 49
           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       PEDE-DOCUMENTO                                         SECTION.
      *----------------------------------
           PERFORM LIMPA-CORPO

           MOVE SPACES TO SCR-CTR-L1
           STRING 'Documentos do cliente ' WRK-CLIENTE
              DELIMITED BY SIZE INTO SCR-CTR-L1
           MOVE 'Codigo do documento   :' TO SCR-CTR-L3
           DISPLAY SCR-CTR

           MOVE SPACE TO WRK-DOCUMENTO
           ACCEPT WRK-DOCUMENTO                      LINE 10 COLUMN 26
           MOVE FUNCTION UPPER-CASE(WRK-DOCUMENTO) TO WRK-DOCUMENTO

           IF WRK-DOCUMENTO EQUAL SPACE
              EXIT SECTION
           END-IF

           MOVE SPACES TO WRK-DOC-DESCRICAO

           IF WRK-DOM-ABERTO EQUAL 'S'
              MOVE WRK-TABELA-DOC TO DOM-TABELA
              MOVE WRK-DOCUMENTO  TO DOM-CODIGO
              READ ARQCRM-DOM
              IF ARQCRM-DOM-FS NOT EQUAL ZERO
                 MOVE SPACE TO WRK-DOCUMENTO
                 PERFORM ERRO-DOCUMENTO-INVALIDO
                 EXIT SECTION
              END-IF
              MOVE DOM-DESCRICAO TO WRK-DOC-DESCRICAO
           END-IF

           DISPLAY WRK-DOC-DESCRICAO                 LINE 10 COLUMN 28.
      *-----------------------------------------------------------------
       REGISTRA-LOG                                           SECTION.
      *----------------------------------
           MOVE 'DOCUMENTO'   TO WRK-LOG-OPERACAO
           MOVE WRK-CLIENTE   TO WRK-LOG-ID
           MOVE WRK-DOC-DESCRICAO TO WRK-LOG-NOME
           MOVE SPACES        TO WRK-EXIBE
           STRING WRK-LOG-MOTIVO DELIMITED BY SPACE
              ' DOC ' CDC-DOCUMENTO ' VALIDADE ' CDC-DATA-VALIDADE
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
       ERRO-SEM-CHECKLIST.
           PERFORM LIMPA-RODAPE
           MOVE 'Tabelas de dominio indisponiveis.' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 35
           MOVE SPACE TO WRK-OPCAO.
      *
       ERRO-DOCUMENTO-INVALIDO.
           PERFORM LIMPA-RODAPE
           STRING 'Documento nao previsto na tabela '
              WRK-TABELA-DOC '.'
              DELIMITED BY SIZE INTO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 39
           MOVE SPACE TO WRK-OPCAO.
      *
       ERRO-REGISTRO-NAO-ENCONTRADO.
           PERFORM LIMPA-RODAPE
           MOVE 'Documento nao registrado.' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 27
           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       MENSAGENS                                              SECTION.
      *----------------------------------
       COPY 'CRMK-MGP'.
      *
       COPY 'CRMK-DTP'.
      *
       ERRO-DATA-INVALIDA.
           PERFORM LIMPA-RODAPE
           MOVE 'Data invalida. Informe novamente.' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 35.
      *-----------------------------------------------------------------
       FINALIZAR                                              SECTION.
      *----------------------------------
       VOLTAR-MENU.
           CLOSE ARQ-CLIDOC

           IF WRK-DOM-ABERTO EQUAL 'S'
              CLOSE ARQCRM-DOM
           END-IF

           GOBACK.
      *-----------------------------------------------------------------
       ARQUIVOS                                               SECTION.
      *----------------------------------
       ABRE-ARQUIVO-CLIDOC.
           OPEN I-O ARQ-CLIDOC

           IF ARQ-CLIDOC-FS EQUAL 35
              OPEN OUTPUT ARQ-CLIDOC
              CLOSE ARQ-CLIDOC
              OPEN I-O ARQ-CLIDOC
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
              ' DOCUMENTOS DO CLIENTE '
              '--------------------------'
           DELIMITED BY SIZE
           INTO SCR-CTR-L0.
      *
       FORMATA-DATA.
           MOVE WRK-DATA-AUX(7:2) TO WRK-DATA-FMT-DD
           MOVE WRK-DATA-AUX(5:2) TO WRK-DATA-FMT-MM
           MOVE WRK-DATA-AUX(1:4) TO WRK-DATA-FMT-AAAA.
      *------------------------ FIM DO ARQUIVO -------------------------
