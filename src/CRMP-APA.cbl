      *=================================================================
       IDENTIFICATION                                         DIVISION.
       PROGRAM-ID. APROVATU.
      *=================================================================
       ENVIRONMENT                                            DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT                                           SECTION.
      *----------------------------------
       FILE-CONTROL.
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

           SELECT ARQ-ATUPEND  ASSIGN TO './files/ATUPEND.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS ARQ-ATUPEND-FS
              RECORD KEY IS ATP-KEY.

           SELECT ARQCRM-BIM  ASSIGN TO './files/ARQCRM-BIM.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS ARQCRM-BIM-FS
              RECORD KEY IS BIM-KEY.
      *=================================================================
       DATA                                                   DIVISION.
      *-----------------------------------------------------------------
       FILE                                                   SECTION.
      *----------------------------------
       FD  ARQCRM.
       COPY 'CRMK-000'.
      *
       FD  ARQ-ATUPEND.
       COPY 'CRMK-ATP'.
      *
       FD  ARQCRM-BIM.
       COPY 'CRMK-BIM'.
      *-----------------------------------------------------------------
       WORKING-STORAGE                                        SECTION.
      *----------------------------------
       COPY 'CRMK-AMB'.
       COPY 'CRMK-LOG'.
       COPY 'CRMK-ERR'.
       COPY 'CRMK-TRQ'.
       01  ARQCRM-FS            PIC 9(02)   VALUE ZERO.
       01  ARQ-ATUPEND-FS       PIC 9(02)   VALUE ZERO.
       01  ARQCRM-BIM-FS        PIC 9(02)   VALUE ZERO.
       01  WRK-OPCAO            PIC X(01)   VALUE SPACE.
       01  WRK-DECISAO          PIC X(01)   VALUE SPACE.
       01  WRK-ENCERRA          PIC X(01)   VALUE 'N'.
       01  WRK-TOT-PENDENTES    PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-APROVADOS    PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-REJEITADOS   PIC 9(05)   VALUE ZERO.
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
           PERFORM PROCESSAR
           PERFORM VOLTAR-MENU.
      *-----------------------------------------------------------------
       INICIAR                                                SECTION.
      *----------------------------------
           PERFORM LIMPA-RODAPE
           DISPLAY SCR-HDR

           OPEN I-O ARQCRM

           IF ARQCRM-FS NOT EQUAL ZERO
              PERFORM ERRO-ABRE-ARQUIVO
           END-IF

           OPEN I-O ARQ-ATUPEND

           IF ARQ-ATUPEND-FS EQUAL 35
              OPEN OUTPUT ARQ-ATUPEND
              CLOSE ARQ-ATUPEND
              OPEN I-O ARQ-ATUPEND
           END-IF.
      *-----------------------------------------------------------------
       PROCESSAR                                              SECTION.
      *----------------------------------
           MOVE ZERO TO ATP-DATA-RECEB
           MOVE ZERO TO ATP-SEQ
           START ARQ-ATUPEND KEY IS NOT LESS THAN ATP-KEY

           IF ARQ-ATUPEND-FS EQUAL ZERO
              READ ARQ-ATUPEND NEXT RECORD
           END-IF

           PERFORM UNTIL ARQ-ATUPEND-FS NOT EQUAL ZERO
                      OR WRK-ENCERRA EQUAL 'S'
              IF ATP-PENDENTE
                 ADD 1 TO WRK-TOT-PENDENTES
                 PERFORM DECIDE-ATUALIZACAO
              END-IF
              IF WRK-ENCERRA NOT EQUAL 'S'
                 READ ARQ-ATUPEND NEXT RECORD
              END-IF
           END-PERFORM

           PERFORM LIMPA-CORPO

           MOVE 'Aprovacao de atualizacoes do site concluida'
                                                       TO SCR-CTR-L1
           STRING 'Pendentes avaliados    : ' WRK-TOT-PENDENTES
              DELIMITED BY SIZE INTO SCR-CTR-L3
           STRING 'Atualizacoes aprovadas : ' WRK-TOT-APROVADOS
              DELIMITED BY SIZE INTO SCR-CTR-L4
           STRING 'Atualizacoes rejeitadas: ' WRK-TOT-REJEITADOS
              DELIMITED BY SIZE INTO SCR-CTR-L5

           DISPLAY SCR-CTR

           PERFORM LIMPA-RODAPE
           MOVE '[pressione ENTER]' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 18.
      *-----------------------------------------------------------------
       DECIDE-ATUALIZACAO                                     SECTION.
      *----------------------------------
           MOVE ATP-CLIENTE TO ARQCRM-ID
           READ ARQCRM

           IF ARQCRM-FS NOT EQUAL ZERO
              MOVE ZERO TO ARQCRM-FS
              PERFORM ERRO-CLIENTE-NAO-ENCONTRADO
              MOVE SPACES TO ARQCRM-NOME
              PERFORM REJEITA-ATUALIZACAO
              EXIT SECTION
           END-IF

           IF ARQCRM-EXCLUSAO-PENDENTE
              OR (NOT ARQCRM-ATIVO
                  AND NOT ARQCRM-PROSPECTO
                  AND NOT ARQCRM-SUSPENSO)
              PERFORM ERRO-REGISTRO-INATIVO
              EXIT SECTION
           END-IF

           PERFORM REGISTRA-TRAVA-EDICAO

           IF WRK-TRV-EM-USO
              PERFORM ERRO-REGISTRO-EM-EDICAO
              EXIT SECTION
           END-IF

           PERFORM MOSTRA-DIFERENCAS

           PERFORM LIMPA-RODAPE
           MOVE '(A)provar, (R)ejeitar, (P)ular, (E)ncerrar:'
                                                       TO SCR-TRL-L1
           DISPLAY SCR-TRL

           ACCEPT WRK-DECISAO                        LINE 23 COLUMN 46
           MOVE FUNCTION UPPER-CASE(WRK-DECISAO) TO WRK-DECISAO

           EVALUATE WRK-DECISAO
              WHEN 'A'
                 PERFORM APROVA-ATUALIZACAO
              WHEN 'R'
                 PERFORM REJEITA-ATUALIZACAO
              WHEN 'E'
                 MOVE 'S' TO WRK-ENCERRA
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           PERFORM LIBERA-TRAVA-EDICAO.
      *-----------------------------------------------------------------
       MOSTRA-DIFERENCAS                                      SECTION.
      *----------------------------------
           PERFORM LIMPA-CORPO

           STRING 'Solicitado pelo site em '
              ATP-DATA-RECEB(7:2) '/' ATP-DATA-RECEB(5:2) '/'
              ATP-DATA-RECEB(1:4) '  Cliente: ' ARQCRM-ID ' '
              ARQCRM-NOME
              DELIMITED BY SIZE INTO SCR-CTR-L1

           MOVE 'Campo      Valor atual                    Valor novo'
                                                       TO SCR-CTR-L2

           IF ATP-EMAIL NOT EQUAL SPACES
              AND ATP-EMAIL NOT EQUAL ARQCRM-EMAIL
              STRING 'E-mail   : ' ARQCRM-EMAIL ' -> ' ATP-EMAIL
                 DELIMITED BY SIZE INTO SCR-CTR-L3
           END-IF

           IF ATP-TELEFONE NOT EQUAL SPACES
              AND ATP-TELEFONE NOT EQUAL ARQCRM-TELEFONE
              STRING 'Telefone : ' ARQCRM-TELEFONE ' -> '
                     ATP-TELEFONE
                 DELIMITED BY SIZE INTO SCR-CTR-L4
           END-IF

           IF ATP-END-LOGRADOURO NOT EQUAL SPACES
              AND ATP-ENDERECO NOT EQUAL ARQCRM-ENDERECO
              STRING 'Endereco : ' ARQCRM-END-LOGRADOURO ', '
                     ARQCRM-END-NUMERO ' ' ARQCRM-END-COMPLEM
                 DELIMITED BY SIZE INTO SCR-CTR-L5
              STRING '        -> ' ATP-END-LOGRADOURO ', '
                     ATP-END-NUMERO ' ' ATP-END-COMPLEM
                 DELIMITED BY SIZE INTO SCR-CTR-L6
              STRING 'Bairro   : ' ARQCRM-END-BAIRRO ' -> '
                     ATP-END-BAIRRO
                 DELIMITED BY SIZE INTO SCR-CTR-L7
              STRING 'Cidade/UF: ' ARQCRM-END-CIDADE '/'
                     ARQCRM-END-UF ' -> ' ATP-END-CIDADE '/'
                     ATP-END-UF
                 DELIMITED BY SIZE INTO SCR-CTR-L8
              STRING 'CEP      : ' ARQCRM-END-CEP ' -> '
                     ATP-END-CEP
                 DELIMITED BY SIZE INTO SCR-CTR-L9
           END-IF

           IF SCR-CTR-L3 EQUAL SPACES
              AND SCR-CTR-L4 EQUAL SPACES
              AND SCR-CTR-L5 EQUAL SPACES
              MOVE 'Dados solicitados iguais aos atuais.'
                                                       TO SCR-CTR-L3
           END-IF

           DISPLAY SCR-CTR.
      *-----------------------------------------------------------------
       APROVA-ATUALIZACAO                                     SECTION.
      *----------------------------------
           PERFORM GRAVA-IMAGEM-ANTERIOR

           IF ATP-EMAIL NOT EQUAL SPACES
              MOVE ATP-EMAIL    TO ARQCRM-EMAIL
           END-IF

           IF ATP-TELEFONE NOT EQUAL SPACES
              MOVE ATP-TELEFONE TO ARQCRM-TELEFONE
           END-IF

           IF ATP-END-LOGRADOURO NOT EQUAL SPACES
              MOVE ATP-ENDERECO TO ARQCRM-ENDERECO
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO ARQCRM-DATA-ALTERACAO
           MOVE FUNCTION CURRENT-DATE(1:8) TO ARQCRM-DATA-CONFIRMACAO

           REWRITE ARQCRM-REGISTRO

           IF ARQCRM-FS NOT EQUAL ZERO
              PERFORM ERRO-GRAVACAO-REGISTRO
              EXIT SECTION
           END-IF

           MOVE 'A'        TO ATP-STATUS
           MOVE FUNCTION CURRENT-DATE(1:8) TO ATP-DATA-DECISAO
           MOVE SES-OPR-ID TO ATP-OPERADOR
           REWRITE ATP-REGISTRO

           ADD 1 TO WRK-TOT-APROVADOS

           MOVE 'ALTERACAO' TO WRK-LOG-OPERACAO
           MOVE ARQCRM-ID   TO WRK-LOG-ID
           MOVE ARQCRM-NOME TO WRK-LOG-NOME
           MOVE 'ATUALIZACAO VIA SITE APROVADA' TO WRK-LOG-MOTIVO
           MOVE SES-OPR-ID  TO WRK-LOG-OPERADOR

           CALL 'GRAVALOG' USING WRK-LOG-REGISTRO.
      *-----------------------------------------------------------------
       REJEITA-ATUALIZACAO                                    SECTION.
      *----------------------------------
           MOVE 'R'        TO ATP-STATUS
           MOVE FUNCTION CURRENT-DATE(1:8) TO ATP-DATA-DECISAO
           MOVE SES-OPR-ID TO ATP-OPERADOR

           REWRITE ATP-REGISTRO

           IF ARQ-ATUPEND-FS EQUAL ZERO
              ADD 1 TO WRK-TOT-REJEITADOS

              MOVE 'ATUREJEITA' TO WRK-LOG-OPERACAO
              MOVE ATP-CLIENTE TO WRK-LOG-ID
              MOVE ARQCRM-NOME TO WRK-LOG-NOME
              MOVE 'ATUALIZACAO VIA SITE REJEITADA'
                                               TO WRK-LOG-MOTIVO
              MOVE SES-OPR-ID  TO WRK-LOG-OPERADOR

              CALL 'GRAVALOG' USING WRK-LOG-REGISTRO
           END-IF.
      *-----------------------------------------------------------------
       TRAVAS                                                 SECTION.
      *----------------------------------
       REGISTRA-TRAVA-EDICAO.
           MOVE 'R'        TO WRK-TRV-ACAO
           MOVE ARQCRM-ID  TO WRK-TRV-ID
           MOVE SES-OPR-ID TO WRK-TRV-OPERADOR
           CALL 'TRAVA' USING WRK-TRV-PEDIDO.
      *
       LIBERA-TRAVA-EDICAO.
           IF WRK-TRV-ID NOT EQUAL SPACES
              MOVE 'L' TO WRK-TRV-ACAO
              CALL 'TRAVA' USING WRK-TRV-PEDIDO
              MOVE SPACES TO WRK-TRV-ID
           END-IF.
      *
       ERRO-REGISTRO-EM-EDICAO.
           PERFORM LIMPA-RODAPE
           MOVE SPACES TO SCR-TRL-L1
           STRING 'Registro em edicao por ' WRK-TRV-DONO
              DELIMITED BY SIZE INTO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 33
           MOVE SPACES TO WRK-TRV-ID.
      *-----------------------------------------------------------------
       ERROS                                                  SECTION.
      *----------------------------------
       ERRO-ABRE-ARQUIVO.
           MOVE 'ABRE ARQCRM' TO WRK-ERR-SECAO
           MOVE ARQCRM-FS TO WRK-ERR-FS
           PERFORM LIMPA-RODAPE
           MOVE 'ERRO ABERTURA ARQCRM' TO SCR-TRL-L1
           PERFORM ABENDA.
      *
       ERRO-CLIENTE-NAO-ENCONTRADO.
           PERFORM LIMPA-RODAPE
           MOVE SPACES TO SCR-TRL-L1
           STRING 'Cliente ' ATP-CLIENTE
              ' nao encontrado. Solicitacao rejeitada.'
              DELIMITED BY SIZE INTO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 55.
      *
       ERRO-REGISTRO-INATIVO.
           PERFORM LIMPA-RODAPE
           MOVE SPACES TO SCR-TRL-L1
           STRING 'Cliente ' ATP-CLIENTE
              ' inativo ou com exclusao pendente. Pulado.'
              DELIMITED BY SIZE INTO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 58.
      *
       ERRO-GRAVACAO-REGISTRO.
           PERFORM LIMPA-RODAPE

           STRING
              'Erro na gravacao do registro - ARQCRM-FS: '
              ARQCRM-FS
           DELIMITED BY SIZE
           INTO SCR-TRL-L1

           DISPLAY SCR-TRL

           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 46.
      *-----------------------------------------------------------------
       FINALIZAR                                              SECTION.
      *----------------------------------
       ABENDA.
           MOVE 'APROVATU' TO WRK-ERR-PROGRAMA
           MOVE SES-OPR-ID TO WRK-ERR-OPERADOR
           CALL 'GRAVAERRO' USING WRK-ERR-REGISTRO
           MOVE 'FIM ANORMAL DO PROGRAMA' TO SCR-TRL-L3
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 25 COLUMN 25

           PERFORM VOLTAR-MENU.
      *
       VOLTAR-MENU.
           PERFORM LIBERA-TRAVA-EDICAO
           CLOSE ARQCRM
           CLOSE ARQ-ATUPEND
           GOBACK.
      *-----------------------------------------------------------------
       ARQUIVOS                                               SECTION.
      *----------------------------------
       GRAVA-IMAGEM-ANTERIOR.
           OPEN I-O ARQCRM-BIM

           IF ARQCRM-BIM-FS EQUAL 35
              OPEN OUTPUT ARQCRM-BIM
              CLOSE ARQCRM-BIM
              OPEN I-O ARQCRM-BIM
           END-IF

           IF ARQCRM-BIM-FS NOT EQUAL ZERO
              EXIT PARAGRAPH
           END-IF

           MOVE ARQCRM-ID TO BIM-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO BIM-DATA
           MOVE FUNCTION CURRENT-DATE(9:6) TO BIM-HORA
           MOVE SES-OPR-ID TO BIM-OPERADOR
           MOVE SPACES TO BIM-IMAGEM
           MOVE ARQCRM-REGISTRO TO BIM-IMAGEM

           WRITE BIM-REGISTRO

           IF ARQCRM-BIM-FS EQUAL 22
              REWRITE BIM-REGISTRO
           END-IF

           CLOSE ARQCRM-BIM.
      *-----------------------------------------------------------------
       UTILITARIOS                                            SECTION.
      *----------------------------------
       LIMPA-RODAPE.
           MOVE TPL-TRL TO SCR-TRL.
      *
       LIMPA-CORPO.
           MOVE TPL-CTR TO SCR-CTR

           STRING
              '----------------------------'
              ' APROVAR ATUALIZACOES DO SITE '
              '----------------------'
           DELIMITED BY SIZE
           INTO SCR-CTR-L0.
      *------------------------ FIM DO ARQUIVO -------------------------
