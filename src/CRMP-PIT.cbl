      *=================================================================
       IDENTIFICATION                                         DIVISION.
       PROGRAM-ID. RECPONTO.
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

           SELECT ARQ-ATUAL  ASSIGN TO './files/ARQCRM-PIT.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS ARQ-ATUAL-FS
              RECORD KEY IS ATU-ID.

           SELECT ARQCRM-BIM  ASSIGN TO './files/ARQCRM-BIM.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS ARQCRM-BIM-FS
              RECORD KEY IS BIM-KEY.

           SELECT ARQCRM-LOG  ASSIGN TO './files/ARQCRM.LOG'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ARQCRM-LOG-FS.

           SELECT ARQCRM-LGC  ASSIGN TO './files/LOGCTL.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS ARQCRM-LGC-FS
              RECORD KEY IS LGC-CHAVE.

           SELECT ARQ-BKPCAT  ASSIGN TO './files/BKPCAT.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS ARQ-BKPCAT-FS
              RECORD KEY IS BKC-GERACAO.

           SELECT ARQ-EXP  ASSIGN TO WRK-EXP-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ARQ-EXP-FS.

           SELECT REL-PIT  ASSIGN TO './files/RECPONTO.LST'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REL-PIT-FS.
      *=================================================================
       DATA                                                   DIVISION.
      *-----------------------------------------------------------------
       FILE                                                   SECTION.
      *----------------------------------
       FD  ARQCRM.
       COPY 'CRMK-000'.
      *
       FD  ARQ-ATUAL.
       01  ATU-REGISTRO.
           05 ATU-ID            PIC X(06).
           05 ATU-DADOS         PIC X(294).
      *
       FD  ARQCRM-BIM.
       COPY 'CRMK-BIM'.
      *
       FD  ARQCRM-LOG.
       COPY 'CRMK-LGD'.
      *
       FD  ARQCRM-LGC.
       COPY 'CRMK-LGC'.
      *
       FD  ARQ-BKPCAT.
       COPY 'CRMK-BKC'.
      *
       FD  ARQ-EXP.
       01  ARQ-EXP-LINHA        PIC X(350).
      *
       FD  REL-PIT.
       01  REL-PIT-LINHA        PIC X(132).
      *-----------------------------------------------------------------
       WORKING-STORAGE                                        SECTION.
      *----------------------------------
       COPY 'CRMK-AMB'.
       COPY 'CRMK-LOG'.
       COPY 'CRMK-SAI'.
       01  ARQCRM-FS            PIC 9(02)   VALUE ZERO.
       01  ARQ-ATUAL-FS         PIC 9(02)   VALUE ZERO.
       01  ARQCRM-BIM-FS        PIC 9(02)   VALUE ZERO.
       01  ARQCRM-LOG-FS        PIC 9(02)   VALUE ZERO.
       01  ARQCRM-LGC-FS        PIC 9(02)   VALUE ZERO.
       01  ARQ-BKPCAT-FS        PIC 9(02)   VALUE ZERO.
       01  ARQ-EXP-FS           PIC 9(02)   VALUE ZERO.
       01  REL-PIT-FS           PIC 9(02)   VALUE ZERO.
       01  WRK-EXP-PATH         PIC X(40)   VALUE SPACES.
       01  WRK-GERACAO          PIC X(14)   VALUE SPACES.
       01  WRK-OPCAO            PIC X(01)   VALUE SPACE.
       01  WRK-RETORNO          PIC 9(09)   VALUE ZERO.
       01  WRK-PIT-SITUACAO     PIC X(01)   VALUE 'N'.
       01  WRK-PIT-MENSAGEM     PIC X(60)   VALUE SPACES.
       01  WRK-PIT-INICIO       PIC 9(14)   VALUE ZERO.
       01  WRK-PIT-ALVO         PIC 9(14)   VALUE ZERO.
       01  WRK-PIT-AGORA        PIC 9(14)   VALUE ZERO.
       01  WRK-PIT-MOMENTO      PIC 9(14)   VALUE ZERO.
       01  WRK-PIT-ALVO-DATA    PIC 9(08)   VALUE ZERO.
       01  WRK-PIT-ALVO-HORA    PIC 9(06)   VALUE ZERO.
       01  WRK-PIT-PRIMEIRO     PIC X(01)   VALUE 'S'.
       01  WRK-PIT-FIM          PIC X(01)   VALUE 'N'.
       01  WRK-PIT-PREV-SEQ     PIC 9(06)   VALUE ZERO.
       01  WRK-PIT-PROX-SEQ     PIC 9(06)   VALUE ZERO.
       01  WRK-PIT-ESPERADO     PIC 9(04)   VALUE ZERO.
       01  WRK-PIT-ULT-SEQ      PIC 9(06)   VALUE ZERO.
       01  WRK-PIT-ULT-MOMENTO  PIC 9(14)   VALUE ZERO.
       01  WRK-PIT-QUEBRA       PIC X(01)   VALUE 'N'.
       01  WRK-PIT-QUEBRA-SEQ   PIC 9(06)   VALUE ZERO.
       01  WRK-PIT-QUEBRA-DATA  PIC 9(08)   VALUE ZERO.
       01  WRK-PIT-QUEBRA-HORA  PIC 9(06)   VALUE ZERO.
       01  WRK-PIT-QUEBRA-MOTIVO PIC X(40)  VALUE SPACES.
       01  WRK-PIT-ATUAL-OK     PIC X(01)   VALUE 'N'.
       01  WRK-PIT-ATUAL-FS     PIC 9(02)   VALUE ZERO.
       01  WRK-PIT-BIM-OK       PIC X(01)   VALUE 'N'.
       01  WRK-PIT-ORIGEM       PIC X(06)   VALUE SPACES.
       01  WRK-PIT-ACAO         PIC X(10)   VALUE SPACES.
       01  WRK-PIT-IMAGEM       PIC X(300)  VALUE SPACES.
       01  WRK-PIT-OPERACAO     PIC X(10)   VALUE SPACES.
           88 WRK-PIT-OP-EXCLUI             VALUE 'EXCLUSAO'
                                                  'FUSAO'.
           88 WRK-PIT-OP-CADASTRAL          VALUE 'CADASTRO'
                                                  'ALTERACAO'
                                                  'ALTLOTE'
                                                  'CONFDADOS'
                                                  'RESTRICAO'
                                                  'SEGMENTO'
                                                  'SITUACAO'
                                                  'SITLOTE'
                                                  'CARTEIRA'
                                                  'CARGA'
                                                  'IMPERP'
                                                  'OPTOUT'
                                                  'REATIVA'
                                                  'SUSPFAT'
                                                  'ANONIMIZA'
                                                  'ROLLBACK'
                                                  'EXCL-PEND'
                                                  'EXCLRECUSA'
                                                  'CANCPEND'.
       01  WRK-PIT-LINHA        PIC 9(02)   COMP VALUE 10.
       01  WRK-PIT-EXIBE        PIC X(60)   VALUE SPACES.
       01  WRK-TOT-LOG-LIDOS    PIC 9(07)   VALUE ZERO.
       01  WRK-TOT-JANELA       PIC 9(07)   VALUE ZERO.
       01  WRK-TOT-ATUAL        PIC 9(07)   VALUE ZERO.
       01  WRK-TOT-RESTAURADOS  PIC 9(07)   VALUE ZERO.
       01  WRK-TOT-INCLUIDOS    PIC 9(07)   VALUE ZERO.
       01  WRK-TOT-ALTERADOS    PIC 9(07)   VALUE ZERO.
       01  WRK-TOT-EXCLUIDOS    PIC 9(07)   VALUE ZERO.
       01  WRK-TOT-SEM-IMAGEM   PIC 9(07)   VALUE ZERO.
       01  WRK-TOT-FALHAS       PIC 9(07)   VALUE ZERO.
       01  WRK-TOT-IGNORADOS    PIC 9(07)   VALUE ZERO.
       01  WRK-TOT-ESPERADO     PIC 9(07)   VALUE ZERO.
       01  WRK-TOT-FINAL        PIC 9(07)   VALUE ZERO.
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
           PERFORM LIMPA-CORPO

           IF SES-OPR-PERFIL NOT EQUAL 'A'
              PERFORM ERRO-ACESSO-NEGADO
              GOBACK
           END-IF.
      *-----------------------------------------------------------------
       PROCESSAR                                              SECTION.
      *----------------------------------
           PERFORM SOLICITA-PARAMETROS

           IF WRK-PIT-SITUACAO NOT EQUAL 'S'
              EXIT SECTION
           END-IF

           PERFORM VERIFICA-JORNAL

           OPEN OUTPUT REL-PIT
           PERFORM ESCREVE-CABECALHO
           PERFORM ESCREVE-VERIFICACAO

           IF WRK-PIT-QUEBRA EQUAL 'S'
              PERFORM EXIBE-QUEBRA
           END-IF

           IF WRK-PIT-SITUACAO EQUAL 'S'
              PERFORM CONFIRMA-RECUPERACAO
           END-IF

           IF WRK-PIT-SITUACAO NOT EQUAL 'S'
              MOVE 'RECUPERACAO CANCELADA - NENHUM ARQUIVO FOI ALTERADO'
                                                    TO WRK-PIT-MENSAGEM
              PERFORM ENCERRA-RELATORIO
              EXIT SECTION
           END-IF

           PERFORM SALVA-ARQUIVO-ATUAL

           IF WRK-PIT-SITUACAO NOT EQUAL 'S'
              PERFORM ENCERRA-RELATORIO
              EXIT SECTION
           END-IF

           PERFORM RESTAURA-GERACAO-BASE

           IF WRK-PIT-SITUACAO NOT EQUAL 'S'
              PERFORM ENCERRA-RELATORIO
              EXIT SECTION
           END-IF

           PERFORM REAPLICA-JORNAL
           PERFORM CONTA-ARQUIVO-FINAL
           PERFORM ESCREVE-CONCILIACAO
           PERFORM ENCERRA-RELATORIO

           MOVE 'RECPONTO'       TO WRK-LOG-OPERACAO
           MOVE SPACES           TO WRK-LOG-ID
           MOVE 'ARQCRM.DAT'     TO WRK-LOG-NOME
           MOVE SPACES           TO WRK-LOG-MOTIVO
           STRING 'GERACAO ' WRK-GERACAO ' ATE ' WRK-PIT-ALVO
              DELIMITED BY SIZE INTO WRK-LOG-MOTIVO
           MOVE SES-OPR-ID       TO WRK-LOG-OPERADOR
           CALL 'GRAVALOG' USING WRK-LOG-REGISTRO

           PERFORM EXIBE-CONCILIACAO.
      *-----------------------------------------------------------------
       SOLICITA-PARAMETROS                                    SECTION.
      *----------------------------------
           MOVE 'N' TO WRK-PIT-SITUACAO

           OPEN INPUT ARQ-BKPCAT

           IF ARQ-BKPCAT-FS NOT EQUAL ZERO
              PERFORM ERRO-SEM-GERACOES
              EXIT SECTION
           END-IF

           PERFORM LISTA-GERACOES

           PERFORM LIMPA-RODAPE
           MOVE 'Geracao base (AAAAMMDDHHMMSS, branco sai):'
                                                       TO SCR-TRL-L1
           DISPLAY SCR-TRL

           MOVE SPACES TO WRK-GERACAO
           ACCEPT WRK-GERACAO                        LINE 23 COLUMN 45

           IF WRK-GERACAO EQUAL SPACES
              CLOSE ARQ-BKPCAT
              EXIT SECTION
           END-IF

           MOVE WRK-GERACAO TO BKC-GERACAO
           READ ARQ-BKPCAT

           IF ARQ-BKPCAT-FS NOT EQUAL ZERO
              CLOSE ARQ-BKPCAT
              PERFORM ERRO-GERACAO-NAO-ENCONTRADA
              EXIT SECTION
           END-IF

           CLOSE ARQ-BKPCAT

           COMPUTE WRK-PIT-INICIO = BKC-DATA * 1000000 + BKC-HORA

           MOVE SPACES TO WRK-EXP-PATH
           STRING './files/BKP-ARQCRM-' WRK-GERACAO '.SEQ'
              DELIMITED BY SIZE INTO WRK-EXP-PATH

           OPEN INPUT ARQ-EXP

           IF ARQ-EXP-FS NOT EQUAL ZERO
              PERFORM ERRO-EXPORT-INEXISTENTE
              EXIT SECTION
           END-IF

           CLOSE ARQ-EXP

           PERFORM LIMPA-RODAPE
           MOVE 'Recuperar ate a data (AAAAMMDD, branco sai):'
                                                       TO SCR-TRL-L1
           MOVE 'Hora (HHMMSS):'                       TO SCR-TRL-L2
           DISPLAY SCR-TRL

           MOVE ZERO TO WRK-PIT-ALVO-DATA
           MOVE ZERO TO WRK-PIT-ALVO-HORA

           ACCEPT WRK-PIT-ALVO-DATA                  LINE 23 COLUMN 46
           IF WRK-PIT-ALVO-DATA EQUAL ZERO
              EXIT SECTION
           END-IF
           ACCEPT WRK-PIT-ALVO-HORA                  LINE 24 COLUMN 16

           COMPUTE WRK-PIT-ALVO =
              WRK-PIT-ALVO-DATA * 1000000 + WRK-PIT-ALVO-HORA
           MOVE FUNCTION CURRENT-DATE(1:14) TO WRK-PIT-AGORA

           IF WRK-PIT-ALVO LESS THAN WRK-PIT-INICIO
              OR WRK-PIT-ALVO GREATER THAN WRK-PIT-AGORA
              PERFORM ERRO-MOMENTO-INVALIDO
              EXIT SECTION
           END-IF

           MOVE 'S' TO WRK-PIT-SITUACAO.
      *-----------------------------------------------------------------
       LISTA-GERACOES                                         SECTION.
      *----------------------------------
           PERFORM LIMPA-CORPO

           MOVE 'Recuperacao ate data/hora (roll-forward)'
                                                       TO SCR-CTR-L1
           MOVE 'GERACAO        ARQS REGISTROS VERIF' TO SCR-CTR-L2
           DISPLAY SCR-CTR

           MOVE 10 TO WRK-PIT-LINHA

           MOVE LOW-VALUES TO BKC-GERACAO
           START ARQ-BKPCAT KEY IS NOT LESS THAN BKC-GERACAO

           IF ARQ-BKPCAT-FS EQUAL ZERO
              READ ARQ-BKPCAT NEXT RECORD

              PERFORM UNTIL ARQ-BKPCAT-FS NOT EQUAL ZERO
                 MOVE SPACES TO WRK-PIT-EXIBE
                 STRING BKC-GERACAO ' ' BKC-TOT-ARQUIVOS '   '
                    BKC-TOT-REGISTROS '   ' BKC-VERIFICADO
                    DELIMITED BY SIZE INTO WRK-PIT-EXIBE
                 DISPLAY WRK-PIT-EXIBE       LINE WRK-PIT-LINHA COLUMN 1
                 ADD 1 TO WRK-PIT-LINHA

                 IF WRK-PIT-LINHA IS GREATER THAN 20
                    PERFORM LIMPA-RODAPE
                    MOVE 'Continua ... [pressione ENTER]' TO SCR-TRL-L1
                    DISPLAY SCR-TRL
                    ACCEPT WRK-OPCAO                 LINE 23 COLUMN 32
                    MOVE 10 TO WRK-PIT-LINHA
                    DISPLAY SCR-CTR
                 END-IF

                 READ ARQ-BKPCAT NEXT RECORD
              END-PERFORM
           END-IF

           MOVE ZERO TO ARQ-BKPCAT-FS.
      *-----------------------------------------------------------------
       VERIFICA-JORNAL                                        SECTION.
      *----------------------------------
           MOVE 'S'  TO WRK-PIT-PRIMEIRO
           MOVE 'N'  TO WRK-PIT-FIM
           MOVE 'N'  TO WRK-PIT-QUEBRA
           MOVE ZERO TO WRK-PIT-PREV-SEQ
           MOVE ZERO TO WRK-PIT-ESPERADO
           MOVE ZERO TO WRK-PIT-ULT-SEQ
           MOVE ZERO TO WRK-TOT-LOG-LIDOS
           MOVE ZERO TO WRK-TOT-JANELA
           MOVE WRK-PIT-INICIO TO WRK-PIT-ULT-MOMENTO

           OPEN INPUT ARQCRM-LOG

           IF ARQCRM-LOG-FS NOT EQUAL ZERO
              MOVE 'S'  TO WRK-PIT-QUEBRA
              MOVE ZERO TO WRK-PIT-QUEBRA-SEQ
              MOVE ZERO TO WRK-PIT-QUEBRA-DATA
              MOVE ZERO TO WRK-PIT-QUEBRA-HORA
              MOVE 'LOG DE AUDITORIA INDISPONIVEL'
                                               TO WRK-PIT-QUEBRA-MOTIVO
              EXIT SECTION
           END-IF

           READ ARQCRM-LOG

           PERFORM UNTIL ARQCRM-LOG-FS NOT EQUAL ZERO
                      OR WRK-PIT-FIM EQUAL 'S'
                      OR WRK-PIT-QUEBRA EQUAL 'S'
              PERFORM CONFERE-ENTRADA-LOG
              IF WRK-PIT-FIM NOT EQUAL 'S'
                 AND WRK-PIT-QUEBRA NOT EQUAL 'S'
                 READ ARQCRM-LOG
              END-IF
           END-PERFORM

           CLOSE ARQCRM-LOG

           IF WRK-PIT-FIM NOT EQUAL 'S'
              AND WRK-PIT-QUEBRA NOT EQUAL 'S'
              PERFORM CONFERE-FIM-LOG
           END-IF.
      *-----------------------------------------------------------------
       CONFERE-ENTRADA-LOG                                    SECTION.
      *----------------------------------
           ADD 1 TO WRK-TOT-LOG-LIDOS

           COMPUTE WRK-PIT-MOMENTO = LOG-DATA * 1000000 + LOG-HORA

           IF WRK-PIT-MOMENTO GREATER THAN WRK-PIT-ALVO
              MOVE 'S' TO WRK-PIT-FIM
              EXIT SECTION
           END-IF

           IF WRK-PIT-PRIMEIRO EQUAL 'S'
              MOVE 'N' TO WRK-PIT-PRIMEIRO
              IF WRK-PIT-MOMENTO GREATER THAN WRK-PIT-INICIO
                 AND LOG-SEQ NOT EQUAL 1
                 MOVE 'LOG NAO COBRE O INICIO DA JANELA'
                                               TO WRK-PIT-QUEBRA-MOTIVO
                 PERFORM ANOTA-QUEBRA
                 EXIT SECTION
              END-IF
           ELSE
              IF WRK-PIT-MOMENTO GREATER THAN WRK-PIT-INICIO
                 COMPUTE WRK-PIT-PROX-SEQ = WRK-PIT-PREV-SEQ + 1
                 IF LOG-SEQ NOT EQUAL WRK-PIT-PROX-SEQ
                    MOVE SPACES TO WRK-PIT-QUEBRA-MOTIVO
                    STRING 'SALTO NA SEQUENCIA - ESPERADO '
                       WRK-PIT-PROX-SEQ
                       DELIMITED BY SIZE INTO WRK-PIT-QUEBRA-MOTIVO
                    PERFORM ANOTA-QUEBRA
                    EXIT SECTION
                 END-IF
                 IF LOG-CHECK NOT EQUAL WRK-PIT-ESPERADO
                    MOVE 'ENCADEAMENTO INVALIDO - ENTRADA ALTERADA'
                                               TO WRK-PIT-QUEBRA-MOTIVO
                    PERFORM ANOTA-QUEBRA
                    EXIT SECTION
                 END-IF
              END-IF
           END-IF

           COMPUTE WRK-PIT-ESPERADO = FUNCTION MOD(
              (LOG-CHECK * 3) + (LOG-SEQ * 7) +
              LOG-DATA + LOG-HORA +
              (FUNCTION ORD(LOG-OPERACAO(1:1)) * 131) +
              (FUNCTION ORD(LOG-ID(1:1)) * 17), 9973)

           MOVE LOG-SEQ TO WRK-PIT-PREV-SEQ

           IF WRK-PIT-MOMENTO GREATER THAN WRK-PIT-INICIO
              ADD 1 TO WRK-TOT-JANELA
              MOVE LOG-SEQ         TO WRK-PIT-ULT-SEQ
              MOVE WRK-PIT-MOMENTO TO WRK-PIT-ULT-MOMENTO
           END-IF.
      *-----------------------------------------------------------------
       ANOTA-QUEBRA                                           SECTION.
      *----------------------------------
           MOVE 'S'      TO WRK-PIT-QUEBRA
           MOVE LOG-SEQ  TO WRK-PIT-QUEBRA-SEQ
           MOVE LOG-DATA TO WRK-PIT-QUEBRA-DATA
           MOVE LOG-HORA TO WRK-PIT-QUEBRA-HORA.
      *-----------------------------------------------------------------
       CONFERE-FIM-LOG                                        SECTION.
      *----------------------------------
           OPEN INPUT ARQCRM-LGC

           IF ARQCRM-LGC-FS NOT EQUAL ZERO
              EXIT SECTION
           END-IF

           MOVE 'L' TO LGC-CHAVE
           READ ARQCRM-LGC

           IF ARQCRM-LGC-FS EQUAL ZERO
              AND WRK-PIT-PREV-SEQ LESS THAN LGC-ULTIMO-SEQ
              MOVE 'S'  TO WRK-PIT-QUEBRA
              COMPUTE WRK-PIT-QUEBRA-SEQ = WRK-PIT-PREV-SEQ + 1
              MOVE ZERO TO WRK-PIT-QUEBRA-DATA
              MOVE ZERO TO WRK-PIT-QUEBRA-HORA
              MOVE 'LOG TRUNCADO - FALTAM ENTRADAS FINAIS'
                                               TO WRK-PIT-QUEBRA-MOTIVO
           END-IF

           CLOSE ARQCRM-LGC.
      *-----------------------------------------------------------------
       EXIBE-QUEBRA                                           SECTION.
      *----------------------------------
           PERFORM LIMPA-CORPO

           MOVE 'ATENCAO: quebra na trilha de auditoria'
                                                       TO SCR-CTR-L1
           STRING 'Motivo              : ' WRK-PIT-QUEBRA-MOTIVO
              DELIMITED BY SIZE INTO SCR-CTR-L3
           STRING 'Na sequencia        : ' WRK-PIT-QUEBRA-SEQ
              '  em ' WRK-PIT-QUEBRA-DATA ' ' WRK-PIT-QUEBRA-HORA
              DELIMITED BY SIZE INTO SCR-CTR-L4
           STRING 'Ultimo ponto integro: SEQ ' WRK-PIT-ULT-SEQ
              '  em ' WRK-PIT-ULT-MOMENTO
              DELIMITED BY SIZE INTO SCR-CTR-L5
           MOVE 'Alteracoes apos esse ponto NAO podem ser reaplicadas.'
                                                       TO SCR-CTR-L7
           DISPLAY SCR-CTR

           PERFORM LIMPA-RODAPE
           MOVE 'Recuperar ate o ultimo ponto integro? (S/N)'
                                                       TO SCR-TRL-L1
           DISPLAY SCR-TRL

           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 45
           MOVE FUNCTION UPPER-CASE(WRK-OPCAO) TO WRK-OPCAO

           IF WRK-OPCAO EQUAL 'S'
              MOVE WRK-PIT-ULT-MOMENTO TO WRK-PIT-ALVO
              MOVE SPACES TO REL-PIT-LINHA
              STRING 'Recuperacao limitada ao ultimo ponto integro: '
                 WRK-PIT-ALVO
                 DELIMITED BY SIZE INTO REL-PIT-LINHA
              WRITE REL-PIT-LINHA
           ELSE
              MOVE 'N' TO WRK-PIT-SITUACAO
           END-IF.
      *-----------------------------------------------------------------
       CONFIRMA-RECUPERACAO                                   SECTION.
      *----------------------------------
           PERFORM LIMPA-CORPO

           MOVE 'Recuperacao ate data/hora (roll-forward)'
                                                       TO SCR-CTR-L1
           STRING 'Geracao base           : ' WRK-GERACAO
              DELIMITED BY SIZE INTO SCR-CTR-L3
           STRING 'Recuperar ate          : ' WRK-PIT-ALVO
              DELIMITED BY SIZE INTO SCR-CTR-L4
           STRING 'Entradas de log a rever: ' WRK-TOT-JANELA
              DELIMITED BY SIZE INTO SCR-CTR-L5
           MOVE 'O ARQCRM.DAT atual sera copiado para ARQCRM-PIT.DAT.'
                                                       TO SCR-CTR-L7
           DISPLAY SCR-CTR

           PERFORM LIMPA-RODAPE
           MOVE 'Isto SOBRESCREVE o ARQCRM.DAT atual. Confirma? (S/N)'
                                                       TO SCR-TRL-L1
           DISPLAY SCR-TRL

           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 55
           MOVE FUNCTION UPPER-CASE(WRK-OPCAO) TO WRK-OPCAO

           IF WRK-OPCAO NOT EQUAL 'S'
              MOVE 'N' TO WRK-PIT-SITUACAO
           END-IF.
      *-----------------------------------------------------------------
       SALVA-ARQUIVO-ATUAL                                    SECTION.
      *----------------------------------
           MOVE ZERO TO WRK-TOT-ATUAL
           MOVE ZERO TO WRK-PIT-ATUAL-FS
           MOVE 'N'  TO WRK-PIT-ATUAL-OK

           OPEN OUTPUT ARQ-ATUAL

           IF ARQ-ATUAL-FS NOT EQUAL ZERO
              MOVE 'N' TO WRK-PIT-SITUACAO
              PERFORM ERRO-COPIA-SEGURANCA
              EXIT SECTION
           END-IF

           OPEN INPUT ARQCRM
           MOVE ARQCRM-FS TO WRK-PIT-ATUAL-FS

           IF ARQCRM-FS EQUAL ZERO
              MOVE 'S' TO WRK-PIT-ATUAL-OK
              READ ARQCRM NEXT RECORD
              PERFORM UNTIL ARQCRM-FS NOT EQUAL ZERO
                 MOVE ARQCRM-REGISTRO TO ATU-REGISTRO
                 WRITE ATU-REGISTRO
                 ADD 1 TO WRK-TOT-ATUAL
                 READ ARQCRM NEXT RECORD
              END-PERFORM
              MOVE ARQCRM-FS TO WRK-PIT-ATUAL-FS
              CLOSE ARQCRM
           END-IF

           CLOSE ARQ-ATUAL.
      *-----------------------------------------------------------------
       RESTAURA-GERACAO-BASE                                  SECTION.
      *----------------------------------
           MOVE ZERO TO WRK-TOT-RESTAURADOS

           OPEN INPUT ARQ-EXP

           IF ARQ-EXP-FS NOT EQUAL ZERO
              MOVE 'N' TO WRK-PIT-SITUACAO
              PERFORM ERRO-EXPORT-INEXISTENTE
              EXIT SECTION
           END-IF

           CALL 'CBL_DELETE_FILE' USING './files/ARQCRM.DAT'
              RETURNING WRK-RETORNO

           OPEN OUTPUT ARQCRM

           IF ARQCRM-FS NOT EQUAL ZERO
              MOVE 'N' TO WRK-PIT-SITUACAO
              CLOSE ARQ-EXP
              PERFORM ERRO-RECRIA-ARQCRM
              EXIT SECTION
           END-IF

           READ ARQ-EXP

           PERFORM UNTIL ARQ-EXP-FS NOT EQUAL ZERO
              MOVE ARQ-EXP-LINHA TO ARQCRM-REGISTRO
              WRITE ARQCRM-REGISTRO
              IF ARQCRM-FS EQUAL ZERO
                 ADD 1 TO WRK-TOT-RESTAURADOS
              END-IF
              READ ARQ-EXP
           END-PERFORM

           CLOSE ARQCRM
           CLOSE ARQ-EXP.
      *-----------------------------------------------------------------
       REAPLICA-JORNAL                                        SECTION.
      *----------------------------------
           MOVE ZERO TO WRK-TOT-INCLUIDOS
           MOVE ZERO TO WRK-TOT-ALTERADOS
           MOVE ZERO TO WRK-TOT-EXCLUIDOS
           MOVE ZERO TO WRK-TOT-SEM-IMAGEM
           MOVE ZERO TO WRK-TOT-FALHAS
           MOVE ZERO TO WRK-TOT-IGNORADOS

           MOVE SPACES TO REL-PIT-LINHA
           WRITE REL-PIT-LINHA
           MOVE 'REAPLICACAO DA TRILHA DE AUDITORIA' TO REL-PIT-LINHA
           WRITE REL-PIT-LINHA
           MOVE SPACES TO REL-PIT-LINHA
           STRING 'SEQ    DATA     HORA   OPERACAO   ID     OPERADOR '
              'ACAO       ORIGEM'
              DELIMITED BY SIZE INTO REL-PIT-LINHA
           WRITE REL-PIT-LINHA

           IF WRK-PIT-ULT-SEQ EQUAL ZERO
              MOVE 'Nenhuma entrada de log entre a geracao e o alvo.'
                                                       TO REL-PIT-LINHA
              WRITE REL-PIT-LINHA
              EXIT SECTION
           END-IF

           OPEN I-O ARQCRM

           IF ARQCRM-FS NOT EQUAL ZERO
              PERFORM ERRO-REABRE-ARQCRM
              EXIT SECTION
           END-IF

           MOVE 'N' TO WRK-PIT-BIM-OK
           OPEN INPUT ARQCRM-BIM
           IF ARQCRM-BIM-FS EQUAL ZERO
              MOVE 'S' TO WRK-PIT-BIM-OK
           END-IF

           IF WRK-PIT-ATUAL-OK EQUAL 'S'
              OPEN INPUT ARQ-ATUAL
              IF ARQ-ATUAL-FS NOT EQUAL ZERO
                 MOVE 'N' TO WRK-PIT-ATUAL-OK
              END-IF
           END-IF

           MOVE 'N' TO WRK-PIT-FIM

           OPEN INPUT ARQCRM-LOG
           READ ARQCRM-LOG

           PERFORM UNTIL ARQCRM-LOG-FS NOT EQUAL ZERO
                      OR WRK-PIT-FIM EQUAL 'S'
              COMPUTE WRK-PIT-MOMENTO = LOG-DATA * 1000000 + LOG-HORA
              IF WRK-PIT-MOMENTO GREATER THAN WRK-PIT-INICIO
                 PERFORM APLICA-ENTRADA
                 IF LOG-SEQ EQUAL WRK-PIT-ULT-SEQ
                    MOVE 'S' TO WRK-PIT-FIM
                 END-IF
              END-IF
              READ ARQCRM-LOG
           END-PERFORM

           CLOSE ARQCRM-LOG

           IF WRK-PIT-ATUAL-OK EQUAL 'S'
              CLOSE ARQ-ATUAL
           END-IF

           IF WRK-PIT-BIM-OK EQUAL 'S'
              CLOSE ARQCRM-BIM
           END-IF

           CLOSE ARQCRM.
      *-----------------------------------------------------------------
       APLICA-ENTRADA                                         SECTION.
      *----------------------------------
           MOVE LOG-OPERACAO TO WRK-PIT-OPERACAO
           MOVE SPACES       TO WRK-PIT-ORIGEM

           IF LOG-ID EQUAL SPACES
              OR (NOT WRK-PIT-OP-EXCLUI AND NOT WRK-PIT-OP-CADASTRAL)
              ADD 1 TO WRK-TOT-IGNORADOS
              EXIT SECTION
           END-IF

           IF WRK-PIT-OP-EXCLUI
              MOVE LOG-ID TO ARQCRM-ID
              DELETE ARQCRM
              IF ARQCRM-FS EQUAL ZERO
                 ADD 1 TO WRK-TOT-EXCLUIDOS
                 MOVE 'EXCLUIDO'   TO WRK-PIT-ACAO
              ELSE
                 MOVE 'JA AUSENTE' TO WRK-PIT-ACAO
              END-IF
              PERFORM ESCREVE-APLICACAO
              EXIT SECTION
           END-IF

           PERFORM OBTEM-IMAGEM-POSTERIOR

           IF WRK-PIT-ORIGEM EQUAL SPACES
              ADD 1 TO WRK-TOT-SEM-IMAGEM
              MOVE 'SEM IMAGEM' TO WRK-PIT-ACAO
              PERFORM ESCREVE-APLICACAO
              EXIT SECTION
           END-IF

           MOVE WRK-PIT-IMAGEM TO ARQCRM-REGISTRO
           WRITE ARQCRM-REGISTRO

           EVALUATE ARQCRM-FS
              WHEN ZERO
                 ADD 1 TO WRK-TOT-INCLUIDOS
                 MOVE 'INCLUIDO' TO WRK-PIT-ACAO
              WHEN 22
                 REWRITE ARQCRM-REGISTRO
                 IF ARQCRM-FS EQUAL ZERO
                    ADD 1 TO WRK-TOT-ALTERADOS
                    MOVE 'ALTERADO' TO WRK-PIT-ACAO
                 ELSE
                    ADD 1 TO WRK-TOT-FALHAS
                    MOVE 'FALHA'    TO WRK-PIT-ACAO
                 END-IF
              WHEN OTHER
                 ADD 1 TO WRK-TOT-FALHAS
                 MOVE 'FALHA'       TO WRK-PIT-ACAO
           END-EVALUATE

           PERFORM ESCREVE-APLICACAO.
      *-----------------------------------------------------------------
       OBTEM-IMAGEM-POSTERIOR                                 SECTION.
      *----------------------------------
           IF WRK-PIT-BIM-OK EQUAL 'S'
              MOVE LOG-ID   TO BIM-ID
              MOVE LOG-DATA TO BIM-DATA
              MOVE LOG-HORA TO BIM-HORA
              START ARQCRM-BIM KEY IS GREATER THAN BIM-KEY
              IF ARQCRM-BIM-FS EQUAL ZERO
                 READ ARQCRM-BIM NEXT RECORD
                 IF ARQCRM-BIM-FS EQUAL ZERO
                    AND BIM-ID EQUAL LOG-ID
                    MOVE BIM-IMAGEM TO WRK-PIT-IMAGEM
                    MOVE 'JORNAL'   TO WRK-PIT-ORIGEM
                    EXIT SECTION
                 END-IF
              END-IF
           END-IF

           IF WRK-PIT-ATUAL-OK EQUAL 'S'
              MOVE LOG-ID TO ATU-ID
              READ ARQ-ATUAL
              IF ARQ-ATUAL-FS EQUAL ZERO
                 MOVE ATU-REGISTRO TO WRK-PIT-IMAGEM
                 MOVE 'ATUAL'      TO WRK-PIT-ORIGEM
              END-IF
           END-IF.
      *-----------------------------------------------------------------
       CONTA-ARQUIVO-FINAL                                    SECTION.
      *----------------------------------
           MOVE ZERO TO WRK-TOT-FINAL

           COMPUTE WRK-TOT-ESPERADO = WRK-TOT-RESTAURADOS
                                    + WRK-TOT-INCLUIDOS
                                    - WRK-TOT-EXCLUIDOS

           OPEN INPUT ARQCRM

           IF ARQCRM-FS NOT EQUAL ZERO
              EXIT SECTION
           END-IF

           READ ARQCRM NEXT RECORD

           PERFORM UNTIL ARQCRM-FS NOT EQUAL ZERO
              ADD 1 TO WRK-TOT-FINAL
              READ ARQCRM NEXT RECORD
           END-PERFORM

           CLOSE ARQCRM.
      *-----------------------------------------------------------------
       ESCREVE-CABECALHO                                      SECTION.
      *----------------------------------
           MOVE 'CRM - RECUPERACAO DO CADASTRO ATE DATA/HORA'
                                                       TO REL-PIT-LINHA
           WRITE REL-PIT-LINHA

           MOVE SPACES TO REL-PIT-LINHA
           STRING 'Executado em: ' FUNCTION CURRENT-DATE(1:8) ' '
              FUNCTION CURRENT-DATE(9:6) '  Por: ' SES-OPR-ID
              DELIMITED BY SIZE INTO REL-PIT-LINHA
           WRITE REL-PIT-LINHA

           MOVE SPACES TO REL-PIT-LINHA
           STRING 'Geracao base      : ' WRK-GERACAO
              DELIMITED BY SIZE INTO REL-PIT-LINHA
           WRITE REL-PIT-LINHA

           MOVE SPACES TO REL-PIT-LINHA
           STRING 'Recuperar ate     : ' WRK-PIT-ALVO
              DELIMITED BY SIZE INTO REL-PIT-LINHA
           WRITE REL-PIT-LINHA.
      *-----------------------------------------------------------------
       ESCREVE-VERIFICACAO                                    SECTION.
      *----------------------------------
           MOVE SPACES TO REL-PIT-LINHA
           WRITE REL-PIT-LINHA
           MOVE 'VERIFICACAO DA TRILHA DE AUDITORIA (ARQCRM.LOG)'
                                                       TO REL-PIT-LINHA
           WRITE REL-PIT-LINHA

           MOVE SPACES TO REL-PIT-LINHA
           STRING 'Entradas lidas            : ' WRK-TOT-LOG-LIDOS
              DELIMITED BY SIZE INTO REL-PIT-LINHA
           WRITE REL-PIT-LINHA

           MOVE SPACES TO REL-PIT-LINHA
           STRING 'Entradas apos a geracao   : ' WRK-TOT-JANELA
              DELIMITED BY SIZE INTO REL-PIT-LINHA
           WRITE REL-PIT-LINHA

           IF WRK-PIT-QUEBRA NOT EQUAL 'S'
              MOVE 'Trilha integra entre a geracao e o alvo.'
                                                       TO REL-PIT-LINHA
              WRITE REL-PIT-LINHA
              EXIT SECTION
           END-IF

           MOVE SPACES TO REL-PIT-LINHA
           STRING 'QUEBRA DETECTADA: ' WRK-PIT-QUEBRA-MOTIVO
              DELIMITED BY SIZE INTO REL-PIT-LINHA
           WRITE REL-PIT-LINHA

           MOVE SPACES TO REL-PIT-LINHA
           STRING 'Na sequencia ' WRK-PIT-QUEBRA-SEQ
              ' em ' WRK-PIT-QUEBRA-DATA ' ' WRK-PIT-QUEBRA-HORA
              DELIMITED BY SIZE INTO REL-PIT-LINHA
           WRITE REL-PIT-LINHA

           MOVE SPACES TO REL-PIT-LINHA
           STRING 'Ultimo ponto integro: SEQ ' WRK-PIT-ULT-SEQ
              ' em ' WRK-PIT-ULT-MOMENTO
              DELIMITED BY SIZE INTO REL-PIT-LINHA
           WRITE REL-PIT-LINHA.
      *-----------------------------------------------------------------
       ESCREVE-APLICACAO                                      SECTION.
      *----------------------------------
           MOVE SPACES TO REL-PIT-LINHA
           STRING LOG-SEQ ' ' LOG-DATA ' ' LOG-HORA ' '
              LOG-OPERACAO ' ' LOG-ID ' ' LOG-OPERADOR ' '
              WRK-PIT-ACAO ' ' WRK-PIT-ORIGEM
              DELIMITED BY SIZE INTO REL-PIT-LINHA
           WRITE REL-PIT-LINHA.
      *-----------------------------------------------------------------
       ESCREVE-CONCILIACAO                                    SECTION.
      *----------------------------------
           MOVE SPACES TO REL-PIT-LINHA
           WRITE REL-PIT-LINHA
           MOVE 'CONCILIACAO DE REGISTROS' TO REL-PIT-LINHA
           WRITE REL-PIT-LINHA

           MOVE SPACES TO REL-PIT-LINHA
           STRING 'ARQCRM.DAT antes da recuperacao : ' WRK-TOT-ATUAL
              '  (status final ' WRK-PIT-ATUAL-FS ')'
              DELIMITED BY SIZE INTO REL-PIT-LINHA
           WRITE REL-PIT-LINHA

           MOVE SPACES TO REL-PIT-LINHA
           STRING 'Restaurados da geracao          : '
              WRK-TOT-RESTAURADOS
              DELIMITED BY SIZE INTO REL-PIT-LINHA
           WRITE REL-PIT-LINHA

           MOVE SPACES TO REL-PIT-LINHA
           STRING '(+) Incluidos pela reaplicacao  : ' WRK-TOT-INCLUIDOS
              DELIMITED BY SIZE INTO REL-PIT-LINHA
           WRITE REL-PIT-LINHA

           MOVE SPACES TO REL-PIT-LINHA
           STRING '(-) Excluidos pela reaplicacao  : ' WRK-TOT-EXCLUIDOS
              DELIMITED BY SIZE INTO REL-PIT-LINHA
           WRITE REL-PIT-LINHA

           MOVE SPACES TO REL-PIT-LINHA
           STRING 'Alterados pela reaplicacao      : ' WRK-TOT-ALTERADOS
              DELIMITED BY SIZE INTO REL-PIT-LINHA
           WRITE REL-PIT-LINHA

           MOVE SPACES TO REL-PIT-LINHA
           STRING 'Sem imagem posterior            : '
              WRK-TOT-SEM-IMAGEM
              DELIMITED BY SIZE INTO REL-PIT-LINHA
           WRITE REL-PIT-LINHA

           MOVE SPACES TO REL-PIT-LINHA
           STRING 'Falhas de gravacao              : ' WRK-TOT-FALHAS
              DELIMITED BY SIZE INTO REL-PIT-LINHA
           WRITE REL-PIT-LINHA

           MOVE SPACES TO REL-PIT-LINHA
           STRING 'Entradas sem efeito no cadastro : ' WRK-TOT-IGNORADOS
              DELIMITED BY SIZE INTO REL-PIT-LINHA
           WRITE REL-PIT-LINHA

           MOVE SPACES TO REL-PIT-LINHA
           STRING 'Esperado ao final               : ' WRK-TOT-ESPERADO
              DELIMITED BY SIZE INTO REL-PIT-LINHA
           WRITE REL-PIT-LINHA

           MOVE SPACES TO REL-PIT-LINHA
           STRING 'ARQCRM.DAT apos a recuperacao   : ' WRK-TOT-FINAL
              DELIMITED BY SIZE INTO REL-PIT-LINHA
           WRITE REL-PIT-LINHA

           IF WRK-TOT-FINAL EQUAL WRK-TOT-ESPERADO
              MOVE 'Situacao: CONFERE' TO REL-PIT-LINHA
           ELSE
              MOVE 'Situacao: DIVERGENCIA NA CONTAGEM' TO REL-PIT-LINHA
           END-IF
           WRITE REL-PIT-LINHA

           MOVE 'Copia do arquivo anterior: ./files/ARQCRM-PIT.DAT'
                                                       TO REL-PIT-LINHA
           WRITE REL-PIT-LINHA.
      *-----------------------------------------------------------------
       ENCERRA-RELATORIO                                      SECTION.
      *----------------------------------
           IF WRK-PIT-MENSAGEM NOT EQUAL SPACES
              MOVE SPACES TO REL-PIT-LINHA
              WRITE REL-PIT-LINHA
              MOVE WRK-PIT-MENSAGEM TO REL-PIT-LINHA
              WRITE REL-PIT-LINHA
           END-IF

           CLOSE REL-PIT

           MOVE 'RECPONTO' TO SAI-TIPO
           MOVE './files/RECPONTO.LST' TO SAI-ARQUIVO
           MOVE SES-OPR-ID TO SAI-OPERADOR
           MOVE WRK-TOT-JANELA TO SAI-REGISTROS
           CALL 'REGSAIDA' USING SAI-REGISTRO.
      *-----------------------------------------------------------------
       EXIBE-CONCILIACAO                                      SECTION.
      *----------------------------------
           PERFORM LIMPA-CORPO

           MOVE 'Recuperacao concluida - conciliacao de registros'
                                                       TO SCR-CTR-L1
           STRING 'ARQCRM.DAT antes da recuperacao : ' WRK-TOT-ATUAL
              DELIMITED BY SIZE INTO SCR-CTR-L3
           STRING 'Restaurados da geracao          : '
              WRK-TOT-RESTAURADOS
              DELIMITED BY SIZE INTO SCR-CTR-L4
           STRING '(+) Incluidos pela reaplicacao  : ' WRK-TOT-INCLUIDOS
              DELIMITED BY SIZE INTO SCR-CTR-L5
           STRING '(-) Excluidos pela reaplicacao  : ' WRK-TOT-EXCLUIDOS
              DELIMITED BY SIZE INTO SCR-CTR-L6
           STRING 'Alterados pela reaplicacao      : ' WRK-TOT-ALTERADOS
              DELIMITED BY SIZE INTO SCR-CTR-L7
           STRING 'Sem imagem posterior            : '
              WRK-TOT-SEM-IMAGEM
              DELIMITED BY SIZE INTO SCR-CTR-L8
           STRING 'ARQCRM.DAT apos a recuperacao   : ' WRK-TOT-FINAL
              DELIMITED BY SIZE INTO SCR-CTR-L9

           IF WRK-TOT-FINAL EQUAL WRK-TOT-ESPERADO
              MOVE 'Contagem CONFERE com o esperado.'  TO SCR-CTR-L11
           ELSE
              STRING 'DIVERGENCIA: esperado ' WRK-TOT-ESPERADO
                 ' registros.'
                 DELIMITED BY SIZE INTO SCR-CTR-L11
           END-IF

           MOVE 'Relatorio: ./files/RECPONTO.LST'     TO SCR-CTR-L12
           DISPLAY SCR-CTR

           PERFORM LIMPA-RODAPE
           MOVE '[pressione ENTER]' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 18.
      *-----------------------------------------------------------------
       ERROS                                                  SECTION.
      *----------------------------------
       ERRO-ACESSO-NEGADO.
           PERFORM LIMPA-RODAPE
           MOVE 'Acesso restrito a administradores.'  TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 36.
      *
       ERRO-SEM-GERACOES.
           PERFORM LIMPA-RODAPE
           MOVE 'Nenhuma geracao de backup catalogada.' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 39.
      *
       ERRO-GERACAO-NAO-ENCONTRADA.
           PERFORM LIMPA-RODAPE
           MOVE 'Geracao nao encontrada no catalogo.' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 37.
      *
       ERRO-EXPORT-INEXISTENTE.
           MOVE 'Copia do ARQCRM desta geracao nao encontrada.'
                                                    TO WRK-PIT-MENSAGEM
           PERFORM LIMPA-RODAPE
           MOVE WRK-PIT-MENSAGEM TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 48.
      *
       ERRO-MOMENTO-INVALIDO.
           PERFORM LIMPA-RODAPE
           MOVE 'Data/hora fora do intervalo entre a geracao e agora.'
                                                       TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 54.
      *
       ERRO-COPIA-SEGURANCA.
           MOVE SPACES TO WRK-PIT-MENSAGEM
           STRING 'ERRO ao criar ARQCRM-PIT.DAT (status ' ARQ-ATUAL-FS
              ') - nada alterado'
              DELIMITED BY SIZE INTO WRK-PIT-MENSAGEM
           PERFORM LIMPA-RODAPE
           MOVE WRK-PIT-MENSAGEM TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 60.
      *
       ERRO-RECRIA-ARQCRM.
           MOVE SPACES TO WRK-PIT-MENSAGEM
           STRING 'ERRO ao recriar ARQCRM.DAT (status ' ARQCRM-FS
              ') - ver ARQCRM-PIT.DAT'
              DELIMITED BY SIZE INTO WRK-PIT-MENSAGEM
           PERFORM LIMPA-RODAPE
           MOVE WRK-PIT-MENSAGEM TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 62.
      *
       ERRO-REABRE-ARQCRM.
           MOVE SPACES TO WRK-PIT-MENSAGEM
           STRING 'ERRO ao reabrir ARQCRM.DAT (status ' ARQCRM-FS
              ') - log NAO reaplicado'
              DELIMITED BY SIZE INTO WRK-PIT-MENSAGEM
           PERFORM LIMPA-RODAPE
           MOVE WRK-PIT-MENSAGEM TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 62.
      *-----------------------------------------------------------------
       FINALIZAR                                              SECTION.
      *----------------------------------
       VOLTAR-MENU.
           GOBACK.
      *-----------------------------------------------------------------
       UTILITARIOS                                            SECTION.
      *----------------------------------
       LIMPA-RODAPE.
           MOVE TPL-TRL TO SCR-TRL.
      *
       LIMPA-CORPO.
           MOVE TPL-CTR TO SCR-CTR

           STRING
              '-----------------------------'
              ' RECUPERACAO ATE DATA/HORA '
              '------------------------'
           DELIMITED BY SIZE
           INTO SCR-CTR-L0.
      *------------------------ FIM DO ARQUIVO -------------------------
