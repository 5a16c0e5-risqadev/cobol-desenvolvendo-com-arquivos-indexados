      *=================================================================
       IDENTIFICATION                                         DIVISION.
       PROGRAM-ID. PESQRCL.
      *=================================================================
       ENVIRONMENT                                            DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT                                           SECTION.
      *----------------------------------
       FILE-CONTROL.
           SELECT ARQ-RECLAMA  ASSIGN TO './files/RECLAMA.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS ARQ-RECLAMA-FS
              RECORD KEY IS RCL-KEY.

           SELECT ARQCRM  ASSIGN TO './files/ARQCRM.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS ARQCRM-FS
              RECORD KEY IS ARQCRM-KEY
              ALTERNATE RECORD KEY IS ARQCRM-NOME
                 WITH DUPLICATES
              ALTERNATE RECORD KEY IS ARQCRM-TELEFONE
                 WITH DUPLICATES
              ALTERNATE RECORD KEY IS ARQCRM-CPF-CNPJ
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

           SELECT ARQ-SPOOL  ASSIGN TO WRK-SPOOL-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ARQ-SPOOL-FS.

           SELECT REL-PRR  ASSIGN TO WRK-RELPRR-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REL-PRR-FS.
      *=================================================================
       DATA                                                   DIVISION.
      *-----------------------------------------------------------------
       FILE                                                   SECTION.
      *----------------------------------
       FD  ARQ-RECLAMA.
       COPY 'CRMK-RCL'.
      *
       FD  ARQCRM.
       COPY 'CRMK-000'.
      *
       FD  ARQ-AGENDA.
       COPY 'CRMK-AGN'.
      *
       FD  ARQ-FERIADO.
       COPY 'CRMK-FER'.
      *
       FD  ARQ-SPOOL.
       01  ARQ-SPOOL-LINHA.
           05 SPL-TEMPLATE      PIC X(08).
           05 FILLER            PIC X(01).
           05 SPL-CLIENTE       PIC X(06).
           05 FILLER            PIC X(01).
           05 SPL-EMAIL         PIC X(30).
           05 FILLER            PIC X(01).
           05 SPL-INFO          PIC X(20).
           05 FILLER            PIC X(01).
           05 SPL-CONTATO       PIC X(30).
      *
       FD  REL-PRR.
       01  REL-PRR-LINHA        PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE                                        SECTION.
      *----------------------------------
       COPY 'CRMK-FST'.
       COPY 'CRMK-ERR'.
       COPY 'CRMK-SAI'.
       COPY 'CRMK-DST'.
       COPY 'CRMK-DIW'.
       01  ARQ-RECLAMA-FS       PIC 9(02)   VALUE ZERO.
       01  ARQCRM-FS            PIC 9(02)   VALUE ZERO.
       01  ARQ-AGENDA-FS        PIC 9(02)   VALUE ZERO.
       01  ARQ-FERIADO-FS       PIC 9(02)   VALUE ZERO.
       01  ARQ-SPOOL-FS         PIC 9(02)   VALUE ZERO.
       01  REL-PRR-FS           PIC 9(02)   VALUE ZERO.
       01  WRK-SPOOL-PATH       PIC X(40)   VALUE SPACES.
       01  WRK-RELPRR-PATH      PIC X(40)   VALUE SPACES.
       01  WRK-DESTINO-NOME     PIC X(30)   VALUE SPACES.
       01  WRK-DESTINO-EMAIL    PIC X(30)   VALUE SPACES.
       01  WRK-HOJE             PIC 9(08)   VALUE ZERO.
       01  WRK-DIA-ANTERIOR     PIC 9(08)   VALUE ZERO.
       01  WRK-DIA-ANTES        PIC 9(08)   VALUE ZERO.
       01  WRK-RESPONSAVEL      PIC X(08)   VALUE SPACES.
       01  WRK-PROX-SEQ         PIC 9(03)   VALUE ZERO.
       01  WRK-MEIO             PIC X(14)   VALUE SPACES.
       01  WRK-TOT-CASOS        PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-EMAILS       PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-AGENDADOS    PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-IGNORADOS    PIC 9(05)   VALUE ZERO.
      *=================================================================
       PROCEDURE                                              DIVISION.
      *-----------------------------------------------------------------
       PRINCIPAL                                              SECTION.
      *----------------------------------
           PERFORM INICIAR
           PERFORM PROCESSAR
           PERFORM FINALIZAR
           GOBACK.
      *-----------------------------------------------------------------
       INICIAR                                                SECTION.
      *----------------------------------
           MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-HOJE

           PERFORM ABRE-ARQUIVO-FERIADO

           MOVE WRK-HOJE TO WRK-DATA-UTIL
           PERFORM RECUA-DIA-UTIL
           MOVE WRK-DATA-UTIL TO WRK-DIA-ANTERIOR

           PERFORM RECUA-DIA-UTIL
           MOVE WRK-DATA-UTIL TO WRK-DIA-ANTES

           OPEN I-O ARQ-RECLAMA

           IF ARQ-RECLAMA-FS NOT EQUAL ZERO
              MOVE 'ABRE RECLAMA' TO WRK-ERR-SECAO
              MOVE ARQ-RECLAMA-FS TO WRK-ERR-FS
              PERFORM GRAVA-ERRO-FATAL
              PERFORM TRADUZ-RECLAMA-FS
              DISPLAY 'PESQRCL: ERRO ABERTURA RECLAMA - FS: '
                      ARQ-RECLAMA-FS ' (' WRK-FST-MENSAGEM ')'
              PERFORM FECHA-ARQUIVO-FERIADO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN INPUT ARQCRM

           IF ARQCRM-FS NOT EQUAL ZERO
              MOVE 'ABRE ARQCRM' TO WRK-ERR-SECAO
              MOVE ARQCRM-FS TO WRK-ERR-FS
              PERFORM GRAVA-ERRO-FATAL
              DISPLAY 'PESQRCL: ERRO ABERTURA ARQCRM - FS: ' ARQCRM-FS
              CLOSE ARQ-RECLAMA
              PERFORM FECHA-ARQUIVO-FERIADO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN I-O ARQ-AGENDA

           IF ARQ-AGENDA-FS EQUAL 35
              OPEN OUTPUT ARQ-AGENDA
              CLOSE ARQ-AGENDA
              OPEN I-O ARQ-AGENDA
           END-IF

           MOVE SPACES TO WRK-RELPRR-PATH
           STRING './files/PESQRCL-' FUNCTION CURRENT-DATE(1:14)
              '.LST' DELIMITED BY SIZE INTO WRK-RELPRR-PATH

           MOVE SPACES TO WRK-SPOOL-PATH
           STRING './files/EMLSPOOL-' FUNCTION CURRENT-DATE(1:14)
              '-PSQ.TXT' DELIMITED BY SIZE INTO WRK-SPOOL-PATH

           OPEN OUTPUT ARQ-SPOOL
           OPEN OUTPUT REL-PRR

           MOVE 'CRM - PESQUISA DE SATISFACAO POS-RECLAMACAO'
                                                    TO REL-PRR-LINHA
           WRITE REL-PRR-LINHA

           MOVE SPACES TO REL-PRR-LINHA
           STRING 'Data: ' WRK-HOJE '  Casos resolvidos apos '
              WRK-DIA-ANTES ' ate ' WRK-DIA-ANTERIOR
              DELIMITED BY SIZE INTO REL-PRR-LINHA
           WRITE REL-PRR-LINHA

           MOVE SPACES TO REL-PRR-LINHA
           WRITE REL-PRR-LINHA

           MOVE 'CLIENTE SEQ RESOLVIDO RESP.    CONVITE        DESTINO'
                                                    TO REL-PRR-LINHA
           WRITE REL-PRR-LINHA.
      *-----------------------------------------------------------------
       PROCESSAR                                              SECTION.
      *----------------------------------
           MOVE LOW-VALUES TO RCL-KEY
           START ARQ-RECLAMA KEY IS NOT LESS THAN RCL-KEY

           IF ARQ-RECLAMA-FS NOT EQUAL ZERO
              EXIT SECTION
           END-IF

           READ ARQ-RECLAMA NEXT RECORD

           PERFORM UNTIL ARQ-RECLAMA-FS NOT EQUAL ZERO
              IF RCL-CASO-RESOLVIDO
                 AND RCL-PESQUISA-PENDENTE
                 AND RCL-DATA-RESOLUCAO GREATER THAN WRK-DIA-ANTES
                 AND RCL-DATA-RESOLUCAO NOT GREATER THAN
                     WRK-DIA-ANTERIOR
                 PERFORM CONVIDA-CLIENTE
              END-IF
              READ ARQ-RECLAMA NEXT RECORD
           END-PERFORM.
      *-----------------------------------------------------------------
       CONVIDA-CLIENTE                                        SECTION.
      *----------------------------------
           ADD 1 TO WRK-TOT-CASOS

           MOVE RCL-CLIENTE TO ARQCRM-ID
           READ ARQCRM

           IF ARQCRM-FS NOT EQUAL ZERO
              OR ARQCRM-ENCERRADO
              ADD 1 TO WRK-TOT-IGNORADOS
              MOVE 'IGNORADO' TO WRK-MEIO
              MOVE SPACES TO WRK-RESPONSAVEL
              PERFORM ESCREVE-DETALHE
              MOVE ZERO TO ARQCRM-FS
              EXIT SECTION
           END-IF

           PERFORM LOCALIZA-DESTINATARIO

           IF ARQCRM-ACEITA-MALA
              AND WRK-DESTINO-EMAIL NOT EQUAL SPACES
              MOVE SPACES TO ARQ-SPOOL-LINHA
              MOVE 'PESQRCL'         TO SPL-TEMPLATE
              MOVE ARQCRM-ID         TO SPL-CLIENTE
              MOVE WRK-DESTINO-EMAIL TO SPL-EMAIL
              MOVE SPACES            TO SPL-INFO
              STRING 'CASO ' RCL-SEQ ' ' RCL-DATA-RESOLUCAO
                 DELIMITED BY SIZE INTO SPL-INFO
              MOVE WRK-DESTINO-NOME  TO SPL-CONTATO
              WRITE ARQ-SPOOL-LINHA
              ADD 1 TO WRK-TOT-EMAILS
              MOVE 'E-MAIL' TO WRK-MEIO
              MOVE SPACES TO WRK-RESPONSAVEL
           ELSE
              PERFORM CRIA-TAREFA-PESQUISA
           END-IF

           MOVE 'S' TO RCL-PESQUISA
           REWRITE RCL-REGISTRO

           PERFORM ESCREVE-DETALHE.
      *-----------------------------------------------------------------
       LOCALIZA-DESTINATARIO                                  SECTION.
      *----------------------------------
           MOVE ARQCRM-NOME  TO WRK-DESTINO-NOME
           MOVE ARQCRM-EMAIL TO WRK-DESTINO-EMAIL

           MOVE ARQCRM-ID    TO WRK-DST-CLIENTE
           SET WRK-DST-COMERCIAL TO TRUE
           CALL 'DESTINAT' USING WRK-DST-PEDIDO

           IF WRK-DST-ENCONTRADO
              MOVE WRK-DST-NOME TO WRK-DESTINO-NOME
              IF WRK-DST-EMAIL NOT EQUAL SPACES
                 MOVE WRK-DST-EMAIL TO WRK-DESTINO-EMAIL
              END-IF
           END-IF.
      *-----------------------------------------------------------------
       ESCREVE-DETALHE                                        SECTION.
      *----------------------------------
           MOVE SPACES TO REL-PRR-LINHA
           STRING RCL-CLIENTE '  ' RCL-SEQ ' ' RCL-DATA-RESOLUCAO ' '
              RCL-OPERADOR ' ' WRK-MEIO ' ' WRK-RESPONSAVEL
              DELIMITED BY SIZE INTO REL-PRR-LINHA
           WRITE REL-PRR-LINHA.
      *-----------------------------------------------------------------
       CRIA-TAREFA-PESQUISA                                   SECTION.
      *----------------------------------
           IF ARQCRM-CARTEIRA NOT EQUAL SPACES
              MOVE ARQCRM-CARTEIRA TO WRK-RESPONSAVEL
           ELSE
              MOVE RCL-OPERADOR    TO WRK-RESPONSAVEL
           END-IF

           MOVE ZERO TO WRK-PROX-SEQ

           MOVE WRK-RESPONSAVEL TO AGN-OPERADOR
           MOVE WRK-HOJE        TO AGN-DATA-VENC
           MOVE ZERO            TO AGN-SEQ

           START ARQ-AGENDA KEY IS NOT LESS THAN AGN-KEY

           IF ARQ-AGENDA-FS EQUAL ZERO
              READ ARQ-AGENDA NEXT RECORD
              PERFORM UNTIL ARQ-AGENDA-FS NOT EQUAL ZERO
                         OR AGN-OPERADOR NOT EQUAL WRK-RESPONSAVEL
                         OR AGN-DATA-VENC NOT EQUAL WRK-HOJE
                 MOVE AGN-SEQ TO WRK-PROX-SEQ
                 READ ARQ-AGENDA NEXT RECORD
              END-PERFORM
           END-IF

           ADD 1 TO WRK-PROX-SEQ

           MOVE WRK-RESPONSAVEL TO AGN-OPERADOR
           MOVE WRK-HOJE        TO AGN-DATA-VENC
           MOVE WRK-PROX-SEQ    TO AGN-SEQ
           MOVE ARQCRM-ID       TO AGN-CLIENTE
           MOVE SPACES          TO AGN-DESCRICAO
           STRING 'PESQUISA POS-RECLAMACAO: LIGAR CASO ' RCL-SEQ
              DELIMITED BY SIZE INTO AGN-DESCRICAO
           MOVE 'P'             TO AGN-STATUS
           MOVE WRK-HOJE        TO AGN-DATA-CRIACAO

           WRITE AGN-REGISTRO

           IF ARQ-AGENDA-FS EQUAL ZERO
              ADD 1 TO WRK-TOT-AGENDADOS
              MOVE 'TAREFA CRIADA' TO WRK-MEIO
           ELSE
              MOVE 'ERRO TAREFA' TO WRK-MEIO
           END-IF

           MOVE ZERO TO ARQ-AGENDA-FS.
      *-----------------------------------------------------------------
       MENSAGENS                                              SECTION.
      *----------------------------------
       GRAVA-ERRO-FATAL.
           MOVE 'PESQRCL' TO WRK-ERR-PROGRAMA
           MOVE 'BATCH' TO WRK-ERR-OPERADOR
           CALL 'GRAVAERRO' USING WRK-ERR-REGISTRO.
      *
       COPY 'CRMK-FSP' REPLACING
            ==FS-PARAGRAFO== BY ==TRADUZ-RECLAMA-FS==
            ==FS-CAMPO==      BY ==ARQ-RECLAMA-FS==.
      *-----------------------------------------------------------------
       FINALIZAR                                              SECTION.
      *----------------------------------
           MOVE SPACES TO REL-PRR-LINHA
           WRITE REL-PRR-LINHA

           MOVE SPACES TO REL-PRR-LINHA
           STRING 'Casos resolvidos      : ' WRK-TOT-CASOS
              DELIMITED BY SIZE INTO REL-PRR-LINHA
           WRITE REL-PRR-LINHA

           MOVE SPACES TO REL-PRR-LINHA
           STRING 'Convites por e-mail   : ' WRK-TOT-EMAILS
              DELIMITED BY SIZE INTO REL-PRR-LINHA
           WRITE REL-PRR-LINHA

           MOVE SPACES TO REL-PRR-LINHA
           STRING 'Tarefas de ligacao    : ' WRK-TOT-AGENDADOS
              DELIMITED BY SIZE INTO REL-PRR-LINHA
           WRITE REL-PRR-LINHA

           MOVE SPACES TO REL-PRR-LINHA
           STRING 'Ignorados             : ' WRK-TOT-IGNORADOS
              DELIMITED BY SIZE INTO REL-PRR-LINHA
           WRITE REL-PRR-LINHA

           CLOSE ARQ-RECLAMA
           CLOSE ARQCRM
           CLOSE ARQ-AGENDA
           CLOSE ARQ-SPOOL
           CLOSE REL-PRR

           PERFORM FECHA-ARQUIVO-FERIADO

           MOVE 'PESQRCL' TO SAI-TIPO
           MOVE WRK-RELPRR-PATH TO SAI-ARQUIVO
           MOVE 'BATCH' TO SAI-OPERADOR
           MOVE WRK-TOT-CASOS TO SAI-REGISTROS
           CALL 'REGSAIDA' USING SAI-REGISTRO

           MOVE 'EMLSPOOL' TO SAI-TIPO
           MOVE WRK-SPOOL-PATH TO SAI-ARQUIVO
           MOVE 'BATCH' TO SAI-OPERADOR
           MOVE WRK-TOT-EMAILS TO SAI-REGISTROS
           CALL 'REGSAIDA' USING SAI-REGISTRO

           DISPLAY 'PESQRCL: ' WRK-TOT-CASOS ' casos, '
                   WRK-TOT-EMAILS ' e-mails, '
                   WRK-TOT-AGENDADOS ' tarefas criadas'.
      *-----------------------------------------------------------------
       ARQUIVOS                                               SECTION.
      *----------------------------------
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
      *-----------------------------------------------------------------
       UTILITARIOS                                            SECTION.
      *----------------------------------
       RECUA-DIA-UTIL.
           MOVE 'N' TO WRK-DIA-UTIL-OK

           PERFORM UNTIL WRK-DIA-UTIL-OK EQUAL 'S'
              COMPUTE WRK-DATA-UTIL-INT =
                 FUNCTION INTEGER-OF-DATE(WRK-DATA-UTIL) - 1
              COMPUTE WRK-DATA-UTIL =
                 FUNCTION DATE-OF-INTEGER(WRK-DATA-UTIL-INT)

              COMPUTE WRK-DIA-SEMANA = FUNCTION MOD(
                 FUNCTION INTEGER-OF-DATE(WRK-DATA-UTIL), 7)

              MOVE 'N' TO WRK-EH-FERIADO

              IF WRK-FER-ABERTO EQUAL 'S'
                 MOVE WRK-DATA-UTIL TO FER-DATA
                 READ ARQ-FERIADO
                 IF ARQ-FERIADO-FS EQUAL ZERO
                    MOVE 'S' TO WRK-EH-FERIADO
                 END-IF
              END-IF

              IF WRK-DIA-SEMANA NOT EQUAL 6
                 AND WRK-DIA-SEMANA NOT EQUAL ZERO
                 AND WRK-EH-FERIADO NOT EQUAL 'S'
                 MOVE 'S' TO WRK-DIA-UTIL-OK
              END-IF
           END-PERFORM.
      *------------------------ FIM DO ARQUIVO -------------------------
