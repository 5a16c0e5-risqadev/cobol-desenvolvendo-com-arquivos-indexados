      *=================================================================
       IDENTIFICATION                                         DIVISION.
       PROGRAM-ID. RECADAST.
      *=================================================================
       ENVIRONMENT                                            DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT                                           SECTION.
      *----------------------------------
       FILE-CONTROL.
           SELECT ARQCRM  ASSIGN TO './files/ARQCRM.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
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

           SELECT ARQCRM-PAR  ASSIGN TO './files/SISPARAM.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS ARQCRM-PAR-FS
              RECORD KEY IS PAR-CHAVE.

           SELECT ARQ-CARTA  ASSIGN TO './files/CARTARCD.TPL'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ARQ-CARTA-FS.

           SELECT REL-CARTA  ASSIGN TO WRK-CARTA-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REL-CARTA-FS.

           SELECT ARQ-SPOOL  ASSIGN TO WRK-SPOOL-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ARQ-SPOOL-FS.

           SELECT REL-RCD  ASSIGN TO WRK-RELRCD-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REL-RCD-FS.
      *=================================================================
       DATA                                                   DIVISION.
      *-----------------------------------------------------------------
       FILE                                                   SECTION.
      *----------------------------------
       FD  ARQCRM.
       COPY 'CRMK-000'.
      *
       FD  ARQ-AGENDA.
       COPY 'CRMK-AGN'.
      *
       FD  ARQCRM-PAR.
       COPY 'CRMK-PAR'.
      *
       FD  ARQ-CARTA.
       01  ARQ-CARTA-LINHA      PIC X(90).
      *
       FD  REL-CARTA.
       01  REL-CARTA-LINHA      PIC X(132).
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
       FD  REL-RCD.
       01  REL-RCD-LINHA        PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE                                        SECTION.
      *----------------------------------
       COPY 'CRMK-FST'.
       COPY 'CRMK-ERR'.
       COPY 'CRMK-SAI'.
       COPY 'CRMK-DST'.
       01  ARQCRM-FS            PIC 9(02)   VALUE ZERO.
       01  ARQ-AGENDA-FS        PIC 9(02)   VALUE ZERO.
       01  ARQCRM-PAR-FS        PIC 9(02)   VALUE ZERO.
       01  ARQ-CARTA-FS         PIC 9(02)   VALUE ZERO.
       01  REL-CARTA-FS         PIC 9(02)   VALUE ZERO.
       01  ARQ-SPOOL-FS         PIC 9(02)   VALUE ZERO.
       01  REL-RCD-FS           PIC 9(02)   VALUE ZERO.
       01  WRK-CARTA-PATH       PIC X(40)   VALUE SPACES.
       01  WRK-SPOOL-PATH       PIC X(40)   VALUE SPACES.
       01  WRK-RELRCD-PATH      PIC X(40)   VALUE SPACES.
       01  WRK-DESTINO-NOME     PIC X(30)   VALUE SPACES.
       01  WRK-DESTINO-EMAIL    PIC X(30)   VALUE SPACES.
       01  WRK-HOJE             PIC 9(08)   VALUE ZERO.
       01  WRK-DATA-CORTE       PIC 9(08)   VALUE ZERO.
       01  WRK-DATA-BASE        PIC 9(08)   VALUE ZERO.
       01  WRK-VAL-ANO          PIC 9(04)   VALUE ZERO.
       01  WRK-VAL-MES          PIC 9(02)   VALUE ZERO.
       01  WRK-VAL-DIA          PIC 9(02)   VALUE ZERO.
       01  WRK-MESES-TOTAL      PIC 9(06)   VALUE ZERO.
       01  WRK-TEM-CARTA        PIC X(01)   VALUE 'N'.
       01  WRK-JA-AGENDADO      PIC X(01)   VALUE 'N'.
       01  WRK-PROX-SEQ         PIC 9(03)   VALUE ZERO.
       01  WRK-SITUACAO         PIC X(12)   VALUE SPACES.
       01  WRK-MEIO             PIC X(14)   VALUE SPACES.
       01  WRK-CARTEIRA         PIC X(08)   VALUE SPACES.
       01  WRK-I                PIC 9(03)   VALUE ZERO.
       01  WRK-J                PIC 9(03)   VALUE ZERO.
       01  WRK-MENOR            PIC 9(03)   VALUE ZERO.
       01  WRK-PTR              PIC 9(03)   VALUE 1.
       01  WRK-SUB-LINHA        PIC X(132)  VALUE SPACES.
       01  WRK-PERCENTUAL       PIC 9(03)V9 VALUE ZERO.
       01  WRK-PERC-EXIBE       PIC ZZ9.9   VALUE ZERO.
       01  WRK-DATA-AUX         PIC 9(08)   VALUE ZERO.
       01  WRK-DATA-FMT.
           05 WRK-DATA-FMT-DD   PIC 9(02).
           05 FILLER            PIC X(01)   VALUE '/'.
           05 WRK-DATA-FMT-MM   PIC 9(02).
           05 FILLER            PIC X(01)   VALUE '/'.
           05 WRK-DATA-FMT-AAAA PIC 9(04).
       01  WRK-TOT-CLIENTES     PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-CONFIRMADOS  PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-VENCIDOS     PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-AGENDADOS    PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-JA-AGENDADOS PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-EMAILS       PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-CARTAS       PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-SUPRIMIDOS   PIC 9(05)   VALUE ZERO.
       01  WRK-CRT-QTD          PIC 9(03)   VALUE ZERO.
       01  WRK-CRT-ACHOU        PIC X(01)   VALUE 'N'.
       01  WRK-CRT-ESTOURO      PIC X(01)   VALUE 'N'.
       01  WRK-CRT-TABELA.
           05 WRK-CRT-ENT OCCURS 100 TIMES.
              10 WRK-CRT-ID       PIC X(08).
              10 WRK-CRT-TOTAL    PIC 9(05).
              10 WRK-CRT-CONF     PIC 9(05).
              10 WRK-CRT-IMPRESSA PIC X(01).
      *=================================================================
       PROCEDURE                                              DIVISION.
      *-----------------------------------------------------------------
       PRINCIPAL                                              SECTION.
      *----------------------------------
           PERFORM INICIAR
           PERFORM PROCESSAR
           PERFORM EMITE-RESUMO-CARTEIRAS
           PERFORM FINALIZAR
           GOBACK.
      *-----------------------------------------------------------------
       INICIAR                                                SECTION.
      *----------------------------------
           MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-HOJE

           PERFORM CARREGA-PARAMETROS

           MOVE WRK-HOJE(1:4) TO WRK-VAL-ANO
           MOVE WRK-HOJE(5:2) TO WRK-VAL-MES
           MOVE WRK-HOJE(7:2) TO WRK-VAL-DIA

           COMPUTE WRK-MESES-TOTAL = WRK-VAL-ANO * 12
              + WRK-VAL-MES - 1 - PAR-MESES-RECADASTRO
           DIVIDE WRK-MESES-TOTAL BY 12 GIVING WRK-VAL-ANO
              REMAINDER WRK-VAL-MES
           ADD 1 TO WRK-VAL-MES

           IF WRK-VAL-DIA GREATER THAN 28
              MOVE 28 TO WRK-VAL-DIA
           END-IF

           COMPUTE WRK-DATA-CORTE = WRK-VAL-ANO * 10000
              + WRK-VAL-MES * 100 + WRK-VAL-DIA

           OPEN INPUT ARQCRM

           IF ARQCRM-FS NOT EQUAL ZERO
              MOVE 'ABRE ARQCRM' TO WRK-ERR-SECAO
              MOVE ARQCRM-FS TO WRK-ERR-FS
              PERFORM GRAVA-ERRO-FATAL
              PERFORM TRADUZ-ARQCRM-FS
              DISPLAY 'RECADAST: ERRO ABERTURA ARQCRM - FS: '
                      ARQCRM-FS ' (' WRK-FST-MENSAGEM ')'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN I-O ARQ-AGENDA

           IF ARQ-AGENDA-FS EQUAL 35
              OPEN OUTPUT ARQ-AGENDA
              CLOSE ARQ-AGENDA
              OPEN I-O ARQ-AGENDA
           END-IF

           MOVE SPACES TO WRK-RELRCD-PATH
           STRING './files/RECAD-' FUNCTION CURRENT-DATE(1:14)
              '.LST' DELIMITED BY SIZE INTO WRK-RELRCD-PATH

           MOVE SPACES TO WRK-CARTA-PATH
           STRING './files/CARTRCD-' FUNCTION CURRENT-DATE(1:14)
              '.LST' DELIMITED BY SIZE INTO WRK-CARTA-PATH

           MOVE SPACES TO WRK-SPOOL-PATH
           STRING './files/EMLSPOOL-' FUNCTION CURRENT-DATE(1:14)
              '-RCD.TXT' DELIMITED BY SIZE INTO WRK-SPOOL-PATH

           OPEN OUTPUT REL-CARTA
           OPEN OUTPUT ARQ-SPOOL

           OPEN INPUT ARQ-CARTA

           IF ARQ-CARTA-FS EQUAL ZERO
              MOVE 'S' TO WRK-TEM-CARTA
              CLOSE ARQ-CARTA
           ELSE
              MOVE 'N' TO WRK-TEM-CARTA
           END-IF

           OPEN OUTPUT REL-RCD

           MOVE 'CRM - RECADASTRAMENTO PERIODICO DE CLIENTES'
                                                    TO REL-RCD-LINHA
           WRITE REL-RCD-LINHA

           MOVE WRK-DATA-CORTE TO WRK-DATA-AUX
           PERFORM FORMATA-DATA
           MOVE SPACES TO REL-RCD-LINHA
           STRING 'Data: ' WRK-HOJE '  Periodo: ' PAR-MESES-RECADASTRO
              ' meses  Confirmados antes de ' WRK-DATA-FMT
              DELIMITED BY SIZE INTO REL-RCD-LINHA
           WRITE REL-RCD-LINHA

           MOVE SPACES TO REL-RCD-LINHA
           WRITE REL-RCD-LINHA

           MOVE 'CLIENTE CARTEIRA ULT.CONF.  TAREFA       COMUNICADO'
                                                    TO REL-RCD-LINHA
           WRITE REL-RCD-LINHA.
      *-----------------------------------------------------------------
       PROCESSAR                                              SECTION.
      *----------------------------------
           READ ARQCRM NEXT RECORD

           PERFORM UNTIL ARQCRM-FS NOT EQUAL ZERO
              IF NOT ARQCRM-ENCERRADO
                 AND NOT ARQCRM-PROSPECTO
                 PERFORM AVALIA-CLIENTE
              END-IF
              READ ARQCRM NEXT RECORD
           END-PERFORM.
      *-----------------------------------------------------------------
       AVALIA-CLIENTE                                         SECTION.
      *----------------------------------
           ADD 1 TO WRK-TOT-CLIENTES

           IF ARQCRM-DATA-CONFIRMACAO NUMERIC
              AND ARQCRM-DATA-CONFIRMACAO NOT EQUAL ZERO
              MOVE ARQCRM-DATA-CONFIRMACAO TO WRK-DATA-BASE
           ELSE
              MOVE ARQCRM-DATA-CADASTRO    TO WRK-DATA-BASE
           END-IF

           MOVE ARQCRM-CARTEIRA TO WRK-CARTEIRA
           PERFORM LOCALIZA-CARTEIRA

           IF WRK-DATA-BASE NOT LESS THAN WRK-DATA-CORTE
              ADD 1 TO WRK-TOT-CONFIRMADOS
              IF WRK-J NOT EQUAL ZERO
                 ADD 1 TO WRK-CRT-CONF(WRK-J)
              END-IF
              EXIT SECTION
           END-IF

           ADD 1 TO WRK-TOT-VENCIDOS

           MOVE SPACES TO WRK-MEIO
           MOVE 'SEM CARTEIRA' TO WRK-SITUACAO

           IF ARQCRM-CARTEIRA NOT EQUAL SPACES
              PERFORM VERIFICA-TAREFA-EXISTENTE
              IF WRK-JA-AGENDADO EQUAL 'S'
                 ADD 1 TO WRK-TOT-JA-AGENDADOS
                 MOVE 'JA AGENDADO' TO WRK-SITUACAO
                 PERFORM ESCREVE-DETALHE
                 EXIT SECTION
              END-IF
              PERFORM CRIA-TAREFA-RECADASTRO
           END-IF

           PERFORM ENVIA-COMUNICADO

           PERFORM ESCREVE-DETALHE.
      *-----------------------------------------------------------------
       LOCALIZA-CARTEIRA                                      SECTION.
      *----------------------------------
           MOVE 'N' TO WRK-CRT-ACHOU
           MOVE ZERO TO WRK-J

           PERFORM VARYING WRK-I FROM 1 BY 1
              UNTIL WRK-I > WRK-CRT-QTD
                 OR WRK-CRT-ACHOU EQUAL 'S'
              IF WRK-CRT-ID(WRK-I) EQUAL WRK-CARTEIRA
                 MOVE 'S' TO WRK-CRT-ACHOU
                 MOVE WRK-I TO WRK-J
              END-IF
           END-PERFORM

           IF WRK-CRT-ACHOU NOT EQUAL 'S'
              IF WRK-CRT-QTD LESS THAN 100
                 ADD 1 TO WRK-CRT-QTD
                 MOVE WRK-CRT-QTD  TO WRK-J
                 MOVE WRK-CARTEIRA TO WRK-CRT-ID(WRK-J)
                 MOVE ZERO         TO WRK-CRT-TOTAL(WRK-J)
                 MOVE ZERO         TO WRK-CRT-CONF(WRK-J)
                 MOVE 'N'          TO WRK-CRT-IMPRESSA(WRK-J)
              ELSE
                 MOVE 'S' TO WRK-CRT-ESTOURO
              END-IF
           END-IF

           IF WRK-J NOT EQUAL ZERO
              ADD 1 TO WRK-CRT-TOTAL(WRK-J)
           END-IF.
      *-----------------------------------------------------------------
       VERIFICA-TAREFA-EXISTENTE                              SECTION.
      *----------------------------------
           MOVE 'N' TO WRK-JA-AGENDADO

           MOVE ARQCRM-CARTEIRA TO AGN-OPERADOR
           MOVE ZERO            TO AGN-DATA-VENC
           MOVE ZERO            TO AGN-SEQ

           START ARQ-AGENDA KEY IS NOT LESS THAN AGN-KEY

           IF ARQ-AGENDA-FS EQUAL ZERO
              READ ARQ-AGENDA NEXT RECORD
              PERFORM UNTIL ARQ-AGENDA-FS NOT EQUAL ZERO
                         OR AGN-OPERADOR NOT EQUAL ARQCRM-CARTEIRA
                         OR WRK-JA-AGENDADO EQUAL 'S'
                 IF AGN-TAREFA-PENDENTE
                    AND AGN-CLIENTE EQUAL ARQCRM-ID
                    AND AGN-DESCRICAO(1:10) EQUAL 'RECADASTRO'
                    MOVE 'S' TO WRK-JA-AGENDADO
                 END-IF
                 READ ARQ-AGENDA NEXT RECORD
              END-PERFORM
           END-IF

           MOVE ZERO TO ARQ-AGENDA-FS.
      *-----------------------------------------------------------------
       ESCREVE-DETALHE                                        SECTION.
      *----------------------------------
           MOVE WRK-DATA-BASE TO WRK-DATA-AUX
           PERFORM FORMATA-DATA

           MOVE SPACES TO REL-RCD-LINHA
           STRING ARQCRM-ID '  ' ARQCRM-CARTEIRA ' ' WRK-DATA-FMT
              ' ' WRK-SITUACAO ' ' WRK-MEIO
              DELIMITED BY SIZE INTO REL-RCD-LINHA
           WRITE REL-RCD-LINHA.
      *-----------------------------------------------------------------
       CRIA-TAREFA-RECADASTRO                                 SECTION.
      *----------------------------------
           MOVE ZERO TO WRK-PROX-SEQ

           MOVE ARQCRM-CARTEIRA TO AGN-OPERADOR
           MOVE WRK-HOJE        TO AGN-DATA-VENC
           MOVE ZERO            TO AGN-SEQ

           START ARQ-AGENDA KEY IS NOT LESS THAN AGN-KEY

           IF ARQ-AGENDA-FS EQUAL ZERO
              READ ARQ-AGENDA NEXT RECORD
              PERFORM UNTIL ARQ-AGENDA-FS NOT EQUAL ZERO
                         OR AGN-OPERADOR NOT EQUAL ARQCRM-CARTEIRA
                         OR AGN-DATA-VENC NOT EQUAL WRK-HOJE
                 MOVE AGN-SEQ TO WRK-PROX-SEQ
                 READ ARQ-AGENDA NEXT RECORD
              END-PERFORM
           END-IF

           ADD 1 TO WRK-PROX-SEQ

           MOVE ARQCRM-CARTEIRA TO AGN-OPERADOR
           MOVE WRK-HOJE        TO AGN-DATA-VENC
           MOVE WRK-PROX-SEQ    TO AGN-SEQ
           MOVE ARQCRM-ID       TO AGN-CLIENTE
           MOVE SPACES          TO AGN-DESCRICAO
           STRING 'RECADASTRO: DADOS CONFIRMADOS EM ' WRK-DATA-BASE
              DELIMITED BY SIZE INTO AGN-DESCRICAO
           MOVE 'P'             TO AGN-STATUS
           MOVE WRK-HOJE        TO AGN-DATA-CRIACAO

           WRITE AGN-REGISTRO

           IF ARQ-AGENDA-FS EQUAL ZERO
              ADD 1 TO WRK-TOT-AGENDADOS
              MOVE 'TAREFA CRIADA' TO WRK-SITUACAO
           ELSE
              MOVE 'ERRO TAREFA' TO WRK-SITUACAO
           END-IF

           MOVE ZERO TO ARQ-AGENDA-FS.
      *-----------------------------------------------------------------
       ENVIA-COMUNICADO                                       SECTION.
      *----------------------------------
           SET WRK-DST-COMERCIAL TO TRUE
           PERFORM LOCALIZA-DESTINATARIO

           IF NOT ARQCRM-ACEITA-MALA
              ADD 1 TO WRK-TOT-SUPRIMIDOS
              MOVE 'SEM CONSENTIM.' TO WRK-MEIO
              EXIT SECTION
           END-IF

           IF WRK-DESTINO-EMAIL NOT EQUAL SPACES
              MOVE WRK-DATA-BASE TO WRK-DATA-AUX
              PERFORM FORMATA-DATA
              MOVE SPACES TO ARQ-SPOOL-LINHA
              MOVE 'RECADAST'        TO SPL-TEMPLATE
              MOVE ARQCRM-ID         TO SPL-CLIENTE
              MOVE WRK-DESTINO-EMAIL TO SPL-EMAIL
              MOVE SPACES            TO SPL-INFO
              STRING 'CONF. ' WRK-DATA-FMT
                 DELIMITED BY SIZE INTO SPL-INFO
              MOVE WRK-DESTINO-NOME  TO SPL-CONTATO
              WRITE ARQ-SPOOL-LINHA
              ADD 1 TO WRK-TOT-EMAILS
              MOVE 'E-MAIL' TO WRK-MEIO
              EXIT SECTION
           END-IF

           IF ARQCRM-END-LOGRADOURO EQUAL SPACES
              ADD 1 TO WRK-TOT-SUPRIMIDOS
              MOVE 'SEM ENDERECO' TO WRK-MEIO
              EXIT SECTION
           END-IF

           IF WRK-TEM-CARTA NOT EQUAL 'S'
              ADD 1 TO WRK-TOT-SUPRIMIDOS
              MOVE 'SEM MODELO' TO WRK-MEIO
              EXIT SECTION
           END-IF

           PERFORM MONTA-CARTA-RECADASTRO
           MOVE 'CARTA' TO WRK-MEIO.
      *-----------------------------------------------------------------
       LOCALIZA-DESTINATARIO                                  SECTION.
      *----------------------------------
           MOVE ARQCRM-NOME  TO WRK-DESTINO-NOME
           MOVE ARQCRM-EMAIL TO WRK-DESTINO-EMAIL

           MOVE ARQCRM-ID    TO WRK-DST-CLIENTE
           CALL 'DESTINAT' USING WRK-DST-PEDIDO

           IF WRK-DST-ENCONTRADO
              MOVE WRK-DST-NOME TO WRK-DESTINO-NOME
              IF WRK-DST-EMAIL NOT EQUAL SPACES
                 MOVE WRK-DST-EMAIL TO WRK-DESTINO-EMAIL
              END-IF
           END-IF.
      *-----------------------------------------------------------------
       MONTA-CARTA-RECADASTRO                                 SECTION.
      *----------------------------------
           MOVE WRK-DATA-BASE TO WRK-DATA-AUX
           PERFORM FORMATA-DATA

           OPEN INPUT ARQ-CARTA

           READ ARQ-CARTA

           PERFORM UNTIL ARQ-CARTA-FS NOT EQUAL ZERO
              PERFORM SUBSTITUI-MARCADORES
              MOVE WRK-SUB-LINHA TO REL-CARTA-LINHA
              WRITE REL-CARTA-LINHA
              READ ARQ-CARTA
           END-PERFORM

           CLOSE ARQ-CARTA

           MOVE ALL '-' TO REL-CARTA-LINHA
           WRITE REL-CARTA-LINHA

           ADD 1 TO WRK-TOT-CARTAS.
      *-----------------------------------------------------------------
       SUBSTITUI-MARCADORES                                   SECTION.
      *----------------------------------
           MOVE SPACES TO WRK-SUB-LINHA
           MOVE 1 TO WRK-PTR
           MOVE 1 TO WRK-I

           PERFORM UNTIL WRK-I GREATER THAN 80
              EVALUATE TRUE
                 WHEN ARQ-CARTA-LINHA(WRK-I:9) EQUAL '&ENDERECO'
                    STRING FUNCTION TRIM(ARQCRM-END-LOGRADOURO) ', '
                       FUNCTION TRIM(ARQCRM-END-NUMERO)
                       DELIMITED BY SIZE
                       INTO WRK-SUB-LINHA WITH POINTER WRK-PTR
                    COMPUTE WRK-I = WRK-I + 9
                 WHEN ARQ-CARTA-LINHA(WRK-I:7) EQUAL '&CIDADE'
                    STRING FUNCTION TRIM(ARQCRM-END-CIDADE) '/'
                       ARQCRM-END-UF
                       DELIMITED BY SIZE
                       INTO WRK-SUB-LINHA WITH POINTER WRK-PTR
                    COMPUTE WRK-I = WRK-I + 7
                 WHEN ARQ-CARTA-LINHA(WRK-I:5) EQUAL '&DATA'
                    STRING WRK-DATA-FMT
                       DELIMITED BY SIZE
                       INTO WRK-SUB-LINHA WITH POINTER WRK-PTR
                    COMPUTE WRK-I = WRK-I + 5
                 WHEN ARQ-CARTA-LINHA(WRK-I:5) EQUAL '&NOME'
                    STRING FUNCTION TRIM(WRK-DESTINO-NOME)
                       DELIMITED BY SIZE
                       INTO WRK-SUB-LINHA WITH POINTER WRK-PTR
                    COMPUTE WRK-I = WRK-I + 5
                 WHEN ARQ-CARTA-LINHA(WRK-I:3) EQUAL '&ID'
                    STRING ARQCRM-ID
                       DELIMITED BY SIZE
                       INTO WRK-SUB-LINHA WITH POINTER WRK-PTR
                    COMPUTE WRK-I = WRK-I + 3
                 WHEN OTHER
                    MOVE ARQ-CARTA-LINHA(WRK-I:1)
                                       TO WRK-SUB-LINHA(WRK-PTR:1)
                    ADD 1 TO WRK-PTR
                    ADD 1 TO WRK-I
              END-EVALUATE
           END-PERFORM.
      *-----------------------------------------------------------------
       EMITE-RESUMO-CARTEIRAS                                 SECTION.
      *----------------------------------
           MOVE SPACES TO REL-RCD-LINHA
           WRITE REL-RCD-LINHA

           MOVE 'PERCENTUAL DA BASE COM DADOS CONFIRMADOS POR CARTEIRA'
                                                    TO REL-RCD-LINHA
           WRITE REL-RCD-LINHA

           MOVE 'CARTEIRA  CLIENTES CONFIRMADOS      %'
                                                    TO REL-RCD-LINHA
           WRITE REL-RCD-LINHA

           PERFORM WRK-CRT-QTD TIMES
              PERFORM SELECIONA-MENOR-CARTEIRA
              MOVE 'S' TO WRK-CRT-IMPRESSA(WRK-MENOR)
              PERFORM ESCREVE-LINHA-CARTEIRA
           END-PERFORM

           IF WRK-CRT-ESTOURO EQUAL 'S'
              MOVE 'ATENCAO: RESUMO TRUNCADO EM 100 CARTEIRAS'
                                                    TO REL-RCD-LINHA
              WRITE REL-RCD-LINHA
           END-IF

           MOVE ZERO TO WRK-PERCENTUAL
           IF WRK-TOT-CLIENTES GREATER THAN ZERO
              COMPUTE WRK-PERCENTUAL ROUNDED =
                 WRK-TOT-CONFIRMADOS * 100 / WRK-TOT-CLIENTES
           END-IF
           MOVE WRK-PERCENTUAL TO WRK-PERC-EXIBE

           MOVE SPACES TO REL-RCD-LINHA
           STRING 'TOTAL     ' WRK-TOT-CLIENTES '    '
              WRK-TOT-CONFIRMADOS '      ' WRK-PERC-EXIBE
              DELIMITED BY SIZE INTO REL-RCD-LINHA
           WRITE REL-RCD-LINHA.
      *-----------------------------------------------------------------
       SELECIONA-MENOR-CARTEIRA                               SECTION.
      *----------------------------------
           MOVE ZERO TO WRK-MENOR

           PERFORM VARYING WRK-J FROM 1 BY 1
              UNTIL WRK-J > WRK-CRT-QTD
              IF WRK-CRT-IMPRESSA(WRK-J) EQUAL 'N'
                 IF WRK-MENOR EQUAL ZERO
                    MOVE WRK-J TO WRK-MENOR
                 ELSE
                    IF WRK-CRT-ID(WRK-J) LESS THAN
                       WRK-CRT-ID(WRK-MENOR)
                       MOVE WRK-J TO WRK-MENOR
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       ESCREVE-LINHA-CARTEIRA                                 SECTION.
      *----------------------------------
           MOVE ZERO TO WRK-PERCENTUAL
           IF WRK-CRT-TOTAL(WRK-MENOR) GREATER THAN ZERO
              COMPUTE WRK-PERCENTUAL ROUNDED =
                 WRK-CRT-CONF(WRK-MENOR) * 100
                 / WRK-CRT-TOTAL(WRK-MENOR)
           END-IF
           MOVE WRK-PERCENTUAL TO WRK-PERC-EXIBE

           MOVE WRK-CRT-ID(WRK-MENOR) TO WRK-CARTEIRA
           IF WRK-CARTEIRA EQUAL SPACES
              MOVE '(SEM)' TO WRK-CARTEIRA
           END-IF

           MOVE SPACES TO REL-RCD-LINHA
           STRING WRK-CARTEIRA '  ' WRK-CRT-TOTAL(WRK-MENOR) '    '
              WRK-CRT-CONF(WRK-MENOR) '      ' WRK-PERC-EXIBE
              DELIMITED BY SIZE INTO REL-RCD-LINHA
           WRITE REL-RCD-LINHA.
      *-----------------------------------------------------------------
       MENSAGENS                                              SECTION.
      *----------------------------------
       GRAVA-ERRO-FATAL.
           MOVE 'RECADAST' TO WRK-ERR-PROGRAMA
           MOVE 'BATCH' TO WRK-ERR-OPERADOR
           CALL 'GRAVAERRO' USING WRK-ERR-REGISTRO.
      *
       COPY 'CRMK-FSP' REPLACING
            ==FS-PARAGRAFO== BY ==TRADUZ-ARQCRM-FS==
            ==FS-CAMPO==      BY ==ARQCRM-FS==.
      *-----------------------------------------------------------------
       FINALIZAR                                              SECTION.
      *----------------------------------
           MOVE SPACES TO REL-RCD-LINHA
           WRITE REL-RCD-LINHA

           MOVE SPACES TO REL-RCD-LINHA
           STRING 'Clientes avaliados      : ' WRK-TOT-CLIENTES
              '  Com confirmacao vencida: ' WRK-TOT-VENCIDOS
              DELIMITED BY SIZE INTO REL-RCD-LINHA
           WRITE REL-RCD-LINHA

           MOVE SPACES TO REL-RCD-LINHA
           STRING 'Tarefas criadas         : ' WRK-TOT-AGENDADOS
              '  Ja agendados: ' WRK-TOT-JA-AGENDADOS
              DELIMITED BY SIZE INTO REL-RCD-LINHA
           WRITE REL-RCD-LINHA

           MOVE SPACES TO REL-RCD-LINHA
           STRING 'E-mails / cartas        : ' WRK-TOT-EMAILS
              ' / ' WRK-TOT-CARTAS '  Sem comunicado: '
              WRK-TOT-SUPRIMIDOS
              DELIMITED BY SIZE INTO REL-RCD-LINHA
           WRITE REL-RCD-LINHA

           IF WRK-TEM-CARTA NOT EQUAL 'S'
              MOVE 'MODELO CARTARCD.TPL AUSENTE: CARTAS NAO GERADAS'
                                                    TO REL-RCD-LINHA
              WRITE REL-RCD-LINHA
           END-IF

           CLOSE ARQCRM
           CLOSE ARQ-AGENDA
           CLOSE REL-CARTA
           CLOSE ARQ-SPOOL
           CLOSE REL-RCD

           MOVE 'RECAD' TO SAI-TIPO
           MOVE WRK-RELRCD-PATH TO SAI-ARQUIVO
           MOVE 'BATCH' TO SAI-OPERADOR
           MOVE WRK-TOT-VENCIDOS TO SAI-REGISTROS
           CALL 'REGSAIDA' USING SAI-REGISTRO

           MOVE 'CARTRCD' TO SAI-TIPO
           MOVE WRK-CARTA-PATH TO SAI-ARQUIVO
           MOVE 'BATCH' TO SAI-OPERADOR
           MOVE WRK-TOT-CARTAS TO SAI-REGISTROS
           CALL 'REGSAIDA' USING SAI-REGISTRO

           MOVE 'EMLSPOOL' TO SAI-TIPO
           MOVE WRK-SPOOL-PATH TO SAI-ARQUIVO
           MOVE 'BATCH' TO SAI-OPERADOR
           MOVE WRK-TOT-EMAILS TO SAI-REGISTROS
           CALL 'REGSAIDA' USING SAI-REGISTRO

           DISPLAY 'RECADAST: ' WRK-TOT-VENCIDOS
                   ' clientes com confirmacao vencida, '
                   WRK-TOT-AGENDADOS ' tarefas criadas'.
      *-----------------------------------------------------------------
       ARQUIVOS                                               SECTION.
      *----------------------------------
       CARREGA-PARAMETROS.
           OPEN INPUT ARQCRM-PAR

           IF ARQCRM-PAR-FS EQUAL ZERO
              MOVE 'P' TO PAR-CHAVE
              READ ARQCRM-PAR
              CLOSE ARQCRM-PAR
           END-IF

           IF PAR-MESES-RECADASTRO NOT NUMERIC
              OR PAR-MESES-RECADASTRO EQUAL ZERO
              MOVE 24 TO PAR-MESES-RECADASTRO
           END-IF.
      *-----------------------------------------------------------------
       UTILITARIOS                                            SECTION.
      *----------------------------------
       FORMATA-DATA.
           MOVE WRK-DATA-AUX(7:2) TO WRK-DATA-FMT-DD
           MOVE WRK-DATA-AUX(5:2) TO WRK-DATA-FMT-MM
           MOVE WRK-DATA-AUX(1:4) TO WRK-DATA-FMT-AAAA.
      *------------------------ FIM DO ARQUIVO -------------------------
