      *=================================================================
       IDENTIFICATION                                         DIVISION.
       PROGRAM-ID. DECLQUIT.
      *=================================================================
       ENVIRONMENT                                            DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT                                           SECTION.
      *----------------------------------
       FILE-CONTROL.
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

           SELECT ARQ-FATURA  ASSIGN TO './files/FATURA.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS ARQ-FATURA-FS
              RECORD KEY IS FAT-KEY.

           SELECT ARQ-ACORDO  ASSIGN TO './files/ACORDO.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS ARQ-ACORDO-FS
              RECORD KEY IS ACD-KEY.

           SELECT ARQCRM-CTT  ASSIGN TO './files/CONTATO.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS ARQCRM-CTT-FS
              RECORD KEY IS CTT-KEY.

           SELECT ARQ-MODELO  ASSIGN TO './files/DECLQUIT.TPL'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ARQ-MODELO-FS.

           SELECT REL-DECL  ASSIGN TO WRK-DECL-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REL-DECL-FS.

           SELECT REL-EXC  ASSIGN TO WRK-EXC-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REL-EXC-FS.
      *=================================================================
       DATA                                                   DIVISION.
      *-----------------------------------------------------------------
       FILE                                                   SECTION.
      *----------------------------------
       FD  ARQCRM.
       COPY 'CRMK-000'.
      *
       FD  ARQ-FATURA.
       COPY 'CRMK-FAT'.
      *
       FD  ARQ-ACORDO.
       COPY 'CRMK-ACD'.
      *
       FD  ARQCRM-CTT.
       COPY 'CRMK-CTT'.
      *
       FD  ARQ-MODELO.
       01  ARQ-MODELO-LINHA     PIC X(90).
      *
       FD  REL-DECL.
       01  REL-DECL-LINHA       PIC X(132).
      *
       FD  REL-EXC.
       01  REL-EXC-LINHA        PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE                                        SECTION.
      *----------------------------------
       COPY 'CRMK-LOG'.
       COPY 'CRMK-FST'.
       COPY 'CRMK-ERR'.
       COPY 'CRMK-SAI'.
       01  ARQCRM-FS            PIC 9(02)   VALUE ZERO.
       01  ARQ-FATURA-FS        PIC 9(02)   VALUE ZERO.
       01  ARQ-ACORDO-FS        PIC 9(02)   VALUE ZERO.
       01  ARQCRM-CTT-FS        PIC 9(02)   VALUE ZERO.
       01  ARQ-MODELO-FS        PIC 9(02)   VALUE ZERO.
       01  REL-DECL-FS          PIC 9(02)   VALUE ZERO.
       01  REL-EXC-FS           PIC 9(02)   VALUE ZERO.
       01  WRK-DECL-PATH        PIC X(40)   VALUE SPACES.
       01  WRK-EXC-PATH         PIC X(40)   VALUE SPACES.
       01  WRK-PARM             PIC X(20)   VALUE SPACES.
       01  WRK-HOJE             PIC 9(08)   VALUE ZERO.
       01  WRK-ANO              PIC 9(04)   VALUE ZERO.
       01  WRK-ANO-CORRENTE     PIC 9(04)   VALUE ZERO.
       01  WRK-REPROCESSA       PIC X(01)   VALUE 'N'.
       01  WRK-ACD-ABERTO       PIC X(01)   VALUE 'N'.
       01  WRK-CLIENTE          PIC X(06)   VALUE SPACES.
       01  WRK-QTD-PAGAS        PIC 9(03)   VALUE ZERO.
       01  WRK-QTD-DEBITO       PIC 9(03)   VALUE ZERO.
       01  WRK-QTD-RENEG        PIC 9(03)   VALUE ZERO.
       01  WRK-VLR-DEBITO       PIC 9(09)V99 VALUE ZERO.
       01  WRK-JA-EMITIDA       PIC X(01)   VALUE 'N'.
       01  WRK-PROX-SEQ         PIC 9(03)   VALUE ZERO.
       01  WRK-CTT-TEXTO        PIC X(60)   VALUE SPACES.
       01  WRK-MOTIVO-EXC       PIC X(40)   VALUE SPACES.
       01  WRK-VALOR-EXIBE      PIC ZZZZZZZZ9.99 VALUE ZERO.
       01  WRK-DATA-FMT.
           05 WRK-DATA-FMT-DD   PIC 9(02).
           05 FILLER            PIC X(01)   VALUE '/'.
           05 WRK-DATA-FMT-MM   PIC 9(02).
           05 FILLER            PIC X(01)   VALUE '/'.
           05 WRK-DATA-FMT-AAAA PIC 9(04).
       01  WRK-I                PIC 9(03)   VALUE ZERO.
       01  WRK-PTR              PIC 9(03)   VALUE 1.
       01  WRK-SUB-LINHA        PIC X(132)  VALUE SPACES.
       01  WRK-TOT-CLIENTES     PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-EMITIDAS     PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-EXCECOES     PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-JA-EMITIDAS  PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-VLR-DEBITO   PIC 9(11)V99 VALUE ZERO.
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
           MOVE WRK-HOJE(1:4) TO WRK-ANO-CORRENTE

           ACCEPT WRK-PARM FROM COMMAND-LINE
           MOVE FUNCTION UPPER-CASE(WRK-PARM) TO WRK-PARM

           IF WRK-PARM(1:4) EQUAL SPACES
              COMPUTE WRK-ANO = WRK-ANO-CORRENTE - 1
           ELSE
              IF WRK-PARM(1:4) IS NOT NUMERIC
                 DISPLAY 'DECLQUIT: ano invalido no parametro: '
                         WRK-PARM(1:4)
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              MOVE WRK-PARM(1:4) TO WRK-ANO
           END-IF

           IF WRK-ANO NOT LESS THAN WRK-ANO-CORRENTE
              DISPLAY 'DECLQUIT: o ano ' WRK-ANO
                      ' ainda nao foi encerrado'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           IF WRK-PARM(10:6) EQUAL 'REPROC'
              MOVE 'S' TO WRK-REPROCESSA
           END-IF

           OPEN INPUT ARQ-MODELO

           IF ARQ-MODELO-FS NOT EQUAL ZERO
              MOVE 'ABRE MODELO' TO WRK-ERR-SECAO
              MOVE ARQ-MODELO-FS TO WRK-ERR-FS
              PERFORM GRAVA-ERRO-FATAL
              DISPLAY 'DECLQUIT: modelo ./files/DECLQUIT.TPL ausente -'
                      ' FS: ' ARQ-MODELO-FS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           CLOSE ARQ-MODELO

           OPEN INPUT ARQCRM

           IF ARQCRM-FS NOT EQUAL ZERO
              MOVE 'ABRE ARQCRM' TO WRK-ERR-SECAO
              MOVE ARQCRM-FS TO WRK-ERR-FS
              PERFORM GRAVA-ERRO-FATAL
              PERFORM TRADUZ-ARQCRM-FS
              DISPLAY 'DECLQUIT: ERRO ABERTURA ARQCRM - FS: ' ARQCRM-FS
                      ' (' WRK-FST-MENSAGEM ')'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN INPUT ARQ-FATURA

           IF ARQ-FATURA-FS NOT EQUAL ZERO
              MOVE 'ABRE FATURA' TO WRK-ERR-SECAO
              MOVE ARQ-FATURA-FS TO WRK-ERR-FS
              PERFORM GRAVA-ERRO-FATAL
              DISPLAY 'DECLQUIT: ERRO ABERTURA FATURA.DAT - FS: '
                      ARQ-FATURA-FS
              CLOSE ARQCRM
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM ABRE-ARQUIVO-ACORDO

           OPEN I-O ARQCRM-CTT

           IF ARQCRM-CTT-FS EQUAL 35
              OPEN OUTPUT ARQCRM-CTT
              CLOSE ARQCRM-CTT
              OPEN I-O ARQCRM-CTT
           END-IF

           MOVE WRK-HOJE(7:2) TO WRK-DATA-FMT-DD
           MOVE WRK-HOJE(5:2) TO WRK-DATA-FMT-MM
           MOVE WRK-HOJE(1:4) TO WRK-DATA-FMT-AAAA

           MOVE SPACES TO WRK-CTT-TEXTO
           STRING 'DECLARACAO ANUAL DE QUITACAO ' WRK-ANO
              DELIMITED BY SIZE INTO WRK-CTT-TEXTO

           MOVE SPACES TO WRK-DECL-PATH
           STRING './files/DECLQUIT-' FUNCTION CURRENT-DATE(1:14)
              '.LST' DELIMITED BY SIZE INTO WRK-DECL-PATH

           MOVE SPACES TO WRK-EXC-PATH
           STRING './files/DECLEXC-' FUNCTION CURRENT-DATE(1:14)
              '.LST' DELIMITED BY SIZE INTO WRK-EXC-PATH

           OPEN OUTPUT REL-DECL
           OPEN OUTPUT REL-EXC

           MOVE 'CRM - DECLARACAO ANUAL DE QUITACAO DE DEBITOS'
                                                    TO REL-EXC-LINHA
           WRITE REL-EXC-LINHA

           MOVE SPACES TO REL-EXC-LINHA
           STRING 'Ano de referencia: ' WRK-ANO '  Emissao: '
              WRK-DATA-FMT
              DELIMITED BY SIZE INTO REL-EXC-LINHA
           WRITE REL-EXC-LINHA

           MOVE 'CLIENTE NOME                      FATS   VALOR EM ABER
      -         'TO SITUACAO'                       TO REL-EXC-LINHA
           WRITE REL-EXC-LINHA.
      *-----------------------------------------------------------------
       PROCESSAR                                              SECTION.
      *----------------------------------
           READ ARQ-FATURA NEXT RECORD

           IF ARQ-FATURA-FS EQUAL ZERO
              PERFORM INICIA-CLIENTE
           END-IF

           PERFORM UNTIL ARQ-FATURA-FS NOT EQUAL ZERO
              IF FAT-CLIENTE NOT EQUAL WRK-CLIENTE
                 PERFORM AVALIA-CLIENTE
                 PERFORM INICIA-CLIENTE
              END-IF
              IF FAT-DATA-VENC(1:4) EQUAL WRK-ANO
                 PERFORM ACUMULA-FATURA
              END-IF
              READ ARQ-FATURA NEXT RECORD
           END-PERFORM

           IF WRK-CLIENTE NOT EQUAL SPACES
              PERFORM AVALIA-CLIENTE
           END-IF.
      *-----------------------------------------------------------------
       INICIA-CLIENTE                                         SECTION.
      *----------------------------------
           MOVE FAT-CLIENTE TO WRK-CLIENTE
           MOVE ZERO        TO WRK-QTD-PAGAS
           MOVE ZERO        TO WRK-QTD-DEBITO
           MOVE ZERO        TO WRK-QTD-RENEG
           MOVE ZERO        TO WRK-VLR-DEBITO.
      *-----------------------------------------------------------------
       ACUMULA-FATURA                                         SECTION.
      *----------------------------------
           EVALUATE TRUE
              WHEN FAT-FATURA-CANCELADA
                 CONTINUE
              WHEN FAT-FATURA-RENEGOCIADA
                 PERFORM VERIFICA-ACORDO-QUITADO
              WHEN FAT-FATURA-ABERTA
                 AND FAT-SALDO GREATER THAN ZERO
                 ADD 1         TO WRK-QTD-DEBITO
                 ADD FAT-SALDO TO WRK-VLR-DEBITO
              WHEN OTHER
                 ADD 1 TO WRK-QTD-PAGAS
           END-EVALUATE.
      *-----------------------------------------------------------------
       VERIFICA-ACORDO-QUITADO                                SECTION.
      *----------------------------------
           IF WRK-ACD-ABERTO EQUAL 'S'
              MOVE FAT-CLIENTE TO ACD-CLIENTE
              MOVE FAT-ACORDO  TO ACD-NUMERO
              READ ARQ-ACORDO
              IF ARQ-ACORDO-FS EQUAL ZERO
                 AND ACD-QUITADO
                 ADD 1 TO WRK-QTD-PAGAS
                 EXIT SECTION
              END-IF
           END-IF

           ADD 1               TO WRK-QTD-RENEG
           ADD FAT-SALDO-RENEG TO WRK-VLR-DEBITO.
      *-----------------------------------------------------------------
       AVALIA-CLIENTE                                         SECTION.
      *----------------------------------
           IF WRK-QTD-PAGAS EQUAL ZERO
              AND WRK-QTD-DEBITO EQUAL ZERO
              AND WRK-QTD-RENEG EQUAL ZERO
              EXIT SECTION
           END-IF

           ADD 1 TO WRK-TOT-CLIENTES

           MOVE WRK-CLIENTE TO ARQCRM-ID
           READ ARQCRM

           IF ARQCRM-FS NOT EQUAL ZERO
              MOVE SPACES TO ARQCRM-NOME
              MOVE 'CLIENTE NAO CADASTRADO' TO WRK-MOTIVO-EXC
              PERFORM ESCREVE-EXCECAO
              EXIT SECTION
           END-IF

           IF WRK-QTD-DEBITO GREATER THAN ZERO
              OR WRK-QTD-RENEG GREATER THAN ZERO
              ADD WRK-VLR-DEBITO TO WRK-TOT-VLR-DEBITO
              MOVE SPACES TO WRK-MOTIVO-EXC
              EVALUATE TRUE
                 WHEN WRK-QTD-RENEG EQUAL ZERO
                    MOVE 'DEBITO EM ABERTO' TO WRK-MOTIVO-EXC
                 WHEN WRK-QTD-DEBITO EQUAL ZERO
                    MOVE 'DEBITO RENEGOCIADO (ACORDO)'
                                            TO WRK-MOTIVO-EXC
                 WHEN OTHER
                    MOVE 'DEBITO EM ABERTO E RENEGOCIADO'
                                            TO WRK-MOTIVO-EXC
              END-EVALUATE
              PERFORM ESCREVE-EXCECAO
              EXIT SECTION
           END-IF

           IF ARQCRM-END-LOGRADOURO EQUAL SPACES
              OR ARQCRM-END-CIDADE EQUAL SPACES
              OR ARQCRM-END-CEP EQUAL SPACES
              MOVE 'ENDERECO INCOMPLETO' TO WRK-MOTIVO-EXC
              PERFORM ESCREVE-EXCECAO
              EXIT SECTION
           END-IF

           PERFORM VERIFICA-CONTATO-DECLARACAO

           IF WRK-JA-EMITIDA EQUAL 'S'
              AND WRK-REPROCESSA NOT EQUAL 'S'
              ADD 1 TO WRK-TOT-JA-EMITIDAS
              EXIT SECTION
           END-IF

           PERFORM EMITE-DECLARACAO
           PERFORM REGISTRA-CONTATO-DECLARACAO

           MOVE 'DECLQUIT'     TO WRK-LOG-OPERACAO
           MOVE ARQCRM-ID      TO WRK-LOG-ID
           MOVE ARQCRM-NOME    TO WRK-LOG-NOME
           MOVE SPACES         TO WRK-LOG-MOTIVO
           STRING 'QUITACAO ' WRK-ANO ' - ' WRK-QTD-PAGAS
              ' FATURA(S)'
              DELIMITED BY SIZE INTO WRK-LOG-MOTIVO
           MOVE 'BATCH'        TO WRK-LOG-OPERADOR
           CALL 'GRAVALOG' USING WRK-LOG-REGISTRO

           ADD 1 TO WRK-TOT-EMITIDAS.
      *-----------------------------------------------------------------
       VERIFICA-CONTATO-DECLARACAO                            SECTION.
      *----------------------------------
           MOVE 'N'  TO WRK-JA-EMITIDA
           MOVE ZERO TO WRK-PROX-SEQ

           MOVE WRK-CLIENTE TO CTT-ID
           MOVE ZERO        TO CTT-SEQ

           START ARQCRM-CTT KEY IS NOT LESS THAN CTT-KEY

           IF ARQCRM-CTT-FS EQUAL ZERO
              READ ARQCRM-CTT NEXT RECORD
              PERFORM UNTIL ARQCRM-CTT-FS NOT EQUAL ZERO
                         OR CTT-ID NOT EQUAL WRK-CLIENTE
                 MOVE CTT-SEQ TO WRK-PROX-SEQ
                 IF CTT-TEXTO EQUAL WRK-CTT-TEXTO
                    MOVE 'S' TO WRK-JA-EMITIDA
                 END-IF
                 READ ARQCRM-CTT NEXT RECORD
              END-PERFORM
           END-IF

           ADD 1 TO WRK-PROX-SEQ.
      *-----------------------------------------------------------------
       EMITE-DECLARACAO                                       SECTION.
      *----------------------------------
           OPEN INPUT ARQ-MODELO

           READ ARQ-MODELO

           PERFORM UNTIL ARQ-MODELO-FS NOT EQUAL ZERO
              PERFORM SUBSTITUI-MARCADORES
              MOVE WRK-SUB-LINHA TO REL-DECL-LINHA
              WRITE REL-DECL-LINHA
              READ ARQ-MODELO
           END-PERFORM

           CLOSE ARQ-MODELO

           MOVE ALL '-' TO REL-DECL-LINHA
           WRITE REL-DECL-LINHA.
      *-----------------------------------------------------------------
       SUBSTITUI-MARCADORES                                   SECTION.
      *----------------------------------
           MOVE SPACES TO WRK-SUB-LINHA
           MOVE 1 TO WRK-PTR
           MOVE 1 TO WRK-I

           PERFORM UNTIL WRK-I GREATER THAN 80
              EVALUATE TRUE
                 WHEN ARQ-MODELO-LINHA(WRK-I:9) EQUAL '&ENDERECO'
                    STRING FUNCTION TRIM(ARQCRM-END-LOGRADOURO) ', '
                       FUNCTION TRIM(ARQCRM-END-NUMERO) ' '
                       FUNCTION TRIM(ARQCRM-END-COMPLEM)
                       DELIMITED BY SIZE
                       INTO WRK-SUB-LINHA WITH POINTER WRK-PTR
                    COMPUTE WRK-I = WRK-I + 9
                 WHEN ARQ-MODELO-LINHA(WRK-I:7) EQUAL '&BAIRRO'
                    STRING FUNCTION TRIM(ARQCRM-END-BAIRRO)
                       DELIMITED BY SIZE
                       INTO WRK-SUB-LINHA WITH POINTER WRK-PTR
                    COMPUTE WRK-I = WRK-I + 7
                 WHEN ARQ-MODELO-LINHA(WRK-I:7) EQUAL '&CIDADE'
                    STRING FUNCTION TRIM(ARQCRM-END-CIDADE) '/'
                       ARQCRM-END-UF
                       DELIMITED BY SIZE
                       INTO WRK-SUB-LINHA WITH POINTER WRK-PTR
                    COMPUTE WRK-I = WRK-I + 7
                 WHEN ARQ-MODELO-LINHA(WRK-I:4) EQUAL '&CEP'
                    STRING ARQCRM-END-CEP(1:5) '-' ARQCRM-END-CEP(6:3)
                       DELIMITED BY SIZE
                       INTO WRK-SUB-LINHA WITH POINTER WRK-PTR
                    COMPUTE WRK-I = WRK-I + 4
                 WHEN ARQ-MODELO-LINHA(WRK-I:4) EQUAL '&DOC'
                    STRING FUNCTION TRIM(ARQCRM-CPF-CNPJ)
                       DELIMITED BY SIZE
                       INTO WRK-SUB-LINHA WITH POINTER WRK-PTR
                    COMPUTE WRK-I = WRK-I + 4
                 WHEN ARQ-MODELO-LINHA(WRK-I:4) EQUAL '&ANO'
                    STRING WRK-ANO
                       DELIMITED BY SIZE
                       INTO WRK-SUB-LINHA WITH POINTER WRK-PTR
                    COMPUTE WRK-I = WRK-I + 4
                 WHEN ARQ-MODELO-LINHA(WRK-I:5) EQUAL '&DATA'
                    STRING WRK-DATA-FMT
                       DELIMITED BY SIZE
                       INTO WRK-SUB-LINHA WITH POINTER WRK-PTR
                    COMPUTE WRK-I = WRK-I + 5
                 WHEN ARQ-MODELO-LINHA(WRK-I:5) EQUAL '&NOME'
                    STRING FUNCTION TRIM(ARQCRM-NOME)
                       DELIMITED BY SIZE
                       INTO WRK-SUB-LINHA WITH POINTER WRK-PTR
                    COMPUTE WRK-I = WRK-I + 5
                 WHEN ARQ-MODELO-LINHA(WRK-I:3) EQUAL '&ID'
                    STRING ARQCRM-ID
                       DELIMITED BY SIZE
                       INTO WRK-SUB-LINHA WITH POINTER WRK-PTR
                    COMPUTE WRK-I = WRK-I + 3
                 WHEN OTHER
                    MOVE ARQ-MODELO-LINHA(WRK-I:1)
                                       TO WRK-SUB-LINHA(WRK-PTR:1)
                    ADD 1 TO WRK-PTR
                    ADD 1 TO WRK-I
              END-EVALUATE
           END-PERFORM.
      *-----------------------------------------------------------------
       REGISTRA-CONTATO-DECLARACAO                            SECTION.
      *----------------------------------
           MOVE WRK-CLIENTE  TO CTT-ID
           MOVE WRK-PROX-SEQ TO CTT-SEQ
           MOVE WRK-HOJE     TO CTT-DATA
           MOVE FUNCTION CURRENT-DATE(9:6) TO CTT-HORA
           MOVE 'BATCH'      TO CTT-OPERADOR
           SET CTT-TIPO-OUTRO TO TRUE
           MOVE WRK-CTT-TEXTO TO CTT-TEXTO
           MOVE SPACES       TO CTT-CAMPANHA
           MOVE ZERO         TO CTT-DATA-INICIO
           MOVE ZERO         TO CTT-HORA-INICIO
           MOVE ZERO         TO CTT-DURACAO
           SET CTT-SEM-DURACAO TO TRUE

           WRITE CTT-REGISTRO

           IF ARQCRM-CTT-FS NOT EQUAL ZERO
              MOVE SPACES TO REL-EXC-LINHA
              STRING WRK-CLIENTE ' ' ARQCRM-NOME
                 ' DECLARACAO EMITIDA - ERRO NO CONTATO - FS: '
                 ARQCRM-CTT-FS
                 DELIMITED BY SIZE INTO REL-EXC-LINHA
              WRITE REL-EXC-LINHA
           END-IF.
      *-----------------------------------------------------------------
       ARQUIVOS                                               SECTION.
      *----------------------------------
       ABRE-ARQUIVO-ACORDO.
           MOVE 'N' TO WRK-ACD-ABERTO

           OPEN INPUT ARQ-ACORDO

           IF ARQ-ACORDO-FS EQUAL ZERO
              MOVE 'S' TO WRK-ACD-ABERTO
           END-IF.
      *-----------------------------------------------------------------
       MENSAGENS                                              SECTION.
      *----------------------------------
       ESCREVE-EXCECAO.
           ADD 1 TO WRK-TOT-EXCECOES

           COMPUTE WRK-QTD-DEBITO = WRK-QTD-DEBITO + WRK-QTD-RENEG
           MOVE WRK-VLR-DEBITO TO WRK-VALOR-EXIBE

           MOVE SPACES TO REL-EXC-LINHA
           STRING WRK-CLIENTE '  ' ARQCRM-NOME ' ' WRK-QTD-DEBITO ' '
              WRK-VALOR-EXIBE ' ' WRK-MOTIVO-EXC
              DELIMITED BY SIZE INTO REL-EXC-LINHA
           WRITE REL-EXC-LINHA.
      *
       GRAVA-ERRO-FATAL.
           MOVE 'DECLQUIT' TO WRK-ERR-PROGRAMA
           MOVE 'BATCH' TO WRK-ERR-OPERADOR
           CALL 'GRAVAERRO' USING WRK-ERR-REGISTRO.
      *
       COPY 'CRMK-FSP' REPLACING
            ==FS-PARAGRAFO== BY ==TRADUZ-ARQCRM-FS==
            ==FS-CAMPO==      BY ==ARQCRM-FS==.
      *-----------------------------------------------------------------
       FINALIZAR                                              SECTION.
      *----------------------------------
           MOVE SPACES TO REL-EXC-LINHA
           WRITE REL-EXC-LINHA

           MOVE SPACES TO REL-EXC-LINHA
           STRING 'Clientes com faturas no ano: ' WRK-TOT-CLIENTES
              DELIMITED BY SIZE INTO REL-EXC-LINHA
           WRITE REL-EXC-LINHA

           MOVE SPACES TO REL-EXC-LINHA
           STRING 'Declaracoes emitidas.......: ' WRK-TOT-EMITIDAS
              DELIMITED BY SIZE INTO REL-EXC-LINHA
           WRITE REL-EXC-LINHA

           MOVE SPACES TO REL-EXC-LINHA
           STRING 'Ja emitidas anteriormente..: ' WRK-TOT-JA-EMITIDAS
              DELIMITED BY SIZE INTO REL-EXC-LINHA
           WRITE REL-EXC-LINHA

           MOVE WRK-TOT-VLR-DEBITO TO WRK-VALOR-EXIBE
           MOVE SPACES TO REL-EXC-LINHA
           STRING 'Excecoes (nao emitidas)....: ' WRK-TOT-EXCECOES
              '  Debito: ' WRK-VALOR-EXIBE
              DELIMITED BY SIZE INTO REL-EXC-LINHA
           WRITE REL-EXC-LINHA

           CLOSE ARQCRM
           CLOSE ARQ-FATURA
           CLOSE ARQCRM-CTT
           CLOSE REL-DECL
           CLOSE REL-EXC

           IF WRK-ACD-ABERTO EQUAL 'S'
              CLOSE ARQ-ACORDO
           END-IF

           MOVE 'DECLQUIT' TO SAI-TIPO
           MOVE WRK-DECL-PATH TO SAI-ARQUIVO
           MOVE 'BATCH' TO SAI-OPERADOR
           MOVE WRK-TOT-EMITIDAS TO SAI-REGISTROS
           CALL 'REGSAIDA' USING SAI-REGISTRO

           MOVE 'DECLEXC' TO SAI-TIPO
           MOVE WRK-EXC-PATH TO SAI-ARQUIVO
           MOVE 'BATCH' TO SAI-OPERADOR
           MOVE WRK-TOT-EXCECOES TO SAI-REGISTROS
           CALL 'REGSAIDA' USING SAI-REGISTRO

           IF WRK-TOT-EXCECOES GREATER THAN ZERO
              MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY 'DECLQUIT: ano ' WRK-ANO ' - '
                   WRK-TOT-EMITIDAS ' declaracoes, '
                   WRK-TOT-EXCECOES ' excecoes'.
      *------------------------ FIM DO ARQUIVO -------------------------
