      *=================================================================
       IDENTIFICATION                                         DIVISION.
       PROGRAM-ID. REGUACOB.
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

           SELECT ARQ-REGUA  ASSIGN TO './files/REGUACOB.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS ARQ-REGUA-FS
              RECORD KEY IS RGA-CHAVE.

           SELECT ARQCRM-CTT  ASSIGN TO './files/CONTATO.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS ARQCRM-CTT-FS
              RECORD KEY IS CTT-KEY.

           SELECT ARQ-MODELO  ASSIGN TO WRK-MODELO-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ARQ-MODELO-FS.

           SELECT REL-CARTA  ASSIGN TO WRK-CARTA-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REL-CARTA-FS.

           SELECT ARQ-SPOOL  ASSIGN TO WRK-SPOOL-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ARQ-SPOOL-FS.

           SELECT REL-RGC  ASSIGN TO './files/REGUACOB.LST'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REL-RGC-FS.
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
       FD  ARQ-REGUA.
       COPY 'CRMK-RGA'.
      *
       FD  ARQCRM-CTT.
       COPY 'CRMK-CTT'.
      *
       FD  ARQ-MODELO.
       01  ARQ-MODELO-LINHA     PIC X(90).
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
       FD  REL-RGC.
       01  REL-RGC-LINHA        PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE                                        SECTION.
      *----------------------------------
       COPY 'CRMK-LOG'.
       COPY 'CRMK-FST'.
       COPY 'CRMK-ERR'.
       COPY 'CRMK-SAI'.
       COPY 'CRMK-DST'.
       01  WRK-DESTINO-NOME     PIC X(30)   VALUE SPACES.
       01  WRK-DESTINO-EMAIL    PIC X(30)   VALUE SPACES.
       01  ARQCRM-FS            PIC 9(02)   VALUE ZERO.
       01  ARQ-FATURA-FS        PIC 9(02)   VALUE ZERO.
       01  ARQ-REGUA-FS         PIC 9(02)   VALUE ZERO.
       01  ARQCRM-CTT-FS        PIC 9(02)   VALUE ZERO.
       01  ARQ-MODELO-FS        PIC 9(02)   VALUE ZERO.
       01  REL-CARTA-FS         PIC 9(02)   VALUE ZERO.
       01  ARQ-SPOOL-FS         PIC 9(02)   VALUE ZERO.
       01  REL-RGC-FS           PIC 9(02)   VALUE ZERO.
       01  WRK-MODELO-PATH      PIC X(40)   VALUE SPACES.
       01  WRK-CARTA-PATH       PIC X(40)   VALUE SPACES.
       01  WRK-SPOOL-PATH       PIC X(40)   VALUE SPACES.
       01  WRK-HOJE             PIC 9(08)   VALUE ZERO.
       01  WRK-DIAS-ATRASO      PIC S9(05)  VALUE ZERO.
       01  WRK-ETAPA            PIC 9(01)   VALUE ZERO.
       01  WRK-IDX              PIC 9(01)   VALUE ZERO.
       01  WRK-PROX-SEQ         PIC 9(03)   VALUE ZERO.
       01  WRK-VALOR-EXIBE      PIC ZZZZZZ9.99 VALUE ZERO.
       01  WRK-DIAS-EXIBE       PIC ZZZZ9   VALUE ZERO.
       01  WRK-VENC-FMT.
           05 WRK-VENC-FMT-DD   PIC 9(02).
           05 FILLER            PIC X(01)   VALUE '/'.
           05 WRK-VENC-FMT-MM   PIC 9(02).
           05 FILLER            PIC X(01)   VALUE '/'.
           05 WRK-VENC-FMT-AAAA PIC 9(04).
       01  WRK-I                PIC 9(03)   VALUE ZERO.
       01  WRK-PTR              PIC 9(03)   VALUE 1.
       01  WRK-SUB-LINHA        PIC X(132)  VALUE SPACES.
       01  WRK-TOT-ATRASADAS    PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-AVISOS       PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-CARTAS       PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-EMAILS       PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-SEM-EMAIL    PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-ETAPAS.
           05 WRK-TOT-ETAPA     PIC 9(05)   OCCURS 5 TIMES VALUE ZERO.
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

           OPEN INPUT ARQCRM

           IF ARQCRM-FS NOT EQUAL ZERO
              MOVE 'ABRE ARQCRM' TO WRK-ERR-SECAO
              MOVE ARQCRM-FS TO WRK-ERR-FS
              PERFORM GRAVA-ERRO-FATAL
              PERFORM TRADUZ-ARQCRM-FS
              DISPLAY 'REGUACOB: ERRO ABERTURA ARQCRM - FS: ' ARQCRM-FS
                      ' (' WRK-FST-MENSAGEM ')'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN I-O ARQ-FATURA

           IF ARQ-FATURA-FS NOT EQUAL ZERO
              MOVE 'ABRE FATURA' TO WRK-ERR-SECAO
              MOVE ARQ-FATURA-FS TO WRK-ERR-FS
              PERFORM GRAVA-ERRO-FATAL
              DISPLAY 'REGUACOB: ERRO ABERTURA FATURA.DAT - FS: '
                      ARQ-FATURA-FS
              CLOSE ARQCRM
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM CARREGA-REGUA

           OPEN I-O ARQCRM-CTT

           IF ARQCRM-CTT-FS EQUAL 35
              OPEN OUTPUT ARQCRM-CTT
              CLOSE ARQCRM-CTT
              OPEN I-O ARQCRM-CTT
           END-IF

           MOVE SPACES TO WRK-CARTA-PATH
           STRING './files/REGUACART-' FUNCTION CURRENT-DATE(1:14)
              '.LST' DELIMITED BY SIZE INTO WRK-CARTA-PATH

           MOVE SPACES TO WRK-SPOOL-PATH
           STRING './files/EMLSPOOL-' FUNCTION CURRENT-DATE(1:14)
              '.TXT' DELIMITED BY SIZE INTO WRK-SPOOL-PATH

           OPEN OUTPUT REL-CARTA
           OPEN OUTPUT ARQ-SPOOL
           OPEN OUTPUT REL-RGC

           MOVE 'CRM - REGUA DE COBRANCA' TO REL-RGC-LINHA
           WRITE REL-RGC-LINHA

           MOVE SPACES TO REL-RGC-LINHA
           STRING 'Data: ' WRK-HOJE
              DELIMITED BY SIZE INTO REL-RGC-LINHA
           WRITE REL-RGC-LINHA

           MOVE 'CLIENTE COMPET. VENCTO   ATRASO ETAPA           SALDO'
                                                    TO REL-RGC-LINHA
           WRITE REL-RGC-LINHA.
      *-----------------------------------------------------------------
       CARREGA-REGUA                                          SECTION.
      *----------------------------------
           OPEN I-O ARQ-REGUA

           IF ARQ-REGUA-FS EQUAL 35
              OPEN OUTPUT ARQ-REGUA
              PERFORM REGUA-PADRAO
              WRITE RGA-REGISTRO
              CLOSE ARQ-REGUA
              OPEN I-O ARQ-REGUA
           END-IF

           MOVE 'R' TO RGA-CHAVE
           READ ARQ-REGUA

           IF ARQ-REGUA-FS NOT EQUAL ZERO
              PERFORM REGUA-PADRAO
           END-IF

           CLOSE ARQ-REGUA.
      *-----------------------------------------------------------------
       PROCESSAR                                              SECTION.
      *----------------------------------
           READ ARQ-FATURA NEXT RECORD

           PERFORM UNTIL ARQ-FATURA-FS NOT EQUAL ZERO
              IF FAT-FATURA-ABERTA
                 AND FAT-SALDO GREATER THAN ZERO
                 AND FAT-DATA-VENC LESS THAN WRK-HOJE
                 AND NOT FAT-CANCELAMENTO-PENDENTE
                 ADD 1 TO WRK-TOT-ATRASADAS
                 PERFORM AVALIA-FATURA
              END-IF
              READ ARQ-FATURA NEXT RECORD
           END-PERFORM.
      *-----------------------------------------------------------------
       AVALIA-FATURA                                          SECTION.
      *----------------------------------
           COMPUTE WRK-DIAS-ATRASO =
              FUNCTION INTEGER-OF-DATE(WRK-HOJE) -
              FUNCTION INTEGER-OF-DATE(FAT-DATA-VENC)

           MOVE ZERO TO WRK-ETAPA

           PERFORM VARYING WRK-IDX FROM 1 BY 1
              UNTIL WRK-IDX GREATER THAN 5
              IF RGA-DIAS(WRK-IDX) GREATER THAN ZERO
                 AND RGA-DIAS(WRK-IDX) NOT GREATER THAN WRK-DIAS-ATRASO
                 MOVE WRK-IDX TO WRK-ETAPA
              END-IF
           END-PERFORM

           IF WRK-ETAPA NOT GREATER THAN FAT-ETAPA-COBRANCA
              EXIT SECTION
           END-IF

           MOVE FAT-CLIENTE TO ARQCRM-ID
           READ ARQCRM

           IF ARQCRM-FS NOT EQUAL ZERO
              MOVE ZERO TO ARQCRM-FS
              MOVE SPACES TO REL-RGC-LINHA
              STRING FAT-CLIENTE '  ' FAT-COMPETENCIA
                 ' CLIENTE NAO CADASTRADO'
                 DELIMITED BY SIZE INTO REL-RGC-LINHA
              WRITE REL-RGC-LINHA
              EXIT SECTION
           END-IF

           MOVE FAT-SALDO          TO WRK-VALOR-EXIBE
           MOVE WRK-DIAS-ATRASO    TO WRK-DIAS-EXIBE
           MOVE FAT-DATA-VENC(7:2) TO WRK-VENC-FMT-DD
           MOVE FAT-DATA-VENC(5:2) TO WRK-VENC-FMT-MM
           MOVE FAT-DATA-VENC(1:4) TO WRK-VENC-FMT-AAAA

           SET WRK-DST-COBRANCA TO TRUE
           PERFORM LOCALIZA-DESTINATARIO

           PERFORM EMITE-CARTA-COBRANCA
           PERFORM EMITE-EMAIL-COBRANCA
           PERFORM REGISTRA-CONTATO-COBRANCA

           MOVE WRK-ETAPA TO FAT-ETAPA-COBRANCA
           MOVE WRK-HOJE  TO FAT-DATA-COBRANCA

           REWRITE FAT-REGISTRO

           MOVE 'REGUACOB'     TO WRK-LOG-OPERACAO
           MOVE FAT-CLIENTE    TO WRK-LOG-ID
           MOVE ARQCRM-NOME    TO WRK-LOG-NOME
           MOVE SPACES         TO WRK-LOG-MOTIVO
           STRING 'ETAPA ' WRK-ETAPA ' FAT ' FAT-COMPETENCIA
              ' ATRASO ' WRK-DIAS-EXIBE ' DIAS'
              DELIMITED BY SIZE INTO WRK-LOG-MOTIVO
           MOVE 'BATCH'        TO WRK-LOG-OPERADOR
           CALL 'GRAVALOG' USING WRK-LOG-REGISTRO

           ADD 1 TO WRK-TOT-AVISOS
           ADD 1 TO WRK-TOT-ETAPA(WRK-ETAPA)

           MOVE SPACES TO REL-RGC-LINHA
           STRING FAT-CLIENTE '  ' FAT-COMPETENCIA '  '
              WRK-VENC-FMT ' ' WRK-DIAS-EXIBE '   ' WRK-ETAPA ' '
              RGA-DESCRICAO(WRK-ETAPA) WRK-VALOR-EXIBE
              DELIMITED BY SIZE INTO REL-RGC-LINHA
           WRITE REL-RGC-LINHA.
      *-----------------------------------------------------------------
       EMITE-CARTA-COBRANCA                                   SECTION.
      *----------------------------------
           MOVE SPACES TO WRK-MODELO-PATH
           STRING './files/' DELIMITED BY SIZE
              RGA-MODELO(WRK-ETAPA) DELIMITED BY SPACE
              '.TPL' DELIMITED BY SIZE
              INTO WRK-MODELO-PATH

           OPEN INPUT ARQ-MODELO

           IF ARQ-MODELO-FS NOT EQUAL ZERO
              MOVE SPACES TO REL-RGC-LINHA
              STRING FAT-CLIENTE '  ' FAT-COMPETENCIA ' MODELO '
                 RGA-MODELO(WRK-ETAPA) ' AUSENTE: CARTA NAO GERADA'
                 DELIMITED BY SIZE INTO REL-RGC-LINHA
              WRITE REL-RGC-LINHA
              EXIT SECTION
           END-IF

           READ ARQ-MODELO

           PERFORM UNTIL ARQ-MODELO-FS NOT EQUAL ZERO
              PERFORM SUBSTITUI-MARCADORES
              MOVE WRK-SUB-LINHA TO REL-CARTA-LINHA
              WRITE REL-CARTA-LINHA
              READ ARQ-MODELO
           END-PERFORM

           CLOSE ARQ-MODELO

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
                 WHEN ARQ-MODELO-LINHA(WRK-I:9) EQUAL '&ENDERECO'
                    STRING FUNCTION TRIM(ARQCRM-END-LOGRADOURO) ', '
                       FUNCTION TRIM(ARQCRM-END-NUMERO)
                       DELIMITED BY SIZE
                       INTO WRK-SUB-LINHA WITH POINTER WRK-PTR
                    COMPUTE WRK-I = WRK-I + 9
                 WHEN ARQ-MODELO-LINHA(WRK-I:7) EQUAL '&CIDADE'
                    STRING FUNCTION TRIM(ARQCRM-END-CIDADE) '/'
                       ARQCRM-END-UF
                       DELIMITED BY SIZE
                       INTO WRK-SUB-LINHA WITH POINTER WRK-PTR
                    COMPUTE WRK-I = WRK-I + 7
                 WHEN ARQ-MODELO-LINHA(WRK-I:7) EQUAL '&COMPET'
                    IF FAT-PARCELA GREATER THAN ZERO
                       STRING 'PARCELA ' FAT-PARCELA ' DO ACORDO '
                          FAT-ACORDO
                          DELIMITED BY SIZE
                          INTO WRK-SUB-LINHA WITH POINTER WRK-PTR
                    ELSE
                       STRING FAT-COMPETENCIA(5:2) '/'
                          FAT-COMPETENCIA(1:4)
                          DELIMITED BY SIZE
                          INTO WRK-SUB-LINHA WITH POINTER WRK-PTR
                    END-IF
                    COMPUTE WRK-I = WRK-I + 7
                 WHEN ARQ-MODELO-LINHA(WRK-I:6) EQUAL '&VALOR'
                    STRING FUNCTION TRIM(WRK-VALOR-EXIBE)
                       DELIMITED BY SIZE
                       INTO WRK-SUB-LINHA WITH POINTER WRK-PTR
                    COMPUTE WRK-I = WRK-I + 6
                 WHEN ARQ-MODELO-LINHA(WRK-I:5) EQUAL '&VENC'
                    STRING WRK-VENC-FMT
                       DELIMITED BY SIZE
                       INTO WRK-SUB-LINHA WITH POINTER WRK-PTR
                    COMPUTE WRK-I = WRK-I + 5
                 WHEN ARQ-MODELO-LINHA(WRK-I:5) EQUAL '&DIAS'
                    STRING FUNCTION TRIM(WRK-DIAS-EXIBE)
                       DELIMITED BY SIZE
                       INTO WRK-SUB-LINHA WITH POINTER WRK-PTR
                    COMPUTE WRK-I = WRK-I + 5
                 WHEN ARQ-MODELO-LINHA(WRK-I:8) EQUAL '&EMPRESA'
                    STRING FUNCTION TRIM(ARQCRM-NOME)
                       DELIMITED BY SIZE
                       INTO WRK-SUB-LINHA WITH POINTER WRK-PTR
                    COMPUTE WRK-I = WRK-I + 8
                 WHEN ARQ-MODELO-LINHA(WRK-I:5) EQUAL '&NOME'
                    STRING FUNCTION TRIM(WRK-DESTINO-NOME)
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
       EMITE-EMAIL-COBRANCA                                   SECTION.
      *----------------------------------
           IF WRK-DESTINO-EMAIL EQUAL SPACES
              ADD 1 TO WRK-TOT-SEM-EMAIL
              EXIT SECTION
           END-IF

           MOVE SPACES                TO ARQ-SPOOL-LINHA
           MOVE RGA-MODELO(WRK-ETAPA) TO SPL-TEMPLATE
           MOVE ARQCRM-ID             TO SPL-CLIENTE
           MOVE WRK-DESTINO-EMAIL     TO SPL-EMAIL
           MOVE WRK-DESTINO-NOME      TO SPL-CONTATO
           MOVE SPACES                TO SPL-INFO
           STRING 'FAT ' FAT-COMPETENCIA ' '
              FUNCTION TRIM(WRK-VALOR-EXIBE)
              DELIMITED BY SIZE INTO SPL-INFO
           WRITE ARQ-SPOOL-LINHA

           ADD 1 TO WRK-TOT-EMAILS.
      *-----------------------------------------------------------------
       REGISTRA-CONTATO-COBRANCA                              SECTION.
      *----------------------------------
           MOVE ZERO TO WRK-PROX-SEQ

           MOVE FAT-CLIENTE TO CTT-ID
           MOVE ZERO        TO CTT-SEQ

           START ARQCRM-CTT KEY IS NOT LESS THAN CTT-KEY

           IF ARQCRM-CTT-FS EQUAL ZERO
              READ ARQCRM-CTT NEXT RECORD
              PERFORM UNTIL ARQCRM-CTT-FS NOT EQUAL ZERO
                         OR CTT-ID NOT EQUAL FAT-CLIENTE
                 MOVE CTT-SEQ TO WRK-PROX-SEQ
                 READ ARQCRM-CTT NEXT RECORD
              END-PERFORM
           END-IF

           ADD 1 TO WRK-PROX-SEQ

           MOVE FAT-CLIENTE  TO CTT-ID
           MOVE WRK-PROX-SEQ TO CTT-SEQ
           MOVE WRK-HOJE     TO CTT-DATA
           MOVE FUNCTION CURRENT-DATE(9:6) TO CTT-HORA
           MOVE 'BATCH'      TO CTT-OPERADOR
           SET CTT-TIPO-COBRANCA TO TRUE
           MOVE SPACES       TO CTT-TEXTO
           STRING 'COBRANCA ETAPA ' WRK-ETAPA ' '
              RGA-DESCRICAO(WRK-ETAPA) ' FAT ' FAT-COMPETENCIA
              DELIMITED BY SIZE INTO CTT-TEXTO
           MOVE SPACES       TO CTT-CAMPANHA
           MOVE ZERO         TO CTT-DATA-INICIO
           MOVE ZERO         TO CTT-HORA-INICIO
           MOVE ZERO         TO CTT-DURACAO
           SET CTT-SEM-DURACAO TO TRUE

           WRITE CTT-REGISTRO

           IF ARQCRM-CTT-FS NOT EQUAL ZERO
              MOVE SPACES TO REL-RGC-LINHA
              STRING FAT-CLIENTE '  ' FAT-COMPETENCIA
                 ' ERRO NA GRAVACAO DO CONTATO - FS: ' ARQCRM-CTT-FS
                 DELIMITED BY SIZE INTO REL-RGC-LINHA
              WRITE REL-RGC-LINHA
           END-IF.
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
       MENSAGENS                                              SECTION.
      *----------------------------------
       GRAVA-ERRO-FATAL.
           MOVE 'REGUACOB' TO WRK-ERR-PROGRAMA
           MOVE 'BATCH' TO WRK-ERR-OPERADOR
           CALL 'GRAVAERRO' USING WRK-ERR-REGISTRO.
      *
       COPY 'CRMK-FSP' REPLACING
            ==FS-PARAGRAFO== BY ==TRADUZ-ARQCRM-FS==
            ==FS-CAMPO==      BY ==ARQCRM-FS==.
      *
       COPY 'CRMK-RGP'.
      *-----------------------------------------------------------------
       FINALIZAR                                              SECTION.
      *----------------------------------
           MOVE SPACES TO REL-RGC-LINHA
           WRITE REL-RGC-LINHA

           MOVE SPACES TO REL-RGC-LINHA
           STRING 'Faturas em atraso......: ' WRK-TOT-ATRASADAS
              DELIMITED BY SIZE INTO REL-RGC-LINHA
           WRITE REL-RGC-LINHA

           MOVE SPACES TO REL-RGC-LINHA
           STRING 'Avisos emitidos........: ' WRK-TOT-AVISOS
              DELIMITED BY SIZE INTO REL-RGC-LINHA
           WRITE REL-RGC-LINHA

           PERFORM VARYING WRK-IDX FROM 1 BY 1
              UNTIL WRK-IDX GREATER THAN 5
              IF RGA-DIAS(WRK-IDX) GREATER THAN ZERO
                 MOVE SPACES TO REL-RGC-LINHA
                 STRING '  Etapa ' WRK-IDX ' (D+' RGA-DIAS(WRK-IDX)
                    ') ' RGA-DESCRICAO(WRK-IDX) ': '
                    WRK-TOT-ETAPA(WRK-IDX)
                    DELIMITED BY SIZE INTO REL-RGC-LINHA
                 WRITE REL-RGC-LINHA
              END-IF
           END-PERFORM

           MOVE SPACES TO REL-RGC-LINHA
           STRING 'Cartas geradas.........: ' WRK-TOT-CARTAS
              DELIMITED BY SIZE INTO REL-RGC-LINHA
           WRITE REL-RGC-LINHA

           MOVE SPACES TO REL-RGC-LINHA
           STRING 'E-mails enfileirados...: ' WRK-TOT-EMAILS
              '  sem e-mail: ' WRK-TOT-SEM-EMAIL
              DELIMITED BY SIZE INTO REL-RGC-LINHA
           WRITE REL-RGC-LINHA

           CLOSE ARQCRM
           CLOSE ARQ-FATURA
           CLOSE ARQCRM-CTT
           CLOSE REL-CARTA
           CLOSE ARQ-SPOOL
           CLOSE REL-RGC

           MOVE 'REGUACAR' TO SAI-TIPO
           MOVE WRK-CARTA-PATH TO SAI-ARQUIVO
           MOVE 'BATCH' TO SAI-OPERADOR
           MOVE WRK-TOT-CARTAS TO SAI-REGISTROS
           CALL 'REGSAIDA' USING SAI-REGISTRO

           MOVE 'EMLSPOOL' TO SAI-TIPO
           MOVE WRK-SPOOL-PATH TO SAI-ARQUIVO
           MOVE 'BATCH' TO SAI-OPERADOR
           MOVE WRK-TOT-EMAILS TO SAI-REGISTROS
           CALL 'REGSAIDA' USING SAI-REGISTRO

           DISPLAY 'REGUACOB: ' WRK-TOT-AVISOS ' avisos, '
                   WRK-TOT-CARTAS ' cartas, '
                   WRK-TOT-EMAILS ' e-mails'.
      *------------------------ FIM DO ARQUIVO -------------------------
