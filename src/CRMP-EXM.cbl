      *=================================================================
       IDENTIFICATION                                         DIVISION.
       PROGRAM-ID. EXTMENS.
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

           SELECT REL-EXT  ASSIGN TO WRK-EXT-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REL-EXT-FS.

           SELECT ARQ-SPOOL  ASSIGN TO WRK-SPOOL-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ARQ-SPOOL-FS.
      *=================================================================
       DATA                                                   DIVISION.
      *-----------------------------------------------------------------
       FILE                                                   SECTION.
      *----------------------------------
       FD  ARQCRM.
       COPY 'CRMK-000'.
      *
       FD  REL-EXT.
       01  REL-EXT-LINHA        PIC X(132).
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
      *-----------------------------------------------------------------
       WORKING-STORAGE                                        SECTION.
      *----------------------------------
       COPY 'CRMK-FST'.
       COPY 'CRMK-ERR'.
       COPY 'CRMK-SAI'.
       COPY 'CRMK-DST'.
       01  WRK-DESTINO-NOME     PIC X(30)   VALUE SPACES.
       01  WRK-DESTINO-EMAIL    PIC X(30)   VALUE SPACES.
       COPY 'CRMK-EXT'.
       COPY 'CRMK-DTF'.
       01  ARQCRM-FS            PIC 9(02)   VALUE ZERO.
       01  REL-EXT-FS           PIC 9(02)   VALUE ZERO.
       01  ARQ-SPOOL-FS         PIC 9(02)   VALUE ZERO.
       01  WRK-EXT-PATH         PIC X(40)   VALUE SPACES.
       01  WRK-SPOOL-PATH       PIC X(40)   VALUE SPACES.
       01  WRK-PARM             PIC X(20)   VALUE SPACES.
       01  WRK-HOJE             PIC 9(08)   VALUE ZERO.
       01  WRK-COMPET           PIC 9(06)   VALUE ZERO.
       01  WRK-COMPET-CORRENTE  PIC 9(06)   VALUE ZERO.
       01  WRK-ANO              PIC 9(04)   VALUE ZERO.
       01  WRK-MES              PIC 9(02)   VALUE ZERO.
       01  WRK-DATA-INI         PIC 9(08)   VALUE ZERO.
       01  WRK-DATA-FIM         PIC 9(08)   VALUE ZERO.
       01  WRK-SALDO-EXIBE      PIC -ZZZZZZ9.99 VALUE ZERO.
       01  WRK-VALOR-EXIBE      PIC -ZZZZZZZZZZ9.99 VALUE ZERO.
       01  WRK-TOT-CLIENTES     PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-EXTRATOS     PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-EMAILS       PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-SUPRIMIDOS   PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-SALDO        PIC S9(11)V99 VALUE ZERO.
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
           MOVE WRK-HOJE(1:6) TO WRK-COMPET-CORRENTE

           ACCEPT WRK-PARM FROM COMMAND-LINE

           IF WRK-PARM(1:6) EQUAL SPACES
              MOVE WRK-HOJE(1:4) TO WRK-ANO
              MOVE WRK-HOJE(5:2) TO WRK-MES
              IF WRK-MES EQUAL 1
                 SUBTRACT 1 FROM WRK-ANO
                 MOVE 12 TO WRK-MES
              ELSE
                 SUBTRACT 1 FROM WRK-MES
              END-IF
              COMPUTE WRK-COMPET = WRK-ANO * 100 + WRK-MES
           ELSE
              IF WRK-PARM(1:6) IS NOT NUMERIC
                 DISPLAY 'EXTMENS: competencia invalida no parametro: '
                         WRK-PARM(1:6)
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              MOVE WRK-PARM(1:6) TO WRK-COMPET
           END-IF

           MOVE WRK-COMPET TO WRK-DATA-INI(1:6)
           MOVE '01'       TO WRK-DATA-INI(7:2)
           MOVE WRK-DATA-INI TO WRK-DTV-DATA
           PERFORM VALIDA-DATA-CALENDARIO

           IF WRK-DTV-OK NOT EQUAL 'S'
              DISPLAY 'EXTMENS: competencia invalida no parametro: '
                      WRK-COMPET
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           IF WRK-COMPET NOT LESS THAN WRK-COMPET-CORRENTE
              DISPLAY 'EXTMENS: a competencia ' WRK-COMPET
                      ' ainda nao foi encerrada'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           MOVE WRK-DATA-INI TO WRK-DATA-FIM
           MOVE WRK-DTV-MAX  TO WRK-DATA-FIM(7:2)

           OPEN INPUT ARQCRM

           IF ARQCRM-FS NOT EQUAL ZERO
              MOVE 'ABRE ARQCRM' TO WRK-ERR-SECAO
              MOVE ARQCRM-FS TO WRK-ERR-FS
              PERFORM GRAVA-ERRO-FATAL
              PERFORM TRADUZ-ARQCRM-FS
              DISPLAY 'EXTMENS: ERRO ABERTURA ARQCRM - FS: ' ARQCRM-FS
                      ' (' WRK-FST-MENSAGEM ')'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           MOVE SPACES TO WRK-EXT-PATH
           STRING './files/EXTMENS-' FUNCTION CURRENT-DATE(1:14)
              '.LST' DELIMITED BY SIZE INTO WRK-EXT-PATH

           MOVE SPACES TO WRK-SPOOL-PATH
           STRING './files/EMLSPOOL-' FUNCTION CURRENT-DATE(1:14)
              '.TXT' DELIMITED BY SIZE INTO WRK-SPOOL-PATH

           OPEN OUTPUT REL-EXT

           IF REL-EXT-FS NOT EQUAL ZERO
              MOVE 'ABRE EXTMENS' TO WRK-ERR-SECAO
              MOVE REL-EXT-FS TO WRK-ERR-FS
              PERFORM GRAVA-ERRO-FATAL
              DISPLAY 'EXTMENS: ERRO ABERTURA ' WRK-EXT-PATH
                      ' - FS: ' REL-EXT-FS
              CLOSE ARQCRM
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           MOVE 'CRM - EXTRATOS DE CONTA - FECHAMENTO MENSAL'
                                                    TO REL-EXT-LINHA
           WRITE REL-EXT-LINHA

           MOVE SPACES TO REL-EXT-LINHA
           STRING 'Competencia: ' WRK-COMPET '  Periodo: '
              WRK-DATA-INI ' a ' WRK-DATA-FIM
              DELIMITED BY SIZE INTO REL-EXT-LINHA
           WRITE REL-EXT-LINHA

           MOVE ALL '=' TO REL-EXT-LINHA
           WRITE REL-EXT-LINHA

           CLOSE REL-EXT

           OPEN OUTPUT ARQ-SPOOL.
      *-----------------------------------------------------------------
       PROCESSAR                                              SECTION.
      *----------------------------------
           READ ARQCRM NEXT RECORD

           PERFORM UNTIL ARQCRM-FS NOT EQUAL ZERO
              ADD 1 TO WRK-TOT-CLIENTES
              PERFORM EMITE-EXTRATO-CLIENTE
              READ ARQCRM NEXT RECORD
           END-PERFORM.
      *-----------------------------------------------------------------
       EMITE-EXTRATO-CLIENTE                                  SECTION.
      *----------------------------------
           MOVE ARQCRM-ID        TO EXT-CLIENTE
           MOVE ARQCRM-NOME      TO EXT-NOME
           MOVE WRK-DATA-INI     TO EXT-DATA-INI
           MOVE WRK-DATA-FIM     TO EXT-DATA-FIM
           MOVE WRK-EXT-PATH     TO EXT-ARQUIVO
           SET EXT-MODO-ACRESCENTA TO TRUE
           MOVE 'S'              TO EXT-SO-COM-MOVTO

           CALL 'EXTRATO' USING EXT-PARAMETRO

           IF EXT-ERRO-ARQUIVO
              MOVE 'EXTRATO' TO WRK-ERR-SECAO
              MOVE EXT-RETORNO TO WRK-ERR-FS
              PERFORM GRAVA-ERRO-FATAL
              DISPLAY 'EXTMENS: ERRO NA EMISSAO DO EXTRATO - CLIENTE '
                      ARQCRM-ID
              CLOSE ARQCRM
              CLOSE ARQ-SPOOL
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           IF EXT-SEM-MOVIMENTO
              EXIT SECTION
           END-IF

           ADD 1 TO WRK-TOT-EXTRATOS
           ADD EXT-SALDO-FINAL TO WRK-TOT-SALDO

           SET WRK-DST-COBRANCA TO TRUE
           PERFORM LOCALIZA-DESTINATARIO

           IF NOT ARQCRM-ACEITA-MALA
              OR WRK-DESTINO-EMAIL EQUAL SPACES
              ADD 1 TO WRK-TOT-SUPRIMIDOS
              EXIT SECTION
           END-IF

           MOVE EXT-SALDO-FINAL TO WRK-SALDO-EXIBE

           MOVE SPACES            TO ARQ-SPOOL-LINHA
           MOVE 'EXTRATO'         TO SPL-TEMPLATE
           MOVE ARQCRM-ID         TO SPL-CLIENTE
           MOVE WRK-DESTINO-EMAIL TO SPL-EMAIL
           MOVE WRK-DESTINO-NOME  TO SPL-CONTATO
           STRING WRK-COMPET ' ' WRK-SALDO-EXIBE
              DELIMITED BY SIZE INTO SPL-INFO
           WRITE ARQ-SPOOL-LINHA

           ADD 1 TO WRK-TOT-EMAILS.
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
           MOVE 'EXTMENS' TO WRK-ERR-PROGRAMA
           MOVE 'BATCH' TO WRK-ERR-OPERADOR
           CALL 'GRAVAERRO' USING WRK-ERR-REGISTRO.
      *
       COPY 'CRMK-FSP' REPLACING
            ==FS-PARAGRAFO== BY ==TRADUZ-ARQCRM-FS==
            ==FS-CAMPO==      BY ==ARQCRM-FS==.
      *
       COPY 'CRMK-DTP'.
      *-----------------------------------------------------------------
       FINALIZAR                                              SECTION.
      *----------------------------------
           OPEN EXTEND REL-EXT

           MOVE SPACES TO REL-EXT-LINHA
           WRITE REL-EXT-LINHA

           MOVE SPACES TO REL-EXT-LINHA
           STRING 'Clientes lidos..............: ' WRK-TOT-CLIENTES
              DELIMITED BY SIZE INTO REL-EXT-LINHA
           WRITE REL-EXT-LINHA

           MOVE SPACES TO REL-EXT-LINHA
           STRING 'Extratos emitidos...........: ' WRK-TOT-EXTRATOS
              DELIMITED BY SIZE INTO REL-EXT-LINHA
           WRITE REL-EXT-LINHA

           MOVE SPACES TO REL-EXT-LINHA
           STRING 'Enviados por e-mail (spool).: ' WRK-TOT-EMAILS
              DELIMITED BY SIZE INTO REL-EXT-LINHA
           WRITE REL-EXT-LINHA

           MOVE SPACES TO REL-EXT-LINHA
           STRING 'Sem consentimento/e-mail....: ' WRK-TOT-SUPRIMIDOS
              DELIMITED BY SIZE INTO REL-EXT-LINHA
           WRITE REL-EXT-LINHA

           MOVE WRK-TOT-SALDO TO WRK-VALOR-EXIBE
           MOVE SPACES TO REL-EXT-LINHA
           STRING 'Soma dos saldos finais......: ' WRK-VALOR-EXIBE
              DELIMITED BY SIZE INTO REL-EXT-LINHA
           WRITE REL-EXT-LINHA

           CLOSE REL-EXT
           CLOSE ARQ-SPOOL
           CLOSE ARQCRM

           MOVE 'EXTMENS' TO SAI-TIPO
           MOVE WRK-EXT-PATH TO SAI-ARQUIVO
           MOVE 'BATCH' TO SAI-OPERADOR
           MOVE WRK-TOT-EXTRATOS TO SAI-REGISTROS
           CALL 'REGSAIDA' USING SAI-REGISTRO

           MOVE 'EMLSPOOL' TO SAI-TIPO
           MOVE WRK-SPOOL-PATH TO SAI-ARQUIVO
           MOVE 'BATCH' TO SAI-OPERADOR
           MOVE WRK-TOT-EMAILS TO SAI-REGISTROS
           CALL 'REGSAIDA' USING SAI-REGISTRO

           DISPLAY 'EXTMENS: competencia ' WRK-COMPET ' - '
                   WRK-TOT-EXTRATOS ' extratos, '
                   WRK-TOT-EMAILS ' por e-mail'.
      *------------------------ FIM DO ARQUIVO -------------------------
