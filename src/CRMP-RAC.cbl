      *=================================================================
       IDENTIFICATION                                         DIVISION.
       PROGRAM-ID. ROMPACD.
      *=================================================================
       ENVIRONMENT                                            DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT                                           SECTION.
      *----------------------------------
       FILE-CONTROL.
           SELECT ARQ-ACORDO  ASSIGN TO './files/ACORDO.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS ARQ-ACORDO-FS
              RECORD KEY IS ACD-KEY.

           SELECT ARQ-FATURA  ASSIGN TO './files/FATURA.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS ARQ-FATURA-FS
              RECORD KEY IS FAT-KEY.

           SELECT ARQCRM-PAR  ASSIGN TO './files/SISPARAM.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS ARQCRM-PAR-FS
              RECORD KEY IS PAR-CHAVE.

           SELECT REL-RAC  ASSIGN TO WRK-RELRAC-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REL-RAC-FS.
      *=================================================================
       DATA                                                   DIVISION.
      *-----------------------------------------------------------------
       FILE                                                   SECTION.
      *----------------------------------
       FD  ARQ-ACORDO.
       COPY 'CRMK-ACD'.
      *
       FD  ARQ-FATURA.
       COPY 'CRMK-FAT'.
      *
       FD  ARQCRM-PAR.
       COPY 'CRMK-PAR'.
      *
       FD  REL-RAC.
       01  REL-RAC-LINHA        PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE                                        SECTION.
      *----------------------------------
       COPY 'CRMK-FST'.
       COPY 'CRMK-ERR'.
       COPY 'CRMK-LOG'.
       COPY 'CRMK-SAI'.
       01  ARQ-ACORDO-FS        PIC 9(02)   VALUE ZERO.
       01  ARQ-FATURA-FS        PIC 9(02)   VALUE ZERO.
       01  ARQCRM-PAR-FS        PIC 9(02)   VALUE ZERO.
       01  REL-RAC-FS           PIC 9(02)   VALUE ZERO.
       01  WRK-RELRAC-PATH      PIC X(40)   VALUE SPACES.
       01  WRK-PARM             PIC X(20)   VALUE SPACES.
       01  WRK-DATA-MOVTO       PIC 9(08)   VALUE ZERO.
       01  WRK-PARC             PIC 9(02)   VALUE ZERO.
       01  WRK-ATRASO           PIC S9(05)  VALUE ZERO.
       01  WRK-MAIOR-ATRASO     PIC S9(05)  VALUE ZERO.
       01  WRK-PARC-ATRASO      PIC 9(02)   VALUE ZERO.
       01  WRK-ROMPE            PIC X(01)   VALUE 'N'.
       01  WRK-QTD-PAGAS        PIC 9(02)   VALUE ZERO.
       01  WRK-QTD-CANCELADAS   PIC 9(02)   VALUE ZERO.
       01  WRK-QTD-REATIVADAS   PIC 9(02)   VALUE ZERO.
       01  WRK-TOT-PAGO         PIC 9(07)V99 VALUE ZERO.
       01  WRK-PAGO-RESTANTE    PIC 9(07)V99 VALUE ZERO.
       01  WRK-VALOR-REATIVADO  PIC 9(07)V99 VALUE ZERO.
       01  WRK-SITUACAO-TXT     PIC X(40)   VALUE SPACES.
       01  WRK-TOT-VIGENTES     PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-ROMPIDOS     PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-QUITADOS     PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-ERROS        PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-VALOR-REATIV PIC 9(09)V99 VALUE ZERO.
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
           ACCEPT WRK-PARM FROM COMMAND-LINE

           IF WRK-PARM(1:8) EQUAL SPACES
              MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-DATA-MOVTO
           ELSE
              MOVE WRK-PARM(1:8) TO WRK-DATA-MOVTO
           END-IF

           PERFORM CARREGA-PARAMETROS

           OPEN I-O ARQ-ACORDO

           IF ARQ-ACORDO-FS EQUAL 35
              DISPLAY 'ROMPACD: nenhum acordo registrado (ACORDO.DAT)'
              GOBACK
           END-IF

           IF ARQ-ACORDO-FS NOT EQUAL ZERO
              MOVE 'ABRE ACORDO' TO WRK-ERR-SECAO
              MOVE ARQ-ACORDO-FS TO WRK-ERR-FS
              PERFORM GRAVA-ERRO-FATAL
              DISPLAY 'ROMPACD: ERRO ABERTURA ACORDO.DAT - FS: '
                      ARQ-ACORDO-FS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN I-O ARQ-FATURA

           IF ARQ-FATURA-FS NOT EQUAL ZERO
              MOVE 'ABRE FATURA' TO WRK-ERR-SECAO
              MOVE ARQ-FATURA-FS TO WRK-ERR-FS
              PERFORM GRAVA-ERRO-FATAL
              PERFORM TRADUZ-FATURA-FS
              DISPLAY 'ROMPACD: ERRO ABERTURA FATURA.DAT - FS: '
                      ARQ-FATURA-FS ' (' WRK-FST-MENSAGEM ')'
              CLOSE ARQ-ACORDO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           MOVE SPACES TO WRK-RELRAC-PATH
           STRING './files/ROMPACD-' FUNCTION CURRENT-DATE(1:14)
              '.LST' DELIMITED BY SIZE INTO WRK-RELRAC-PATH

           OPEN OUTPUT REL-RAC

           MOVE 'CRM - ACOMPANHAMENTO DE ACORDOS DE PARCELAMENTO'
                                                    TO REL-RAC-LINHA
           WRITE REL-RAC-LINHA

           MOVE SPACES TO REL-RAC-LINHA
           STRING 'Data: ' WRK-DATA-MOVTO
              '  Tolerancia p/ rompimento: ' PAR-TOLERANCIA-ACORDO
              ' dias'
              DELIMITED BY SIZE INTO REL-RAC-LINHA
           WRITE REL-RAC-LINHA

           MOVE 'CLIENTE ACD PARC PAGAS VALOR      SITUACAO'
                                                    TO REL-RAC-LINHA
           WRITE REL-RAC-LINHA.
      *-----------------------------------------------------------------
       PROCESSAR                                              SECTION.
      *----------------------------------
           MOVE SPACES TO ACD-CLIENTE
           MOVE ZERO   TO ACD-NUMERO
           START ARQ-ACORDO KEY IS NOT LESS THAN ACD-KEY

           IF ARQ-ACORDO-FS NOT EQUAL ZERO
              EXIT SECTION
           END-IF

           READ ARQ-ACORDO NEXT RECORD

           PERFORM UNTIL ARQ-ACORDO-FS NOT EQUAL ZERO
              IF ACD-VIGENTE
                 ADD 1 TO WRK-TOT-VIGENTES
                 PERFORM AVALIA-ACORDO
              END-IF
              READ ARQ-ACORDO NEXT RECORD
           END-PERFORM.
      *-----------------------------------------------------------------
       AVALIA-ACORDO                                          SECTION.
      *----------------------------------
           MOVE 'N'  TO WRK-ROMPE
           MOVE ZERO TO WRK-QTD-PAGAS
           MOVE ZERO TO WRK-TOT-PAGO
           MOVE ZERO TO WRK-MAIOR-ATRASO
           MOVE ZERO TO WRK-PARC-ATRASO

           PERFORM VARYING WRK-PARC FROM 1 BY 1
              UNTIL WRK-PARC > ACD-QTD-PARCELAS
              MOVE ACD-CLIENTE TO FAT-CLIENTE
              COMPUTE FAT-COMPETENCIA =
                 900000 + ACD-NUMERO * 100 + WRK-PARC
              READ ARQ-FATURA
              IF ARQ-FATURA-FS EQUAL ZERO
                 ADD FAT-VALOR-PAGO TO WRK-TOT-PAGO
                 EVALUATE TRUE
                    WHEN FAT-FATURA-PAGA
                       ADD 1 TO WRK-QTD-PAGAS
                    WHEN FAT-FATURA-ABERTA
                       AND FAT-SALDO EQUAL ZERO
                       ADD 1 TO WRK-QTD-PAGAS
                    WHEN FAT-FATURA-ABERTA
                       AND FAT-DATA-VENC LESS THAN WRK-DATA-MOVTO
                       PERFORM VERIFICA-ATRASO
                 END-EVALUATE
              END-IF
           END-PERFORM

           EVALUATE TRUE
              WHEN WRK-ROMPE EQUAL 'S'
                 PERFORM ROMPE-ACORDO
              WHEN WRK-QTD-PAGAS EQUAL ACD-QTD-PARCELAS
                 PERFORM QUITA-ACORDO
           END-EVALUATE.
      *-----------------------------------------------------------------
       VERIFICA-ATRASO                                        SECTION.
      *----------------------------------
           COMPUTE WRK-ATRASO =
              FUNCTION INTEGER-OF-DATE(WRK-DATA-MOVTO) -
              FUNCTION INTEGER-OF-DATE(FAT-DATA-VENC)

           IF WRK-ATRASO GREATER THAN WRK-MAIOR-ATRASO
              MOVE WRK-ATRASO TO WRK-MAIOR-ATRASO
              MOVE WRK-PARC   TO WRK-PARC-ATRASO
           END-IF

           IF WRK-ATRASO GREATER THAN PAR-TOLERANCIA-ACORDO
              MOVE 'S' TO WRK-ROMPE
           END-IF.
      *-----------------------------------------------------------------
       ROMPE-ACORDO                                           SECTION.
      *----------------------------------
           PERFORM CANCELA-PARCELAS

           PERFORM REATIVA-FATURAS

           SET ACD-ROMPIDO          TO TRUE
           MOVE WRK-DATA-MOVTO      TO ACD-DATA-SITUACAO
           MOVE WRK-VALOR-REATIVADO TO ACD-VALOR-REATIVADO

           REWRITE ACD-REGISTRO

           IF ARQ-ACORDO-FS NOT EQUAL ZERO
              ADD 1 TO WRK-TOT-ERROS
              MOVE SPACES TO WRK-SITUACAO-TXT
              STRING 'ERRO NA GRAVACAO DO ACORDO - FS: '
                 ARQ-ACORDO-FS
                 DELIMITED BY SIZE INTO WRK-SITUACAO-TXT
              PERFORM ESCREVE-LINHA-ACD
              EXIT SECTION
           END-IF

           ADD 1 TO WRK-TOT-ROMPIDOS
           ADD WRK-VALOR-REATIVADO TO WRK-TOT-VALOR-REATIV

           MOVE 'ACDROMPE'  TO WRK-LOG-OPERACAO
           MOVE ACD-CLIENTE TO WRK-LOG-ID
           MOVE SPACES      TO WRK-LOG-NOME
           MOVE SPACES      TO WRK-LOG-MOTIVO
           STRING 'ACORDO ' ACD-NUMERO ' PARC ' WRK-PARC-ATRASO
              ' ATRASO ' WRK-MAIOR-ATRASO ' REAT ' WRK-VALOR-REATIVADO
              DELIMITED BY SIZE INTO WRK-LOG-MOTIVO
           MOVE 'BATCH'     TO WRK-LOG-OPERADOR
           CALL 'GRAVALOG' USING WRK-LOG-REGISTRO

           MOVE SPACES TO WRK-SITUACAO-TXT
           STRING 'ROMPIDO - PARCELA ' WRK-PARC-ATRASO ' ATRASO '
              WRK-MAIOR-ATRASO ' - ' WRK-QTD-REATIVADAS ' FAT REAT.'
              DELIMITED BY SIZE INTO WRK-SITUACAO-TXT
           PERFORM ESCREVE-LINHA-ACD.
      *-----------------------------------------------------------------
       CANCELA-PARCELAS                                       SECTION.
      *----------------------------------
           MOVE ZERO TO WRK-QTD-CANCELADAS

           PERFORM VARYING WRK-PARC FROM 1 BY 1
              UNTIL WRK-PARC > ACD-QTD-PARCELAS
              MOVE ACD-CLIENTE TO FAT-CLIENTE
              COMPUTE FAT-COMPETENCIA =
                 900000 + ACD-NUMERO * 100 + WRK-PARC
              READ ARQ-FATURA
              IF ARQ-FATURA-FS EQUAL ZERO
                 AND FAT-FATURA-ABERTA
                 AND FAT-SALDO GREATER THAN ZERO
                 SET FAT-FATURA-CANCELADA TO TRUE
                 MOVE ZERO           TO FAT-SALDO
                 MOVE ZERO           TO FAT-ENCARGOS-PENDENTES
                 MOVE 'N'            TO FAT-CANC-PENDENTE
                 MOVE 'R'            TO FAT-MOTIVO-CANC
                 MOVE WRK-DATA-MOVTO TO FAT-DATA-CANC
                 MOVE 'BATCH'        TO FAT-OPER-CANC
                 PERFORM MARCA-BAIXA-BANCO
                 REWRITE FAT-REGISTRO
                 IF ARQ-FATURA-FS EQUAL ZERO
                    ADD 1 TO WRK-QTD-CANCELADAS
                 ELSE
                    ADD 1 TO WRK-TOT-ERROS
                 END-IF
              END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       REATIVA-FATURAS                                        SECTION.
      *----------------------------------
           MOVE ZERO         TO WRK-QTD-REATIVADAS
           MOVE ZERO         TO WRK-VALOR-REATIVADO
           MOVE WRK-TOT-PAGO TO WRK-PAGO-RESTANTE

           MOVE ACD-CLIENTE TO FAT-CLIENTE
           MOVE ZERO        TO FAT-COMPETENCIA
           START ARQ-FATURA KEY IS NOT LESS THAN FAT-KEY

           IF ARQ-FATURA-FS NOT EQUAL ZERO
              EXIT SECTION
           END-IF

           READ ARQ-FATURA NEXT RECORD

           PERFORM UNTIL ARQ-FATURA-FS NOT EQUAL ZERO
                      OR FAT-CLIENTE NOT EQUAL ACD-CLIENTE
              IF FAT-FATURA-RENEGOCIADA
                 AND FAT-ACORDO EQUAL ACD-NUMERO
                 AND FAT-PARCELA EQUAL ZERO
                 PERFORM REATIVA-FATURA
              END-IF
              READ ARQ-FATURA NEXT RECORD
           END-PERFORM.
      *-----------------------------------------------------------------
       REATIVA-FATURA                                         SECTION.
      *----------------------------------
           IF WRK-PAGO-RESTANTE NOT LESS THAN FAT-SALDO-RENEG
              SUBTRACT FAT-SALDO-RENEG FROM WRK-PAGO-RESTANTE
              MOVE ZERO TO FAT-SALDO
              SET FAT-FATURA-PAGA TO TRUE
              MOVE WRK-DATA-MOVTO TO FAT-DATA-PAGTO
           ELSE
              COMPUTE FAT-SALDO = FAT-SALDO-RENEG - WRK-PAGO-RESTANTE
              MOVE ZERO TO WRK-PAGO-RESTANTE
              SET FAT-FATURA-ABERTA TO TRUE
           END-IF

           MOVE WRK-DATA-MOVTO TO FAT-DATA-REATIV
           MOVE FAT-SALDO      TO FAT-SALDO-REATIV
           MOVE ZERO           TO FAT-ETAPA-COBRANCA
           MOVE ZERO           TO FAT-DATA-COBRANCA

           REWRITE FAT-REGISTRO

           IF ARQ-FATURA-FS NOT EQUAL ZERO
              ADD 1 TO WRK-TOT-ERROS
              EXIT SECTION
           END-IF

           ADD 1         TO WRK-QTD-REATIVADAS
           ADD FAT-SALDO TO WRK-VALOR-REATIVADO

           MOVE 'REATIVFAT' TO WRK-LOG-OPERACAO
           MOVE FAT-CLIENTE TO WRK-LOG-ID
           MOVE SPACES      TO WRK-LOG-NOME
           MOVE SPACES      TO WRK-LOG-MOTIVO
           STRING 'FAT ' FAT-COMPETENCIA ' ACORDO ' ACD-NUMERO
              ' SALDO ' FAT-SALDO
              DELIMITED BY SIZE INTO WRK-LOG-MOTIVO
           MOVE 'BATCH'     TO WRK-LOG-OPERADOR
           CALL 'GRAVALOG' USING WRK-LOG-REGISTRO.
      *-----------------------------------------------------------------
       QUITA-ACORDO                                           SECTION.
      *----------------------------------
           SET ACD-QUITADO     TO TRUE
           MOVE WRK-DATA-MOVTO TO ACD-DATA-SITUACAO

           REWRITE ACD-REGISTRO

           IF ARQ-ACORDO-FS NOT EQUAL ZERO
              ADD 1 TO WRK-TOT-ERROS
              MOVE SPACES TO WRK-SITUACAO-TXT
              STRING 'ERRO NA GRAVACAO DO ACORDO - FS: '
                 ARQ-ACORDO-FS
                 DELIMITED BY SIZE INTO WRK-SITUACAO-TXT
              PERFORM ESCREVE-LINHA-ACD
              EXIT SECTION
           END-IF

           ADD 1 TO WRK-TOT-QUITADOS

           MOVE 'ACDQUITA'  TO WRK-LOG-OPERACAO
           MOVE ACD-CLIENTE TO WRK-LOG-ID
           MOVE SPACES      TO WRK-LOG-NOME
           MOVE SPACES      TO WRK-LOG-MOTIVO
           STRING 'ACORDO ' ACD-NUMERO ' QUITADO - '
              ACD-QTD-PARCELAS ' PARCELAS'
              DELIMITED BY SIZE INTO WRK-LOG-MOTIVO
           MOVE 'BATCH'     TO WRK-LOG-OPERADOR
           CALL 'GRAVALOG' USING WRK-LOG-REGISTRO

           MOVE 'QUITADO' TO WRK-SITUACAO-TXT
           PERFORM ESCREVE-LINHA-ACD.
      *-----------------------------------------------------------------
       ARQUIVOS                                               SECTION.
      *----------------------------------
       CARREGA-PARAMETROS.
           MOVE 15 TO PAR-TOLERANCIA-ACORDO

           OPEN INPUT ARQCRM-PAR

           IF ARQCRM-PAR-FS EQUAL ZERO
              MOVE 'P' TO PAR-CHAVE
              READ ARQCRM-PAR
              CLOSE ARQCRM-PAR
           END-IF

           IF PAR-TOLERANCIA-ACORDO NOT NUMERIC
              MOVE 15 TO PAR-TOLERANCIA-ACORDO
           END-IF.
      *-----------------------------------------------------------------
       MENSAGENS                                              SECTION.
      *----------------------------------
       ESCREVE-LINHA-ACD.
           MOVE SPACES TO REL-RAC-LINHA
           STRING ACD-CLIENTE '  ' ACD-NUMERO ' ' ACD-QTD-PARCELAS
              '   ' WRK-QTD-PAGAS '    ' ACD-VALOR-TOTAL ' '
              WRK-SITUACAO-TXT
              DELIMITED BY SIZE INTO REL-RAC-LINHA
           WRITE REL-RAC-LINHA.
      *
       GRAVA-ERRO-FATAL.
           MOVE 'ROMPACD' TO WRK-ERR-PROGRAMA
           MOVE 'BATCH' TO WRK-ERR-OPERADOR
           CALL 'GRAVAERRO' USING WRK-ERR-REGISTRO.
      *
       COPY 'CRMK-FSP' REPLACING
            ==FS-PARAGRAFO== BY ==TRADUZ-FATURA-FS==
            ==FS-CAMPO==      BY ==ARQ-FATURA-FS==.
      *-----------------------------------------------------------------
       UTILITARIOS                                            SECTION.
      *----------------------------------
       COPY 'CRMK-IBP'.
      *-----------------------------------------------------------------
       FINALIZAR                                              SECTION.
      *----------------------------------
           MOVE SPACES TO REL-RAC-LINHA
           WRITE REL-RAC-LINHA

           MOVE SPACES TO REL-RAC-LINHA
           STRING 'Acordos vigentes avaliados: ' WRK-TOT-VIGENTES
              DELIMITED BY SIZE INTO REL-RAC-LINHA
           WRITE REL-RAC-LINHA

           MOVE SPACES TO REL-RAC-LINHA
           STRING 'Acordos quitados          : ' WRK-TOT-QUITADOS
              DELIMITED BY SIZE INTO REL-RAC-LINHA
           WRITE REL-RAC-LINHA

           MOVE SPACES TO REL-RAC-LINHA
           STRING 'Acordos rompidos          : ' WRK-TOT-ROMPIDOS
              '  Divida reativada: ' WRK-TOT-VALOR-REATIV
              DELIMITED BY SIZE INTO REL-RAC-LINHA
           WRITE REL-RAC-LINHA

           MOVE SPACES TO REL-RAC-LINHA
           STRING 'Erros de gravacao         : ' WRK-TOT-ERROS
              DELIMITED BY SIZE INTO REL-RAC-LINHA
           WRITE REL-RAC-LINHA

           CLOSE ARQ-ACORDO
           CLOSE ARQ-FATURA
           CLOSE REL-RAC

           MOVE 'ROMPACD' TO SAI-TIPO
           MOVE WRK-RELRAC-PATH TO SAI-ARQUIVO
           MOVE 'BATCH' TO SAI-OPERADOR
           COMPUTE SAI-REGISTROS = WRK-TOT-ROMPIDOS + WRK-TOT-QUITADOS
           CALL 'REGSAIDA' USING SAI-REGISTRO

           IF WRK-TOT-ROMPIDOS GREATER THAN ZERO
              OR WRK-TOT-ERROS GREATER THAN ZERO
              MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY 'ROMPACD: data ' WRK-DATA-MOVTO ' - '
                   WRK-TOT-VIGENTES ' vigentes, '
                   WRK-TOT-QUITADOS ' quitados, '
                   WRK-TOT-ROMPIDOS ' rompidos'.
      *------------------------ FIM DO ARQUIVO -------------------------
