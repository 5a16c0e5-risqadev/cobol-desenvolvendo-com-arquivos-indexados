      *=================================================================
       IDENTIFICATION                                         DIVISION.
       PROGRAM-ID. REATIVA.
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

           SELECT ARQ-FATURA  ASSIGN TO './files/FATURA.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS ARQ-FATURA-FS
              RECORD KEY IS FAT-KEY.

           SELECT ARQ-AGENDA  ASSIGN TO './files/AGENDA.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS ARQ-AGENDA-FS
              RECORD KEY IS AGN-KEY.

           SELECT ARQCRM-LOG  ASSIGN TO WRK-LOG-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ARQCRM-LOG-FS.

           SELECT REL-REA  ASSIGN TO './files/REATIVA.LST'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REL-REA-FS.
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
       FD  ARQ-AGENDA.
       COPY 'CRMK-AGN'.
      *
       FD  ARQCRM-LOG.
       COPY 'CRMK-LGD'.
      *
       FD  REL-REA.
       01  REL-REA-LINHA        PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE                                        SECTION.
      *----------------------------------
       COPY 'CRMK-LOG'.
       COPY 'CRMK-FST'.
       COPY 'CRMK-ERR'.
       01  ARQCRM-FS            PIC 9(02)   VALUE ZERO.
       01  ARQ-FATURA-FS        PIC 9(02)   VALUE ZERO.
       01  ARQ-AGENDA-FS        PIC 9(02)   VALUE ZERO.
       01  ARQCRM-LOG-FS        PIC 9(02)   VALUE ZERO.
       01  WRK-LOG-PATH         PIC X(40)   VALUE SPACES.
       01  WRK-LOG-AUSENTE      PIC X(01)   VALUE 'N'.
       01  WRK-ARC-COMPET.
           05 WRK-ARC-ANO       PIC 9(04)   VALUE ZERO.
           05 WRK-ARC-MES       PIC 9(02)   VALUE ZERO.
       01  WRK-ARC-ULTIMO       PIC 9(06)   VALUE ZERO.
       01  WRK-ARC-TENTATIVAS   PIC 9(03)   VALUE ZERO.
       01  REL-REA-FS           PIC 9(02)   VALUE ZERO.
       01  WRK-HOJE             PIC 9(08)   VALUE ZERO.
       01  WRK-EM-ATRASO        PIC X(01)   VALUE 'N'.
       01  WRK-ULT-SITUACAO     PIC X(10)   VALUE SPACES.
       01  WRK-ULT-QUITACAO     PIC 9(08)   VALUE ZERO.
       01  WRK-PROX-SEQ         PIC 9(03)   VALUE ZERO.
       01  WRK-TOT-SUSPENSOS    PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-REATIVADOS   PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-AGENDADOS    PIC 9(05)   VALUE ZERO.
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

           PERFORM LOCALIZA-ULTIMO-ARQUIVO

           OPEN I-O ARQCRM

           IF ARQCRM-FS NOT EQUAL ZERO
              MOVE 'ABRE ARQCRM' TO WRK-ERR-SECAO
              MOVE ARQCRM-FS TO WRK-ERR-FS
              PERFORM GRAVA-ERRO-FATAL
              PERFORM TRADUZ-ARQCRM-FS
              DISPLAY 'REATIVA: ERRO ABERTURA ARQCRM - FS: ' ARQCRM-FS
                      ' (' WRK-FST-MENSAGEM ')'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN INPUT ARQ-FATURA

           IF ARQ-FATURA-FS NOT EQUAL ZERO
              MOVE 'ABRE FATURA' TO WRK-ERR-SECAO
              MOVE ARQ-FATURA-FS TO WRK-ERR-FS
              PERFORM GRAVA-ERRO-FATAL
              DISPLAY 'REATIVA: ERRO ABERTURA FATURA.DAT - FS: '
                      ARQ-FATURA-FS
              CLOSE ARQCRM
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN I-O ARQ-AGENDA

           IF ARQ-AGENDA-FS EQUAL 35
              OPEN OUTPUT ARQ-AGENDA
              CLOSE ARQ-AGENDA
              OPEN I-O ARQ-AGENDA
           END-IF

           OPEN OUTPUT REL-REA

           MOVE 'CRM - REATIVACAO DE SUSPENSOS POR INADIMPLENCIA'
                                                    TO REL-REA-LINHA
           WRITE REL-REA-LINHA

           MOVE SPACES TO REL-REA-LINHA
           STRING 'Data: ' WRK-HOJE
              DELIMITED BY SIZE INTO REL-REA-LINHA
           WRITE REL-REA-LINHA

           MOVE 'CLIENTE CARTEIRA NOME                      SITUACAO'
                                                    TO REL-REA-LINHA
           WRITE REL-REA-LINHA.
      *-----------------------------------------------------------------
       PROCESSAR                                              SECTION.
      *----------------------------------
           READ ARQCRM NEXT RECORD

           PERFORM UNTIL ARQCRM-FS NOT EQUAL ZERO
              IF ARQCRM-SUSPENSO
                 ADD 1 TO WRK-TOT-SUSPENSOS
                 PERFORM AVALIA-CLIENTE
              END-IF
              READ ARQCRM NEXT RECORD
           END-PERFORM.
      *-----------------------------------------------------------------
       AVALIA-CLIENTE                                         SECTION.
      *----------------------------------
           PERFORM VERIFICA-ATRASO

           IF WRK-EM-ATRASO EQUAL 'S'
              EXIT SECTION
           END-IF

           PERFORM VERIFICA-ORIGEM

           IF WRK-ULT-SITUACAO NOT EQUAL 'SUSPFAT'
              MOVE SPACES TO REL-REA-LINHA
              STRING ARQCRM-ID '  ' ARQCRM-CARTEIRA ' ' ARQCRM-NOME
                 ' SUSPENSAO MANUAL'
                 DELIMITED BY SIZE INTO REL-REA-LINHA
              WRITE REL-REA-LINHA
              EXIT SECTION
           END-IF

           PERFORM REATIVA-CLIENTE.
      *-----------------------------------------------------------------
       VERIFICA-ATRASO                                        SECTION.
      *----------------------------------
           MOVE 'N'  TO WRK-EM-ATRASO
           MOVE ZERO TO WRK-ULT-QUITACAO

           MOVE ARQCRM-ID TO FAT-CLIENTE
           MOVE ZERO      TO FAT-COMPETENCIA

           START ARQ-FATURA KEY IS NOT LESS THAN FAT-KEY

           IF ARQ-FATURA-FS EQUAL ZERO
              READ ARQ-FATURA NEXT RECORD
              PERFORM UNTIL ARQ-FATURA-FS NOT EQUAL ZERO
                         OR FAT-CLIENTE NOT EQUAL ARQCRM-ID
                         OR WRK-EM-ATRASO EQUAL 'S'
                 IF FAT-FATURA-ABERTA
                    AND FAT-SALDO GREATER THAN ZERO
                    AND FAT-DATA-VENC LESS THAN WRK-HOJE
                    MOVE 'S' TO WRK-EM-ATRASO
                 END-IF
                 IF FAT-DATA-PAGTO GREATER THAN WRK-ULT-QUITACAO
                    MOVE FAT-DATA-PAGTO TO WRK-ULT-QUITACAO
                 END-IF
                 READ ARQ-FATURA NEXT RECORD
              END-PERFORM
           END-IF

           MOVE ZERO TO ARQ-FATURA-FS.
      *-----------------------------------------------------------------
       VERIFICA-ORIGEM                                        SECTION.
      *----------------------------------
           MOVE SPACES TO WRK-ULT-SITUACAO

           MOVE './files/ARQCRM.LOG' TO WRK-LOG-PATH
           PERFORM LE-LOG-SITUACAO

           IF WRK-ULT-SITUACAO NOT EQUAL SPACES
              OR WRK-ARC-ULTIMO EQUAL ZERO
              EXIT SECTION
           END-IF

           MOVE WRK-ARC-ULTIMO TO WRK-ARC-COMPET
           MOVE 'N' TO WRK-LOG-AUSENTE

           PERFORM UNTIL WRK-ULT-SITUACAO NOT EQUAL SPACES
                      OR WRK-LOG-AUSENTE EQUAL 'S'
              MOVE SPACES TO WRK-LOG-PATH
              STRING './files/ARQCRM-' WRK-ARC-COMPET '.LOG'
                 DELIMITED BY SIZE INTO WRK-LOG-PATH
              PERFORM LE-LOG-SITUACAO
              PERFORM MES-ANTERIOR
           END-PERFORM.
      *-----------------------------------------------------------------
       LE-LOG-SITUACAO                                        SECTION.
      *----------------------------------
           OPEN INPUT ARQCRM-LOG

           IF ARQCRM-LOG-FS NOT EQUAL ZERO
              MOVE 'S' TO WRK-LOG-AUSENTE
              EXIT SECTION
           END-IF

           READ ARQCRM-LOG

           PERFORM UNTIL ARQCRM-LOG-FS NOT EQUAL ZERO
              IF LOG-ID EQUAL ARQCRM-ID
                 AND (LOG-OPERACAO EQUAL 'SITUACAO'
                      OR LOG-OPERACAO EQUAL 'SITLOTE'
                      OR LOG-OPERACAO EQUAL 'SUSPFAT'
                      OR LOG-OPERACAO EQUAL 'REATIVA')
                 MOVE LOG-OPERACAO TO WRK-ULT-SITUACAO
              END-IF
              READ ARQCRM-LOG
           END-PERFORM

           CLOSE ARQCRM-LOG.
      *-----------------------------------------------------------------
       LOCALIZA-ULTIMO-ARQUIVO                                SECTION.
      *----------------------------------
           MOVE WRK-HOJE(1:6) TO WRK-ARC-COMPET
           MOVE ZERO TO WRK-ARC-ULTIMO
           MOVE ZERO TO WRK-ARC-TENTATIVAS

           PERFORM UNTIL WRK-ARC-ULTIMO NOT EQUAL ZERO
                      OR WRK-ARC-TENTATIVAS NOT LESS THAN 120
              ADD 1 TO WRK-ARC-TENTATIVAS
              PERFORM MES-ANTERIOR
              MOVE SPACES TO WRK-LOG-PATH
              STRING './files/ARQCRM-' WRK-ARC-COMPET '.LOG'
                 DELIMITED BY SIZE INTO WRK-LOG-PATH
              OPEN INPUT ARQCRM-LOG
              IF ARQCRM-LOG-FS EQUAL ZERO
                 MOVE WRK-ARC-COMPET TO WRK-ARC-ULTIMO
                 CLOSE ARQCRM-LOG
              END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       MES-ANTERIOR                                           SECTION.
      *----------------------------------
           IF WRK-ARC-MES EQUAL 1
              SUBTRACT 1 FROM WRK-ARC-ANO
              MOVE 12 TO WRK-ARC-MES
           ELSE
              SUBTRACT 1 FROM WRK-ARC-MES
           END-IF.
      *-----------------------------------------------------------------
       REATIVA-CLIENTE                                        SECTION.
      *----------------------------------
           SET ARQCRM-ATIVO TO TRUE
           MOVE WRK-HOJE TO ARQCRM-DATA-ALTERACAO

           REWRITE ARQCRM-REGISTRO

           IF ARQCRM-FS NOT EQUAL ZERO
              MOVE SPACES TO REL-REA-LINHA
              STRING ARQCRM-ID '  ' ARQCRM-CARTEIRA ' ' ARQCRM-NOME
                 ' ERRO NA GRAVACAO'
                 DELIMITED BY SIZE INTO REL-REA-LINHA
              WRITE REL-REA-LINHA
              MOVE ZERO TO ARQCRM-FS
              EXIT SECTION
           END-IF

           ADD 1 TO WRK-TOT-REATIVADOS

           MOVE 'REATIVA'    TO WRK-LOG-OPERACAO
           MOVE ARQCRM-ID    TO WRK-LOG-ID
           MOVE ARQCRM-NOME  TO WRK-LOG-NOME
           MOVE SPACES       TO WRK-LOG-MOTIVO
           IF WRK-ULT-QUITACAO GREATER THAN ZERO
              STRING 'DEBITOS QUITADOS - ULT.PAGTO ' WRK-ULT-QUITACAO
                 DELIMITED BY SIZE INTO WRK-LOG-MOTIVO
           ELSE
              MOVE 'DEBITOS EM ATRASO QUITADOS' TO WRK-LOG-MOTIVO
           END-IF
           MOVE 'BATCH'      TO WRK-LOG-OPERADOR
           CALL 'GRAVALOG' USING WRK-LOG-REGISTRO

           IF ARQCRM-CARTEIRA EQUAL SPACES
              MOVE SPACES TO REL-REA-LINHA
              STRING ARQCRM-ID '  ' ARQCRM-CARTEIRA ' ' ARQCRM-NOME
                 ' REATIVADO - SEM CARTEIRA'
                 DELIMITED BY SIZE INTO REL-REA-LINHA
              WRITE REL-REA-LINHA
              EXIT SECTION
           END-IF

           PERFORM CRIA-TAREFA-REATIVACAO.
      *-----------------------------------------------------------------
       CRIA-TAREFA-REATIVACAO                                 SECTION.
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
           MOVE 'LIGAR: CLIENTE REATIVADO APOS QUITACAO'
                                TO AGN-DESCRICAO
           MOVE 'P'             TO AGN-STATUS
           MOVE WRK-HOJE        TO AGN-DATA-CRIACAO

           WRITE AGN-REGISTRO

           IF ARQ-AGENDA-FS EQUAL ZERO
              ADD 1 TO WRK-TOT-AGENDADOS
              MOVE SPACES TO REL-REA-LINHA
              STRING ARQCRM-ID '  ' ARQCRM-CARTEIRA ' ' ARQCRM-NOME
                 ' REATIVADO - TAREFA CRIADA'
                 DELIMITED BY SIZE INTO REL-REA-LINHA
              WRITE REL-REA-LINHA
           ELSE
              MOVE SPACES TO REL-REA-LINHA
              STRING ARQCRM-ID '  ' ARQCRM-CARTEIRA ' ' ARQCRM-NOME
                 ' REATIVADO - ERRO NA TAREFA'
                 DELIMITED BY SIZE INTO REL-REA-LINHA
              WRITE REL-REA-LINHA
           END-IF

           MOVE ZERO TO ARQ-AGENDA-FS.
      *-----------------------------------------------------------------
       MENSAGENS                                              SECTION.
      *----------------------------------
       GRAVA-ERRO-FATAL.
           MOVE 'REATIVA' TO WRK-ERR-PROGRAMA
           MOVE 'BATCH' TO WRK-ERR-OPERADOR
           CALL 'GRAVAERRO' USING WRK-ERR-REGISTRO.
      *
       COPY 'CRMK-FSP' REPLACING
            ==FS-PARAGRAFO== BY ==TRADUZ-ARQCRM-FS==
            ==FS-CAMPO==      BY ==ARQCRM-FS==.
      *-----------------------------------------------------------------
       FINALIZAR                                              SECTION.
      *----------------------------------
           MOVE SPACES TO REL-REA-LINHA
           WRITE REL-REA-LINHA

           MOVE SPACES TO REL-REA-LINHA
           STRING 'Clientes suspensos  : ' WRK-TOT-SUSPENSOS
              DELIMITED BY SIZE INTO REL-REA-LINHA
           WRITE REL-REA-LINHA

           MOVE SPACES TO REL-REA-LINHA
           STRING 'Clientes reativados : ' WRK-TOT-REATIVADOS
              DELIMITED BY SIZE INTO REL-REA-LINHA
           WRITE REL-REA-LINHA

           MOVE SPACES TO REL-REA-LINHA
           STRING 'Tarefas criadas     : ' WRK-TOT-AGENDADOS
              DELIMITED BY SIZE INTO REL-REA-LINHA
           WRITE REL-REA-LINHA

           CLOSE ARQCRM
           CLOSE ARQ-FATURA
           CLOSE ARQ-AGENDA
           CLOSE REL-REA

           DISPLAY 'REATIVA: ' WRK-TOT-SUSPENSOS ' clientes suspensos, '
                   WRK-TOT-REATIVADOS ' reativados'.
      *------------------------ FIM DO ARQUIVO -------------------------
