      *=================================================================
       IDENTIFICATION                                         DIVISION.
       PROGRAM-ID. PLANOBAT.
      *=================================================================
       ENVIRONMENT                                            DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT                                           SECTION.
      *----------------------------------
       FILE-CONTROL.
           SELECT ARQ-RUNCTL  ASSIGN TO './files/RUNCTL.TXT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ARQ-RUNCTL-FS.
      *=================================================================
       DATA                                                   DIVISION.
      *-----------------------------------------------------------------
       FILE                                                   SECTION.
      *----------------------------------
       FD  ARQ-RUNCTL.
       COPY 'CRMK-RCT'.
      *-----------------------------------------------------------------
       WORKING-STORAGE                                        SECTION.
      *----------------------------------
       COPY 'CRMK-AMB'.
       COPY 'CRMK-FST'.
       COPY 'CRMK-DTF'.
       COPY 'CRMK-CAQ'.
       01  ARQ-RUNCTL-FS        PIC 9(02)   VALUE ZERO.
       01  WRK-OPCAO            PIC X(01)   VALUE SPACE.
       01  WRK-DATA-REF         PIC 9(08)   VALUE ZERO.
       01  FILLER REDEFINES WRK-DATA-REF.
           05 WRK-DATA-REF-AAAA PIC 9(04).
           05 WRK-DATA-REF-MM   PIC 9(02).
           05 WRK-DATA-REF-DD   PIC 9(02).
       01  WRK-PLB-LINHA        PIC 9(02)   COMP VALUE 10.
       01  WRK-PLB-EXIBE        PIC X(80)   VALUE SPACES.
       01  WRK-PLB-RESULTADO    PIC X(12)   VALUE SPACES.
       01  WRK-TOT-EXECUTA      PIC 9(02)   VALUE ZERO.
       01  WRK-TOT-FORA         PIC 9(02)   VALUE ZERO.
       01  WRK-TOT-INVALIDAS    PIC 9(02)   VALUE ZERO.
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

           MOVE 'Previsao do plano batch (RUNCTL.TXT)' TO SCR-CTR-L1
           MOVE 'Data de referencia (AAAAMMDD, 0=hoje):'
                                                       TO SCR-CTR-L3
           DISPLAY SCR-CTR

           MOVE 'N' TO WRK-DTV-OK

           PERFORM UNTIL WRK-DTV-OK EQUAL 'S'
              MOVE ZERO TO WRK-DATA-REF
              ACCEPT WRK-DATA-REF                    LINE 10 COLUMN 41
              IF WRK-DATA-REF EQUAL ZERO
                 MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-DATA-REF
              END-IF
              MOVE WRK-DATA-REF TO WRK-DTV-DATA
              PERFORM VALIDA-DATA-CALENDARIO
              IF WRK-DTV-OK NOT EQUAL 'S'
                 PERFORM ERRO-DATA-INVALIDA
              END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       PROCESSAR                                              SECTION.
      *----------------------------------
           OPEN INPUT ARQ-RUNCTL

           IF ARQ-RUNCTL-FS NOT EQUAL ZERO
              PERFORM ERRO-ABERTURA-RUNCTL
              EXIT SECTION
           END-IF

           PERFORM LIMPA-CORPO

           STRING 'Plano do batch para ' WRK-DATA-REF-DD '/'
              WRK-DATA-REF-MM '/' WRK-DATA-REF-AAAA
              DELIMITED BY SIZE INTO SCR-CTR-L1
           MOVE 'PS PROGRAMA   PREVISAO     REGRA' TO SCR-CTR-L2
           DISPLAY SCR-CTR

           MOVE 10 TO WRK-PLB-LINHA

           READ ARQ-RUNCTL

           PERFORM UNTIL ARQ-RUNCTL-FS NOT EQUAL ZERO
              PERFORM EXIBE-PASSO
              READ ARQ-RUNCTL
           END-PERFORM

           CLOSE ARQ-RUNCTL

           PERFORM LIMPA-RODAPE
           STRING 'Executam: ' WRK-TOT-EXECUTA
              '  Fora do calendario: ' WRK-TOT-FORA
              '  Regra invalida: ' WRK-TOT-INVALIDAS
              ' [ENTER]'
              DELIMITED BY SIZE INTO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 66.
      *-----------------------------------------------------------------
       EXIBE-PASSO                                            SECTION.
      *----------------------------------
           MOVE WRK-DATA-REF   TO WRK-CAL-DATA
           MOVE RCT-FREQUENCIA TO WRK-CAL-FREQUENCIA
           MOVE RCT-PARAMETRO  TO WRK-CAL-PARAMETRO

           CALL 'REGRACAL' USING WRK-CAL-PEDIDO

           EVALUATE TRUE
              WHEN WRK-CAL-EXECUTA
                 ADD 1 TO WRK-TOT-EXECUTA
                 MOVE 'EXECUTA'      TO WRK-PLB-RESULTADO
              WHEN WRK-CAL-REGRA-INVALIDA
                 ADD 1 TO WRK-TOT-INVALIDAS
                 MOVE 'REGRA ERRADA' TO WRK-PLB-RESULTADO
              WHEN OTHER
                 ADD 1 TO WRK-TOT-FORA
                 MOVE 'NAO EXECUTA'  TO WRK-PLB-RESULTADO
           END-EVALUATE

           MOVE SPACES TO WRK-PLB-EXIBE
           STRING RCT-PASSO ' ' RCT-PROGRAMA ' ' WRK-PLB-RESULTADO ' '
              WRK-CAL-DESCRICAO
              DELIMITED BY SIZE INTO WRK-PLB-EXIBE
           DISPLAY WRK-PLB-EXIBE                     LINE WRK-PLB-LINHA
                                                     COLUMN 1
           ADD 1 TO WRK-PLB-LINHA

           IF WRK-PLB-LINHA IS GREATER THAN 20
              PERFORM LIMPA-RODAPE
              MOVE 'Continua ... [pressione ENTER]' TO SCR-TRL-L1
              DISPLAY SCR-TRL
              ACCEPT WRK-OPCAO                       LINE 23 COLUMN 32
              MOVE 10 TO WRK-PLB-LINHA
              DISPLAY SCR-CTR
           END-IF.
      *-----------------------------------------------------------------
       ERROS                                                  SECTION.
      *----------------------------------
       ERRO-DATA-INVALIDA.
           PERFORM LIMPA-RODAPE
           MOVE 'Data invalida' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 15.
      *
       ERRO-ABERTURA-RUNCTL.
           PERFORM TRADUZ-RUNCTL-FS
           PERFORM LIMPA-RODAPE
           STRING 'ERRO ABERTURA RUNCTL.TXT (' WRK-FST-MENSAGEM ')'
              DELIMITED BY SIZE INTO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 70.
      *-----------------------------------------------------------------
       MENSAGENS                                              SECTION.
      *----------------------------------
       COPY 'CRMK-FSP' REPLACING
            ==FS-PARAGRAFO== BY ==TRADUZ-RUNCTL-FS==
            ==FS-CAMPO==      BY ==ARQ-RUNCTL-FS==.
      *
       COPY 'CRMK-DTP'.
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
              '---------------------------------'
              ' PLANO DO BATCH '
              '-------------------------------'
           DELIMITED BY SIZE
           INTO SCR-CTR-L0.
      *------------------------ FIM DO ARQUIVO -------------------------
