       FILE                                                   SECTION.
      *----------------------------------
       FD  ARQ-RUNCTL.
       COPY 'CRMK-RCT'.
      *
       FD  ARQ-RUNSTAT.
       01  RST-REGISTRO.
       01  WRK-TOT-EXECUTADOS   PIC 9(02)   VALUE ZERO.
       01  WRK-TOT-PULADOS      PIC 9(02)   VALUE ZERO.
       01  WRK-TOT-ERROS        PIC 9(02)   VALUE ZERO.
       01  WRK-TOT-FORA-CAL     PIC 9(02)   VALUE ZERO.
       01  WRK-CHAMADA-OK       PIC X(01)   VALUE 'S'.
       01  WRK-DUR-PADRAO       PIC 9(06)   VALUE 7200.
       01  WRK-DUR-SEGUNDOS     PIC 9(06)   VALUE ZERO.
       01  WRK-DIAS-HIST        PIC 9(02)   VALUE ZERO.
       01  WRK-DATA-HIST        PIC 9(08)   VALUE ZERO.
       01  WRK-PASSO-HIST       PIC 9(03)   VALUE ZERO.
       01  WRK-SEG-INICIO       PIC 9(05)   VALUE ZERO.
       01  WRK-SEG-FIM          PIC 9(06)   VALUE ZERO.
       01  WRK-FIM-SEGUNDOS     PIC 9(07)   VALUE ZERO.
       01  WRK-FIM-DIAS         PIC 9(02)   VALUE ZERO.
       01  WRK-FIM-HH           PIC 9(02)   VALUE ZERO.
       01  WRK-FIM-MM           PIC 9(02)   VALUE ZERO.
       01  WRK-FIM-RESTO        PIC 9(05)   VALUE ZERO.
       01  WRK-HORA-AUX         PIC 9(06)   VALUE ZERO.
       01  FILLER REDEFINES WRK-HORA-AUX.
           05 WRK-HORA-AUX-HH   PIC 9(02).
           05 WRK-HORA-AUX-MM   PIC 9(02).
           05 WRK-HORA-AUX-SS   PIC 9(02).
       COPY 'CRMK-SIQ'.
       COPY 'CRMK-CAQ'.
      *=================================================================
       PROCEDURE                                              DIVISION.
      *-----------------------------------------------------------------
              DELIMITED BY SIZE INTO REL-BAT-LINHA
           WRITE REL-BAT-LINHA

           PERFORM ESTIMA-TERMINO
           PERFORM SINALIZA-INICIO-BATCH

           MOVE 'PASSO PROGRAMA   RESULTADO' TO REL-BAT-LINHA
           WRITE REL-BAT-LINHA.
      *-----------------------------------------------------------------
       ESTIMA-TERMINO                                         SECTION.
      *----------------------------------
           MOVE ZERO TO WRK-DUR-SEGUNDOS

           PERFORM VARYING WRK-DIAS-HIST FROM 1 BY 1
              UNTIL WRK-DIAS-HIST GREATER THAN 7
                 OR WRK-DUR-SEGUNDOS GREATER THAN ZERO
              COMPUTE WRK-DATA-HIST = FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(WRK-HOJE) - WRK-DIAS-HIST)
              PERFORM SOMA-DURACAO-DIA
           END-PERFORM

           IF WRK-DUR-SEGUNDOS EQUAL ZERO
              MOVE WRK-DUR-PADRAO TO WRK-DUR-SEGUNDOS
           END-IF

           MOVE FUNCTION CURRENT-DATE(9:6) TO WRK-HORA-AUX

           COMPUTE WRK-FIM-SEGUNDOS = WRK-HORA-AUX-HH * 3600
                                    + WRK-HORA-AUX-MM * 60
                                    + WRK-HORA-AUX-SS
                                    + WRK-DUR-SEGUNDOS

           DIVIDE WRK-FIM-SEGUNDOS BY 86400
              GIVING WRK-FIM-DIAS REMAINDER WRK-FIM-SEGUNDOS
           DIVIDE WRK-FIM-SEGUNDOS BY 3600
              GIVING WRK-FIM-HH REMAINDER WRK-FIM-RESTO
           DIVIDE WRK-FIM-RESTO BY 60
              GIVING WRK-FIM-MM

           COMPUTE WRK-SIS-DATA-FIM = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WRK-HOJE) + WRK-FIM-DIAS)
           COMPUTE WRK-SIS-HORA-FIM = WRK-FIM-HH * 100 + WRK-FIM-MM.
      *-----------------------------------------------------------------
       SOMA-DURACAO-DIA                                       SECTION.
      *----------------------------------
           PERFORM VARYING WRK-PASSO-HIST FROM 1 BY 1
              UNTIL WRK-PASSO-HIST GREATER THAN 99
              MOVE WRK-DATA-HIST  TO RST-DATA
              MOVE WRK-PASSO-HIST TO RST-PASSO
              READ ARQ-RUNSTAT
              IF ARQ-RUNSTAT-FS EQUAL ZERO
                 AND RST-HORA-FIM NOT EQUAL ZERO
                 MOVE RST-HORA-INICIO TO WRK-HORA-AUX
                 COMPUTE WRK-SEG-INICIO = WRK-HORA-AUX-HH * 3600
                                        + WRK-HORA-AUX-MM * 60
                                        + WRK-HORA-AUX-SS
                 MOVE RST-HORA-FIM TO WRK-HORA-AUX
                 COMPUTE WRK-SEG-FIM = WRK-HORA-AUX-HH * 3600
                                     + WRK-HORA-AUX-MM * 60
                                     + WRK-HORA-AUX-SS
                 IF WRK-SEG-FIM LESS THAN WRK-SEG-INICIO
                    ADD 86400 TO WRK-SEG-FIM
                 END-IF
                 COMPUTE WRK-DUR-SEGUNDOS = WRK-DUR-SEGUNDOS
                                          + WRK-SEG-FIM - WRK-SEG-INICIO
              END-IF
           END-PERFORM

           MOVE ZERO TO ARQ-RUNSTAT-FS.
      *-----------------------------------------------------------------
       SINALIZA-INICIO-BATCH                                  SECTION.
      *----------------------------------
           SET WRK-SIS-INICIA-BATCH TO TRUE
           MOVE 'BATCH' TO WRK-SIS-OPERADOR
           MOVE 'EXECUCAO NOTURNA (BATNOITE)' TO WRK-SIS-MOTIVO

           CALL 'SISESTAD' USING WRK-SIS-PEDIDO

           MOVE SPACES TO REL-BAT-LINHA

           IF WRK-SIS-EM-MANUTENCAO
              STRING 'Sistema ja em manutencao manual por '
                 WRK-SIS-OPERADOR ' - indicador mantido'
                 DELIMITED BY SIZE INTO REL-BAT-LINHA
           ELSE
              STRING 'Modo manutencao ativado - termino previsto: '
                 WRK-SIS-DATA-FIM ' ' WRK-SIS-HORA-FIM
                 DELIMITED BY SIZE INTO REL-BAT-LINHA
           END-IF

           WRITE REL-BAT-LINHA.
      *-----------------------------------------------------------------
       SINALIZA-FIM-BATCH                                     SECTION.
      *----------------------------------
           SET WRK-SIS-ENCERRA-BATCH TO TRUE

           CALL 'SISESTAD' USING WRK-SIS-PEDIDO

           MOVE SPACES TO REL-BAT-LINHA

           IF WRK-SIS-LIVRE
              MOVE 'Modo manutencao encerrado.' TO REL-BAT-LINHA
           ELSE
              STRING 'Modo manutencao mantido (manual por '
                 WRK-SIS-OPERADOR ')'
                 DELIMITED BY SIZE INTO REL-BAT-LINHA
           END-IF

           WRITE REL-BAT-LINHA.
      *-----------------------------------------------------------------
       PROCESSAR                                              SECTION.
      *----------------------------------
           READ ARQ-RUNCTL
      *-----------------------------------------------------------------
       EXECUTA-PASSO                                          SECTION.
      *----------------------------------
           MOVE WRK-HOJE       TO WRK-CAL-DATA
           MOVE RCT-FREQUENCIA TO WRK-CAL-FREQUENCIA
           MOVE RCT-PARAMETRO  TO WRK-CAL-PARAMETRO

           CALL 'REGRACAL' USING WRK-CAL-PEDIDO

           IF WRK-CAL-REGRA-INVALIDA
              ADD 1 TO WRK-TOT-ERROS
              PERFORM ESCREVE-LINHA-REGRA-INVALIDA
              EXIT SECTION
           END-IF

           IF WRK-CAL-NAO-EXECUTA
              ADD 1 TO WRK-TOT-FORA-CAL
              PERFORM ESCREVE-LINHA-FORA-CALENDARIO
              EXIT SECTION
           END-IF

           MOVE WRK-HOJE   TO RST-DATA
           MOVE RCT-PASSO  TO RST-PASSO

           STRING RCT-PASSO '    ' RCT-PROGRAMA ' JA EXECUTADO'
              DELIMITED BY SIZE INTO REL-BAT-LINHA
           WRITE REL-BAT-LINHA.
      *-----------------------------------------------------------------
       ESCREVE-LINHA-FORA-CALENDARIO                          SECTION.
      *----------------------------------
           MOVE SPACES TO REL-BAT-LINHA
           STRING RCT-PASSO '    ' RCT-PROGRAMA ' FORA DO CALENDARIO ('
              WRK-CAL-DESCRICAO DELIMITED BY '  '
              ')' DELIMITED BY SIZE INTO REL-BAT-LINHA
           WRITE REL-BAT-LINHA.
      *-----------------------------------------------------------------
       ESCREVE-LINHA-REGRA-INVALIDA                           SECTION.
      *----------------------------------
           MOVE SPACES TO REL-BAT-LINHA
           STRING RCT-PASSO '    ' RCT-PROGRAMA ' ERRO NA REGRA ('
              WRK-CAL-DESCRICAO DELIMITED BY '  '
              ')' DELIMITED BY SIZE INTO REL-BAT-LINHA
           WRITE REL-BAT-LINHA.
      *-----------------------------------------------------------------
       MENSAGENS                                              SECTION.
      *----------------------------------
              DELIMITED BY SIZE INTO REL-BAT-LINHA
           WRITE REL-BAT-LINHA

           MOVE SPACES TO REL-BAT-LINHA
           STRING 'Passos fora do calend: ' WRK-TOT-FORA-CAL
              DELIMITED BY SIZE INTO REL-BAT-LINHA
           WRITE REL-BAT-LINHA

           MOVE SPACES TO REL-BAT-LINHA
           STRING 'Passos com erro      : ' WRK-TOT-ERROS
              DELIMITED BY SIZE INTO REL-BAT-LINHA
           WRITE REL-BAT-LINHA

           PERFORM SINALIZA-FIM-BATCH

           CLOSE ARQ-RUNCTL
           CLOSE ARQ-RUNSTAT
           CLOSE REL-BAT
           DISPLAY 'BATNOITE: ' WRK-TOT-PASSOS ' passos, '
                   WRK-TOT-EXECUTADOS ' executados, '
                   WRK-TOT-PULADOS ' pulados, '
                   WRK-TOT-FORA-CAL ' fora do calendario, '
                   WRK-TOT-ERROS ' com erro'

           IF WRK-TOT-ERROS GREATER THAN ZERO
