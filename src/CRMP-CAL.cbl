      *=================================================================
       IDENTIFICATION                                         DIVISION.
       PROGRAM-ID. REGRACAL.
      *=================================================================
       ENVIRONMENT                                            DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT                                           SECTION.
      *----------------------------------
       FILE-CONTROL.
           SELECT ARQ-FERIADO  ASSIGN TO './files/FERIADO.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS ARQ-FERIADO-FS
              RECORD KEY IS FER-DATA.
      *=================================================================
       DATA                                                   DIVISION.
      *-----------------------------------------------------------------
       FILE                                                   SECTION.
      *----------------------------------
       FD  ARQ-FERIADO.
       COPY 'CRMK-FER'.
      *-----------------------------------------------------------------
       WORKING-STORAGE                                        SECTION.
      *----------------------------------
       COPY 'CRMK-DIW'.
       COPY 'CRMK-DTF'.
       01  ARQ-FERIADO-FS       PIC 9(02)   VALUE ZERO.
       01  WRK-SEMANA-ALVO      PIC 9(01)   VALUE ZERO.
       01  WRK-NESIMO           PIC 9(02)   VALUE ZERO.
       01  WRK-CONTA-UTEIS      PIC 9(02)   VALUE ZERO.
       01  WRK-ANO              PIC 9(04)   VALUE ZERO.
       01  WRK-DATA-AUX         PIC 9(08)   VALUE ZERO.
       01  FILLER REDEFINES WRK-DATA-AUX.
           05 WRK-DATA-AUX-AAAA PIC 9(04).
           05 WRK-DATA-AUX-MM   PIC 9(02).
           05 WRK-DATA-AUX-DD   PIC 9(02).
       01  WRK-DATA-REF         PIC 9(08)   VALUE ZERO.
       01  FILLER REDEFINES WRK-DATA-REF.
           05 WRK-DATA-REF-AAAA PIC 9(04).
           05 WRK-DATA-REF-MM   PIC 9(02).
           05 WRK-DATA-REF-DD   PIC 9(02).
       01  WRK-ALVO             PIC 9(08)   VALUE ZERO.
       01  FILLER REDEFINES WRK-ALVO.
           05 WRK-ALVO-AAAA     PIC 9(04).
           05 WRK-ALVO-MMDD     PIC 9(04).
       01  WRK-NOMES-SEMANA.
           05 FILLER            PIC X(09)   VALUE 'DOMINGO'.
           05 FILLER            PIC X(09)   VALUE 'SEGUNDA'.
           05 FILLER            PIC X(09)   VALUE 'TERCA'.
           05 FILLER            PIC X(09)   VALUE 'QUARTA'.
           05 FILLER            PIC X(09)   VALUE 'QUINTA'.
           05 FILLER            PIC X(09)   VALUE 'SEXTA'.
           05 FILLER            PIC X(09)   VALUE 'SABADO'.
       01  FILLER REDEFINES WRK-NOMES-SEMANA.
           05 WRK-NOME-SEMANA   PIC X(09)   OCCURS 7 TIMES.
      *-----------------------------------------------------------------
       LINKAGE                                                SECTION.
      *----------------------------------
       COPY 'CRMK-CAQ'.
      *=================================================================
       PROCEDURE                                              DIVISION
           USING WRK-CAL-PEDIDO.
      *-----------------------------------------------------------------
       PRINCIPAL                                              SECTION.
      *----------------------------------
           PERFORM ABRE-ARQUIVO-FERIADO

           SET WRK-CAL-NAO-EXECUTA TO TRUE
           MOVE SPACES       TO WRK-CAL-DESCRICAO
           MOVE WRK-CAL-DATA TO WRK-DATA-REF

           EVALUATE TRUE
              WHEN WRK-CAL-DIARIO
                 SET WRK-CAL-EXECUTA TO TRUE
                 MOVE 'TODOS OS DIAS' TO WRK-CAL-DESCRICAO
              WHEN WRK-CAL-DIA-UTIL
                 PERFORM AVALIA-DIA-UTIL
              WHEN WRK-CAL-SEMANAL
                 PERFORM AVALIA-SEMANAL
              WHEN WRK-CAL-FIM-MES
                 PERFORM AVALIA-FIM-MES
              WHEN WRK-CAL-NESIMO-UTIL
                 PERFORM AVALIA-NESIMO-UTIL
              WHEN WRK-CAL-ANUAL
                 PERFORM AVALIA-ANUAL
              WHEN OTHER
                 SET WRK-CAL-REGRA-INVALIDA TO TRUE
                 MOVE 'FREQUENCIA DESCONHECIDA' TO WRK-CAL-DESCRICAO
           END-EVALUATE

           PERFORM FECHA-ARQUIVO-FERIADO

           GOBACK.
      *-----------------------------------------------------------------
       AVALIA-DIA-UTIL                                        SECTION.
      *----------------------------------
           MOVE 'DIAS UTEIS' TO WRK-CAL-DESCRICAO

           MOVE WRK-DATA-REF TO WRK-DATA-UTIL
           PERFORM VERIFICA-DIA-UTIL

           IF WRK-DIA-UTIL-OK EQUAL 'S'
              SET WRK-CAL-EXECUTA TO TRUE
           END-IF.
      *-----------------------------------------------------------------
       AVALIA-SEMANAL                                         SECTION.
      *----------------------------------
           IF WRK-CAL-PARAMETRO(1:1) NOT NUMERIC
              OR WRK-CAL-PARAMETRO(1:1) LESS THAN '1'
              OR WRK-CAL-PARAMETRO(1:1) GREATER THAN '7'
              SET WRK-CAL-REGRA-INVALIDA TO TRUE
              MOVE 'DIA DA SEMANA INVALIDO' TO WRK-CAL-DESCRICAO
              EXIT SECTION
           END-IF

           MOVE WRK-CAL-PARAMETRO(1:1) TO WRK-SEMANA-ALVO

           STRING 'SEMANAL - ' WRK-NOME-SEMANA(WRK-SEMANA-ALVO)
              DELIMITED BY SIZE INTO WRK-CAL-DESCRICAO

           COMPUTE WRK-DIA-SEMANA = FUNCTION MOD(
              FUNCTION INTEGER-OF-DATE(WRK-DATA-REF), 7)

           IF WRK-DIA-SEMANA + 1 EQUAL WRK-SEMANA-ALVO
              SET WRK-CAL-EXECUTA TO TRUE
           END-IF.
      *-----------------------------------------------------------------
       AVALIA-FIM-MES                                         SECTION.
      *----------------------------------
           MOVE 'ULTIMO DIA UTIL DO MES' TO WRK-CAL-DESCRICAO

           MOVE WRK-DATA-REF TO WRK-DATA-UTIL
           PERFORM VERIFICA-DIA-UTIL

           IF WRK-DIA-UTIL-OK NOT EQUAL 'S'
              EXIT SECTION
           END-IF

           COMPUTE WRK-DATA-UTIL-INT =
              FUNCTION INTEGER-OF-DATE(WRK-DATA-REF) + 1
           COMPUTE WRK-DATA-UTIL =
              FUNCTION DATE-OF-INTEGER(WRK-DATA-UTIL-INT)
           PERFORM AJUSTA-DIA-UTIL

           MOVE WRK-DATA-UTIL TO WRK-DATA-AUX

           IF WRK-DATA-AUX-MM NOT EQUAL WRK-DATA-REF-MM
              SET WRK-CAL-EXECUTA TO TRUE
           END-IF.
      *-----------------------------------------------------------------
       AVALIA-NESIMO-UTIL                                     SECTION.
      *----------------------------------
           IF WRK-CAL-PARAMETRO(1:2) NOT NUMERIC
              OR WRK-CAL-PARAMETRO(1:2) EQUAL '00'
              OR WRK-CAL-PARAMETRO(1:2) GREATER THAN '23'
              SET WRK-CAL-REGRA-INVALIDA TO TRUE
              MOVE 'DIA UTIL INVALIDO (01 A 23)' TO WRK-CAL-DESCRICAO
              EXIT SECTION
           END-IF

           MOVE WRK-CAL-PARAMETRO(1:2) TO WRK-NESIMO

           STRING 'DIA UTIL ' WRK-NESIMO ' DO MES'
              DELIMITED BY SIZE INTO WRK-CAL-DESCRICAO

           MOVE WRK-DATA-REF TO WRK-DATA-UTIL
           PERFORM VERIFICA-DIA-UTIL

           IF WRK-DIA-UTIL-OK NOT EQUAL 'S'
              EXIT SECTION
           END-IF

           MOVE ZERO         TO WRK-CONTA-UTEIS
           MOVE WRK-DATA-REF TO WRK-DATA-AUX
           MOVE 01           TO WRK-DATA-AUX-DD

           PERFORM UNTIL WRK-DATA-AUX GREATER THAN WRK-DATA-REF
              MOVE WRK-DATA-AUX TO WRK-DATA-UTIL
              PERFORM VERIFICA-DIA-UTIL
              IF WRK-DIA-UTIL-OK EQUAL 'S'
                 ADD 1 TO WRK-CONTA-UTEIS
              END-IF
              COMPUTE WRK-DATA-UTIL-INT =
                 FUNCTION INTEGER-OF-DATE(WRK-DATA-AUX) + 1
              COMPUTE WRK-DATA-AUX =
                 FUNCTION DATE-OF-INTEGER(WRK-DATA-UTIL-INT)
           END-PERFORM

           IF WRK-CONTA-UTEIS EQUAL WRK-NESIMO
              SET WRK-CAL-EXECUTA TO TRUE
           END-IF.
      *-----------------------------------------------------------------
       AVALIA-ANUAL                                           SECTION.
      *----------------------------------
           IF WRK-CAL-PARAMETRO NOT NUMERIC
              SET WRK-CAL-REGRA-INVALIDA TO TRUE
              MOVE 'DATA ANUAL INVALIDA (MMDD)' TO WRK-CAL-DESCRICAO
              EXIT SECTION
           END-IF

           MOVE 2000               TO WRK-ALVO-AAAA
           MOVE WRK-CAL-PARAMETRO  TO WRK-ALVO-MMDD
           MOVE WRK-ALVO           TO WRK-DTV-DATA
           PERFORM VALIDA-DATA-CALENDARIO

           IF WRK-DTV-OK NOT EQUAL 'S'
              SET WRK-CAL-REGRA-INVALIDA TO TRUE
              MOVE 'DATA ANUAL INVALIDA (MMDD)' TO WRK-CAL-DESCRICAO
              EXIT SECTION
           END-IF

           STRING 'ANUAL - ' WRK-CAL-PARAMETRO(3:2) '/'
              WRK-CAL-PARAMETRO(1:2)
              DELIMITED BY SIZE INTO WRK-CAL-DESCRICAO

           COMPUTE WRK-ANO = WRK-DATA-REF-AAAA - 1

           PERFORM 2 TIMES
              MOVE WRK-ANO TO WRK-ALVO-AAAA
              PERFORM VERIFICA-ALVO-ANUAL
              ADD 1 TO WRK-ANO
           END-PERFORM.
      *-----------------------------------------------------------------
       VERIFICA-ALVO-ANUAL                                    SECTION.
      *----------------------------------
           MOVE WRK-ALVO TO WRK-DTV-DATA
           PERFORM VALIDA-DATA-CALENDARIO

           IF WRK-DTV-OK NOT EQUAL 'S'
              EXIT SECTION
           END-IF

           MOVE WRK-ALVO TO WRK-DATA-UTIL
           PERFORM AJUSTA-DIA-UTIL

           IF WRK-DATA-UTIL EQUAL WRK-DATA-REF
              SET WRK-CAL-EXECUTA TO TRUE
           END-IF.
      *-----------------------------------------------------------------
       MENSAGENS                                              SECTION.
      *----------------------------------
       COPY 'CRMK-DTP'.
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
       COPY 'CRMK-DIU'.
      *
       VERIFICA-DIA-UTIL.
           MOVE 'N' TO WRK-DIA-UTIL-OK

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
           END-IF.
      *------------------------ FIM DO ARQUIVO -------------------------
