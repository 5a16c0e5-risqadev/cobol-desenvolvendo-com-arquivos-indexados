      *=================================================================
       IDENTIFICATION                                         DIVISION.
       PROGRAM-ID. TMAREL.
      *=================================================================
       ENVIRONMENT                                            DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT                                           SECTION.
      *----------------------------------
       FILE-CONTROL.
           SELECT ARQCRM-CTT  ASSIGN TO './files/CONTATO.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS ARQCRM-CTT-FS
              RECORD KEY IS CTT-KEY.

           SELECT REL-TMA  ASSIGN TO WRK-RELTMA-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REL-TMA-FS.
      *=================================================================
       DATA                                                   DIVISION.
      *-----------------------------------------------------------------
       FILE                                                   SECTION.
      *----------------------------------
       FD  ARQCRM-CTT.
       COPY 'CRMK-CTT'.
      *
       FD  REL-TMA.
       01  REL-TMA-LINHA        PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE                                        SECTION.
      *----------------------------------
       COPY 'CRMK-AMB'.
       COPY 'CRMK-MSG'.
       COPY 'CRMK-DTF'.
       COPY 'CRMK-SAI'.
       01  ARQCRM-CTT-FS        PIC 9(02)   VALUE ZERO.
       01  REL-TMA-FS           PIC 9(02)   VALUE ZERO.
       01  WRK-RELTMA-PATH      PIC X(40)   VALUE SPACES.
       01  WRK-OPCAO            PIC X(01)   VALUE SPACE.
       01  WRK-PER-INICIO       PIC 9(08)   VALUE ZERO.
       01  WRK-PER-FIM          PIC 9(08)   VALUE 99999999.
       01  WRK-K                PIC 9(05)   VALUE ZERO.
       01  WRK-J                PIC 9(05)   VALUE ZERO.
       01  WRK-D                PIC 9(05)   VALUE ZERO.
       01  WRK-P                PIC 9(05)   VALUE ZERO.
       01  WRK-H                PIC 9(02)   VALUE ZERO.
       01  WRK-HORA             PIC 9(02)   VALUE ZERO.
       01  WRK-TOT-CONTATOS     PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-SEGUNDOS     PIC 9(11)   VALUE ZERO.
       01  WRK-TOT-MAIOR        PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-PBX          PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-ATENDE       PIC 9(05)   VALUE ZERO.
       01  WRK-MEDIA            PIC 9(05)   VALUE ZERO.
       01  WRK-DIA-INT          PIC 9(07)   VALUE ZERO.
       01  WRK-SEMANA           PIC 9(08)   VALUE ZERO.
       01  WRK-HMS              PIC 9(06)   VALUE ZERO.
       01  FILLER REDEFINES WRK-HMS.
           05 WRK-HMS-HH        PIC 9(02).
           05 WRK-HMS-MM        PIC 9(02).
           05 WRK-HMS-SS        PIC 9(02).
       01  WRK-VALOR            PIC 9(05)   VALUE ZERO.
       01  WRK-POS-OK           PIC X(01)   VALUE 'N'.
       01  WRK-TROCOU           PIC X(01)   VALUE 'N'.
       01  WRK-GRP-ACHOU        PIC X(01)   VALUE 'N'.
       01  WRK-GRP-ESTOURO      PIC X(01)   VALUE 'N'.
       01  WRK-DUR-ESTOURO      PIC X(01)   VALUE 'N'.
       01  WRK-GRP-QTD          PIC 9(03)   VALUE ZERO.
       01  WRK-GRP-TABELA.
           05 WRK-GRP-ENT OCCURS 300 TIMES.
              10 WRK-GRP-CHAVE.
                 15 WRK-GRP-ID      PIC X(08).
                 15 WRK-GRP-TIPO    PIC X(01).
                 15 WRK-GRP-SEMANA  PIC 9(08).
              10 WRK-GRP-CTD        PIC 9(05).
              10 WRK-GRP-SOMA       PIC 9(09).
              10 WRK-GRP-MAIOR      PIC 9(05).
              10 WRK-GRP-MEDIANA    PIC 9(05).
       01  WRK-GRP-TROCA.
           05 WRK-TRC-CHAVE         PIC X(17).
           05 WRK-TRC-CTD           PIC 9(05).
           05 WRK-TRC-SOMA          PIC 9(09).
           05 WRK-TRC-MAIOR         PIC 9(05).
           05 WRK-TRC-MEDIANA       PIC 9(05).
       01  WRK-DUR-QTD          PIC 9(05)   VALUE ZERO.
       01  WRK-DUR-TABELA.
           05 WRK-DUR-ENT OCCURS 5000 TIMES.
              10 WRK-DUR-GRP        PIC 9(03).
              10 WRK-DUR-SEG        PIC 9(05).
       01  WRK-ORD-QTD          PIC 9(05)   VALUE ZERO.
       01  WRK-ORD-TABELA.
           05 WRK-ORD-SEG OCCURS 5000 TIMES
                                PIC 9(05).
       01  WRK-HOR-TABELA.
           05 WRK-HOR-ENT OCCURS 24 TIMES.
              10 WRK-HOR-CTD        PIC 9(05).
              10 WRK-HOR-SOMA       PIC 9(09).
              10 WRK-HOR-MAIOR      PIC 9(05).
       01  WRK-PICO-HORA        PIC 9(02)   VALUE ZERO.
       01  WRK-PICO-CTD         PIC 9(05)   VALUE ZERO.
       01  WRK-TEMPO-SEG        PIC 9(05)   VALUE ZERO.
       01  WRK-TEMPO-FMT.
           05 WRK-TEMPO-MIN     PIC ZZZ9.
           05 FILLER            PIC X(01)   VALUE ':'.
           05 WRK-TEMPO-SS      PIC 9(02).
       01  WRK-FMT-MEDIA        PIC X(07)   VALUE SPACES.
       01  WRK-FMT-MEDIANA      PIC X(07)   VALUE SPACES.
       01  WRK-FMT-MAIOR        PIC X(07)   VALUE SPACES.
       01  WRK-QTD-ED           PIC ZZZZ9.
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
           PERFORM CALCULA-MEDIANAS
           PERFORM ORDENA-GRUPOS
           PERFORM ESCREVE-RELATORIO
           PERFORM VOLTAR-MENU.
      *-----------------------------------------------------------------
       INICIAR                                                SECTION.
      *----------------------------------
           PERFORM LIMPA-RODAPE
           PERFORM LIMPA-CORPO

           MOVE 'Relatorio de tempo de atendimento'  TO SCR-CTR-L1
           MOVE 'Data inicial (AAAAMMDD):'         TO SCR-CTR-L3
           MOVE 'Data final   (AAAAMMDD):'         TO SCR-CTR-L4
           DISPLAY SCR-CTR

           MOVE 'N' TO WRK-DTV-OK

           PERFORM UNTIL WRK-DTV-OK EQUAL 'S'
              MOVE ZERO TO WRK-PER-INICIO
              ACCEPT WRK-PER-INICIO                  LINE 10 COLUMN 26

              IF WRK-PER-INICIO EQUAL ZERO
                 MOVE 'S' TO WRK-DTV-OK
              ELSE
                 MOVE WRK-PER-INICIO TO WRK-DTV-DATA
                 PERFORM VALIDA-DATA-CALENDARIO
                 IF WRK-DTV-OK NOT EQUAL 'S'
                    PERFORM ERRO-DATA-INVALIDA
                 END-IF
              END-IF
           END-PERFORM

           MOVE 'N' TO WRK-DTV-OK

           PERFORM UNTIL WRK-DTV-OK EQUAL 'S'
              MOVE ZERO TO WRK-PER-FIM
              ACCEPT WRK-PER-FIM                     LINE 11 COLUMN 26

              IF WRK-PER-FIM EQUAL ZERO
                 MOVE 'S' TO WRK-DTV-OK
              ELSE
                 MOVE WRK-PER-FIM TO WRK-DTV-DATA
                 PERFORM VALIDA-DATA-CALENDARIO
                 IF WRK-DTV-OK NOT EQUAL 'S'
                    PERFORM ERRO-DATA-INVALIDA
                 END-IF
              END-IF
           END-PERFORM

           IF WRK-PER-FIM EQUAL ZERO
              MOVE 99999999 TO WRK-PER-FIM
           END-IF

           INITIALIZE WRK-HOR-TABELA.
      *-----------------------------------------------------------------
       PROCESSAR                                              SECTION.
      *----------------------------------
           OPEN INPUT ARQCRM-CTT

           IF ARQCRM-CTT-FS NOT EQUAL ZERO
              EXIT SECTION
           END-IF

           READ ARQCRM-CTT NEXT RECORD

           PERFORM UNTIL ARQCRM-CTT-FS NOT EQUAL ZERO
              IF CTT-DATA NOT LESS THAN WRK-PER-INICIO
                 AND CTT-DATA NOT GREATER THAN WRK-PER-FIM
                 AND (CTT-DURACAO-ATENDE OR CTT-DURACAO-PBX)
                 AND CTT-DURACAO IS NUMERIC
                 PERFORM ACUMULA-CONTATO
              END-IF
              READ ARQCRM-CTT NEXT RECORD
           END-PERFORM

           CLOSE ARQCRM-CTT.
      *-----------------------------------------------------------------
       ACUMULA-CONTATO                                        SECTION.
      *----------------------------------
           ADD 1           TO WRK-TOT-CONTATOS
           ADD CTT-DURACAO TO WRK-TOT-SEGUNDOS

           IF CTT-DURACAO GREATER THAN WRK-TOT-MAIOR
              MOVE CTT-DURACAO TO WRK-TOT-MAIOR
           END-IF

           IF CTT-DURACAO-PBX
              ADD 1 TO WRK-TOT-PBX
           ELSE
              ADD 1 TO WRK-TOT-ATENDE
           END-IF

           MOVE ZERO TO WRK-SEMANA
           MOVE FUNCTION INTEGER-OF-DATE(CTT-DATA) TO WRK-DIA-INT

           IF WRK-DIA-INT GREATER THAN ZERO
              COMPUTE WRK-DIA-INT = WRK-DIA-INT
                                  - FUNCTION MOD(WRK-DIA-INT - 1, 7)
              MOVE FUNCTION DATE-OF-INTEGER(WRK-DIA-INT) TO WRK-SEMANA
           END-IF

           PERFORM ACUMULA-GRUPO

           PERFORM ACUMULA-HORA.
      *-----------------------------------------------------------------
       ACUMULA-GRUPO                                          SECTION.
      *----------------------------------
           MOVE 'N' TO WRK-GRP-ACHOU

           PERFORM VARYING WRK-K FROM 1 BY 1
              UNTIL WRK-K > WRK-GRP-QTD
                 OR WRK-GRP-ACHOU EQUAL 'S'
              IF WRK-GRP-ID(WRK-K)     EQUAL CTT-OPERADOR
                 AND WRK-GRP-TIPO(WRK-K)   EQUAL CTT-TIPO
                 AND WRK-GRP-SEMANA(WRK-K) EQUAL WRK-SEMANA
                 MOVE 'S' TO WRK-GRP-ACHOU
                 PERFORM ACUMULA-GRUPO-DURACAO
              END-IF
           END-PERFORM

           IF WRK-GRP-ACHOU NOT EQUAL 'S'
              IF WRK-GRP-QTD LESS THAN 300
                 ADD 1 TO WRK-GRP-QTD
                 MOVE WRK-GRP-QTD TO WRK-K
                 INITIALIZE WRK-GRP-ENT(WRK-K)
                 MOVE CTT-OPERADOR TO WRK-GRP-ID(WRK-K)
                 MOVE CTT-TIPO     TO WRK-GRP-TIPO(WRK-K)
                 MOVE WRK-SEMANA   TO WRK-GRP-SEMANA(WRK-K)
                 PERFORM ACUMULA-GRUPO-DURACAO
              ELSE
                 MOVE 'S' TO WRK-GRP-ESTOURO
              END-IF
           END-IF.
      *-----------------------------------------------------------------
       ACUMULA-GRUPO-DURACAO                                  SECTION.
      *----------------------------------
           ADD 1           TO WRK-GRP-CTD(WRK-K)
           ADD CTT-DURACAO TO WRK-GRP-SOMA(WRK-K)

           IF CTT-DURACAO GREATER THAN WRK-GRP-MAIOR(WRK-K)
              MOVE CTT-DURACAO TO WRK-GRP-MAIOR(WRK-K)
           END-IF

           IF WRK-DUR-QTD LESS THAN 5000
              ADD 1 TO WRK-DUR-QTD
              MOVE WRK-K       TO WRK-DUR-GRP(WRK-DUR-QTD)
              MOVE CTT-DURACAO TO WRK-DUR-SEG(WRK-DUR-QTD)
           ELSE
              MOVE 'S' TO WRK-DUR-ESTOURO
           END-IF.
      *-----------------------------------------------------------------
       ACUMULA-HORA                                           SECTION.
      *----------------------------------
           IF CTT-DATA-INICIO GREATER THAN ZERO
              AND CTT-HORA-INICIO IS NUMERIC
              MOVE CTT-HORA-INICIO TO WRK-HMS
           ELSE
              MOVE CTT-HORA TO WRK-HMS
           END-IF

           IF WRK-HMS-HH GREATER THAN 23
              EXIT SECTION
           END-IF

           COMPUTE WRK-H = WRK-HMS-HH + 1

           ADD 1           TO WRK-HOR-CTD(WRK-H)
           ADD CTT-DURACAO TO WRK-HOR-SOMA(WRK-H)

           IF CTT-DURACAO GREATER THAN WRK-HOR-MAIOR(WRK-H)
              MOVE CTT-DURACAO TO WRK-HOR-MAIOR(WRK-H)
           END-IF.
      *-----------------------------------------------------------------
       CALCULA-MEDIANAS                                       SECTION.
      *----------------------------------
           PERFORM VARYING WRK-K FROM 1 BY 1
              UNTIL WRK-K GREATER THAN WRK-GRP-QTD
              MOVE ZERO TO WRK-ORD-QTD

              PERFORM VARYING WRK-D FROM 1 BY 1
                 UNTIL WRK-D GREATER THAN WRK-DUR-QTD
                 IF WRK-DUR-GRP(WRK-D) EQUAL WRK-K
                    MOVE WRK-DUR-SEG(WRK-D) TO WRK-VALOR
                    PERFORM INSERE-ORDENADO
                 END-IF
              END-PERFORM

              EVALUATE TRUE
                 WHEN WRK-ORD-QTD EQUAL ZERO
                    MOVE ZERO TO WRK-GRP-MEDIANA(WRK-K)
                 WHEN FUNCTION MOD(WRK-ORD-QTD, 2) EQUAL 1
                    COMPUTE WRK-P = (WRK-ORD-QTD + 1) / 2
                    MOVE WRK-ORD-SEG(WRK-P) TO WRK-GRP-MEDIANA(WRK-K)
                 WHEN OTHER
                    COMPUTE WRK-P = WRK-ORD-QTD / 2
                    COMPUTE WRK-GRP-MEDIANA(WRK-K) ROUNDED =
                       (WRK-ORD-SEG(WRK-P) + WRK-ORD-SEG(WRK-P + 1)) / 2
              END-EVALUATE
           END-PERFORM.
      *-----------------------------------------------------------------
       INSERE-ORDENADO                                        SECTION.
      *----------------------------------
           ADD 1 TO WRK-ORD-QTD
           MOVE WRK-ORD-QTD TO WRK-P
           MOVE 'N' TO WRK-POS-OK

           PERFORM UNTIL WRK-POS-OK EQUAL 'S'
              IF WRK-P EQUAL 1
                 MOVE 'S' TO WRK-POS-OK
              ELSE
                 IF WRK-ORD-SEG(WRK-P - 1) GREATER THAN WRK-VALOR
                    MOVE WRK-ORD-SEG(WRK-P - 1) TO WRK-ORD-SEG(WRK-P)
                    SUBTRACT 1 FROM WRK-P
                 ELSE
                    MOVE 'S' TO WRK-POS-OK
                 END-IF
              END-IF
           END-PERFORM

           MOVE WRK-VALOR TO WRK-ORD-SEG(WRK-P).
      *-----------------------------------------------------------------
       ORDENA-GRUPOS                                          SECTION.
      *----------------------------------
           MOVE 'S' TO WRK-TROCOU

           PERFORM UNTIL WRK-TROCOU NOT EQUAL 'S'
              MOVE 'N' TO WRK-TROCOU
              PERFORM VARYING WRK-K FROM 1 BY 1
                 UNTIL WRK-K NOT LESS THAN WRK-GRP-QTD
                 COMPUTE WRK-J = WRK-K + 1
                 IF WRK-GRP-CHAVE(WRK-K) GREATER THAN
                    WRK-GRP-CHAVE(WRK-J)
                    MOVE WRK-GRP-ENT(WRK-K) TO WRK-GRP-TROCA
                    MOVE WRK-GRP-ENT(WRK-J) TO WRK-GRP-ENT(WRK-K)
                    MOVE WRK-GRP-TROCA      TO WRK-GRP-ENT(WRK-J)
                    MOVE 'S' TO WRK-TROCOU
                 END-IF
              END-PERFORM
           END-PERFORM.
      *-----------------------------------------------------------------
       ESCREVE-RELATORIO                                      SECTION.
      *----------------------------------
           MOVE SPACES TO WRK-RELTMA-PATH
           STRING './files/TMA-' FUNCTION CURRENT-DATE(1:14)
              '.LST' DELIMITED BY SIZE INTO WRK-RELTMA-PATH

           OPEN OUTPUT REL-TMA

           MOVE 'CRM - TEMPO DE ATENDIMENTO' TO REL-TMA-LINHA
           WRITE REL-TMA-LINHA

           MOVE SPACES TO REL-TMA-LINHA
           STRING 'Periodo: ' WRK-PER-INICIO ' a ' WRK-PER-FIM
              DELIMITED BY SIZE INTO REL-TMA-LINHA
           WRITE REL-TMA-LINHA

           MOVE 'Tempos em minutos:segundos. Semana inicia na segunda.'
                                                    TO REL-TMA-LINHA
           WRITE REL-TMA-LINHA

           MOVE SPACES TO REL-TMA-LINHA
           WRITE REL-TMA-LINHA

           MOVE 'OPERADOR TIPO SEMANA      QTDE    MEDIA  MEDIANA    MAI
      -         'OR' TO REL-TMA-LINHA
           WRITE REL-TMA-LINHA

           PERFORM VARYING WRK-K FROM 1 BY 1
              UNTIL WRK-K GREATER THAN WRK-GRP-QTD
              COMPUTE WRK-MEDIA ROUNDED =
                 WRK-GRP-SOMA(WRK-K) / WRK-GRP-CTD(WRK-K)
              MOVE WRK-MEDIA TO WRK-TEMPO-SEG
              PERFORM FORMATA-TEMPO
              MOVE WRK-TEMPO-FMT TO WRK-FMT-MEDIA
              MOVE WRK-GRP-MEDIANA(WRK-K) TO WRK-TEMPO-SEG
              PERFORM FORMATA-TEMPO
              MOVE WRK-TEMPO-FMT TO WRK-FMT-MEDIANA
              MOVE WRK-GRP-MAIOR(WRK-K) TO WRK-TEMPO-SEG
              PERFORM FORMATA-TEMPO
              MOVE WRK-TEMPO-FMT TO WRK-FMT-MAIOR
              MOVE WRK-GRP-CTD(WRK-K) TO WRK-QTD-ED
              MOVE SPACES TO REL-TMA-LINHA
              STRING WRK-GRP-ID(WRK-K) '   ' WRK-GRP-TIPO(WRK-K)
                 '  ' WRK-GRP-SEMANA(WRK-K) '  ' WRK-QTD-ED
                 '  ' WRK-FMT-MEDIA '  ' WRK-FMT-MEDIANA
                 '  ' WRK-FMT-MAIOR
                 DELIMITED BY SIZE INTO REL-TMA-LINHA
              WRITE REL-TMA-LINHA
           END-PERFORM

           IF WRK-GRP-ESTOURO EQUAL 'S'
              MOVE 'ATENCAO: RESUMO TRUNCADO EM 300 GRUPOS'
                                                    TO REL-TMA-LINHA
              WRITE REL-TMA-LINHA
           END-IF

           IF WRK-DUR-ESTOURO EQUAL 'S'
              MOVE 'ATENCAO: MEDIANA CALCULADA SOBRE OS 5000 PRIMEIROS A
      -            'TENDIMENTOS' TO REL-TMA-LINHA
              WRITE REL-TMA-LINHA
           END-IF

           PERFORM ESCREVE-POR-HORA

           MOVE SPACES TO REL-TMA-LINHA
           WRITE REL-TMA-LINHA

           IF WRK-TOT-CONTATOS GREATER THAN ZERO
              COMPUTE WRK-MEDIA ROUNDED =
                 WRK-TOT-SEGUNDOS / WRK-TOT-CONTATOS
           ELSE
              MOVE ZERO TO WRK-MEDIA
           END-IF

           MOVE WRK-MEDIA TO WRK-TEMPO-SEG
           PERFORM FORMATA-TEMPO
           MOVE WRK-TEMPO-FMT TO WRK-FMT-MEDIA
           MOVE WRK-TOT-MAIOR TO WRK-TEMPO-SEG
           PERFORM FORMATA-TEMPO
           MOVE WRK-TEMPO-FMT TO WRK-FMT-MAIOR

           MOVE SPACES TO REL-TMA-LINHA
           STRING 'Atendimentos com duracao : ' WRK-TOT-CONTATOS
              '  (ATENDE=' WRK-TOT-ATENDE ' PBX=' WRK-TOT-PBX ')'
              DELIMITED BY SIZE INTO REL-TMA-LINHA
           WRITE REL-TMA-LINHA

           MOVE SPACES TO REL-TMA-LINHA
           STRING 'Tempo medio geral        : ' WRK-FMT-MEDIA
              '  Maior: ' WRK-FMT-MAIOR
              DELIMITED BY SIZE INTO REL-TMA-LINHA
           WRITE REL-TMA-LINHA

           CLOSE REL-TMA

           MOVE 'TMA' TO SAI-TIPO
           MOVE WRK-RELTMA-PATH TO SAI-ARQUIVO
           MOVE SES-OPR-ID TO SAI-OPERADOR
           MOVE WRK-TOT-CONTATOS TO SAI-REGISTROS
           CALL 'REGSAIDA' USING SAI-REGISTRO

           PERFORM LIMPA-CORPO

           MOVE 'Relatorio de tempo de atendimento gerado'
                                                       TO SCR-CTR-L2
           STRING 'Atendimentos : ' WRK-TOT-CONTATOS
              DELIMITED BY SIZE INTO SCR-CTR-L4
           STRING 'Tempo medio  : ' WRK-FMT-MEDIA
              '   Maior: ' WRK-FMT-MAIOR
              DELIMITED BY SIZE INTO SCR-CTR-L5
           IF WRK-PICO-CTD GREATER THAN ZERO
              STRING 'Hora de pico : ' WRK-PICO-HORA 'h ('
                 WRK-PICO-CTD ' atendimentos)'
                 DELIMITED BY SIZE INTO SCR-CTR-L6
           END-IF
           MOVE SPACES TO SCR-CTR-L7
           STRING 'Arquivo: ' WRK-RELTMA-PATH
              DELIMITED BY SIZE INTO SCR-CTR-L7

           DISPLAY SCR-CTR

           PERFORM LIMPA-RODAPE
           MOVE '[pressione ENTER]' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 18.
      *-----------------------------------------------------------------
       ESCREVE-POR-HORA                                       SECTION.
      *----------------------------------
           MOVE SPACES TO REL-TMA-LINHA
           WRITE REL-TMA-LINHA

           MOVE 'POR HORA DE INICIO     QTDE    MEDIA    MAIOR'
                                                    TO REL-TMA-LINHA
           WRITE REL-TMA-LINHA

           MOVE ZERO TO WRK-PICO-HORA
           MOVE ZERO TO WRK-PICO-CTD

           PERFORM VARYING WRK-H FROM 1 BY 1 UNTIL WRK-H > 24
              IF WRK-HOR-CTD(WRK-H) GREATER THAN ZERO
                 IF WRK-HOR-CTD(WRK-H) GREATER THAN WRK-PICO-CTD
                    MOVE WRK-HOR-CTD(WRK-H) TO WRK-PICO-CTD
                    COMPUTE WRK-PICO-HORA = WRK-H - 1
                 END-IF
                 COMPUTE WRK-MEDIA ROUNDED =
                    WRK-HOR-SOMA(WRK-H) / WRK-HOR-CTD(WRK-H)
                 MOVE WRK-MEDIA TO WRK-TEMPO-SEG
                 PERFORM FORMATA-TEMPO
                 MOVE WRK-TEMPO-FMT TO WRK-FMT-MEDIA
                 MOVE WRK-HOR-MAIOR(WRK-H) TO WRK-TEMPO-SEG
                 PERFORM FORMATA-TEMPO
                 MOVE WRK-TEMPO-FMT TO WRK-FMT-MAIOR
                 MOVE WRK-HOR-CTD(WRK-H) TO WRK-QTD-ED
                 COMPUTE WRK-HORA = WRK-H - 1
                 MOVE SPACES TO REL-TMA-LINHA
                 STRING WRK-HORA 'h' '                 ' WRK-QTD-ED
                    '  ' WRK-FMT-MEDIA '  ' WRK-FMT-MAIOR
                    DELIMITED BY SIZE INTO REL-TMA-LINHA
                 WRITE REL-TMA-LINHA
              END-IF
           END-PERFORM

           IF WRK-PICO-CTD GREATER THAN ZERO
              MOVE SPACES TO REL-TMA-LINHA
              STRING 'HORA DE PICO: ' WRK-PICO-HORA 'h ('
                 WRK-PICO-CTD ' atendimentos)'
                 DELIMITED BY SIZE INTO REL-TMA-LINHA
              WRITE REL-TMA-LINHA
           END-IF.
      *-----------------------------------------------------------------
       FORMATA-TEMPO                                          SECTION.
      *----------------------------------
           DIVIDE WRK-TEMPO-SEG BY 60 GIVING WRK-TEMPO-MIN
              REMAINDER WRK-TEMPO-SS.
      *-----------------------------------------------------------------
       MENSAGENS                                              SECTION.
      *----------------------------------
       COPY 'CRMK-MGP'.
      *
       COPY 'CRMK-DTP'.
      *
       ERRO-DATA-INVALIDA.
           PERFORM LIMPA-RODAPE
           MOVE 'Data invalida. Informe novamente.' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 35.
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
              '-----------------------------'
              ' TEMPO DE ATENDIMENTO '
              '-----------------------------'
           DELIMITED BY SIZE
           INTO SCR-CTR-L0.
      *------------------------ FIM DO ARQUIVO -------------------------
