      *-----------------------------------------------------------------
       WORKING-STORAGE                                        SECTION.
      *----------------------------------
       COPY 'CRMK-AMB'.
       COPY 'CRMK-MSG'.
       COPY 'CRMK-SAI'.
       COPY 'CRMK-DST'.
       COPY 'CRMK-SPT'.
       COPY 'CRMK-MSQ'.
       01  WRK-DESTINATARIO     PIC X(30)   VALUE SPACES.
       01  WRK-LBL-PATH         PIC X(40)   VALUE SPACES.
       01  WRK-CARTA-PATH       PIC X(40)   VALUE SPACES.
       01  ARQCRM-FS            PIC 9(02)   VALUE ZERO.
       01  WRK-I                PIC 9(03)   VALUE ZERO.
       01  WRK-PTR              PIC 9(03)   VALUE 1.
       01  WRK-SUB-LINHA        PIC X(132)  VALUE SPACES.
       01  WRK-PONTOS-EXIBE     PIC Z(06)9  VALUE ZERO.
       01  WRK-EXB-LOGRADOURO   PIC X(30)   VALUE SPACES.
       01  WRK-EXB-NUMERO       PIC X(06)   VALUE SPACES.
       01  WRK-EXB-COMPLEM      PIC X(10)   VALUE SPACES.
       01  WRK-EXB-CEP          PIC X(08)   VALUE SPACES.
       01  WRK-LBL-TABELA.
           05 WRK-LBL-ENT OCCURS 3 TIMES.
              10 WRK-LBL-L1     PIC X(44).
              IF WRK-SELECIONA EQUAL 'S'
                 IF ARQCRM-ACEITA-MALA
                    ADD 1 TO WRK-TOT-SELECIONADOS
                    PERFORM LOCALIZA-DESTINATARIO
                    PERFORM MONTA-ETIQUETA
                    IF WRK-TEM-CARTA EQUAL 'S'
                       PERFORM MONTA-CARTA
                 MOVE 'N' TO WRK-SELECIONA
              END-IF
           END-IF.
      *-----------------------------------------------------------------
       LOCALIZA-DESTINATARIO                                  SECTION.
      *----------------------------------
           MOVE ARQCRM-NOME TO WRK-DESTINATARIO

           MOVE ARQCRM-ID   TO WRK-DST-CLIENTE
           SET WRK-DST-MARKETING TO TRUE
           CALL 'DESTINAT' USING WRK-DST-PEDIDO

           IF WRK-DST-ENCONTRADO
              MOVE WRK-DST-NOME TO WRK-DESTINATARIO
           END-IF.
      *-----------------------------------------------------------------
       MONTA-ETIQUETA                                         SECTION.
      *----------------------------------
           PERFORM PREPARA-ENDERECO

           ADD 1 TO WRK-LBL-PEND

           MOVE SPACES TO WRK-LBL-L1(WRK-LBL-PEND)
           MOVE WRK-DESTINATARIO TO WRK-LBL-L1(WRK-LBL-PEND)

           MOVE SPACES TO WRK-LBL-L2(WRK-LBL-PEND)
           STRING FUNCTION TRIM(WRK-EXB-LOGRADOURO) ', '
              FUNCTION TRIM(WRK-EXB-NUMERO) ' '
              FUNCTION TRIM(WRK-EXB-COMPLEM)
              DELIMITED BY SIZE INTO WRK-LBL-L2(WRK-LBL-PEND)

           MOVE SPACES TO WRK-LBL-L3(WRK-LBL-PEND)
           STRING FUNCTION TRIM(ARQCRM-END-CIDADE) '/'
              ARQCRM-END-UF ' CEP ' WRK-EXB-CEP
              DELIMITED BY SIZE INTO WRK-LBL-L3(WRK-LBL-PEND)

           IF WRK-LBL-PEND EQUAL WRK-LBL-POR-LINHA
              PERFORM EMITE-LINHA-ETIQUETAS
           END-IF.
      *-----------------------------------------------------------------
       PREPARA-ENDERECO                                       SECTION.
      *----------------------------------
           MOVE SES-OPR-PERFIL TO WRK-MSK-PERFIL
           SET WRK-MSK-ENDERECO TO TRUE

           MOVE ARQCRM-END-LOGRADOURO TO WRK-MSK-VALOR
           CALL 'MASCARA' USING WRK-MSK-PEDIDO
           MOVE WRK-MSK-VALOR TO WRK-EXB-LOGRADOURO

           MOVE ARQCRM-END-NUMERO TO WRK-MSK-VALOR
           CALL 'MASCARA' USING WRK-MSK-PEDIDO
           MOVE WRK-MSK-VALOR TO WRK-EXB-NUMERO

           MOVE ARQCRM-END-COMPLEM TO WRK-MSK-VALOR
           CALL 'MASCARA' USING WRK-MSK-PEDIDO
           MOVE WRK-MSK-VALOR TO WRK-EXB-COMPLEM

           MOVE ARQCRM-END-CEP TO WRK-MSK-VALOR
           CALL 'MASCARA' USING WRK-MSK-PEDIDO
           MOVE WRK-MSK-VALOR TO WRK-EXB-CEP.
      *-----------------------------------------------------------------
       EMITE-LINHA-ETIQUETAS                                  SECTION.
      *----------------------------------
           PERFORM UNTIL WRK-I GREATER THAN 80
              EVALUATE TRUE
                 WHEN ARQ-CARTA-LINHA(WRK-I:9) EQUAL '&ENDERECO'
                    STRING FUNCTION TRIM(WRK-EXB-LOGRADOURO) ', '
                       FUNCTION TRIM(WRK-EXB-NUMERO)
                       DELIMITED BY SIZE
                       INTO WRK-SUB-LINHA WITH POINTER WRK-PTR
                    COMPUTE WRK-I = WRK-I + 9
                       DELIMITED BY SIZE
                       INTO WRK-SUB-LINHA WITH POINTER WRK-PTR
                    COMPUTE WRK-I = WRK-I + 7
                 WHEN ARQ-CARTA-LINHA(WRK-I:8) EQUAL '&EMPRESA'
                    STRING FUNCTION TRIM(ARQCRM-NOME)
                       DELIMITED BY SIZE
                       INTO WRK-SUB-LINHA WITH POINTER WRK-PTR
                    COMPUTE WRK-I = WRK-I + 8
                 WHEN ARQ-CARTA-LINHA(WRK-I:5) EQUAL '&NOME'
                    STRING FUNCTION TRIM(WRK-DESTINATARIO)
                       DELIMITED BY SIZE
                       INTO WRK-SUB-LINHA WITH POINTER WRK-PTR
                    COMPUTE WRK-I = WRK-I + 5
                 WHEN ARQ-CARTA-LINHA(WRK-I:7) EQUAL '&PONTOS'
                    MOVE ARQCRM-ID TO WRK-SPT-CLIENTE
                    MOVE ZERO      TO WRK-SPT-DATA-REF
                    CALL 'SALDOPTS' USING WRK-SPT-PEDIDO
                    MOVE WRK-SPT-SALDO TO WRK-PONTOS-EXIBE
                    STRING FUNCTION TRIM(WRK-PONTOS-EXIBE)
                       DELIMITED BY SIZE
                       INTO WRK-SUB-LINHA WITH POINTER WRK-PTR
                    COMPUTE WRK-I = WRK-I + 7
                 WHEN ARQ-CARTA-LINHA(WRK-I:3) EQUAL '&ID'
                    STRING ARQCRM-ID
                       DELIMITED BY SIZE
