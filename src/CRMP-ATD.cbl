      *-----------------------------------------------------------------
       WORKING-STORAGE                                        SECTION.
      *----------------------------------
       COPY 'CRMK-AMB'.
       COPY 'CRMK-MSG'.
       COPY 'CRMK-ERR'.
       COPY 'CRMK-CSQ'.
       01  ARQCRM-FS            PIC 9(02)   VALUE ZERO.
       01  ARQCRM-CTT-FS        PIC 9(02)   VALUE ZERO.
       01  WRK-OPCAO            PIC X(01).
       01  WRK-AGN-MODO         PIC X(01)   VALUE SPACE.
       01  WRK-AGN-CLIENTE      PIC X(06)   VALUE SPACES.
       01  WRK-AGENDAR          PIC X(01)   VALUE 'N'.
       01  WRK-TOT-COBRANCAS    PIC 9(03)   VALUE ZERO.
       01  WRK-ULT-COBRANCA     PIC X(60)   VALUE SPACES.
       01  WRK-DATA-FMT.
           05 WRK-DATA-FMT-DD   PIC 9(02).
           05 FILLER            PIC X(01)   VALUE '/'.
           05 WRK-DATA-FMT-MM   PIC 9(02).
           05 FILLER            PIC X(01)   VALUE '/'.
           05 WRK-DATA-FMT-AAAA PIC 9(04).
       01  WRK-INICIO-DATA      PIC 9(08)   VALUE ZERO.
       01  WRK-INICIO-HORA      PIC 9(06)   VALUE ZERO.
       01  WRK-HMS              PIC 9(06)   VALUE ZERO.
       01  FILLER REDEFINES WRK-HMS.
           05 WRK-HMS-HH        PIC 9(02).
           05 WRK-HMS-MM        PIC 9(02).
           05 WRK-HMS-SS        PIC 9(02).
       01  WRK-SEG-INICIO       PIC 9(05)   VALUE ZERO.
       01  WRK-SEG-FIM          PIC 9(05)   VALUE ZERO.
       01  WRK-DURACAO          PIC S9(09)  VALUE ZERO.
      *-----------------------------------------------------------------
       LINKAGE                                                SECTION.
      *----------------------------------

           EVALUATE ARQCRM-FS
              WHEN 0
                 MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-INICIO-DATA
                 MOVE FUNCTION CURRENT-DATE(9:6) TO WRK-INICIO-HORA
                 PERFORM EXIBE-INFORMACOES
                 PERFORM REGISTRA-ATENDIMENTO
              WHEN 23
              DELIMITED BY SIZE
              INTO SCR-CTR-L3

           PERFORM BUSCA-AVISOS-COBRANCA

           IF WRK-TOT-COBRANCAS GREATER THAN ZERO
              STRING 'Cobranca: ' WRK-TOT-COBRANCAS ' aviso(s), ult. '
                 WRK-DATA-FMT ' ' WRK-ULT-COBRANCA(10:40)
                 DELIMITED BY SIZE
                 INTO SCR-CTR-L4
           END-IF

           DISPLAY SCR-CTR.
      *-----------------------------------------------------------------
       BUSCA-AVISOS-COBRANCA                                  SECTION.
      *----------------------------------
           MOVE ZERO   TO WRK-TOT-COBRANCAS
           MOVE SPACES TO WRK-ULT-COBRANCA

           MOVE WRK-BUSCA-ID TO CTT-ID
           MOVE ZERO         TO CTT-SEQ

           START ARQCRM-CTT KEY IS NOT LESS THAN CTT-KEY

           IF ARQCRM-CTT-FS EQUAL ZERO
              READ ARQCRM-CTT NEXT RECORD
              PERFORM UNTIL ARQCRM-CTT-FS NOT EQUAL ZERO
                         OR CTT-ID NOT EQUAL WRK-BUSCA-ID
                 IF CTT-TIPO-COBRANCA
                    ADD 1 TO WRK-TOT-COBRANCAS
                    MOVE CTT-TEXTO     TO WRK-ULT-COBRANCA
                    MOVE CTT-DATA(7:2) TO WRK-DATA-FMT-DD
                    MOVE CTT-DATA(5:2) TO WRK-DATA-FMT-MM
                    MOVE CTT-DATA(1:4) TO WRK-DATA-FMT-AAAA
                 END-IF
                 READ ARQCRM-CTT NEXT RECORD
              END-PERFORM
           END-IF

           MOVE ZERO TO ARQCRM-CTT-FS.
      *-----------------------------------------------------------------
       REGISTRA-ATENDIMENTO                                   SECTION.
      *----------------------------------
           MOVE 'Tipo (L)igacao (R)eclamacao (V)isita (P)romessa'
                                                       TO SCR-CTR-L5
           STRING '     (O)utro (H)ist.arquivado (N)otas '
              '(S)ervico, branco cancela:'
              DELIMITED BY SIZE INTO SCR-CTR-L6
           DISPLAY SCR-CTR

           ACCEPT WRK-TIPO                           LINE 13 COLUMN 66
           MOVE FUNCTION UPPER-CASE(WRK-TIPO) TO WRK-TIPO

           IF WRK-TIPO EQUAL 'H'
              EXIT SECTION
           END-IF

           IF WRK-TIPO EQUAL 'S'
              CALL 'ORDSERV' USING SES-OPERADOR WRK-BUSCA-ID
              DISPLAY SCR-HDR
              EXIT SECTION
           END-IF

           IF WRK-TIPO EQUAL SPACE
              PERFORM LIMPA-RODAPE
              MOVE 'Atendimento NAO registrado.' TO SCR-TRL-L1
           MOVE WRK-TIPO     TO CTT-TIPO
           MOVE WRK-TEXTO    TO CTT-TEXTO
           MOVE WRK-CAMPANHA TO CTT-CAMPANHA
           MOVE WRK-INICIO-DATA TO CTT-DATA-INICIO
           MOVE WRK-INICIO-HORA TO CTT-HORA-INICIO
           PERFORM CALCULA-DURACAO
           SET CTT-DURACAO-ATENDE TO TRUE

           WRITE CTT-REGISTRO

           PERFORM LIMPA-RODAPE

           IF ARQCRM-CTT-FS EQUAL ZERO
              PERFORM ATUALIZA-RESUMO-CONTATO
              IF WRK-TIPO EQUAL 'R'
                 PERFORM ABRE-CASO-RECLAMACAO
              END-IF
           ELSE
              PERFORM ERRO-GRAVACAO-ATENDIMENTO
           END-IF.
      *-----------------------------------------------------------------
       CALCULA-DURACAO                                        SECTION.
      *----------------------------------
           MOVE ZERO TO CTT-DURACAO

           IF CTT-DATA-INICIO EQUAL ZERO
              EXIT SECTION
           END-IF

           MOVE CTT-HORA-INICIO TO WRK-HMS
           COMPUTE WRK-SEG-INICIO = WRK-HMS-HH * 3600
                                  + WRK-HMS-MM * 60 + WRK-HMS-SS
           MOVE CTT-HORA TO WRK-HMS
           COMPUTE WRK-SEG-FIM = WRK-HMS-HH * 3600
                               + WRK-HMS-MM * 60 + WRK-HMS-SS

           COMPUTE WRK-DURACAO =
                 (FUNCTION INTEGER-OF-DATE(CTT-DATA)
                - FUNCTION INTEGER-OF-DATE(CTT-DATA-INICIO)) * 86400
                + WRK-SEG-FIM - WRK-SEG-INICIO

           EVALUATE TRUE
              WHEN WRK-DURACAO LESS THAN ZERO
                 MOVE ZERO TO CTT-DURACAO
              WHEN WRK-DURACAO GREATER THAN 99999
                 MOVE 99999 TO CTT-DURACAO
              WHEN OTHER
                 MOVE WRK-DURACAO TO CTT-DURACAO
           END-EVALUATE.
      *-----------------------------------------------------------------
       REGISTRA-PESQUISA                                      SECTION.
      *----------------------------------
           MOVE WRK-NOTA         TO PSQ-NOTA
           MOVE SES-OPR-ID       TO PSQ-OPERADOR
           MOVE WRK-PROX-SEQ     TO PSQ-CTT-SEQ
           MOVE ZERO             TO PSQ-RCL-SEQ

           PERFORM LIMPA-RODAPE
           MOVE 'Comentario (opcional):' TO SCR-TRL-L1
           PERFORM LIMPA-RODAPE

           IF ARQ-PESQUISA-FS EQUAL ZERO
              PERFORM ATUALIZA-RESUMO-PESQUISA
              MOVE 'Pesquisa registrada.' TO SCR-TRL-L1
           ELSE
              MOVE 'Erro na gravacao da pesquisa.' TO SCR-TRL-L1
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 22

           CLOSE ARQ-PESQUISA.
      *-----------------------------------------------------------------
       ATUALIZA-RESUMO-CONTATO                                SECTION.
      *----------------------------------
           INITIALIZE WRK-CTS-PEDIDO
           SET WRK-CTS-CONTATO TO TRUE
           MOVE CTT-ID   TO WRK-CTS-CLIENTE
           MOVE CTT-DATA TO WRK-CTS-DATA
           MOVE CTT-TIPO TO WRK-CTS-TIPO

           CALL 'RESUMCTT' USING WRK-CTS-PEDIDO.
      *-----------------------------------------------------------------
       ATUALIZA-RESUMO-PESQUISA                               SECTION.
      *----------------------------------
           INITIALIZE WRK-CTS-PEDIDO
           SET WRK-CTS-PESQUISA TO TRUE
           MOVE PSQ-ID   TO WRK-CTS-CLIENTE
           MOVE PSQ-DATA TO WRK-CTS-DATA
           MOVE PSQ-NOTA TO WRK-CTS-NOTA

           CALL 'RESUMCTT' USING WRK-CTS-PEDIDO.
      *-----------------------------------------------------------------
       CONSULTA-HISTORICO-ARQUIVADO                           SECTION.
      *----------------------------------
           MOVE WRK-TEXTO        TO RCL-TEXTO
           MOVE ZERO             TO RCL-DATA-RESOLUCAO
           MOVE 'N'              TO RCL-ESCALADO
           MOVE 'N'              TO RCL-PESQUISA

           WRITE RCL-REGISTRO

