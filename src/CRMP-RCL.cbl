              ACCESS MODE IS DYNAMIC
              FILE STATUS IS ARQ-RECLAMA-FS
              RECORD KEY IS RCL-KEY.

           SELECT ARQ-PESQUISA  ASSIGN TO './files/PESQUISA.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS ARQ-PESQUISA-FS
              RECORD KEY IS PSQ-KEY.
      *=================================================================
       DATA                                                   DIVISION.
      *-----------------------------------------------------------------
      *----------------------------------
       FD  ARQ-RECLAMA.
       COPY 'CRMK-RCL'.
      *
       FD  ARQ-PESQUISA.
       COPY 'CRMK-PSQ'.
      *-----------------------------------------------------------------
       WORKING-STORAGE                                        SECTION.
      *----------------------------------
       COPY 'CRMK-AMB'.
       COPY 'CRMK-MSG'.
       COPY 'CRMK-LOG'.
       01  ARQ-RECLAMA-FS       PIC 9(02)   VALUE ZERO.
       01  ARQ-PESQUISA-FS      PIC 9(02)   VALUE ZERO.
       01  WRK-OPCAO            PIC X(01)   VALUE SPACE.
       01  WRK-HOJE             PIC 9(08)   VALUE ZERO.
       01  WRK-CLIENTE          PIC X(06)   VALUE SPACES.
       01  WRK-TXT-STATUS       PIC X(12)   VALUE SPACES.
       01  WRK-LINHA            PIC 9(02)   COMP VALUE 10.
       01  WRK-LINHA-RCL        PIC X(78)   VALUE SPACES.
       01  WRK-NOTA             PIC 9(02)   VALUE ZERO.
       01  WRK-NOTA-OK          PIC X(01)   VALUE 'N'.
       01  WRK-PSQ-PROX-SEQ     PIC 9(03)   VALUE ZERO.
      *-----------------------------------------------------------------
       LINKAGE                                                SECTION.
      *----------------------------------
           MOVE '1. Atualizar caso'                TO SCR-CTR-L2
           MOVE '2. Casos de um cliente'           TO SCR-CTR-L3
           MOVE '3. Casos em aberto'               TO SCR-CTR-L4
           MOVE '4. Registrar pesquisa pos-reclamacao'
                                                   TO SCR-CTR-L5
           MOVE '9. Voltar'                        TO SCR-CTR-L6
           MOVE 'OPCAO:'                           TO SCR-CTR-L7

           DISPLAY SCR-CTR
                 PERFORM LISTA-CASOS-CLIENTE
              WHEN 3
                 PERFORM LISTA-CASOS-ABERTOS
              WHEN 4
                 PERFORM REGISTRA-PESQUISA-CASO
              WHEN 9
                 CONTINUE
              WHEN OTHER
              WHEN 'E'
                 MOVE WRK-STATUS TO RCL-STATUS
              WHEN 'R'
                 IF NOT RCL-CASO-RESOLVIDO
                    MOVE 'N' TO RCL-PESQUISA
                 END-IF
                 MOVE WRK-STATUS TO RCL-STATUS
                 MOVE WRK-HOJE   TO RCL-DATA-RESOLUCAO
              WHEN OTHER
              WHEN OTHER
                 MOVE 'DESCONHECIDO' TO WRK-TXT-STATUS
           END-EVALUATE.
      *-----------------------------------------------------------------
       REGISTRA-PESQUISA-CASO                                 SECTION.
      *----------------------------------
           PERFORM LIMPA-CORPO

           MOVE 'Pesquisa de satisfacao pos-reclamacao' TO SCR-CTR-L1
           MOVE 'Cliente (ID):'                     TO SCR-CTR-L3
           MOVE 'Sequencia   :'                     TO SCR-CTR-L4
           DISPLAY SCR-CTR

           ACCEPT WRK-CLIENTE                        LINE 10 COLUMN 15
           MOVE FUNCTION UPPER-CASE(WRK-CLIENTE) TO WRK-CLIENTE
           ACCEPT WRK-SEQ                            LINE 11 COLUMN 15

           MOVE WRK-CLIENTE TO RCL-CLIENTE
           MOVE WRK-SEQ     TO RCL-SEQ

           READ ARQ-RECLAMA

           IF ARQ-RECLAMA-FS NOT EQUAL ZERO
              PERFORM ERRO-CASO-NAO-ENCONTRADO
              EXIT SECTION
           END-IF

           IF NOT RCL-CASO-RESOLVIDO
              PERFORM ERRO-CASO-NAO-RESOLVIDO
              EXIT SECTION
           END-IF

           IF RCL-PESQUISA-RESPONDIDA
              PERFORM ERRO-PESQUISA-JA-REGISTRADA
              EXIT SECTION
           END-IF

           STRING 'Texto     : ' RCL-TEXTO
              DELIMITED BY SIZE INTO SCR-CTR-L6
           STRING 'Resolvido : ' RCL-DATA-RESOLUCAO
              '  Responsavel: ' RCL-OPERADOR
              DELIMITED BY SIZE INTO SCR-CTR-L7
           DISPLAY SCR-CTR

           MOVE 'N' TO WRK-NOTA-OK

           PERFORM UNTIL WRK-NOTA-OK EQUAL 'S'
              PERFORM LIMPA-RODAPE
              MOVE 'Nota de satisfacao (00 a 10):' TO SCR-TRL-L1
              DISPLAY SCR-TRL

              MOVE ZERO TO WRK-NOTA
              ACCEPT WRK-NOTA                       LINE 23 COLUMN 31

              IF WRK-NOTA GREATER THAN 10
                 PERFORM LIMPA-RODAPE
                 MOVE 'Nota deve estar entre 00 e 10.' TO SCR-TRL-L1
                 DISPLAY SCR-TRL
                 ACCEPT WRK-OPCAO                   LINE 23 COLUMN 32
              ELSE
                 MOVE 'S' TO WRK-NOTA-OK
              END-IF
           END-PERFORM

           PERFORM ABRE-ARQUIVO-PSQ

           MOVE ZERO TO WRK-PSQ-PROX-SEQ

           MOVE RCL-CLIENTE TO PSQ-ID
           MOVE ZERO        TO PSQ-SEQ

           START ARQ-PESQUISA KEY IS NOT LESS THAN PSQ-KEY

           IF ARQ-PESQUISA-FS EQUAL ZERO
              READ ARQ-PESQUISA NEXT RECORD
              PERFORM UNTIL ARQ-PESQUISA-FS NOT EQUAL ZERO
                         OR PSQ-ID NOT EQUAL RCL-CLIENTE
                 MOVE PSQ-SEQ TO WRK-PSQ-PROX-SEQ
                 READ ARQ-PESQUISA NEXT RECORD
              END-PERFORM
           END-IF

           ADD 1 TO WRK-PSQ-PROX-SEQ

           MOVE RCL-CLIENTE      TO PSQ-ID
           MOVE WRK-PSQ-PROX-SEQ TO PSQ-SEQ
           MOVE WRK-HOJE         TO PSQ-DATA
           MOVE WRK-NOTA         TO PSQ-NOTA
           MOVE SES-OPR-ID       TO PSQ-OPERADOR
           MOVE ZERO             TO PSQ-CTT-SEQ
           MOVE RCL-SEQ          TO PSQ-RCL-SEQ

           PERFORM LIMPA-RODAPE
           MOVE 'Comentario (opcional):' TO SCR-TRL-L1
           DISPLAY SCR-TRL

           MOVE SPACES TO PSQ-COMENTARIO
           ACCEPT PSQ-COMENTARIO                     LINE 23 COLUMN 24

           WRITE PSQ-REGISTRO

           CLOSE ARQ-PESQUISA

           PERFORM LIMPA-RODAPE

           IF ARQ-PESQUISA-FS NOT EQUAL ZERO
              MOVE 'Erro na gravacao da pesquisa.' TO SCR-TRL-L1
              DISPLAY SCR-TRL
              ACCEPT WRK-OPCAO                       LINE 23 COLUMN 31
              MOVE SPACE TO WRK-OPCAO
              EXIT SECTION
           END-IF

           MOVE 'R' TO RCL-PESQUISA
           REWRITE RCL-REGISTRO

           MOVE 'RECLAMA'     TO WRK-LOG-OPERACAO
           MOVE RCL-CLIENTE   TO WRK-LOG-ID
           MOVE SPACES        TO WRK-LOG-NOME
           MOVE SPACES        TO WRK-LOG-MOTIVO
           STRING 'CASO ' RCL-SEQ ' PESQUISA NOTA ' WRK-NOTA
              DELIMITED BY SIZE INTO WRK-LOG-MOTIVO
           MOVE SES-OPR-ID    TO WRK-LOG-OPERADOR
           CALL 'GRAVALOG' USING WRK-LOG-REGISTRO

           MOVE 'Pesquisa registrada.' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 22
           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       LISTA-CASOS-CLIENTE                                    SECTION.
      *----------------------------------
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 22
           MOVE SPACE TO WRK-OPCAO.
      *
       ERRO-CASO-NAO-RESOLVIDO.
           PERFORM LIMPA-RODAPE
           MOVE 'Caso ainda nao resolvido.' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 27
           MOVE SPACE TO WRK-OPCAO.
      *
       ERRO-PESQUISA-JA-REGISTRADA.
           PERFORM LIMPA-RODAPE
           MOVE 'Pesquisa ja registrada para este caso.' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 40
           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       MENSAGENS                                               SECTION.
      *----------------------------------
              CLOSE ARQ-RECLAMA
              OPEN I-O ARQ-RECLAMA
           END-IF.
      *
       ABRE-ARQUIVO-PSQ.
           OPEN I-O ARQ-PESQUISA

           IF ARQ-PESQUISA-FS EQUAL 35
              OPEN OUTPUT ARQ-PESQUISA
              CLOSE ARQ-PESQUISA
              OPEN I-O ARQ-PESQUISA
           END-IF.
      *-----------------------------------------------------------------
       UTILITARIOS                                            SECTION.
      *----------------------------------
