      *-----------------------------------------------------------------
       WORKING-STORAGE                                        SECTION.
      *----------------------------------
       COPY 'CRMK-AMB'.
       COPY 'CRMK-MSG'.
       COPY 'CRMK-SAI'.
       COPY 'CRMK-DTF'.
       COPY 'CRMK-MSQ'.
       01  WRK-RELPER-PATH      PIC X(40)   VALUE SPACES.
       01  WRK-RELOPER-PATH     PIC X(40)   VALUE SPACES.
       01  WRK-ANIV-PATH        PIC X(40)   VALUE SPACES.
           05 WRK-ANIV-TROCA-NOME  PIC X(25).
           05 WRK-ANIV-TROCA-TEL   PIC X(14).
           05 WRK-ANIV-TROCA-EMAIL PIC X(30).
       01  WRK-ANIV-GERA-CSV    PIC X(01)   VALUE 'S'.
       01  WRK-EXB-DIA          PIC X(02)   VALUE SPACES.
       01  WRK-EXB-TELEFONE     PIC X(14)   VALUE SPACES.
       01  WRK-EXB-EMAIL        PIC X(30)   VALUE SPACES.
       01  WRK-ANIV-TABELA.
           05 WRK-ANIV-ENT OCCURS 200 TIMES.
              10 WRK-ANIV-DIA      PIC 9(02).
           MOVE '8. Gerador de relatorios'                 TO SCR-CTR-L9
           MOVE 'M. Mala direta   C. Contratos a vencer   K. Campanhas
      -         '' TO SCR-CTR-L10
           MOVE 'H. Relatorio de churn     N. Pesquisa NPS   T. Tempo de
      -         ' atendimento' TO SCR-CTR-L11
           MOVE '9. Voltar'                                TO SCR-CTR-L12
           MOVE 'OPCAO:'                                   TO SCR-CTR-L13

                 CALL 'CHURNREL' USING SES-OPERADOR
              WHEN 'N'
                 CALL 'NPSREL' USING SES-OPERADOR
              WHEN 'T'
                 CALL 'TMAREL' USING SES-OPERADOR
              WHEN 9
                 CONTINUE
              WHEN OTHER
              MOVE 'ATENCAO: lista truncada em 200.' TO SCR-CTR-L6
           END-IF
           MOVE SPACES TO SCR-CTR-L5
           IF WRK-ANIV-GERA-CSV EQUAL 'S'
              STRING 'Arquivos: ' WRK-ANIV-PATH ' e .CSV'
                 DELIMITED BY SIZE INTO SCR-CTR-L5
           ELSE
              STRING 'Arquivo : ' WRK-ANIV-PATH
                 DELIMITED BY SIZE INTO SCR-CTR-L5
              MOVE 'Exportacao CSV nao permitida para o seu perfil.'
                                                       TO SCR-CTR-L7
           END-IF

           DISPLAY SCR-CTR

           STRING './files/ANIVER-' FUNCTION CURRENT-DATE(1:14)
              '.CSV' DELIMITED BY SIZE INTO WRK-ANIVC-PATH

           SET WRK-MSK-EXPORTA-CSV TO TRUE
           MOVE SPACES TO WRK-MSK-VALOR
           PERFORM MASCARA-DADO

           IF WRK-MSK-BLOQUEADO
              MOVE 'N' TO WRK-ANIV-GERA-CSV
           ELSE
              MOVE 'S' TO WRK-ANIV-GERA-CSV
           END-IF

           OPEN OUTPUT REL-ANIV

           IF WRK-ANIV-GERA-CSV EQUAL 'S'
              OPEN OUTPUT REL-ANIV-CSV
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-DATA-ATUAL
           MOVE WRK-DATA-ATUAL(7:2) TO WRK-DATA-FMT-DD
                                                     TO REL-ANIV-LINHA
           WRITE REL-ANIV-LINHA

           IF WRK-ANIV-GERA-CSV EQUAL 'S'
              MOVE 'Dia,Nome,Telefone,Email' TO REL-ANIV-CSV-LINHA
              WRITE REL-ANIV-CSV-LINHA
           END-IF

           PERFORM VARYING WRK-K FROM 1 BY 1
              UNTIL WRK-K GREATER THAN WRK-ANIV-QTD
              SET WRK-MSK-NASCIMENTO TO TRUE
              MOVE WRK-ANIV-DIA(WRK-K) TO WRK-MSK-VALOR
              PERFORM MASCARA-DADO
              MOVE WRK-MSK-VALOR TO WRK-EXB-DIA

              SET WRK-MSK-TELEFONE TO TRUE
              MOVE WRK-ANIV-TEL(WRK-K) TO WRK-MSK-VALOR
              PERFORM MASCARA-DADO
              MOVE WRK-MSK-VALOR TO WRK-EXB-TELEFONE

              SET WRK-MSK-EMAIL TO TRUE
              MOVE WRK-ANIV-EMAIL(WRK-K) TO WRK-MSK-VALOR
              PERFORM MASCARA-DADO
              MOVE WRK-MSK-VALOR TO WRK-EXB-EMAIL

              MOVE SPACES TO REL-ANIV-LINHA
              STRING
                 WRK-EXB-DIA           '  '
                 WRK-ANIV-NOME(WRK-K)  ' '
                 WRK-EXB-TELEFONE      ' '
                 WRK-EXB-EMAIL
              DELIMITED BY SIZE
              INTO REL-ANIV-LINHA
              WRITE REL-ANIV-LINHA

              IF WRK-ANIV-GERA-CSV EQUAL 'S'
                 MOVE SPACES TO REL-ANIV-CSV-LINHA
                 STRING
                    WRK-EXB-DIA ','
                    FUNCTION TRIM(WRK-ANIV-NOME(WRK-K)) ','
                    FUNCTION TRIM(WRK-EXB-TELEFONE) ','
                    FUNCTION TRIM(WRK-EXB-EMAIL)
                 DELIMITED BY SIZE
                 INTO REL-ANIV-CSV-LINHA
                 WRITE REL-ANIV-CSV-LINHA
              END-IF
           END-PERFORM

           IF WRK-ANIV-QTD EQUAL 200
           END-IF

           CLOSE REL-ANIV

           MOVE 'ANIVER' TO SAI-TIPO
           MOVE WRK-ANIV-PATH TO SAI-ARQUIVO
           MOVE WRK-ANIV-QTD TO SAI-REGISTROS
           CALL 'REGSAIDA' USING SAI-REGISTRO

           IF WRK-ANIV-GERA-CSV EQUAL 'S'
              CLOSE REL-ANIV-CSV

              MOVE 'ANIV-CSV' TO SAI-TIPO
              MOVE WRK-ANIVC-PATH TO SAI-ARQUIVO
              MOVE SES-OPR-ID TO SAI-OPERADOR
              MOVE WRK-ANIV-QTD TO SAI-REGISTROS
              CALL 'REGSAIDA' USING SAI-REGISTRO
           END-IF.
      *-----------------------------------------------------------------
       MASCARA-DADO                                           SECTION.
      *----------------------------------
           MOVE SES-OPR-PERFIL TO WRK-MSK-PERFIL
           CALL 'MASCARA' USING WRK-MSK-PEDIDO.
      *-----------------------------------------------------------------
       RELATORIO-OPERADORES                                   SECTION.
      *----------------------------------
              PERFORM ESCREVE-CABECALHO-REL
           END-IF

           SET WRK-MSK-EMAIL TO TRUE
           MOVE ARQCRM-EMAIL TO WRK-MSK-VALOR
           PERFORM MASCARA-DADO
           MOVE WRK-MSK-VALOR TO WRK-EXB-EMAIL

           SET WRK-MSK-TELEFONE TO TRUE
           MOVE ARQCRM-TELEFONE TO WRK-MSK-VALOR
           PERFORM MASCARA-DADO
           MOVE WRK-MSK-VALOR TO WRK-EXB-TELEFONE

           MOVE SPACES TO REL-PER-LINHA
           STRING
              ARQCRM-ID ' ' ARQCRM-NOME ' ' WRK-EXB-EMAIL ' '
              WRK-EXB-TELEFONE
           DELIMITED BY SIZE
           INTO REL-PER-LINHA
           WRITE REL-PER-LINHA
