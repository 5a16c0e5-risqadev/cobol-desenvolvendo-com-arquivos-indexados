      *-----------------------------------------------------------------
       WORKING-STORAGE                                        SECTION.
      *----------------------------------
       COPY 'CRMK-AMB'.
       COPY 'CRMK-MSG'.
       COPY 'CRMK-SAI'.
       COPY 'CRMK-MSQ'.
       01  WRK-GER-PATH         PIC X(40)   VALUE SPACES.
       01  WRK-GERC-PATH        PIC X(40)   VALUE SPACES.
       01  ARQCRM-FS            PIC 9(02)   VALUE ZERO.
       01  WRK-DEF-NOME         PIC X(08)   VALUE SPACES.
       01  WRK-DEF-CARREGADA    PIC X(01)   VALUE 'N'.
       01  WRK-DEF-NOTURNO      PIC X(01)   VALUE 'N'.
       01  WRK-GERA-CSV         PIC X(01)   VALUE 'S'.
       01  WRK-EXB-EMAIL        PIC X(30)   VALUE SPACES.
       01  WRK-EXB-TELEFONE     PIC X(14)   VALUE SPACES.
      *-----------------------------------------------------------------
       LINKAGE                                                SECTION.
      *----------------------------------
           STRING './files/GERREL-' FUNCTION CURRENT-DATE(1:14)
              '.CSV' DELIMITED BY SIZE INTO WRK-GERC-PATH

           SET WRK-MSK-EXPORTA-CSV TO TRUE
           MOVE SPACES TO WRK-MSK-VALOR
           PERFORM MASCARA-DADO

           IF WRK-MSK-BLOQUEADO
              MOVE 'N' TO WRK-GERA-CSV
           ELSE
              MOVE 'S' TO WRK-GERA-CSV
           END-IF

           OPEN OUTPUT REL-GER

           IF WRK-GERA-CSV EQUAL 'S'
              OPEN OUTPUT REL-GER-CSV
           END-IF

           MOVE 'CRM - RELATORIO PARAMETRIZADO' TO REL-GER-LINHA
           WRITE REL-GER-LINHA
              DELIMITED BY SIZE INTO REL-GER-LINHA
           WRITE REL-GER-LINHA

           CLOSE REL-GER

           MOVE 'GERREL' TO SAI-TIPO
           MOVE WRK-GER-PATH TO SAI-ARQUIVO
           MOVE WRK-TOT-SELECIONADOS TO SAI-REGISTROS
           CALL 'REGSAIDA' USING SAI-REGISTRO

           IF WRK-GERA-CSV EQUAL 'S'
              MOVE SPACES TO REL-GER-CSV-LINHA
              STRING 'TOTAL,' WRK-TOT-SELECIONADOS
                 DELIMITED BY SIZE INTO REL-GER-CSV-LINHA
              WRITE REL-GER-CSV-LINHA

              CLOSE REL-GER-CSV

              MOVE 'GER-CSV' TO SAI-TIPO
              MOVE WRK-GERC-PATH TO SAI-ARQUIVO
              MOVE SES-OPR-ID TO SAI-OPERADOR
              MOVE WRK-TOT-SELECIONADOS TO SAI-REGISTROS
              CALL 'REGSAIDA' USING SAI-REGISTRO
           END-IF

           PERFORM LIMPA-CORPO

           STRING 'Registros selecionados : ' WRK-TOT-SELECIONADOS
              DELIMITED BY SIZE INTO SCR-CTR-L4
           MOVE SPACES TO SCR-CTR-L5
           IF WRK-GERA-CSV EQUAL 'S'
              STRING 'Arquivos: ' WRK-GER-PATH ' e .CSV'
                 DELIMITED BY SIZE INTO SCR-CTR-L5
           ELSE
              STRING 'Arquivo : ' WRK-GER-PATH
                 DELIMITED BY SIZE INTO SCR-CTR-L5
              MOVE 'Exportacao CSV nao permitida para o seu perfil.'
                                                       TO SCR-CTR-L6
           END-IF

           DISPLAY SCR-CTR


           WRITE REL-GER-LINHA

           IF WRK-GERA-CSV EQUAL 'S'
              MOVE REL-GER-LINHA TO REL-GER-CSV-LINHA
              WRITE REL-GER-CSV-LINHA
           END-IF.
      *-----------------------------------------------------------------
       ESCREVE-LINHA-GERADA                                   SECTION.
      *----------------------------------
                 MOVE 'ENCERRADO' TO WRK-TXT-STATUS
           END-EVALUATE

           SET WRK-MSK-EMAIL TO TRUE
           MOVE ARQCRM-EMAIL TO WRK-MSK-VALOR
           PERFORM MASCARA-DADO
           MOVE WRK-MSK-VALOR TO WRK-EXB-EMAIL

           SET WRK-MSK-TELEFONE TO TRUE
           MOVE ARQCRM-TELEFONE TO WRK-MSK-VALOR
           PERFORM MASCARA-DADO
           MOVE WRK-MSK-VALOR TO WRK-EXB-TELEFONE

           MOVE SPACES TO REL-GER-LINHA
           MOVE 1 TO WRK-PTR

                 INTO REL-GER-LINHA WITH POINTER WRK-PTR
           END-IF
           IF WRK-COL-EMAIL EQUAL 'S'
              STRING WRK-EXB-EMAIL ' ' DELIMITED BY SIZE
                 INTO REL-GER-LINHA WITH POINTER WRK-PTR
           END-IF
           IF WRK-COL-TELEFONE EQUAL 'S'
              STRING WRK-EXB-TELEFONE ' ' DELIMITED BY SIZE
                 INTO REL-GER-LINHA WITH POINTER WRK-PTR
           END-IF
           IF WRK-COL-STATUS EQUAL 'S'

           WRITE REL-GER-LINHA

           IF WRK-GERA-CSV EQUAL 'S'
              PERFORM ESCREVE-LINHA-GERADA-CSV
           END-IF.
      *
       ESCREVE-LINHA-GERADA-CSV.
           MOVE SPACES TO REL-GER-CSV-LINHA
                 INTO REL-GER-CSV-LINHA WITH POINTER WRK-PTR
           END-IF
           IF WRK-COL-EMAIL EQUAL 'S'
              STRING FUNCTION TRIM(WRK-EXB-EMAIL) ',' DELIMITED BY SIZE
                 INTO REL-GER-CSV-LINHA WITH POINTER WRK-PTR
           END-IF
           IF WRK-COL-TELEFONE EQUAL 'S'
              STRING FUNCTION TRIM(WRK-EXB-TELEFONE) ','
                 DELIMITED BY SIZE
                 INTO REL-GER-CSV-LINHA WITH POINTER WRK-PTR
           END-IF
           END-IF

           WRITE REL-GER-CSV-LINHA.
      *-----------------------------------------------------------------
       MASCARA-DADO                                           SECTION.
      *----------------------------------
           MOVE SES-OPR-PERFIL TO WRK-MSK-PERFIL
           CALL 'MASCARA' USING WRK-MSK-PEDIDO.
      *-----------------------------------------------------------------
       ERROS                                                  SECTION.
      *----------------------------------
