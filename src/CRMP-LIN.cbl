       COPY 'CRMK-PAR'.
      *-----------------------------------------------------------------
       WORKING-STORAGE                                        SECTION.
       COPY 'CRMK-AMB'.
       COPY 'CRMK-ERR'.
       COPY 'CRMK-SAI'.
       COPY 'CRMK-MSQ'.
       01  WRK-LISTA-PATH       PIC X(40)   VALUE SPACES.
       01  WRK-CSV-PATH         PIC X(40)   VALUE SPACES.
       01  WRK-TOT-IMPRESSOS    PIC 9(05)   VALUE ZERO.
              PERFORM ESCREVE-CABECALHO-REL
           END-IF

           SET WRK-MSK-EXPORTA-CSV TO TRUE
           MOVE SPACES TO WRK-MSK-VALOR
           PERFORM MASCARA-DADO

           IF WRK-MSK-BLOQUEADO
              MOVE 'N' TO WRK-GERAR-CSV
              MOVE 'Exportacao CSV nao permitida para o seu perfil.'
                                                       TO SCR-TRL-L3
              DISPLAY SCR-TRL
           ELSE
              MOVE 'Exportar para CSV? (S/N)' TO SCR-TRL-L3
              DISPLAY SCR-TRL
              ACCEPT WRK-GERAR-CSV                    LINE 25 COLUMN 27
              MOVE FUNCTION UPPER-CASE(WRK-GERAR-CSV) TO WRK-GERAR-CSV
           END-IF

           IF WRK-GERAR-CSV EQUAL 'S'
              PERFORM ABRE-ARQUIVO-CSV
           MOVE ARQCRM-EMAIL      TO TAB-ARQCRM-EMAIL
           MOVE ARQCRM-TELEFONE   TO TAB-ARQCRM-TELEFONE

           SET WRK-MSK-EMAIL TO TRUE
           MOVE TAB-ARQCRM-EMAIL TO WRK-MSK-VALOR
           PERFORM MASCARA-DADO
           MOVE WRK-MSK-VALOR TO TAB-ARQCRM-EMAIL

           SET WRK-MSK-TELEFONE TO TRUE
           MOVE TAB-ARQCRM-TELEFONE TO WRK-MSK-VALOR
           PERFORM MASCARA-DADO
           MOVE WRK-MSK-VALOR TO TAB-ARQCRM-TELEFONE

           DISPLAY TAB-ARQCRM-REGISTRO         LINE WRK-LINHA COLUMN 1

           IF WRK-GERAR-ARQ EQUAL 'S'
           IF WRK-GERAR-CSV EQUAL 'S'
              PERFORM ESCREVE-LINHA-CSV
           END-IF.
      *-----------------------------------------------------------------
       MASCARA-DADO                                           SECTION.
           MOVE SES-OPR-PERFIL TO WRK-MSK-PERFIL
           CALL 'MASCARA' USING WRK-MSK-PEDIDO.
      *-----------------------------------------------------------------
       RELATORIO                                              SECTION.
      *----------------------------------
