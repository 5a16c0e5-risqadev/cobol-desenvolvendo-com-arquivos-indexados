      *-----------------------------------------------------------------
       WORKING-STORAGE                                        SECTION.
      *----------------------------------
       COPY 'CRMK-AMB'.
       COPY 'CRMK-MSG'.
       01  ARQCRM-FS            PIC 9(02)   VALUE ZERO.
       01  ARQCRM-CTT-FS        PIC 9(02)   VALUE ZERO.
              IF LOG-ID EQUAL LNK-ARQCRM-ID
                 AND (LOG-OPERACAO EQUAL 'SITUACAO'
                      OR LOG-OPERACAO EQUAL 'SITLOTE'
                      OR LOG-OPERACAO EQUAL 'SUSPFAT'
                      OR LOG-OPERACAO EQUAL 'REATIVA')
                 MOVE LOG-DATA TO WRK-EVT-TROCA-DATA
                 MOVE LOG-HORA TO WRK-EVT-TROCA-HORA
                 MOVE SPACES   TO WRK-EVT-TROCA-TEXTO
