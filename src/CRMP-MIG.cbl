           MOVE SPACES TO WRK-ARQCRM-INDICADO
           MOVE SPACES TO WRK-ARQCRM-CARTEIRA
           MOVE 'N'    TO WRK-ARQCRM-EXCL-PEND
           MOVE 'N'    TO WRK-ARQCRM-RESTRITO
           MOVE ZERO   TO WRK-ARQCRM-DATA-CONF.
      *-----------------------------------------------------------------
       MIGRA-LIXEIRA                                          SECTION.
      *----------------------------------
