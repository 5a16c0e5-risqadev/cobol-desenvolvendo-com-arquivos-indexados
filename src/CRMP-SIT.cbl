      *-----------------------------------------------------------------
       WORKING-STORAGE                                        SECTION.
      *----------------------------------
       COPY 'CRMK-AMB'.
       COPY 'CRMK-LOG'.
       COPY 'CRMK-MSG'.
       COPY 'CRMK-ERR'.
              MOVE SPACES TO WRK-LOG-MOTIVO
              STRING 'MOT=' WRK-MOTIVO-COD ' ' WRK-MOTIVO-TXT
                 DELIMITED BY SIZE INTO WRK-LOG-MOTIVO
           END-IF

           IF ARQCRM-PROSPECTO
              AND WRK-NOVO-STATUS EQUAL 0
              MOVE WRK-LOG-MOTIVO(1:34) TO WRK-MOTIVO-TXT
              MOVE SPACES TO WRK-LOG-MOTIVO
              STRING 'CNV=' WRK-MOTIVO-TXT
                 DELIMITED BY SIZE INTO WRK-LOG-MOTIVO
           END-IF.
      *-----------------------------------------------------------------
       ACEITA-CODIGO-MOTIVO                                   SECTION.
