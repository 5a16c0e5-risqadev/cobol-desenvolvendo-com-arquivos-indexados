      *-----------------------------------------------------------------
       WORKING-STORAGE                                        SECTION.
      *----------------------------------
       COPY 'CRMK-AMB'.
       COPY 'CRMK-WRK'.
       COPY 'CRMK-LOG'.
       COPY 'CRMK-MSG'.
           MOVE ZERO TO WRK-TENTATIVAS
           MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-ARQCRM-DATA-CAD
           MOVE ZERO TO WRK-ARQCRM-DATA-ALT
           MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-ARQCRM-DATA-CONF
           MOVE SES-OPR-FILIAL TO WRK-ARQCRM-FILIAL
           MOVE WRK-ARQCRM-REGISTRO TO ARQCRM-REGISTRO
           WRITE ARQCRM-REGISTRO
