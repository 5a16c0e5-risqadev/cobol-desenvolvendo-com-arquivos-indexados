      *-----------------------------------------------------------------
       WORKING-STORAGE                                        SECTION.
      *----------------------------------
       COPY 'CRMK-AMB'.
       COPY 'CRMK-MSG'.
       COPY 'CRMK-LOG'.
       COPY 'CRMK-SAI'.
