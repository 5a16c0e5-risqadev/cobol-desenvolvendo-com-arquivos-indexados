      *-----------------------------------------------------------------
       WORKING-STORAGE                                        SECTION.
      *----------------------------------
       COPY 'CRMK-AMB'.
       COPY 'CRMK-LOG'.
       COPY 'CRMK-MSG'.
       COPY 'CRMK-ERR'.
