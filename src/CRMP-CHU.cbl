      *-----------------------------------------------------------------
       WORKING-STORAGE                                        SECTION.
      *----------------------------------
       COPY 'CRMK-AMB'.
       COPY 'CRMK-MSG'.
       COPY 'CRMK-SAI'.
       01  ARQCRM-LOG-FS        PIC 9(02)   VALUE ZERO.
