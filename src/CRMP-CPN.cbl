      *-----------------------------------------------------------------
       WORKING-STORAGE                                        SECTION.
      *----------------------------------
       COPY 'CRMK-AMB'.
       COPY 'CRMK-MSG'.
       COPY 'CRMK-SAI'.
       01  ARQ-CAMPANHA-FS      PIC 9(02)   VALUE ZERO.
