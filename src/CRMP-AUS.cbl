      *-----------------------------------------------------------------
       WORKING-STORAGE                                        SECTION.
      *----------------------------------
       COPY 'CRMK-AMB'.
       COPY 'CRMK-MSG'.
       COPY 'CRMK-DTF'.
       01  ARQ-AUSENCIA-FS      PIC 9(02)   VALUE ZERO.
