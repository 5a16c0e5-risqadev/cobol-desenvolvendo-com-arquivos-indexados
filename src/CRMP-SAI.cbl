      *-----------------------------------------------------------------
       WORKING-STORAGE                                        SECTION.
      *----------------------------------
       COPY 'CRMK-AMB'.
       COPY 'CRMK-MSG'.
       01  ARQ-SAIDAS-FS        PIC 9(02)   VALUE ZERO.
       01  ARQ-VISTA-FS         PIC 9(02)   VALUE ZERO.
