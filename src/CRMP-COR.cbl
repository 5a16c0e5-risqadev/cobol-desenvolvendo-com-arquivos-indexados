      *-----------------------------------------------------------------
       WORKING-STORAGE                                        SECTION.
      *----------------------------------
       COPY 'CRMK-AMB'.
       COPY 'CRMK-MSG'.
       01  ARQ-WORK-FS          PIC 9(02)   VALUE ZERO.
       01  WRK-OPCAO            PIC X(01)   VALUE SPACE.
