       01  AMB-AMBIENTE                                  EXTERNAL.
           05 AMB-TITULO        PIC X(20).
