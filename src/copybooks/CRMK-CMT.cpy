       01  CMT-REGISTRO.
           05 CMT-KEY.
              10 CMT-PRODUTO     PIC X(04) VALUE SPACES.
              10 CMT-SEGMENTO    PIC X(01) VALUE SPACE.
           05 CMT-PERCENTUAL     PIC 9(02)V99 VALUE ZERO.
