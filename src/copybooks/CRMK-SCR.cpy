               '=================================================='.
           05  LINE 2  COLUMN 1  PIC X(50) VALUE
               '            C R M  -  C L I E N T E S'.
           05  LINE 2  COLUMN 52 PIC X(20) FROM AMB-TITULO.
           05  LINE 3  COLUMN 1  PIC X(50) VALUE
               '=================================================='.
      *
