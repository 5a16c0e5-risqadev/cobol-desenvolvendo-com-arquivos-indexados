           05 LEI-ID            PIC X(06).
           05 FILLER            PIC X(01).
           05 LEI-CAMINHO       PIC X(10).
           05 FILLER            PIC X(01).
           05 LEI-AUTORIZADOR   PIC X(08).
