       01  CRD-REGISTRO.
           05 CRD-CLIENTE       PIC X(06) VALUE SPACES.
           05 CRD-SALDO         PIC 9(07)V99 VALUE ZERO.
           05 CRD-DATA-ATUALIZ  PIC 9(08) VALUE ZERO.
