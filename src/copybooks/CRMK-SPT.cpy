       01  WRK-SPT-PEDIDO.
           05 WRK-SPT-CLIENTE    PIC X(06) VALUE SPACES.
           05 WRK-SPT-DATA-REF   PIC 9(08) VALUE ZERO.
           05 WRK-SPT-SALDO      PIC 9(07) VALUE ZERO.
           05 WRK-SPT-PROX-EXPIRA PIC 9(08) VALUE ZERO.
           05 WRK-SPT-A-EXPIRAR  PIC 9(07) VALUE ZERO.
