       01  WRK-DCP-PEDIDO.
           05 WRK-DCP-CLIENTE    PIC X(06) VALUE SPACES.
           05 WRK-DCP-DATA-REF   PIC 9(08) VALUE ZERO.
           05 WRK-DCP-EXIGIDOS   PIC 9(02) VALUE ZERO.
           05 WRK-DCP-FALTANTES  PIC 9(02) VALUE ZERO.
           05 WRK-DCP-VENCIDOS   PIC 9(02) VALUE ZERO.
           05 WRK-DCP-COD-FALTA  PIC X(10) VALUE SPACES.
           05 WRK-DCP-COD-VENC   PIC X(10) VALUE SPACES.
