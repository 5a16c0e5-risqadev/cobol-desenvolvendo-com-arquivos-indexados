       01  GCL-REGISTRO.
           05 GCL-CLIENTE        PIC X(06) VALUE SPACES.
           05 GCL-GRUPO          PIC X(06) VALUE SPACES.
           05 GCL-OPERADOR       PIC X(08) VALUE SPACES.
           05 GCL-DATA-INCLUSAO  PIC 9(08) VALUE ZERO.
