       01  CDC-REGISTRO.
           05 CDC-KEY.
              10 CDC-CLIENTE     PIC X(06) VALUE SPACES.
              10 CDC-DOCUMENTO   PIC X(01) VALUE SPACE.
           05 CDC-DATA-RECEB     PIC 9(08) VALUE ZERO.
           05 CDC-DATA-VALIDADE  PIC 9(08) VALUE ZERO.
           05 CDC-OPERADOR       PIC X(08) VALUE SPACES.
           05 CDC-OBS            PIC X(30) VALUE SPACES.
