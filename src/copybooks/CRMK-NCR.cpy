       01  NCR-REGISTRO.
           05 NCR-KEY.
              10 NCR-CLIENTE     PIC X(06) VALUE SPACES.
              10 NCR-COMPETENCIA PIC 9(06) VALUE ZERO.
              10 NCR-SEQ         PIC 9(03) VALUE ZERO.
           05 NCR-VALOR          PIC 9(07)V99 VALUE ZERO.
           05 NCR-VALOR-ABATIDO  PIC 9(07)V99 VALUE ZERO.
           05 NCR-VALOR-CREDITO  PIC 9(07)V99 VALUE ZERO.
           05 NCR-MOTIVO         PIC X(01) VALUE SPACE.
           05 NCR-DESCRICAO      PIC X(30) VALUE SPACES.
           05 NCR-DATA           PIC 9(08) VALUE ZERO.
           05 NCR-OPERADOR       PIC X(08) VALUE SPACES.
