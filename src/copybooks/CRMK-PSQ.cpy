           05 PSQ-COMENTARIO     PIC X(40) VALUE SPACES.
           05 PSQ-OPERADOR       PIC X(08) VALUE SPACES.
           05 PSQ-CTT-SEQ        PIC 9(03) VALUE ZERO.
           05 PSQ-RCL-SEQ        PIC 9(03) VALUE ZERO.
