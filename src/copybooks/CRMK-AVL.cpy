       01  AVL-REGISTRO.
           05 AVL-KEY.
              10 AVL-OPERADOR    PIC X(08) VALUE SPACES.
              10 AVL-NUMERO      PIC 9(05) VALUE ZERO.
           05 AVL-DATA-LEITURA   PIC 9(08) VALUE ZERO.
           05 AVL-HORA-LEITURA   PIC 9(06) VALUE ZERO.
