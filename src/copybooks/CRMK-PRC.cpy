       01  PRC-REGISTRO.
           05 PRC-KEY.
              10 PRC-PRODUTO     PIC X(04) VALUE SPACES.
              10 PRC-DATA-INICIO PIC 9(08) VALUE ZERO.
           05 PRC-DATA-FIM       PIC 9(08) VALUE ZERO.
           05 PRC-PRECO          PIC 9(07)V99 VALUE ZERO.
           05 PRC-OPERADOR       PIC X(08) VALUE SPACES.
           05 PRC-DATA-CADASTRO  PIC 9(08) VALUE ZERO.
