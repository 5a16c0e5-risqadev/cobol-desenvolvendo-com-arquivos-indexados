           05 ITM-PRODUTO        PIC X(04) VALUE SPACES.
           05 ITM-QTDE           PIC 9(03) VALUE ZERO.
           05 ITM-VALOR          PIC 9(07)V99 VALUE ZERO.
           05 ITM-PRECO-LISTA    PIC 9(07)V99 VALUE ZERO.
           05 ITM-DATA-PRECO     PIC 9(08) VALUE ZERO.
