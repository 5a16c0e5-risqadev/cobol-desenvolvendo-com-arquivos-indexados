       01  WRK-CTQ-PEDIDO.
           05 WRK-CTQ-MODO      PIC X(01).
              88 WRK-CTQ-MENU              VALUE SPACE.
              88 WRK-CTQ-RASCUNHO          VALUE 'R'.
           05 WRK-CTQ-CLIENTE   PIC X(06).
           05 WRK-CTQ-DESCRICAO PIC X(30).
           05 WRK-CTQ-VALOR     PIC 9(07)V99.
           05 WRK-CTQ-NUMERO    PIC 9(05).
