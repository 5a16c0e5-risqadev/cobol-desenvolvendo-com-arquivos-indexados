       01  WRK-PVG-PEDIDO.
           05 WRK-PVG-PRODUTO    PIC X(04) VALUE SPACES.
           05 WRK-PVG-DATA       PIC 9(08) VALUE ZERO.
           05 WRK-PVG-PRECO      PIC 9(07)V99 VALUE ZERO.
           05 WRK-PVG-INICIO     PIC 9(08) VALUE ZERO.
           05 WRK-PVG-FIM        PIC 9(08) VALUE ZERO.
           05 WRK-PVG-ORIGEM     PIC X(01) VALUE SPACE.
              88 WRK-PVG-TABELA            VALUE 'T'.
              88 WRK-PVG-BASE              VALUE 'B'.
              88 WRK-PVG-INEXISTENTE       VALUE 'N'.
