       01  WRK-MTR-PEDIDO.
           05 WRK-MTR-COMPETENCIA PIC 9(06).
           05 WRK-MTR-DATA-CORTE  PIC 9(08).
           05 WRK-MTR-QTD         PIC 9(03).
           05 WRK-MTR-ESTOURO     PIC X(01).
              88 WRK-MTR-TABELA-CHEIA      VALUE 'S'.
           05 WRK-MTR-ENT OCCURS 100 TIMES.
              10 WRK-MTR-TIPO       PIC X(01).
              10 WRK-MTR-CHAVE      PIC X(08).
              10 WRK-MTR-CONTRATOS  PIC 9(05).
              10 WRK-MTR-VALOR      PIC 9(09)V99.
              10 WRK-MTR-CONVERSOES PIC 9(05).
              10 WRK-MTR-OPO-GANHAS PIC 9(05).
