       01  WRK-CTS-PEDIDO.
           05 WRK-CTS-ACAO      PIC X(01).
              88 WRK-CTS-CONTATO           VALUE 'C'.
              88 WRK-CTS-PESQUISA          VALUE 'P'.
           05 WRK-CTS-CLIENTE   PIC X(06).
           05 WRK-CTS-DATA      PIC 9(08).
           05 WRK-CTS-TIPO      PIC X(01).
           05 WRK-CTS-NOTA      PIC 9(02).
           05 WRK-CTS-RESULTADO PIC X(01).
              88 WRK-CTS-ATUALIZADO        VALUE 'S'.
