       01  WRK-SIS-PEDIDO.
           05 WRK-SIS-ACAO      PIC X(01).
              88 WRK-SIS-CONSULTA          VALUE 'C'.
              88 WRK-SIS-INICIA-BATCH      VALUE 'B'.
              88 WRK-SIS-ENCERRA-BATCH     VALUE 'E'.
              88 WRK-SIS-INICIA-MANUT      VALUE 'M'.
              88 WRK-SIS-LIBERA            VALUE 'L'.
           05 WRK-SIS-SITUACAO  PIC X(01).
              88 WRK-SIS-LIVRE             VALUE 'L'.
              88 WRK-SIS-EM-BATCH          VALUE 'B'.
              88 WRK-SIS-EM-MANUTENCAO     VALUE 'M'.
              88 WRK-SIS-BLOQUEADO         VALUE 'B' 'M'.
           05 WRK-SIS-DATA-INICIO PIC 9(08).
           05 WRK-SIS-HORA-INICIO PIC 9(06).
           05 WRK-SIS-DATA-FIM  PIC 9(08).
           05 WRK-SIS-HORA-FIM  PIC 9(04).
           05 WRK-SIS-OPERADOR  PIC X(08).
           05 WRK-SIS-MOTIVO    PIC X(30).
