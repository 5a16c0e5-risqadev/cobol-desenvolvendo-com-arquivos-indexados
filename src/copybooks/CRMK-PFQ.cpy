       01  WRK-PFC-PEDIDO.
           05 WRK-PFC-ACAO      PIC X(01).
              88 WRK-PFC-CONSULTA          VALUE 'C'.
              88 WRK-PFC-FECHA             VALUE 'F'.
              88 WRK-PFC-REABRE            VALUE 'R'.
           05 WRK-PFC-DATA      PIC 9(08).
           05 WRK-PFC-COMPETENCIA PIC 9(06).
           05 WRK-PFC-OPERADOR  PIC X(08).
           05 WRK-PFC-MOTIVO    PIC X(40).
           05 WRK-PFC-RESULTADO PIC X(01).
              88 WRK-PFC-ABERTA            VALUE 'A'.
              88 WRK-PFC-FECHADA           VALUE 'F'.
           05 WRK-PFC-COMPET-ABERTA PIC 9(06).
           05 WRK-PFC-DATA-LANCTO PIC 9(08).
           05 WRK-PFC-DATA-FECHAMENTO PIC 9(08).
           05 WRK-PFC-QTD-REABERTURAS PIC 9(03).
