       01  WRK-CAL-PEDIDO.
           05 WRK-CAL-DATA      PIC 9(08).
           05 WRK-CAL-FREQUENCIA PIC X(01).
              88 WRK-CAL-DIARIO            VALUE 'D' SPACE.
              88 WRK-CAL-DIA-UTIL          VALUE 'U'.
              88 WRK-CAL-SEMANAL           VALUE 'S'.
              88 WRK-CAL-FIM-MES           VALUE 'F'.
              88 WRK-CAL-NESIMO-UTIL       VALUE 'N'.
              88 WRK-CAL-ANUAL             VALUE 'A'.
           05 WRK-CAL-PARAMETRO PIC X(04).
           05 WRK-CAL-RESULTADO PIC X(01).
              88 WRK-CAL-EXECUTA           VALUE 'S'.
              88 WRK-CAL-NAO-EXECUTA       VALUE 'N'.
              88 WRK-CAL-REGRA-INVALIDA    VALUE 'I'.
           05 WRK-CAL-DESCRICAO PIC X(30).
