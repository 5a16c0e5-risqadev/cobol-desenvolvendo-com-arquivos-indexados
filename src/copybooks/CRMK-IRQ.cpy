       01  WRK-IRG-PEDIDO.
           05 WRK-IRG-ACAO      PIC X(01).
              88 WRK-IRG-VERIFICA          VALUE 'V'.
              88 WRK-IRG-REGISTRA          VALUE 'R'.
           05 WRK-IRG-PROGRAMA  PIC X(08).
           05 WRK-IRG-ARQUIVO   PIC X(40).
           05 WRK-IRG-LAYOUT    PIC X(01).
              88 WRK-IRG-LAYOUT-PADRAO     VALUE 'P'.
              88 WRK-IRG-LAYOUT-ERP        VALUE 'E'.
              88 WRK-IRG-LAYOUT-CNAB       VALUE 'C'.
           05 WRK-IRG-RESULTADO PIC X(01).
              88 WRK-IRG-ACEITO            VALUE 'S' 'R'.
              88 WRK-IRG-REPROCESSO        VALUE 'R'.
              88 WRK-IRG-RECUSADO          VALUE 'D' 'C'.
              88 WRK-IRG-DUPLICADO         VALUE 'D'.
              88 WRK-IRG-CONTAGEM-ERRADA   VALUE 'C'.
              88 WRK-IRG-SEM-ARQUIVO       VALUE 'A'.
           05 WRK-IRG-CHECKSUM  PIC 9(10).
           05 WRK-IRG-DATA-ARQUIVO PIC 9(08).
           05 WRK-IRG-REGISTROS PIC 9(07).
           05 WRK-IRG-APLICADOS PIC 9(07).
           05 WRK-IRG-OPERADOR  PIC X(08).
           05 WRK-IRG-MENSAGEM  PIC X(70).
