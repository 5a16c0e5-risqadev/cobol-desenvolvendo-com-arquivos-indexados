       01  IRG-REGISTRO.
           05 IRG-KEY.
              10 IRG-PROGRAMA    PIC X(08).
              10 IRG-CHECKSUM    PIC 9(10).
           05 IRG-PROCESSADO.
              10 IRG-DATA-PROC   PIC 9(08).
              10 IRG-HORA-PROC   PIC 9(06).
           05 IRG-ARQUIVO        PIC X(40).
           05 IRG-DATA-ARQUIVO   PIC 9(08).
           05 IRG-REGISTROS      PIC 9(07).
           05 IRG-APLICADOS      PIC 9(07).
           05 IRG-VEZES          PIC 9(03).
           05 IRG-OPERADOR       PIC X(08).
           05 IRG-LIBERADO       PIC X(01).
              88 IRG-REPROCESSO-LIBERADO   VALUE 'S'.
           05 IRG-AUTORIZADOR    PIC X(08).
