       01  WRK-GPG-RETORNO.
           05 WRK-GPG-RESULTADO PIC X(01).
              88 WRK-GPG-GRAVADO           VALUE 'S'.
              88 WRK-GPG-JA-EXISTE         VALUE 'D'.
              88 WRK-GPG-ERRO-PAGTOS       VALUE 'P'.
              88 WRK-GPG-ERRO-CREDITO      VALUE 'C'.
           05 WRK-GPG-FS        PIC 9(02).
