       01  PGT-REGISTRO.
           05 PGT-KEY.
              10 PGT-CLIENTE     PIC X(06) VALUE SPACES.
              10 PGT-COMPETENCIA PIC 9(06) VALUE ZERO.
              10 PGT-SEQ         PIC 9(03) VALUE ZERO.
           05 PGT-VALOR         PIC 9(07)V99 VALUE ZERO.
           05 PGT-VALOR-CREDITO PIC 9(07)V99 VALUE ZERO.
           05 PGT-VALOR-ENCARGOS PIC 9(07)V99 VALUE ZERO.
           05 PGT-DATA          PIC 9(08) VALUE ZERO.
           05 PGT-METODO        PIC X(01) VALUE SPACE.
              88 PGT-METODO-BANCO           VALUE 'B'.
              88 PGT-METODO-DEPOSITO        VALUE 'D'.
              88 PGT-METODO-PIX             VALUE 'P'.
              88 PGT-METODO-TRANSF          VALUE 'T'.
              88 PGT-METODO-ESPECIE         VALUE 'E'.
              88 PGT-METODO-CREDITO         VALUE 'C'.
              88 PGT-METODO-MANUAL          VALUE 'D' 'P' 'T' 'E'.
           05 PGT-OPERADOR      PIC X(08) VALUE SPACES.
           05 PGT-DATA-REGISTRO PIC 9(08) VALUE ZERO.
           05 PGT-DATA-ORIGEM   PIC 9(08) VALUE ZERO.
           05 PGT-NOSSO-NUMERO  PIC 9(10) VALUE ZERO.
