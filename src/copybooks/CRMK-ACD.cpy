       01  ACD-REGISTRO.
           05 ACD-KEY.
              10 ACD-CLIENTE     PIC X(06) VALUE SPACES.
              10 ACD-NUMERO      PIC 9(03) VALUE ZERO.
           05 ACD-DATA           PIC 9(08) VALUE ZERO.
           05 ACD-OPERADOR       PIC X(08) VALUE SPACES.
           05 ACD-QTD-FATURAS    PIC 9(02) VALUE ZERO.
           05 ACD-VALOR-PRINCIPAL PIC 9(07)V99 VALUE ZERO.
           05 ACD-VALOR-ENCARGOS PIC 9(07)V99 VALUE ZERO.
           05 ACD-PERC-DESCONTO  PIC 9(02)V99 VALUE ZERO.
           05 ACD-VALOR-DESCONTO PIC 9(07)V99 VALUE ZERO.
           05 ACD-VALOR-TOTAL    PIC 9(07)V99 VALUE ZERO.
           05 ACD-QTD-PARCELAS   PIC 9(02) VALUE ZERO.
           05 ACD-DATA-PRIM-VENC PIC 9(08) VALUE ZERO.
           05 ACD-SITUACAO       PIC X(01) VALUE 'V'.
              88 ACD-VIGENTE               VALUE 'V'.
              88 ACD-QUITADO               VALUE 'Q'.
              88 ACD-ROMPIDO               VALUE 'R'.
           05 ACD-DATA-SITUACAO  PIC 9(08) VALUE ZERO.
           05 ACD-VALOR-REATIVADO PIC 9(07)V99 VALUE ZERO.
