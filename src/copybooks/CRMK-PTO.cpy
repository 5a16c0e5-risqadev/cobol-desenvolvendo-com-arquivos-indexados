       01  PTO-REGISTRO.
           05 PTO-KEY.
              10 PTO-CLIENTE     PIC X(06) VALUE SPACES.
              10 PTO-SEQ         PIC 9(05) VALUE ZERO.
           05 PTO-TIPO           PIC X(01) VALUE SPACE.
              88 PTO-GANHO-FATURA           VALUE 'F'.
              88 PTO-GANHO-ANIVERSARIO      VALUE 'A'.
              88 PTO-GANHO-INDICACAO        VALUE 'I'.
              88 PTO-RESGATE                VALUE 'R'.
              88 PTO-EXPIRACAO              VALUE 'E'.
              88 PTO-LOTE-GANHO             VALUE 'F' 'A' 'I'.
           05 PTO-DATA           PIC 9(08) VALUE ZERO.
           05 PTO-COMPETENCIA    PIC 9(06) VALUE ZERO.
           05 PTO-PONTOS         PIC 9(07) VALUE ZERO.
           05 PTO-SALDO-LOTE     PIC 9(07) VALUE ZERO.
           05 PTO-DATA-EXPIRA    PIC 9(08) VALUE ZERO.
           05 PTO-REFERENCIA     PIC X(20) VALUE SPACES.
           05 PTO-VALOR-CREDITO  PIC 9(07)V99 VALUE ZERO.
           05 PTO-OPERADOR       PIC X(08) VALUE SPACES.
