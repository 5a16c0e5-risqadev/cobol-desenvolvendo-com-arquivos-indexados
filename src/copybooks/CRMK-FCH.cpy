       01  FCH-REGISTRO.
           05 FCH-KEY.
              10 FCH-CLIENTE     PIC X(06) VALUE SPACES.
              10 FCH-COMPETENCIA PIC 9(06) VALUE ZERO.
              10 FCH-VERSAO      PIC 9(02) VALUE ZERO.
           05 FCH-VALOR          PIC 9(07)V99 VALUE ZERO.
           05 FCH-DATA-EMISSAO   PIC 9(08) VALUE ZERO.
           05 FCH-DATA-VENC      PIC 9(08) VALUE ZERO.
           05 FCH-NOSSO-NUMERO   PIC 9(10) VALUE ZERO.
           05 FCH-VALOR-CREDITADO PIC 9(07)V99 VALUE ZERO.
           05 FCH-MOTIVO-CANC    PIC X(01) VALUE SPACE.
           05 FCH-DATA-CANC      PIC 9(08) VALUE ZERO.
           05 FCH-OPER-CANC      PIC X(08) VALUE SPACES.
           05 FCH-DATA-REEMISSAO PIC 9(08) VALUE ZERO.
           05 FCH-OPER-REEMISSAO PIC X(08) VALUE SPACES.
