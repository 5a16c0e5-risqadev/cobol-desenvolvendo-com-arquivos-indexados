       01  CMV-REGISTRO.
           05 CMV-KEY.
              10 CMV-CONTRATO    PIC 9(05) VALUE ZERO.
              10 CMV-ADITIVO     PIC 9(03) VALUE ZERO.
           05 CMV-OPERADOR       PIC X(08) VALUE SPACES.
           05 CMV-CLIENTE        PIC X(06) VALUE SPACES.
           05 CMV-SEGMENTO       PIC X(01) VALUE SPACE.
           05 CMV-TIPO           PIC X(01) VALUE SPACE.
              88 CMV-CONTRATO-NOVO          VALUE 'N'.
              88 CMV-EXPANSAO               VALUE 'E'.
           05 CMV-DATA-VIGENCIA  PIC 9(08) VALUE ZERO.
           05 CMV-COMPET-APURACAO PIC 9(06) VALUE ZERO.
           05 CMV-VALOR-BASE     PIC 9(07)V99 VALUE ZERO.
           05 CMV-VALOR-COMISSAO PIC 9(07)V99 VALUE ZERO.
           05 CMV-STATUS         PIC X(01) VALUE 'P'.
              88 CMV-COMISSAO-PENDENTE      VALUE 'P'.
              88 CMV-COMISSAO-LIBERADA      VALUE 'L'.
              88 CMV-COMISSAO-ESTORNADA     VALUE 'E'.
              88 CMV-COMISSAO-CANCELADA     VALUE 'X'.
           05 CMV-COMPET-FATURA  PIC 9(06) VALUE ZERO.
           05 CMV-DATA-PAGTO     PIC 9(08) VALUE ZERO.
           05 CMV-COMPET-CREDITO PIC 9(06) VALUE ZERO.
           05 CMV-DATA-ENCERRA   PIC 9(08) VALUE ZERO.
           05 CMV-COMPET-ESTORNO PIC 9(06) VALUE ZERO.
