       01  MTA-REGISTRO.
           05 MTA-KEY.
              10 MTA-TIPO        PIC X(01) VALUE SPACE.
                 88 MTA-META-OPERADOR        VALUE 'O'.
                 88 MTA-META-FILIAL          VALUE 'F'.
              10 MTA-CHAVE       PIC X(08) VALUE SPACES.
              10 MTA-COMPETENCIA PIC 9(06) VALUE ZERO.
           05 MTA-CONTRATOS      PIC 9(05) VALUE ZERO.
           05 MTA-VALOR          PIC 9(07)V99 VALUE ZERO.
           05 MTA-CONVERSOES     PIC 9(05) VALUE ZERO.
           05 MTA-OPERADOR       PIC X(08) VALUE SPACES.
           05 MTA-DATA-ATUALIZA  PIC 9(08) VALUE ZERO.
