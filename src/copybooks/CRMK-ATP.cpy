       01  ATP-REGISTRO.
           05 ATP-KEY.
              10 ATP-DATA-RECEB  PIC 9(08) VALUE ZERO.
              10 ATP-SEQ         PIC 9(05) VALUE ZERO.
           05 ATP-CLIENTE        PIC X(06) VALUE SPACES.
           05 ATP-EMAIL          PIC X(30) VALUE SPACES.
           05 ATP-TELEFONE       PIC X(14) VALUE SPACES.
           05 ATP-ENDERECO.
              10 ATP-END-LOGRADOURO PIC X(30) VALUE SPACES.
              10 ATP-END-NUMERO     PIC X(06) VALUE SPACES.
              10 ATP-END-COMPLEM    PIC X(10) VALUE SPACES.
              10 ATP-END-BAIRRO     PIC X(20) VALUE SPACES.
              10 ATP-END-CIDADE     PIC X(25) VALUE SPACES.
              10 ATP-END-UF         PIC X(02) VALUE SPACES.
              10 ATP-END-CEP        PIC X(08) VALUE SPACES.
           05 ATP-STATUS         PIC X(01) VALUE 'P'.
              88 ATP-PENDENTE               VALUE 'P'.
              88 ATP-APROVADA               VALUE 'A'.
              88 ATP-REJEITADA              VALUE 'R'.
           05 ATP-DATA-DECISAO   PIC 9(08) VALUE ZERO.
           05 ATP-OPERADOR       PIC X(08) VALUE SPACES.
