       01  GRP-REGISTRO.
           05 GRP-CODIGO         PIC X(06) VALUE SPACES.
           05 GRP-NOME           PIC X(30) VALUE SPACES.
           05 GRP-RAIZ-CNPJ      PIC X(08) VALUE SPACES.
           05 GRP-LIMITE-CRED    PIC 9(09)V99 VALUE ZERO.
           05 GRP-OPERADOR       PIC X(08) VALUE SPACES.
           05 GRP-DATA-ATUALIZA  PIC 9(08) VALUE ZERO.
