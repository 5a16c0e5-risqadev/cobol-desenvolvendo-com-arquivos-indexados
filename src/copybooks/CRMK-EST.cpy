           05 EST-VALOR-ATIVO   PIC 9(09)V99 VALUE ZERO.
           05 EST-CONTATOS      PIC 9(05) VALUE ZERO.
           05 EST-DATA-GERACAO  PIC 9(08) VALUE ZERO.
           05 EST-RECEB-PRINCIPAL PIC 9(09)V99 VALUE ZERO.
           05 EST-RECEB-ENCARGOS PIC 9(09)V99 VALUE ZERO.
           05 EST-PONTOS-GANHOS PIC 9(09) VALUE ZERO.
           05 EST-PONTOS-RESGATADOS PIC 9(09) VALUE ZERO.
           05 EST-PONTOS-EXPIRADOS PIC 9(09) VALUE ZERO.
           05 EST-PONTOS-SALDO  PIC 9(09) VALUE ZERO.
           05 EST-PASSIVO-PONTOS PIC 9(09)V99 VALUE ZERO.
