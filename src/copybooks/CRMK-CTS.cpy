       01  CTS-REGISTRO.
           05 CTS-CLIENTE        PIC X(06) VALUE SPACES.
           05 CTS-DATA-CALCULO   PIC 9(08) VALUE ZERO.
           05 CTS-ULT-DATA       PIC 9(08) VALUE ZERO.
           05 CTS-ULT-TIPO       PIC X(01) VALUE SPACE.
           05 CTS-QTD-TOTAL      PIC 9(05) VALUE ZERO.
           05 CTS-JANELA OCCURS 3 TIMES.
              10 CTS-DIAS          PIC 9(03).
              10 CTS-QTD-TIPOS.
                 15 CTS-QTD-LIGACAO    PIC 9(05).
                 15 CTS-QTD-RECLAMACAO PIC 9(05).
                 15 CTS-QTD-VISITA     PIC 9(05).
                 15 CTS-QTD-PROMESSA   PIC 9(05).
                 15 CTS-QTD-OUTRO      PIC 9(05).
                 15 CTS-QTD-COBRANCA   PIC 9(05).
              10 FILLER REDEFINES CTS-QTD-TIPOS.
                 15 CTS-QTD-TIPO       PIC 9(05) OCCURS 6 TIMES.
           05 CTS-ULT-RECLAMACAO PIC 9(08) VALUE ZERO.
           05 CTS-ULT-PESQUISA   PIC 9(08) VALUE ZERO.
           05 CTS-ULT-NOTA       PIC 9(02) VALUE ZERO.
