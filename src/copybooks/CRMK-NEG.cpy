       01  NEG-REGISTRO.
           05 NEG-KEY.
              10 NEG-CLIENTE     PIC X(06) VALUE SPACES.
              10 NEG-COMPETENCIA PIC 9(06) VALUE ZERO.
           05 NEG-CPF-CNPJ       PIC X(14) VALUE SPACES.
           05 NEG-VALOR          PIC 9(07)V99 VALUE ZERO.
           05 NEG-DATA-VENC      PIC 9(08) VALUE ZERO.
           05 NEG-DATA-AVISO     PIC 9(08) VALUE ZERO.
           05 NEG-DATA-INCLUSAO  PIC 9(08) VALUE ZERO.
           05 NEG-SEQ-INCLUSAO   PIC 9(06) VALUE ZERO.
           05 NEG-SITUACAO       PIC X(01) VALUE 'I'.
              88 NEG-NEGATIVADO             VALUE 'I'.
              88 NEG-QUITADO                VALUE 'Q'.
              88 NEG-EXCLUIDO               VALUE 'E'.
              88 NEG-LISTADO                VALUE 'I' 'Q'.
           05 NEG-DATA-QUITACAO  PIC 9(08) VALUE ZERO.
           05 NEG-PRAZO-EXCLUSAO PIC 9(08) VALUE ZERO.
           05 NEG-DATA-EXCLUSAO  PIC 9(08) VALUE ZERO.
           05 NEG-SEQ-EXCLUSAO   PIC 9(06) VALUE ZERO.
           05 NEG-MOTIVO-EXCL    PIC X(02) VALUE SPACES.
              88 NEG-EXCL-PAGAMENTO         VALUE '01'.
              88 NEG-EXCL-CANCELAMENTO      VALUE '02'.
              88 NEG-EXCL-SEM-FATURA        VALUE '03'.
              88 NEG-EXCL-RENEGOCIACAO      VALUE '04'.
