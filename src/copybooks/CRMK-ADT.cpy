       01  ADT-REGISTRO.
           05 ADT-KEY.
              10 ADT-CONTRATO    PIC 9(05) VALUE ZERO.
              10 ADT-NUMERO      PIC 9(03) VALUE ZERO.
              10 ADT-LINHA       PIC 9(02) VALUE ZERO.
           05 ADT-TIPO           PIC X(01) VALUE SPACE.
              88 ADT-INCLUSAO               VALUE 'I'.
              88 ADT-ALTERACAO              VALUE 'A'.
              88 ADT-ENCERRAMENTO           VALUE 'E'.
              88 ADT-REAJUSTE               VALUE 'R'.
              88 ADT-TRANSFERENCIA          VALUE 'T'.
              88 ADT-ITEM-INCLUIDO          VALUE 'N'.
              88 ADT-ITEM-ALTERADO          VALUE 'M'.
              88 ADT-ITEM-EXCLUIDO          VALUE 'X'.
           05 ADT-DATA-VIGENCIA  PIC 9(08) VALUE ZERO.
           05 ADT-DATA-REGISTRO  PIC 9(08) VALUE ZERO.
           05 ADT-HORA-REGISTRO  PIC 9(06) VALUE ZERO.
           05 ADT-OPERADOR       PIC X(08) VALUE SPACES.
           05 ADT-MOTIVO         PIC X(40) VALUE SPACES.
           05 ADT-ANTERIOR.
              10 ADT-ANT-CLIENTE    PIC X(06) VALUE SPACES.
              10 ADT-ANT-DESCRICAO  PIC X(30) VALUE SPACES.
              10 ADT-ANT-VALOR      PIC 9(07)V99 VALUE ZERO.
              10 ADT-ANT-DATA-FIM   PIC 9(08) VALUE ZERO.
              10 ADT-ANT-STATUS     PIC X(01) VALUE SPACE.
           05 ADT-NOVO.
              10 ADT-NOV-CLIENTE    PIC X(06) VALUE SPACES.
              10 ADT-NOV-DESCRICAO  PIC X(30) VALUE SPACES.
              10 ADT-NOV-VALOR      PIC 9(07)V99 VALUE ZERO.
              10 ADT-NOV-DATA-FIM   PIC 9(08) VALUE ZERO.
              10 ADT-NOV-STATUS     PIC X(01) VALUE SPACE.
           05 ADT-ITEM.
              10 ADT-ANT-PRODUTO    PIC X(04) VALUE SPACES.
              10 ADT-ANT-QTDE       PIC 9(03) VALUE ZERO.
              10 ADT-ANT-ITM-VALOR  PIC 9(07)V99 VALUE ZERO.
              10 ADT-NOV-PRODUTO    PIC X(04) VALUE SPACES.
              10 ADT-NOV-QTDE       PIC 9(03) VALUE ZERO.
              10 ADT-NOV-ITM-VALOR  PIC 9(07)V99 VALUE ZERO.
