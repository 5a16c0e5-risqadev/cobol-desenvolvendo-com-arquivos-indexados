       01  EQP-REGISTRO.
           05 EQP-SERIE          PIC X(20) VALUE SPACES.
           05 EQP-MODELO         PIC X(25) VALUE SPACES.
           05 EQP-PRODUTO        PIC X(04) VALUE SPACES.
           05 EQP-VALOR          PIC 9(07)V99 VALUE ZERO.
           05 EQP-STATUS         PIC X(01) VALUE 'E'.
              88 EQP-EM-ESTOQUE             VALUE 'E'.
              88 EQP-NO-CLIENTE             VALUE 'C'.
              88 EQP-EM-REPARO              VALUE 'R'.
              88 EQP-BAIXADO                VALUE 'B'.
           05 EQP-CLIENTE        PIC X(06) VALUE SPACES.
           05 EQP-CONTRATO       PIC 9(05) VALUE ZERO.
           05 EQP-DATA-STATUS    PIC 9(08) VALUE ZERO.
           05 EQP-OPERADOR       PIC X(08) VALUE SPACES.
           05 EQP-ULT-MOV        PIC 9(03) VALUE ZERO.
           05 EQP-COBRAR         PIC X(01) VALUE 'N'.
              88 EQP-COBRAR-CLIENTE         VALUE 'S'.
           05 EQP-VALOR-COBRANCA PIC 9(07)V99 VALUE ZERO.
           05 EQP-COMPET-FATURA  PIC 9(06) VALUE ZERO.
