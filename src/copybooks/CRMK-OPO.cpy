           05 OPO-OPERADOR       PIC X(08) VALUE SPACES.
           05 OPO-DATA-CRIACAO   PIC 9(08) VALUE ZERO.
           05 OPO-DATA-ATUALIZA  PIC 9(08) VALUE ZERO.
           05 OPO-CONTRATO       PIC 9(05) VALUE ZERO.
