       01  CTB-REGISTRO.
           05 CTB-CHAVE         PIC X(01)  VALUE 'C'.
           05 CTB-ULT-SEQ       PIC 9(06)  VALUE ZERO.
           05 CTB-ULT-DATA      PIC 9(08)  VALUE ZERO.
           05 CTB-SALDO-ANT     PIC 9(09)V99 VALUE ZERO.
           05 CTB-SALDO-ULT     PIC 9(09)V99 VALUE ZERO.
           05 CTB-CONTA-RECEITA PIC X(12)  VALUE SPACES.
           05 CTB-CONTA-CLIENTES PIC X(12) VALUE SPACES.
           05 CTB-CONTA-CAIXA   PIC X(12)  VALUE SPACES.
           05 CTB-CONTA-ENCARGOS PIC X(12) VALUE SPACES.
           05 CTB-CONTA-DEVOLUCAO PIC X(12) VALUE SPACES.
           05 CTB-CONTA-CREDITO PIC X(12)  VALUE SPACES.
