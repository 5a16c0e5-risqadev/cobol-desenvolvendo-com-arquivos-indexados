       01  COB-REGISTRO.
           05 COB-CHAVE         PIC X(01)  VALUE 'B'.
           05 COB-BANCO         PIC 9(03)  VALUE ZERO.
           05 COB-AGENCIA       PIC 9(04)  VALUE ZERO.
           05 COB-CONTA         PIC 9(08)  VALUE ZERO.
           05 COB-CARTEIRA      PIC 9(03)  VALUE ZERO.
           05 COB-CEDENTE       PIC X(20)  VALUE SPACES.
           05 COB-EMPRESA       PIC X(30)  VALUE SPACES.
           05 COB-ULT-SEQ       PIC 9(06)  VALUE ZERO.
           05 COB-ULT-NOSSO     PIC 9(10)  VALUE ZERO.
           05 COB-ULT-DATA      PIC 9(08)  VALUE ZERO.
           05 COB-ULT-RETORNO   PIC 9(06)  VALUE ZERO.
