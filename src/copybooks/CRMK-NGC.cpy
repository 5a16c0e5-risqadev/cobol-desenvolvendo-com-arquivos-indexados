       01  NGC-REGISTRO.
           05 NGC-CHAVE         PIC X(01)  VALUE 'G'.
           05 NGC-COD-ASSOCIADO PIC X(10)  VALUE SPACES.
           05 NGC-DIAS-ATRASO   PIC 9(03)  VALUE ZERO.
           05 NGC-DIAS-AVISO    PIC 9(02)  VALUE ZERO.
           05 NGC-PRAZO-EXCLUSAO PIC 9(02) VALUE ZERO.
           05 NGC-VALOR-MINIMO  PIC 9(07)V99 VALUE ZERO.
           05 NGC-ULT-SEQ       PIC 9(06)  VALUE ZERO.
           05 NGC-ULT-DATA      PIC 9(08)  VALUE ZERO.
