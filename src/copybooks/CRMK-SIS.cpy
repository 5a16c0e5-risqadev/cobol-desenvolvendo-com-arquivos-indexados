       01  SIS-REGISTRO.
           05 SIS-CHAVE         PIC X(01)  VALUE 'E'.
           05 SIS-SITUACAO      PIC X(01)  VALUE 'L'.
              88 SIS-LIVRE                 VALUE 'L'.
              88 SIS-BATCH                 VALUE 'B'.
              88 SIS-MANUTENCAO            VALUE 'M'.
           05 SIS-DATA-INICIO   PIC 9(08)  VALUE ZERO.
           05 SIS-HORA-INICIO   PIC 9(06)  VALUE ZERO.
           05 SIS-DATA-FIM      PIC 9(08)  VALUE ZERO.
           05 SIS-HORA-FIM      PIC 9(04)  VALUE ZERO.
           05 SIS-OPERADOR      PIC X(08)  VALUE SPACES.
           05 SIS-MOTIVO        PIC X(30)  VALUE SPACES.
