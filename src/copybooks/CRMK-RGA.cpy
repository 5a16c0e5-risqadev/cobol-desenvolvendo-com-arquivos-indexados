       01  RGA-REGISTRO.
           05 RGA-CHAVE         PIC X(01)  VALUE 'R'.
           05 RGA-ETAPA         OCCURS 5 TIMES.
              10 RGA-DIAS       PIC 9(03)  VALUE ZERO.
              10 RGA-MODELO     PIC X(08)  VALUE SPACES.
              10 RGA-DESCRICAO  PIC X(20)  VALUE SPACES.
