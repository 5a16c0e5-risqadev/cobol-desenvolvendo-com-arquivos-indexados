       01  PFC-REGISTRO.
           05 PFC-COMPETENCIA   PIC 9(06)  VALUE ZERO.
           05 PFC-SITUACAO      PIC X(01)  VALUE 'F'.
              88 PFC-FECHADA               VALUE 'F'.
              88 PFC-REABERTA              VALUE 'R'.
           05 PFC-DATA-FECHAMENTO PIC 9(08) VALUE ZERO.
           05 PFC-HORA-FECHAMENTO PIC 9(06) VALUE ZERO.
           05 PFC-OPER-FECHAMENTO PIC X(08) VALUE SPACES.
           05 PFC-DATA-REABERTURA PIC 9(08) VALUE ZERO.
           05 PFC-OPER-REABERTURA PIC X(08) VALUE SPACES.
           05 PFC-MOTIVO-REABERTURA PIC X(40) VALUE SPACES.
           05 PFC-QTD-REABERTURAS PIC 9(03) VALUE ZERO.
