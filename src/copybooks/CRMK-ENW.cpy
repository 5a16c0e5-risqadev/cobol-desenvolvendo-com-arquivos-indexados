       01  WRK-ENC-DATA         PIC 9(08)   VALUE ZERO.
       01  WRK-ENC-DESDE        PIC 9(08)   VALUE ZERO.
       01  WRK-ENC-DIAS         PIC 9(05)   VALUE ZERO.
       01  WRK-ENC-MULTA        PIC 9(07)V99 VALUE ZERO.
       01  WRK-ENC-JUROS        PIC 9(07)V99 VALUE ZERO.
       01  WRK-ENC-TOTAL        PIC 9(07)V99 VALUE ZERO.
       01  WRK-ENC-ATUALIZADO   PIC 9(07)V99 VALUE ZERO.
