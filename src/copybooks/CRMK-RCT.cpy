       01  RCT-LINHA.
           05 RCT-PASSO         PIC 9(02).
           05 FILLER            PIC X(01).
           05 RCT-PROGRAMA      PIC X(10).
           05 FILLER            PIC X(01).
           05 RCT-FREQUENCIA    PIC X(01).
           05 FILLER            PIC X(01).
           05 RCT-PARAMETRO     PIC X(04).
