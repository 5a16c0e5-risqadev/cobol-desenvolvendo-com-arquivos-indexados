       01  EQM-REGISTRO.
           05 EQM-KEY.
              10 EQM-SERIE       PIC X(20) VALUE SPACES.
              10 EQM-SEQ         PIC 9(03) VALUE ZERO.
           05 EQM-DATA           PIC 9(08) VALUE ZERO.
           05 EQM-HORA           PIC 9(06) VALUE ZERO.
           05 EQM-STATUS-ANT     PIC X(01) VALUE SPACE.
           05 EQM-STATUS         PIC X(01) VALUE SPACE.
           05 EQM-CLIENTE        PIC X(06) VALUE SPACES.
           05 EQM-CONTRATO       PIC 9(05) VALUE ZERO.
           05 EQM-OPERADOR       PIC X(08) VALUE SPACES.
           05 EQM-OBS            PIC X(40) VALUE SPACES.
