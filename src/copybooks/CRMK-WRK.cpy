           05 WRK-ARQCRM-RESTRITO   PIC X(01).
           05 WRK-ARQCRM-FILIAL     PIC X(02).
           05 WRK-ARQCRM-LIMITE     PIC 9(07)V99.
           05 WRK-ARQCRM-DATA-CONF  PIC 9(08).
