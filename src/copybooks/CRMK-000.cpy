              88 ARQCRM-DOC-RESTRITO            VALUE 'S'.
           05 ARQCRM-FILIAL          PIC X(02) VALUE '01'.
           05 ARQCRM-LIMITE-CRED     PIC 9(07)V99 VALUE ZERO.
           05 ARQCRM-DATA-CONFIRMACAO PIC 9(08) VALUE ZERO.
