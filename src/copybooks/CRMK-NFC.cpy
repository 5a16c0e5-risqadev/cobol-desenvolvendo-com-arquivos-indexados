       01  NFC-REGISTRO.
           05 NFC-CHAVE         PIC X(01)  VALUE 'N'.
           05 NFC-CNPJ          PIC X(14)  VALUE SPACES.
           05 NFC-INSCR-MUNIC   PIC X(15)  VALUE SPACES.
           05 NFC-SERIE         PIC X(05)  VALUE SPACES.
           05 NFC-COD-SERVICO   PIC X(06)  VALUE SPACES.
           05 NFC-ALIQUOTA-ISS  PIC 9(02)V99 VALUE ZERO.
           05 NFC-ULT-RPS       PIC 9(09)  VALUE ZERO.
           05 NFC-ULT-LOTE      PIC 9(06)  VALUE ZERO.
           05 NFC-ULT-DATA      PIC 9(08)  VALUE ZERO.
           05 NFC-ULT-RETORNO   PIC 9(06)  VALUE ZERO.
