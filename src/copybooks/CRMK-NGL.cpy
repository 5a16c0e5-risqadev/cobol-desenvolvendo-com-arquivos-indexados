       01  NGL-HEADER.
           05 NGL-HDR-TIPO          PIC X(01).
           05 NGL-HDR-LITERAL       PIC X(11).
           05 NGL-HDR-ASSOCIADO     PIC X(10).
           05 NGL-HDR-DATA          PIC 9(08).
           05 NGL-HDR-SEQ-ARQ       PIC 9(06).
           05 FILLER                PIC X(208).
           05 NGL-HDR-SEQ-REG       PIC 9(06).
      *
       01  NGL-DETALHE.
           05 NGL-DET-TIPO          PIC X(01).
           05 NGL-DET-OPERACAO      PIC X(01).
           05 NGL-DET-TIPO-DOC      PIC 9(01).
           05 NGL-DET-DOCUMENTO     PIC X(14).
           05 NGL-DET-NOME          PIC X(40).
           05 NGL-DET-ENDERECO      PIC X(40).
           05 NGL-DET-BAIRRO        PIC X(20).
           05 NGL-DET-CIDADE        PIC X(25).
           05 NGL-DET-UF            PIC X(02).
           05 NGL-DET-CEP           PIC X(08).
           05 NGL-DET-CONTRATO.
              10 NGL-DET-CLIENTE    PIC X(06).
              10 NGL-DET-COMPETENCIA PIC 9(06).
           05 NGL-DET-NATUREZA      PIC X(02).
           05 NGL-DET-DATA-VENC     PIC 9(08).
           05 NGL-DET-VALOR         PIC 9(11)V99.
           05 NGL-DET-DATA-AVISO    PIC 9(08).
           05 NGL-DET-MOTIVO-EXCL   PIC X(02).
           05 NGL-DET-DATA-QUITACAO PIC 9(08).
           05 FILLER                PIC X(39).
           05 NGL-DET-SEQ-REG       PIC 9(06).
      *
       01  NGL-TRAILER.
           05 NGL-TRL-TIPO          PIC X(01).
           05 NGL-TRL-QTD-INCLUSOES PIC 9(06).
           05 NGL-TRL-QTD-EXCLUSOES PIC 9(06).
           05 NGL-TRL-VALOR-INCLUSOES PIC 9(13)V99.
           05 FILLER                PIC X(216).
           05 NGL-TRL-SEQ-REG       PIC 9(06).
