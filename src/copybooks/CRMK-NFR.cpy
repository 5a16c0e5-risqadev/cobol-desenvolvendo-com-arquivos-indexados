       01  NFR-HEADER.
           05 NFR-HDR-TIPO          PIC X(01).
           05 NFR-HDR-INSCR-MUNIC   PIC X(15).
           05 NFR-HDR-LOTE          PIC 9(06).
           05 NFR-HDR-SEQ-ARQ       PIC 9(06).
           05 NFR-HDR-DATA          PIC 9(08).
           05 FILLER                PIC X(164).
      *
       01  NFR-DETALHE.
           05 NFR-DET-TIPO          PIC X(01).
           05 NFR-DET-SERIE         PIC X(05).
           05 NFR-DET-RPS           PIC 9(09).
           05 NFR-DET-SITUACAO      PIC X(01).
           05 NFR-DET-NFSE-NUMERO   PIC 9(09).
           05 NFR-DET-CODVERIF      PIC X(09).
           05 NFR-DET-DATA-EMISSAO  PIC 9(08).
           05 NFR-DET-VALOR         PIC 9(13)V99.
           05 NFR-DET-IDENTIFICADOR.
              10 NFR-DET-CLIENTE    PIC X(06).
              10 NFR-DET-COMPETENCIA PIC 9(06).
           05 NFR-DET-MOTIVO        PIC X(60).
           05 FILLER                PIC X(71).
      *
       01  NFR-TRAILER.
           05 NFR-TRL-TIPO          PIC X(01).
           05 NFR-TRL-QTDE          PIC 9(07).
           05 NFR-TRL-VALOR-TOTAL   PIC 9(13)V99.
           05 FILLER                PIC X(177).
