       01  CNB-HEADER.
           05 CNB-HDR-TIPO          PIC X(01).
           05 CNB-HDR-OPERACAO      PIC X(01).
           05 CNB-HDR-LITERAL       PIC X(07).
           05 CNB-HDR-SERVICO       PIC X(02).
           05 CNB-HDR-LIT-SERVICO   PIC X(15).
           05 CNB-HDR-AGENCIA       PIC 9(04).
           05 CNB-HDR-CONTA         PIC 9(08).
           05 CNB-HDR-CEDENTE       PIC X(20).
           05 CNB-HDR-EMPRESA       PIC X(30).
           05 CNB-HDR-BANCO         PIC 9(03).
           05 CNB-HDR-DATA          PIC 9(06).
           05 CNB-HDR-SEQ-ARQ       PIC 9(06).
           05 FILLER                PIC X(291).
           05 CNB-HDR-SEQ-REG       PIC 9(06).
      *
       01  CNB-DETALHE.
           05 CNB-DET-TIPO          PIC X(01).
           05 CNB-DET-INSCR-TIPO    PIC 9(02).
           05 CNB-DET-INSCRICAO     PIC X(14).
           05 CNB-DET-SEU-NUMERO.
              10 CNB-DET-CLIENTE    PIC X(06).
              10 CNB-DET-COMPETENCIA PIC 9(06).
              10 FILLER             PIC X(13).
           05 CNB-DET-NOSSO-NUMERO  PIC 9(10).
           05 CNB-DET-CARTEIRA      PIC 9(03).
           05 CNB-DET-OCORRENCIA    PIC 9(02).
           05 CNB-DET-DATA-OCORR    PIC 9(06).
           05 CNB-DET-VENCIMENTO    PIC 9(06).
           05 CNB-DET-VALOR         PIC 9(11)V99.
           05 CNB-DET-DATA-EMISSAO  PIC 9(06).
           05 CNB-DET-VALOR-PAGO    PIC 9(11)V99.
           05 CNB-DET-DATA-CREDITO  PIC 9(06).
           05 CNB-DET-MOTIVO        PIC X(10).
           05 CNB-DET-SACADO-NOME   PIC X(40).
           05 CNB-DET-SACADO-END    PIC X(40).
           05 CNB-DET-SACADO-BAIRRO PIC X(12).
           05 CNB-DET-SACADO-CEP    PIC X(08).
           05 CNB-DET-SACADO-CIDADE PIC X(15).
           05 CNB-DET-SACADO-UF     PIC X(02).
           05 CNB-DET-VALOR-ABATIM  PIC 9(11)V99.
           05 FILLER                PIC X(147).
           05 CNB-DET-SEQ-REG       PIC 9(06).
      *
       01  CNB-TRAILER.
           05 CNB-TRL-TIPO          PIC X(01).
           05 CNB-TRL-QTDE          PIC 9(08).
           05 CNB-TRL-VALOR-TOTAL   PIC 9(12)V99.
           05 FILLER                PIC X(371).
           05 CNB-TRL-SEQ-REG       PIC 9(06).
