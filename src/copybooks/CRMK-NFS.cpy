       01  NFS-HEADER.
           05 NFS-HDR-TIPO          PIC X(01).
           05 NFS-HDR-VERSAO        PIC X(03).
           05 NFS-HDR-INSCR-MUNIC   PIC X(15).
           05 NFS-HDR-CNPJ          PIC X(14).
           05 NFS-HDR-LOTE          PIC 9(06).
           05 NFS-HDR-DATA-INICIO   PIC 9(08).
           05 NFS-HDR-DATA-FIM      PIC 9(08).
           05 FILLER                PIC X(345).
      *
       01  NFS-DETALHE.
           05 NFS-DET-TIPO          PIC X(01).
           05 NFS-DET-TIPO-RPS      PIC X(05).
           05 NFS-DET-SERIE         PIC X(05).
           05 NFS-DET-NUMERO        PIC 9(09).
           05 NFS-DET-DATA-EMISSAO  PIC 9(08).
           05 NFS-DET-TRIBUTACAO    PIC X(01).
           05 NFS-DET-VALOR-SERVICO PIC 9(13)V99.
           05 NFS-DET-VALOR-DEDUCAO PIC 9(13)V99.
           05 NFS-DET-COD-SERVICO   PIC X(06).
           05 NFS-DET-ALIQUOTA      PIC 9(02)V99.
           05 NFS-DET-VALOR-ISS     PIC 9(13)V99.
           05 NFS-DET-TOM-TIPO      PIC 9(01).
           05 NFS-DET-TOM-DOCUMENTO PIC X(14).
           05 NFS-DET-TOM-NOME      PIC X(40).
           05 NFS-DET-TOM-LOGRADOURO PIC X(30).
           05 NFS-DET-TOM-NUMERO    PIC X(06).
           05 NFS-DET-TOM-COMPLEM   PIC X(10).
           05 NFS-DET-TOM-BAIRRO    PIC X(20).
           05 NFS-DET-TOM-CIDADE    PIC X(25).
           05 NFS-DET-TOM-UF        PIC X(02).
           05 NFS-DET-TOM-CEP       PIC X(08).
           05 NFS-DET-TOM-EMAIL     PIC X(30).
           05 NFS-DET-IDENTIFICADOR.
              10 NFS-DET-CLIENTE    PIC X(06).
              10 NFS-DET-COMPETENCIA PIC 9(06).
           05 NFS-DET-DISCRIMINACAO PIC X(60).
           05 FILLER                PIC X(58).
      *
       01  NFS-TRAILER.
           05 NFS-TRL-TIPO          PIC X(01).
           05 NFS-TRL-QTDE          PIC 9(07).
           05 NFS-TRL-VALOR-SERVICOS PIC 9(13)V99.
           05 NFS-TRL-VALOR-DEDUCOES PIC 9(13)V99.
           05 FILLER                PIC X(362).
