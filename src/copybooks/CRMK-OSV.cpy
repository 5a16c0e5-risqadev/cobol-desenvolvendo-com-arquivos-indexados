       01  OSV-REGISTRO.
           05 OSV-NUMERO         PIC 9(05) VALUE ZERO.
           05 OSV-CLIENTE        PIC X(06) VALUE SPACES.
           05 OSV-CONTRATO       PIC 9(05) VALUE ZERO.
           05 OSV-PRODUTO        PIC X(04) VALUE SPACES.
           05 OSV-DESCRICAO      PIC X(40) VALUE SPACES.
           05 OSV-TECNICO        PIC X(08) VALUE SPACES.
           05 OSV-STATUS         PIC X(01) VALUE 'A'.
              88 OSV-ABERTA                 VALUE 'A'.
              88 OSV-AGENDADA               VALUE 'G'.
              88 OSV-EM-ANDAMENTO           VALUE 'E'.
              88 OSV-CONCLUIDA              VALUE 'C'.
              88 OSV-CANCELADA              VALUE 'X'.
              88 OSV-PENDENTE               VALUE 'A' 'G' 'E'.
           05 OSV-DATA-ABERTURA  PIC 9(08) VALUE ZERO.
           05 OSV-OPERADOR       PIC X(08) VALUE SPACES.
           05 OSV-DATA-AGENDA    PIC 9(08) VALUE ZERO.
           05 OSV-AGN-SEQ        PIC 9(03) VALUE ZERO.
           05 OSV-DATA-INICIO    PIC 9(08) VALUE ZERO.
           05 OSV-DATA-CONCLUSAO PIC 9(08) VALUE ZERO.
           05 OSV-HORAS          PIC 9(03)V9 VALUE ZERO.
           05 OSV-VALOR-HORA     PIC 9(05)V99 VALUE ZERO.
           05 OSV-VALOR-MAO-OBRA PIC 9(07)V99 VALUE ZERO.
           05 OSV-PECAS          PIC X(30) VALUE SPACES.
           05 OSV-VALOR-PECAS    PIC 9(07)V99 VALUE ZERO.
           05 OSV-COBRAVEL       PIC X(01) VALUE 'N'.
              88 OSV-COBRAR-CLIENTE         VALUE 'S'.
           05 OSV-RELATORIO      PIC X(60) VALUE SPACES.
           05 OSV-COMPET-FATURA  PIC 9(06) VALUE ZERO.
