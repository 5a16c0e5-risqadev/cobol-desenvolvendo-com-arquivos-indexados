       01  RPS-REGISTRO.
           05 RPS-NUMERO        PIC 9(09)  VALUE ZERO.
           05 RPS-CLIENTE       PIC X(06)  VALUE SPACES.
           05 RPS-COMPETENCIA   PIC 9(06)  VALUE ZERO.
           05 RPS-VALOR         PIC 9(07)V99 VALUE ZERO.
           05 RPS-DATA-EMISSAO  PIC 9(08)  VALUE ZERO.
           05 RPS-LOTE          PIC 9(06)  VALUE ZERO.
           05 RPS-SITUACAO      PIC X(01)  VALUE 'E'.
              88 RPS-ENVIADO                VALUE 'E'.
              88 RPS-CONVERTIDO             VALUE 'N'.
              88 RPS-REJEITADO              VALUE 'R'.
              88 RPS-NFSE-CANCELADA         VALUE 'C'.
              88 RPS-INUTILIZADO            VALUE 'I'.
           05 RPS-NFSE-NUMERO   PIC 9(09)  VALUE ZERO.
           05 RPS-NFSE-CODVERIF PIC X(09)  VALUE SPACES.
           05 RPS-NFSE-DATA     PIC 9(08)  VALUE ZERO.
           05 RPS-MOTIVO        PIC X(40)  VALUE SPACES.
