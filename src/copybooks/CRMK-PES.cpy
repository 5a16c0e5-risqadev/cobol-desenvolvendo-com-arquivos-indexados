       01  PES-REGISTRO.
           05 PES-KEY.
              10 PES-CLIENTE     PIC X(06) VALUE SPACES.
              10 PES-SEQ         PIC 9(02) VALUE ZERO.
           05 PES-NOME           PIC X(30) VALUE SPACES.
           05 PES-CARGO          PIC X(01) VALUE SPACE.
              88 PES-CARGO-COMPRAS         VALUE 'C'.
              88 PES-CARGO-FINANCEIRO      VALUE 'F'.
              88 PES-CARGO-TECNICO         VALUE 'T'.
              88 PES-CARGO-DIRETORIA       VALUE 'D'.
              88 PES-CARGO-OUTRO           VALUE 'O'.
              88 PES-CARGO-VALIDO          VALUE 'C' 'F' 'T' 'D' 'O'.
           05 PES-EMAIL          PIC X(30) VALUE SPACES.
           05 PES-TELEFONE       PIC X(14) VALUE SPACES.
           05 PES-RECEBE-FATURA  PIC X(01) VALUE 'N'.
              88 PES-ENVIA-FATURA          VALUE 'S'.
           05 PES-RECEBE-MALA    PIC X(01) VALUE 'N'.
              88 PES-ENVIA-MALA            VALUE 'S'.
           05 PES-OPERADOR       PIC X(08) VALUE SPACES.
           05 PES-DATA-ATUALIZA  PIC 9(08) VALUE ZERO.
