       01  WRK-DST-PEDIDO.
           05 WRK-DST-CLIENTE    PIC X(06) VALUE SPACES.
           05 WRK-DST-FINALIDADE PIC X(01) VALUE SPACE.
              88 WRK-DST-COBRANCA          VALUE 'F'.
              88 WRK-DST-MARKETING         VALUE 'M'.
              88 WRK-DST-COMERCIAL         VALUE 'C'.
           05 WRK-DST-NOME       PIC X(30) VALUE SPACES.
           05 WRK-DST-EMAIL      PIC X(30) VALUE SPACES.
           05 WRK-DST-TELEFONE   PIC X(14) VALUE SPACES.
           05 WRK-DST-RESULTADO  PIC X(01) VALUE SPACE.
              88 WRK-DST-ENCONTRADO        VALUE 'S'.
              88 WRK-DST-NAO-ENCONTRADO    VALUE 'N'.
