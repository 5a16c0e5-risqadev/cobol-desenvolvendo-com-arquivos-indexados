       01  WRK-MSK-PEDIDO.
           05 WRK-MSK-PERFIL    PIC X(01).
           05 WRK-MSK-CAMPO     PIC X(01).
              88 WRK-MSK-CPF-CNPJ          VALUE 'C'.
              88 WRK-MSK-EMAIL             VALUE 'E'.
              88 WRK-MSK-TELEFONE          VALUE 'T'.
              88 WRK-MSK-NASCIMENTO        VALUE 'N'.
              88 WRK-MSK-ENDERECO          VALUE 'D'.
              88 WRK-MSK-EXPORTA-CSV       VALUE 'X'.
           05 WRK-MSK-VALOR     PIC X(60).
           05 WRK-MSK-RESULTADO PIC X(01).
              88 WRK-MSK-LIBERADO          VALUE 'L'.
              88 WRK-MSK-MASCARADO         VALUE 'M'.
              88 WRK-MSK-BLOQUEADO         VALUE 'B'.
