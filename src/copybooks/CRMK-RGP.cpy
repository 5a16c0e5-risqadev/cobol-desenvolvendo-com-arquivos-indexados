       REGUA-PADRAO.
           INITIALIZE RGA-REGISTRO
           MOVE 'R'                    TO RGA-CHAVE
           MOVE 3                      TO RGA-DIAS(1)
           MOVE 'COBRLEMB'             TO RGA-MODELO(1)
           MOVE 'LEMBRETE AMIGAVEL'    TO RGA-DESCRICAO(1)
           MOVE 15                     TO RGA-DIAS(2)
           MOVE 'COBRCART'             TO RGA-MODELO(2)
           MOVE 'CARTA DE COBRANCA'    TO RGA-DESCRICAO(2)
           MOVE 30                     TO RGA-DIAS(3)
           MOVE 'COBRAVIS'             TO RGA-MODELO(3)
           MOVE 'AVISO DE SUSPENSAO'   TO RGA-DESCRICAO(3).
