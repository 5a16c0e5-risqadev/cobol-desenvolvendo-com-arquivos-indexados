       CONTAS-PADRAO.
           INITIALIZE CTB-REGISTRO
           MOVE 'C'          TO CTB-CHAVE
           MOVE '3.1.1.01'   TO CTB-CONTA-RECEITA
           MOVE '1.1.2.01'   TO CTB-CONTA-CLIENTES
           MOVE '1.1.1.01'   TO CTB-CONTA-CAIXA
           MOVE '3.2.1.01'   TO CTB-CONTA-ENCARGOS
           MOVE '3.1.9.01'   TO CTB-CONTA-DEVOLUCAO
           MOVE '2.1.5.01'   TO CTB-CONTA-CREDITO.
