       MARCA-BAIXA-BANCO.
           IF FAT-NOSSO-NUMERO NOT EQUAL ZERO
              AND (FAT-INSTR-NOSSO-NUMERO NOT EQUAL FAT-NOSSO-NUMERO
                   OR FAT-INSTR-VALOR NOT EQUAL ZERO)
              SET FAT-INSTR-BAIXA TO TRUE
              MOVE FAT-NOSSO-NUMERO TO FAT-INSTR-NOSSO-NUMERO
              MOVE ZERO TO FAT-INSTR-VALOR
           END-IF.
