       CALCULA-ENCARGOS.
           MOVE ZERO TO WRK-ENC-DIAS
           MOVE ZERO TO WRK-ENC-MULTA
           MOVE ZERO TO WRK-ENC-JUROS

           IF WRK-ENC-DATA GREATER THAN FAT-DATA-VENC
              AND FAT-SALDO GREATER THAN ZERO
              IF FAT-DATA-PAGTO GREATER THAN FAT-DATA-VENC
                 MOVE FAT-DATA-PAGTO TO WRK-ENC-DESDE
              ELSE
                 MOVE FAT-DATA-VENC TO WRK-ENC-DESDE
                 COMPUTE WRK-ENC-MULTA ROUNDED =
                    FAT-SALDO * PAR-PERC-MULTA / 100
              END-IF
              IF WRK-ENC-DATA GREATER THAN WRK-ENC-DESDE
                 COMPUTE WRK-ENC-DIAS =
                    FUNCTION INTEGER-OF-DATE(WRK-ENC-DATA) -
                    FUNCTION INTEGER-OF-DATE(WRK-ENC-DESDE)
                 COMPUTE WRK-ENC-JUROS ROUNDED =
                    FAT-SALDO * PAR-PERC-JUROS-DIA * WRK-ENC-DIAS
                    / 100
              END-IF
           END-IF

           COMPUTE WRK-ENC-TOTAL = WRK-ENC-MULTA + WRK-ENC-JUROS
                                 + FAT-ENCARGOS-PENDENTES
           COMPUTE WRK-ENC-ATUALIZADO = FAT-SALDO + WRK-ENC-TOTAL.
