              88 FAT-FATURA-ABERTA          VALUE 'A'.
              88 FAT-FATURA-PAGA            VALUE 'P'.
              88 FAT-FATURA-CANCELADA       VALUE 'C'.
              88 FAT-FATURA-RENEGOCIADA     VALUE 'R'.
           05 FAT-DATA-PAGTO    PIC 9(08) VALUE ZERO.
           05 FAT-VALOR-PAGO    PIC 9(07)V99 VALUE ZERO.
           05 FAT-NOSSO-NUMERO  PIC 9(10) VALUE ZERO.
           05 FAT-DATA-REMESSA  PIC 9(08) VALUE ZERO.
           05 FAT-SALDO         PIC 9(07)V99 VALUE ZERO.
           05 FAT-QTD-PAGTOS    PIC 9(03) VALUE ZERO.
           05 FAT-ENCARGOS-PAGOS PIC 9(07)V99 VALUE ZERO.
           05 FAT-CANC-PENDENTE PIC X(01) VALUE 'N'.
              88 FAT-CANCELAMENTO-PENDENTE  VALUE 'S'.
           05 FAT-MOTIVO-CANC   PIC X(01) VALUE SPACE.
           05 FAT-DATA-CANC     PIC 9(08) VALUE ZERO.
           05 FAT-OPER-CANC     PIC X(08) VALUE SPACES.
           05 FAT-VALOR-CREDITADO PIC 9(07)V99 VALUE ZERO.
           05 FAT-QTD-REEMISSOES PIC 9(02) VALUE ZERO.
           05 FAT-ETAPA-COBRANCA PIC 9(01) VALUE ZERO.
           05 FAT-DATA-COBRANCA PIC 9(08) VALUE ZERO.
           05 FAT-RPS-NUMERO    PIC 9(09) VALUE ZERO.
           05 FAT-NFSE-NUMERO   PIC 9(09) VALUE ZERO.
           05 FAT-NFSE-CODVERIF PIC X(09) VALUE SPACES.
           05 FAT-NFSE-DATA     PIC 9(08) VALUE ZERO.
           05 FAT-ACORDO        PIC 9(03) VALUE ZERO.
           05 FAT-PARCELA       PIC 9(02) VALUE ZERO.
           05 FAT-DATA-RENEG    PIC 9(08) VALUE ZERO.
           05 FAT-SALDO-RENEG   PIC 9(07)V99 VALUE ZERO.
           05 FAT-DATA-REATIV   PIC 9(08) VALUE ZERO.
           05 FAT-SALDO-REATIV  PIC 9(07)V99 VALUE ZERO.
           05 FAT-ENCARGOS-PENDENTES PIC 9(07)V99 VALUE ZERO.
           05 FAT-INSTR-BANCO   PIC X(01) VALUE SPACE.
              88 FAT-SEM-INSTRUCAO          VALUE SPACE.
              88 FAT-INSTR-BAIXA            VALUE 'B'.
              88 FAT-INSTR-ABATIMENTO       VALUE 'A'.
           05 FAT-INSTR-NOSSO-NUMERO PIC 9(10) VALUE ZERO.
           05 FAT-INSTR-VALOR   PIC 9(07)V99 VALUE ZERO.
           05 FAT-INSTR-DATA-REMESSA PIC 9(08) VALUE ZERO.
