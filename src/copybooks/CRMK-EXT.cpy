       01  EXT-PARAMETRO.
           05 EXT-CLIENTE       PIC X(06) VALUE SPACES.
           05 EXT-NOME          PIC X(25) VALUE SPACES.
           05 EXT-DATA-INI      PIC 9(08) VALUE ZERO.
           05 EXT-DATA-FIM      PIC 9(08) VALUE ZERO.
           05 EXT-ARQUIVO       PIC X(40) VALUE SPACES.
           05 EXT-MODO          PIC X(01) VALUE 'N'.
              88 EXT-MODO-NOVO              VALUE 'N'.
              88 EXT-MODO-ACRESCENTA        VALUE 'A'.
           05 EXT-SO-COM-MOVTO  PIC X(01) VALUE 'N'.
              88 EXT-OMITE-SEM-MOVTO        VALUE 'S'.
           05 EXT-SALDO-INICIAL PIC S9(09)V99 VALUE ZERO.
           05 EXT-TOT-DEBITOS   PIC 9(09)V99 VALUE ZERO.
           05 EXT-TOT-CREDITOS  PIC 9(09)V99 VALUE ZERO.
           05 EXT-SALDO-FINAL   PIC S9(09)V99 VALUE ZERO.
           05 EXT-QTD-MOVTOS    PIC 9(05) VALUE ZERO.
           05 EXT-RETORNO       PIC 9(02) VALUE ZERO.
              88 EXT-EMITIDO                VALUE 0.
              88 EXT-SEM-MOVIMENTO          VALUE 4.
              88 EXT-ERRO-ARQUIVO           VALUE 8.
