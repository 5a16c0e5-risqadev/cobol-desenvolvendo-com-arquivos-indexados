              88 CTT-TIPO-VISITA           VALUE 'V'.
              88 CTT-TIPO-PROMESSA         VALUE 'P'.
              88 CTT-TIPO-OUTRO            VALUE 'O'.
              88 CTT-TIPO-COBRANCA         VALUE 'C'.
           05 CTT-TEXTO          PIC X(60) VALUE SPACES.
           05 CTT-CAMPANHA       PIC X(06) VALUE SPACES.
           05 CTT-DATA-INICIO    PIC 9(08) VALUE ZERO.
           05 CTT-HORA-INICIO    PIC 9(06) VALUE ZERO.
           05 CTT-DURACAO        PIC 9(05) VALUE ZERO.
           05 CTT-ORIGEM-DURACAO PIC X(01) VALUE SPACE.
              88 CTT-DURACAO-ATENDE        VALUE 'A'.
              88 CTT-DURACAO-PBX           VALUE 'P'.
              88 CTT-SEM-DURACAO           VALUE SPACE.
