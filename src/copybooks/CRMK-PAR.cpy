           05 PAR-GERACOES-BACKUP       PIC 9(02)  VALUE 05.
           05 PAR-DIAS-CONTATO-ARQ      PIC 9(04)  VALUE 1095.
           05 PAR-BONUS-INDICACAO       PIC 9(05)V99 VALUE 50.
           05 PAR-PERC-MULTA            PIC 9(02)V99 VALUE 2.
           05 PAR-PERC-JUROS-DIA        PIC 9(01)V9999 VALUE 0.0333.
           05 PAR-LIMITE-CANCELAMENTO   PIC 9(07)V99 VALUE 500.
           05 PAR-PERC-DESC-ACORDO      PIC 9(02)V99 VALUE 10.
           05 PAR-MAX-PARCELAS          PIC 9(02)  VALUE 12.
           05 PAR-TOLERANCIA-ACORDO     PIC 9(03)  VALUE 015.
           05 PAR-DIAS-ESTORNO-CMS      PIC 9(03)  VALUE 090.
           05 PAR-PONTOS-POR-REAL       PIC 9(02)V99 VALUE 1.
           05 PAR-PONTOS-ANIVERSARIO    PIC 9(05)  VALUE 00500.
           05 PAR-PONTOS-INDICACAO      PIC 9(05)  VALUE 01000.
           05 PAR-MESES-VALIDADE-PONTOS PIC 9(03)  VALUE 024.
           05 PAR-VALOR-PONTO           PIC 9(01)V9999 VALUE 0.0100.
           05 PAR-MIN-RESGATE-PONTOS    PIC 9(05)  VALUE 01000.
           05 PAR-MESES-RECADASTRO      PIC 9(03)  VALUE 024.
           05 PAR-AMBIENTE              PIC X(01)  VALUE 'P'.
              88 PAR-AMBIENTE-TREINO               VALUE 'T'.
