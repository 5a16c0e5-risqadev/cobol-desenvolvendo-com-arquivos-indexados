              ALTERNATE RECORD KEY IS ARQCRM-CPF-CNPJ
                 WITH DUPLICATES.

           SELECT ARQ-RESUMO  ASSIGN TO './files/CTTRESUMO.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS ARQ-RESUMO-FS
              RECORD KEY IS CTS-CLIENTE.

           SELECT REL-ROT  ASSIGN TO WRK-ROT-PATH
              ORGANIZATION IS LINE SEQUENTIAL
       FD  ARQCRM.
       COPY 'CRMK-000'.
      *
       FD  ARQ-RESUMO.
       COPY 'CRMK-CTS'.
      *
       FD  REL-ROT.
       01  REL-ROT-LINHA        PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE                                        SECTION.
      *----------------------------------
       COPY 'CRMK-AMB'.
       COPY 'CRMK-MSG'.
       COPY 'CRMK-SAI'.
       01  ARQCRM-FS            PIC 9(02)   VALUE ZERO.
       01  ARQ-RESUMO-FS        PIC 9(02)   VALUE ZERO.
       01  REL-ROT-FS           PIC 9(02)   VALUE ZERO.
       01  WRK-ROT-PATH         PIC X(40)   VALUE SPACES.
       01  WRK-OPCAO            PIC X(01)   VALUE SPACE.
              '.LST' DELIMITED BY SIZE INTO WRK-ROT-PATH

           OPEN OUTPUT REL-ROT
           PERFORM ABRE-ARQUIVO-RESUMO

           MOVE 'CRM - ROTEIRO DE VISITAS' TO REL-ROT-LINHA
           WRITE REL-ROT-LINHA
              WRITE REL-ROT-LINHA
           END-IF

           PERFORM FECHA-ARQUIVO-RESUMO
           CLOSE REL-ROT

           MOVE 'ROTEIRO' TO SAI-TIPO
       BUSCA-ULTIMO-CONTATO.
           MOVE ZERO TO WRK-ULT-CONTATO

           IF ARQ-RESUMO-FS NOT EQUAL ZERO
              EXIT PARAGRAPH
           END-IF

           MOVE WRK-ROT-ID(WRK-K) TO CTS-CLIENTE
           READ ARQ-RESUMO

           IF ARQ-RESUMO-FS EQUAL ZERO
              MOVE CTS-ULT-DATA TO WRK-ULT-CONTATO
           END-IF

           MOVE ZERO TO ARQ-RESUMO-FS.
      *-----------------------------------------------------------------
       ERROS                                                  SECTION.
      *----------------------------------
      *-----------------------------------------------------------------
       ARQUIVOS                                               SECTION.
      *----------------------------------
       ABRE-ARQUIVO-RESUMO.
           OPEN INPUT ARQ-RESUMO.
      *
       FECHA-ARQUIVO-RESUMO.
           IF ARQ-RESUMO-FS EQUAL ZERO
              CLOSE ARQ-RESUMO
           END-IF.
      *-----------------------------------------------------------------
       UTILITARIOS                                            SECTION.
