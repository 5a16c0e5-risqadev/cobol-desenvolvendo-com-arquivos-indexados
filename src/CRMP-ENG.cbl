              ALTERNATE RECORD KEY IS ARQCRM-CPF-CNPJ
                 WITH DUPLICATES.

           SELECT ARQ-RESUMO  ASSIGN TO './files/CTTRESUMO.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS ARQ-RESUMO-FS
              RECORD KEY IS CTS-CLIENTE.

           SELECT ARQ-CONTRATO  ASSIGN TO './files/CONTRATO.DAT'
              ORGANIZATION IS INDEXED
       FD  ARQCRM.
       COPY 'CRMK-000'.
      *
       FD  ARQ-RESUMO.
       COPY 'CRMK-CTS'.
      *
       FD  ARQ-CONTRATO.
       COPY 'CRMK-CTR'.
       COPY 'CRMK-ERR'.
       COPY 'CRMK-SAI'.
       01  ARQCRM-FS            PIC 9(02)   VALUE ZERO.
       01  ARQ-RESUMO-FS        PIC 9(02)   VALUE ZERO.
       01  ARQ-CONTRATO-FS      PIC 9(02)   VALUE ZERO.
       01  ARQ-ESCORE-FS        PIC 9(02)   VALUE ZERO.
       01  REL-ENG-FS           PIC 9(02)   VALUE ZERO.
              GOBACK
           END-IF

           OPEN INPUT ARQ-RESUMO
           OPEN INPUT ARQ-CONTRATO

           OPEN I-O ARQ-ESCORE
           MOVE ZERO TO WRK-ULT-CONTATO
           MOVE ZERO TO WRK-QTD-CONTATOS

           IF ARQ-RESUMO-FS NOT EQUAL ZERO
              EXIT PARAGRAPH
           END-IF

           MOVE ARQCRM-ID TO CTS-CLIENTE
           READ ARQ-RESUMO

           IF ARQ-RESUMO-FS EQUAL ZERO
              MOVE CTS-QTD-TOTAL TO WRK-QTD-CONTATOS
              MOVE CTS-ULT-DATA  TO WRK-ULT-CONTATO
           END-IF

           MOVE ZERO TO ARQ-RESUMO-FS.
      *
       LEVANTA-CONTRATOS.
           MOVE ZERO TO WRK-VALOR-ATIVO
           WRITE REL-ENG-LINHA

           CLOSE ARQCRM
           IF ARQ-RESUMO-FS EQUAL ZERO
              CLOSE ARQ-RESUMO
           END-IF
           IF ARQ-CONTRATO-FS EQUAL ZERO
              CLOSE ARQ-CONTRATO
