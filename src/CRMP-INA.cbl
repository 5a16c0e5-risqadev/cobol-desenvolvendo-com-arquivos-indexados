              ALTERNATE RECORD KEY IS ARQCRM-CPF-CNPJ
                 WITH DUPLICATES.

           SELECT ARQ-RESUMO  ASSIGN TO './files/CTTRESUMO.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS ARQ-RESUMO-FS
              RECORD KEY IS CTS-CLIENTE.

           SELECT ARQ-AGENDA  ASSIGN TO './files/AGENDA.DAT'
              ORGANIZATION IS INDEXED
       FD  ARQCRM.
       COPY 'CRMK-000'.
      *
       FD  ARQ-RESUMO.
       COPY 'CRMK-CTS'.
      *
       FD  ARQ-AGENDA.
       COPY 'CRMK-AGN'.
       COPY 'CRMK-FST'.
       COPY 'CRMK-ERR'.
       01  ARQCRM-FS            PIC 9(02)   VALUE ZERO.
       01  ARQ-RESUMO-FS        PIC 9(02)   VALUE ZERO.
       01  ARQ-AGENDA-FS        PIC 9(02)   VALUE ZERO.
       01  ARQCRM-PAR-FS        PIC 9(02)   VALUE ZERO.
       01  REL-INA-FS           PIC 9(02)   VALUE ZERO.
              GOBACK
           END-IF

           OPEN INPUT ARQ-RESUMO

           OPEN I-O ARQ-AGENDA

       BUSCA-ULTIMO-CONTATO.
           MOVE ZERO TO WRK-ULT-CONTATO

           IF ARQ-RESUMO-FS NOT EQUAL ZERO
              EXIT PARAGRAPH
           END-IF

           MOVE ARQCRM-ID TO CTS-CLIENTE
           READ ARQ-RESUMO

           IF ARQ-RESUMO-FS EQUAL ZERO
              MOVE CTS-ULT-DATA TO WRK-ULT-CONTATO
           END-IF

           MOVE ZERO TO ARQ-RESUMO-FS.
      *
       VERIFICA-TAREFA-EXISTENTE.
           MOVE 'N' TO WRK-JA-AGENDADO
           WRITE REL-INA-LINHA

           CLOSE ARQCRM
           IF ARQ-RESUMO-FS EQUAL ZERO
              CLOSE ARQ-RESUMO
           END-IF
           CLOSE ARQ-AGENDA
           CLOSE REL-INA
