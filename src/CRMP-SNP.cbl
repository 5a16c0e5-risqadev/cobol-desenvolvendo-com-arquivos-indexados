              ALTERNATE RECORD KEY IS SNAP-CPF-CNPJ
                 WITH DUPLICATES.

           SELECT ARQ-FATURA  ASSIGN TO './files/FATURA.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS ARQ-FATURA-FS
              RECORD KEY IS FAT-KEY.

           SELECT ARQ-FATURA-SNAP  ASSIGN TO './files/FATURA-SNAP.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS ARQ-FATURA-SNAP-FS
              RECORD KEY IS FSN-KEY.

           SELECT ARQ-CONTRATO  ASSIGN TO './files/CONTRATO.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS ARQ-CONTRATO-FS
              RECORD KEY IS CTR-NUMERO
              ALTERNATE RECORD KEY IS CTR-CLIENTE
                 WITH DUPLICATES.

           SELECT ARQ-CONTRATO-SNAP
              ASSIGN TO './files/CONTRATO-SNAP.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS ARQ-CONTRATO-SNAP-FS
              RECORD KEY IS CSN-NUMERO
              ALTERNATE RECORD KEY IS CSN-CLIENTE
                 WITH DUPLICATES.

           SELECT ARQ-SNAPCTL  ASSIGN TO './files/ARQCRM-SNAP.CTL'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ARQ-SNAPCTL-FS.
      *
       FD  ARQCRM-SNAP.
       COPY 'CRMK-000' REPLACING LEADING ==ARQCRM== BY ==SNAP==.
      *
       FD  ARQ-FATURA.
       COPY 'CRMK-FAT'.
      *
       FD  ARQ-FATURA-SNAP.
       COPY 'CRMK-FAT' REPLACING LEADING ==FAT== BY ==FSN==.
      *
       FD  ARQ-CONTRATO.
       COPY 'CRMK-CTR'.
      *
       FD  ARQ-CONTRATO-SNAP.
       COPY 'CRMK-CTR' REPLACING LEADING ==CTR== BY ==CSN==.
      *
       FD  ARQ-SNAPCTL.
       COPY 'CRMK-SNC'.
       01  ARQCRM-FS            PIC 9(02)   VALUE ZERO.
       01  ARQCRM-SNAP-FS       PIC 9(02)   VALUE ZERO.
       01  ARQ-SNAPCTL-FS       PIC 9(02)   VALUE ZERO.
       01  ARQ-FATURA-FS        PIC 9(02)   VALUE ZERO.
       01  ARQ-FATURA-SNAP-FS   PIC 9(02)   VALUE ZERO.
       01  ARQ-CONTRATO-FS      PIC 9(02)   VALUE ZERO.
       01  ARQ-CONTRATO-SNAP-FS PIC 9(02)   VALUE ZERO.
       01  WRK-TOT-COPIADOS     PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-FATURAS      PIC 9(07)   VALUE ZERO.
       01  WRK-TOT-CONTRATOS    PIC 9(05)   VALUE ZERO.
       01  WRK-RETORNO          PIC 9(09)   VALUE ZERO.
      *=================================================================
       PROCEDURE                                              DIVISION.
      *----------------------------------
           PERFORM INICIAR
           PERFORM PROCESSAR
           PERFORM COPIA-FATURAS
           PERFORM COPIA-CONTRATOS
           PERFORM FINALIZAR
           GOBACK.
      *-----------------------------------------------------------------
              ADD 1 TO WRK-TOT-COPIADOS
              READ ARQCRM NEXT RECORD
           END-PERFORM.
      *-----------------------------------------------------------------
       COPIA-FATURAS                                          SECTION.
      *----------------------------------
           OPEN INPUT ARQ-FATURA

           IF ARQ-FATURA-FS NOT EQUAL ZERO
              DISPLAY 'SNAPSHOT: FATURA.DAT indisponivel - FS: '
                      ARQ-FATURA-FS ' - FATURA-SNAP.DAT nao gerado'
              EXIT SECTION
           END-IF

           CALL 'CBL_DELETE_FILE' USING './files/FATURA-SNAP.DAT'
              RETURNING WRK-RETORNO

           OPEN OUTPUT ARQ-FATURA-SNAP

           IF ARQ-FATURA-SNAP-FS NOT EQUAL ZERO
              MOVE 'ABRE FATURA-SNAP' TO WRK-ERR-SECAO
              MOVE ARQ-FATURA-SNAP-FS TO WRK-ERR-FS
              PERFORM GRAVA-ERRO-FATAL
              DISPLAY 'SNAPSHOT: ERRO ABERTURA FATURA-SNAP - FS: '
                      ARQ-FATURA-SNAP-FS
              CLOSE ARQ-FATURA
              MOVE 4 TO RETURN-CODE
              EXIT SECTION
           END-IF

           READ ARQ-FATURA NEXT RECORD

           PERFORM UNTIL ARQ-FATURA-FS NOT EQUAL ZERO
              MOVE FAT-REGISTRO TO FSN-REGISTRO
              WRITE FSN-REGISTRO
              ADD 1 TO WRK-TOT-FATURAS
              READ ARQ-FATURA NEXT RECORD
           END-PERFORM

           CLOSE ARQ-FATURA
           CLOSE ARQ-FATURA-SNAP

           DISPLAY 'SNAPSHOT: ' WRK-TOT-FATURAS
                   ' registros copiados para FATURA-SNAP.DAT'.
      *-----------------------------------------------------------------
       COPIA-CONTRATOS                                        SECTION.
      *----------------------------------
           OPEN INPUT ARQ-CONTRATO

           IF ARQ-CONTRATO-FS NOT EQUAL ZERO
              DISPLAY 'SNAPSHOT: CONTRATO.DAT indisponivel - FS: '
                      ARQ-CONTRATO-FS ' - CONTRATO-SNAP.DAT nao gerado'
              EXIT SECTION
           END-IF

           CALL 'CBL_DELETE_FILE' USING './files/CONTRATO-SNAP.DAT'
              RETURNING WRK-RETORNO

           OPEN OUTPUT ARQ-CONTRATO-SNAP

           IF ARQ-CONTRATO-SNAP-FS NOT EQUAL ZERO
              MOVE 'ABRE CONTRATO-SNAP' TO WRK-ERR-SECAO
              MOVE ARQ-CONTRATO-SNAP-FS TO WRK-ERR-FS
              PERFORM GRAVA-ERRO-FATAL
              DISPLAY 'SNAPSHOT: ERRO ABERTURA CONTRATO-SNAP - FS: '
                      ARQ-CONTRATO-SNAP-FS
              CLOSE ARQ-CONTRATO
              MOVE 4 TO RETURN-CODE
              EXIT SECTION
           END-IF

           READ ARQ-CONTRATO NEXT RECORD

           PERFORM UNTIL ARQ-CONTRATO-FS NOT EQUAL ZERO
              MOVE CTR-REGISTRO TO CSN-REGISTRO
              WRITE CSN-REGISTRO
              ADD 1 TO WRK-TOT-CONTRATOS
              READ ARQ-CONTRATO NEXT RECORD
           END-PERFORM

           CLOSE ARQ-CONTRATO
           CLOSE ARQ-CONTRATO-SNAP

           DISPLAY 'SNAPSHOT: ' WRK-TOT-CONTRATOS
                   ' registros copiados para CONTRATO-SNAP.DAT'.
      *-----------------------------------------------------------------
       FINALIZAR                                              SECTION.
      *----------------------------------
