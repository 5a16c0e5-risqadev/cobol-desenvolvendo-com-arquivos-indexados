              FILE STATUS IS BKP-ERP-FS
              RECORD KEY IS ERP-CHAVE.

           SELECT BKP-COB  ASSIGN TO './files/COBCTL.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS BKP-COB-FS
              RECORD KEY IS COB-CHAVE.

           SELECT BKP-PGT  ASSIGN TO './files/PAGTOS.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS BKP-PGT-FS
              RECORD KEY IS LAN-KEY.

           SELECT BKP-CRD  ASSIGN TO './files/CREDITO.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS BKP-CRD-FS
              RECORD KEY IS CRD-CLIENTE.

           SELECT BKP-NCR  ASSIGN TO './files/NOTACRED.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS BKP-NCR-FS
              RECORD KEY IS NCR-KEY.

           SELECT BKP-FCH  ASSIGN TO './files/FATHIST.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS BKP-FCH-FS
              RECORD KEY IS FCH-KEY.

           SELECT BKP-RGA  ASSIGN TO './files/REGUACOB.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS BKP-RGA-FS
              RECORD KEY IS RGA-CHAVE.

           SELECT BKP-CTB  ASSIGN TO './files/CTBCTL.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS BKP-CTB-FS
              RECORD KEY IS CTB-CHAVE.

           SELECT BKP-NFC  ASSIGN TO './files/NFSCTL.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS BKP-NFC-FS
              RECORD KEY IS NFC-CHAVE.

           SELECT BKP-RPS  ASSIGN TO './files/RPS.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS BKP-RPS-FS
              RECORD KEY IS RPS-NUMERO.

           SELECT BKP-NGC  ASSIGN TO './files/NEGCTL.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS BKP-NGC-FS
              RECORD KEY IS NGC-CHAVE.

           SELECT BKP-NEG  ASSIGN TO './files/NEGATIV.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS BKP-NEG-FS
              RECORD KEY IS NEG-KEY.

           SELECT BKP-ACD  ASSIGN TO './files/ACORDO.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS BKP-ACD-FS
              RECORD KEY IS ACD-KEY.

           SELECT BKP-ADT  ASSIGN TO './files/ADITIVO.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS BKP-ADT-FS
              RECORD KEY IS ADT-KEY.

           SELECT BKP-CMT  ASSIGN TO './files/COMISTAB.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS BKP-CMT-FS
              RECORD KEY IS CMT-KEY.

           SELECT BKP-CMV  ASSIGN TO './files/COMISVEN.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS BKP-CMV-FS
              RECORD KEY IS CMV-KEY.

           SELECT BKP-MTA  ASSIGN TO './files/METAS.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS BKP-MTA-FS
              RECORD KEY IS MTA-KEY.

           SELECT BKP-PRC  ASSIGN TO './files/PRECOS.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS BKP-PRC-FS
              RECORD KEY IS PRC-KEY.

           SELECT BKP-GRP  ASSIGN TO './files/GRUPO.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS BKP-GRP-FS
              RECORD KEY IS GRP-CODIGO.

           SELECT BKP-GCL  ASSIGN TO './files/GRUPOCLI.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS BKP-GCL-FS
              RECORD KEY IS GCL-CLIENTE
              ALTERNATE RECORD KEY IS GCL-GRUPO
                 WITH DUPLICATES.

           SELECT BKP-PES  ASSIGN TO './files/PESSOA.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS BKP-PES-FS
              RECORD KEY IS PES-KEY.

           SELECT BKP-OSV  ASSIGN TO './files/ORDSERV.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS BKP-OSV-FS
              RECORD KEY IS OSV-NUMERO
              ALTERNATE RECORD KEY IS OSV-CLIENTE
                 WITH DUPLICATES.

           SELECT BKP-EQP  ASSIGN TO './files/EQUIPTO.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS BKP-EQP-FS
              RECORD KEY IS EQP-SERIE
              ALTERNATE RECORD KEY IS EQP-CLIENTE
                 WITH DUPLICATES
              ALTERNATE RECORD KEY IS EQP-CONTRATO
                 WITH DUPLICATES.

           SELECT BKP-EQM  ASSIGN TO './files/EQPMOV.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS BKP-EQM-FS
              RECORD KEY IS EQM-KEY.

           SELECT BKP-PTO  ASSIGN TO './files/PONTOS.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS BKP-PTO-FS
              RECORD KEY IS PTO-KEY.

           SELECT BKP-CDC  ASSIGN TO './files/CLIDOC.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS BKP-CDC-FS
              RECORD KEY IS CDC-KEY.

           SELECT BKP-ATP  ASSIGN TO './files/ATUPEND.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS BKP-ATP-FS
              RECORD KEY IS ATP-KEY.

           SELECT BKP-PFC  ASSIGN TO './files/PERFECH.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS BKP-PFC-FS
              RECORD KEY IS PFC-COMPETENCIA.

           SELECT BKP-AVS  ASSIGN TO './files/AVISO.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS BKP-AVS-FS
              RECORD KEY IS AVS-NUMERO.

           SELECT BKP-AVL  ASSIGN TO './files/AVISOLEI.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS BKP-AVL-FS
              RECORD KEY IS AVL-KEY.

           SELECT ARQ-BKPCAT  ASSIGN TO './files/BKPCAT.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
           05 ERP-CHAVE         PIC X(01).
           05 ERP-ULT-SEQ       PIC 9(06).
           05 ERP-ULT-DATA      PIC 9(08).
      *
       FD  BKP-COB.
       COPY 'CRMK-COB'.
      *
       FD  BKP-PGT.
       COPY 'CRMK-PGT' REPLACING LEADING ==PGT== BY ==LAN==.
      *
       FD  BKP-CRD.
       COPY 'CRMK-CRD'.
      *
       FD  BKP-NCR.
       COPY 'CRMK-NCR'.
      *
       FD  BKP-FCH.
       COPY 'CRMK-FCH'.
      *
       FD  BKP-RGA.
       COPY 'CRMK-RGA'.
      *
       FD  BKP-CTB.
       COPY 'CRMK-CTB'.
      *
       FD  BKP-NFC.
       COPY 'CRMK-NFC'.
      *
       FD  BKP-RPS.
       COPY 'CRMK-RPS'.
      *
       FD  BKP-NGC.
       COPY 'CRMK-NGC'.
      *
       FD  BKP-NEG.
       COPY 'CRMK-NEG'.
      *
       FD  BKP-ACD.
       COPY 'CRMK-ACD'.
      *
       FD  BKP-ADT.
       COPY 'CRMK-ADT'.
      *
       FD  BKP-CMT.
       COPY 'CRMK-CMT'.
      *
       FD  BKP-CMV.
       COPY 'CRMK-CMV'.
      *
       FD  BKP-MTA.
       COPY 'CRMK-MTA'.
      *
       FD  BKP-PRC.
       COPY 'CRMK-PRC'.
      *
       FD  BKP-GRP.
       COPY 'CRMK-GRP'.
      *
       FD  BKP-GCL.
       COPY 'CRMK-GCL'.
      *
       FD  BKP-PES.
       COPY 'CRMK-PES'.
      *
       FD  BKP-OSV.
       COPY 'CRMK-OSV'.
      *
       FD  BKP-EQP.
       COPY 'CRMK-EQP'.
      *
       FD  BKP-EQM.
       COPY 'CRMK-EQM'.
      *
       FD  BKP-PTO.
       COPY 'CRMK-PTO'.
      *
       FD  BKP-CDC.
       COPY 'CRMK-CDC'.
      *
       FD  BKP-ATP.
       COPY 'CRMK-ATP'.
      *
       FD  BKP-PFC.
       COPY 'CRMK-PFC'.
      *
       FD  BKP-AVS.
       COPY 'CRMK-AVS'.
      *
       FD  BKP-AVL.
       COPY 'CRMK-AVL'.
      *
       FD  ARQ-BKPCAT.
       COPY 'CRMK-BKC'.
      *-----------------------------------------------------------------
       WORKING-STORAGE                                        SECTION.
      *----------------------------------
       COPY 'CRMK-AMB'.
       COPY 'CRMK-MSG'.
       01  ARQCRM-FS            PIC 9(02)   VALUE ZERO.
       01  BKP-OPR-FS           PIC 9(02)   VALUE ZERO.
       01  BKP-CPN-FS           PIC 9(02)   VALUE ZERO.
       01  BKP-DEF-FS           PIC 9(02)   VALUE ZERO.
       01  BKP-ERP-FS           PIC 9(02)   VALUE ZERO.
       01  BKP-COB-FS           PIC 9(02)   VALUE ZERO.
       01  BKP-PGT-FS           PIC 9(02)   VALUE ZERO.
       01  BKP-CRD-FS           PIC 9(02)   VALUE ZERO.
       01  BKP-NCR-FS           PIC 9(02)   VALUE ZERO.
       01  BKP-FCH-FS           PIC 9(02)   VALUE ZERO.
       01  BKP-RGA-FS           PIC 9(02)   VALUE ZERO.
       01  BKP-CTB-FS           PIC 9(02)   VALUE ZERO.
       01  BKP-NFC-FS           PIC 9(02)   VALUE ZERO.
       01  BKP-RPS-FS           PIC 9(02)   VALUE ZERO.
       01  BKP-NGC-FS           PIC 9(02)   VALUE ZERO.
       01  BKP-NEG-FS           PIC 9(02)   VALUE ZERO.
       01  BKP-ACD-FS           PIC 9(02)   VALUE ZERO.
       01  BKP-ADT-FS           PIC 9(02)   VALUE ZERO.
       01  BKP-CMT-FS           PIC 9(02)   VALUE ZERO.
       01  BKP-CMV-FS           PIC 9(02)   VALUE ZERO.
       01  BKP-MTA-FS           PIC 9(02)   VALUE ZERO.
       01  BKP-PRC-FS           PIC 9(02)   VALUE ZERO.
       01  BKP-GRP-FS           PIC 9(02)   VALUE ZERO.
       01  BKP-GCL-FS           PIC 9(02)   VALUE ZERO.
       01  BKP-PES-FS           PIC 9(02)   VALUE ZERO.
       01  BKP-OSV-FS           PIC 9(02)   VALUE ZERO.
       01  BKP-EQP-FS           PIC 9(02)   VALUE ZERO.
       01  BKP-EQM-FS           PIC 9(02)   VALUE ZERO.
       01  BKP-PTO-FS           PIC 9(02)   VALUE ZERO.
       01  BKP-CDC-FS           PIC 9(02)   VALUE ZERO.
       01  BKP-ATP-FS           PIC 9(02)   VALUE ZERO.
       01  BKP-PFC-FS           PIC 9(02)   VALUE ZERO.
       01  BKP-AVS-FS           PIC 9(02)   VALUE ZERO.
       01  BKP-AVL-FS           PIC 9(02)   VALUE ZERO.
       01  ARQ-BKPCAT-FS        PIC 9(02)   VALUE ZERO.
       01  ARQ-EXP-FS           PIC 9(02)   VALUE ZERO.
       01  WRK-EXP-PATH         PIC X(40)   VALUE SPACES.
           MOVE '1. Gerar backup de todos os arquivos' TO SCR-CTR-L2
           MOVE '2. Restaurar uma geracao'             TO SCR-CTR-L3
           MOVE '3. Listar geracoes'                   TO SCR-CTR-L4
           MOVE '4. Recuperar ate data/hora (roll-forward)'
                                                       TO SCR-CTR-L5
           MOVE '9. Voltar'                            TO SCR-CTR-L6
           MOVE 'OPCAO:'                               TO SCR-CTR-L8

           DISPLAY SCR-CTR

           ACCEPT WRK-OPCAO                          LINE 15 COLUMN 8

           EVALUATE WRK-OPCAO
              WHEN 1
                 PERFORM RESTAURA-GERACAO
              WHEN 3
                 PERFORM LISTA-GERACOES
              WHEN 4
                 CALL 'RECPONTO' USING SES-OPERADOR
                 DISPLAY SCR-HDR
                 MOVE SPACE TO WRK-OPCAO
              WHEN 9
                 CONTINUE
              WHEN OTHER
           PERFORM EXPORTA-CAMPANHA
           PERFORM EXPORTA-RELDEF
           PERFORM EXPORTA-ERPCTL
           PERFORM EXPORTA-COBCTL
           PERFORM EXPORTA-PAGTOS
           PERFORM EXPORTA-CREDITO
           PERFORM EXPORTA-NOTACRED
           PERFORM EXPORTA-FATHIST
           PERFORM EXPORTA-REGUACOB
           PERFORM EXPORTA-CTBCTL
           PERFORM EXPORTA-NFSCTL
           PERFORM EXPORTA-RPS
           PERFORM EXPORTA-NEGCTL
           PERFORM EXPORTA-NEGATIV
           PERFORM EXPORTA-ACORDO
           PERFORM EXPORTA-ADITIVO
           PERFORM EXPORTA-COMISTAB
           PERFORM EXPORTA-COMISVEN
           PERFORM EXPORTA-METAS
           PERFORM EXPORTA-PRECOS
           PERFORM EXPORTA-GRUPO
           PERFORM EXPORTA-GRUPOCLI
           PERFORM EXPORTA-PESSOA
           PERFORM EXPORTA-ORDSERV
           PERFORM EXPORTA-EQUIPTO
           PERFORM EXPORTA-EQPMOV
           PERFORM EXPORTA-PONTOS
           PERFORM EXPORTA-CLIDOC
           PERFORM EXPORTA-ATUPEND
           PERFORM EXPORTA-PERFECH
           PERFORM EXPORTA-AVISO
           PERFORM EXPORTA-AVISOLEI

           MOVE WRK-GERACAO       TO BKC-GERACAO
           MOVE WRK-GERACAO(1:8)  TO BKC-DATA

           PERFORM VERIFICA-EXPORT.
      *
       EXPORTA-COBCTL.
           MOVE 'COBCTL' TO WRK-NOME-ARQ
           PERFORM MONTA-PATH-EXPORT

           MOVE ZERO TO WRK-REG-EXP

           OPEN OUTPUT ARQ-EXP
           OPEN INPUT BKP-COB

           EVALUATE BKP-COB-FS
              WHEN ZERO
                 READ BKP-COB NEXT RECORD
                 PERFORM UNTIL BKP-COB-FS NOT EQUAL ZERO
                    MOVE SPACES TO ARQ-EXP-LINHA
                    MOVE COB-REGISTRO TO ARQ-EXP-LINHA
                    WRITE ARQ-EXP-LINHA
                    ADD 1 TO WRK-REG-EXP
                    READ BKP-COB NEXT RECORD
                 END-PERFORM
                 CLOSE BKP-COB
              WHEN 35
                 CONTINUE
              WHEN OTHER
                 MOVE BKP-COB-FS TO WRK-FS-ERRO
                 PERFORM ERRO-ABERTURA-ARQUIVO
           END-EVALUATE

           CLOSE ARQ-EXP

           PERFORM VERIFICA-EXPORT.
      *
       EXPORTA-PAGTOS.
           MOVE 'PAGTOS' TO WRK-NOME-ARQ
           PERFORM MONTA-PATH-EXPORT

           MOVE ZERO TO WRK-REG-EXP

           OPEN OUTPUT ARQ-EXP
           OPEN INPUT BKP-PGT

           EVALUATE BKP-PGT-FS
              WHEN ZERO
                 READ BKP-PGT NEXT RECORD
                 PERFORM UNTIL BKP-PGT-FS NOT EQUAL ZERO
                    MOVE SPACES TO ARQ-EXP-LINHA
                    MOVE LAN-REGISTRO TO ARQ-EXP-LINHA
                    WRITE ARQ-EXP-LINHA
                    ADD 1 TO WRK-REG-EXP
                    READ BKP-PGT NEXT RECORD
                 END-PERFORM
                 CLOSE BKP-PGT
              WHEN 35
                 CONTINUE
              WHEN OTHER
                 MOVE BKP-PGT-FS TO WRK-FS-ERRO
                 PERFORM ERRO-ABERTURA-ARQUIVO
           END-EVALUATE

           CLOSE ARQ-EXP

           PERFORM VERIFICA-EXPORT.
      *
       EXPORTA-CREDITO.
           MOVE 'CREDITO' TO WRK-NOME-ARQ
           PERFORM MONTA-PATH-EXPORT

           MOVE ZERO TO WRK-REG-EXP

           OPEN OUTPUT ARQ-EXP
           OPEN INPUT BKP-CRD

           EVALUATE BKP-CRD-FS
              WHEN ZERO
                 READ BKP-CRD NEXT RECORD
                 PERFORM UNTIL BKP-CRD-FS NOT EQUAL ZERO
                    MOVE SPACES TO ARQ-EXP-LINHA
                    MOVE CRD-REGISTRO TO ARQ-EXP-LINHA
                    WRITE ARQ-EXP-LINHA
                    ADD 1 TO WRK-REG-EXP
                    READ BKP-CRD NEXT RECORD
                 END-PERFORM
                 CLOSE BKP-CRD
              WHEN 35
                 CONTINUE
              WHEN OTHER
                 MOVE BKP-CRD-FS TO WRK-FS-ERRO
                 PERFORM ERRO-ABERTURA-ARQUIVO
           END-EVALUATE

           CLOSE ARQ-EXP

           PERFORM VERIFICA-EXPORT.
      *
       EXPORTA-NOTACRED.
           MOVE 'NOTACRED' TO WRK-NOME-ARQ
           PERFORM MONTA-PATH-EXPORT

           MOVE ZERO TO WRK-REG-EXP

           OPEN OUTPUT ARQ-EXP
           OPEN INPUT BKP-NCR

           EVALUATE BKP-NCR-FS
              WHEN ZERO
                 READ BKP-NCR NEXT RECORD
                 PERFORM UNTIL BKP-NCR-FS NOT EQUAL ZERO
                    MOVE SPACES TO ARQ-EXP-LINHA
                    MOVE NCR-REGISTRO TO ARQ-EXP-LINHA
                    WRITE ARQ-EXP-LINHA
                    ADD 1 TO WRK-REG-EXP
                    READ BKP-NCR NEXT RECORD
                 END-PERFORM
                 CLOSE BKP-NCR
              WHEN 35
                 CONTINUE
              WHEN OTHER
                 MOVE BKP-NCR-FS TO WRK-FS-ERRO
                 PERFORM ERRO-ABERTURA-ARQUIVO
           END-EVALUATE

           CLOSE ARQ-EXP

           PERFORM VERIFICA-EXPORT.
      *
       EXPORTA-FATHIST.
           MOVE 'FATHIST' TO WRK-NOME-ARQ
           PERFORM MONTA-PATH-EXPORT

           MOVE ZERO TO WRK-REG-EXP

           OPEN OUTPUT ARQ-EXP
           OPEN INPUT BKP-FCH

           EVALUATE BKP-FCH-FS
              WHEN ZERO
                 READ BKP-FCH NEXT RECORD
                 PERFORM UNTIL BKP-FCH-FS NOT EQUAL ZERO
                    MOVE SPACES TO ARQ-EXP-LINHA
                    MOVE FCH-REGISTRO TO ARQ-EXP-LINHA
                    WRITE ARQ-EXP-LINHA
                    ADD 1 TO WRK-REG-EXP
                    READ BKP-FCH NEXT RECORD
                 END-PERFORM
                 CLOSE BKP-FCH
              WHEN 35
                 CONTINUE
              WHEN OTHER
                 MOVE BKP-FCH-FS TO WRK-FS-ERRO
                 PERFORM ERRO-ABERTURA-ARQUIVO
           END-EVALUATE

           CLOSE ARQ-EXP

           PERFORM VERIFICA-EXPORT.
      *
       EXPORTA-REGUACOB.
           MOVE 'REGUACOB' TO WRK-NOME-ARQ
           PERFORM MONTA-PATH-EXPORT

           MOVE ZERO TO WRK-REG-EXP

           OPEN OUTPUT ARQ-EXP
           OPEN INPUT BKP-RGA

           EVALUATE BKP-RGA-FS
              WHEN ZERO
                 READ BKP-RGA NEXT RECORD
                 PERFORM UNTIL BKP-RGA-FS NOT EQUAL ZERO
                    MOVE SPACES TO ARQ-EXP-LINHA
                    MOVE RGA-REGISTRO TO ARQ-EXP-LINHA
                    WRITE ARQ-EXP-LINHA
                    ADD 1 TO WRK-REG-EXP
                    READ BKP-RGA NEXT RECORD
                 END-PERFORM
                 CLOSE BKP-RGA
              WHEN 35
                 CONTINUE
              WHEN OTHER
                 MOVE BKP-RGA-FS TO WRK-FS-ERRO
                 PERFORM ERRO-ABERTURA-ARQUIVO
           END-EVALUATE

           CLOSE ARQ-EXP

           PERFORM VERIFICA-EXPORT.
      *
       EXPORTA-CTBCTL.
           MOVE 'CTBCTL' TO WRK-NOME-ARQ
           PERFORM MONTA-PATH-EXPORT

           MOVE ZERO TO WRK-REG-EXP

           OPEN OUTPUT ARQ-EXP
           OPEN INPUT BKP-CTB

           EVALUATE BKP-CTB-FS
              WHEN ZERO
                 READ BKP-CTB NEXT RECORD
                 PERFORM UNTIL BKP-CTB-FS NOT EQUAL ZERO
                    MOVE SPACES TO ARQ-EXP-LINHA
                    MOVE CTB-REGISTRO TO ARQ-EXP-LINHA
                    WRITE ARQ-EXP-LINHA
                    ADD 1 TO WRK-REG-EXP
                    READ BKP-CTB NEXT RECORD
                 END-PERFORM
                 CLOSE BKP-CTB
              WHEN 35
                 CONTINUE
              WHEN OTHER
                 MOVE BKP-CTB-FS TO WRK-FS-ERRO
                 PERFORM ERRO-ABERTURA-ARQUIVO
           END-EVALUATE

           CLOSE ARQ-EXP

           PERFORM VERIFICA-EXPORT.
      *
       EXPORTA-NFSCTL.
           MOVE 'NFSCTL' TO WRK-NOME-ARQ
           PERFORM MONTA-PATH-EXPORT

           MOVE ZERO TO WRK-REG-EXP

           OPEN OUTPUT ARQ-EXP
           OPEN INPUT BKP-NFC

           EVALUATE BKP-NFC-FS
              WHEN ZERO
                 READ BKP-NFC NEXT RECORD
                 PERFORM UNTIL BKP-NFC-FS NOT EQUAL ZERO
                    MOVE SPACES TO ARQ-EXP-LINHA
                    MOVE NFC-REGISTRO TO ARQ-EXP-LINHA
                    WRITE ARQ-EXP-LINHA
                    ADD 1 TO WRK-REG-EXP
                    READ BKP-NFC NEXT RECORD
                 END-PERFORM
                 CLOSE BKP-NFC
              WHEN 35
                 CONTINUE
              WHEN OTHER
                 MOVE BKP-NFC-FS TO WRK-FS-ERRO
                 PERFORM ERRO-ABERTURA-ARQUIVO
           END-EVALUATE

           CLOSE ARQ-EXP

           PERFORM VERIFICA-EXPORT.
      *
       EXPORTA-RPS.
           MOVE 'RPS' TO WRK-NOME-ARQ
           PERFORM MONTA-PATH-EXPORT

           MOVE ZERO TO WRK-REG-EXP

           OPEN OUTPUT ARQ-EXP
           OPEN INPUT BKP-RPS

           EVALUATE BKP-RPS-FS
              WHEN ZERO
                 READ BKP-RPS NEXT RECORD
                 PERFORM UNTIL BKP-RPS-FS NOT EQUAL ZERO
                    MOVE SPACES TO ARQ-EXP-LINHA
                    MOVE RPS-REGISTRO TO ARQ-EXP-LINHA
                    WRITE ARQ-EXP-LINHA
                    ADD 1 TO WRK-REG-EXP
                    READ BKP-RPS NEXT RECORD
                 END-PERFORM
                 CLOSE BKP-RPS
              WHEN 35
                 CONTINUE
              WHEN OTHER
                 MOVE BKP-RPS-FS TO WRK-FS-ERRO
                 PERFORM ERRO-ABERTURA-ARQUIVO
           END-EVALUATE

           CLOSE ARQ-EXP

           PERFORM VERIFICA-EXPORT.
      *
       EXPORTA-NEGCTL.
           MOVE 'NEGCTL' TO WRK-NOME-ARQ
           PERFORM MONTA-PATH-EXPORT

           MOVE ZERO TO WRK-REG-EXP

           OPEN OUTPUT ARQ-EXP
           OPEN INPUT BKP-NGC

           EVALUATE BKP-NGC-FS
              WHEN ZERO
                 READ BKP-NGC NEXT RECORD
                 PERFORM UNTIL BKP-NGC-FS NOT EQUAL ZERO
                    MOVE SPACES TO ARQ-EXP-LINHA
                    MOVE NGC-REGISTRO TO ARQ-EXP-LINHA
                    WRITE ARQ-EXP-LINHA
                    ADD 1 TO WRK-REG-EXP
                    READ BKP-NGC NEXT RECORD
                 END-PERFORM
                 CLOSE BKP-NGC
              WHEN 35
                 CONTINUE
              WHEN OTHER
                 MOVE BKP-NGC-FS TO WRK-FS-ERRO
                 PERFORM ERRO-ABERTURA-ARQUIVO
           END-EVALUATE

           CLOSE ARQ-EXP

           PERFORM VERIFICA-EXPORT.
      *
       EXPORTA-NEGATIV.
           MOVE 'NEGATIV' TO WRK-NOME-ARQ
           PERFORM MONTA-PATH-EXPORT

           MOVE ZERO TO WRK-REG-EXP

           OPEN OUTPUT ARQ-EXP
           OPEN INPUT BKP-NEG

           EVALUATE BKP-NEG-FS
              WHEN ZERO
                 READ BKP-NEG NEXT RECORD
                 PERFORM UNTIL BKP-NEG-FS NOT EQUAL ZERO
                    MOVE SPACES TO ARQ-EXP-LINHA
                    MOVE NEG-REGISTRO TO ARQ-EXP-LINHA
                    WRITE ARQ-EXP-LINHA
                    ADD 1 TO WRK-REG-EXP
                    READ BKP-NEG NEXT RECORD
                 END-PERFORM
                 CLOSE BKP-NEG
              WHEN 35
                 CONTINUE
              WHEN OTHER
                 MOVE BKP-NEG-FS TO WRK-FS-ERRO
                 PERFORM ERRO-ABERTURA-ARQUIVO
           END-EVALUATE

           CLOSE ARQ-EXP

           PERFORM VERIFICA-EXPORT.
      *
       EXPORTA-ACORDO.
           MOVE 'ACORDO' TO WRK-NOME-ARQ
           PERFORM MONTA-PATH-EXPORT

           MOVE ZERO TO WRK-REG-EXP

           OPEN OUTPUT ARQ-EXP
           OPEN INPUT BKP-ACD

           EVALUATE BKP-ACD-FS
              WHEN ZERO
                 READ BKP-ACD NEXT RECORD
                 PERFORM UNTIL BKP-ACD-FS NOT EQUAL ZERO
                    MOVE SPACES TO ARQ-EXP-LINHA
                    MOVE ACD-REGISTRO TO ARQ-EXP-LINHA
                    WRITE ARQ-EXP-LINHA
                    ADD 1 TO WRK-REG-EXP
                    READ BKP-ACD NEXT RECORD
                 END-PERFORM
                 CLOSE BKP-ACD
              WHEN 35
                 CONTINUE
              WHEN OTHER
                 MOVE BKP-ACD-FS TO WRK-FS-ERRO
                 PERFORM ERRO-ABERTURA-ARQUIVO
           END-EVALUATE

           CLOSE ARQ-EXP

           PERFORM VERIFICA-EXPORT.
      *
       EXPORTA-ADITIVO.
           MOVE 'ADITIVO' TO WRK-NOME-ARQ
           PERFORM MONTA-PATH-EXPORT

           MOVE ZERO TO WRK-REG-EXP

           OPEN OUTPUT ARQ-EXP
           OPEN INPUT BKP-ADT

           EVALUATE BKP-ADT-FS
              WHEN ZERO
                 READ BKP-ADT NEXT RECORD
                 PERFORM UNTIL BKP-ADT-FS NOT EQUAL ZERO
                    MOVE SPACES TO ARQ-EXP-LINHA
                    MOVE ADT-REGISTRO TO ARQ-EXP-LINHA
                    WRITE ARQ-EXP-LINHA
                    ADD 1 TO WRK-REG-EXP
                    READ BKP-ADT NEXT RECORD
                 END-PERFORM
                 CLOSE BKP-ADT
              WHEN 35
                 CONTINUE
              WHEN OTHER
                 MOVE BKP-ADT-FS TO WRK-FS-ERRO
                 PERFORM ERRO-ABERTURA-ARQUIVO
           END-EVALUATE

           CLOSE ARQ-EXP

           PERFORM VERIFICA-EXPORT.
      *
       EXPORTA-COMISTAB.
           MOVE 'COMISTAB' TO WRK-NOME-ARQ
           PERFORM MONTA-PATH-EXPORT

           MOVE ZERO TO WRK-REG-EXP

           OPEN OUTPUT ARQ-EXP
           OPEN INPUT BKP-CMT

           EVALUATE BKP-CMT-FS
              WHEN ZERO
                 READ BKP-CMT NEXT RECORD
                 PERFORM UNTIL BKP-CMT-FS NOT EQUAL ZERO
                    MOVE SPACES TO ARQ-EXP-LINHA
                    MOVE CMT-REGISTRO TO ARQ-EXP-LINHA
                    WRITE ARQ-EXP-LINHA
                    ADD 1 TO WRK-REG-EXP
                    READ BKP-CMT NEXT RECORD
                 END-PERFORM
                 CLOSE BKP-CMT
              WHEN 35
                 CONTINUE
              WHEN OTHER
                 MOVE BKP-CMT-FS TO WRK-FS-ERRO
                 PERFORM ERRO-ABERTURA-ARQUIVO
           END-EVALUATE

           CLOSE ARQ-EXP

           PERFORM VERIFICA-EXPORT.
      *
       EXPORTA-COMISVEN.
           MOVE 'COMISVEN' TO WRK-NOME-ARQ
           PERFORM MONTA-PATH-EXPORT

           MOVE ZERO TO WRK-REG-EXP

           OPEN OUTPUT ARQ-EXP
           OPEN INPUT BKP-CMV

           EVALUATE BKP-CMV-FS
              WHEN ZERO
                 READ BKP-CMV NEXT RECORD
                 PERFORM UNTIL BKP-CMV-FS NOT EQUAL ZERO
                    MOVE SPACES TO ARQ-EXP-LINHA
                    MOVE CMV-REGISTRO TO ARQ-EXP-LINHA
                    WRITE ARQ-EXP-LINHA
                    ADD 1 TO WRK-REG-EXP
                    READ BKP-CMV NEXT RECORD
                 END-PERFORM
                 CLOSE BKP-CMV
              WHEN 35
                 CONTINUE
              WHEN OTHER
                 MOVE BKP-CMV-FS TO WRK-FS-ERRO
                 PERFORM ERRO-ABERTURA-ARQUIVO
           END-EVALUATE

           CLOSE ARQ-EXP

           PERFORM VERIFICA-EXPORT.
      *
       EXPORTA-METAS.
           MOVE 'METAS' TO WRK-NOME-ARQ
           PERFORM MONTA-PATH-EXPORT

           MOVE ZERO TO WRK-REG-EXP

           OPEN OUTPUT ARQ-EXP
           OPEN INPUT BKP-MTA

           EVALUATE BKP-MTA-FS
              WHEN ZERO
                 READ BKP-MTA NEXT RECORD
                 PERFORM UNTIL BKP-MTA-FS NOT EQUAL ZERO
                    MOVE SPACES TO ARQ-EXP-LINHA
                    MOVE MTA-REGISTRO TO ARQ-EXP-LINHA
                    WRITE ARQ-EXP-LINHA
                    ADD 1 TO WRK-REG-EXP
                    READ BKP-MTA NEXT RECORD
                 END-PERFORM
                 CLOSE BKP-MTA
              WHEN 35
                 CONTINUE
              WHEN OTHER
                 MOVE BKP-MTA-FS TO WRK-FS-ERRO
                 PERFORM ERRO-ABERTURA-ARQUIVO
           END-EVALUATE

           CLOSE ARQ-EXP

           PERFORM VERIFICA-EXPORT.
      *
       EXPORTA-PRECOS.
           MOVE 'PRECOS' TO WRK-NOME-ARQ
           PERFORM MONTA-PATH-EXPORT

           MOVE ZERO TO WRK-REG-EXP

           OPEN OUTPUT ARQ-EXP
           OPEN INPUT BKP-PRC

           EVALUATE BKP-PRC-FS
              WHEN ZERO
                 READ BKP-PRC NEXT RECORD
                 PERFORM UNTIL BKP-PRC-FS NOT EQUAL ZERO
                    MOVE SPACES TO ARQ-EXP-LINHA
                    MOVE PRC-REGISTRO TO ARQ-EXP-LINHA
                    WRITE ARQ-EXP-LINHA
                    ADD 1 TO WRK-REG-EXP
                    READ BKP-PRC NEXT RECORD
                 END-PERFORM
                 CLOSE BKP-PRC
              WHEN 35
                 CONTINUE
              WHEN OTHER
                 MOVE BKP-PRC-FS TO WRK-FS-ERRO
                 PERFORM ERRO-ABERTURA-ARQUIVO
           END-EVALUATE

           CLOSE ARQ-EXP

           PERFORM VERIFICA-EXPORT.
      *
       EXPORTA-GRUPO.
           MOVE 'GRUPO' TO WRK-NOME-ARQ
           PERFORM MONTA-PATH-EXPORT

           MOVE ZERO TO WRK-REG-EXP

           OPEN OUTPUT ARQ-EXP
           OPEN INPUT BKP-GRP

           EVALUATE BKP-GRP-FS
              WHEN ZERO
                 READ BKP-GRP NEXT RECORD
                 PERFORM UNTIL BKP-GRP-FS NOT EQUAL ZERO
                    MOVE SPACES TO ARQ-EXP-LINHA
                    MOVE GRP-REGISTRO TO ARQ-EXP-LINHA
                    WRITE ARQ-EXP-LINHA
                    ADD 1 TO WRK-REG-EXP
                    READ BKP-GRP NEXT RECORD
                 END-PERFORM
                 CLOSE BKP-GRP
              WHEN 35
                 CONTINUE
              WHEN OTHER
                 MOVE BKP-GRP-FS TO WRK-FS-ERRO
                 PERFORM ERRO-ABERTURA-ARQUIVO
           END-EVALUATE

           CLOSE ARQ-EXP

           PERFORM VERIFICA-EXPORT.
      *
       EXPORTA-GRUPOCLI.
           MOVE 'GRUPOCLI' TO WRK-NOME-ARQ
           PERFORM MONTA-PATH-EXPORT

           MOVE ZERO TO WRK-REG-EXP

           OPEN OUTPUT ARQ-EXP
           OPEN INPUT BKP-GCL

           EVALUATE BKP-GCL-FS
              WHEN ZERO
                 READ BKP-GCL NEXT RECORD
                 PERFORM UNTIL BKP-GCL-FS NOT EQUAL ZERO
                    MOVE SPACES TO ARQ-EXP-LINHA
                    MOVE GCL-REGISTRO TO ARQ-EXP-LINHA
                    WRITE ARQ-EXP-LINHA
                    ADD 1 TO WRK-REG-EXP
                    READ BKP-GCL NEXT RECORD
                 END-PERFORM
                 CLOSE BKP-GCL
              WHEN 35
                 CONTINUE
              WHEN OTHER
                 MOVE BKP-GCL-FS TO WRK-FS-ERRO
                 PERFORM ERRO-ABERTURA-ARQUIVO
           END-EVALUATE

           CLOSE ARQ-EXP

           PERFORM VERIFICA-EXPORT.
      *
       EXPORTA-PESSOA.
           MOVE 'PESSOA' TO WRK-NOME-ARQ
           PERFORM MONTA-PATH-EXPORT

           MOVE ZERO TO WRK-REG-EXP

           OPEN OUTPUT ARQ-EXP
           OPEN INPUT BKP-PES

           EVALUATE BKP-PES-FS
              WHEN ZERO
                 READ BKP-PES NEXT RECORD
                 PERFORM UNTIL BKP-PES-FS NOT EQUAL ZERO
                    MOVE SPACES TO ARQ-EXP-LINHA
                    MOVE PES-REGISTRO TO ARQ-EXP-LINHA
                    WRITE ARQ-EXP-LINHA
                    ADD 1 TO WRK-REG-EXP
                    READ BKP-PES NEXT RECORD
                 END-PERFORM
                 CLOSE BKP-PES
              WHEN 35
                 CONTINUE
              WHEN OTHER
                 MOVE BKP-PES-FS TO WRK-FS-ERRO
                 PERFORM ERRO-ABERTURA-ARQUIVO
           END-EVALUATE

           CLOSE ARQ-EXP

           PERFORM VERIFICA-EXPORT.
      *
       EXPORTA-ORDSERV.
           MOVE 'ORDSERV' TO WRK-NOME-ARQ
           PERFORM MONTA-PATH-EXPORT

           MOVE ZERO TO WRK-REG-EXP

           OPEN OUTPUT ARQ-EXP
           OPEN INPUT BKP-OSV

           EVALUATE BKP-OSV-FS
              WHEN ZERO
                 READ BKP-OSV NEXT RECORD
                 PERFORM UNTIL BKP-OSV-FS NOT EQUAL ZERO
                    MOVE SPACES TO ARQ-EXP-LINHA
                    MOVE OSV-REGISTRO TO ARQ-EXP-LINHA
                    WRITE ARQ-EXP-LINHA
                    ADD 1 TO WRK-REG-EXP
                    READ BKP-OSV NEXT RECORD
                 END-PERFORM
                 CLOSE BKP-OSV
              WHEN 35
                 CONTINUE
              WHEN OTHER
                 MOVE BKP-OSV-FS TO WRK-FS-ERRO
                 PERFORM ERRO-ABERTURA-ARQUIVO
           END-EVALUATE

           CLOSE ARQ-EXP

           PERFORM VERIFICA-EXPORT.
      *
       EXPORTA-EQUIPTO.
           MOVE 'EQUIPTO' TO WRK-NOME-ARQ
           PERFORM MONTA-PATH-EXPORT

           MOVE ZERO TO WRK-REG-EXP

           OPEN OUTPUT ARQ-EXP
           OPEN INPUT BKP-EQP

           EVALUATE BKP-EQP-FS
              WHEN ZERO
                 READ BKP-EQP NEXT RECORD
                 PERFORM UNTIL BKP-EQP-FS NOT EQUAL ZERO
                    MOVE SPACES TO ARQ-EXP-LINHA
                    MOVE EQP-REGISTRO TO ARQ-EXP-LINHA
                    WRITE ARQ-EXP-LINHA
                    ADD 1 TO WRK-REG-EXP
                    READ BKP-EQP NEXT RECORD
                 END-PERFORM
                 CLOSE BKP-EQP
              WHEN 35
                 CONTINUE
              WHEN OTHER
                 MOVE BKP-EQP-FS TO WRK-FS-ERRO
                 PERFORM ERRO-ABERTURA-ARQUIVO
           END-EVALUATE

           CLOSE ARQ-EXP

           PERFORM VERIFICA-EXPORT.
      *
       EXPORTA-EQPMOV.
           MOVE 'EQPMOV' TO WRK-NOME-ARQ
           PERFORM MONTA-PATH-EXPORT

           MOVE ZERO TO WRK-REG-EXP

           OPEN OUTPUT ARQ-EXP
           OPEN INPUT BKP-EQM

           EVALUATE BKP-EQM-FS
              WHEN ZERO
                 READ BKP-EQM NEXT RECORD
                 PERFORM UNTIL BKP-EQM-FS NOT EQUAL ZERO
                    MOVE SPACES TO ARQ-EXP-LINHA
                    MOVE EQM-REGISTRO TO ARQ-EXP-LINHA
                    WRITE ARQ-EXP-LINHA
                    ADD 1 TO WRK-REG-EXP
                    READ BKP-EQM NEXT RECORD
                 END-PERFORM
                 CLOSE BKP-EQM
              WHEN 35
                 CONTINUE
              WHEN OTHER
                 MOVE BKP-EQM-FS TO WRK-FS-ERRO
                 PERFORM ERRO-ABERTURA-ARQUIVO
           END-EVALUATE

           CLOSE ARQ-EXP

           PERFORM VERIFICA-EXPORT.
      *
       EXPORTA-PONTOS.
           MOVE 'PONTOS' TO WRK-NOME-ARQ
           PERFORM MONTA-PATH-EXPORT

           MOVE ZERO TO WRK-REG-EXP

           OPEN OUTPUT ARQ-EXP
           OPEN INPUT BKP-PTO

           EVALUATE BKP-PTO-FS
              WHEN ZERO
                 READ BKP-PTO NEXT RECORD
                 PERFORM UNTIL BKP-PTO-FS NOT EQUAL ZERO
                    MOVE SPACES TO ARQ-EXP-LINHA
                    MOVE PTO-REGISTRO TO ARQ-EXP-LINHA
                    WRITE ARQ-EXP-LINHA
                    ADD 1 TO WRK-REG-EXP
                    READ BKP-PTO NEXT RECORD
                 END-PERFORM
                 CLOSE BKP-PTO
              WHEN 35
                 CONTINUE
              WHEN OTHER
                 MOVE BKP-PTO-FS TO WRK-FS-ERRO
                 PERFORM ERRO-ABERTURA-ARQUIVO
           END-EVALUATE

           CLOSE ARQ-EXP

           PERFORM VERIFICA-EXPORT.
      *
       EXPORTA-CLIDOC.
           MOVE 'CLIDOC' TO WRK-NOME-ARQ
           PERFORM MONTA-PATH-EXPORT

           MOVE ZERO TO WRK-REG-EXP

           OPEN OUTPUT ARQ-EXP
           OPEN INPUT BKP-CDC

           EVALUATE BKP-CDC-FS
              WHEN ZERO
                 READ BKP-CDC NEXT RECORD
                 PERFORM UNTIL BKP-CDC-FS NOT EQUAL ZERO
                    MOVE SPACES TO ARQ-EXP-LINHA
                    MOVE CDC-REGISTRO TO ARQ-EXP-LINHA
                    WRITE ARQ-EXP-LINHA
                    ADD 1 TO WRK-REG-EXP
                    READ BKP-CDC NEXT RECORD
                 END-PERFORM
                 CLOSE BKP-CDC
              WHEN 35
                 CONTINUE
              WHEN OTHER
                 MOVE BKP-CDC-FS TO WRK-FS-ERRO
                 PERFORM ERRO-ABERTURA-ARQUIVO
           END-EVALUATE

           CLOSE ARQ-EXP

           PERFORM VERIFICA-EXPORT.
      *
       EXPORTA-ATUPEND.
           MOVE 'ATUPEND' TO WRK-NOME-ARQ
           PERFORM MONTA-PATH-EXPORT

           MOVE ZERO TO WRK-REG-EXP

           OPEN OUTPUT ARQ-EXP
           OPEN INPUT BKP-ATP

           EVALUATE BKP-ATP-FS
              WHEN ZERO
                 READ BKP-ATP NEXT RECORD
                 PERFORM UNTIL BKP-ATP-FS NOT EQUAL ZERO
                    MOVE SPACES TO ARQ-EXP-LINHA
                    MOVE ATP-REGISTRO TO ARQ-EXP-LINHA
                    WRITE ARQ-EXP-LINHA
                    ADD 1 TO WRK-REG-EXP
                    READ BKP-ATP NEXT RECORD
                 END-PERFORM
                 CLOSE BKP-ATP
              WHEN 35
                 CONTINUE
              WHEN OTHER
                 MOVE BKP-ATP-FS TO WRK-FS-ERRO
                 PERFORM ERRO-ABERTURA-ARQUIVO
           END-EVALUATE

           CLOSE ARQ-EXP

           PERFORM VERIFICA-EXPORT.
      *
       EXPORTA-PERFECH.
           MOVE 'PERFECH' TO WRK-NOME-ARQ
           PERFORM MONTA-PATH-EXPORT

           MOVE ZERO TO WRK-REG-EXP

           OPEN OUTPUT ARQ-EXP
           OPEN INPUT BKP-PFC

           EVALUATE BKP-PFC-FS
              WHEN ZERO
                 READ BKP-PFC NEXT RECORD
                 PERFORM UNTIL BKP-PFC-FS NOT EQUAL ZERO
                    MOVE SPACES TO ARQ-EXP-LINHA
                    MOVE PFC-REGISTRO TO ARQ-EXP-LINHA
                    WRITE ARQ-EXP-LINHA
                    ADD 1 TO WRK-REG-EXP
                    READ BKP-PFC NEXT RECORD
                 END-PERFORM
                 CLOSE BKP-PFC
              WHEN 35
                 CONTINUE
              WHEN OTHER
                 MOVE BKP-PFC-FS TO WRK-FS-ERRO
                 PERFORM ERRO-ABERTURA-ARQUIVO
           END-EVALUATE

           CLOSE ARQ-EXP

           PERFORM VERIFICA-EXPORT.
      *
       EXPORTA-AVISO.
           MOVE 'AVISO' TO WRK-NOME-ARQ
           PERFORM MONTA-PATH-EXPORT

           MOVE ZERO TO WRK-REG-EXP

           OPEN OUTPUT ARQ-EXP
           OPEN INPUT BKP-AVS

           EVALUATE BKP-AVS-FS
              WHEN ZERO
                 READ BKP-AVS NEXT RECORD
                 PERFORM UNTIL BKP-AVS-FS NOT EQUAL ZERO
                    MOVE SPACES TO ARQ-EXP-LINHA
                    MOVE AVS-REGISTRO TO ARQ-EXP-LINHA
                    WRITE ARQ-EXP-LINHA
                    ADD 1 TO WRK-REG-EXP
                    READ BKP-AVS NEXT RECORD
                 END-PERFORM
                 CLOSE BKP-AVS
              WHEN 35
                 CONTINUE
              WHEN OTHER
                 MOVE BKP-AVS-FS TO WRK-FS-ERRO
                 PERFORM ERRO-ABERTURA-ARQUIVO
           END-EVALUATE

           CLOSE ARQ-EXP

           PERFORM VERIFICA-EXPORT.
      *
       EXPORTA-AVISOLEI.
           MOVE 'AVISOLEI' TO WRK-NOME-ARQ
           PERFORM MONTA-PATH-EXPORT

           MOVE ZERO TO WRK-REG-EXP

           OPEN OUTPUT ARQ-EXP
           OPEN INPUT BKP-AVL

           EVALUATE BKP-AVL-FS
              WHEN ZERO
                 READ BKP-AVL NEXT RECORD
                 PERFORM UNTIL BKP-AVL-FS NOT EQUAL ZERO
                    MOVE SPACES TO ARQ-EXP-LINHA
                    MOVE AVL-REGISTRO TO ARQ-EXP-LINHA
                    WRITE ARQ-EXP-LINHA
                    ADD 1 TO WRK-REG-EXP
                    READ BKP-AVL NEXT RECORD
                 END-PERFORM
                 CLOSE BKP-AVL
              WHEN 35
                 CONTINUE
              WHEN OTHER
                 MOVE BKP-AVL-FS TO WRK-FS-ERRO
                 PERFORM ERRO-ABERTURA-ARQUIVO
           END-EVALUATE

           CLOSE ARQ-EXP

           PERFORM VERIFICA-EXPORT.
      *
       MONTA-PATH-EXPORT.
           MOVE SPACES TO WRK-EXP-PATH
           STRING './files/BKP-' FUNCTION TRIM(WRK-NOME-ARQ)
              '-' WRK-GERACAO '.SEQ'
              DELIMITED BY SIZE INTO WRK-EXP-PATH.
      *
       VERIFICA-EXPORT.
           MOVE ZERO TO WRK-REG-VER

           OPEN INPUT ARQ-EXP

           IF ARQ-EXP-FS EQUAL ZERO
              READ ARQ-EXP
              PERFORM UNTIL ARQ-EXP-FS NOT EQUAL ZERO
                 ADD 1 TO WRK-REG-VER
                 READ ARQ-EXP
              END-PERFORM
              CLOSE ARQ-EXP
           END-IF

           IF WRK-REG-VER NOT EQUAL WRK-REG-EXP
              MOVE 'N' TO WRK-VERIF-GERAL
           END-IF

           ADD 1 TO WRK-TOT-ARQUIVOS
           ADD WRK-REG-EXP TO WRK-TOT-REGISTROS.
      *-----------------------------------------------------------------
       RESTAURA-GERACAO                                       SECTION.
      *----------------------------------
           PERFORM LISTA-GERACOES

           PERFORM LIMPA-RODAPE
           MOVE 'Geracao a restaurar (AAAAMMDDHHMMSS, branco sai):'
                                                       TO SCR-TRL-L1
           DISPLAY SCR-TRL

           MOVE SPACES TO WRK-GERACAO
           ACCEPT WRK-GERACAO                        LINE 23 COLUMN 51

           IF WRK-GERACAO EQUAL SPACES
              EXIT SECTION
           END-IF

           MOVE WRK-GERACAO TO BKC-GERACAO
           READ ARQ-BKPCAT

           IF ARQ-BKPCAT-FS NOT EQUAL ZERO
              PERFORM LIMPA-RODAPE
              MOVE 'Geracao nao encontrada no catalogo.' TO SCR-TRL-L1
              DISPLAY SCR-TRL
              ACCEPT WRK-OPCAO                       LINE 23 COLUMN 37
              MOVE SPACE TO WRK-OPCAO
              EXIT SECTION
           END-IF

           PERFORM LIMPA-RODAPE
           MOVE 'Isto SOBRESCREVE os arquivos atuais. Confirma? (S/N)'
                                                       TO SCR-TRL-L1
           DISPLAY SCR-TRL

           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 54
           MOVE FUNCTION UPPER-CASE(WRK-OPCAO) TO WRK-OPCAO

           IF WRK-OPCAO NOT EQUAL 'S'
              MOVE SPACE TO WRK-OPCAO
              EXIT SECTION
           END-IF

           MOVE SPACE TO WRK-OPCAO
           MOVE ZERO  TO WRK-TOT-RESTAURADOS
           MOVE ZERO  TO WRK-ARQ-RESTAURADOS
           MOVE ZERO  TO WRK-TOT-ERROS

           PERFORM RESTAURA-ARQCRM
           PERFORM RESTAURA-OPERADOR
           PERFORM RESTAURA-CONTRATO
           PERFORM RESTAURA-CTRITEM
           PERFORM RESTAURA-CONTATO
           PERFORM RESTAURA-AGENDA
           PERFORM RESTAURA-DOMINIO
           PERFORM RESTAURA-SISPARAM
           PERFORM RESTAURA-FATURA
           PERFORM RESTAURA-OPORTUN
           PERFORM RESTAURA-RECLAMA
           PERFORM RESTAURA-NOTAS
           PERFORM RESTAURA-PESQUISA
           PERFORM RESTAURA-COMIPAG
           PERFORM RESTAURA-ESCORE
           PERFORM RESTAURA-ESTATMES
           PERFORM RESTAURA-CEPREF
           PERFORM RESTAURA-PRODUTO
           PERFORM RESTAURA-INDICE
           PERFORM RESTAURA-AUSENCIA
           PERFORM RESTAURA-FERIADO
           PERFORM RESTAURA-CAMPANHA
           PERFORM RESTAURA-RELDEF
           PERFORM RESTAURA-ERPCTL
           PERFORM RESTAURA-COBCTL
           PERFORM RESTAURA-PAGTOS
           PERFORM RESTAURA-CREDITO
           PERFORM RESTAURA-NOTACRED
           PERFORM RESTAURA-FATHIST
           PERFORM RESTAURA-REGUACOB
           PERFORM RESTAURA-CTBCTL
           PERFORM RESTAURA-NFSCTL
           PERFORM RESTAURA-RPS
           PERFORM RESTAURA-NEGCTL
           PERFORM RESTAURA-NEGATIV
           PERFORM RESTAURA-ACORDO
           PERFORM RESTAURA-ADITIVO
           PERFORM RESTAURA-COMISTAB
           PERFORM RESTAURA-COMISVEN
           PERFORM RESTAURA-METAS
           PERFORM RESTAURA-PRECOS
           PERFORM RESTAURA-GRUPO
           PERFORM RESTAURA-GRUPOCLI
           PERFORM RESTAURA-PESSOA
           PERFORM RESTAURA-ORDSERV
           PERFORM RESTAURA-EQUIPTO
           PERFORM RESTAURA-EQPMOV
           PERFORM RESTAURA-PONTOS
           PERFORM RESTAURA-CLIDOC
           PERFORM RESTAURA-ATUPEND
           PERFORM RESTAURA-PERFECH
           PERFORM RESTAURA-AVISO
           PERFORM RESTAURA-AVISOLEI

           PERFORM LIMPA-CORPO

           MOVE 'Restauracao concluida' TO SCR-CTR-L1
           STRING 'Arquivos restaurados : ' WRK-ARQ-RESTAURADOS
              DELIMITED BY SIZE INTO SCR-CTR-L3
           STRING 'Registros restaurados: ' WRK-TOT-RESTAURADOS
              DELIMITED BY SIZE INTO SCR-CTR-L4

           IF WRK-TOT-ERROS IS GREATER THAN ZERO
              STRING 'Erros de abertura    : ' WRK-TOT-ERROS
                 DELIMITED BY SIZE INTO SCR-CTR-L5
           END-IF

           DISPLAY SCR-CTR

           PERFORM LIMPA-RODAPE
           MOVE '[pressione ENTER]' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 18
           MOVE SPACE TO WRK-OPCAO.
      *
       RESTAURA-ARQCRM.
           MOVE 'ARQCRM' TO WRK-NOME-ARQ
           PERFORM MONTA-PATH-EXPORT

           OPEN INPUT ARQ-EXP

           IF ARQ-EXP-FS EQUAL 35
              EXIT PARAGRAPH
           END-IF

           IF ARQ-EXP-FS NOT EQUAL ZERO
              MOVE ARQ-EXP-FS TO WRK-FS-ERRO
              PERFORM ERRO-ABERTURA-ARQUIVO
              EXIT PARAGRAPH
           END-IF

           CALL 'CBL_DELETE_FILE' USING './files/ARQCRM.DAT'
              RETURNING WRK-RETORNO

           OPEN OUTPUT ARQCRM

           IF ARQCRM-FS NOT EQUAL ZERO
              MOVE ARQCRM-FS TO WRK-FS-ERRO
              PERFORM ERRO-ABERTURA-ARQUIVO
              CLOSE ARQ-EXP
              EXIT PARAGRAPH
           END-IF

           READ ARQ-EXP

           PERFORM UNTIL ARQ-EXP-FS NOT EQUAL ZERO
              MOVE ARQ-EXP-LINHA TO ARQCRM-REGISTRO
              WRITE ARQCRM-REGISTRO
              ADD 1 TO WRK-TOT-RESTAURADOS
              READ ARQ-EXP
           END-PERFORM

           CLOSE ARQCRM
           CLOSE ARQ-EXP

           ADD 1 TO WRK-ARQ-RESTAURADOS.
      *
       RESTAURA-OPERADOR.
           MOVE 'OPERADOR' TO WRK-NOME-ARQ
           PERFORM MONTA-PATH-EXPORT

           OPEN INPUT ARQ-EXP

           IF ARQ-EXP-FS EQUAL 35
              EXIT PARAGRAPH
           END-IF

           IF ARQ-EXP-FS NOT EQUAL ZERO
              MOVE ARQ-EXP-FS TO WRK-FS-ERRO
              PERFORM ERRO-ABERTURA-ARQUIVO
              EXIT PARAGRAPH
           END-IF

           CALL 'CBL_DELETE_FILE' USING './files/OPERADOR.DAT'
              RETURNING WRK-RETORNO

           OPEN OUTPUT BKP-OPR

           IF BKP-OPR-FS NOT EQUAL ZERO
              MOVE BKP-OPR-FS TO WRK-FS-ERRO
              PERFORM ERRO-ABERTURA-ARQUIVO
              CLOSE ARQ-EXP
              EXIT PARAGRAPH
           END-IF

           READ ARQ-EXP

           PERFORM UNTIL ARQ-EXP-FS NOT EQUAL ZERO
              MOVE ARQ-EXP-LINHA TO OPR-REGISTRO
              WRITE OPR-REGISTRO
              ADD 1 TO WRK-TOT-RESTAURADOS
              READ ARQ-EXP
           END-PERFORM

           CLOSE BKP-OPR
           CLOSE ARQ-EXP

           ADD 1 TO WRK-ARQ-RESTAURADOS.
      *
       RESTAURA-CONTRATO.
           MOVE 'CONTRATO' TO WRK-NOME-ARQ
           PERFORM MONTA-PATH-EXPORT

           OPEN INPUT ARQ-EXP

           IF ARQ-EXP-FS EQUAL 35
              EXIT PARAGRAPH
           END-IF

           IF ARQ-EXP-FS NOT EQUAL ZERO
              MOVE ARQ-EXP-FS TO WRK-FS-ERRO
              PERFORM ERRO-ABERTURA-ARQUIVO
              EXIT PARAGRAPH
           END-IF

           CALL 'CBL_DELETE_FILE' USING './files/CONTRATO.DAT'
              RETURNING WRK-RETORNO

           OPEN OUTPUT BKP-CTR

           IF BKP-CTR-FS NOT EQUAL ZERO
              MOVE BKP-CTR-FS TO WRK-FS-ERRO
              PERFORM ERRO-ABERTURA-ARQUIVO
              CLOSE ARQ-EXP
              EXIT PARAGRAPH
           END-IF

           READ ARQ-EXP

           PERFORM UNTIL ARQ-EXP-FS NOT EQUAL ZERO
              MOVE ARQ-EXP-LINHA TO CTR-REGISTRO
              WRITE CTR-REGISTRO
              ADD 1 TO WRK-TOT-RESTAURADOS
              READ ARQ-EXP
           END-PERFORM

           CLOSE BKP-CTR
           CLOSE ARQ-EXP

           ADD 1 TO WRK-ARQ-RESTAURADOS.
      *
       RESTAURA-CTRITEM.
           MOVE 'CTRITEM' TO WRK-NOME-ARQ
           PERFORM MONTA-PATH-EXPORT

           OPEN INPUT ARQ-EXP

           IF ARQ-EXP-FS EQUAL 35
              EXIT PARAGRAPH
           END-IF

           IF ARQ-EXP-FS NOT EQUAL ZERO
              MOVE ARQ-EXP-FS TO WRK-FS-ERRO
              PERFORM ERRO-ABERTURA-ARQUIVO
              EXIT PARAGRAPH
           END-IF

           CALL 'CBL_DELETE_FILE' USING './files/CTRITEM.DAT'
              RETURNING WRK-RETORNO

           OPEN OUTPUT BKP-ITM

           IF BKP-ITM-FS NOT EQUAL ZERO
              MOVE BKP-ITM-FS TO WRK-FS-ERRO
              PERFORM ERRO-ABERTURA-ARQUIVO
              CLOSE ARQ-EXP
              EXIT PARAGRAPH
           END-IF

           READ ARQ-EXP

           PERFORM UNTIL ARQ-EXP-FS NOT EQUAL ZERO
              MOVE ARQ-EXP-LINHA TO ITM-REGISTRO
              WRITE ITM-REGISTRO
              ADD 1 TO WRK-TOT-RESTAURADOS
              READ ARQ-EXP
           END-PERFORM

           CLOSE BKP-ITM
           CLOSE ARQ-EXP

           ADD 1 TO WRK-ARQ-RESTAURADOS.
      *
       RESTAURA-CONTATO.
           MOVE 'CONTATO' TO WRK-NOME-ARQ
           PERFORM MONTA-PATH-EXPORT

           OPEN INPUT ARQ-EXP

           IF ARQ-EXP-FS EQUAL 35
              EXIT PARAGRAPH
           END-IF

           IF ARQ-EXP-FS NOT EQUAL ZERO
              MOVE ARQ-EXP-FS TO WRK-FS-ERRO
              PERFORM ERRO-ABERTURA-ARQUIVO
              EXIT PARAGRAPH
           END-IF

           CALL 'CBL_DELETE_FILE' USING './files/CONTATO.DAT'
              RETURNING WRK-RETORNO

           OPEN OUTPUT BKP-CTT

           IF BKP-CTT-FS NOT EQUAL ZERO
              MOVE BKP-CTT-FS TO WRK-FS-ERRO
              PERFORM ERRO-ABERTURA-ARQUIVO
              CLOSE ARQ-EXP
              EXIT PARAGRAPH
           END-IF

           READ ARQ-EXP

           PERFORM UNTIL ARQ-EXP-FS NOT EQUAL ZERO
              MOVE ARQ-EXP-LINHA TO CTT-REGISTRO
              WRITE CTT-REGISTRO
              ADD 1 TO WRK-TOT-RESTAURADOS
              READ ARQ-EXP
           END-PERFORM

           CLOSE BKP-CTT
           CLOSE ARQ-EXP

           ADD 1 TO WRK-ARQ-RESTAURADOS.
      *
       RESTAURA-AGENDA.
           MOVE 'AGENDA' TO WRK-NOME-ARQ
           PERFORM MONTA-PATH-EXPORT

           OPEN INPUT ARQ-EXP

           IF ARQ-EXP-FS EQUAL 35
              EXIT PARAGRAPH
           END-IF

           IF ARQ-EXP-FS NOT EQUAL ZERO
              MOVE ARQ-EXP-FS TO WRK-FS-ERRO
              PERFORM ERRO-ABERTURA-ARQUIVO
              EXIT PARAGRAPH
           END-IF

           CALL 'CBL_DELETE_FILE' USING './files/AGENDA.DAT'
              RETURNING WRK-RETORNO

           OPEN OUTPUT BKP-AGN

           IF BKP-AGN-FS NOT EQUAL ZERO
              MOVE BKP-AGN-FS TO WRK-FS-ERRO
              PERFORM ERRO-ABERTURA-ARQUIVO
              CLOSE ARQ-EXP
              EXIT PARAGRAPH
           END-IF

           READ ARQ-EXP

           PERFORM UNTIL ARQ-EXP-FS NOT EQUAL ZERO
              MOVE ARQ-EXP-LINHA TO AGN-REGISTRO
              WRITE AGN-REGISTRO
              ADD 1 TO WRK-TOT-RESTAURADOS
              READ ARQ-EXP
           END-PERFORM

           CLOSE BKP-AGN
           CLOSE ARQ-EXP

           ADD 1 TO WRK-ARQ-RESTAURADOS.
      *
       RESTAURA-DOMINIO.
           MOVE 'DOMINIO' TO WRK-NOME-ARQ
           PERFORM MONTA-PATH-EXPORT

           OPEN INPUT ARQ-EXP

           IF ARQ-EXP-FS EQUAL 35
              EXIT PARAGRAPH
           END-IF

           IF ARQ-EXP-FS NOT EQUAL ZERO
              MOVE ARQ-EXP-FS TO WRK-FS-ERRO
              PERFORM ERRO-ABERTURA-ARQUIVO
              EXIT PARAGRAPH
           END-IF

           CALL 'CBL_DELETE_FILE' USING './files/DOMINIO.DAT'
              RETURNING WRK-RETORNO

           OPEN OUTPUT BKP-DOM

           IF BKP-DOM-FS NOT EQUAL ZERO
              MOVE BKP-DOM-FS TO WRK-FS-ERRO
              PERFORM ERRO-ABERTURA-ARQUIVO
              CLOSE ARQ-EXP
              EXIT PARAGRAPH
           END-IF

           READ ARQ-EXP

           PERFORM UNTIL ARQ-EXP-FS NOT EQUAL ZERO
              MOVE ARQ-EXP-LINHA TO DOM-REGISTRO
              WRITE DOM-REGISTRO
              ADD 1 TO WRK-TOT-RESTAURADOS
              READ ARQ-EXP
           END-PERFORM

           CLOSE BKP-DOM
           CLOSE ARQ-EXP

           ADD 1 TO WRK-ARQ-RESTAURADOS.
      *
       RESTAURA-SISPARAM.
           MOVE 'SISPARAM' TO WRK-NOME-ARQ
           PERFORM MONTA-PATH-EXPORT

           OPEN INPUT ARQ-EXP

           IF ARQ-EXP-FS EQUAL 35
              EXIT PARAGRAPH
           END-IF

           IF ARQ-EXP-FS NOT EQUAL ZERO
              MOVE ARQ-EXP-FS TO WRK-FS-ERRO
              PERFORM ERRO-ABERTURA-ARQUIVO
              EXIT PARAGRAPH
           END-IF

           CALL 'CBL_DELETE_FILE' USING './files/SISPARAM.DAT'
              RETURNING WRK-RETORNO

           OPEN OUTPUT BKP-PAR

           IF BKP-PAR-FS NOT EQUAL ZERO
              MOVE BKP-PAR-FS TO WRK-FS-ERRO
              PERFORM ERRO-ABERTURA-ARQUIVO
              CLOSE ARQ-EXP
              EXIT PARAGRAPH
           END-IF

           READ ARQ-EXP

           PERFORM UNTIL ARQ-EXP-FS NOT EQUAL ZERO
              MOVE ARQ-EXP-LINHA TO PAR-REGISTRO
              WRITE PAR-REGISTRO
              ADD 1 TO WRK-TOT-RESTAURADOS
              READ ARQ-EXP
           END-PERFORM

           CLOSE BKP-PAR
           CLOSE ARQ-EXP

           ADD 1 TO WRK-ARQ-RESTAURADOS.
      *
       RESTAURA-FATURA.
           MOVE 'FATURA' TO WRK-NOME-ARQ
           PERFORM MONTA-PATH-EXPORT

           OPEN INPUT ARQ-EXP

           IF ARQ-EXP-FS EQUAL 35
              EXIT PARAGRAPH
           END-IF

           IF ARQ-EXP-FS NOT EQUAL ZERO
              MOVE ARQ-EXP-FS TO WRK-FS-ERRO
              PERFORM ERRO-ABERTURA-ARQUIVO
              EXIT PARAGRAPH
           END-IF

           CALL 'CBL_DELETE_FILE' USING './files/FATURA.DAT'
              RETURNING WRK-RETORNO

           OPEN OUTPUT BKP-FAT

           IF BKP-FAT-FS NOT EQUAL ZERO
              MOVE BKP-FAT-FS TO WRK-FS-ERRO
              PERFORM ERRO-ABERTURA-ARQUIVO
              CLOSE ARQ-EXP
              EXIT PARAGRAPH
           END-IF

           READ ARQ-EXP

           PERFORM UNTIL ARQ-EXP-FS NOT EQUAL ZERO
              MOVE ARQ-EXP-LINHA TO FAT-REGISTRO
              WRITE FAT-REGISTRO
              ADD 1 TO WRK-TOT-RESTAURADOS
              READ ARQ-EXP
           END-PERFORM

           CLOSE BKP-FAT
           CLOSE ARQ-EXP

           ADD 1 TO WRK-ARQ-RESTAURADOS.
      *
       RESTAURA-OPORTUN.
           MOVE 'OPORTUN' TO WRK-NOME-ARQ
           PERFORM MONTA-PATH-EXPORT

           OPEN INPUT ARQ-EXP

           IF ARQ-EXP-FS EQUAL 35
              EXIT PARAGRAPH
           END-IF

           IF ARQ-EXP-FS NOT EQUAL ZERO
              MOVE ARQ-EXP-FS TO WRK-FS-ERRO
              PERFORM ERRO-ABERTURA-ARQUIVO
              EXIT PARAGRAPH
           END-IF

           CALL 'CBL_DELETE_FILE' USING './files/OPORTUN.DAT'
              RETURNING WRK-RETORNO

           OPEN OUTPUT BKP-OPO

           IF BKP-OPO-FS NOT EQUAL ZERO
              MOVE BKP-OPO-FS TO WRK-FS-ERRO
              PERFORM ERRO-ABERTURA-ARQUIVO
              CLOSE ARQ-EXP
              EXIT PARAGRAPH
           END-IF

           READ ARQ-EXP

           PERFORM UNTIL ARQ-EXP-FS NOT EQUAL ZERO
              MOVE ARQ-EXP-LINHA TO OPO-REGISTRO
              WRITE OPO-REGISTRO
              ADD 1 TO WRK-TOT-RESTAURADOS
              READ ARQ-EXP
           END-PERFORM

           CLOSE BKP-OPO
           CLOSE ARQ-EXP

           ADD 1 TO WRK-ARQ-RESTAURADOS.
      *
       RESTAURA-RECLAMA.
           MOVE 'RECLAMA' TO WRK-NOME-ARQ
           PERFORM MONTA-PATH-EXPORT

           OPEN INPUT ARQ-EXP

           IF ARQ-EXP-FS EQUAL 35
              EXIT PARAGRAPH
           END-IF

           IF ARQ-EXP-FS NOT EQUAL ZERO
              MOVE ARQ-EXP-FS TO WRK-FS-ERRO
              PERFORM ERRO-ABERTURA-ARQUIVO
              EXIT PARAGRAPH
           END-IF

           CALL 'CBL_DELETE_FILE' USING './files/RECLAMA.DAT'
              RETURNING WRK-RETORNO

           OPEN OUTPUT BKP-RCL

           IF BKP-RCL-FS NOT EQUAL ZERO
              MOVE BKP-RCL-FS TO WRK-FS-ERRO
              PERFORM ERRO-ABERTURA-ARQUIVO
              CLOSE ARQ-EXP
              EXIT PARAGRAPH
           END-IF

           READ ARQ-EXP

           PERFORM UNTIL ARQ-EXP-FS NOT EQUAL ZERO
              MOVE ARQ-EXP-LINHA TO RCL-REGISTRO
              WRITE RCL-REGISTRO
              ADD 1 TO WRK-TOT-RESTAURADOS
              READ ARQ-EXP
           END-PERFORM

           CLOSE BKP-RCL
           CLOSE ARQ-EXP

           ADD 1 TO WRK-ARQ-RESTAURADOS.
      *
       RESTAURA-NOTAS.
           MOVE 'NOTAS' TO WRK-NOME-ARQ
           PERFORM MONTA-PATH-EXPORT

           OPEN INPUT ARQ-EXP

           IF ARQ-EXP-FS EQUAL 35
              EXIT PARAGRAPH
           END-IF

           IF ARQ-EXP-FS NOT EQUAL ZERO
              MOVE ARQ-EXP-FS TO WRK-FS-ERRO
              PERFORM ERRO-ABERTURA-ARQUIVO
              EXIT PARAGRAPH
           END-IF

           CALL 'CBL_DELETE_FILE' USING './files/NOTAS.DAT'
              RETURNING WRK-RETORNO

           OPEN OUTPUT BKP-NTA

           IF BKP-NTA-FS NOT EQUAL ZERO
              MOVE BKP-NTA-FS TO WRK-FS-ERRO
              PERFORM ERRO-ABERTURA-ARQUIVO
              CLOSE ARQ-EXP
              EXIT PARAGRAPH
           END-IF

           READ ARQ-EXP

           PERFORM UNTIL ARQ-EXP-FS NOT EQUAL ZERO
              MOVE ARQ-EXP-LINHA TO NTA-REGISTRO
              WRITE NTA-REGISTRO
              ADD 1 TO WRK-TOT-RESTAURADOS
              READ ARQ-EXP
           END-PERFORM

           CLOSE BKP-NTA
           CLOSE ARQ-EXP

           ADD 1 TO WRK-ARQ-RESTAURADOS.
      *
       RESTAURA-PESQUISA.
           MOVE 'PESQUISA' TO WRK-NOME-ARQ
           PERFORM MONTA-PATH-EXPORT

           OPEN INPUT ARQ-EXP

           IF ARQ-EXP-FS EQUAL 35
              EXIT PARAGRAPH
           END-IF

           IF ARQ-EXP-FS NOT EQUAL ZERO
              MOVE ARQ-EXP-FS TO WRK-FS-ERRO
              PERFORM ERRO-ABERTURA-ARQUIVO
              EXIT PARAGRAPH
           END-IF

           CALL 'CBL_DELETE_FILE' USING './files/PESQUISA.DAT'
              RETURNING WRK-RETORNO

           OPEN OUTPUT BKP-PSQ

           IF BKP-PSQ-FS NOT EQUAL ZERO
              MOVE BKP-PSQ-FS TO WRK-FS-ERRO
              PERFORM ERRO-ABERTURA-ARQUIVO
              CLOSE ARQ-EXP
              EXIT PARAGRAPH
           END-IF

           READ ARQ-EXP

           PERFORM UNTIL ARQ-EXP-FS NOT EQUAL ZERO
              MOVE ARQ-EXP-LINHA TO PSQ-REGISTRO
              WRITE PSQ-REGISTRO
              ADD 1 TO WRK-TOT-RESTAURADOS
              READ ARQ-EXP
           END-PERFORM

           CLOSE BKP-PSQ
           CLOSE ARQ-EXP

           ADD 1 TO WRK-ARQ-RESTAURADOS.
      *
       RESTAURA-COMIPAG.
           MOVE 'COMIPAG' TO WRK-NOME-ARQ
           PERFORM MONTA-PATH-EXPORT

           OPEN INPUT ARQ-EXP

           IF ARQ-EXP-FS EQUAL 35
              EXIT PARAGRAPH
           END-IF

           IF ARQ-EXP-FS NOT EQUAL ZERO
              MOVE ARQ-EXP-FS TO WRK-FS-ERRO
              PERFORM ERRO-ABERTURA-ARQUIVO
              EXIT PARAGRAPH
           END-IF

           CALL 'CBL_DELETE_FILE' USING './files/COMIPAG.DAT'
              RETURNING WRK-RETORNO

           OPEN OUTPUT BKP-CMS

           IF BKP-CMS-FS NOT EQUAL ZERO
              MOVE BKP-CMS-FS TO WRK-FS-ERRO
              PERFORM ERRO-ABERTURA-ARQUIVO
              CLOSE ARQ-EXP
              EXIT PARAGRAPH
           END-IF

           READ ARQ-EXP

           PERFORM UNTIL ARQ-EXP-FS NOT EQUAL ZERO
              MOVE ARQ-EXP-LINHA TO CMS-REGISTRO
              WRITE CMS-REGISTRO
              ADD 1 TO WRK-TOT-RESTAURADOS
              READ ARQ-EXP
           END-PERFORM

           CLOSE BKP-CMS
           CLOSE ARQ-EXP

           ADD 1 TO WRK-ARQ-RESTAURADOS.
      *
       RESTAURA-ESCORE.
           MOVE 'ESCORE' TO WRK-NOME-ARQ
           PERFORM MONTA-PATH-EXPORT

           OPEN INPUT ARQ-EXP

           IF ARQ-EXP-FS EQUAL 35
              EXIT PARAGRAPH
           END-IF

           IF ARQ-EXP-FS NOT EQUAL ZERO
              MOVE ARQ-EXP-FS TO WRK-FS-ERRO
              PERFORM ERRO-ABERTURA-ARQUIVO
              EXIT PARAGRAPH
           END-IF

           CALL 'CBL_DELETE_FILE' USING './files/ESCORE.DAT'
              RETURNING WRK-RETORNO

           OPEN OUTPUT BKP-ENG

           IF BKP-ENG-FS NOT EQUAL ZERO
              MOVE BKP-ENG-FS TO WRK-FS-ERRO
              PERFORM ERRO-ABERTURA-ARQUIVO
              CLOSE ARQ-EXP
              EXIT PARAGRAPH
           END-IF

           READ ARQ-EXP

           PERFORM UNTIL ARQ-EXP-FS NOT EQUAL ZERO
              MOVE ARQ-EXP-LINHA TO ENG-REGISTRO
              WRITE ENG-REGISTRO
              ADD 1 TO WRK-TOT-RESTAURADOS
              READ ARQ-EXP
           END-PERFORM

           CLOSE BKP-ENG
           CLOSE ARQ-EXP

           ADD 1 TO WRK-ARQ-RESTAURADOS.
      *
       RESTAURA-ESTATMES.
           MOVE 'ESTATMES' TO WRK-NOME-ARQ
           PERFORM MONTA-PATH-EXPORT

           OPEN INPUT ARQ-EXP

           IF ARQ-EXP-FS EQUAL 35
              EXIT PARAGRAPH
           END-IF

           IF ARQ-EXP-FS NOT EQUAL ZERO
              MOVE ARQ-EXP-FS TO WRK-FS-ERRO
              PERFORM ERRO-ABERTURA-ARQUIVO
              EXIT PARAGRAPH
           END-IF

           CALL 'CBL_DELETE_FILE' USING './files/ESTATMES.DAT'
              RETURNING WRK-RETORNO

           OPEN OUTPUT BKP-EST

           IF BKP-EST-FS NOT EQUAL ZERO
              MOVE BKP-EST-FS TO WRK-FS-ERRO
              PERFORM ERRO-ABERTURA-ARQUIVO
              CLOSE ARQ-EXP
              EXIT PARAGRAPH
           END-IF

           READ ARQ-EXP

           PERFORM UNTIL ARQ-EXP-FS NOT EQUAL ZERO
              MOVE ARQ-EXP-LINHA TO EST-REGISTRO
              WRITE EST-REGISTRO
              ADD 1 TO WRK-TOT-RESTAURADOS
              READ ARQ-EXP
           END-PERFORM

           CLOSE BKP-EST
           CLOSE ARQ-EXP

           ADD 1 TO WRK-ARQ-RESTAURADOS.
      *
       RESTAURA-CEPREF.
           MOVE 'CEPREF' TO WRK-NOME-ARQ
           PERFORM MONTA-PATH-EXPORT

           OPEN INPUT ARQ-EXP

           IF ARQ-EXP-FS EQUAL 35
              EXIT PARAGRAPH
           END-IF

           IF ARQ-EXP-FS NOT EQUAL ZERO
              MOVE ARQ-EXP-FS TO WRK-FS-ERRO
              PERFORM ERRO-ABERTURA-ARQUIVO
              EXIT PARAGRAPH
           END-IF

           CALL 'CBL_DELETE_FILE' USING './files/CEPREF.DAT'
              RETURNING WRK-RETORNO

           OPEN OUTPUT BKP-CEP

           IF BKP-CEP-FS NOT EQUAL ZERO
              MOVE BKP-CEP-FS TO WRK-FS-ERRO
              PERFORM ERRO-ABERTURA-ARQUIVO
              CLOSE ARQ-EXP
              EXIT PARAGRAPH
           END-IF

           READ ARQ-EXP

           PERFORM UNTIL ARQ-EXP-FS NOT EQUAL ZERO
              MOVE ARQ-EXP-LINHA TO CEP-REGISTRO
              WRITE CEP-REGISTRO
              ADD 1 TO WRK-TOT-RESTAURADOS
              READ ARQ-EXP
           END-PERFORM

           CLOSE BKP-CEP
           CLOSE ARQ-EXP

           ADD 1 TO WRK-ARQ-RESTAURADOS.
      *
       RESTAURA-PRODUTO.
           MOVE 'PRODUTO' TO WRK-NOME-ARQ
           PERFORM MONTA-PATH-EXPORT

           OPEN INPUT ARQ-EXP

           IF ARQ-EXP-FS EQUAL 35
              EXIT PARAGRAPH
           END-IF

           IF ARQ-EXP-FS NOT EQUAL ZERO
              MOVE ARQ-EXP-FS TO WRK-FS-ERRO
              PERFORM ERRO-ABERTURA-ARQUIVO
              EXIT PARAGRAPH
           END-IF

           CALL 'CBL_DELETE_FILE' USING './files/PRODUTO.DAT'
              RETURNING WRK-RETORNO

           OPEN OUTPUT BKP-PRD

           IF BKP-PRD-FS NOT EQUAL ZERO
              MOVE BKP-PRD-FS TO WRK-FS-ERRO
              PERFORM ERRO-ABERTURA-ARQUIVO
              CLOSE ARQ-EXP
              EXIT PARAGRAPH
           END-IF

           READ ARQ-EXP

           PERFORM UNTIL ARQ-EXP-FS NOT EQUAL ZERO
              MOVE ARQ-EXP-LINHA TO PRD-REGISTRO
              WRITE PRD-REGISTRO
              ADD 1 TO WRK-TOT-RESTAURADOS
              READ ARQ-EXP
           END-PERFORM

           CLOSE BKP-PRD
           CLOSE ARQ-EXP

           ADD 1 TO WRK-ARQ-RESTAURADOS.
      *
       RESTAURA-INDICE.
           MOVE 'INDICE' TO WRK-NOME-ARQ
           PERFORM MONTA-PATH-EXPORT

           OPEN INPUT ARQ-EXP

           IF ARQ-EXP-FS EQUAL 35
              EXIT PARAGRAPH
           END-IF

           IF ARQ-EXP-FS NOT EQUAL ZERO
              MOVE ARQ-EXP-FS TO WRK-FS-ERRO
              PERFORM ERRO-ABERTURA-ARQUIVO
              EXIT PARAGRAPH
           END-IF

           CALL 'CBL_DELETE_FILE' USING './files/INDICE.DAT'
              RETURNING WRK-RETORNO

           OPEN OUTPUT BKP-IDX

           IF BKP-IDX-FS NOT EQUAL ZERO
              MOVE BKP-IDX-FS TO WRK-FS-ERRO
              PERFORM ERRO-ABERTURA-ARQUIVO
              CLOSE ARQ-EXP
              EXIT PARAGRAPH
           END-IF

           READ ARQ-EXP

           PERFORM UNTIL ARQ-EXP-FS NOT EQUAL ZERO
              MOVE ARQ-EXP-LINHA TO IDX-REGISTRO
              WRITE IDX-REGISTRO
              ADD 1 TO WRK-TOT-RESTAURADOS
              READ ARQ-EXP
           END-PERFORM

           CLOSE BKP-IDX
           CLOSE ARQ-EXP

           ADD 1 TO WRK-ARQ-RESTAURADOS.
      *
       RESTAURA-AUSENCIA.
           MOVE 'AUSENCIA' TO WRK-NOME-ARQ
           PERFORM MONTA-PATH-EXPORT

           OPEN INPUT ARQ-EXP

           IF ARQ-EXP-FS EQUAL 35
              EXIT PARAGRAPH
           END-IF

           IF ARQ-EXP-FS NOT EQUAL ZERO
              MOVE ARQ-EXP-FS TO WRK-FS-ERRO
              PERFORM ERRO-ABERTURA-ARQUIVO
              EXIT PARAGRAPH
           END-IF

           CALL 'CBL_DELETE_FILE' USING './files/AUSENCIA.DAT'
              RETURNING WRK-RETORNO

           OPEN OUTPUT BKP-AUS

           IF BKP-AUS-FS NOT EQUAL ZERO
              MOVE BKP-AUS-FS TO WRK-FS-ERRO
              PERFORM ERRO-ABERTURA-ARQUIVO
              CLOSE ARQ-EXP
              EXIT PARAGRAPH
           END-IF

           READ ARQ-EXP

           PERFORM UNTIL ARQ-EXP-FS NOT EQUAL ZERO
              MOVE ARQ-EXP-LINHA TO AUS-REGISTRO
              WRITE AUS-REGISTRO
              ADD 1 TO WRK-TOT-RESTAURADOS
              READ ARQ-EXP
           END-PERFORM

           CLOSE BKP-AUS
           CLOSE ARQ-EXP

           ADD 1 TO WRK-ARQ-RESTAURADOS.
      *
       RESTAURA-FERIADO.
           MOVE 'FERIADO' TO WRK-NOME-ARQ
           PERFORM MONTA-PATH-EXPORT

           OPEN INPUT ARQ-EXP

           IF ARQ-EXP-FS EQUAL 35
              EXIT PARAGRAPH
           END-IF

           IF ARQ-EXP-FS NOT EQUAL ZERO
              MOVE ARQ-EXP-FS TO WRK-FS-ERRO
              PERFORM ERRO-ABERTURA-ARQUIVO
              EXIT PARAGRAPH
           END-IF

           CALL 'CBL_DELETE_FILE' USING './files/FERIADO.DAT'
              RETURNING WRK-RETORNO

           OPEN OUTPUT BKP-FER

           IF BKP-FER-FS NOT EQUAL ZERO
              MOVE BKP-FER-FS TO WRK-FS-ERRO
              PERFORM ERRO-ABERTURA-ARQUIVO
              CLOSE ARQ-EXP
              EXIT PARAGRAPH
           END-IF

           READ ARQ-EXP

           PERFORM UNTIL ARQ-EXP-FS NOT EQUAL ZERO
              MOVE ARQ-EXP-LINHA TO FER-REGISTRO
              WRITE FER-REGISTRO
              ADD 1 TO WRK-TOT-RESTAURADOS
              READ ARQ-EXP
           END-PERFORM

           CLOSE BKP-FER
           CLOSE ARQ-EXP

           ADD 1 TO WRK-ARQ-RESTAURADOS.
      *
       RESTAURA-CAMPANHA.
           MOVE 'CAMPANHA' TO WRK-NOME-ARQ
           PERFORM MONTA-PATH-EXPORT

           OPEN INPUT ARQ-EXP

           IF ARQ-EXP-FS EQUAL 35
              EXIT PARAGRAPH
           END-IF

           IF ARQ-EXP-FS NOT EQUAL ZERO
              MOVE ARQ-EXP-FS TO WRK-FS-ERRO
              PERFORM ERRO-ABERTURA-ARQUIVO
              EXIT PARAGRAPH
           END-IF

           CALL 'CBL_DELETE_FILE' USING './files/CAMPANHA.DAT'
              RETURNING WRK-RETORNO

           OPEN OUTPUT BKP-CPN

           IF BKP-CPN-FS NOT EQUAL ZERO
              MOVE BKP-CPN-FS TO WRK-FS-ERRO
              PERFORM ERRO-ABERTURA-ARQUIVO
              CLOSE ARQ-EXP
              EXIT PARAGRAPH
           END-IF

           READ ARQ-EXP

           PERFORM UNTIL ARQ-EXP-FS NOT EQUAL ZERO
              MOVE ARQ-EXP-LINHA TO CPN-REGISTRO
              WRITE CPN-REGISTRO
              ADD 1 TO WRK-TOT-RESTAURADOS
              READ ARQ-EXP
           END-PERFORM

           CLOSE BKP-CPN
           CLOSE ARQ-EXP

           ADD 1 TO WRK-ARQ-RESTAURADOS.
      *
       RESTAURA-RELDEF.
           MOVE 'RELDEF' TO WRK-NOME-ARQ
           PERFORM MONTA-PATH-EXPORT

           OPEN INPUT ARQ-EXP

           IF ARQ-EXP-FS EQUAL 35
              EXIT PARAGRAPH
           END-IF

           IF ARQ-EXP-FS NOT EQUAL ZERO
              MOVE ARQ-EXP-FS TO WRK-FS-ERRO
              PERFORM ERRO-ABERTURA-ARQUIVO
              EXIT PARAGRAPH
           END-IF

           CALL 'CBL_DELETE_FILE' USING './files/RELDEF.DAT'
              RETURNING WRK-RETORNO

           OPEN OUTPUT BKP-DEF

           IF BKP-DEF-FS NOT EQUAL ZERO
              MOVE BKP-DEF-FS TO WRK-FS-ERRO
              PERFORM ERRO-ABERTURA-ARQUIVO
              CLOSE ARQ-EXP
              EXIT PARAGRAPH
           END-IF

           READ ARQ-EXP

           PERFORM UNTIL ARQ-EXP-FS NOT EQUAL ZERO
              MOVE ARQ-EXP-LINHA TO DEF-REGISTRO
              WRITE DEF-REGISTRO
              ADD 1 TO WRK-TOT-RESTAURADOS
              READ ARQ-EXP
           END-PERFORM

           CLOSE BKP-DEF
           CLOSE ARQ-EXP

           ADD 1 TO WRK-ARQ-RESTAURADOS.
      *
       RESTAURA-ERPCTL.
           MOVE 'ERPCTL' TO WRK-NOME-ARQ
           PERFORM MONTA-PATH-EXPORT

           OPEN INPUT ARQ-EXP

           IF ARQ-EXP-FS EQUAL 35
              EXIT PARAGRAPH
           END-IF

           IF ARQ-EXP-FS NOT EQUAL ZERO
              MOVE ARQ-EXP-FS TO WRK-FS-ERRO
              PERFORM ERRO-ABERTURA-ARQUIVO
              EXIT PARAGRAPH
           END-IF

           CALL 'CBL_DELETE_FILE' USING './files/ERPCTL.DAT'
              RETURNING WRK-RETORNO

           OPEN OUTPUT BKP-ERP

           IF BKP-ERP-FS NOT EQUAL ZERO
              MOVE BKP-ERP-FS TO WRK-FS-ERRO
              PERFORM ERRO-ABERTURA-ARQUIVO
              CLOSE ARQ-EXP
              EXIT PARAGRAPH
           END-IF

           READ ARQ-EXP

           PERFORM UNTIL ARQ-EXP-FS NOT EQUAL ZERO
              MOVE ARQ-EXP-LINHA TO ERP-REGISTRO
              WRITE ERP-REGISTRO
              ADD 1 TO WRK-TOT-RESTAURADOS
              READ ARQ-EXP
           END-PERFORM

           CLOSE BKP-ERP
           CLOSE ARQ-EXP

           ADD 1 TO WRK-ARQ-RESTAURADOS.
      *
       RESTAURA-COBCTL.
           MOVE 'COBCTL' TO WRK-NOME-ARQ
           PERFORM MONTA-PATH-EXPORT

           OPEN INPUT ARQ-EXP

           IF ARQ-EXP-FS EQUAL 35
              EXIT PARAGRAPH
           END-IF

           IF ARQ-EXP-FS NOT EQUAL ZERO
              MOVE ARQ-EXP-FS TO WRK-FS-ERRO
              PERFORM ERRO-ABERTURA-ARQUIVO
              EXIT PARAGRAPH
           END-IF

           CALL 'CBL_DELETE_FILE' USING './files/COBCTL.DAT'
              RETURNING WRK-RETORNO

           OPEN OUTPUT BKP-COB

           IF BKP-COB-FS NOT EQUAL ZERO
              MOVE BKP-COB-FS TO WRK-FS-ERRO
              PERFORM ERRO-ABERTURA-ARQUIVO
              CLOSE ARQ-EXP
              EXIT PARAGRAPH
           END-IF

           READ ARQ-EXP

           PERFORM UNTIL ARQ-EXP-FS NOT EQUAL ZERO
              MOVE ARQ-EXP-LINHA TO COB-REGISTRO
              WRITE COB-REGISTRO
              ADD 1 TO WRK-TOT-RESTAURADOS
              READ ARQ-EXP
           END-PERFORM

           CLOSE BKP-COB
           CLOSE ARQ-EXP

           ADD 1 TO WRK-ARQ-RESTAURADOS.
      *
       RESTAURA-PAGTOS.
           MOVE 'PAGTOS' TO WRK-NOME-ARQ
           PERFORM MONTA-PATH-EXPORT

           OPEN INPUT ARQ-EXP

           IF ARQ-EXP-FS EQUAL 35
              EXIT PARAGRAPH
           END-IF

           IF ARQ-EXP-FS NOT EQUAL ZERO
              MOVE ARQ-EXP-FS TO WRK-FS-ERRO
              PERFORM ERRO-ABERTURA-ARQUIVO
              EXIT PARAGRAPH
           END-IF

           CALL 'CBL_DELETE_FILE' USING './files/PAGTOS.DAT'
              RETURNING WRK-RETORNO

           OPEN OUTPUT BKP-PGT

           IF BKP-PGT-FS NOT EQUAL ZERO
              MOVE BKP-PGT-FS TO WRK-FS-ERRO
              PERFORM ERRO-ABERTURA-ARQUIVO
              CLOSE ARQ-EXP
              EXIT PARAGRAPH
           END-IF

           READ ARQ-EXP

           PERFORM UNTIL ARQ-EXP-FS NOT EQUAL ZERO
              MOVE ARQ-EXP-LINHA TO LAN-REGISTRO
              WRITE LAN-REGISTRO
              ADD 1 TO WRK-TOT-RESTAURADOS
              READ ARQ-EXP
           END-PERFORM

           CLOSE BKP-PGT
           CLOSE ARQ-EXP

           ADD 1 TO WRK-ARQ-RESTAURADOS.
      *
       RESTAURA-CREDITO.
           MOVE 'CREDITO' TO WRK-NOME-ARQ
           PERFORM MONTA-PATH-EXPORT

           OPEN INPUT ARQ-EXP

           IF ARQ-EXP-FS EQUAL 35
              EXIT PARAGRAPH
           END-IF

           IF ARQ-EXP-FS NOT EQUAL ZERO
              MOVE ARQ-EXP-FS TO WRK-FS-ERRO
              PERFORM ERRO-ABERTURA-ARQUIVO
              EXIT PARAGRAPH
           END-IF

           CALL 'CBL_DELETE_FILE' USING './files/CREDITO.DAT'
              RETURNING WRK-RETORNO

           OPEN OUTPUT BKP-CRD

           IF BKP-CRD-FS NOT EQUAL ZERO
              MOVE BKP-CRD-FS TO WRK-FS-ERRO
              PERFORM ERRO-ABERTURA-ARQUIVO
              CLOSE ARQ-EXP
              EXIT PARAGRAPH
           END-IF

           READ ARQ-EXP

           PERFORM UNTIL ARQ-EXP-FS NOT EQUAL ZERO
              MOVE ARQ-EXP-LINHA TO CRD-REGISTRO
              WRITE CRD-REGISTRO
              ADD 1 TO WRK-TOT-RESTAURADOS
              READ ARQ-EXP
           END-PERFORM

           CLOSE BKP-CRD
           CLOSE ARQ-EXP

           ADD 1 TO WRK-ARQ-RESTAURADOS.
      *
       RESTAURA-NOTACRED.
           MOVE 'NOTACRED' TO WRK-NOME-ARQ
           PERFORM MONTA-PATH-EXPORT

           OPEN INPUT ARQ-EXP

           IF ARQ-EXP-FS EQUAL 35
              EXIT PARAGRAPH
           END-IF

           IF ARQ-EXP-FS NOT EQUAL ZERO
              MOVE ARQ-EXP-FS TO WRK-FS-ERRO
              PERFORM ERRO-ABERTURA-ARQUIVO
              EXIT PARAGRAPH
           END-IF

           CALL 'CBL_DELETE_FILE' USING './files/NOTACRED.DAT'
              RETURNING WRK-RETORNO

           OPEN OUTPUT BKP-NCR

           IF BKP-NCR-FS NOT EQUAL ZERO
              MOVE BKP-NCR-FS TO WRK-FS-ERRO
              PERFORM ERRO-ABERTURA-ARQUIVO
              CLOSE ARQ-EXP
              EXIT PARAGRAPH
           END-IF

           READ ARQ-EXP

           PERFORM UNTIL ARQ-EXP-FS NOT EQUAL ZERO
              MOVE ARQ-EXP-LINHA TO NCR-REGISTRO
              WRITE NCR-REGISTRO
              ADD 1 TO WRK-TOT-RESTAURADOS
              READ ARQ-EXP
           END-PERFORM

           CLOSE BKP-NCR
           CLOSE ARQ-EXP

           ADD 1 TO WRK-ARQ-RESTAURADOS.
      *
       RESTAURA-FATHIST.
           MOVE 'FATHIST' TO WRK-NOME-ARQ
           PERFORM MONTA-PATH-EXPORT

           OPEN INPUT ARQ-EXP

           IF ARQ-EXP-FS EQUAL 35
              EXIT PARAGRAPH
           END-IF

           IF ARQ-EXP-FS NOT EQUAL ZERO
              MOVE ARQ-EXP-FS TO WRK-FS-ERRO
              PERFORM ERRO-ABERTURA-ARQUIVO
              EXIT PARAGRAPH
           END-IF

           CALL 'CBL_DELETE_FILE' USING './files/FATHIST.DAT'
              RETURNING WRK-RETORNO

           OPEN OUTPUT BKP-FCH

           IF BKP-FCH-FS NOT EQUAL ZERO
              MOVE BKP-FCH-FS TO WRK-FS-ERRO
              PERFORM ERRO-ABERTURA-ARQUIVO
              CLOSE ARQ-EXP
              EXIT PARAGRAPH
           END-IF

           READ ARQ-EXP

           PERFORM UNTIL ARQ-EXP-FS NOT EQUAL ZERO
              MOVE ARQ-EXP-LINHA TO FCH-REGISTRO
              WRITE FCH-REGISTRO
              ADD 1 TO WRK-TOT-RESTAURADOS
              READ ARQ-EXP
           END-PERFORM

           CLOSE BKP-FCH
           CLOSE ARQ-EXP

           ADD 1 TO WRK-ARQ-RESTAURADOS.
      *
       RESTAURA-REGUACOB.
           MOVE 'REGUACOB' TO WRK-NOME-ARQ
           PERFORM MONTA-PATH-EXPORT

           OPEN INPUT ARQ-EXP
              EXIT PARAGRAPH
           END-IF

           CALL 'CBL_DELETE_FILE' USING './files/REGUACOB.DAT'
              RETURNING WRK-RETORNO

           OPEN OUTPUT BKP-RGA

           IF BKP-RGA-FS NOT EQUAL ZERO
              MOVE BKP-RGA-FS TO WRK-FS-ERRO
              PERFORM ERRO-ABERTURA-ARQUIVO
              CLOSE ARQ-EXP
              EXIT PARAGRAPH
           READ ARQ-EXP

           PERFORM UNTIL ARQ-EXP-FS NOT EQUAL ZERO
              MOVE ARQ-EXP-LINHA TO RGA-REGISTRO
              WRITE RGA-REGISTRO
              ADD 1 TO WRK-TOT-RESTAURADOS
              READ ARQ-EXP
           END-PERFORM

           CLOSE BKP-RGA
           CLOSE ARQ-EXP

           ADD 1 TO WRK-ARQ-RESTAURADOS.
      *
       RESTAURA-CTBCTL.
           MOVE 'CTBCTL' TO WRK-NOME-ARQ
           PERFORM MONTA-PATH-EXPORT

           OPEN INPUT ARQ-EXP
              EXIT PARAGRAPH
           END-IF

           CALL 'CBL_DELETE_FILE' USING './files/CTBCTL.DAT'
              RETURNING WRK-RETORNO

           OPEN OUTPUT BKP-CTB

           IF BKP-CTB-FS NOT EQUAL ZERO
              MOVE BKP-CTB-FS TO WRK-FS-ERRO
              PERFORM ERRO-ABERTURA-ARQUIVO
              CLOSE ARQ-EXP
              EXIT PARAGRAPH
           READ ARQ-EXP

           PERFORM UNTIL ARQ-EXP-FS NOT EQUAL ZERO
              MOVE ARQ-EXP-LINHA TO CTB-REGISTRO
              WRITE CTB-REGISTRO
              ADD 1 TO WRK-TOT-RESTAURADOS
              READ ARQ-EXP
           END-PERFORM

           CLOSE BKP-CTB
           CLOSE ARQ-EXP

           ADD 1 TO WRK-ARQ-RESTAURADOS.
      *
       RESTAURA-NFSCTL.
           MOVE 'NFSCTL' TO WRK-NOME-ARQ
           PERFORM MONTA-PATH-EXPORT

           OPEN INPUT ARQ-EXP
              EXIT PARAGRAPH
           END-IF

           CALL 'CBL_DELETE_FILE' USING './files/NFSCTL.DAT'
              RETURNING WRK-RETORNO

           OPEN OUTPUT BKP-NFC

           IF BKP-NFC-FS NOT EQUAL ZERO
              MOVE BKP-NFC-FS TO WRK-FS-ERRO
              PERFORM ERRO-ABERTURA-ARQUIVO
              CLOSE ARQ-EXP
              EXIT PARAGRAPH
           READ ARQ-EXP

           PERFORM UNTIL ARQ-EXP-FS NOT EQUAL ZERO
              MOVE ARQ-EXP-LINHA TO NFC-REGISTRO
              WRITE NFC-REGISTRO
              ADD 1 TO WRK-TOT-RESTAURADOS
              READ ARQ-EXP
           END-PERFORM

           CLOSE BKP-NFC
           CLOSE ARQ-EXP

           ADD 1 TO WRK-ARQ-RESTAURADOS.
      *
       RESTAURA-RPS.
           MOVE 'RPS' TO WRK-NOME-ARQ
           PERFORM MONTA-PATH-EXPORT

           OPEN INPUT ARQ-EXP
              EXIT PARAGRAPH
           END-IF

           CALL 'CBL_DELETE_FILE' USING './files/RPS.DAT'
              RETURNING WRK-RETORNO

           OPEN OUTPUT BKP-RPS

           IF BKP-RPS-FS NOT EQUAL ZERO
              MOVE BKP-RPS-FS TO WRK-FS-ERRO
              PERFORM ERRO-ABERTURA-ARQUIVO
              CLOSE ARQ-EXP
              EXIT PARAGRAPH
           READ ARQ-EXP

           PERFORM UNTIL ARQ-EXP-FS NOT EQUAL ZERO
              MOVE ARQ-EXP-LINHA TO RPS-REGISTRO
              WRITE RPS-REGISTRO
              ADD 1 TO WRK-TOT-RESTAURADOS
              READ ARQ-EXP
           END-PERFORM

           CLOSE BKP-RPS
           CLOSE ARQ-EXP

           ADD 1 TO WRK-ARQ-RESTAURADOS.
      *
       RESTAURA-NEGCTL.
           MOVE 'NEGCTL' TO WRK-NOME-ARQ
           PERFORM MONTA-PATH-EXPORT

           OPEN INPUT ARQ-EXP
              EXIT PARAGRAPH
           END-IF

           CALL 'CBL_DELETE_FILE' USING './files/NEGCTL.DAT'
              RETURNING WRK-RETORNO

           OPEN OUTPUT BKP-NGC

           IF BKP-NGC-FS NOT EQUAL ZERO
              MOVE BKP-NGC-FS TO WRK-FS-ERRO
              PERFORM ERRO-ABERTURA-ARQUIVO
              CLOSE ARQ-EXP
              EXIT PARAGRAPH
           READ ARQ-EXP

           PERFORM UNTIL ARQ-EXP-FS NOT EQUAL ZERO
              MOVE ARQ-EXP-LINHA TO NGC-REGISTRO
              WRITE NGC-REGISTRO
              ADD 1 TO WRK-TOT-RESTAURADOS
              READ ARQ-EXP
           END-PERFORM

           CLOSE BKP-NGC
           CLOSE ARQ-EXP

           ADD 1 TO WRK-ARQ-RESTAURADOS.
      *
       RESTAURA-NEGATIV.
           MOVE 'NEGATIV' TO WRK-NOME-ARQ
           PERFORM MONTA-PATH-EXPORT

           OPEN INPUT ARQ-EXP
              EXIT PARAGRAPH
           END-IF

           CALL 'CBL_DELETE_FILE' USING './files/NEGATIV.DAT'
              RETURNING WRK-RETORNO

           OPEN OUTPUT BKP-NEG

           IF BKP-NEG-FS NOT EQUAL ZERO
              MOVE BKP-NEG-FS TO WRK-FS-ERRO
              PERFORM ERRO-ABERTURA-ARQUIVO
              CLOSE ARQ-EXP
              EXIT PARAGRAPH
           READ ARQ-EXP

           PERFORM UNTIL ARQ-EXP-FS NOT EQUAL ZERO
              MOVE ARQ-EXP-LINHA TO NEG-REGISTRO
              WRITE NEG-REGISTRO
              ADD 1 TO WRK-TOT-RESTAURADOS
              READ ARQ-EXP
           END-PERFORM

           CLOSE BKP-NEG
           CLOSE ARQ-EXP

           ADD 1 TO WRK-ARQ-RESTAURADOS.
      *
       RESTAURA-ACORDO.
           MOVE 'ACORDO' TO WRK-NOME-ARQ
           PERFORM MONTA-PATH-EXPORT

           OPEN INPUT ARQ-EXP
              EXIT PARAGRAPH
           END-IF

           CALL 'CBL_DELETE_FILE' USING './files/ACORDO.DAT'
              RETURNING WRK-RETORNO

           OPEN OUTPUT BKP-ACD

           IF BKP-ACD-FS NOT EQUAL ZERO
              MOVE BKP-ACD-FS TO WRK-FS-ERRO
              PERFORM ERRO-ABERTURA-ARQUIVO
              CLOSE ARQ-EXP
              EXIT PARAGRAPH
           READ ARQ-EXP

           PERFORM UNTIL ARQ-EXP-FS NOT EQUAL ZERO
              MOVE ARQ-EXP-LINHA TO ACD-REGISTRO
              WRITE ACD-REGISTRO
              ADD 1 TO WRK-TOT-RESTAURADOS
              READ ARQ-EXP
           END-PERFORM

           CLOSE BKP-ACD
           CLOSE ARQ-EXP

           ADD 1 TO WRK-ARQ-RESTAURADOS.
      *
       RESTAURA-ADITIVO.
           MOVE 'ADITIVO' TO WRK-NOME-ARQ
           PERFORM MONTA-PATH-EXPORT

           OPEN INPUT ARQ-EXP
              EXIT PARAGRAPH
           END-IF

           CALL 'CBL_DELETE_FILE' USING './files/ADITIVO.DAT'
              RETURNING WRK-RETORNO

           OPEN OUTPUT BKP-ADT

           IF BKP-ADT-FS NOT EQUAL ZERO
              MOVE BKP-ADT-FS TO WRK-FS-ERRO
              PERFORM ERRO-ABERTURA-ARQUIVO
              CLOSE ARQ-EXP
              EXIT PARAGRAPH
           READ ARQ-EXP

           PERFORM UNTIL ARQ-EXP-FS NOT EQUAL ZERO
              MOVE ARQ-EXP-LINHA TO ADT-REGISTRO
              WRITE ADT-REGISTRO
              ADD 1 TO WRK-TOT-RESTAURADOS
              READ ARQ-EXP
           END-PERFORM

           CLOSE BKP-ADT
           CLOSE ARQ-EXP

           ADD 1 TO WRK-ARQ-RESTAURADOS.
      *
       RESTAURA-COMISTAB.
           MOVE 'COMISTAB' TO WRK-NOME-ARQ
           PERFORM MONTA-PATH-EXPORT

           OPEN INPUT ARQ-EXP
              EXIT PARAGRAPH
           END-IF

           CALL 'CBL_DELETE_FILE' USING './files/COMISTAB.DAT'
              RETURNING WRK-RETORNO

           OPEN OUTPUT BKP-CMT

           IF BKP-CMT-FS NOT EQUAL ZERO
              MOVE BKP-CMT-FS TO WRK-FS-ERRO
              PERFORM ERRO-ABERTURA-ARQUIVO
              CLOSE ARQ-EXP
              EXIT PARAGRAPH
           READ ARQ-EXP

           PERFORM UNTIL ARQ-EXP-FS NOT EQUAL ZERO
              MOVE ARQ-EXP-LINHA TO CMT-REGISTRO
              WRITE CMT-REGISTRO
              ADD 1 TO WRK-TOT-RESTAURADOS
              READ ARQ-EXP
           END-PERFORM

           CLOSE BKP-CMT
           CLOSE ARQ-EXP

           ADD 1 TO WRK-ARQ-RESTAURADOS.
      *
       RESTAURA-COMISVEN.
           MOVE 'COMISVEN' TO WRK-NOME-ARQ
           PERFORM MONTA-PATH-EXPORT

           OPEN INPUT ARQ-EXP
              EXIT PARAGRAPH
           END-IF

           CALL 'CBL_DELETE_FILE' USING './files/COMISVEN.DAT'
              RETURNING WRK-RETORNO

           OPEN OUTPUT BKP-CMV

           IF BKP-CMV-FS NOT EQUAL ZERO
              MOVE BKP-CMV-FS TO WRK-FS-ERRO
              PERFORM ERRO-ABERTURA-ARQUIVO
              CLOSE ARQ-EXP
              EXIT PARAGRAPH
           READ ARQ-EXP

           PERFORM UNTIL ARQ-EXP-FS NOT EQUAL ZERO
              MOVE ARQ-EXP-LINHA TO CMV-REGISTRO
              WRITE CMV-REGISTRO
              ADD 1 TO WRK-TOT-RESTAURADOS
              READ ARQ-EXP
           END-PERFORM

           CLOSE BKP-CMV
           CLOSE ARQ-EXP

           ADD 1 TO WRK-ARQ-RESTAURADOS.
      *
       RESTAURA-METAS.
           MOVE 'METAS' TO WRK-NOME-ARQ
           PERFORM MONTA-PATH-EXPORT

           OPEN INPUT ARQ-EXP
              EXIT PARAGRAPH
           END-IF

           CALL 'CBL_DELETE_FILE' USING './files/METAS.DAT'
              RETURNING WRK-RETORNO

           OPEN OUTPUT BKP-MTA

           IF BKP-MTA-FS NOT EQUAL ZERO
              MOVE BKP-MTA-FS TO WRK-FS-ERRO
              PERFORM ERRO-ABERTURA-ARQUIVO
              CLOSE ARQ-EXP
              EXIT PARAGRAPH
           READ ARQ-EXP

           PERFORM UNTIL ARQ-EXP-FS NOT EQUAL ZERO
              MOVE ARQ-EXP-LINHA TO MTA-REGISTRO
              WRITE MTA-REGISTRO
              ADD 1 TO WRK-TOT-RESTAURADOS
              READ ARQ-EXP
           END-PERFORM

           CLOSE BKP-MTA
           CLOSE ARQ-EXP

           ADD 1 TO WRK-ARQ-RESTAURADOS.
      *
       RESTAURA-PRECOS.
           MOVE 'PRECOS' TO WRK-NOME-ARQ
           PERFORM MONTA-PATH-EXPORT

           OPEN INPUT ARQ-EXP
              EXIT PARAGRAPH
           END-IF

           CALL 'CBL_DELETE_FILE' USING './files/PRECOS.DAT'
              RETURNING WRK-RETORNO

           OPEN OUTPUT BKP-PRC

           IF BKP-PRC-FS NOT EQUAL ZERO
              MOVE BKP-PRC-FS TO WRK-FS-ERRO
              PERFORM ERRO-ABERTURA-ARQUIVO
              CLOSE ARQ-EXP
              EXIT PARAGRAPH
           READ ARQ-EXP

           PERFORM UNTIL ARQ-EXP-FS NOT EQUAL ZERO
              MOVE ARQ-EXP-LINHA TO PRC-REGISTRO
              WRITE PRC-REGISTRO
              ADD 1 TO WRK-TOT-RESTAURADOS
              READ ARQ-EXP
           END-PERFORM

           CLOSE BKP-PRC
           CLOSE ARQ-EXP

           ADD 1 TO WRK-ARQ-RESTAURADOS.
      *
       RESTAURA-GRUPO.
           MOVE 'GRUPO' TO WRK-NOME-ARQ
           PERFORM MONTA-PATH-EXPORT

           OPEN INPUT ARQ-EXP
              EXIT PARAGRAPH
           END-IF

           CALL 'CBL_DELETE_FILE' USING './files/GRUPO.DAT'
              RETURNING WRK-RETORNO

           OPEN OUTPUT BKP-GRP

           IF BKP-GRP-FS NOT EQUAL ZERO
              MOVE BKP-GRP-FS TO WRK-FS-ERRO
              PERFORM ERRO-ABERTURA-ARQUIVO
              CLOSE ARQ-EXP
              EXIT PARAGRAPH
           READ ARQ-EXP

           PERFORM UNTIL ARQ-EXP-FS NOT EQUAL ZERO
              MOVE ARQ-EXP-LINHA TO GRP-REGISTRO
              WRITE GRP-REGISTRO
              ADD 1 TO WRK-TOT-RESTAURADOS
              READ ARQ-EXP
           END-PERFORM

           CLOSE BKP-GRP
           CLOSE ARQ-EXP

           ADD 1 TO WRK-ARQ-RESTAURADOS.
      *
       RESTAURA-GRUPOCLI.
           MOVE 'GRUPOCLI' TO WRK-NOME-ARQ
           PERFORM MONTA-PATH-EXPORT

           OPEN INPUT ARQ-EXP
              EXIT PARAGRAPH
           END-IF

           CALL 'CBL_DELETE_FILE' USING './files/GRUPOCLI.DAT'
              RETURNING WRK-RETORNO

           OPEN OUTPUT BKP-GCL

           IF BKP-GCL-FS NOT EQUAL ZERO
              MOVE BKP-GCL-FS TO WRK-FS-ERRO
              PERFORM ERRO-ABERTURA-ARQUIVO
              CLOSE ARQ-EXP
              EXIT PARAGRAPH
           READ ARQ-EXP

           PERFORM UNTIL ARQ-EXP-FS NOT EQUAL ZERO
              MOVE ARQ-EXP-LINHA TO GCL-REGISTRO
              WRITE GCL-REGISTRO
              ADD 1 TO WRK-TOT-RESTAURADOS
              READ ARQ-EXP
           END-PERFORM

           CLOSE BKP-GCL
           CLOSE ARQ-EXP

           ADD 1 TO WRK-ARQ-RESTAURADOS.
      *
       RESTAURA-PESSOA.
           MOVE 'PESSOA' TO WRK-NOME-ARQ
           PERFORM MONTA-PATH-EXPORT

           OPEN INPUT ARQ-EXP
              EXIT PARAGRAPH
           END-IF

           CALL 'CBL_DELETE_FILE' USING './files/PESSOA.DAT'
              RETURNING WRK-RETORNO

           OPEN OUTPUT BKP-PES

           IF BKP-PES-FS NOT EQUAL ZERO
              MOVE BKP-PES-FS TO WRK-FS-ERRO
              PERFORM ERRO-ABERTURA-ARQUIVO
              CLOSE ARQ-EXP
              EXIT PARAGRAPH
           READ ARQ-EXP

           PERFORM UNTIL ARQ-EXP-FS NOT EQUAL ZERO
              MOVE ARQ-EXP-LINHA TO PES-REGISTRO
              WRITE PES-REGISTRO
              ADD 1 TO WRK-TOT-RESTAURADOS
              READ ARQ-EXP
           END-PERFORM

           CLOSE BKP-PES
           CLOSE ARQ-EXP

           ADD 1 TO WRK-ARQ-RESTAURADOS.
      *
       RESTAURA-ORDSERV.
           MOVE 'ORDSERV' TO WRK-NOME-ARQ
           PERFORM MONTA-PATH-EXPORT

           OPEN INPUT ARQ-EXP
              EXIT PARAGRAPH
           END-IF

           CALL 'CBL_DELETE_FILE' USING './files/ORDSERV.DAT'
              RETURNING WRK-RETORNO

           OPEN OUTPUT BKP-OSV

           IF BKP-OSV-FS NOT EQUAL ZERO
              MOVE BKP-OSV-FS TO WRK-FS-ERRO
              PERFORM ERRO-ABERTURA-ARQUIVO
              CLOSE ARQ-EXP
              EXIT PARAGRAPH
           READ ARQ-EXP

           PERFORM UNTIL ARQ-EXP-FS NOT EQUAL ZERO
              MOVE ARQ-EXP-LINHA TO OSV-REGISTRO
              WRITE OSV-REGISTRO
              ADD 1 TO WRK-TOT-RESTAURADOS
              READ ARQ-EXP
           END-PERFORM

           CLOSE BKP-OSV
           CLOSE ARQ-EXP

           ADD 1 TO WRK-ARQ-RESTAURADOS.
      *
       RESTAURA-EQUIPTO.
           MOVE 'EQUIPTO' TO WRK-NOME-ARQ
           PERFORM MONTA-PATH-EXPORT

           OPEN INPUT ARQ-EXP
              EXIT PARAGRAPH
           END-IF

           CALL 'CBL_DELETE_FILE' USING './files/EQUIPTO.DAT'
              RETURNING WRK-RETORNO

           OPEN OUTPUT BKP-EQP

           IF BKP-EQP-FS NOT EQUAL ZERO
              MOVE BKP-EQP-FS TO WRK-FS-ERRO
              PERFORM ERRO-ABERTURA-ARQUIVO
              CLOSE ARQ-EXP
              EXIT PARAGRAPH
           READ ARQ-EXP

           PERFORM UNTIL ARQ-EXP-FS NOT EQUAL ZERO
              MOVE ARQ-EXP-LINHA TO EQP-REGISTRO
              WRITE EQP-REGISTRO
              ADD 1 TO WRK-TOT-RESTAURADOS
              READ ARQ-EXP
           END-PERFORM

           CLOSE BKP-EQP
           CLOSE ARQ-EXP

           ADD 1 TO WRK-ARQ-RESTAURADOS.
      *
       RESTAURA-EQPMOV.
           MOVE 'EQPMOV' TO WRK-NOME-ARQ
           PERFORM MONTA-PATH-EXPORT

           OPEN INPUT ARQ-EXP
              EXIT PARAGRAPH
           END-IF

           CALL 'CBL_DELETE_FILE' USING './files/EQPMOV.DAT'
              RETURNING WRK-RETORNO

           OPEN OUTPUT BKP-EQM

           IF BKP-EQM-FS NOT EQUAL ZERO
              MOVE BKP-EQM-FS TO WRK-FS-ERRO
              PERFORM ERRO-ABERTURA-ARQUIVO
              CLOSE ARQ-EXP
              EXIT PARAGRAPH
           READ ARQ-EXP

           PERFORM UNTIL ARQ-EXP-FS NOT EQUAL ZERO
              MOVE ARQ-EXP-LINHA TO EQM-REGISTRO
              WRITE EQM-REGISTRO
              ADD 1 TO WRK-TOT-RESTAURADOS
              READ ARQ-EXP
           END-PERFORM

           CLOSE BKP-EQM
           CLOSE ARQ-EXP

           ADD 1 TO WRK-ARQ-RESTAURADOS.
      *
       RESTAURA-PONTOS.
           MOVE 'PONTOS' TO WRK-NOME-ARQ
           PERFORM MONTA-PATH-EXPORT

           OPEN INPUT ARQ-EXP
              EXIT PARAGRAPH
           END-IF

           CALL 'CBL_DELETE_FILE' USING './files/PONTOS.DAT'
              RETURNING WRK-RETORNO

           OPEN OUTPUT BKP-PTO

           IF BKP-PTO-FS NOT EQUAL ZERO
              MOVE BKP-PTO-FS TO WRK-FS-ERRO
              PERFORM ERRO-ABERTURA-ARQUIVO
              CLOSE ARQ-EXP
              EXIT PARAGRAPH
           READ ARQ-EXP

           PERFORM UNTIL ARQ-EXP-FS NOT EQUAL ZERO
              MOVE ARQ-EXP-LINHA TO PTO-REGISTRO
              WRITE PTO-REGISTRO
              ADD 1 TO WRK-TOT-RESTAURADOS
              READ ARQ-EXP
           END-PERFORM

           CLOSE BKP-PTO
           CLOSE ARQ-EXP

           ADD 1 TO WRK-ARQ-RESTAURADOS.
      *
       RESTAURA-CLIDOC.
           MOVE 'CLIDOC' TO WRK-NOME-ARQ
           PERFORM MONTA-PATH-EXPORT

           OPEN INPUT ARQ-EXP
              EXIT PARAGRAPH
           END-IF

           CALL 'CBL_DELETE_FILE' USING './files/CLIDOC.DAT'
              RETURNING WRK-RETORNO

           OPEN OUTPUT BKP-CDC

           IF BKP-CDC-FS NOT EQUAL ZERO
              MOVE BKP-CDC-FS TO WRK-FS-ERRO
              PERFORM ERRO-ABERTURA-ARQUIVO
              CLOSE ARQ-EXP
              EXIT PARAGRAPH
           READ ARQ-EXP

           PERFORM UNTIL ARQ-EXP-FS NOT EQUAL ZERO
              MOVE ARQ-EXP-LINHA TO CDC-REGISTRO
              WRITE CDC-REGISTRO
              ADD 1 TO WRK-TOT-RESTAURADOS
              READ ARQ-EXP
           END-PERFORM

           CLOSE BKP-CDC
           CLOSE ARQ-EXP

           ADD 1 TO WRK-ARQ-RESTAURADOS.
      *
       RESTAURA-ATUPEND.
           MOVE 'ATUPEND' TO WRK-NOME-ARQ
           PERFORM MONTA-PATH-EXPORT

           OPEN INPUT ARQ-EXP
              EXIT PARAGRAPH
           END-IF

           CALL 'CBL_DELETE_FILE' USING './files/ATUPEND.DAT'
              RETURNING WRK-RETORNO

           OPEN OUTPUT BKP-ATP

           IF BKP-ATP-FS NOT EQUAL ZERO
              MOVE BKP-ATP-FS TO WRK-FS-ERRO
              PERFORM ERRO-ABERTURA-ARQUIVO
              CLOSE ARQ-EXP
              EXIT PARAGRAPH
           READ ARQ-EXP

           PERFORM UNTIL ARQ-EXP-FS NOT EQUAL ZERO
              MOVE ARQ-EXP-LINHA TO ATP-REGISTRO
              WRITE ATP-REGISTRO
              ADD 1 TO WRK-TOT-RESTAURADOS
              READ ARQ-EXP
           END-PERFORM

           CLOSE BKP-ATP
           CLOSE ARQ-EXP

           ADD 1 TO WRK-ARQ-RESTAURADOS.
      *
       RESTAURA-PERFECH.
           MOVE 'PERFECH' TO WRK-NOME-ARQ
           PERFORM MONTA-PATH-EXPORT

           OPEN INPUT ARQ-EXP
              EXIT PARAGRAPH
           END-IF

           CALL 'CBL_DELETE_FILE' USING './files/PERFECH.DAT'
              RETURNING WRK-RETORNO

           OPEN OUTPUT BKP-PFC

           IF BKP-PFC-FS NOT EQUAL ZERO
              MOVE BKP-PFC-FS TO WRK-FS-ERRO
              PERFORM ERRO-ABERTURA-ARQUIVO
              CLOSE ARQ-EXP
              EXIT PARAGRAPH
           READ ARQ-EXP

           PERFORM UNTIL ARQ-EXP-FS NOT EQUAL ZERO
              MOVE ARQ-EXP-LINHA TO PFC-REGISTRO
              WRITE PFC-REGISTRO
              ADD 1 TO WRK-TOT-RESTAURADOS
              READ ARQ-EXP
           END-PERFORM

           CLOSE BKP-PFC
           CLOSE ARQ-EXP

           ADD 1 TO WRK-ARQ-RESTAURADOS.
      *
       RESTAURA-AVISO.
           MOVE 'AVISO' TO WRK-NOME-ARQ
           PERFORM MONTA-PATH-EXPORT

           OPEN INPUT ARQ-EXP
              EXIT PARAGRAPH
           END-IF

           CALL 'CBL_DELETE_FILE' USING './files/AVISO.DAT'
              RETURNING WRK-RETORNO

           OPEN OUTPUT BKP-AVS

           IF BKP-AVS-FS NOT EQUAL ZERO
              MOVE BKP-AVS-FS TO WRK-FS-ERRO
              PERFORM ERRO-ABERTURA-ARQUIVO
              CLOSE ARQ-EXP
              EXIT PARAGRAPH
           READ ARQ-EXP

           PERFORM UNTIL ARQ-EXP-FS NOT EQUAL ZERO
              MOVE ARQ-EXP-LINHA TO AVS-REGISTRO
              WRITE AVS-REGISTRO
              ADD 1 TO WRK-TOT-RESTAURADOS
              READ ARQ-EXP
           END-PERFORM

           CLOSE BKP-AVS
           CLOSE ARQ-EXP

           ADD 1 TO WRK-ARQ-RESTAURADOS.
      *
       RESTAURA-AVISOLEI.
           MOVE 'AVISOLEI' TO WRK-NOME-ARQ
           PERFORM MONTA-PATH-EXPORT

           OPEN INPUT ARQ-EXP
              EXIT PARAGRAPH
           END-IF

           CALL 'CBL_DELETE_FILE' USING './files/AVISOLEI.DAT'
              RETURNING WRK-RETORNO

           OPEN OUTPUT BKP-AVL

           IF BKP-AVL-FS NOT EQUAL ZERO
              MOVE BKP-AVL-FS TO WRK-FS-ERRO
              PERFORM ERRO-ABERTURA-ARQUIVO
              CLOSE ARQ-EXP
              EXIT PARAGRAPH
           READ ARQ-EXP

           PERFORM UNTIL ARQ-EXP-FS NOT EQUAL ZERO
              MOVE ARQ-EXP-LINHA TO AVL-REGISTRO
              WRITE AVL-REGISTRO
              ADD 1 TO WRK-TOT-RESTAURADOS
              READ ARQ-EXP
           END-PERFORM

           CLOSE BKP-AVL
           CLOSE ARQ-EXP

           ADD 1 TO WRK-ARQ-RESTAURADOS.
           PERFORM APAGA-EXPORT
           MOVE 'ERPCTL' TO WRK-NOME-ARQ
           PERFORM APAGA-EXPORT
           MOVE 'COBCTL' TO WRK-NOME-ARQ
           PERFORM APAGA-EXPORT
           MOVE 'PAGTOS' TO WRK-NOME-ARQ
           PERFORM APAGA-EXPORT
           MOVE 'CREDITO' TO WRK-NOME-ARQ
           PERFORM APAGA-EXPORT
           MOVE 'NOTACRED' TO WRK-NOME-ARQ
           PERFORM APAGA-EXPORT
           MOVE 'FATHIST' TO WRK-NOME-ARQ
           PERFORM APAGA-EXPORT
           MOVE 'REGUACOB' TO WRK-NOME-ARQ
           PERFORM APAGA-EXPORT
           MOVE 'CTBCTL' TO WRK-NOME-ARQ
           PERFORM APAGA-EXPORT
           MOVE 'NFSCTL' TO WRK-NOME-ARQ
           PERFORM APAGA-EXPORT
           MOVE 'RPS' TO WRK-NOME-ARQ
           PERFORM APAGA-EXPORT
           MOVE 'NEGCTL' TO WRK-NOME-ARQ
           PERFORM APAGA-EXPORT
           MOVE 'NEGATIV' TO WRK-NOME-ARQ
           PERFORM APAGA-EXPORT
           MOVE 'ACORDO' TO WRK-NOME-ARQ
           PERFORM APAGA-EXPORT
           MOVE 'ADITIVO' TO WRK-NOME-ARQ
           PERFORM APAGA-EXPORT
           MOVE 'COMISTAB' TO WRK-NOME-ARQ
           PERFORM APAGA-EXPORT
           MOVE 'COMISVEN' TO WRK-NOME-ARQ
           PERFORM APAGA-EXPORT
           MOVE 'METAS' TO WRK-NOME-ARQ
           PERFORM APAGA-EXPORT
           MOVE 'PRECOS' TO WRK-NOME-ARQ
           PERFORM APAGA-EXPORT
           MOVE 'GRUPO' TO WRK-NOME-ARQ
           PERFORM APAGA-EXPORT
           MOVE 'GRUPOCLI' TO WRK-NOME-ARQ
           PERFORM APAGA-EXPORT
           MOVE 'PESSOA' TO WRK-NOME-ARQ
           PERFORM APAGA-EXPORT
           MOVE 'ORDSERV' TO WRK-NOME-ARQ
           PERFORM APAGA-EXPORT
           MOVE 'EQUIPTO' TO WRK-NOME-ARQ
           PERFORM APAGA-EXPORT
           MOVE 'EQPMOV' TO WRK-NOME-ARQ
           PERFORM APAGA-EXPORT
           MOVE 'PONTOS' TO WRK-NOME-ARQ
           PERFORM APAGA-EXPORT
           MOVE 'CLIDOC' TO WRK-NOME-ARQ
           PERFORM APAGA-EXPORT
           MOVE 'ATUPEND' TO WRK-NOME-ARQ
           PERFORM APAGA-EXPORT
           MOVE 'PERFECH' TO WRK-NOME-ARQ
           PERFORM APAGA-EXPORT
           MOVE 'AVISO' TO WRK-NOME-ARQ
           PERFORM APAGA-EXPORT
           MOVE 'AVISOLEI' TO WRK-NOME-ARQ
           PERFORM APAGA-EXPORT

           DELETE ARQ-BKPCAT.
      *
