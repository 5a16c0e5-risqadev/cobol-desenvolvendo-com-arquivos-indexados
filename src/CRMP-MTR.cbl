      *=================================================================
       IDENTIFICATION                                         DIVISION.
       PROGRAM-ID. METAREAL.
      *=================================================================
       ENVIRONMENT                                            DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT                                           SECTION.
      *----------------------------------
       FILE-CONTROL.
           SELECT ARQ-CONTRATO  ASSIGN TO './files/CONTRATO.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS ARQ-CONTRATO-FS
              RECORD KEY IS CTR-NUMERO
              ALTERNATE RECORD KEY IS CTR-CLIENTE
                 WITH DUPLICATES.

           SELECT ARQ-ADITIVO  ASSIGN TO './files/ADITIVO.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS ARQ-ADITIVO-FS
              RECORD KEY IS HAD-KEY.

           SELECT ARQ-OPORTUN  ASSIGN TO './files/OPORTUN.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS ARQ-OPORTUN-FS
              RECORD KEY IS OPO-KEY.

           SELECT ARQCRM  ASSIGN TO './files/ARQCRM.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS ARQCRM-FS
              RECORD KEY IS ARQCRM-KEY
              ALTERNATE RECORD KEY IS ARQCRM-NOME
                 WITH DUPLICATES
              ALTERNATE RECORD KEY IS ARQCRM-TELEFONE
                 WITH DUPLICATES
              ALTERNATE RECORD KEY IS ARQCRM-CPF-CNPJ
                 WITH DUPLICATES.

           SELECT ARQCRM-LOG  ASSIGN TO WRK-LOG-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ARQCRM-LOG-FS.
      *=================================================================
       DATA                                                   DIVISION.
      *-----------------------------------------------------------------
       FILE                                                   SECTION.
      *----------------------------------
       FD  ARQ-CONTRATO.
       COPY 'CRMK-CTR'.
      *
       FD  ARQ-ADITIVO.
       COPY 'CRMK-ADT' REPLACING LEADING ==ADT== BY ==HAD==.
      *
       FD  ARQ-OPORTUN.
       COPY 'CRMK-OPO'.
      *
       FD  ARQCRM.
       COPY 'CRMK-000'.
      *
       FD  ARQCRM-LOG.
       COPY 'CRMK-LGD'.
      *-----------------------------------------------------------------
       WORKING-STORAGE                                        SECTION.
      *----------------------------------
       01  ARQ-CONTRATO-FS      PIC 9(02)   VALUE ZERO.
       01  ARQ-ADITIVO-FS       PIC 9(02)   VALUE ZERO.
       01  ARQ-OPORTUN-FS       PIC 9(02)   VALUE ZERO.
       01  ARQCRM-FS            PIC 9(02)   VALUE ZERO.
       01  ARQCRM-LOG-FS        PIC 9(02)   VALUE ZERO.
       01  WRK-LOG-PATH         PIC X(40)   VALUE SPACES.
       01  WRK-ADT-ABERTO       PIC X(01)   VALUE 'N'.
       01  WRK-OPO-ABERTO       PIC X(01)   VALUE 'N'.
       01  WRK-CRM-ABERTO       PIC X(01)   VALUE 'N'.
       01  WRK-CLIENTE          PIC X(06)   VALUE SPACES.
       01  WRK-OPERADOR         PIC X(08)   VALUE SPACES.
       01  WRK-FILIAL           PIC X(02)   VALUE SPACES.
       01  WRK-VALOR            PIC 9(07)V99 VALUE ZERO.
       01  WRK-ACU-TIPO         PIC X(01)   VALUE SPACE.
       01  WRK-ACU-CHAVE        PIC X(08)   VALUE SPACES.
       01  WRK-ACU-CONTRATOS    PIC 9(01)   VALUE ZERO.
       01  WRK-ACU-CONVERSOES   PIC 9(01)   VALUE ZERO.
       01  WRK-ACU-OPO-GANHAS   PIC 9(01)   VALUE ZERO.
       01  WRK-ACU-VALOR        PIC 9(07)V99 VALUE ZERO.
       01  WRK-IDX              PIC 9(03)   VALUE ZERO.
       01  WRK-K                PIC 9(03)   VALUE ZERO.
      *-----------------------------------------------------------------
       LINKAGE                                                SECTION.
      *----------------------------------
       COPY 'CRMK-MTR'.
      *=================================================================
       PROCEDURE                                              DIVISION
           USING WRK-MTR-PEDIDO.
      *-----------------------------------------------------------------
       PRINCIPAL                                              SECTION.
      *----------------------------------
           MOVE ZERO TO WRK-MTR-QTD
           MOVE 'N'  TO WRK-MTR-ESTOURO

           PERFORM VARYING WRK-K FROM 1 BY 1 UNTIL WRK-K > 100
              MOVE SPACE  TO WRK-MTR-TIPO(WRK-K)
              MOVE SPACES TO WRK-MTR-CHAVE(WRK-K)
              MOVE ZERO   TO WRK-MTR-CONTRATOS(WRK-K)
              MOVE ZERO   TO WRK-MTR-VALOR(WRK-K)
              MOVE ZERO   TO WRK-MTR-CONVERSOES(WRK-K)
              MOVE ZERO   TO WRK-MTR-OPO-GANHAS(WRK-K)
           END-PERFORM

           PERFORM ABRE-ARQUIVOS-APOIO

           PERFORM APURA-CONTRATOS
           PERFORM APURA-OPORTUNIDADES

           MOVE SPACES TO WRK-LOG-PATH
           STRING './files/ARQCRM-' WRK-MTR-COMPETENCIA '.LOG'
              DELIMITED BY SIZE INTO WRK-LOG-PATH
           PERFORM APURA-CONVERSOES

           MOVE './files/ARQCRM.LOG' TO WRK-LOG-PATH
           PERFORM APURA-CONVERSOES

           PERFORM FECHA-ARQUIVOS-APOIO

           GOBACK.
      *-----------------------------------------------------------------
       APURA-CONTRATOS                                        SECTION.
      *----------------------------------
           OPEN INPUT ARQ-CONTRATO

           IF ARQ-CONTRATO-FS NOT EQUAL ZERO
              EXIT SECTION
           END-IF

           READ ARQ-CONTRATO NEXT RECORD

           PERFORM UNTIL ARQ-CONTRATO-FS NOT EQUAL ZERO
              IF CTR-DATA-INICIO(1:6) EQUAL WRK-MTR-COMPETENCIA
                 AND CTR-DATA-INICIO NOT GREATER THAN WRK-MTR-DATA-CORTE
                 PERFORM ACUMULA-CONTRATO
              END-IF
              READ ARQ-CONTRATO NEXT RECORD
           END-PERFORM

           CLOSE ARQ-CONTRATO.
      *-----------------------------------------------------------------
       ACUMULA-CONTRATO                                       SECTION.
      *----------------------------------
           MOVE CTR-CLIENTE      TO WRK-CLIENTE
           MOVE CTR-VALOR-MENSAL TO WRK-VALOR
           MOVE SPACES           TO WRK-OPERADOR

           IF WRK-ADT-ABERTO EQUAL 'S'
              MOVE CTR-NUMERO TO HAD-CONTRATO
              MOVE 1          TO HAD-NUMERO
              MOVE ZERO       TO HAD-LINHA
              READ ARQ-ADITIVO
              IF ARQ-ADITIVO-FS EQUAL ZERO
                 AND HAD-INCLUSAO
                 MOVE HAD-OPERADOR  TO WRK-OPERADOR
                 MOVE HAD-NOV-VALOR TO WRK-VALOR
              END-IF
              MOVE ZERO TO ARQ-ADITIVO-FS
           END-IF

           PERFORM LOCALIZA-CLIENTE

           MOVE 1         TO WRK-ACU-CONTRATOS
           MOVE WRK-VALOR TO WRK-ACU-VALOR
           MOVE ZERO      TO WRK-ACU-CONVERSOES
           MOVE ZERO      TO WRK-ACU-OPO-GANHAS

           PERFORM ACUMULA-OPERADOR-FILIAL.
      *-----------------------------------------------------------------
       APURA-OPORTUNIDADES                                    SECTION.
      *----------------------------------
           IF WRK-OPO-ABERTO NOT EQUAL 'S'
              EXIT SECTION
           END-IF

           MOVE LOW-VALUES TO OPO-KEY
           START ARQ-OPORTUN KEY IS NOT LESS THAN OPO-KEY

           IF ARQ-OPORTUN-FS EQUAL ZERO
              READ ARQ-OPORTUN NEXT RECORD
           END-IF

           PERFORM UNTIL ARQ-OPORTUN-FS NOT EQUAL ZERO
              IF OPO-FECHADO
                 AND OPO-DATA-ATUALIZA(1:6) EQUAL WRK-MTR-COMPETENCIA
                 AND OPO-DATA-ATUALIZA NOT GREATER
                     THAN WRK-MTR-DATA-CORTE
                 MOVE OPO-CLIENTE  TO WRK-CLIENTE
                 MOVE OPO-OPERADOR TO WRK-OPERADOR
                 PERFORM LOCALIZA-CLIENTE
                 MOVE ZERO TO WRK-ACU-CONTRATOS
                 MOVE ZERO TO WRK-ACU-VALOR
                 MOVE ZERO TO WRK-ACU-CONVERSOES
                 MOVE 1    TO WRK-ACU-OPO-GANHAS
                 PERFORM ACUMULA-OPERADOR-FILIAL
              END-IF
              READ ARQ-OPORTUN NEXT RECORD
           END-PERFORM

           MOVE ZERO TO ARQ-OPORTUN-FS.
      *-----------------------------------------------------------------
       APURA-CONVERSOES                                       SECTION.
      *----------------------------------
           OPEN INPUT ARQCRM-LOG

           IF ARQCRM-LOG-FS NOT EQUAL ZERO
              EXIT SECTION
           END-IF

           READ ARQCRM-LOG

           PERFORM UNTIL ARQCRM-LOG-FS NOT EQUAL ZERO
              IF (LOG-OPERACAO EQUAL 'SITUACAO'
                  OR LOG-OPERACAO EQUAL 'SITLOTE')
                 AND LOG-MOTIVO(1:4) EQUAL 'CNV='
                 AND LOG-DATA(1:6) EQUAL WRK-MTR-COMPETENCIA
                 AND LOG-DATA NOT GREATER THAN WRK-MTR-DATA-CORTE
                 PERFORM ACUMULA-CONVERSAO
              END-IF
              READ ARQCRM-LOG
           END-PERFORM

           CLOSE ARQCRM-LOG.
      *-----------------------------------------------------------------
       ACUMULA-CONVERSAO                                      SECTION.
      *----------------------------------
           MOVE LOG-ID       TO WRK-CLIENTE
           MOVE LOG-OPERADOR TO WRK-OPERADOR

           PERFORM LOCALIZA-OPORTUNIDADE-GANHA
           PERFORM LOCALIZA-CLIENTE

           MOVE ZERO TO WRK-ACU-CONTRATOS
           MOVE ZERO TO WRK-ACU-VALOR
           MOVE 1    TO WRK-ACU-CONVERSOES
           MOVE ZERO TO WRK-ACU-OPO-GANHAS

           PERFORM ACUMULA-OPERADOR-FILIAL.
      *-----------------------------------------------------------------
       LOCALIZA-OPORTUNIDADE-GANHA                            SECTION.
      *----------------------------------
           IF WRK-OPO-ABERTO NOT EQUAL 'S'
              EXIT SECTION
           END-IF

           MOVE WRK-CLIENTE TO OPO-CLIENTE
           MOVE ZERO        TO OPO-SEQ
           START ARQ-OPORTUN KEY IS NOT LESS THAN OPO-KEY

           IF ARQ-OPORTUN-FS EQUAL ZERO
              READ ARQ-OPORTUN NEXT RECORD
           END-IF

           PERFORM UNTIL ARQ-OPORTUN-FS NOT EQUAL ZERO
                      OR OPO-CLIENTE NOT EQUAL WRK-CLIENTE
              IF OPO-FECHADO
                 AND OPO-DATA-ATUALIZA(1:6) EQUAL WRK-MTR-COMPETENCIA
                 AND OPO-OPERADOR NOT EQUAL SPACES
                 MOVE OPO-OPERADOR TO WRK-OPERADOR
              END-IF
              READ ARQ-OPORTUN NEXT RECORD
           END-PERFORM

           MOVE ZERO TO ARQ-OPORTUN-FS.
      *-----------------------------------------------------------------
       LOCALIZA-CLIENTE                                       SECTION.
      *----------------------------------
           MOVE SPACES TO WRK-FILIAL

           IF WRK-CRM-ABERTO EQUAL 'S'
              MOVE WRK-CLIENTE TO ARQCRM-ID
              READ ARQCRM
              IF ARQCRM-FS EQUAL ZERO
                 MOVE ARQCRM-FILIAL TO WRK-FILIAL
                 IF WRK-OPERADOR EQUAL SPACES
                    MOVE ARQCRM-CARTEIRA TO WRK-OPERADOR
                 END-IF
              END-IF
              MOVE ZERO TO ARQCRM-FS
           END-IF

           IF WRK-FILIAL EQUAL SPACES
              MOVE '--' TO WRK-FILIAL
           END-IF

           IF WRK-OPERADOR EQUAL SPACES
              MOVE 'SEM-OPER' TO WRK-OPERADOR
           END-IF.
      *-----------------------------------------------------------------
       ACUMULA-OPERADOR-FILIAL                                SECTION.
      *----------------------------------
           MOVE 'O'          TO WRK-ACU-TIPO
           MOVE WRK-OPERADOR TO WRK-ACU-CHAVE
           PERFORM ACUMULA-ENTRADA

           MOVE 'F'          TO WRK-ACU-TIPO
           MOVE SPACES       TO WRK-ACU-CHAVE
           MOVE WRK-FILIAL   TO WRK-ACU-CHAVE(1:2)
           PERFORM ACUMULA-ENTRADA.
      *-----------------------------------------------------------------
       ACUMULA-ENTRADA                                        SECTION.
      *----------------------------------
           MOVE ZERO TO WRK-IDX

           PERFORM VARYING WRK-K FROM 1 BY 1
              UNTIL WRK-K GREATER THAN WRK-MTR-QTD
                 OR WRK-IDX NOT EQUAL ZERO
              IF WRK-MTR-TIPO(WRK-K) EQUAL WRK-ACU-TIPO
                 AND WRK-MTR-CHAVE(WRK-K) EQUAL WRK-ACU-CHAVE
                 MOVE WRK-K TO WRK-IDX
              END-IF
           END-PERFORM

           IF WRK-IDX EQUAL ZERO
              IF WRK-MTR-QTD LESS THAN 99
                 ADD 1 TO WRK-MTR-QTD
                 MOVE WRK-MTR-QTD   TO WRK-IDX
                 MOVE WRK-ACU-TIPO  TO WRK-MTR-TIPO(WRK-IDX)
                 MOVE WRK-ACU-CHAVE TO WRK-MTR-CHAVE(WRK-IDX)
              ELSE
                 MOVE 'S' TO WRK-MTR-ESTOURO
                 MOVE 100 TO WRK-IDX
                 MOVE '*'        TO WRK-MTR-TIPO(WRK-IDX)
                 MOVE '********' TO WRK-MTR-CHAVE(WRK-IDX)
              END-IF
           END-IF

           ADD WRK-ACU-CONTRATOS  TO WRK-MTR-CONTRATOS(WRK-IDX)
           ADD WRK-ACU-VALOR      TO WRK-MTR-VALOR(WRK-IDX)
           ADD WRK-ACU-CONVERSOES TO WRK-MTR-CONVERSOES(WRK-IDX)
           ADD WRK-ACU-OPO-GANHAS TO WRK-MTR-OPO-GANHAS(WRK-IDX).
      *-----------------------------------------------------------------
       ARQUIVOS                                               SECTION.
      *----------------------------------
       ABRE-ARQUIVOS-APOIO.
           MOVE 'N' TO WRK-ADT-ABERTO
           OPEN INPUT ARQ-ADITIVO
           IF ARQ-ADITIVO-FS EQUAL ZERO
              MOVE 'S' TO WRK-ADT-ABERTO
           END-IF

           MOVE 'N' TO WRK-OPO-ABERTO
           OPEN INPUT ARQ-OPORTUN
           IF ARQ-OPORTUN-FS EQUAL ZERO
              MOVE 'S' TO WRK-OPO-ABERTO
           END-IF

           MOVE 'N' TO WRK-CRM-ABERTO
           OPEN INPUT ARQCRM
           IF ARQCRM-FS EQUAL ZERO
              MOVE 'S' TO WRK-CRM-ABERTO
           END-IF.
      *
       FECHA-ARQUIVOS-APOIO.
           IF WRK-ADT-ABERTO EQUAL 'S'
              CLOSE ARQ-ADITIVO
           END-IF

           IF WRK-OPO-ABERTO EQUAL 'S'
              CLOSE ARQ-OPORTUN
           END-IF

           IF WRK-CRM-ABERTO EQUAL 'S'
              CLOSE ARQCRM
           END-IF.
      *------------------------ FIM DO ARQUIVO -------------------------
