      *=================================================================
       IDENTIFICATION                                         DIVISION.
       PROGRAM-ID. COMISVEN.
      *=================================================================
       ENVIRONMENT                                            DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT                                           SECTION.
      *----------------------------------
       FILE-CONTROL.
           SELECT ARQ-COMISVEN  ASSIGN TO './files/COMISVEN.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS ARQ-COMISVEN-FS
              RECORD KEY IS CMV-KEY.

           SELECT ARQ-ADITIVO  ASSIGN TO './files/ADITIVO.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS ARQ-ADITIVO-FS
              RECORD KEY IS HAD-KEY.

           SELECT ARQ-CONTRATO  ASSIGN TO './files/CONTRATO.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS ARQ-CONTRATO-FS
              RECORD KEY IS CTR-NUMERO
              ALTERNATE RECORD KEY IS CTR-CLIENTE
                 WITH DUPLICATES.

           SELECT ARQ-FATURA  ASSIGN TO './files/FATURA.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS ARQ-FATURA-FS
              RECORD KEY IS FAT-KEY.

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

           SELECT ARQ-COMISTAB  ASSIGN TO './files/COMISTAB.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS ARQ-COMISTAB-FS
              RECORD KEY IS CMT-KEY.

           SELECT ARQCRM-OPR  ASSIGN TO './files/OPERADOR.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS ARQCRM-OPR-FS
              RECORD KEY IS OPR-ID.

           SELECT ARQCRM-PAR  ASSIGN TO './files/SISPARAM.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS ARQCRM-PAR-FS
              RECORD KEY IS PAR-CHAVE.

           SELECT ARQ-FOLHA  ASSIGN TO './files/COMISFOL.TXT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ARQ-FOLHA-FS.

           SELECT REL-CMV  ASSIGN TO WRK-CMV-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REL-CMV-FS.
      *=================================================================
       DATA                                                   DIVISION.
      *-----------------------------------------------------------------
       FILE                                                   SECTION.
      *----------------------------------
       FD  ARQ-COMISVEN.
       COPY 'CRMK-CMV'.
      *
       FD  ARQ-ADITIVO.
       COPY 'CRMK-ADT' REPLACING LEADING ==ADT== BY ==HAD==.
      *
       FD  ARQ-CONTRATO.
       COPY 'CRMK-CTR'.
      *
       FD  ARQ-FATURA.
       COPY 'CRMK-FAT'.
      *
       FD  ARQCRM.
       COPY 'CRMK-000'.
      *
       FD  ARQ-COMISTAB.
       COPY 'CRMK-CMT'.
      *
       FD  ARQCRM-OPR.
       COPY 'CRMK-OPR'.
      *
       FD  ARQCRM-PAR.
       COPY 'CRMK-PAR'.
      *
       FD  ARQ-FOLHA.
       01  ARQ-FOLHA-LINHA      PIC X(80).
      *
       FD  REL-CMV.
       01  REL-CMV-LINHA        PIC X(132).
      *-----------------------------------------------------------------
       WORKING-STORAGE                                        SECTION.
      *----------------------------------
       COPY 'CRMK-ERR'.
       COPY 'CRMK-SAI'.
       COPY 'CRMK-DTF'.
       01  ARQ-COMISVEN-FS      PIC 9(02)   VALUE ZERO.
       01  ARQ-ADITIVO-FS       PIC 9(02)   VALUE ZERO.
       01  ARQ-CONTRATO-FS      PIC 9(02)   VALUE ZERO.
       01  ARQ-FATURA-FS        PIC 9(02)   VALUE ZERO.
       01  ARQCRM-FS            PIC 9(02)   VALUE ZERO.
       01  ARQ-COMISTAB-FS      PIC 9(02)   VALUE ZERO.
       01  ARQCRM-OPR-FS        PIC 9(02)   VALUE ZERO.
       01  ARQCRM-PAR-FS        PIC 9(02)   VALUE ZERO.
       01  ARQ-FOLHA-FS         PIC 9(02)   VALUE ZERO.
       01  REL-CMV-FS           PIC 9(02)   VALUE ZERO.
       01  WRK-CMV-PATH         PIC X(40)   VALUE SPACES.
       01  WRK-PARM             PIC X(20)   VALUE SPACES.
       01  WRK-HOJE             PIC 9(08)   VALUE ZERO.
       01  WRK-COMPET           PIC 9(06)   VALUE ZERO.
       01  WRK-COMPET-CORRENTE  PIC 9(06)   VALUE ZERO.
       01  WRK-ANO              PIC 9(04)   VALUE ZERO.
       01  WRK-MES              PIC 9(02)   VALUE ZERO.
       01  WRK-DATA-INI         PIC 9(08)   VALUE ZERO.
       01  WRK-DATA-FIM         PIC 9(08)   VALUE ZERO.
       01  WRK-ADT-ABERTO       PIC X(01)   VALUE 'N'.
       01  WRK-CRM-ABERTO       PIC X(01)   VALUE 'N'.
       01  WRK-CMT-ABERTO       PIC X(01)   VALUE 'N'.
       01  WRK-OPR-ABERTO       PIC X(01)   VALUE 'N'.
       01  WRK-DATA-EVENTO      PIC 9(08)   VALUE ZERO.
       01  WRK-EVT-CONTRATO     PIC 9(05)   VALUE ZERO.
       01  WRK-EVT-NUMERO       PIC 9(03)   VALUE ZERO.
       01  WRK-EVT-REGISTRADO   PIC X(01)   VALUE 'N'.
       01  WRK-EVT-DELTA        PIC 9(07)V99 VALUE ZERO.
       01  WRK-ITM-DELTA        PIC 9(07)V99 VALUE ZERO.
       01  WRK-ITM-BASE         PIC 9(09)V99 VALUE ZERO.
       01  WRK-ITM-COMISSAO     PIC 9(09)V9999 VALUE ZERO.
       01  WRK-COMISSAO         PIC 9(09)V9999 VALUE ZERO.
       01  WRK-TAX-PRODUTO      PIC X(04)   VALUE SPACES.
       01  WRK-TAX-SEGMENTO     PIC X(01)   VALUE SPACE.
       01  WRK-TAX-PERC         PIC 9(02)V99 VALUE ZERO.
       01  WRK-TAX-ACHOU        PIC X(01)   VALUE 'N'.
       01  WRK-DATA-ENCERRA     PIC 9(08)   VALUE ZERO.
       01  WRK-DIAS             PIC S9(07)  VALUE ZERO.
       01  WRK-K                PIC 9(04)   VALUE ZERO.
       01  WRK-L                PIC 9(04)   VALUE ZERO.
       01  WRK-LIMITE           PIC 9(04)   VALUE ZERO.
       01  WRK-TOT-APURADOS     PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-JA-APURADOS  PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-LIBERADOS    PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-ESTORNADOS   PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-CANCELADOS   PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-PENDENTES    PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-SEM-PERC     PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-SEM-DATA     PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-FOLHA        PIC 9(05)   VALUE ZERO.
       01  WRK-VAL-CREDITOS     PIC 9(09)V99 VALUE ZERO.
       01  WRK-VAL-ESTORNOS     PIC 9(09)V99 VALUE ZERO.
       01  WRK-VAL-PENDENTES    PIC 9(09)V99 VALUE ZERO.
       01  WRK-LIQUIDO          PIC S9(09)V99 VALUE ZERO.
       01  WRK-OPE-IDX          PIC 9(03)   VALUE ZERO.
       01  WRK-OPE-QTD          PIC 9(03)   VALUE ZERO.
       01  WRK-OPE-TABELA.
           05 WRK-OPE-ENT OCCURS 100 TIMES.
              10 WRK-OPE-ID        PIC X(08).
              10 WRK-OPE-CREDITOS  PIC 9(09)V99.
              10 WRK-OPE-ESTORNOS  PIC 9(09)V99.
              10 WRK-OPE-PEND-QTD  PIC 9(05).
              10 WRK-OPE-PEND-VAL  PIC 9(09)V99.
       01  WRK-OPE-TROCA        PIC X(46)   VALUE SPACES.
       01  WRK-LAN-QTD          PIC 9(04)   VALUE ZERO.
       01  WRK-LAN-ESTOURO      PIC 9(05)   VALUE ZERO.
       01  WRK-LAN-TABELA.
           05 WRK-LAN-ENT OCCURS 2000 TIMES.
              10 WRK-LAN-OPERADOR  PIC X(08).
              10 WRK-LAN-CONTRATO  PIC 9(05).
              10 WRK-LAN-ADITIVO   PIC 9(03).
              10 WRK-LAN-CLIENTE   PIC X(06).
              10 WRK-LAN-SEGMENTO  PIC X(01).
              10 WRK-LAN-TIPO      PIC X(01).
              10 WRK-LAN-VIGENCIA  PIC 9(08).
              10 WRK-LAN-BASE      PIC 9(07)V99.
              10 WRK-LAN-VALOR     PIC 9(07)V99.
              10 WRK-LAN-NATUREZA  PIC X(01).
              10 WRK-LAN-DATA      PIC 9(08).
       01  WRK-LAN-TROCA        PIC X(59)   VALUE SPACES.
       01  WRK-LAN-NAT-ATUAL    PIC X(01)   VALUE SPACE.
       01  WRK-OPE-ATUAL        PIC X(08)   VALUE SPACES.
       01  WRK-TIPO-TXT         PIC X(09)   VALUE SPACES.
       01  WRK-LANC-TXT         PIC X(20)   VALUE SPACES.
       01  WRK-VIG-FMT          PIC X(10)   VALUE SPACES.
       01  WRK-VLR-EXIBE        PIC -ZZZZZZZZ9.99 VALUE ZERO.
       01  WRK-EXIBE-1          PIC ZZZZZZZZ9.99 VALUE ZERO.
       01  WRK-EXIBE-2          PIC ZZZZZZZZ9.99 VALUE ZERO.
       01  WRK-EXIBE-3          PIC ZZZZZZZZ9.99 VALUE ZERO.
       01  WRK-EXIBE-LIQ        PIC -ZZZZZZZZ9.99 VALUE ZERO.
       01  WRK-SINAL            PIC X(01)   VALUE SPACE.
       01  WRK-LIQ-ABS          PIC 9(09)V99 VALUE ZERO.
       01  WRK-DATA-AUX         PIC 9(08)   VALUE ZERO.
       01  WRK-DATA-FMT.
           05 WRK-DATA-FMT-DD   PIC 9(02).
           05 FILLER            PIC X(01)   VALUE '/'.
           05 WRK-DATA-FMT-MM   PIC 9(02).
           05 FILLER            PIC X(01)   VALUE '/'.
           05 WRK-DATA-FMT-AAAA PIC 9(04).
      *=================================================================
       PROCEDURE                                              DIVISION.
      *-----------------------------------------------------------------
       PRINCIPAL                                              SECTION.
      *----------------------------------
           PERFORM INICIAR
           PERFORM PROCESSAR
           PERFORM FINALIZAR
           GOBACK.
      *-----------------------------------------------------------------
       INICIAR                                                SECTION.
      *----------------------------------
           MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-HOJE
           MOVE WRK-HOJE(1:6) TO WRK-COMPET-CORRENTE

           ACCEPT WRK-PARM FROM COMMAND-LINE

           IF WRK-PARM(1:6) EQUAL SPACES
              MOVE WRK-HOJE(1:4) TO WRK-ANO
              MOVE WRK-HOJE(5:2) TO WRK-MES
              IF WRK-MES EQUAL 1
                 SUBTRACT 1 FROM WRK-ANO
                 MOVE 12 TO WRK-MES
              ELSE
                 SUBTRACT 1 FROM WRK-MES
              END-IF
              COMPUTE WRK-COMPET = WRK-ANO * 100 + WRK-MES
           ELSE
              IF WRK-PARM(1:6) IS NOT NUMERIC
                 DISPLAY 'COMISVEN: competencia invalida no parametro: '
                         WRK-PARM(1:6)
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              MOVE WRK-PARM(1:6) TO WRK-COMPET
           END-IF

           MOVE WRK-COMPET TO WRK-DATA-INI(1:6)
           MOVE '01'       TO WRK-DATA-INI(7:2)
           MOVE WRK-DATA-INI TO WRK-DTV-DATA
           PERFORM VALIDA-DATA-CALENDARIO

           IF WRK-DTV-OK NOT EQUAL 'S'
              DISPLAY 'COMISVEN: competencia invalida no parametro: '
                      WRK-COMPET
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           IF WRK-COMPET NOT LESS THAN WRK-COMPET-CORRENTE
              DISPLAY 'COMISVEN: a competencia ' WRK-COMPET
                      ' ainda nao foi encerrada'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           MOVE WRK-DATA-INI TO WRK-DATA-FIM
           MOVE WRK-DTV-MAX  TO WRK-DATA-FIM(7:2)

           PERFORM CARREGA-PARAMETROS

           MOVE ZEROS TO WRK-OPE-TABELA

           OPEN INPUT ARQ-CONTRATO

           IF ARQ-CONTRATO-FS NOT EQUAL ZERO
              MOVE 'ABRE CONTRATO' TO WRK-ERR-SECAO
              MOVE ARQ-CONTRATO-FS TO WRK-ERR-FS
              PERFORM GRAVA-ERRO-FATAL
              DISPLAY 'COMISVEN: ERRO ABERTURA CONTRATO.DAT - FS: '
                      ARQ-CONTRATO-FS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN INPUT ARQ-FATURA

           IF ARQ-FATURA-FS NOT EQUAL ZERO
              MOVE 'ABRE FATURA' TO WRK-ERR-SECAO
              MOVE ARQ-FATURA-FS TO WRK-ERR-FS
              PERFORM GRAVA-ERRO-FATAL
              DISPLAY 'COMISVEN: ERRO ABERTURA FATURA.DAT - FS: '
                      ARQ-FATURA-FS
              CLOSE ARQ-CONTRATO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM ABRE-ARQUIVO-COMISVEN

           IF ARQ-COMISVEN-FS NOT EQUAL ZERO
              MOVE 'ABRE COMISVEN' TO WRK-ERR-SECAO
              MOVE ARQ-COMISVEN-FS TO WRK-ERR-FS
              PERFORM GRAVA-ERRO-FATAL
              DISPLAY 'COMISVEN: ERRO ABERTURA COMISVEN.DAT - FS: '
                      ARQ-COMISVEN-FS
              CLOSE ARQ-CONTRATO
              CLOSE ARQ-FATURA
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           MOVE 'N' TO WRK-ADT-ABERTO
           OPEN INPUT ARQ-ADITIVO
           IF ARQ-ADITIVO-FS EQUAL ZERO
              MOVE 'S' TO WRK-ADT-ABERTO
           END-IF

           MOVE 'N' TO WRK-CRM-ABERTO
           OPEN INPUT ARQCRM
           IF ARQCRM-FS EQUAL ZERO
              MOVE 'S' TO WRK-CRM-ABERTO
           END-IF

           MOVE 'N' TO WRK-CMT-ABERTO
           OPEN INPUT ARQ-COMISTAB
           IF ARQ-COMISTAB-FS EQUAL ZERO
              MOVE 'S' TO WRK-CMT-ABERTO
           END-IF

           MOVE 'N' TO WRK-OPR-ABERTO
           OPEN INPUT ARQCRM-OPR
           IF ARQCRM-OPR-FS EQUAL ZERO
              MOVE 'S' TO WRK-OPR-ABERTO
           END-IF

           MOVE SPACES TO WRK-CMV-PATH
           STRING './files/COMISVEN-' FUNCTION CURRENT-DATE(1:14)
              '.LST' DELIMITED BY SIZE INTO WRK-CMV-PATH

           OPEN OUTPUT REL-CMV

           IF REL-CMV-FS NOT EQUAL ZERO
              MOVE 'ABRE COMISVEN' TO WRK-ERR-SECAO
              MOVE REL-CMV-FS TO WRK-ERR-FS
              PERFORM GRAVA-ERRO-FATAL
              DISPLAY 'COMISVEN: ERRO ABERTURA ' WRK-CMV-PATH
                      ' - FS: ' REL-CMV-FS
              CLOSE ARQ-CONTRATO
              CLOSE ARQ-FATURA
              CLOSE ARQ-COMISVEN
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN OUTPUT ARQ-FOLHA

           IF ARQ-FOLHA-FS NOT EQUAL ZERO
              MOVE 'ABRE COMISFOL' TO WRK-ERR-SECAO
              MOVE ARQ-FOLHA-FS TO WRK-ERR-FS
              PERFORM GRAVA-ERRO-FATAL
              DISPLAY 'COMISVEN: ERRO ABERTURA COMISFOL.TXT - FS: '
                      ARQ-FOLHA-FS
              CLOSE ARQ-CONTRATO
              CLOSE ARQ-FATURA
              CLOSE ARQ-COMISVEN
              CLOSE REL-CMV
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
      *-----------------------------------------------------------------
       PROCESSAR                                              SECTION.
      *----------------------------------
           IF WRK-ADT-ABERTO EQUAL 'S'
              PERFORM APURA-EVENTOS
           END-IF

           PERFORM ATUALIZA-REGISTRO

           PERFORM CARREGA-LANCAMENTOS

           PERFORM ORDENA-LANCAMENTOS.
      *-----------------------------------------------------------------
       APURA-EVENTOS                                          SECTION.
      *----------------------------------
           MOVE LOW-VALUES TO HAD-KEY
           START ARQ-ADITIVO KEY IS NOT LESS THAN HAD-KEY

           IF ARQ-ADITIVO-FS EQUAL ZERO
              READ ARQ-ADITIVO NEXT RECORD
           END-IF

           PERFORM UNTIL ARQ-ADITIVO-FS NOT EQUAL ZERO
              IF HAD-LINHA EQUAL ZERO
                 AND (HAD-INCLUSAO
                      OR (HAD-ALTERACAO
                          AND HAD-NOV-VALOR GREATER THAN HAD-ANT-VALOR))
                 AND HAD-NOV-STATUS EQUAL 'A'
                 PERFORM DEFINE-DATA-EVENTO
              ELSE
                 MOVE ZERO TO WRK-DATA-EVENTO
              END-IF

              IF WRK-DATA-EVENTO(1:6) EQUAL WRK-COMPET
                 PERFORM APURA-UM-EVENTO
              ELSE
                 READ ARQ-ADITIVO NEXT RECORD
              END-IF
           END-PERFORM

           MOVE ZERO TO ARQ-ADITIVO-FS.
      *-----------------------------------------------------------------
       DEFINE-DATA-EVENTO                                     SECTION.
      *----------------------------------
           IF HAD-DATA-VIGENCIA GREATER THAN HAD-DATA-REGISTRO
              MOVE HAD-DATA-VIGENCIA TO WRK-DATA-EVENTO
           ELSE
              MOVE HAD-DATA-REGISTRO TO WRK-DATA-EVENTO
           END-IF.
      *-----------------------------------------------------------------
       APURA-UM-EVENTO                                        SECTION.
      *----------------------------------
           MOVE HAD-CONTRATO TO WRK-EVT-CONTRATO
           MOVE HAD-NUMERO   TO WRK-EVT-NUMERO

           MOVE HAD-CONTRATO TO CMV-CONTRATO
           MOVE HAD-NUMERO   TO CMV-ADITIVO
           READ ARQ-COMISVEN

           IF ARQ-COMISVEN-FS EQUAL ZERO
              MOVE 'S' TO WRK-EVT-REGISTRADO
              ADD 1 TO WRK-TOT-JA-APURADOS
           ELSE
              MOVE 'N' TO WRK-EVT-REGISTRADO
              PERFORM MONTA-EVENTO
           END-IF

           MOVE ZERO TO WRK-ITM-BASE
           MOVE ZERO TO WRK-ITM-COMISSAO

           READ ARQ-ADITIVO NEXT RECORD

           PERFORM UNTIL ARQ-ADITIVO-FS NOT EQUAL ZERO
                      OR HAD-CONTRATO NOT EQUAL WRK-EVT-CONTRATO
                      OR HAD-NUMERO NOT EQUAL WRK-EVT-NUMERO
              IF WRK-EVT-REGISTRADO EQUAL 'N'
                 PERFORM ACUMULA-ITEM-EVENTO
              END-IF
              READ ARQ-ADITIVO NEXT RECORD
           END-PERFORM

           IF WRK-EVT-REGISTRADO EQUAL 'N'
              PERFORM GRAVA-EVENTO
           END-IF.
      *-----------------------------------------------------------------
       MONTA-EVENTO                                           SECTION.
      *----------------------------------
           MOVE HAD-CONTRATO      TO CMV-CONTRATO
           MOVE HAD-NUMERO        TO CMV-ADITIVO
           MOVE HAD-OPERADOR      TO CMV-OPERADOR
           MOVE HAD-NOV-CLIENTE   TO CMV-CLIENTE
           MOVE HAD-DATA-VIGENCIA TO CMV-DATA-VIGENCIA
           MOVE WRK-COMPET        TO CMV-COMPET-APURACAO
           MOVE HAD-DATA-VIGENCIA(1:6) TO CMV-COMPET-FATURA
           MOVE 'P'               TO CMV-STATUS
           MOVE ZERO              TO CMV-DATA-PAGTO
           MOVE ZERO              TO CMV-COMPET-CREDITO
           MOVE ZERO              TO CMV-DATA-ENCERRA
           MOVE ZERO              TO CMV-COMPET-ESTORNO

           IF CMV-OPERADOR EQUAL SPACES
              MOVE 'SEM-OPER' TO CMV-OPERADOR
           END-IF

           IF HAD-INCLUSAO
              MOVE 'N' TO CMV-TIPO
              MOVE HAD-NOV-VALOR TO WRK-EVT-DELTA
           ELSE
              MOVE 'E' TO CMV-TIPO
              COMPUTE WRK-EVT-DELTA = HAD-NOV-VALOR - HAD-ANT-VALOR
           END-IF

           MOVE WRK-EVT-DELTA TO CMV-VALOR-BASE

           MOVE '*' TO CMV-SEGMENTO

           IF WRK-CRM-ABERTO EQUAL 'S'
              MOVE CMV-CLIENTE TO ARQCRM-ID
              READ ARQCRM
              IF ARQCRM-FS EQUAL ZERO
                 MOVE ARQCRM-SEGMENTO TO CMV-SEGMENTO
              END-IF
              MOVE ZERO TO ARQCRM-FS
           END-IF.
      *-----------------------------------------------------------------
       ACUMULA-ITEM-EVENTO                                    SECTION.
      *----------------------------------
           MOVE ZERO TO WRK-ITM-DELTA

           EVALUATE TRUE
              WHEN HAD-ITEM-INCLUIDO
                 MOVE HAD-NOV-ITM-VALOR TO WRK-ITM-DELTA
                 MOVE HAD-NOV-PRODUTO   TO WRK-TAX-PRODUTO
              WHEN HAD-ITEM-ALTERADO
                 IF HAD-NOV-ITM-VALOR GREATER THAN HAD-ANT-ITM-VALOR
                    COMPUTE WRK-ITM-DELTA = HAD-NOV-ITM-VALOR
                                          - HAD-ANT-ITM-VALOR
                 END-IF
                 MOVE HAD-NOV-PRODUTO   TO WRK-TAX-PRODUTO
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           IF WRK-ITM-DELTA EQUAL ZERO
              EXIT SECTION
           END-IF

           MOVE CMV-SEGMENTO TO WRK-TAX-SEGMENTO
           PERFORM LOCALIZA-PERCENTUAL

           ADD WRK-ITM-DELTA TO WRK-ITM-BASE
           COMPUTE WRK-ITM-COMISSAO = WRK-ITM-COMISSAO
                  + WRK-ITM-DELTA * WRK-TAX-PERC / 100.
      *-----------------------------------------------------------------
       GRAVA-EVENTO                                           SECTION.
      *----------------------------------
           MOVE WRK-ITM-COMISSAO TO WRK-COMISSAO

           IF WRK-ITM-BASE GREATER THAN WRK-EVT-DELTA
              COMPUTE WRK-COMISSAO = WRK-ITM-COMISSAO
                                   * WRK-EVT-DELTA / WRK-ITM-BASE
           ELSE
              IF WRK-ITM-BASE LESS THAN WRK-EVT-DELTA
                 MOVE '****'       TO WRK-TAX-PRODUTO
                 MOVE CMV-SEGMENTO TO WRK-TAX-SEGMENTO
                 PERFORM LOCALIZA-PERCENTUAL
                 COMPUTE WRK-COMISSAO = WRK-ITM-COMISSAO
                    + (WRK-EVT-DELTA - WRK-ITM-BASE)
                    * WRK-TAX-PERC / 100
              END-IF
           END-IF

           COMPUTE CMV-VALOR-COMISSAO ROUNDED = WRK-COMISSAO

           IF CMV-VALOR-COMISSAO EQUAL ZERO
              ADD 1 TO WRK-TOT-SEM-PERC
           END-IF

           WRITE CMV-REGISTRO

           IF ARQ-COMISVEN-FS EQUAL ZERO
              ADD 1 TO WRK-TOT-APURADOS
           END-IF

           MOVE ZERO TO ARQ-COMISVEN-FS.
      *-----------------------------------------------------------------
       LOCALIZA-PERCENTUAL                                    SECTION.
      *----------------------------------
           MOVE ZERO TO WRK-TAX-PERC
           MOVE 'N'  TO WRK-TAX-ACHOU

           IF WRK-CMT-ABERTO NOT EQUAL 'S'
              EXIT SECTION
           END-IF

           MOVE WRK-TAX-PRODUTO  TO CMT-PRODUTO
           MOVE WRK-TAX-SEGMENTO TO CMT-SEGMENTO
           PERFORM LE-PERCENTUAL

           IF WRK-TAX-ACHOU EQUAL 'N'
              MOVE WRK-TAX-PRODUTO TO CMT-PRODUTO
              MOVE '*'             TO CMT-SEGMENTO
              PERFORM LE-PERCENTUAL
           END-IF

           IF WRK-TAX-ACHOU EQUAL 'N'
              MOVE '****'           TO CMT-PRODUTO
              MOVE WRK-TAX-SEGMENTO TO CMT-SEGMENTO
              PERFORM LE-PERCENTUAL
           END-IF

           IF WRK-TAX-ACHOU EQUAL 'N'
              MOVE '****' TO CMT-PRODUTO
              MOVE '*'    TO CMT-SEGMENTO
              PERFORM LE-PERCENTUAL
           END-IF.
      *-----------------------------------------------------------------
       LE-PERCENTUAL                                          SECTION.
      *----------------------------------
           READ ARQ-COMISTAB

           IF ARQ-COMISTAB-FS EQUAL ZERO
              MOVE CMT-PERCENTUAL TO WRK-TAX-PERC
              MOVE 'S' TO WRK-TAX-ACHOU
           END-IF

           MOVE ZERO TO ARQ-COMISTAB-FS.
      *-----------------------------------------------------------------
       ATUALIZA-REGISTRO                                      SECTION.
      *----------------------------------
           MOVE LOW-VALUES TO CMV-KEY
           START ARQ-COMISVEN KEY IS NOT LESS THAN CMV-KEY

           IF ARQ-COMISVEN-FS EQUAL ZERO
              READ ARQ-COMISVEN NEXT RECORD
           END-IF

           PERFORM UNTIL ARQ-COMISVEN-FS NOT EQUAL ZERO
              IF CMV-COMISSAO-PENDENTE
                 AND CMV-COMPET-APURACAO NOT GREATER THAN WRK-COMPET
                 PERFORM VERIFICA-PRIMEIRA-FATURA
              END-IF

              IF CMV-COMISSAO-LIBERADA
                 AND CMV-COMPET-CREDITO NOT GREATER THAN WRK-COMPET
                 PERFORM VERIFICA-ESTORNO
              END-IF

              READ ARQ-COMISVEN NEXT RECORD
           END-PERFORM

           MOVE ZERO TO ARQ-COMISVEN-FS.
      *-----------------------------------------------------------------
       VERIFICA-PRIMEIRA-FATURA                               SECTION.
      *----------------------------------
           MOVE CMV-CLIENTE       TO FAT-CLIENTE
           MOVE CMV-COMPET-FATURA TO FAT-COMPETENCIA
           START ARQ-FATURA KEY IS NOT LESS THAN FAT-KEY

           IF ARQ-FATURA-FS EQUAL ZERO
              READ ARQ-FATURA NEXT RECORD
           END-IF

           IF ARQ-FATURA-FS EQUAL ZERO
              AND FAT-CLIENTE EQUAL CMV-CLIENTE
              AND FAT-COMPETENCIA LESS THAN 900000
              AND FAT-FATURA-PAGA
              AND FAT-DATA-PAGTO NOT GREATER THAN WRK-DATA-FIM
              MOVE FAT-COMPETENCIA TO CMV-COMPET-FATURA
              MOVE FAT-DATA-PAGTO  TO CMV-DATA-PAGTO
              MOVE WRK-COMPET      TO CMV-COMPET-CREDITO
              MOVE 'L'             TO CMV-STATUS
              REWRITE CMV-REGISTRO
              ADD 1 TO WRK-TOT-LIBERADOS
              MOVE ZERO TO ARQ-FATURA-FS
              EXIT SECTION
           END-IF

           MOVE ZERO TO ARQ-FATURA-FS

           MOVE CMV-CONTRATO TO CTR-NUMERO
           READ ARQ-CONTRATO

           IF ARQ-CONTRATO-FS EQUAL ZERO
              AND CTR-CONTRATO-ENCERRADO
              PERFORM LOCALIZA-ENCERRAMENTO
              IF WRK-DATA-ENCERRA NOT EQUAL ZERO
                 AND WRK-DATA-ENCERRA NOT GREATER THAN WRK-DATA-FIM
                 MOVE WRK-DATA-ENCERRA TO CMV-DATA-ENCERRA
                 MOVE 'X'              TO CMV-STATUS
                 REWRITE CMV-REGISTRO
                 ADD 1 TO WRK-TOT-CANCELADOS
              END-IF
           END-IF

           MOVE ZERO TO ARQ-CONTRATO-FS.
      *-----------------------------------------------------------------
       VERIFICA-ESTORNO                                       SECTION.
      *----------------------------------
           MOVE CMV-CONTRATO TO CTR-NUMERO
           READ ARQ-CONTRATO

           IF ARQ-CONTRATO-FS NOT EQUAL ZERO
              OR NOT CTR-CONTRATO-ENCERRADO
              MOVE ZERO TO ARQ-CONTRATO-FS
              EXIT SECTION
           END-IF

           PERFORM LOCALIZA-ENCERRAMENTO

           IF WRK-DATA-ENCERRA EQUAL ZERO
              ADD 1 TO WRK-TOT-SEM-DATA
              EXIT SECTION
           END-IF

           IF WRK-DATA-ENCERRA GREATER THAN WRK-DATA-FIM
              EXIT SECTION
           END-IF

           COMPUTE WRK-DIAS =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-ENCERRA)
                 - FUNCTION INTEGER-OF-DATE(CMV-DATA-VIGENCIA)

           IF WRK-DIAS GREATER THAN PAR-DIAS-ESTORNO-CMS
              EXIT SECTION
           END-IF

           MOVE WRK-DATA-ENCERRA TO CMV-DATA-ENCERRA
           MOVE WRK-COMPET       TO CMV-COMPET-ESTORNO
           MOVE 'E'              TO CMV-STATUS
           REWRITE CMV-REGISTRO
           ADD 1 TO WRK-TOT-ESTORNADOS.
      *-----------------------------------------------------------------
       LOCALIZA-ENCERRAMENTO                                  SECTION.
      *----------------------------------
           MOVE ZERO TO WRK-DATA-ENCERRA

           IF WRK-ADT-ABERTO EQUAL 'S'
              MOVE CTR-NUMERO TO HAD-CONTRATO
              MOVE ZERO       TO HAD-NUMERO
              MOVE ZERO       TO HAD-LINHA
              START ARQ-ADITIVO KEY IS NOT LESS THAN HAD-KEY

              IF ARQ-ADITIVO-FS EQUAL ZERO
                 READ ARQ-ADITIVO NEXT RECORD
              END-IF

              PERFORM UNTIL ARQ-ADITIVO-FS NOT EQUAL ZERO
                         OR HAD-CONTRATO NOT EQUAL CTR-NUMERO
                 IF HAD-LINHA EQUAL ZERO
                    AND HAD-ENCERRAMENTO
                    MOVE HAD-DATA-VIGENCIA TO WRK-DATA-ENCERRA
                 END-IF
                 READ ARQ-ADITIVO NEXT RECORD
              END-PERFORM

              MOVE ZERO TO ARQ-ADITIVO-FS
           END-IF

           IF WRK-DATA-ENCERRA EQUAL ZERO
              MOVE CTR-DATA-FIM TO WRK-DATA-ENCERRA
           END-IF.
      *-----------------------------------------------------------------
       CARREGA-LANCAMENTOS                                    SECTION.
      *----------------------------------
           MOVE LOW-VALUES TO CMV-KEY
           START ARQ-COMISVEN KEY IS NOT LESS THAN CMV-KEY

           IF ARQ-COMISVEN-FS EQUAL ZERO
              READ ARQ-COMISVEN NEXT RECORD
           END-IF

           PERFORM UNTIL ARQ-COMISVEN-FS NOT EQUAL ZERO
              IF CMV-COMISSAO-PENDENTE
                 PERFORM LOCALIZA-OPERADOR
                 ADD 1 TO WRK-OPE-PEND-QTD(WRK-OPE-IDX)
                 ADD CMV-VALOR-COMISSAO TO WRK-OPE-PEND-VAL(WRK-OPE-IDX)
                 ADD 1 TO WRK-TOT-PENDENTES
                 ADD CMV-VALOR-COMISSAO TO WRK-VAL-PENDENTES
              END-IF

              IF CMV-COMPET-CREDITO EQUAL WRK-COMPET
                 AND (CMV-COMISSAO-LIBERADA OR CMV-COMISSAO-ESTORNADA)
                 PERFORM LOCALIZA-OPERADOR
                 ADD CMV-VALOR-COMISSAO TO WRK-OPE-CREDITOS(WRK-OPE-IDX)
                 ADD CMV-VALOR-COMISSAO TO WRK-VAL-CREDITOS
                 MOVE 'C' TO WRK-LAN-NAT-ATUAL
                 PERFORM REGISTRA-LANCAMENTO
              END-IF

              IF CMV-COMISSAO-ESTORNADA
                 AND CMV-COMPET-ESTORNO EQUAL WRK-COMPET
                 PERFORM LOCALIZA-OPERADOR
                 ADD CMV-VALOR-COMISSAO TO WRK-OPE-ESTORNOS(WRK-OPE-IDX)
                 ADD CMV-VALOR-COMISSAO TO WRK-VAL-ESTORNOS
                 MOVE 'E' TO WRK-LAN-NAT-ATUAL
                 PERFORM REGISTRA-LANCAMENTO
              END-IF

              READ ARQ-COMISVEN NEXT RECORD
           END-PERFORM

           MOVE ZERO TO ARQ-COMISVEN-FS.
      *-----------------------------------------------------------------
       REGISTRA-LANCAMENTO                                    SECTION.
      *----------------------------------
           IF WRK-LAN-QTD NOT LESS THAN 2000
              ADD 1 TO WRK-LAN-ESTOURO
              EXIT SECTION
           END-IF

           ADD 1 TO WRK-LAN-QTD

           MOVE WRK-LAN-NAT-ATUAL  TO WRK-LAN-NATUREZA(WRK-LAN-QTD)
           MOVE WRK-OPE-ID(WRK-OPE-IDX)
                                   TO WRK-LAN-OPERADOR(WRK-LAN-QTD)
           MOVE CMV-CONTRATO       TO WRK-LAN-CONTRATO(WRK-LAN-QTD)
           MOVE CMV-ADITIVO        TO WRK-LAN-ADITIVO(WRK-LAN-QTD)
           MOVE CMV-CLIENTE        TO WRK-LAN-CLIENTE(WRK-LAN-QTD)
           MOVE CMV-SEGMENTO       TO WRK-LAN-SEGMENTO(WRK-LAN-QTD)
           MOVE CMV-TIPO           TO WRK-LAN-TIPO(WRK-LAN-QTD)
           MOVE CMV-DATA-VIGENCIA  TO WRK-LAN-VIGENCIA(WRK-LAN-QTD)
           MOVE CMV-VALOR-BASE     TO WRK-LAN-BASE(WRK-LAN-QTD)
           MOVE CMV-VALOR-COMISSAO TO WRK-LAN-VALOR(WRK-LAN-QTD)

           IF WRK-LAN-NAT-ATUAL EQUAL 'C'
              MOVE CMV-DATA-PAGTO   TO WRK-LAN-DATA(WRK-LAN-QTD)
           ELSE
              MOVE CMV-DATA-ENCERRA TO WRK-LAN-DATA(WRK-LAN-QTD)
           END-IF.
      *-----------------------------------------------------------------
       LOCALIZA-OPERADOR                                      SECTION.
      *----------------------------------
           MOVE ZERO TO WRK-OPE-IDX

           PERFORM VARYING WRK-K FROM 1 BY 1
              UNTIL WRK-K GREATER THAN WRK-OPE-QTD
                 OR WRK-OPE-IDX NOT EQUAL ZERO
              IF WRK-OPE-ID(WRK-K) EQUAL CMV-OPERADOR
                 MOVE WRK-K TO WRK-OPE-IDX
              END-IF
           END-PERFORM

           IF WRK-OPE-IDX NOT EQUAL ZERO
              EXIT SECTION
           END-IF

           IF WRK-OPE-QTD LESS THAN 99
              ADD 1 TO WRK-OPE-QTD
              MOVE WRK-OPE-QTD  TO WRK-OPE-IDX
              MOVE CMV-OPERADOR TO WRK-OPE-ID(WRK-OPE-IDX)
           ELSE
              MOVE 100 TO WRK-OPE-IDX
              MOVE '********' TO WRK-OPE-ID(WRK-OPE-IDX)
           END-IF.
      *-----------------------------------------------------------------
       ORDENA-LANCAMENTOS                                     SECTION.
      *----------------------------------
           IF WRK-LAN-QTD LESS THAN 2
              EXIT SECTION
           END-IF

           COMPUTE WRK-LIMITE = WRK-LAN-QTD - 1

           PERFORM VARYING WRK-K FROM 1 BY 1
              UNTIL WRK-K GREATER THAN WRK-LIMITE
              PERFORM VARYING WRK-L FROM 1 BY 1
                 UNTIL WRK-L GREATER THAN WRK-LAN-QTD - WRK-K
                 IF WRK-LAN-OPERADOR(WRK-L)
                    GREATER THAN WRK-LAN-OPERADOR(WRK-L + 1)
                    MOVE WRK-LAN-ENT(WRK-L)     TO WRK-LAN-TROCA
                    MOVE WRK-LAN-ENT(WRK-L + 1) TO WRK-LAN-ENT(WRK-L)
                    MOVE WRK-LAN-TROCA TO WRK-LAN-ENT(WRK-L + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.
      *-----------------------------------------------------------------
       ORDENA-OPERADORES                                      SECTION.
      *----------------------------------
           IF WRK-OPE-QTD LESS THAN 2
              EXIT SECTION
           END-IF

           PERFORM VARYING WRK-K FROM 1 BY 1
              UNTIL WRK-K GREATER THAN WRK-OPE-QTD - 1
              PERFORM VARYING WRK-L FROM 1 BY 1
                 UNTIL WRK-L GREATER THAN WRK-OPE-QTD - WRK-K
                 IF WRK-OPE-ID(WRK-L) GREATER THAN WRK-OPE-ID(WRK-L + 1)
                    MOVE WRK-OPE-ENT(WRK-L)     TO WRK-OPE-TROCA
                    MOVE WRK-OPE-ENT(WRK-L + 1) TO WRK-OPE-ENT(WRK-L)
                    MOVE WRK-OPE-TROCA TO WRK-OPE-ENT(WRK-L + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.
      *-----------------------------------------------------------------
       ESCREVE-CABECALHO                                      SECTION.
      *----------------------------------
           MOVE WRK-HOJE TO WRK-DATA-AUX
           PERFORM FORMATA-DATA

           MOVE SPACES TO REL-CMV-LINHA
           STRING 'COMISVEN - COMISSAO DE VENDAS - COMPETENCIA '
              WRK-COMPET(5:2) '/' WRK-COMPET(1:4)
              '          EMISSAO: ' WRK-DATA-FMT
              DELIMITED BY SIZE INTO REL-CMV-LINHA
           WRITE REL-CMV-LINHA

           MOVE SPACES TO REL-CMV-LINHA
           STRING 'Prazo de estorno: ' PAR-DIAS-ESTORNO-CMS
              ' dias da vigencia ate o encerramento do contrato'
              DELIMITED BY SIZE INTO REL-CMV-LINHA
           WRITE REL-CMV-LINHA

           MOVE ALL '=' TO REL-CMV-LINHA
           WRITE REL-CMV-LINHA.
      *-----------------------------------------------------------------
       ESCREVE-EXTRATOS                                       SECTION.
      *----------------------------------
           PERFORM ORDENA-OPERADORES

           MOVE 1 TO WRK-L

           IF WRK-OPE-ID(100) EQUAL '********'
              MOVE 100 TO WRK-OPE-IDX
              PERFORM ESCREVE-EXTRATO-OPERADOR
           END-IF

           PERFORM VARYING WRK-OPE-IDX FROM 1 BY 1
              UNTIL WRK-OPE-IDX GREATER THAN WRK-OPE-QTD
              PERFORM ESCREVE-EXTRATO-OPERADOR
           END-PERFORM.
      *-----------------------------------------------------------------
       ESCREVE-EXTRATO-OPERADOR                               SECTION.
      *----------------------------------
           MOVE WRK-OPE-ID(WRK-OPE-IDX) TO WRK-OPE-ATUAL

           MOVE SPACES TO OPR-NOME

           IF WRK-OPR-ABERTO EQUAL 'S'
              MOVE WRK-OPE-ATUAL TO OPR-ID
              READ ARQCRM-OPR
              IF ARQCRM-OPR-FS NOT EQUAL ZERO
                 MOVE SPACES TO OPR-NOME
                 MOVE ZERO TO ARQCRM-OPR-FS
              END-IF
           END-IF

           MOVE SPACES TO REL-CMV-LINHA
           WRITE REL-CMV-LINHA

           MOVE SPACES TO REL-CMV-LINHA
           STRING 'OPERADOR: ' WRK-OPE-ATUAL ' ' OPR-NOME
              DELIMITED BY SIZE INTO REL-CMV-LINHA
           WRITE REL-CMV-LINHA

           MOVE SPACES TO REL-CMV-LINHA
           STRING 'CONTR ADT CLIENT S TIPO      VIGENCIA   '
              ' BASE MENSAL     COMISSAO LANCAMENTO'
              DELIMITED BY SIZE INTO REL-CMV-LINHA
           WRITE REL-CMV-LINHA

           PERFORM UNTIL WRK-L GREATER THAN WRK-LAN-QTD
                      OR WRK-LAN-OPERADOR(WRK-L) NOT EQUAL WRK-OPE-ATUAL
              PERFORM ESCREVE-LINHA-LANCAMENTO
              ADD 1 TO WRK-L
           END-PERFORM

           COMPUTE WRK-LIQUIDO = WRK-OPE-CREDITOS(WRK-OPE-IDX)
                               - WRK-OPE-ESTORNOS(WRK-OPE-IDX)

           MOVE WRK-OPE-CREDITOS(WRK-OPE-IDX) TO WRK-EXIBE-1
           MOVE WRK-OPE-ESTORNOS(WRK-OPE-IDX) TO WRK-EXIBE-2
           MOVE WRK-LIQUIDO                   TO WRK-EXIBE-LIQ
           MOVE WRK-OPE-PEND-VAL(WRK-OPE-IDX) TO WRK-EXIBE-3

           MOVE SPACES TO REL-CMV-LINHA
           STRING 'Creditos: ' WRK-EXIBE-1
              '  Estornos: ' WRK-EXIBE-2
              '  Liquido a pagar: ' WRK-EXIBE-LIQ
              '  Pendentes: ' WRK-OPE-PEND-QTD(WRK-OPE-IDX)
              ' (' WRK-EXIBE-3 ')'
              DELIMITED BY SIZE INTO REL-CMV-LINHA
           WRITE REL-CMV-LINHA

           IF WRK-OPE-CREDITOS(WRK-OPE-IDX) NOT EQUAL ZERO
              OR WRK-OPE-ESTORNOS(WRK-OPE-IDX) NOT EQUAL ZERO
              PERFORM ESCREVE-LINHA-FOLHA
           END-IF.
      *-----------------------------------------------------------------
       ESCREVE-LINHA-LANCAMENTO                               SECTION.
      *----------------------------------
           IF WRK-LAN-TIPO(WRK-L) EQUAL 'N'
              MOVE 'NOVO'      TO WRK-TIPO-TXT
           ELSE
              MOVE 'EXPANSAO'  TO WRK-TIPO-TXT
           END-IF

           MOVE WRK-LAN-VIGENCIA(WRK-L) TO WRK-DATA-AUX
           PERFORM FORMATA-DATA
           MOVE WRK-DATA-FMT TO WRK-VIG-FMT

           MOVE WRK-LAN-DATA(WRK-L) TO WRK-DATA-AUX
           PERFORM FORMATA-DATA

           MOVE SPACES TO WRK-LANC-TXT

           IF WRK-LAN-NATUREZA(WRK-L) EQUAL 'C'
              MOVE WRK-LAN-VALOR(WRK-L) TO WRK-VLR-EXIBE
              STRING 'PAGO ' WRK-DATA-FMT
                 DELIMITED BY SIZE INTO WRK-LANC-TXT
           ELSE
              COMPUTE WRK-VLR-EXIBE = 0 - WRK-LAN-VALOR(WRK-L)
              STRING 'ESTORNO ' WRK-DATA-FMT
                 DELIMITED BY SIZE INTO WRK-LANC-TXT
           END-IF

           MOVE WRK-LAN-BASE(WRK-L) TO WRK-EXIBE-1

           MOVE SPACES TO REL-CMV-LINHA
           STRING WRK-LAN-CONTRATO(WRK-L) ' '
              WRK-LAN-ADITIVO(WRK-L) ' '
              WRK-LAN-CLIENTE(WRK-L) ' '
              WRK-LAN-SEGMENTO(WRK-L) ' '
              WRK-TIPO-TXT ' '
              WRK-VIG-FMT ' '
              WRK-EXIBE-1 ' '
              WRK-VLR-EXIBE ' '
              WRK-LANC-TXT
              DELIMITED BY SIZE INTO REL-CMV-LINHA
           WRITE REL-CMV-LINHA.
      *-----------------------------------------------------------------
       ESCREVE-LINHA-FOLHA                                    SECTION.
      *----------------------------------
           IF WRK-LIQUIDO LESS THAN ZERO
              MOVE '-' TO WRK-SINAL
              COMPUTE WRK-LIQ-ABS = 0 - WRK-LIQUIDO
           ELSE
              MOVE '+' TO WRK-SINAL
              MOVE WRK-LIQUIDO TO WRK-LIQ-ABS
           END-IF

           MOVE SPACES TO ARQ-FOLHA-LINHA
           STRING 'D' WRK-OPE-ATUAL WRK-COMPET
              WRK-OPE-CREDITOS(WRK-OPE-IDX)
              WRK-OPE-ESTORNOS(WRK-OPE-IDX)
              WRK-SINAL WRK-LIQ-ABS
              DELIMITED BY SIZE INTO ARQ-FOLHA-LINHA
           WRITE ARQ-FOLHA-LINHA

           ADD 1 TO WRK-TOT-FOLHA.
      *-----------------------------------------------------------------
       ESCREVE-RESUMO                                         SECTION.
      *----------------------------------
           MOVE SPACES TO REL-CMV-LINHA
           WRITE REL-CMV-LINHA

           MOVE ALL '=' TO REL-CMV-LINHA
           WRITE REL-CMV-LINHA

           MOVE SPACES TO REL-CMV-LINHA
           STRING 'Vendas apuradas na competencia............: '
              WRK-TOT-APURADOS
              DELIMITED BY SIZE INTO REL-CMV-LINHA
           WRITE REL-CMV-LINHA

           MOVE SPACES TO REL-CMV-LINHA
           STRING 'Vendas ja apuradas em execucao anterior...: '
              WRK-TOT-JA-APURADOS
              DELIMITED BY SIZE INTO REL-CMV-LINHA
           WRITE REL-CMV-LINHA

           MOVE SPACES TO REL-CMV-LINHA
           STRING 'Vendas sem percentual de comissao.........: '
              WRK-TOT-SEM-PERC
              DELIMITED BY SIZE INTO REL-CMV-LINHA
           WRITE REL-CMV-LINHA

           MOVE SPACES TO REL-CMV-LINHA
           STRING 'Comissoes liberadas (1a fatura paga)......: '
              WRK-TOT-LIBERADOS
              DELIMITED BY SIZE INTO REL-CMV-LINHA
           WRITE REL-CMV-LINHA

           MOVE SPACES TO REL-CMV-LINHA
           STRING 'Comissoes estornadas (encerr. no prazo)...: '
              WRK-TOT-ESTORNADOS
              DELIMITED BY SIZE INTO REL-CMV-LINHA
           WRITE REL-CMV-LINHA

           MOVE SPACES TO REL-CMV-LINHA
           STRING 'Canceladas (encerradas antes do pagto)....: '
              WRK-TOT-CANCELADOS
              DELIMITED BY SIZE INTO REL-CMV-LINHA
           WRITE REL-CMV-LINHA

           MOVE WRK-VAL-PENDENTES TO WRK-EXIBE-3
           MOVE SPACES TO REL-CMV-LINHA
           STRING 'Pendentes aguardando pagamento............: '
              WRK-TOT-PENDENTES '  ' WRK-EXIBE-3
              DELIMITED BY SIZE INTO REL-CMV-LINHA
           WRITE REL-CMV-LINHA

           IF WRK-TOT-SEM-DATA GREATER THAN ZERO
              MOVE SPACES TO REL-CMV-LINHA
              STRING 'Encerrados sem data de encerramento.......: '
                 WRK-TOT-SEM-DATA
                 DELIMITED BY SIZE INTO REL-CMV-LINHA
              WRITE REL-CMV-LINHA
           END-IF

           COMPUTE WRK-LIQUIDO = WRK-VAL-CREDITOS - WRK-VAL-ESTORNOS
           MOVE WRK-VAL-CREDITOS TO WRK-EXIBE-1
           MOVE WRK-VAL-ESTORNOS TO WRK-EXIBE-2
           MOVE WRK-LIQUIDO      TO WRK-EXIBE-LIQ

           MOVE SPACES TO REL-CMV-LINHA
           STRING 'TOTAL  Creditos: ' WRK-EXIBE-1
              '  Estornos: ' WRK-EXIBE-2
              '  Liquido: ' WRK-EXIBE-LIQ
              DELIMITED BY SIZE INTO REL-CMV-LINHA
           WRITE REL-CMV-LINHA

           IF WRK-LAN-ESTOURO GREATER THAN ZERO
              MOVE SPACES TO REL-CMV-LINHA
              STRING 'ATENCAO: ' WRK-LAN-ESTOURO
                 ' lancamentos alem de 2000 omitidos do detalhe'
                 ' (incluidos nos totais)'
                 DELIMITED BY SIZE INTO REL-CMV-LINHA
              WRITE REL-CMV-LINHA
           END-IF

           IF WRK-ADT-ABERTO NOT EQUAL 'S'
              MOVE 'ATENCAO: ADITIVO.DAT indisponivel - nenhuma venda ap
      -            'urada' TO REL-CMV-LINHA
              WRITE REL-CMV-LINHA
           END-IF

           IF WRK-CMT-ABERTO NOT EQUAL 'S'
              MOVE 'ATENCAO: COMISTAB.DAT indisponivel - vendas apuradas
      -            ' com percentual zero' TO REL-CMV-LINHA
              WRITE REL-CMV-LINHA
           END-IF.
      *-----------------------------------------------------------------
       MENSAGENS                                              SECTION.
      *----------------------------------
       GRAVA-ERRO-FATAL.
           MOVE 'COMISVEN' TO WRK-ERR-PROGRAMA
           MOVE 'BATCH' TO WRK-ERR-OPERADOR
           CALL 'GRAVAERRO' USING WRK-ERR-REGISTRO.
      *
       COPY 'CRMK-DTP'.
      *-----------------------------------------------------------------
       ARQUIVOS                                               SECTION.
      *----------------------------------
       ABRE-ARQUIVO-COMISVEN.
           OPEN I-O ARQ-COMISVEN

           IF ARQ-COMISVEN-FS EQUAL 35
              OPEN OUTPUT ARQ-COMISVEN
              CLOSE ARQ-COMISVEN
              OPEN I-O ARQ-COMISVEN
           END-IF.
      *
       CARREGA-PARAMETROS.
           MOVE 90 TO PAR-DIAS-ESTORNO-CMS

           OPEN INPUT ARQCRM-PAR

           IF ARQCRM-PAR-FS EQUAL ZERO
              MOVE 'P' TO PAR-CHAVE
              READ ARQCRM-PAR
              CLOSE ARQCRM-PAR
           END-IF

           IF PAR-DIAS-ESTORNO-CMS NOT NUMERIC
              MOVE 90 TO PAR-DIAS-ESTORNO-CMS
           END-IF.
      *-----------------------------------------------------------------
       UTILITARIOS                                            SECTION.
      *----------------------------------
       FORMATA-DATA.
           MOVE WRK-DATA-AUX(7:2) TO WRK-DATA-FMT-DD
           MOVE WRK-DATA-AUX(5:2) TO WRK-DATA-FMT-MM
           MOVE WRK-DATA-AUX(1:4) TO WRK-DATA-FMT-AAAA.
      *-----------------------------------------------------------------
       FINALIZAR                                              SECTION.
      *----------------------------------
           MOVE WRK-HOJE TO WRK-DATA-AUX

           MOVE SPACES TO ARQ-FOLHA-LINHA
           STRING 'H' WRK-COMPET WRK-HOJE 'COMISVEN'
              DELIMITED BY SIZE INTO ARQ-FOLHA-LINHA
           WRITE ARQ-FOLHA-LINHA

           PERFORM ESCREVE-CABECALHO
           PERFORM ESCREVE-EXTRATOS
           PERFORM ESCREVE-RESUMO

           MOVE SPACES TO ARQ-FOLHA-LINHA
           STRING 'T' WRK-TOT-FOLHA WRK-VAL-CREDITOS WRK-VAL-ESTORNOS
              DELIMITED BY SIZE INTO ARQ-FOLHA-LINHA
           WRITE ARQ-FOLHA-LINHA

           CLOSE ARQ-CONTRATO
           CLOSE ARQ-FATURA
           CLOSE ARQ-COMISVEN
           CLOSE ARQ-FOLHA
           CLOSE REL-CMV

           IF WRK-ADT-ABERTO EQUAL 'S'
              CLOSE ARQ-ADITIVO
           END-IF

           IF WRK-CRM-ABERTO EQUAL 'S'
              CLOSE ARQCRM
           END-IF

           IF WRK-CMT-ABERTO EQUAL 'S'
              CLOSE ARQ-COMISTAB
           END-IF

           IF WRK-OPR-ABERTO EQUAL 'S'
              CLOSE ARQCRM-OPR
           END-IF

           MOVE 'COMISVEN' TO SAI-TIPO
           MOVE WRK-CMV-PATH TO SAI-ARQUIVO
           MOVE 'BATCH' TO SAI-OPERADOR
           MOVE WRK-LAN-QTD TO SAI-REGISTROS
           CALL 'REGSAIDA' USING SAI-REGISTRO

           IF WRK-ADT-ABERTO NOT EQUAL 'S'
              OR WRK-CMT-ABERTO NOT EQUAL 'S'
              MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY 'COMISVEN: competencia ' WRK-COMPET ' - '
                   WRK-TOT-APURADOS ' vendas apuradas, '
                   WRK-TOT-LIBERADOS ' liberadas, '
                   WRK-TOT-ESTORNADOS ' estornadas, '
                   WRK-TOT-FOLHA ' operadores na folha'.
      *------------------------ FIM DO ARQUIVO -------------------------
