              ALTERNATE RECORD KEY IS ARQCRM-CPF-CNPJ
                 WITH DUPLICATES.

           SELECT OCTT  ASSIGN TO './files/CONTATO.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS ARQ-CONTATO-FS
              RECORD KEY IS CTT-KEY.

           SELECT OCTH  ASSIGN TO './files/CONTHIST.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS OCTH-FS
              RECORD KEY IS OCTH-KEY.

           SELECT ARQ-CONTHIST  ASSIGN TO './files/CONTHIST.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS ARQ-CONTHIST-FS
              RECORD KEY IS CTH-KEY.

           SELECT OPAR  ASSIGN TO './files/SISPARAM.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              ALTERNATE RECORD KEY IS HIS-TELEFONE
                 WITH DUPLICATES.

           SELECT OFAT  ASSIGN TO './files/FATURA.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS OFAT-FS
              RECORD KEY IS OFAT-KEY.

           SELECT ARQ-FATURA  ASSIGN TO './files/FATURA.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS ARQ-FATURA-FS
              RECORD KEY IS FAT-KEY.

           SELECT OEST  ASSIGN TO './files/ESTATMES.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS OEST-FS
              RECORD KEY IS OEST-COMPETENCIA.

           SELECT ARQ-ESTAT  ASSIGN TO './files/ESTATMES.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS ARQ-ESTAT-FS
              RECORD KEY IS EST-COMPETENCIA.

           SELECT OOPO  ASSIGN TO './files/OPORTUN.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS OOPO-FS
              RECORD KEY IS OOPO-KEY.

           SELECT ARQ-OPORTUN  ASSIGN TO './files/OPORTUN.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS ARQ-OPORTUN-FS
              RECORD KEY IS OPO-KEY.

           SELECT OITM  ASSIGN TO './files/CTRITEM.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS OITM-FS
              RECORD KEY IS OITM-KEY.

           SELECT ARQ-CTRITEM  ASSIGN TO './files/CTRITEM.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS ARQ-CTRITEM-FS
              RECORD KEY IS ITM-KEY.

           SELECT ORCL  ASSIGN TO './files/RECLAMA.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS ORCL-FS
              RECORD KEY IS ORCL-KEY.

           SELECT ARQ-RECLAMA  ASSIGN TO './files/RECLAMA.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS ARQ-RECLAMA-FS
              RECORD KEY IS RCL-KEY.

           SELECT OPSQ  ASSIGN TO './files/PESQUISA.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS OPSQ-FS
              RECORD KEY IS OPSQ-KEY.

           SELECT ARQ-PESQUISA  ASSIGN TO './files/PESQUISA.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS ARQ-PESQUISA-FS
              RECORD KEY IS PSQ-KEY.

           SELECT ARQ-TMP  ASSIGN TO './files/MIGRA.TMP'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ARQ-TMP-FS.
           05 OARQ-NOME          PIC X(25).
           05 OARQ-EMAIL         PIC X(30).
           05 OARQ-TELEFONE      PIC X(14).
           05 FILLER             PIC X(208).
      *
       FD  ARQCRM.
       COPY 'CRMK-000'.
      *
       FD  OCTT.
       01  OCTT-REGISTRO.
           05 OCTT-KEY.
              10 OCTT-ID        PIC X(06).
              10 OCTT-SEQ       PIC 9(03).
           05 FILLER            PIC X(89).
      *
       FD  ARQ-CONTATO.
       COPY 'CRMK-CTT'.
      *
       FD  OCTH.
       01  OCTH-REGISTRO.
           05 OCTH-KEY.
              10 OCTH-ID        PIC X(06).
              10 OCTH-SEQ       PIC 9(03).
           05 FILLER            PIC X(89).
      *
       FD  ARQ-CONTHIST.
       COPY 'CRMK-CTT' REPLACING LEADING ==CTT== BY ==CTH==.
      *
       FD  OPAR.
       01  OPAR-REGISTRO.
           05 OPAR-CHAVE        PIC X(01).
           05 FILLER            PIC X(45).
      *
       FD  ARQ-SISPARAM.
       COPY 'CRMK-PAR'.
           05 OHIS-NOME         PIC X(25).
           05 OHIS-EMAIL        PIC X(30).
           05 OHIS-TELEFONE     PIC X(14).
           05 FILLER            PIC X(208).
      *
       FD  ARQCRM-HIS.
       COPY 'CRMK-000' REPLACING LEADING ==ARQCRM== BY ==HIS==.
      *
       FD  OFAT.
       01  OFAT-REGISTRO.
           05 OFAT-KEY.
              10 OFAT-CLIENTE   PIC X(06).
              10 OFAT-COMPET    PIC 9(06).
           05 FILLER            PIC X(43).
      *
       FD  ARQ-FATURA.
       COPY 'CRMK-FAT'.
      *
       FD  OEST.
       01  OEST-REGISTRO.
           05 OEST-COMPETENCIA  PIC 9(06).
           05 FILLER            PIC X(39).
      *
       FD  ARQ-ESTAT.
       COPY 'CRMK-EST'.
      *
       FD  OOPO.
       01  OOPO-REGISTRO.
           05 OOPO-KEY          PIC X(09).
           05 FILLER            PIC X(72).
      *
       FD  ARQ-OPORTUN.
       COPY 'CRMK-OPO'.
      *
       FD  OITM.
       01  OITM-REGISTRO.
           05 OITM-KEY          PIC X(07).
           05 FILLER            PIC X(16).
      *
       FD  ARQ-CTRITEM.
       COPY 'CRMK-ITM'.
      *
       FD  ORCL.
       01  ORCL-REGISTRO.
           05 ORCL-KEY          PIC X(09).
           05 FILLER            PIC X(94).
      *
       FD  ARQ-RECLAMA.
       COPY 'CRMK-RCL'.
      *
       FD  OPSQ.
       01  OPSQ-REGISTRO.
           05 OPSQ-KEY          PIC X(09).
           05 FILLER            PIC X(61).
      *
       FD  ARQ-PESQUISA.
       COPY 'CRMK-PSQ'.
      *
       FD  ARQ-TMP.
       01  ARQ-TMP-REGISTRO     PIC X(300).
       COPY 'CRMK-ERR'.
       01  OARQ-FS              PIC 9(02)   VALUE ZERO.
       01  ARQCRM-FS            PIC 9(02)   VALUE ZERO.
       01  OCTT-FS              PIC 9(02)   VALUE ZERO.
       01  ARQ-CONTATO-FS       PIC 9(02)   VALUE ZERO.
       01  OCTH-FS              PIC 9(02)   VALUE ZERO.
       01  ARQ-CONTHIST-FS      PIC 9(02)   VALUE ZERO.
       01  OPAR-FS              PIC 9(02)   VALUE ZERO.
       01  OHIS-FS              PIC 9(02)   VALUE ZERO.
       01  ARQCRM-HIS-FS        PIC 9(02)   VALUE ZERO.
       01  ARQ-SISPARAM-FS      PIC 9(02)   VALUE ZERO.
       01  OFAT-FS              PIC 9(02)   VALUE ZERO.
       01  ARQ-FATURA-FS        PIC 9(02)   VALUE ZERO.
       01  OEST-FS              PIC 9(02)   VALUE ZERO.
       01  ARQ-ESTAT-FS         PIC 9(02)   VALUE ZERO.
       01  OOPO-FS              PIC 9(02)   VALUE ZERO.
       01  ARQ-OPORTUN-FS       PIC 9(02)   VALUE ZERO.
       01  OITM-FS              PIC 9(02)   VALUE ZERO.
       01  ARQ-CTRITEM-FS       PIC 9(02)   VALUE ZERO.
       01  ORCL-FS              PIC 9(02)   VALUE ZERO.
       01  ARQ-RECLAMA-FS       PIC 9(02)   VALUE ZERO.
       01  OPSQ-FS              PIC 9(02)   VALUE ZERO.
       01  ARQ-PESQUISA-FS      PIC 9(02)   VALUE ZERO.
       01  ARQ-TMP-FS           PIC 9(02)   VALUE ZERO.
       01  WRK-RETORNO          PIC 9(09)   VALUE ZERO.
       01  WRK-FS-ABRE          PIC 9(02)   VALUE ZERO.
       01  WRK-TOT-CLIENTES     PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-CONTATOS     PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-CONTHIST     PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-PARAMETROS   PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-HISTORICO    PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-FATURAS      PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-ESTAT        PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-OPORTUN      PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-ITENS        PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-RECLAMACOES  PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-PESQUISAS    PIC 9(05)   VALUE ZERO.
      *=================================================================
       PROCEDURE                                              DIVISION.
      *-----------------------------------------------------------------
       PRINCIPAL                                              SECTION.
      *----------------------------------
           PERFORM MIGRA-ARQCRM
           PERFORM MIGRA-CONTATO
           PERFORM MIGRA-CONTHIST
           PERFORM MIGRA-SISPARAM
           PERFORM MIGRA-ARQCRM-HIS
           PERFORM MIGRA-FATURA
           PERFORM MIGRA-ESTATMES
           PERFORM MIGRA-OPORTUN
           PERFORM MIGRA-CTRITEM
           PERFORM MIGRA-RECLAMA
           PERFORM MIGRA-PESQUISA

           DISPLAY 'MIGRALAY: ' WRK-TOT-CLIENTES ' clientes, '
                   WRK-TOT-CONTATOS ' contatos, '
                   WRK-TOT-CONTHIST ' contatos arquivados, '
                   WRK-TOT-PARAMETROS ' parametros, '
                   WRK-TOT-HISTORICO ' historicos, '
                   WRK-TOT-FATURAS ' faturas, '
                   WRK-TOT-ESTAT ' estatisticas, '
                   WRK-TOT-OPORTUN ' oportunidades, '
                   WRK-TOT-ITENS ' itens de contrato, '
                   WRK-TOT-RECLAMACOES ' reclamacoes, '
                   WRK-TOT-PESQUISAS ' pesquisas convertidos'

           GOBACK.
      *-----------------------------------------------------------------

           PERFORM UNTIL ARQ-TMP-FS NOT EQUAL ZERO
              MOVE ARQ-TMP-REGISTRO TO ARQCRM-REGISTRO
              MOVE ZERO TO ARQCRM-DATA-CONFIRMACAO
              WRITE ARQCRM-REGISTRO
              READ ARQ-TMP
           END-PERFORM
           CALL 'CBL_DELETE_FILE' USING './files/MIGRA.TMP'
              RETURNING WRK-RETORNO.
      *-----------------------------------------------------------------
       MIGRA-CONTATO                                          SECTION.
      *----------------------------------
           OPEN INPUT OCTT

           IF OCTT-FS NOT EQUAL ZERO
              MOVE 'ABRE CONTATO' TO WRK-ERR-SECAO
              MOVE OCTT-FS TO WRK-FS-ABRE
              PERFORM ERRO-ABERTURA-ANTIGO
              EXIT SECTION
           END-IF

           OPEN OUTPUT ARQ-TMP

           READ OCTT NEXT RECORD

           PERFORM UNTIL OCTT-FS NOT EQUAL ZERO
              MOVE SPACES TO ARQ-TMP-REGISTRO
              MOVE OCTT-REGISTRO TO ARQ-TMP-REGISTRO
              WRITE ARQ-TMP-REGISTRO
              ADD 1 TO WRK-TOT-CONTATOS
              READ OCTT NEXT RECORD
           END-PERFORM

           CLOSE OCTT
           CLOSE ARQ-TMP

           CALL 'CBL_DELETE_FILE' USING './files/CONTATO.DAT'
              RETURNING WRK-RETORNO

           OPEN OUTPUT ARQ-CONTATO
           OPEN INPUT ARQ-TMP

           READ ARQ-TMP

           PERFORM UNTIL ARQ-TMP-FS NOT EQUAL ZERO
              MOVE ARQ-TMP-REGISTRO TO CTT-REGISTRO
              MOVE ZERO TO CTT-DATA-INICIO
              MOVE ZERO TO CTT-HORA-INICIO
              MOVE ZERO TO CTT-DURACAO
              SET CTT-SEM-DURACAO TO TRUE
              WRITE CTT-REGISTRO
              READ ARQ-TMP
           END-PERFORM

           CLOSE ARQ-CONTATO
           CLOSE ARQ-TMP

           CALL 'CBL_DELETE_FILE' USING './files/MIGRA.TMP'
              RETURNING WRK-RETORNO.
      *-----------------------------------------------------------------
       MIGRA-CONTHIST                                         SECTION.
      *----------------------------------
           OPEN INPUT OCTH

           IF OCTH-FS NOT EQUAL ZERO
              MOVE 'ABRE CONTHIST' TO WRK-ERR-SECAO
              MOVE OCTH-FS TO WRK-FS-ABRE
              PERFORM ERRO-ABERTURA-ANTIGO
              EXIT SECTION
           END-IF

           OPEN OUTPUT ARQ-TMP

           READ OCTH NEXT RECORD

           PERFORM UNTIL OCTH-FS NOT EQUAL ZERO
              MOVE SPACES TO ARQ-TMP-REGISTRO
              MOVE OCTH-REGISTRO TO ARQ-TMP-REGISTRO
              WRITE ARQ-TMP-REGISTRO
              ADD 1 TO WRK-TOT-CONTHIST
              READ OCTH NEXT RECORD
           END-PERFORM

           CLOSE OCTH
           CLOSE ARQ-TMP

           CALL 'CBL_DELETE_FILE' USING './files/CONTHIST.DAT'
              RETURNING WRK-RETORNO

           OPEN OUTPUT ARQ-CONTHIST
           OPEN INPUT ARQ-TMP

           READ ARQ-TMP

           PERFORM UNTIL ARQ-TMP-FS NOT EQUAL ZERO
              MOVE ARQ-TMP-REGISTRO TO CTH-REGISTRO
              MOVE ZERO TO CTH-DATA-INICIO
              MOVE ZERO TO CTH-HORA-INICIO
              MOVE ZERO TO CTH-DURACAO
              SET CTH-SEM-DURACAO TO TRUE
              WRITE CTH-REGISTRO
              READ ARQ-TMP
           END-PERFORM

           CLOSE ARQ-CONTHIST
           CLOSE ARQ-TMP

           CALL 'CBL_DELETE_FILE' USING './files/MIGRA.TMP'

           PERFORM UNTIL ARQ-TMP-FS NOT EQUAL ZERO
              MOVE ARQ-TMP-REGISTRO TO PAR-REGISTRO
              MOVE 2      TO PAR-PERC-MULTA
              MOVE 0.0333 TO PAR-PERC-JUROS-DIA
              MOVE 500    TO PAR-LIMITE-CANCELAMENTO
              MOVE 10     TO PAR-PERC-DESC-ACORDO
              MOVE 12     TO PAR-MAX-PARCELAS
              MOVE 15     TO PAR-TOLERANCIA-ACORDO
              MOVE 90     TO PAR-DIAS-ESTORNO-CMS
              MOVE 1      TO PAR-PONTOS-POR-REAL
              MOVE 500    TO PAR-PONTOS-ANIVERSARIO
              MOVE 1000   TO PAR-PONTOS-INDICACAO
              MOVE 24     TO PAR-MESES-VALIDADE-PONTOS
              MOVE 0.01   TO PAR-VALOR-PONTO
              MOVE 1000   TO PAR-MIN-RESGATE-PONTOS
              MOVE 24     TO PAR-MESES-RECADASTRO
              WRITE PAR-REGISTRO
              READ ARQ-TMP
           END-PERFORM

           PERFORM UNTIL ARQ-TMP-FS NOT EQUAL ZERO
              MOVE ARQ-TMP-REGISTRO TO HIS-REGISTRO
              MOVE ZERO TO HIS-DATA-CONFIRMACAO
              WRITE HIS-REGISTRO
              READ ARQ-TMP
           END-PERFORM
           CALL 'CBL_DELETE_FILE' USING './files/MIGRA.TMP'
              RETURNING WRK-RETORNO.
      *-----------------------------------------------------------------
       MIGRA-FATURA                                           SECTION.
      *----------------------------------
           OPEN INPUT OFAT

           IF OFAT-FS NOT EQUAL ZERO
              MOVE 'ABRE FATURA' TO WRK-ERR-SECAO
              MOVE OFAT-FS TO WRK-FS-ABRE
              PERFORM ERRO-ABERTURA-ANTIGO
              EXIT SECTION
           END-IF

           OPEN OUTPUT ARQ-TMP

           READ OFAT NEXT RECORD

           PERFORM UNTIL OFAT-FS NOT EQUAL ZERO
              MOVE SPACES TO ARQ-TMP-REGISTRO
              MOVE OFAT-REGISTRO TO ARQ-TMP-REGISTRO
              WRITE ARQ-TMP-REGISTRO
              ADD 1 TO WRK-TOT-FATURAS
              READ OFAT NEXT RECORD
           END-PERFORM

           CLOSE OFAT
           CLOSE ARQ-TMP

           CALL 'CBL_DELETE_FILE' USING './files/FATURA.DAT'
              RETURNING WRK-RETORNO

           OPEN OUTPUT ARQ-FATURA
           OPEN INPUT ARQ-TMP

           READ ARQ-TMP

           PERFORM UNTIL ARQ-TMP-FS NOT EQUAL ZERO
              MOVE ARQ-TMP-REGISTRO TO FAT-REGISTRO
              MOVE ZERO TO FAT-NOSSO-NUMERO
              MOVE ZERO TO FAT-DATA-REMESSA
              MOVE ZERO TO FAT-QTD-PAGTOS
              MOVE ZERO TO FAT-ENCARGOS-PAGOS
              MOVE ZERO TO FAT-ENCARGOS-PENDENTES
              MOVE 'N' TO FAT-CANC-PENDENTE
              MOVE SPACE TO FAT-MOTIVO-CANC
              MOVE ZERO TO FAT-DATA-CANC
              MOVE SPACES TO FAT-OPER-CANC
              MOVE ZERO TO FAT-VALOR-CREDITADO
              MOVE ZERO TO FAT-QTD-REEMISSOES
              MOVE ZERO TO FAT-ETAPA-COBRANCA
              MOVE ZERO TO FAT-DATA-COBRANCA
              MOVE ZERO TO FAT-RPS-NUMERO
              MOVE ZERO TO FAT-NFSE-NUMERO
              MOVE SPACES TO FAT-NFSE-CODVERIF
              MOVE ZERO TO FAT-NFSE-DATA
              MOVE ZERO TO FAT-ACORDO
              MOVE ZERO TO FAT-PARCELA
              MOVE ZERO TO FAT-DATA-RENEG
              MOVE ZERO TO FAT-SALDO-RENEG
              MOVE ZERO TO FAT-DATA-REATIV
              MOVE ZERO TO FAT-SALDO-REATIV
              MOVE SPACE TO FAT-INSTR-BANCO
              MOVE ZERO TO FAT-INSTR-NOSSO-NUMERO
              MOVE ZERO TO FAT-INSTR-VALOR
              MOVE ZERO TO FAT-INSTR-DATA-REMESSA
              EVALUATE TRUE
                 WHEN FAT-FATURA-CANCELADA
                    MOVE ZERO TO FAT-SALDO
                 WHEN FAT-VALOR-PAGO LESS THAN FAT-VALOR
                    COMPUTE FAT-SALDO = FAT-VALOR - FAT-VALOR-PAGO
                    SET FAT-FATURA-ABERTA TO TRUE
                 WHEN OTHER
                    MOVE ZERO TO FAT-SALDO
              END-EVALUATE
              WRITE FAT-REGISTRO
              READ ARQ-TMP
           END-PERFORM

           CLOSE ARQ-FATURA
           CLOSE ARQ-TMP

           CALL 'CBL_DELETE_FILE' USING './files/MIGRA.TMP'
              RETURNING WRK-RETORNO.
      *-----------------------------------------------------------------
       MIGRA-ESTATMES                                         SECTION.
      *----------------------------------
           OPEN INPUT OEST

           IF OEST-FS NOT EQUAL ZERO
              MOVE 'ABRE ESTATMES' TO WRK-ERR-SECAO
              MOVE OEST-FS TO WRK-FS-ABRE
              PERFORM ERRO-ABERTURA-ANTIGO
              EXIT SECTION
           END-IF

           OPEN OUTPUT ARQ-TMP

           READ OEST NEXT RECORD

           PERFORM UNTIL OEST-FS NOT EQUAL ZERO
              MOVE SPACES TO ARQ-TMP-REGISTRO
              MOVE OEST-REGISTRO TO ARQ-TMP-REGISTRO
              WRITE ARQ-TMP-REGISTRO
              ADD 1 TO WRK-TOT-ESTAT
              READ OEST NEXT RECORD
           END-PERFORM

           CLOSE OEST
           CLOSE ARQ-TMP

           CALL 'CBL_DELETE_FILE' USING './files/ESTATMES.DAT'
              RETURNING WRK-RETORNO

           OPEN OUTPUT ARQ-ESTAT
           OPEN INPUT ARQ-TMP

           READ ARQ-TMP

           PERFORM UNTIL ARQ-TMP-FS NOT EQUAL ZERO
              MOVE ARQ-TMP-REGISTRO TO EST-REGISTRO
              MOVE ZERO TO EST-RECEB-PRINCIPAL
              MOVE ZERO TO EST-RECEB-ENCARGOS
              MOVE ZERO TO EST-PONTOS-GANHOS
              MOVE ZERO TO EST-PONTOS-RESGATADOS
              MOVE ZERO TO EST-PONTOS-EXPIRADOS
              MOVE ZERO TO EST-PONTOS-SALDO
              MOVE ZERO TO EST-PASSIVO-PONTOS
              WRITE EST-REGISTRO
              READ ARQ-TMP
           END-PERFORM

           CLOSE ARQ-ESTAT
           CLOSE ARQ-TMP

           CALL 'CBL_DELETE_FILE' USING './files/MIGRA.TMP'
              RETURNING WRK-RETORNO.
      *-----------------------------------------------------------------
       MIGRA-OPORTUN                                          SECTION.
      *----------------------------------
           OPEN INPUT OOPO

           IF OOPO-FS NOT EQUAL ZERO
              MOVE 'ABRE OPORTUN' TO WRK-ERR-SECAO
              MOVE OOPO-FS TO WRK-FS-ABRE
              PERFORM ERRO-ABERTURA-ANTIGO
              EXIT SECTION
           END-IF

           OPEN OUTPUT ARQ-TMP

           READ OOPO NEXT RECORD

           PERFORM UNTIL OOPO-FS NOT EQUAL ZERO
              MOVE SPACES TO ARQ-TMP-REGISTRO
              MOVE OOPO-REGISTRO TO ARQ-TMP-REGISTRO
              WRITE ARQ-TMP-REGISTRO
              ADD 1 TO WRK-TOT-OPORTUN
              READ OOPO NEXT RECORD
           END-PERFORM

           CLOSE OOPO
           CLOSE ARQ-TMP

           CALL 'CBL_DELETE_FILE' USING './files/OPORTUN.DAT'
              RETURNING WRK-RETORNO

           OPEN OUTPUT ARQ-OPORTUN
           OPEN INPUT ARQ-TMP

           READ ARQ-TMP

           PERFORM UNTIL ARQ-TMP-FS NOT EQUAL ZERO
              MOVE ARQ-TMP-REGISTRO TO OPO-REGISTRO
              MOVE ZERO TO OPO-CONTRATO
              WRITE OPO-REGISTRO
              READ ARQ-TMP
           END-PERFORM

           CLOSE ARQ-OPORTUN
           CLOSE ARQ-TMP

           CALL 'CBL_DELETE_FILE' USING './files/MIGRA.TMP'
              RETURNING WRK-RETORNO.
      *-----------------------------------------------------------------
       MIGRA-CTRITEM                                          SECTION.
      *----------------------------------
           OPEN INPUT OITM

           IF OITM-FS NOT EQUAL ZERO
              MOVE 'ABRE CTRITEM' TO WRK-ERR-SECAO
              MOVE OITM-FS TO WRK-FS-ABRE
              PERFORM ERRO-ABERTURA-ANTIGO
              EXIT SECTION
           END-IF

           OPEN OUTPUT ARQ-TMP

           READ OITM NEXT RECORD

           PERFORM UNTIL OITM-FS NOT EQUAL ZERO
              MOVE SPACES TO ARQ-TMP-REGISTRO
              MOVE OITM-REGISTRO TO ARQ-TMP-REGISTRO
              WRITE ARQ-TMP-REGISTRO
              ADD 1 TO WRK-TOT-ITENS
              READ OITM NEXT RECORD
           END-PERFORM

           CLOSE OITM
           CLOSE ARQ-TMP

           CALL 'CBL_DELETE_FILE' USING './files/CTRITEM.DAT'
              RETURNING WRK-RETORNO

           OPEN OUTPUT ARQ-CTRITEM
           OPEN INPUT ARQ-TMP

           READ ARQ-TMP

           PERFORM UNTIL ARQ-TMP-FS NOT EQUAL ZERO
              MOVE ARQ-TMP-REGISTRO TO ITM-REGISTRO
              MOVE ZERO TO ITM-DATA-PRECO
              IF ITM-QTDE GREATER THAN ZERO
                 COMPUTE ITM-PRECO-LISTA ROUNDED =
                         ITM-VALOR / ITM-QTDE
              ELSE
                 MOVE ITM-VALOR TO ITM-PRECO-LISTA
              END-IF
              WRITE ITM-REGISTRO
              READ ARQ-TMP
           END-PERFORM

           CLOSE ARQ-CTRITEM
           CLOSE ARQ-TMP

           CALL 'CBL_DELETE_FILE' USING './files/MIGRA.TMP'
              RETURNING WRK-RETORNO.
      *-----------------------------------------------------------------
       MIGRA-RECLAMA                                          SECTION.
      *----------------------------------
           OPEN INPUT ORCL

           IF ORCL-FS NOT EQUAL ZERO
              MOVE 'ABRE RECLAMA' TO WRK-ERR-SECAO
              MOVE ORCL-FS TO WRK-FS-ABRE
              PERFORM ERRO-ABERTURA-ANTIGO
              EXIT SECTION
           END-IF

           OPEN OUTPUT ARQ-TMP

           READ ORCL NEXT RECORD

           PERFORM UNTIL ORCL-FS NOT EQUAL ZERO
              MOVE SPACES TO ARQ-TMP-REGISTRO
              MOVE ORCL-REGISTRO TO ARQ-TMP-REGISTRO
              WRITE ARQ-TMP-REGISTRO
              ADD 1 TO WRK-TOT-RECLAMACOES
              READ ORCL NEXT RECORD
           END-PERFORM

           CLOSE ORCL
           CLOSE ARQ-TMP

           CALL 'CBL_DELETE_FILE' USING './files/RECLAMA.DAT'
              RETURNING WRK-RETORNO

           OPEN OUTPUT ARQ-RECLAMA
           OPEN INPUT ARQ-TMP

           READ ARQ-TMP

           PERFORM UNTIL ARQ-TMP-FS NOT EQUAL ZERO
              MOVE ARQ-TMP-REGISTRO TO RCL-REGISTRO
              MOVE 'S' TO RCL-PESQUISA
              WRITE RCL-REGISTRO
              READ ARQ-TMP
           END-PERFORM

           CLOSE ARQ-RECLAMA
           CLOSE ARQ-TMP

           CALL 'CBL_DELETE_FILE' USING './files/MIGRA.TMP'
              RETURNING WRK-RETORNO.
      *-----------------------------------------------------------------
       MIGRA-PESQUISA                                         SECTION.
      *----------------------------------
           OPEN INPUT OPSQ

           IF OPSQ-FS NOT EQUAL ZERO
              MOVE 'ABRE PESQUISA' TO WRK-ERR-SECAO
              MOVE OPSQ-FS TO WRK-FS-ABRE
              PERFORM ERRO-ABERTURA-ANTIGO
              EXIT SECTION
           END-IF

           OPEN OUTPUT ARQ-TMP

           READ OPSQ NEXT RECORD

           PERFORM UNTIL OPSQ-FS NOT EQUAL ZERO
              MOVE SPACES TO ARQ-TMP-REGISTRO
              MOVE OPSQ-REGISTRO TO ARQ-TMP-REGISTRO
              WRITE ARQ-TMP-REGISTRO
              ADD 1 TO WRK-TOT-PESQUISAS
              READ OPSQ NEXT RECORD
           END-PERFORM

           CLOSE OPSQ
           CLOSE ARQ-TMP

           CALL 'CBL_DELETE_FILE' USING './files/PESQUISA.DAT'
              RETURNING WRK-RETORNO

           OPEN OUTPUT ARQ-PESQUISA
           OPEN INPUT ARQ-TMP

           READ ARQ-TMP

           PERFORM UNTIL ARQ-TMP-FS NOT EQUAL ZERO
              MOVE ARQ-TMP-REGISTRO TO PSQ-REGISTRO
              MOVE ZERO TO PSQ-RCL-SEQ
              WRITE PSQ-REGISTRO
              READ ARQ-TMP
           END-PERFORM

           CLOSE ARQ-PESQUISA
           CLOSE ARQ-TMP

           CALL 'CBL_DELETE_FILE' USING './files/MIGRA.TMP'
              RETURNING WRK-RETORNO.
      *-----------------------------------------------------------------
       MENSAGENS                                              SECTION.
      *----------------------------------
       ERRO-ABERTURA-ANTIGO.
