              FILE STATUS IS ARQCRM-CTT-FS
              RECORD KEY IS CTT-KEY.

           SELECT ARQ-PAGTOS  ASSIGN TO './files/PAGTOS.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS ARQ-PAGTOS-FS
              RECORD KEY IS PGT-KEY.

           SELECT ARQ-ESTAT  ASSIGN TO './files/ESTATMES.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS ARQ-ESTAT-FS
              RECORD KEY IS EST-COMPETENCIA.

           SELECT ARQ-PONTOS  ASSIGN TO './files/PONTOS.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS ARQ-PONTOS-FS
              RECORD KEY IS PTO-KEY.

           SELECT ARQCRM-PAR  ASSIGN TO './files/SISPARAM.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS ARQCRM-PAR-FS
              RECORD KEY IS PAR-CHAVE.

           SELECT REL-TEN  ASSIGN TO './files/TENDENCIA.LST'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REL-TEN-FS.
      *
       FD  ARQCRM-CTT.
       COPY 'CRMK-CTT'.
      *
       FD  ARQ-PAGTOS.
       COPY 'CRMK-PGT'.
      *
       FD  ARQ-ESTAT.
       COPY 'CRMK-EST'.
      *
       FD  ARQ-PONTOS.
       COPY 'CRMK-PTO'.
      *
       FD  ARQCRM-PAR.
       COPY 'CRMK-PAR'.
      *
       FD  REL-TEN.
       01  REL-TEN-LINHA        PIC X(120).
       COPY 'CRMK-FST'.
       COPY 'CRMK-ERR'.
       COPY 'CRMK-SAI'.
       COPY 'CRMK-LOG'.
       COPY 'CRMK-PFQ'.
       01  ARQCRM-FS            PIC 9(02)   VALUE ZERO.
       01  ARQ-CONTRATO-FS      PIC 9(02)   VALUE ZERO.
       01  ARQCRM-CTT-FS        PIC 9(02)   VALUE ZERO.
       01  ARQ-PAGTOS-FS        PIC 9(02)   VALUE ZERO.
       01  ARQ-ESTAT-FS         PIC 9(02)   VALUE ZERO.
       01  ARQ-PONTOS-FS        PIC 9(02)   VALUE ZERO.
       01  ARQCRM-PAR-FS        PIC 9(02)   VALUE ZERO.
       01  REL-TEN-FS           PIC 9(02)   VALUE ZERO.
       01  WRK-HOJE             PIC 9(08)   VALUE ZERO.
       01  WRK-PARM             PIC X(20)   VALUE SPACES.
       01  WRK-JA-FECHADA       PIC X(01)   VALUE 'N'.
       01  WRK-COMP.
           05 WRK-COMP-ANO      PIC 9(04)   VALUE ZERO.
           05 WRK-COMP-MES      PIC 9(02)   VALUE ZERO.
       01  WRK-VAR-NOVOS        PIC S9(03)V99 VALUE ZERO.
       01  WRK-VAR-VALOR        PIC S9(03)V99 VALUE ZERO.
       01  WRK-PRIMEIRO         PIC X(01)   VALUE 'S'.
       01  WRK-PRI-DIA-ATUAL    PIC 9(08)   VALUE ZERO.
       01  WRK-ULT-DIA          PIC 9(08)   VALUE ZERO.
      *=================================================================
       PROCEDURE                                              DIVISION.
      *-----------------------------------------------------------------
       PRINCIPAL                                              SECTION.
      *----------------------------------
           PERFORM INICIAR

           IF WRK-JA-FECHADA NOT EQUAL 'S'
              PERFORM APURA-COMPETENCIA
              PERFORM APURA-PONTOS
              PERFORM GRAVA-ESTATISTICA
              PERFORM REGISTRA-FECHAMENTO
           END-IF

           PERFORM RELATORIO-TENDENCIA
           PERFORM FINALIZAR
           GOBACK.
       INICIAR                                                SECTION.
      *----------------------------------
           MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-HOJE

           ACCEPT WRK-PARM FROM COMMAND-LINE

           IF WRK-PARM(1:6) IS NUMERIC
              AND WRK-PARM(7:1) EQUAL SPACE
              MOVE WRK-PARM(1:6) TO WRK-COMP-NUM
              IF WRK-COMP-MES LESS THAN 1
                 OR WRK-COMP-MES GREATER THAN 12
                 OR WRK-COMP-NUM NOT LESS THAN WRK-HOJE(1:6)
                 DISPLAY 'FECHAMES: competencia invalida ou ainda em '
                         'curso: ' WRK-PARM(1:6)
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           ELSE
              MOVE WRK-HOJE(1:4) TO WRK-COMP-ANO
              MOVE WRK-HOJE(5:2) TO WRK-COMP-MES
              IF WRK-COMP-MES EQUAL 1
                 SUBTRACT 1 FROM WRK-COMP-ANO
                 MOVE 12 TO WRK-COMP-MES
              ELSE
                 SUBTRACT 1 FROM WRK-COMP-MES
              END-IF
           END-IF

           MOVE WRK-COMP-ANO TO WRK-COMP-I-ANO
           MOVE WRK-COMP-MES TO WRK-COMP-I-MES

           IF WRK-COMP-I-MES EQUAL 12
              ADD 1 TO WRK-COMP-I-ANO
              MOVE 1 TO WRK-COMP-I-MES
           ELSE
              ADD 1 TO WRK-COMP-I-MES
           END-IF

           COMPUTE WRK-PRI-DIA-ATUAL = WRK-COMP-I-NUM * 100 + 1
           COMPUTE WRK-ULT-DIA = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WRK-PRI-DIA-ATUAL) - 1)

           INITIALIZE WRK-PFC-PEDIDO
           SET WRK-PFC-CONSULTA TO TRUE
           MOVE WRK-COMP-NUM TO WRK-PFC-COMPETENCIA
           CALL 'PERIODO' USING WRK-PFC-PEDIDO

           IF WRK-PFC-FECHADA
              MOVE 'S' TO WRK-JA-FECHADA
           END-IF

           PERFORM ABRE-ARQUIVO-ESTAT
           MOVE ZERO TO EST-ENCERRADOS
           MOVE ZERO TO EST-CTR-ATIVOS
           MOVE ZERO TO EST-VALOR-ATIVO
           MOVE ZERO TO EST-CONTATOS
           MOVE ZERO TO EST-RECEB-PRINCIPAL
           MOVE ZERO TO EST-RECEB-ENCARGOS
           MOVE ZERO TO EST-PONTOS-GANHOS
           MOVE ZERO TO EST-PONTOS-RESGATADOS
           MOVE ZERO TO EST-PONTOS-EXPIRADOS
           MOVE ZERO TO EST-PONTOS-SALDO
           MOVE ZERO TO EST-PASSIVO-PONTOS.
      *-----------------------------------------------------------------
       APURA-COMPETENCIA                                      SECTION.
      *----------------------------------
                 READ ARQCRM-CTT NEXT RECORD
              END-PERFORM
              CLOSE ARQCRM-CTT
           END-IF

           OPEN INPUT ARQ-PAGTOS

           IF ARQ-PAGTOS-FS EQUAL ZERO
              READ ARQ-PAGTOS NEXT RECORD
              PERFORM UNTIL ARQ-PAGTOS-FS NOT EQUAL ZERO
                 IF PGT-DATA(1:6) EQUAL WRK-COMP-NUM
                    PERFORM ACUMULA-RECEBIMENTO
                 END-IF
                 READ ARQ-PAGTOS NEXT RECORD
              END-PERFORM
              CLOSE ARQ-PAGTOS
           END-IF.
      *-----------------------------------------------------------------
       ACUMULA-RECEBIMENTO                                    SECTION.
      *----------------------------------
           IF PGT-METODO-CREDITO
              ADD PGT-VALOR TO EST-RECEB-PRINCIPAL
           ELSE
              COMPUTE EST-RECEB-PRINCIPAL = EST-RECEB-PRINCIPAL +
                 PGT-VALOR - PGT-VALOR-ENCARGOS - PGT-VALOR-CREDITO
              ADD PGT-VALOR-ENCARGOS TO EST-RECEB-ENCARGOS
           END-IF.
      *-----------------------------------------------------------------
       APURA-PONTOS                                           SECTION.
      *----------------------------------
           OPEN INPUT ARQ-PONTOS

           IF ARQ-PONTOS-FS NOT EQUAL ZERO
              EXIT SECTION
           END-IF

           READ ARQ-PONTOS NEXT RECORD

           PERFORM UNTIL ARQ-PONTOS-FS NOT EQUAL ZERO
              IF PTO-COMPETENCIA EQUAL WRK-COMP-NUM
                 EVALUATE TRUE
                    WHEN PTO-LOTE-GANHO
                       ADD PTO-PONTOS TO EST-PONTOS-GANHOS
                    WHEN PTO-RESGATE
                       ADD PTO-PONTOS TO EST-PONTOS-RESGATADOS
                    WHEN PTO-EXPIRACAO
                       ADD PTO-PONTOS TO EST-PONTOS-EXPIRADOS
                 END-EVALUATE
              END-IF
              IF PTO-LOTE-GANHO
                 AND PTO-DATA-EXPIRA GREATER THAN WRK-ULT-DIA
                 ADD PTO-SALDO-LOTE TO EST-PONTOS-SALDO
              END-IF
              READ ARQ-PONTOS NEXT RECORD
           END-PERFORM

           CLOSE ARQ-PONTOS

           OPEN INPUT ARQCRM-PAR

           IF ARQCRM-PAR-FS EQUAL ZERO
              MOVE 'P' TO PAR-CHAVE
              READ ARQCRM-PAR
              CLOSE ARQCRM-PAR
           END-IF

           IF PAR-VALOR-PONTO NOT NUMERIC
              MOVE 0.01 TO PAR-VALOR-PONTO
           END-IF

           COMPUTE EST-PASSIVO-PONTOS ROUNDED =
              EST-PONTOS-SALDO * PAR-VALOR-PONTO.
      *-----------------------------------------------------------------
       GRAVA-ESTATISTICA                                      SECTION.
      *----------------------------------
           IF ARQ-ESTAT-FS EQUAL 22
              REWRITE EST-REGISTRO
           END-IF.
      *-----------------------------------------------------------------
       REGISTRA-FECHAMENTO                                    SECTION.
      *----------------------------------
           INITIALIZE WRK-PFC-PEDIDO
           SET WRK-PFC-FECHA TO TRUE
           MOVE WRK-COMP-NUM TO WRK-PFC-COMPETENCIA
           MOVE 'BATCH'      TO WRK-PFC-OPERADOR
           CALL 'PERIODO' USING WRK-PFC-PEDIDO

           MOVE 'FECHAPER'   TO WRK-LOG-OPERACAO
           MOVE SPACES       TO WRK-LOG-ID
           MOVE SPACES       TO WRK-LOG-NOME
           MOVE SPACES       TO WRK-LOG-MOTIVO
           STRING 'COMPETENCIA ' WRK-COMP-NUM ' FECHADA'
              DELIMITED BY SIZE INTO WRK-LOG-MOTIVO
           MOVE 'BATCH'      TO WRK-LOG-OPERADOR
           CALL 'GRAVALOG' USING WRK-LOG-REGISTRO.
      *-----------------------------------------------------------------
       RELATORIO-TENDENCIA                                    SECTION.
      *----------------------------------
           WRITE REL-TEN-LINHA

           MOVE 'COMPET NOVOS ENCERR CTRATV VALOR ATIVO   CONTATOS VA
      -         'R.NOVOS% VAR.VALOR%  RECEB.PRINC  MULTA/JUROS'
                                                    TO REL-TEN-LINHA
           WRITE REL-TEN-LINHA

           MOVE WRK-COMP-ANO TO WRK-COMP-I-ANO
              END-IF
           END-PERFORM

           PERFORM ESCREVE-BLOCO-PONTOS

           CLOSE REL-TEN

           MOVE 'TENDEN' TO SAI-TIPO
           STRING EST-COMPETENCIA ' ' EST-NOVOS-CAD ' '
              EST-ENCERRADOS '  ' EST-CTR-ATIVOS '  '
              EST-VALOR-ATIVO '  ' EST-CONTATOS '    '
              WRK-VAR-NOVOS '    ' WRK-VAR-VALOR '  '
              EST-RECEB-PRINCIPAL '  ' EST-RECEB-ENCARGOS
              DELIMITED BY SIZE INTO REL-TEN-LINHA
           WRITE REL-TEN-LINHA

           MOVE EST-NOVOS-CAD   TO WRK-NOVOS-ANT
           MOVE EST-VALOR-ATIVO TO WRK-VALOR-ANT.
      *-----------------------------------------------------------------
       ESCREVE-BLOCO-PONTOS                                   SECTION.
      *----------------------------------
           MOVE WRK-COMP-NUM TO EST-COMPETENCIA
           READ ARQ-ESTAT

           IF ARQ-ESTAT-FS NOT EQUAL ZERO
              EXIT SECTION
           END-IF

           MOVE SPACES TO REL-TEN-LINHA
           WRITE REL-TEN-LINHA

           MOVE SPACES TO REL-TEN-LINHA
           STRING 'PROGRAMA DE FIDELIDADE - COMPETENCIA '
              EST-COMPETENCIA
              DELIMITED BY SIZE INTO REL-TEN-LINHA
           WRITE REL-TEN-LINHA

           MOVE SPACES TO REL-TEN-LINHA
           STRING 'PONTOS GANHOS ' EST-PONTOS-GANHOS
              '  RESGATADOS ' EST-PONTOS-RESGATADOS
              '  EXPIRADOS ' EST-PONTOS-EXPIRADOS
              DELIMITED BY SIZE INTO REL-TEN-LINHA
           WRITE REL-TEN-LINHA

           MOVE SPACES TO REL-TEN-LINHA
           STRING 'SALDO EM ABERTO ' EST-PONTOS-SALDO
              '  PASSIVO A PROVISIONAR ' EST-PASSIVO-PONTOS
              DELIMITED BY SIZE INTO REL-TEN-LINHA
           WRITE REL-TEN-LINHA.
      *-----------------------------------------------------------------
       MENSAGENS                                              SECTION.
      *----------------------------------
      *----------------------------------
           CLOSE ARQ-ESTAT

           IF WRK-JA-FECHADA EQUAL 'S'
              DISPLAY 'FECHAMES: competencia ' WRK-COMP-NUM
                      ' ja fechada em ' WRK-PFC-DATA-FECHAMENTO
                      ' - estatistica mantida, ' WRK-MESES
                      ' meses no relatorio de tendencia'
           ELSE
              DISPLAY 'FECHAMES: competencia ' WRK-COMP-NUM
                      ' fechada, ' WRK-MESES
                      ' meses no relatorio de tendencia'
           END-IF.
      *-----------------------------------------------------------------
       ARQUIVOS                                               SECTION.
      *----------------------------------
