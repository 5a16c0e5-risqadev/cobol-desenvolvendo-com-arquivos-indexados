      *=================================================================
       IDENTIFICATION                                         DIVISION.
       PROGRAM-ID. NFSRET.
      *=================================================================
       ENVIRONMENT                                            DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT                                           SECTION.
      *----------------------------------
       FILE-CONTROL.
           SELECT ARQ-FATURA  ASSIGN TO './files/FATURA.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS ARQ-FATURA-FS
              RECORD KEY IS FAT-KEY.

           SELECT ARQ-NFSCTL  ASSIGN TO './files/NFSCTL.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS ARQ-NFSCTL-FS
              RECORD KEY IS NFC-CHAVE.

           SELECT ARQ-RPS  ASSIGN TO './files/RPS.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS ARQ-RPS-FS
              RECORD KEY IS RPS-NUMERO.

           SELECT ARQ-RET  ASSIGN TO './files/NFSRET.TXT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ARQ-RET-FS.

           SELECT REL-RET  ASSIGN TO WRK-RELRET-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REL-RET-FS.
      *=================================================================
       DATA                                                   DIVISION.
      *-----------------------------------------------------------------
       FILE                                                   SECTION.
      *----------------------------------
       FD  ARQ-FATURA.
       COPY 'CRMK-FAT'.
      *
       FD  ARQ-NFSCTL.
       COPY 'CRMK-NFC'.
      *
       FD  ARQ-RPS.
       COPY 'CRMK-RPS'.
      *
       FD  ARQ-RET.
       COPY 'CRMK-NFR'.
      *
       FD  REL-RET.
       01  REL-RET-LINHA        PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE                                        SECTION.
      *----------------------------------
       COPY 'CRMK-FST'.
       COPY 'CRMK-ERR'.
       COPY 'CRMK-LOG'.
       COPY 'CRMK-SAI'.
       01  ARQ-FATURA-FS        PIC 9(02)   VALUE ZERO.
       01  ARQ-NFSCTL-FS        PIC 9(02)   VALUE ZERO.
       01  ARQ-RPS-FS           PIC 9(02)   VALUE ZERO.
       01  ARQ-RET-FS           PIC 9(02)   VALUE ZERO.
       01  REL-RET-FS           PIC 9(02)   VALUE ZERO.
       01  WRK-RELRET-PATH      PIC X(40)   VALUE SPACES.
       01  WRK-PARM             PIC X(20)   VALUE SPACES.
       01  WRK-REPROCESSA       PIC X(01)   VALUE 'N'.
       01  WRK-TEM-HEADER       PIC X(01)   VALUE 'N'.
       01  WRK-TEM-TRAILER      PIC X(01)   VALUE 'N'.
       01  WRK-ARQUIVO-VALIDO   PIC X(01)   VALUE 'N'.
       01  WRK-HDR-SEQ          PIC 9(06)   VALUE ZERO.
       01  WRK-OCORRENCIA-TXT   PIC X(45)   VALUE SPACES.
       01  WRK-TOT-DETALHES     PIC 9(07)   VALUE ZERO.
       01  WRK-TOT-VALOR-LIDO   PIC 9(13)V99 VALUE ZERO.
       01  WRK-TOT-REGISTRADAS  PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-JA-REGISTR   PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-NAO-ENCONTR  PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-REJEITADAS   PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-CANCELADAS   PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-DIVERGENTES  PIC 9(05)   VALUE ZERO.
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
           ACCEPT WRK-PARM FROM COMMAND-LINE
           MOVE FUNCTION UPPER-CASE(WRK-PARM) TO WRK-PARM

           IF WRK-PARM(1:6) EQUAL 'REPROC'
              MOVE 'S' TO WRK-REPROCESSA
           END-IF

           OPEN INPUT ARQ-RET

           IF ARQ-RET-FS NOT EQUAL ZERO
              MOVE 'ABRE NFSRET.TXT' TO WRK-ERR-SECAO
              MOVE ARQ-RET-FS TO WRK-ERR-FS
              PERFORM GRAVA-ERRO-FATAL
              PERFORM TRADUZ-RET-FS
              DISPLAY 'NFSRET: ERRO ABERTURA NFSRET.TXT - FS: '
                      ARQ-RET-FS ' (' WRK-FST-MENSAGEM ')'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN I-O ARQ-NFSCTL

           MOVE 'N' TO NFC-CHAVE
           READ ARQ-NFSCTL

           IF ARQ-NFSCTL-FS NOT EQUAL ZERO
              OR NFC-INSCR-MUNIC EQUAL SPACES
              DISPLAY 'NFSRET: parametros da NFS-e nao configurados'
                      ' (Setup - NFSCTL.DAT)'
              CLOSE ARQ-RET
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN I-O ARQ-RPS

           IF ARQ-RPS-FS NOT EQUAL ZERO
              MOVE 'ABRE RPS' TO WRK-ERR-SECAO
              MOVE ARQ-RPS-FS TO WRK-ERR-FS
              PERFORM GRAVA-ERRO-FATAL
              DISPLAY 'NFSRET: ERRO ABERTURA RPS.DAT - FS: '
                      ARQ-RPS-FS
              CLOSE ARQ-RET
              CLOSE ARQ-NFSCTL
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN I-O ARQ-FATURA

           IF ARQ-FATURA-FS NOT EQUAL ZERO
              MOVE 'ABRE FATURA' TO WRK-ERR-SECAO
              MOVE ARQ-FATURA-FS TO WRK-ERR-FS
              PERFORM GRAVA-ERRO-FATAL
              DISPLAY 'NFSRET: ERRO ABERTURA FATURA.DAT - FS: '
                      ARQ-FATURA-FS
              CLOSE ARQ-RET
              CLOSE ARQ-NFSCTL
              CLOSE ARQ-RPS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           MOVE SPACES TO WRK-RELRET-PATH
           STRING './files/NFSRET-' FUNCTION CURRENT-DATE(1:14)
              '.LST' DELIMITED BY SIZE INTO WRK-RELRET-PATH

           OPEN OUTPUT REL-RET

           MOVE 'CRM - RETORNO DE NFS-E DA PREFEITURA' TO REL-RET-LINHA
           WRITE REL-RET-LINHA

           MOVE 'CLIENTE COMPET RPS       NFS-E     COD.VERIF OCORREN
      -         'CIA'                                 TO REL-RET-LINHA
           WRITE REL-RET-LINHA.
      *-----------------------------------------------------------------
       PROCESSAR                                              SECTION.
      *----------------------------------
           READ ARQ-RET

           PERFORM UNTIL ARQ-RET-FS NOT EQUAL ZERO
              EVALUATE NFR-HDR-TIPO
                 WHEN '1'
                    PERFORM TRATA-HEADER
                 WHEN '2'
                    PERFORM TRATA-DETALHE
                 WHEN '9'
                    PERFORM TRATA-TRAILER
                 WHEN OTHER
                    ADD 1 TO WRK-TOT-DIVERGENTES
                    MOVE 'LINHA COM TIPO DE REGISTRO DESCONHECIDO'
                                                    TO REL-RET-LINHA
                    WRITE REL-RET-LINHA
              END-EVALUATE
              READ ARQ-RET
           END-PERFORM.
      *-----------------------------------------------------------------
       TRATA-HEADER                                           SECTION.
      *----------------------------------
           MOVE 'S' TO WRK-TEM-HEADER
           MOVE 'S' TO WRK-ARQUIVO-VALIDO
           MOVE NFR-HDR-SEQ-ARQ TO WRK-HDR-SEQ

           IF NFR-HDR-INSCR-MUNIC NOT EQUAL NFC-INSCR-MUNIC
              MOVE 'N' TO WRK-ARQUIVO-VALIDO
              MOVE SPACES TO REL-RET-LINHA
              STRING '       HEADER DE OUTRA INSCRICAO MUNICIPAL: '
                 NFR-HDR-INSCR-MUNIC
                 DELIMITED BY SIZE INTO REL-RET-LINHA
              WRITE REL-RET-LINHA
           END-IF

           IF WRK-HDR-SEQ NOT GREATER THAN NFC-ULT-RETORNO
              AND WRK-REPROCESSA NOT EQUAL 'S'
              MOVE 'N' TO WRK-ARQUIVO-VALIDO
              MOVE SPACES TO REL-RET-LINHA
              STRING '       RETORNO SEQ ' WRK-HDR-SEQ
                 ' JA PROCESSADO (ULTIMO ' NFC-ULT-RETORNO
                 '). USE REPROC PARA REPROCESSAR.'
                 DELIMITED BY SIZE INTO REL-RET-LINHA
              WRITE REL-RET-LINHA
           END-IF

           IF WRK-ARQUIVO-VALIDO NOT EQUAL 'S'
              ADD 1 TO WRK-TOT-DIVERGENTES
           END-IF.
      *-----------------------------------------------------------------
       TRATA-DETALHE                                          SECTION.
      *----------------------------------
           ADD 1 TO WRK-TOT-DETALHES
           ADD NFR-DET-VALOR TO WRK-TOT-VALOR-LIDO

           IF WRK-ARQUIVO-VALIDO NOT EQUAL 'S'
              EXIT SECTION
           END-IF

           MOVE NFR-DET-RPS TO RPS-NUMERO
           READ ARQ-RPS

           IF ARQ-RPS-FS NOT EQUAL ZERO
              ADD 1 TO WRK-TOT-NAO-ENCONTR
              MOVE 'RPS NAO ENCONTRADO NO REGISTRO'
                                               TO WRK-OCORRENCIA-TXT
              PERFORM ESCREVE-LINHA-RETORNO
              EXIT SECTION
           END-IF

           IF RPS-CLIENTE NOT EQUAL NFR-DET-CLIENTE
              OR RPS-COMPETENCIA NOT EQUAL NFR-DET-COMPETENCIA
              ADD 1 TO WRK-TOT-DIVERGENTES
              MOVE SPACES TO WRK-OCORRENCIA-TXT
              STRING 'RPS EMITIDO PARA ' RPS-CLIENTE ' '
                 RPS-COMPETENCIA
                 DELIMITED BY SIZE INTO WRK-OCORRENCIA-TXT
              PERFORM ESCREVE-LINHA-RETORNO
              EXIT SECTION
           END-IF

           EVALUATE NFR-DET-SITUACAO
              WHEN 'N'
                 PERFORM REGISTRA-NFSE
              WHEN 'R'
                 PERFORM TRATA-RPS-REJEITADO
              WHEN 'C'
                 PERFORM TRATA-NFSE-CANCELADA
              WHEN OTHER
                 ADD 1 TO WRK-TOT-DIVERGENTES
                 MOVE SPACES TO WRK-OCORRENCIA-TXT
                 STRING 'SITUACAO ' NFR-DET-SITUACAO ' NAO TRATADA'
                    DELIMITED BY SIZE INTO WRK-OCORRENCIA-TXT
                 PERFORM ESCREVE-LINHA-RETORNO
           END-EVALUATE.
      *-----------------------------------------------------------------
       REGISTRA-NFSE                                          SECTION.
      *----------------------------------
           IF RPS-CONVERTIDO
              IF RPS-NFSE-NUMERO EQUAL NFR-DET-NFSE-NUMERO
                 ADD 1 TO WRK-TOT-JA-REGISTR
                 MOVE 'NFS-E JA REGISTRADA' TO WRK-OCORRENCIA-TXT
              ELSE
                 ADD 1 TO WRK-TOT-DIVERGENTES
                 MOVE SPACES TO WRK-OCORRENCIA-TXT
                 STRING 'RPS JA CONVERTIDO NA NFS-E ' RPS-NFSE-NUMERO
                    DELIMITED BY SIZE INTO WRK-OCORRENCIA-TXT
              END-IF
              PERFORM ESCREVE-LINHA-RETORNO
              EXIT SECTION
           END-IF

           SET RPS-CONVERTIDO       TO TRUE
           MOVE NFR-DET-NFSE-NUMERO TO RPS-NFSE-NUMERO
           MOVE NFR-DET-CODVERIF    TO RPS-NFSE-CODVERIF
           MOVE NFR-DET-DATA-EMISSAO TO RPS-NFSE-DATA
           MOVE SPACES              TO RPS-MOTIVO
           REWRITE RPS-REGISTRO

           IF ARQ-RPS-FS NOT EQUAL ZERO
              ADD 1 TO WRK-TOT-DIVERGENTES
              MOVE SPACES TO WRK-OCORRENCIA-TXT
              STRING 'ERRO NA GRAVACAO DO RPS - FS: ' ARQ-RPS-FS
                 DELIMITED BY SIZE INTO WRK-OCORRENCIA-TXT
              PERFORM ESCREVE-LINHA-RETORNO
              EXIT SECTION
           END-IF

           MOVE RPS-CLIENTE     TO FAT-CLIENTE
           MOVE RPS-COMPETENCIA TO FAT-COMPETENCIA
           READ ARQ-FATURA

           IF ARQ-FATURA-FS NOT EQUAL ZERO
              OR FAT-RPS-NUMERO NOT EQUAL RPS-NUMERO
              ADD 1 TO WRK-TOT-DIVERGENTES
              MOVE 'FATURA REEMITIDA - NFS-E SO NO REG. DE RPS'
                                               TO WRK-OCORRENCIA-TXT
              PERFORM ESCREVE-LINHA-RETORNO
              EXIT SECTION
           END-IF

           MOVE NFR-DET-NFSE-NUMERO  TO FAT-NFSE-NUMERO
           MOVE NFR-DET-CODVERIF     TO FAT-NFSE-CODVERIF
           MOVE NFR-DET-DATA-EMISSAO TO FAT-NFSE-DATA
           REWRITE FAT-REGISTRO

           IF ARQ-FATURA-FS NOT EQUAL ZERO
              ADD 1 TO WRK-TOT-DIVERGENTES
              MOVE SPACES TO WRK-OCORRENCIA-TXT
              STRING 'ERRO NA GRAVACAO DA FATURA - FS: ' ARQ-FATURA-FS
                 DELIMITED BY SIZE INTO WRK-OCORRENCIA-TXT
              PERFORM ESCREVE-LINHA-RETORNO
              EXIT SECTION
           END-IF

           ADD 1 TO WRK-TOT-REGISTRADAS

           MOVE 'NFSE'        TO WRK-LOG-OPERACAO
           MOVE FAT-CLIENTE   TO WRK-LOG-ID
           MOVE SPACES        TO WRK-LOG-NOME
           MOVE SPACES        TO WRK-LOG-MOTIVO
           STRING 'FATURA ' FAT-COMPETENCIA ' NFS-E '
              FAT-NFSE-NUMERO ' RPS ' FAT-RPS-NUMERO
              DELIMITED BY SIZE INTO WRK-LOG-MOTIVO
           MOVE 'BATCH'       TO WRK-LOG-OPERADOR
           CALL 'GRAVALOG' USING WRK-LOG-REGISTRO

           IF NFR-DET-VALOR NOT EQUAL RPS-VALOR
              ADD 1 TO WRK-TOT-DIVERGENTES
              MOVE SPACES TO WRK-OCORRENCIA-TXT
              STRING 'REGISTRADA - VALOR DIFERE DO RPS ' RPS-VALOR
                 DELIMITED BY SIZE INTO WRK-OCORRENCIA-TXT
           ELSE
              MOVE 'NFS-E REGISTRADA' TO WRK-OCORRENCIA-TXT
           END-IF

           PERFORM ESCREVE-LINHA-RETORNO.
      *-----------------------------------------------------------------
       TRATA-RPS-REJEITADO                                    SECTION.
      *----------------------------------
           IF RPS-CONVERTIDO
              ADD 1 TO WRK-TOT-DIVERGENTES
              MOVE SPACES TO WRK-OCORRENCIA-TXT
              STRING 'REJEICAO DE RPS JA CONVERTIDO NA NFS-E '
                 RPS-NFSE-NUMERO
                 DELIMITED BY SIZE INTO WRK-OCORRENCIA-TXT
              PERFORM ESCREVE-LINHA-RETORNO
              EXIT SECTION
           END-IF

           ADD 1 TO WRK-TOT-REJEITADAS

           SET RPS-REJEITADO      TO TRUE
           MOVE NFR-DET-MOTIVO    TO RPS-MOTIVO
           REWRITE RPS-REGISTRO

           MOVE SPACES TO WRK-OCORRENCIA-TXT
           STRING 'RPS REJEITADO: ' NFR-DET-MOTIVO
              DELIMITED BY SIZE INTO WRK-OCORRENCIA-TXT
           PERFORM ESCREVE-LINHA-RETORNO.
      *-----------------------------------------------------------------
       TRATA-NFSE-CANCELADA                                   SECTION.
      *----------------------------------
           ADD 1 TO WRK-TOT-CANCELADAS

           SET RPS-NFSE-CANCELADA TO TRUE
           MOVE NFR-DET-MOTIVO    TO RPS-MOTIVO
           REWRITE RPS-REGISTRO

           MOVE 'NFSECANC'    TO WRK-LOG-OPERACAO
           MOVE RPS-CLIENTE   TO WRK-LOG-ID
           MOVE SPACES        TO WRK-LOG-NOME
           MOVE SPACES        TO WRK-LOG-MOTIVO
           STRING 'FATURA ' RPS-COMPETENCIA ' NFS-E '
              RPS-NFSE-NUMERO ' CANCELADA'
              DELIMITED BY SIZE INTO WRK-LOG-MOTIVO
           MOVE 'BATCH'       TO WRK-LOG-OPERADOR
           CALL 'GRAVALOG' USING WRK-LOG-REGISTRO

           MOVE 'NFS-E CANCELADA NA PREFEITURA' TO WRK-OCORRENCIA-TXT
           PERFORM ESCREVE-LINHA-RETORNO.
      *-----------------------------------------------------------------
       TRATA-TRAILER                                          SECTION.
      *----------------------------------
           MOVE 'S' TO WRK-TEM-TRAILER

           IF NFR-TRL-QTDE NOT EQUAL WRK-TOT-DETALHES
              ADD 1 TO WRK-TOT-DIVERGENTES
              MOVE SPACES TO REL-RET-LINHA
              STRING '       TRAILER INFORMA ' NFR-TRL-QTDE
                 ' RPS, LIDOS ' WRK-TOT-DETALHES
                 DELIMITED BY SIZE INTO REL-RET-LINHA
              WRITE REL-RET-LINHA
           END-IF

           IF NFR-TRL-VALOR-TOTAL NOT EQUAL WRK-TOT-VALOR-LIDO
              ADD 1 TO WRK-TOT-DIVERGENTES
              MOVE SPACES TO REL-RET-LINHA
              STRING '       VALOR DO TRAILER ' NFR-TRL-VALOR-TOTAL
                 ' DIFERE DO SOMADO ' WRK-TOT-VALOR-LIDO
                 DELIMITED BY SIZE INTO REL-RET-LINHA
              WRITE REL-RET-LINHA
           END-IF.
      *-----------------------------------------------------------------
       MENSAGENS                                              SECTION.
      *----------------------------------
       ESCREVE-LINHA-RETORNO.
           MOVE SPACES TO REL-RET-LINHA
           STRING NFR-DET-CLIENTE '  ' NFR-DET-COMPETENCIA ' '
              NFR-DET-RPS ' ' NFR-DET-NFSE-NUMERO ' '
              NFR-DET-CODVERIF ' ' WRK-OCORRENCIA-TXT
              DELIMITED BY SIZE INTO REL-RET-LINHA
           WRITE REL-RET-LINHA.
      *
       GRAVA-ERRO-FATAL.
           MOVE 'NFSRET' TO WRK-ERR-PROGRAMA
           MOVE 'BATCH' TO WRK-ERR-OPERADOR
           CALL 'GRAVAERRO' USING WRK-ERR-REGISTRO.
      *
       COPY 'CRMK-FSP' REPLACING
            ==FS-PARAGRAFO== BY ==TRADUZ-RET-FS==
            ==FS-CAMPO==      BY ==ARQ-RET-FS==.
      *-----------------------------------------------------------------
       FINALIZAR                                              SECTION.
      *----------------------------------
           IF WRK-TEM-HEADER NOT EQUAL 'S'
              ADD 1 TO WRK-TOT-DIVERGENTES
              MOVE '       ARQUIVO SEM HEADER' TO REL-RET-LINHA
              WRITE REL-RET-LINHA
           END-IF

           IF WRK-TEM-TRAILER NOT EQUAL 'S'
              ADD 1 TO WRK-TOT-DIVERGENTES
              MOVE '       ARQUIVO SEM TRAILER' TO REL-RET-LINHA
              WRITE REL-RET-LINHA
           END-IF

           IF WRK-TEM-HEADER EQUAL 'S'
              AND WRK-ARQUIVO-VALIDO NOT EQUAL 'S'
              MOVE '       ARQUIVO NAO PROCESSADO - NENHUMA NFS-E GRAV
      -            'ADA'                              TO REL-RET-LINHA
              WRITE REL-RET-LINHA
           END-IF

           MOVE SPACES TO REL-RET-LINHA
           WRITE REL-RET-LINHA

           MOVE SPACES TO REL-RET-LINHA
           STRING 'RPS lidos             : ' WRK-TOT-DETALHES
              DELIMITED BY SIZE INTO REL-RET-LINHA
           WRITE REL-RET-LINHA

           MOVE SPACES TO REL-RET-LINHA
           STRING 'NFS-e registradas     : ' WRK-TOT-REGISTRADAS
              DELIMITED BY SIZE INTO REL-RET-LINHA
           WRITE REL-RET-LINHA

           MOVE SPACES TO REL-RET-LINHA
           STRING 'Ja registradas        : ' WRK-TOT-JA-REGISTR
              DELIMITED BY SIZE INTO REL-RET-LINHA
           WRITE REL-RET-LINHA

           MOVE SPACES TO REL-RET-LINHA
           STRING 'RPS rejeitados        : ' WRK-TOT-REJEITADAS
              DELIMITED BY SIZE INTO REL-RET-LINHA
           WRITE REL-RET-LINHA

           MOVE SPACES TO REL-RET-LINHA
           STRING 'NFS-e canceladas      : ' WRK-TOT-CANCELADAS
              DELIMITED BY SIZE INTO REL-RET-LINHA
           WRITE REL-RET-LINHA

           MOVE SPACES TO REL-RET-LINHA
           STRING 'Nao encontrados       : ' WRK-TOT-NAO-ENCONTR
              DELIMITED BY SIZE INTO REL-RET-LINHA
           WRITE REL-RET-LINHA

           MOVE SPACES TO REL-RET-LINHA
           STRING 'Divergencias          : ' WRK-TOT-DIVERGENTES
              DELIMITED BY SIZE INTO REL-RET-LINHA
           WRITE REL-RET-LINHA

           IF WRK-ARQUIVO-VALIDO EQUAL 'S'
              AND WRK-HDR-SEQ GREATER THAN NFC-ULT-RETORNO
              MOVE 'N' TO NFC-CHAVE
              MOVE WRK-HDR-SEQ TO NFC-ULT-RETORNO
              REWRITE NFC-REGISTRO
           END-IF

           CLOSE ARQ-RET
           CLOSE ARQ-FATURA
           CLOSE ARQ-RPS
           CLOSE ARQ-NFSCTL
           CLOSE REL-RET

           MOVE 'NFSRET' TO SAI-TIPO
           MOVE WRK-RELRET-PATH TO SAI-ARQUIVO
           MOVE 'BATCH' TO SAI-OPERADOR
           MOVE WRK-TOT-DETALHES TO SAI-REGISTROS
           CALL 'REGSAIDA' USING SAI-REGISTRO

           IF WRK-TOT-NAO-ENCONTR GREATER THAN ZERO
              OR WRK-TOT-REJEITADAS GREATER THAN ZERO
              OR WRK-TOT-DIVERGENTES GREATER THAN ZERO
              MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY 'NFSRET: ' WRK-TOT-DETALHES ' RPS, '
                   WRK-TOT-REGISTRADAS ' NFS-e registradas, '
                   WRK-TOT-REJEITADAS ' rejeitados, '
                   WRK-TOT-NAO-ENCONTR ' nao encontrados, '
                   WRK-TOT-DIVERGENTES ' divergencias'.
      *------------------------ FIM DO ARQUIVO -------------------------
