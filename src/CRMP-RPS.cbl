      *=================================================================
       IDENTIFICATION                                         DIVISION.
       PROGRAM-ID. RPSLOTE.
      *=================================================================
       ENVIRONMENT                                            DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT                                           SECTION.
      *----------------------------------
       FILE-CONTROL.
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

           SELECT ARQ-FATURA  ASSIGN TO './files/FATURA.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS ARQ-FATURA-FS
              RECORD KEY IS FAT-KEY.

           SELECT ARQ-NFSCTL  ASSIGN TO './files/NFSCTL.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS ARQ-NFSCTL-FS
              RECORD KEY IS NFC-CHAVE.

           SELECT ARQ-RPS  ASSIGN TO './files/RPS.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS ARQ-RPS-FS
              RECORD KEY IS RPS-NUMERO.

           SELECT ARQ-LOTE  ASSIGN TO './files/NFSRPS.TXT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ARQ-LOTE-FS.

           SELECT REL-RPS  ASSIGN TO WRK-RELRPS-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REL-RPS-FS.
      *=================================================================
       DATA                                                   DIVISION.
      *-----------------------------------------------------------------
       FILE                                                   SECTION.
      *----------------------------------
       FD  ARQCRM.
       COPY 'CRMK-000'.
      *
       FD  ARQ-FATURA.
       COPY 'CRMK-FAT'.
      *
       FD  ARQ-NFSCTL.
       COPY 'CRMK-NFC'.
      *
       FD  ARQ-RPS.
       COPY 'CRMK-RPS'.
      *
       FD  ARQ-LOTE.
       COPY 'CRMK-NFS'.
      *
       FD  REL-RPS.
       01  REL-RPS-LINHA        PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE                                        SECTION.
      *----------------------------------
       COPY 'CRMK-FST'.
       COPY 'CRMK-ERR'.
       COPY 'CRMK-SAI'.
       01  ARQCRM-FS            PIC 9(02)   VALUE ZERO.
       01  ARQ-FATURA-FS        PIC 9(02)   VALUE ZERO.
       01  ARQ-NFSCTL-FS        PIC 9(02)   VALUE ZERO.
       01  ARQ-RPS-FS           PIC 9(02)   VALUE ZERO.
       01  ARQ-LOTE-FS          PIC 9(02)   VALUE ZERO.
       01  REL-RPS-FS           PIC 9(02)   VALUE ZERO.
       01  WRK-RELRPS-PATH      PIC X(40)   VALUE SPACES.
       01  WRK-PARM             PIC X(20)   VALUE SPACES.
       01  WRK-DATA-MOVTO       PIC 9(08)   VALUE ZERO.
       01  WRK-REPROCESSA       PIC X(01)   VALUE 'N'.
       01  WRK-SITUACAO-TXT     PIC X(40)   VALUE SPACES.
       01  WRK-MOTIVO-REJEICAO  PIC X(40)   VALUE SPACES.
       01  WRK-RPS-ESPERADO     PIC 9(09)   VALUE ZERO.
       01  WRK-RPS-ATE          PIC 9(09)   VALUE ZERO.
       01  WRK-TOT-RPS          PIC 9(07)   VALUE ZERO.
       01  WRK-TOT-VALOR        PIC 9(13)V99 VALUE ZERO.
       01  WRK-TOT-NOVOS        PIC 9(07)   VALUE ZERO.
       01  WRK-TOT-REENVIADOS   PIC 9(07)   VALUE ZERO.
       01  WRK-TOT-REJEITADOS   PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-INUTILIZADOS PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-LACUNAS      PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-DUPLICADOS   PIC 9(05)   VALUE ZERO.
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

           IF WRK-PARM(1:8) EQUAL SPACES
              MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-DATA-MOVTO
           ELSE
              MOVE WRK-PARM(1:8) TO WRK-DATA-MOVTO
           END-IF

           IF WRK-PARM(10:6) EQUAL 'REPROC'
              MOVE 'S' TO WRK-REPROCESSA
           END-IF

           OPEN I-O ARQ-NFSCTL

           MOVE 'N' TO NFC-CHAVE
           READ ARQ-NFSCTL

           IF ARQ-NFSCTL-FS NOT EQUAL ZERO
              OR NFC-INSCR-MUNIC EQUAL SPACES
              DISPLAY 'RPSLOTE: parametros da NFS-e nao configurados'
                      ' (Setup - NFSCTL.DAT)'
              CLOSE ARQ-NFSCTL
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           IF NFC-ULT-DATA EQUAL WRK-DATA-MOVTO
              AND WRK-REPROCESSA NOT EQUAL 'S'
              DISPLAY 'RPSLOTE: lote de ' WRK-DATA-MOVTO
                      ' ja gerado (lote ' NFC-ULT-LOTE
                      '). Use REPROC para reprocessar.'
              CLOSE ARQ-NFSCTL
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           IF NFC-ULT-DATA NOT EQUAL WRK-DATA-MOVTO
              AND WRK-REPROCESSA EQUAL 'S'
              DISPLAY 'RPSLOTE: so o ultimo lote (' NFC-ULT-LOTE
                      ' de ' NFC-ULT-DATA ') pode ser reprocessado'
              CLOSE ARQ-NFSCTL
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN I-O ARQ-FATURA

           IF ARQ-FATURA-FS NOT EQUAL ZERO
              MOVE 'ABRE FATURA' TO WRK-ERR-SECAO
              MOVE ARQ-FATURA-FS TO WRK-ERR-FS
              PERFORM GRAVA-ERRO-FATAL
              PERFORM TRADUZ-FATURA-FS
              DISPLAY 'RPSLOTE: ERRO ABERTURA FATURA.DAT - FS: '
                      ARQ-FATURA-FS ' (' WRK-FST-MENSAGEM ')'
              CLOSE ARQ-NFSCTL
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN INPUT ARQCRM

           IF ARQCRM-FS NOT EQUAL ZERO
              MOVE 'ABRE ARQCRM' TO WRK-ERR-SECAO
              MOVE ARQCRM-FS TO WRK-ERR-FS
              PERFORM GRAVA-ERRO-FATAL
              DISPLAY 'RPSLOTE: ERRO ABERTURA ARQCRM - FS: ' ARQCRM-FS
              CLOSE ARQ-NFSCTL
              CLOSE ARQ-FATURA
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM ABRE-ARQUIVO-RPS

           IF ARQ-RPS-FS NOT EQUAL ZERO
              MOVE 'ABRE RPS' TO WRK-ERR-SECAO
              MOVE ARQ-RPS-FS TO WRK-ERR-FS
              PERFORM GRAVA-ERRO-FATAL
              DISPLAY 'RPSLOTE: ERRO ABERTURA RPS.DAT - FS: ' ARQ-RPS-FS
              CLOSE ARQ-NFSCTL
              CLOSE ARQ-FATURA
              CLOSE ARQCRM
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           IF WRK-REPROCESSA NOT EQUAL 'S'
              ADD 1 TO NFC-ULT-LOTE
           END-IF

           OPEN OUTPUT ARQ-LOTE

           MOVE SPACES           TO NFS-HEADER
           MOVE '1'              TO NFS-HDR-TIPO
           MOVE '001'            TO NFS-HDR-VERSAO
           MOVE NFC-INSCR-MUNIC  TO NFS-HDR-INSCR-MUNIC
           MOVE NFC-CNPJ         TO NFS-HDR-CNPJ
           MOVE NFC-ULT-LOTE     TO NFS-HDR-LOTE
           MOVE WRK-DATA-MOVTO   TO NFS-HDR-DATA-INICIO
           MOVE WRK-DATA-MOVTO   TO NFS-HDR-DATA-FIM
           WRITE NFS-HEADER

           MOVE SPACES TO WRK-RELRPS-PATH
           STRING './files/RPSLOTE-' FUNCTION CURRENT-DATE(1:14)
              '.LST' DELIMITED BY SIZE INTO WRK-RELRPS-PATH

           OPEN OUTPUT REL-RPS

           MOVE 'CRM - LOTE DE RPS PARA EMISSAO DE NFS-E'
                                                    TO REL-RPS-LINHA
           WRITE REL-RPS-LINHA

           MOVE SPACES TO REL-RPS-LINHA
           STRING 'Data: ' WRK-DATA-MOVTO '  Lote: ' NFC-ULT-LOTE
              '  Serie: ' NFC-SERIE
              DELIMITED BY SIZE INTO REL-RPS-LINHA
           WRITE REL-RPS-LINHA

           MOVE 'CLIENTE COMPET RPS       VALOR     SITUACAO'
                                                    TO REL-RPS-LINHA
           WRITE REL-RPS-LINHA.
      *-----------------------------------------------------------------
       PROCESSAR                                              SECTION.
      *----------------------------------
           IF WRK-REPROCESSA EQUAL 'S'
              PERFORM REPROCESSA-LOTE
           ELSE
              PERFORM PROCESSA-FATURAS
              PERFORM REENVIA-REJEITADOS
           END-IF

           PERFORM VERIFICA-SEQUENCIA.
      *-----------------------------------------------------------------
       PROCESSA-FATURAS                                       SECTION.
      *----------------------------------
           MOVE SPACES TO FAT-CLIENTE
           MOVE ZERO   TO FAT-COMPETENCIA
           START ARQ-FATURA KEY IS NOT LESS THAN FAT-KEY

           IF ARQ-FATURA-FS NOT EQUAL ZERO
              EXIT SECTION
           END-IF

           READ ARQ-FATURA NEXT RECORD

           PERFORM UNTIL ARQ-FATURA-FS NOT EQUAL ZERO
              IF FAT-RPS-NUMERO EQUAL ZERO
                 IF NOT FAT-FATURA-CANCELADA
                    AND NOT FAT-CANCELAMENTO-PENDENTE
                    AND FAT-VALOR GREATER THAN ZERO
                    AND FAT-PARCELA EQUAL ZERO
                    AND FAT-DATA-EMISSAO NOT GREATER THAN
                        WRK-DATA-MOVTO
                    PERFORM EMITE-RPS-FATURA
                 END-IF
              ELSE
                 PERFORM CONFERE-RPS-FATURA
              END-IF
              READ ARQ-FATURA NEXT RECORD
           END-PERFORM.
      *-----------------------------------------------------------------
       EMITE-RPS-FATURA                                       SECTION.
      *----------------------------------
           MOVE FAT-CLIENTE TO ARQCRM-ID
           PERFORM VALIDA-TOMADOR

           IF WRK-MOTIVO-REJEICAO NOT EQUAL SPACES
              ADD 1 TO WRK-TOT-REJEITADOS
              MOVE SPACES TO REL-RPS-LINHA
              STRING FAT-CLIENTE '  ' FAT-COMPETENCIA
                 ' SEM RPS: ' WRK-MOTIVO-REJEICAO
                 DELIMITED BY SIZE INTO REL-RPS-LINHA
              WRITE REL-RPS-LINHA
              EXIT SECTION
           END-IF

           ADD 1 TO NFC-ULT-RPS

           MOVE NFC-ULT-RPS      TO RPS-NUMERO
           MOVE FAT-CLIENTE      TO RPS-CLIENTE
           MOVE FAT-COMPETENCIA  TO RPS-COMPETENCIA
           MOVE FAT-VALOR        TO RPS-VALOR
           MOVE WRK-DATA-MOVTO   TO RPS-DATA-EMISSAO
           MOVE NFC-ULT-LOTE     TO RPS-LOTE
           SET RPS-ENVIADO       TO TRUE
           MOVE ZERO             TO RPS-NFSE-NUMERO
           MOVE SPACES           TO RPS-NFSE-CODVERIF
           MOVE ZERO             TO RPS-NFSE-DATA
           MOVE SPACES           TO RPS-MOTIVO

           WRITE RPS-REGISTRO

           IF ARQ-RPS-FS NOT EQUAL ZERO
              ADD 1 TO WRK-TOT-DUPLICADOS
              MOVE 'N' TO NFC-CHAVE
              REWRITE NFC-REGISTRO
              MOVE SPACES TO REL-RPS-LINHA
              STRING FAT-CLIENTE '  ' FAT-COMPETENCIA ' '
                 NFC-ULT-RPS ' JA EXISTE NO REGISTRO DE RPS - FS: '
                 ARQ-RPS-FS
                 DELIMITED BY SIZE INTO REL-RPS-LINHA
              WRITE REL-RPS-LINHA
              EXIT SECTION
           END-IF

           MOVE NFC-ULT-RPS TO FAT-RPS-NUMERO
           REWRITE FAT-REGISTRO

           IF ARQ-FATURA-FS NOT EQUAL ZERO
              ADD 1 TO WRK-TOT-REJEITADOS
              MOVE SPACES TO REL-RPS-LINHA
              STRING FAT-CLIENTE '  ' FAT-COMPETENCIA
                 ' ERRO NA GRAVACAO DA FATURA - FS: ' ARQ-FATURA-FS
                 DELIMITED BY SIZE INTO REL-RPS-LINHA
              WRITE REL-RPS-LINHA
              DELETE ARQ-RPS RECORD
              SUBTRACT 1 FROM NFC-ULT-RPS
              EXIT SECTION
           END-IF

           MOVE 'N' TO NFC-CHAVE
           REWRITE NFC-REGISTRO

           ADD 1 TO WRK-TOT-NOVOS
           MOVE 'ENVIADO' TO WRK-SITUACAO-TXT
           PERFORM GERA-DETALHE-RPS.
      *-----------------------------------------------------------------
       CONFERE-RPS-FATURA                                     SECTION.
      *----------------------------------
           MOVE FAT-RPS-NUMERO TO RPS-NUMERO
           READ ARQ-RPS

           EVALUATE TRUE
              WHEN ARQ-RPS-FS NOT EQUAL ZERO
                 ADD 1 TO WRK-TOT-LACUNAS
                 MOVE SPACES TO REL-RPS-LINHA
                 STRING FAT-CLIENTE '  ' FAT-COMPETENCIA ' '
                    FAT-RPS-NUMERO ' RPS DA FATURA NAO CONSTA DO REGI'
                    'STRO'
                    DELIMITED BY SIZE INTO REL-RPS-LINHA
                 WRITE REL-RPS-LINHA
              WHEN RPS-CLIENTE NOT EQUAL FAT-CLIENTE
                OR RPS-COMPETENCIA NOT EQUAL FAT-COMPETENCIA
                 ADD 1 TO WRK-TOT-DUPLICADOS
                 MOVE SPACES TO REL-RPS-LINHA
                 STRING FAT-CLIENTE '  ' FAT-COMPETENCIA ' '
                    FAT-RPS-NUMERO ' RPS DUPLICADO - EMITIDO PARA '
                    RPS-CLIENTE ' ' RPS-COMPETENCIA
                    DELIMITED BY SIZE INTO REL-RPS-LINHA
                 WRITE REL-RPS-LINHA
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
      *-----------------------------------------------------------------
       REENVIA-REJEITADOS                                     SECTION.
      *----------------------------------
           MOVE ZERO TO RPS-NUMERO
           START ARQ-RPS KEY IS NOT LESS THAN RPS-NUMERO

           IF ARQ-RPS-FS NOT EQUAL ZERO
              EXIT SECTION
           END-IF

           READ ARQ-RPS NEXT RECORD

           PERFORM UNTIL ARQ-RPS-FS NOT EQUAL ZERO
              IF RPS-REJEITADO
                 PERFORM REENVIA-RPS
              END-IF
              READ ARQ-RPS NEXT RECORD
           END-PERFORM.
      *-----------------------------------------------------------------
       REENVIA-RPS                                            SECTION.
      *----------------------------------
           MOVE RPS-CLIENTE     TO FAT-CLIENTE
           MOVE RPS-COMPETENCIA TO FAT-COMPETENCIA
           READ ARQ-FATURA

           IF ARQ-FATURA-FS NOT EQUAL ZERO
              OR FAT-RPS-NUMERO NOT EQUAL RPS-NUMERO
              OR FAT-FATURA-CANCELADA
              ADD 1 TO WRK-TOT-INUTILIZADOS
              SET RPS-INUTILIZADO TO TRUE
              MOVE 'FATURA CANCELADA OU REEMITIDA' TO RPS-MOTIVO
              REWRITE RPS-REGISTRO
              MOVE SPACES TO REL-RPS-LINHA
              STRING RPS-CLIENTE '  ' RPS-COMPETENCIA ' '
                 RPS-NUMERO ' REJEITADO E INUTILIZADO: '
                 RPS-MOTIVO
                 DELIMITED BY SIZE INTO REL-RPS-LINHA
              WRITE REL-RPS-LINHA
              EXIT SECTION
           END-IF

           MOVE RPS-CLIENTE TO ARQCRM-ID
           PERFORM VALIDA-TOMADOR

           IF WRK-MOTIVO-REJEICAO NOT EQUAL SPACES
              ADD 1 TO WRK-TOT-REJEITADOS
              MOVE SPACES TO REL-RPS-LINHA
              STRING RPS-CLIENTE '  ' RPS-COMPETENCIA ' '
                 RPS-NUMERO ' NAO REENVIADO: ' WRK-MOTIVO-REJEICAO
                 DELIMITED BY SIZE INTO REL-RPS-LINHA
              WRITE REL-RPS-LINHA
              EXIT SECTION
           END-IF

           SET RPS-ENVIADO   TO TRUE
           MOVE NFC-ULT-LOTE TO RPS-LOTE
           MOVE SPACES       TO RPS-MOTIVO
           REWRITE RPS-REGISTRO

           ADD 1 TO WRK-TOT-REENVIADOS
           MOVE 'REENVIADO' TO WRK-SITUACAO-TXT
           PERFORM GERA-DETALHE-RPS.
      *-----------------------------------------------------------------
       REPROCESSA-LOTE                                        SECTION.
      *----------------------------------
           MOVE ZERO TO RPS-NUMERO
           START ARQ-RPS KEY IS NOT LESS THAN RPS-NUMERO

           IF ARQ-RPS-FS NOT EQUAL ZERO
              EXIT SECTION
           END-IF

           READ ARQ-RPS NEXT RECORD

           PERFORM UNTIL ARQ-RPS-FS NOT EQUAL ZERO
              IF RPS-LOTE EQUAL NFC-ULT-LOTE
                 AND NOT RPS-INUTILIZADO
                 MOVE RPS-CLIENTE TO ARQCRM-ID
                 PERFORM VALIDA-TOMADOR
                 IF WRK-MOTIVO-REJEICAO EQUAL SPACES
                    MOVE 'ENVIADO' TO WRK-SITUACAO-TXT
                    PERFORM GERA-DETALHE-RPS
                 ELSE
                    ADD 1 TO WRK-TOT-REJEITADOS
                    MOVE SPACES TO REL-RPS-LINHA
                    STRING RPS-CLIENTE '  ' RPS-COMPETENCIA ' '
                       RPS-NUMERO ' NAO ENVIADO: '
                       WRK-MOTIVO-REJEICAO
                       DELIMITED BY SIZE INTO REL-RPS-LINHA
                    WRITE REL-RPS-LINHA
                 END-IF
              END-IF
              READ ARQ-RPS NEXT RECORD
           END-PERFORM.
      *-----------------------------------------------------------------
       VALIDA-TOMADOR                                         SECTION.
      *----------------------------------
           READ ARQCRM

           EVALUATE TRUE
              WHEN ARQCRM-FS NOT EQUAL ZERO
                 MOVE 'CLIENTE NAO ENCONTRADO NO ARQCRM'
                                              TO WRK-MOTIVO-REJEICAO
              WHEN ARQCRM-CPF-CNPJ EQUAL SPACES
                 MOVE 'CLIENTE SEM CPF/CNPJ'  TO WRK-MOTIVO-REJEICAO
              WHEN ARQCRM-END-CEP EQUAL SPACES
                 MOVE 'CLIENTE SEM CEP'       TO WRK-MOTIVO-REJEICAO
              WHEN ARQCRM-END-CIDADE EQUAL SPACES
                OR ARQCRM-END-UF EQUAL SPACES
                 MOVE 'CLIENTE SEM CIDADE/UF' TO WRK-MOTIVO-REJEICAO
              WHEN OTHER
                 MOVE SPACES                  TO WRK-MOTIVO-REJEICAO
           END-EVALUATE.
      *-----------------------------------------------------------------
       GERA-DETALHE-RPS                                       SECTION.
      *----------------------------------
           ADD 1 TO WRK-TOT-RPS
           ADD RPS-VALOR TO WRK-TOT-VALOR

           MOVE SPACES              TO NFS-DETALHE
           MOVE '2'                 TO NFS-DET-TIPO
           MOVE 'RPS'               TO NFS-DET-TIPO-RPS
           MOVE NFC-SERIE           TO NFS-DET-SERIE
           MOVE RPS-NUMERO          TO NFS-DET-NUMERO
           MOVE RPS-DATA-EMISSAO    TO NFS-DET-DATA-EMISSAO
           MOVE 'T'                 TO NFS-DET-TRIBUTACAO
           MOVE RPS-VALOR           TO NFS-DET-VALOR-SERVICO
           MOVE ZERO                TO NFS-DET-VALOR-DEDUCAO
           MOVE NFC-COD-SERVICO     TO NFS-DET-COD-SERVICO
           MOVE NFC-ALIQUOTA-ISS    TO NFS-DET-ALIQUOTA
           COMPUTE NFS-DET-VALOR-ISS ROUNDED =
              RPS-VALOR * NFC-ALIQUOTA-ISS / 100

           IF ARQCRM-CPF-CNPJ(12:3) EQUAL SPACES
              MOVE 1 TO NFS-DET-TOM-TIPO
           ELSE
              MOVE 2 TO NFS-DET-TOM-TIPO
           END-IF

           MOVE ARQCRM-CPF-CNPJ       TO NFS-DET-TOM-DOCUMENTO
           MOVE ARQCRM-NOME           TO NFS-DET-TOM-NOME
           MOVE ARQCRM-END-LOGRADOURO TO NFS-DET-TOM-LOGRADOURO
           MOVE ARQCRM-END-NUMERO     TO NFS-DET-TOM-NUMERO
           MOVE ARQCRM-END-COMPLEM    TO NFS-DET-TOM-COMPLEM
           MOVE ARQCRM-END-BAIRRO     TO NFS-DET-TOM-BAIRRO
           MOVE ARQCRM-END-CIDADE     TO NFS-DET-TOM-CIDADE
           MOVE ARQCRM-END-UF         TO NFS-DET-TOM-UF
           MOVE ARQCRM-END-CEP        TO NFS-DET-TOM-CEP
           MOVE ARQCRM-EMAIL          TO NFS-DET-TOM-EMAIL
           MOVE RPS-CLIENTE           TO NFS-DET-CLIENTE
           MOVE RPS-COMPETENCIA       TO NFS-DET-COMPETENCIA

           STRING 'SERVICOS PRESTADOS - COMPETENCIA '
              RPS-COMPETENCIA(5:2) '/' RPS-COMPETENCIA(1:4)
              DELIMITED BY SIZE INTO NFS-DET-DISCRIMINACAO

           WRITE NFS-DETALHE

           MOVE SPACES TO REL-RPS-LINHA
           STRING RPS-CLIENTE '  ' RPS-COMPETENCIA ' '
              RPS-NUMERO ' ' RPS-VALOR ' ' WRK-SITUACAO-TXT
              DELIMITED BY SIZE INTO REL-RPS-LINHA
           WRITE REL-RPS-LINHA.
      *-----------------------------------------------------------------
       VERIFICA-SEQUENCIA                                     SECTION.
      *----------------------------------
           MOVE 1    TO WRK-RPS-ESPERADO
           MOVE ZERO TO RPS-NUMERO
           START ARQ-RPS KEY IS NOT LESS THAN RPS-NUMERO

           IF ARQ-RPS-FS EQUAL ZERO
              READ ARQ-RPS NEXT RECORD
           END-IF

           PERFORM UNTIL ARQ-RPS-FS NOT EQUAL ZERO
              IF RPS-NUMERO GREATER THAN WRK-RPS-ESPERADO
                 COMPUTE WRK-RPS-ATE = RPS-NUMERO - 1
                 PERFORM REPORTA-LACUNA
              END-IF

              IF RPS-NUMERO GREATER THAN NFC-ULT-RPS
                 ADD 1 TO WRK-TOT-DUPLICADOS
                 MOVE SPACES TO REL-RPS-LINHA
                 STRING '        RPS ' RPS-NUMERO
                    ' ACIMA DO ULTIMO NUMERO CONTROLADO '
                    NFC-ULT-RPS ' - RISCO DE DUPLICIDADE'
                    DELIMITED BY SIZE INTO REL-RPS-LINHA
                 WRITE REL-RPS-LINHA
              END-IF

              COMPUTE WRK-RPS-ESPERADO = RPS-NUMERO + 1
              READ ARQ-RPS NEXT RECORD
           END-PERFORM

           IF WRK-RPS-ESPERADO NOT GREATER THAN NFC-ULT-RPS
              MOVE NFC-ULT-RPS TO WRK-RPS-ATE
              PERFORM REPORTA-LACUNA
           END-IF.
      *-----------------------------------------------------------------
       REPORTA-LACUNA                                         SECTION.
      *----------------------------------
           ADD 1 TO WRK-TOT-LACUNAS
           MOVE SPACES TO REL-RPS-LINHA
           STRING '        LACUNA NA NUMERACAO: RPS ' WRK-RPS-ESPERADO
              ' A ' WRK-RPS-ATE ' NAO CONSTAM DO REGISTRO'
              DELIMITED BY SIZE INTO REL-RPS-LINHA
           WRITE REL-RPS-LINHA.
      *-----------------------------------------------------------------
       ARQUIVOS                                               SECTION.
      *----------------------------------
       ABRE-ARQUIVO-RPS.
           OPEN I-O ARQ-RPS

           IF ARQ-RPS-FS EQUAL 35
              OPEN OUTPUT ARQ-RPS
              CLOSE ARQ-RPS
              OPEN I-O ARQ-RPS
           END-IF.
      *-----------------------------------------------------------------
       MENSAGENS                                              SECTION.
      *----------------------------------
       GRAVA-ERRO-FATAL.
           MOVE 'RPSLOTE' TO WRK-ERR-PROGRAMA
           MOVE 'BATCH' TO WRK-ERR-OPERADOR
           CALL 'GRAVAERRO' USING WRK-ERR-REGISTRO.
      *
       COPY 'CRMK-FSP' REPLACING
            ==FS-PARAGRAFO== BY ==TRADUZ-FATURA-FS==
            ==FS-CAMPO==      BY ==ARQ-FATURA-FS==.
      *-----------------------------------------------------------------
       FINALIZAR                                              SECTION.
      *----------------------------------
           MOVE SPACES              TO NFS-TRAILER
           MOVE '9'                 TO NFS-TRL-TIPO
           MOVE WRK-TOT-RPS         TO NFS-TRL-QTDE
           MOVE WRK-TOT-VALOR       TO NFS-TRL-VALOR-SERVICOS
           MOVE ZERO                TO NFS-TRL-VALOR-DEDUCOES
           WRITE NFS-TRAILER

           MOVE SPACES TO REL-RPS-LINHA
           WRITE REL-RPS-LINHA

           MOVE SPACES TO REL-RPS-LINHA
           STRING 'RPS no lote           : ' WRK-TOT-RPS
              DELIMITED BY SIZE INTO REL-RPS-LINHA
           WRITE REL-RPS-LINHA

           MOVE SPACES TO REL-RPS-LINHA
           STRING 'Valor total de servico: ' WRK-TOT-VALOR
              DELIMITED BY SIZE INTO REL-RPS-LINHA
           WRITE REL-RPS-LINHA

           MOVE SPACES TO REL-RPS-LINHA
           STRING 'RPS novos numerados   : ' WRK-TOT-NOVOS
              DELIMITED BY SIZE INTO REL-RPS-LINHA
           WRITE REL-RPS-LINHA

           MOVE SPACES TO REL-RPS-LINHA
           STRING 'Rejeitados reenviados : ' WRK-TOT-REENVIADOS
              DELIMITED BY SIZE INTO REL-RPS-LINHA
           WRITE REL-RPS-LINHA

           MOVE SPACES TO REL-RPS-LINHA
           STRING 'Faturas nao enviadas  : ' WRK-TOT-REJEITADOS
              DELIMITED BY SIZE INTO REL-RPS-LINHA
           WRITE REL-RPS-LINHA

           MOVE SPACES TO REL-RPS-LINHA
           STRING 'RPS inutilizados      : ' WRK-TOT-INUTILIZADOS
              DELIMITED BY SIZE INTO REL-RPS-LINHA
           WRITE REL-RPS-LINHA

           MOVE SPACES TO REL-RPS-LINHA
           STRING 'Lacunas na sequencia  : ' WRK-TOT-LACUNAS
              DELIMITED BY SIZE INTO REL-RPS-LINHA
           WRITE REL-RPS-LINHA

           MOVE SPACES TO REL-RPS-LINHA
           STRING 'RPS duplicados        : ' WRK-TOT-DUPLICADOS
              DELIMITED BY SIZE INTO REL-RPS-LINHA
           WRITE REL-RPS-LINHA

           CLOSE ARQCRM
           CLOSE ARQ-FATURA
           CLOSE ARQ-RPS
           CLOSE ARQ-LOTE
           CLOSE REL-RPS

           MOVE 'N' TO NFC-CHAVE
           MOVE WRK-DATA-MOVTO TO NFC-ULT-DATA
           REWRITE NFC-REGISTRO

           CLOSE ARQ-NFSCTL

           MOVE 'RPSLOTE' TO SAI-TIPO
           MOVE WRK-RELRPS-PATH TO SAI-ARQUIVO
           MOVE 'BATCH' TO SAI-OPERADOR
           MOVE WRK-TOT-RPS TO SAI-REGISTROS
           CALL 'REGSAIDA' USING SAI-REGISTRO

           IF WRK-TOT-REJEITADOS GREATER THAN ZERO
              OR WRK-TOT-LACUNAS GREATER THAN ZERO
              OR WRK-TOT-DUPLICADOS GREATER THAN ZERO
              MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY 'RPSLOTE: data ' WRK-DATA-MOVTO
                   ' lote ' NFC-ULT-LOTE ' - '
                   WRK-TOT-RPS ' RPS, '
                   WRK-TOT-REJEITADOS ' nao enviados, '
                   WRK-TOT-LACUNAS ' lacunas, '
                   WRK-TOT-DUPLICADOS ' duplicados'.
      *------------------------ FIM DO ARQUIVO -------------------------
