      *=================================================================
       IDENTIFICATION                                         DIVISION.
       PROGRAM-ID. REMESSA.
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

           SELECT ARQ-COBCTL  ASSIGN TO './files/COBCTL.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS ARQ-COBCTL-FS
              RECORD KEY IS COB-CHAVE.

           SELECT ARQ-REM  ASSIGN TO './files/CNABREM.TXT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ARQ-REM-FS.

           SELECT REL-REM  ASSIGN TO WRK-RELREM-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REL-REM-FS.
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
       FD  ARQ-COBCTL.
       COPY 'CRMK-COB'.
      *
       FD  ARQ-REM.
       COPY 'CRMK-CNB'.
      *
       FD  REL-REM.
       01  REL-REM-LINHA        PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE                                        SECTION.
      *----------------------------------
       COPY 'CRMK-FST'.
       COPY 'CRMK-ERR'.
       COPY 'CRMK-SAI'.
       01  ARQCRM-FS            PIC 9(02)   VALUE ZERO.
       01  ARQ-FATURA-FS        PIC 9(02)   VALUE ZERO.
       01  ARQ-COBCTL-FS        PIC 9(02)   VALUE ZERO.
       01  ARQ-REM-FS           PIC 9(02)   VALUE ZERO.
       01  REL-REM-FS           PIC 9(02)   VALUE ZERO.
       01  WRK-RELREM-PATH      PIC X(40)   VALUE SPACES.
       01  WRK-PARM             PIC X(20)   VALUE SPACES.
       01  WRK-DATA-MOVTO       PIC 9(08)   VALUE ZERO.
       01  WRK-REPROCESSA       PIC X(01)   VALUE 'N'.
       01  WRK-DATA-CNAB        PIC 9(06)   VALUE ZERO.
       01  WRK-DATA-CONV        PIC 9(08)   VALUE ZERO.
       01  WRK-SEQ-REG          PIC 9(06)   VALUE ZERO.
       01  WRK-TOT-TITULOS      PIC 9(08)   VALUE ZERO.
       01  WRK-TOT-VALOR        PIC 9(12)V99 VALUE ZERO.
       01  WRK-TOT-REJEITADOS   PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-INSTRUCOES   PIC 9(08)   VALUE ZERO.
       01  WRK-OCORR-INSTR      PIC 9(02)   VALUE ZERO.
       01  WRK-TXT-INSTR        PIC X(22)   VALUE SPACES.
       01  WRK-MOTIVO-REJEICAO  PIC X(40)   VALUE SPACES.
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

           PERFORM ABRE-ARQUIVO-COBCTL

           MOVE 'B' TO COB-CHAVE
           READ ARQ-COBCTL

           IF ARQ-COBCTL-FS NOT EQUAL ZERO
              OR COB-BANCO EQUAL ZERO
              DISPLAY 'REMESSA: convenio de cobranca nao configurado'
                      ' (Setup - COBCTL.DAT)'
              CLOSE ARQ-COBCTL
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           IF COB-ULT-DATA EQUAL WRK-DATA-MOVTO
              AND WRK-REPROCESSA NOT EQUAL 'S'
              DISPLAY 'REMESSA: remessa de ' WRK-DATA-MOVTO
                      ' ja gerada (seq ' COB-ULT-SEQ
                      '). Use REPROC para reprocessar.'
              CLOSE ARQ-COBCTL
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN I-O ARQ-FATURA

           IF ARQ-FATURA-FS NOT EQUAL ZERO
              MOVE 'ABRE FATURA' TO WRK-ERR-SECAO
              MOVE ARQ-FATURA-FS TO WRK-ERR-FS
              PERFORM GRAVA-ERRO-FATAL
              PERFORM TRADUZ-FATURA-FS
              DISPLAY 'REMESSA: ERRO ABERTURA FATURA.DAT - FS: '
                      ARQ-FATURA-FS ' (' WRK-FST-MENSAGEM ')'
              CLOSE ARQ-COBCTL
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN INPUT ARQCRM

           IF ARQCRM-FS NOT EQUAL ZERO
              MOVE 'ABRE ARQCRM' TO WRK-ERR-SECAO
              MOVE ARQCRM-FS TO WRK-ERR-FS
              PERFORM GRAVA-ERRO-FATAL
              DISPLAY 'REMESSA: ERRO ABERTURA ARQCRM - FS: ' ARQCRM-FS
              CLOSE ARQ-COBCTL
              CLOSE ARQ-FATURA
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           IF WRK-REPROCESSA NOT EQUAL 'S'
              ADD 1 TO COB-ULT-SEQ
           END-IF

           OPEN OUTPUT ARQ-REM

           MOVE WRK-DATA-MOVTO TO WRK-DATA-CONV
           PERFORM CONVERTE-DATA-CNAB

           ADD 1 TO WRK-SEQ-REG

           MOVE SPACES           TO CNB-HEADER
           MOVE '0'              TO CNB-HDR-TIPO
           MOVE '1'              TO CNB-HDR-OPERACAO
           MOVE 'REMESSA'        TO CNB-HDR-LITERAL
           MOVE '01'             TO CNB-HDR-SERVICO
           MOVE 'COBRANCA'       TO CNB-HDR-LIT-SERVICO
           MOVE COB-AGENCIA      TO CNB-HDR-AGENCIA
           MOVE COB-CONTA        TO CNB-HDR-CONTA
           MOVE COB-CEDENTE      TO CNB-HDR-CEDENTE
           MOVE COB-EMPRESA      TO CNB-HDR-EMPRESA
           MOVE COB-BANCO        TO CNB-HDR-BANCO
           MOVE WRK-DATA-CNAB    TO CNB-HDR-DATA
           MOVE COB-ULT-SEQ      TO CNB-HDR-SEQ-ARQ
           MOVE WRK-SEQ-REG      TO CNB-HDR-SEQ-REG
           WRITE CNB-HEADER

           MOVE SPACES TO WRK-RELREM-PATH
           STRING './files/REMESSA-' FUNCTION CURRENT-DATE(1:14)
              '.LST' DELIMITED BY SIZE INTO WRK-RELREM-PATH

           OPEN OUTPUT REL-REM

           MOVE 'CRM - REMESSA DE COBRANCA BANCARIA (CNAB)'
                                                    TO REL-REM-LINHA
           WRITE REL-REM-LINHA

           MOVE SPACES TO REL-REM-LINHA
           STRING 'Data: ' WRK-DATA-MOVTO '  Banco: ' COB-BANCO
              '  Remessa seq: ' COB-ULT-SEQ
              DELIMITED BY SIZE INTO REL-REM-LINHA
           WRITE REL-REM-LINHA

           MOVE 'CLIENTE COMPET NOSSO NUM  VENCIMENTO VALOR       SITUAC
      -         'AO' TO REL-REM-LINHA
           WRITE REL-REM-LINHA.
      *-----------------------------------------------------------------
       PROCESSAR                                              SECTION.
      *----------------------------------
           MOVE SPACES TO FAT-CLIENTE
           MOVE ZERO   TO FAT-COMPETENCIA
           START ARQ-FATURA KEY IS NOT LESS THAN FAT-KEY

           IF ARQ-FATURA-FS NOT EQUAL ZERO
              EXIT SECTION
           END-IF

           READ ARQ-FATURA NEXT RECORD

           PERFORM UNTIL ARQ-FATURA-FS NOT EQUAL ZERO
              IF WRK-REPROCESSA EQUAL 'S'
                 IF FAT-SEM-INSTRUCAO
                    AND FAT-INSTR-NOSSO-NUMERO NOT EQUAL ZERO
                    AND FAT-INSTR-DATA-REMESSA EQUAL WRK-DATA-MOVTO
                    PERFORM GERA-INSTRUCAO
                 END-IF
                 IF FAT-NOSSO-NUMERO NOT EQUAL ZERO
                    AND FAT-DATA-REMESSA EQUAL WRK-DATA-MOVTO
                    PERFORM GERA-DETALHE
                 END-IF
              ELSE
                 IF NOT FAT-SEM-INSTRUCAO
                    PERFORM GERA-INSTRUCAO
                 END-IF
                 IF FAT-FATURA-ABERTA
                    AND FAT-SALDO GREATER THAN ZERO
                    AND FAT-NOSSO-NUMERO EQUAL ZERO
                    PERFORM GERA-DETALHE
                 END-IF
              END-IF
              READ ARQ-FATURA NEXT RECORD
           END-PERFORM.
      *-----------------------------------------------------------------
       GERA-DETALHE                                           SECTION.
      *----------------------------------
           MOVE FAT-CLIENTE TO ARQCRM-ID
           READ ARQCRM

           EVALUATE TRUE
              WHEN ARQCRM-FS NOT EQUAL ZERO
                 MOVE 'CLIENTE NAO ENCONTRADO NO ARQCRM'
                                              TO WRK-MOTIVO-REJEICAO
              WHEN ARQCRM-CPF-CNPJ EQUAL SPACES
                 MOVE 'CLIENTE SEM CPF/CNPJ'  TO WRK-MOTIVO-REJEICAO
              WHEN ARQCRM-END-CEP EQUAL SPACES
                 MOVE 'CLIENTE SEM CEP'       TO WRK-MOTIVO-REJEICAO
              WHEN OTHER
                 MOVE SPACES                  TO WRK-MOTIVO-REJEICAO
           END-EVALUATE

           IF WRK-MOTIVO-REJEICAO NOT EQUAL SPACES
              ADD 1 TO WRK-TOT-REJEITADOS
              MOVE SPACES TO REL-REM-LINHA
              STRING FAT-CLIENTE '  ' FAT-COMPETENCIA
                 ' NAO ENVIADO: ' WRK-MOTIVO-REJEICAO
                 DELIMITED BY SIZE INTO REL-REM-LINHA
              WRITE REL-REM-LINHA
              EXIT SECTION
           END-IF

           IF WRK-REPROCESSA NOT EQUAL 'S'
              PERFORM ATRIBUI-NOSSO-NUMERO
              IF ARQ-FATURA-FS NOT EQUAL ZERO
                 ADD 1 TO WRK-TOT-REJEITADOS
                 MOVE SPACES TO REL-REM-LINHA
                 STRING FAT-CLIENTE '  ' FAT-COMPETENCIA
                    ' ERRO NA GRAVACAO DA FATURA - FS: ' ARQ-FATURA-FS
                    DELIMITED BY SIZE INTO REL-REM-LINHA
                 WRITE REL-REM-LINHA
                 EXIT SECTION
              END-IF
           END-IF

           ADD 1 TO WRK-SEQ-REG
           ADD 1 TO WRK-TOT-TITULOS
           ADD FAT-SALDO TO WRK-TOT-VALOR

           MOVE SPACES              TO CNB-DETALHE
           MOVE '1'                 TO CNB-DET-TIPO

           IF ARQCRM-CPF-CNPJ(12:3) EQUAL SPACES
              MOVE 01 TO CNB-DET-INSCR-TIPO
           ELSE
              MOVE 02 TO CNB-DET-INSCR-TIPO
           END-IF

           MOVE ARQCRM-CPF-CNPJ     TO CNB-DET-INSCRICAO
           MOVE FAT-CLIENTE         TO CNB-DET-CLIENTE
           MOVE FAT-COMPETENCIA     TO CNB-DET-COMPETENCIA
           MOVE FAT-NOSSO-NUMERO    TO CNB-DET-NOSSO-NUMERO
           MOVE COB-CARTEIRA        TO CNB-DET-CARTEIRA
           MOVE 01                  TO CNB-DET-OCORRENCIA
           MOVE ZERO                TO CNB-DET-DATA-OCORR

           MOVE FAT-DATA-VENC TO WRK-DATA-CONV
           PERFORM CONVERTE-DATA-CNAB
           MOVE WRK-DATA-CNAB       TO CNB-DET-VENCIMENTO

           MOVE FAT-SALDO           TO CNB-DET-VALOR

           MOVE FAT-DATA-EMISSAO TO WRK-DATA-CONV
           PERFORM CONVERTE-DATA-CNAB
           MOVE WRK-DATA-CNAB       TO CNB-DET-DATA-EMISSAO

           MOVE ZERO                TO CNB-DET-VALOR-PAGO
           MOVE ZERO                TO CNB-DET-DATA-CREDITO
           MOVE ARQCRM-NOME         TO CNB-DET-SACADO-NOME

           STRING FUNCTION TRIM(ARQCRM-END-LOGRADOURO) ', '
              FUNCTION TRIM(ARQCRM-END-NUMERO) ' '
              FUNCTION TRIM(ARQCRM-END-COMPLEM)
              DELIMITED BY SIZE INTO CNB-DET-SACADO-END

           MOVE ARQCRM-END-BAIRRO   TO CNB-DET-SACADO-BAIRRO
           MOVE ARQCRM-END-CEP      TO CNB-DET-SACADO-CEP
           MOVE ARQCRM-END-CIDADE   TO CNB-DET-SACADO-CIDADE
           MOVE ARQCRM-END-UF       TO CNB-DET-SACADO-UF
           MOVE WRK-SEQ-REG         TO CNB-DET-SEQ-REG
           WRITE CNB-DETALHE

           MOVE SPACES TO REL-REM-LINHA
           STRING FAT-CLIENTE '  ' FAT-COMPETENCIA ' '
              FAT-NOSSO-NUMERO ' ' FAT-DATA-VENC '   '
              FAT-SALDO ' ENVIADO'
              DELIMITED BY SIZE INTO REL-REM-LINHA
           WRITE REL-REM-LINHA.
      *-----------------------------------------------------------------
       GERA-INSTRUCAO                                         SECTION.
      *----------------------------------
           IF FAT-INSTR-BAIXA
              OR (FAT-SEM-INSTRUCAO AND FAT-INSTR-VALOR EQUAL ZERO)
              MOVE 02                      TO WRK-OCORR-INSTR
              MOVE 'BAIXA SOLICITADA'      TO WRK-TXT-INSTR
           ELSE
              MOVE 04                      TO WRK-OCORR-INSTR
              MOVE 'ABATIMENTO SOLICITADO' TO WRK-TXT-INSTR
           END-IF

           IF WRK-REPROCESSA NOT EQUAL 'S'
              SET FAT-SEM-INSTRUCAO TO TRUE
              MOVE WRK-DATA-MOVTO TO FAT-INSTR-DATA-REMESSA
              REWRITE FAT-REGISTRO
              IF ARQ-FATURA-FS NOT EQUAL ZERO
                 ADD 1 TO WRK-TOT-REJEITADOS
                 MOVE SPACES TO REL-REM-LINHA
                 STRING FAT-CLIENTE '  ' FAT-COMPETENCIA
                    ' INSTRUCAO NAO ENVIADA - FS: ' ARQ-FATURA-FS
                    DELIMITED BY SIZE INTO REL-REM-LINHA
                 WRITE REL-REM-LINHA
                 MOVE ZERO TO ARQ-FATURA-FS
                 EXIT SECTION
              END-IF
           END-IF

           MOVE FAT-CLIENTE TO ARQCRM-ID
           READ ARQCRM

           IF ARQCRM-FS NOT EQUAL ZERO
              MOVE SPACES TO ARQCRM-CPF-CNPJ
              MOVE SPACES TO ARQCRM-NOME
           END-IF

           ADD 1 TO WRK-SEQ-REG
           ADD 1 TO WRK-TOT-INSTRUCOES

           MOVE SPACES              TO CNB-DETALHE
           MOVE '1'                 TO CNB-DET-TIPO

           IF ARQCRM-CPF-CNPJ(12:3) EQUAL SPACES
              MOVE 01 TO CNB-DET-INSCR-TIPO
           ELSE
              MOVE 02 TO CNB-DET-INSCR-TIPO
           END-IF

           MOVE ARQCRM-CPF-CNPJ        TO CNB-DET-INSCRICAO
           MOVE FAT-CLIENTE            TO CNB-DET-CLIENTE
           MOVE FAT-COMPETENCIA        TO CNB-DET-COMPETENCIA
           MOVE FAT-INSTR-NOSSO-NUMERO TO CNB-DET-NOSSO-NUMERO
           MOVE COB-CARTEIRA           TO CNB-DET-CARTEIRA
           MOVE WRK-OCORR-INSTR        TO CNB-DET-OCORRENCIA
           MOVE ZERO                   TO CNB-DET-DATA-OCORR
           MOVE ZERO                   TO CNB-DET-VENCIMENTO
           MOVE ZERO                   TO CNB-DET-VALOR
           MOVE ZERO                   TO CNB-DET-DATA-EMISSAO
           MOVE ZERO                   TO CNB-DET-VALOR-PAGO
           MOVE ZERO                   TO CNB-DET-DATA-CREDITO
           MOVE ARQCRM-NOME            TO CNB-DET-SACADO-NOME

           IF WRK-OCORR-INSTR EQUAL 04
              MOVE FAT-INSTR-VALOR     TO CNB-DET-VALOR-ABATIM
           ELSE
              MOVE ZERO                TO CNB-DET-VALOR-ABATIM
           END-IF

           MOVE WRK-SEQ-REG            TO CNB-DET-SEQ-REG
           WRITE CNB-DETALHE

           MOVE SPACES TO REL-REM-LINHA
           STRING FAT-CLIENTE '  ' FAT-COMPETENCIA ' '
              FAT-INSTR-NOSSO-NUMERO '            '
              FAT-INSTR-VALOR ' ' WRK-TXT-INSTR
              DELIMITED BY SIZE INTO REL-REM-LINHA
           WRITE REL-REM-LINHA.
      *-----------------------------------------------------------------
       ATRIBUI-NOSSO-NUMERO                                   SECTION.
      *----------------------------------
           ADD 1 TO COB-ULT-NOSSO
           MOVE COB-ULT-NOSSO  TO FAT-NOSSO-NUMERO
           MOVE WRK-DATA-MOVTO TO FAT-DATA-REMESSA

           REWRITE FAT-REGISTRO

           IF ARQ-FATURA-FS EQUAL ZERO
              MOVE 'B' TO COB-CHAVE
              REWRITE COB-REGISTRO
           ELSE
              SUBTRACT 1 FROM COB-ULT-NOSSO
           END-IF.
      *-----------------------------------------------------------------
       ARQUIVOS                                               SECTION.
      *----------------------------------
       ABRE-ARQUIVO-COBCTL.
           OPEN I-O ARQ-COBCTL

           IF ARQ-COBCTL-FS EQUAL 35
              OPEN OUTPUT ARQ-COBCTL
              MOVE 'B'    TO COB-CHAVE
              MOVE ZERO   TO COB-BANCO
              MOVE ZERO   TO COB-AGENCIA
              MOVE ZERO   TO COB-CONTA
              MOVE ZERO   TO COB-CARTEIRA
              MOVE SPACES TO COB-CEDENTE
              MOVE SPACES TO COB-EMPRESA
              MOVE ZERO   TO COB-ULT-SEQ
              MOVE ZERO   TO COB-ULT-NOSSO
              MOVE ZERO   TO COB-ULT-DATA
              MOVE ZERO   TO COB-ULT-RETORNO
              WRITE COB-REGISTRO
              CLOSE ARQ-COBCTL
              OPEN I-O ARQ-COBCTL
           END-IF.
      *-----------------------------------------------------------------
       MENSAGENS                                              SECTION.
      *----------------------------------
       GRAVA-ERRO-FATAL.
           MOVE 'REMESSA' TO WRK-ERR-PROGRAMA
           MOVE 'BATCH' TO WRK-ERR-OPERADOR
           CALL 'GRAVAERRO' USING WRK-ERR-REGISTRO.
      *
       COPY 'CRMK-FSP' REPLACING
            ==FS-PARAGRAFO== BY ==TRADUZ-FATURA-FS==
            ==FS-CAMPO==      BY ==ARQ-FATURA-FS==.
      *-----------------------------------------------------------------
       UTILITARIOS                                            SECTION.
      *----------------------------------
       CONVERTE-DATA-CNAB.
           MOVE ZERO TO WRK-DATA-CNAB
           STRING WRK-DATA-CONV(7:2) WRK-DATA-CONV(5:2)
              WRK-DATA-CONV(3:2)
              DELIMITED BY SIZE INTO WRK-DATA-CNAB.
      *-----------------------------------------------------------------
       FINALIZAR                                              SECTION.
      *----------------------------------
           ADD 1 TO WRK-SEQ-REG

           MOVE SPACES              TO CNB-TRAILER
           MOVE '9'                 TO CNB-TRL-TIPO
           COMPUTE CNB-TRL-QTDE = WRK-TOT-TITULOS + WRK-TOT-INSTRUCOES
           MOVE WRK-TOT-VALOR       TO CNB-TRL-VALOR-TOTAL
           MOVE WRK-SEQ-REG         TO CNB-TRL-SEQ-REG
           WRITE CNB-TRAILER

           MOVE SPACES TO REL-REM-LINHA
           WRITE REL-REM-LINHA

           MOVE SPACES TO REL-REM-LINHA
           STRING 'Titulos enviados      : ' WRK-TOT-TITULOS
              DELIMITED BY SIZE INTO REL-REM-LINHA
           WRITE REL-REM-LINHA

           MOVE SPACES TO REL-REM-LINHA
           STRING 'Valor total da remessa: ' WRK-TOT-VALOR
              DELIMITED BY SIZE INTO REL-REM-LINHA
           WRITE REL-REM-LINHA

           MOVE SPACES TO REL-REM-LINHA
           STRING 'Instrucoes baixa/abat.: ' WRK-TOT-INSTRUCOES
              DELIMITED BY SIZE INTO REL-REM-LINHA
           WRITE REL-REM-LINHA

           MOVE SPACES TO REL-REM-LINHA
           STRING 'Faturas nao enviadas  : ' WRK-TOT-REJEITADOS
              DELIMITED BY SIZE INTO REL-REM-LINHA
           WRITE REL-REM-LINHA

           CLOSE ARQCRM
           CLOSE ARQ-FATURA
           CLOSE ARQ-REM
           CLOSE REL-REM

           MOVE 'B' TO COB-CHAVE
           MOVE WRK-DATA-MOVTO TO COB-ULT-DATA
           REWRITE COB-REGISTRO

           CLOSE ARQ-COBCTL

           MOVE 'REMESSA' TO SAI-TIPO
           MOVE WRK-RELREM-PATH TO SAI-ARQUIVO
           MOVE 'BATCH' TO SAI-OPERADOR
           COMPUTE SAI-REGISTROS = WRK-TOT-TITULOS + WRK-TOT-INSTRUCOES
           CALL 'REGSAIDA' USING SAI-REGISTRO

           IF WRK-TOT-REJEITADOS GREATER THAN ZERO
              MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY 'REMESSA: data ' WRK-DATA-MOVTO
                   ' seq ' COB-ULT-SEQ ' - '
                   WRK-TOT-TITULOS ' titulos, '
                   WRK-TOT-INSTRUCOES ' instrucoes, '
                   WRK-TOT-REJEITADOS ' nao enviados'.
      *------------------------ FIM DO ARQUIVO -------------------------
