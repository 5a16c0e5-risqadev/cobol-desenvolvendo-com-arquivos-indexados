      *=================================================================
       IDENTIFICATION                                         DIVISION.
       PROGRAM-ID. NEGATIVA.
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

           SELECT ARQCRM-CTT  ASSIGN TO './files/CONTATO.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS ARQCRM-CTT-FS
              RECORD KEY IS CTT-KEY.

           SELECT ARQ-NEGATIV  ASSIGN TO './files/NEGATIV.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS ARQ-NEGATIV-FS
              RECORD KEY IS NEG-KEY.

           SELECT ARQ-NEGCTL  ASSIGN TO './files/NEGCTL.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS ARQ-NEGCTL-FS
              RECORD KEY IS NGC-CHAVE.

           SELECT ARQ-FERIADO  ASSIGN TO './files/FERIADO.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS ARQ-FERIADO-FS
              RECORD KEY IS FER-DATA.

           SELECT ARQ-REM  ASSIGN TO './files/NEGREM.TXT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ARQ-REM-FS.

           SELECT REL-NEG  ASSIGN TO WRK-RELNEG-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REL-NEG-FS.
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
       FD  ARQCRM-CTT.
       COPY 'CRMK-CTT'.
      *
       FD  ARQ-NEGATIV.
       COPY 'CRMK-NEG'.
      *
       FD  ARQ-NEGCTL.
       COPY 'CRMK-NGC'.
      *
       FD  ARQ-FERIADO.
       COPY 'CRMK-FER'.
      *
       FD  ARQ-REM.
       COPY 'CRMK-NGL'.
      *
       FD  REL-NEG.
       01  REL-NEG-LINHA        PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE                                        SECTION.
      *----------------------------------
       COPY 'CRMK-FST'.
       COPY 'CRMK-ERR'.
       COPY 'CRMK-LOG'.
       COPY 'CRMK-SAI'.
       COPY 'CRMK-DIW'.
       01  ARQCRM-FS            PIC 9(02)   VALUE ZERO.
       01  ARQ-FATURA-FS        PIC 9(02)   VALUE ZERO.
       01  ARQCRM-CTT-FS        PIC 9(02)   VALUE ZERO.
       01  ARQ-NEGATIV-FS       PIC 9(02)   VALUE ZERO.
       01  ARQ-NEGCTL-FS        PIC 9(02)   VALUE ZERO.
       01  ARQ-FERIADO-FS       PIC 9(02)   VALUE ZERO.
       01  ARQ-REM-FS           PIC 9(02)   VALUE ZERO.
       01  REL-NEG-FS           PIC 9(02)   VALUE ZERO.
       01  WRK-RELNEG-PATH      PIC X(40)   VALUE SPACES.
       01  WRK-PARM             PIC X(20)   VALUE SPACES.
       01  WRK-DATA-MOVTO       PIC 9(08)   VALUE ZERO.
       01  WRK-REPROCESSA       PIC X(01)   VALUE 'N'.
       01  WRK-CTT-ABERTO       PIC X(01)   VALUE 'N'.
       01  WRK-ATRASO           PIC S9(05)  VALUE ZERO.
       01  WRK-DATA-AVISO       PIC 9(08)   VALUE ZERO.
       01  WRK-DIAS-AVISO       PIC S9(05)  VALUE ZERO.
       01  WRK-DATA-QUITACAO    PIC 9(08)   VALUE ZERO.
       01  WRK-MOTIVO-EXCL      PIC X(02)   VALUE SPACES.
       01  WRK-EXISTE-NEG       PIC X(01)   VALUE 'N'.
       01  WRK-MOTIVO-REJEICAO  PIC X(40)   VALUE SPACES.
       01  WRK-SITUACAO-TXT     PIC X(40)   VALUE SPACES.
       01  WRK-SEQ-REG          PIC 9(06)   VALUE ZERO.
       01  WRK-TOT-INCLUSOES    PIC 9(06)   VALUE ZERO.
       01  WRK-TOT-VALOR-INCL   PIC 9(13)V99 VALUE ZERO.
       01  WRK-TOT-EXCLUSOES    PIC 9(06)   VALUE ZERO.
       01  WRK-TOT-FORA-PRAZO   PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-SEM-AVISO    PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-AGUARDANDO   PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-REJEITADOS   PIC 9(05)   VALUE ZERO.
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

           OPEN I-O ARQ-NEGCTL

           MOVE 'G' TO NGC-CHAVE
           READ ARQ-NEGCTL

           IF ARQ-NEGCTL-FS NOT EQUAL ZERO
              OR NGC-COD-ASSOCIADO EQUAL SPACES
              DISPLAY 'NEGATIVA: convenio com o bureau de credito nao'
                      ' configurado (Setup - NEGCTL.DAT)'
              CLOSE ARQ-NEGCTL
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           IF NGC-ULT-DATA EQUAL WRK-DATA-MOVTO
              AND WRK-REPROCESSA NOT EQUAL 'S'
              DISPLAY 'NEGATIVA: movimento de ' WRK-DATA-MOVTO
                      ' ja gerado (seq ' NGC-ULT-SEQ
                      '). Use REPROC para reprocessar.'
              CLOSE ARQ-NEGCTL
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN INPUT ARQ-FATURA

           IF ARQ-FATURA-FS NOT EQUAL ZERO
              MOVE 'ABRE FATURA' TO WRK-ERR-SECAO
              MOVE ARQ-FATURA-FS TO WRK-ERR-FS
              PERFORM GRAVA-ERRO-FATAL
              PERFORM TRADUZ-FATURA-FS
              DISPLAY 'NEGATIVA: ERRO ABERTURA FATURA.DAT - FS: '
                      ARQ-FATURA-FS ' (' WRK-FST-MENSAGEM ')'
              CLOSE ARQ-NEGCTL
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN INPUT ARQCRM

           IF ARQCRM-FS NOT EQUAL ZERO
              MOVE 'ABRE ARQCRM' TO WRK-ERR-SECAO
              MOVE ARQCRM-FS TO WRK-ERR-FS
              PERFORM GRAVA-ERRO-FATAL
              DISPLAY 'NEGATIVA: ERRO ABERTURA ARQCRM - FS: '
                      ARQCRM-FS
              CLOSE ARQ-NEGCTL
              CLOSE ARQ-FATURA
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM ABRE-ARQUIVO-NEGATIV

           IF ARQ-NEGATIV-FS NOT EQUAL ZERO
              MOVE 'ABRE NEGATIV' TO WRK-ERR-SECAO
              MOVE ARQ-NEGATIV-FS TO WRK-ERR-FS
              PERFORM GRAVA-ERRO-FATAL
              DISPLAY 'NEGATIVA: ERRO ABERTURA NEGATIV.DAT - FS: '
                      ARQ-NEGATIV-FS
              CLOSE ARQ-NEGCTL
              CLOSE ARQ-FATURA
              CLOSE ARQCRM
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM ABRE-ARQUIVO-CONTATO
           PERFORM ABRE-ARQUIVO-FERIADO

           IF WRK-REPROCESSA NOT EQUAL 'S'
              ADD 1 TO NGC-ULT-SEQ
           END-IF

           OPEN OUTPUT ARQ-REM

           ADD 1 TO WRK-SEQ-REG

           MOVE SPACES             TO NGL-HEADER
           MOVE '0'                TO NGL-HDR-TIPO
           MOVE 'NEGATIVACAO'      TO NGL-HDR-LITERAL
           MOVE NGC-COD-ASSOCIADO  TO NGL-HDR-ASSOCIADO
           MOVE WRK-DATA-MOVTO     TO NGL-HDR-DATA
           MOVE NGC-ULT-SEQ        TO NGL-HDR-SEQ-ARQ
           MOVE WRK-SEQ-REG        TO NGL-HDR-SEQ-REG
           WRITE NGL-HEADER

           MOVE SPACES TO WRK-RELNEG-PATH
           STRING './files/NEGATIVA-' FUNCTION CURRENT-DATE(1:14)
              '.LST' DELIMITED BY SIZE INTO WRK-RELNEG-PATH

           OPEN OUTPUT REL-NEG

           MOVE 'CRM - NEGATIVACAO EM BUREAU DE CREDITO'
                                                    TO REL-NEG-LINHA
           WRITE REL-NEG-LINHA

           MOVE SPACES TO REL-NEG-LINHA
           STRING 'Data: ' WRK-DATA-MOVTO '  Associado: '
              NGC-COD-ASSOCIADO '  Seq: ' NGC-ULT-SEQ
              '  Atraso minimo: ' NGC-DIAS-ATRASO ' dias'
              DELIMITED BY SIZE INTO REL-NEG-LINHA
           WRITE REL-NEG-LINHA

           MOVE 'CLIENTE COMPET VENCIMENTO VALOR     OP SITUACAO'
                                                    TO REL-NEG-LINHA
           WRITE REL-NEG-LINHA.
      *-----------------------------------------------------------------
       PROCESSAR                                              SECTION.
      *----------------------------------
           IF WRK-REPROCESSA EQUAL 'S'
              PERFORM REPROCESSA-MOVIMENTO
           ELSE
              PERFORM PROCESSA-EXCLUSOES
              PERFORM PROCESSA-INCLUSOES
           END-IF.
      *-----------------------------------------------------------------
       PROCESSA-EXCLUSOES                                     SECTION.
      *----------------------------------
           MOVE SPACES TO NEG-CLIENTE
           MOVE ZERO   TO NEG-COMPETENCIA
           START ARQ-NEGATIV KEY IS NOT LESS THAN NEG-KEY

           IF ARQ-NEGATIV-FS NOT EQUAL ZERO
              EXIT SECTION
           END-IF

           READ ARQ-NEGATIV NEXT RECORD

           PERFORM UNTIL ARQ-NEGATIV-FS NOT EQUAL ZERO
              IF NEG-LISTADO
                 PERFORM AVALIA-EXCLUSAO
              END-IF
              READ ARQ-NEGATIV NEXT RECORD
           END-PERFORM.
      *-----------------------------------------------------------------
       AVALIA-EXCLUSAO                                        SECTION.
      *----------------------------------
           MOVE NEG-CLIENTE     TO FAT-CLIENTE
           MOVE NEG-COMPETENCIA TO FAT-COMPETENCIA
           READ ARQ-FATURA

           EVALUATE TRUE
              WHEN ARQ-FATURA-FS NOT EQUAL ZERO
                 MOVE '03'           TO WRK-MOTIVO-EXCL
                 MOVE WRK-DATA-MOVTO TO WRK-DATA-QUITACAO
              WHEN FAT-FATURA-CANCELADA
                 MOVE '02'           TO WRK-MOTIVO-EXCL
                 MOVE FAT-DATA-CANC  TO WRK-DATA-QUITACAO
              WHEN FAT-FATURA-RENEGOCIADA
                 MOVE '04'           TO WRK-MOTIVO-EXCL
                 MOVE FAT-DATA-RENEG TO WRK-DATA-QUITACAO
              WHEN FAT-SALDO EQUAL ZERO
                 MOVE '01'           TO WRK-MOTIVO-EXCL
                 MOVE FAT-DATA-PAGTO TO WRK-DATA-QUITACAO
              WHEN OTHER
                 EXIT SECTION
           END-EVALUATE

           IF NEG-DATA-QUITACAO NOT EQUAL ZERO
              MOVE NEG-DATA-QUITACAO TO WRK-DATA-QUITACAO
           END-IF

           IF WRK-DATA-QUITACAO EQUAL ZERO
              MOVE WRK-DATA-MOVTO TO WRK-DATA-QUITACAO
           END-IF

           PERFORM CALCULA-PRAZO-EXCLUSAO

           MOVE WRK-DATA-QUITACAO TO NEG-DATA-QUITACAO
           MOVE WRK-DATA-UTIL     TO NEG-PRAZO-EXCLUSAO
           MOVE WRK-DATA-MOVTO    TO NEG-DATA-EXCLUSAO
           MOVE NGC-ULT-SEQ       TO NEG-SEQ-EXCLUSAO
           MOVE WRK-MOTIVO-EXCL   TO NEG-MOTIVO-EXCL
           SET NEG-EXCLUIDO       TO TRUE

           REWRITE NEG-REGISTRO

           IF ARQ-NEGATIV-FS NOT EQUAL ZERO
              ADD 1 TO WRK-TOT-REJEITADOS
              MOVE SPACES TO WRK-SITUACAO-TXT
              STRING 'ERRO NA GRAVACAO DA NEGATIVACAO - FS: '
                 ARQ-NEGATIV-FS
                 DELIMITED BY SIZE INTO WRK-SITUACAO-TXT
              PERFORM ESCREVE-LINHA-NEG
              EXIT SECTION
           END-IF

           PERFORM GERA-DETALHE-EXCLUSAO

           MOVE 'NEGEXCL'     TO WRK-LOG-OPERACAO
           MOVE NEG-CLIENTE   TO WRK-LOG-ID
           MOVE SPACES        TO WRK-LOG-NOME
           MOVE SPACES        TO WRK-LOG-MOTIVO
           STRING 'FATURA ' NEG-COMPETENCIA ' EXCLUSAO BUREAU MOT '
              NEG-MOTIVO-EXCL
              DELIMITED BY SIZE INTO WRK-LOG-MOTIVO
           MOVE 'BATCH'       TO WRK-LOG-OPERADOR
           CALL 'GRAVALOG' USING WRK-LOG-REGISTRO.
      *-----------------------------------------------------------------
       GERA-DETALHE-EXCLUSAO                                  SECTION.
      *----------------------------------
           MOVE NEG-CLIENTE TO ARQCRM-ID
           READ ARQCRM

           IF ARQCRM-FS NOT EQUAL ZERO
              MOVE SPACES TO ARQCRM-REGISTRO
           END-IF

           PERFORM MONTA-DETALHE
           MOVE 'E'               TO NGL-DET-OPERACAO
           MOVE NEG-CPF-CNPJ      TO NGL-DET-DOCUMENTO
           MOVE NEG-MOTIVO-EXCL   TO NGL-DET-MOTIVO-EXCL
           MOVE NEG-DATA-QUITACAO TO NGL-DET-DATA-QUITACAO
           WRITE NGL-DETALHE

           ADD 1 TO WRK-TOT-EXCLUSOES

           MOVE SPACES TO WRK-SITUACAO-TXT
           IF NEG-DATA-EXCLUSAO GREATER THAN NEG-PRAZO-EXCLUSAO
              ADD 1 TO WRK-TOT-FORA-PRAZO
              STRING 'EXCLUIDA FORA DO PRAZO (' NEG-PRAZO-EXCLUSAO ')'
                 DELIMITED BY SIZE INTO WRK-SITUACAO-TXT
           ELSE
              STRING 'EXCLUIDA - MOTIVO ' NEG-MOTIVO-EXCL
                 ' PRAZO ' NEG-PRAZO-EXCLUSAO
                 DELIMITED BY SIZE INTO WRK-SITUACAO-TXT
           END-IF

           MOVE 'E ' TO WRK-SITUACAO-TXT(39:2)
           PERFORM ESCREVE-LINHA-NEG.
      *-----------------------------------------------------------------
       PROCESSA-INCLUSOES                                     SECTION.
      *----------------------------------
           MOVE SPACES TO FAT-CLIENTE
           MOVE ZERO   TO FAT-COMPETENCIA
           START ARQ-FATURA KEY IS NOT LESS THAN FAT-KEY

           IF ARQ-FATURA-FS NOT EQUAL ZERO
              EXIT SECTION
           END-IF

           READ ARQ-FATURA NEXT RECORD

           PERFORM UNTIL ARQ-FATURA-FS NOT EQUAL ZERO
              IF FAT-FATURA-ABERTA
                 AND NOT FAT-CANCELAMENTO-PENDENTE
                 AND FAT-SALDO GREATER THAN ZERO
                 AND FAT-SALDO NOT LESS THAN NGC-VALOR-MINIMO
                 AND FAT-DATA-VENC LESS THAN WRK-DATA-MOVTO
                 COMPUTE WRK-ATRASO =
                    FUNCTION INTEGER-OF-DATE(WRK-DATA-MOVTO) -
                    FUNCTION INTEGER-OF-DATE(FAT-DATA-VENC)
                 IF WRK-ATRASO GREATER THAN NGC-DIAS-ATRASO
                    PERFORM AVALIA-INCLUSAO
                 END-IF
              END-IF
              READ ARQ-FATURA NEXT RECORD
           END-PERFORM.
      *-----------------------------------------------------------------
       AVALIA-INCLUSAO                                        SECTION.
      *----------------------------------
           MOVE FAT-CLIENTE     TO NEG-CLIENTE
           MOVE FAT-COMPETENCIA TO NEG-COMPETENCIA
           READ ARQ-NEGATIV

           IF ARQ-NEGATIV-FS EQUAL ZERO
              MOVE 'S' TO WRK-EXISTE-NEG
              IF NEG-LISTADO
                 EXIT SECTION
              END-IF
           ELSE
              MOVE 'N' TO WRK-EXISTE-NEG
           END-IF

           PERFORM VERIFICA-NOTIFICACAO

           IF WRK-DATA-AVISO EQUAL ZERO
              ADD 1 TO WRK-TOT-SEM-AVISO
              MOVE 'NAO INCLUIDA: SEM NOTIFICACAO PREVIA'
                                               TO WRK-SITUACAO-TXT
              PERFORM ESCREVE-LINHA-FAT
              EXIT SECTION
           END-IF

           COMPUTE WRK-DIAS-AVISO =
              FUNCTION INTEGER-OF-DATE(WRK-DATA-MOVTO) -
              FUNCTION INTEGER-OF-DATE(WRK-DATA-AVISO)

           IF WRK-DIAS-AVISO LESS THAN NGC-DIAS-AVISO
              ADD 1 TO WRK-TOT-AGUARDANDO
              MOVE SPACES TO WRK-SITUACAO-TXT
              STRING 'AGUARDANDO PRAZO DO AVISO DE ' WRK-DATA-AVISO
                 DELIMITED BY SIZE INTO WRK-SITUACAO-TXT
              PERFORM ESCREVE-LINHA-FAT
              EXIT SECTION
           END-IF

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
              MOVE SPACES TO WRK-SITUACAO-TXT
              STRING 'NAO INCLUIDA: ' WRK-MOTIVO-REJEICAO
                 DELIMITED BY SIZE INTO WRK-SITUACAO-TXT
              PERFORM ESCREVE-LINHA-FAT
              EXIT SECTION
           END-IF

           MOVE FAT-CLIENTE       TO NEG-CLIENTE
           MOVE FAT-COMPETENCIA   TO NEG-COMPETENCIA
           MOVE ARQCRM-CPF-CNPJ   TO NEG-CPF-CNPJ
           MOVE FAT-SALDO         TO NEG-VALOR
           MOVE FAT-DATA-VENC     TO NEG-DATA-VENC
           MOVE WRK-DATA-AVISO    TO NEG-DATA-AVISO
           MOVE WRK-DATA-MOVTO    TO NEG-DATA-INCLUSAO
           MOVE NGC-ULT-SEQ       TO NEG-SEQ-INCLUSAO
           SET NEG-NEGATIVADO     TO TRUE
           MOVE ZERO              TO NEG-DATA-QUITACAO
           MOVE ZERO              TO NEG-PRAZO-EXCLUSAO
           MOVE ZERO              TO NEG-DATA-EXCLUSAO
           MOVE ZERO              TO NEG-SEQ-EXCLUSAO
           MOVE SPACES            TO NEG-MOTIVO-EXCL

           IF WRK-EXISTE-NEG EQUAL 'S'
              REWRITE NEG-REGISTRO
           ELSE
              WRITE NEG-REGISTRO
           END-IF

           IF ARQ-NEGATIV-FS NOT EQUAL ZERO
              ADD 1 TO WRK-TOT-REJEITADOS
              MOVE SPACES TO WRK-SITUACAO-TXT
              STRING 'ERRO NA GRAVACAO DA NEGATIVACAO - FS: '
                 ARQ-NEGATIV-FS
                 DELIMITED BY SIZE INTO WRK-SITUACAO-TXT
              PERFORM ESCREVE-LINHA-FAT
              EXIT SECTION
           END-IF

           PERFORM GERA-DETALHE-INCLUSAO

           MOVE 'NEGATIVA'    TO WRK-LOG-OPERACAO
           MOVE NEG-CLIENTE   TO WRK-LOG-ID
           MOVE ARQCRM-NOME   TO WRK-LOG-NOME
           MOVE SPACES        TO WRK-LOG-MOTIVO
           STRING 'FATURA ' NEG-COMPETENCIA ' INCLUSAO BUREAU '
              NEG-VALOR
              DELIMITED BY SIZE INTO WRK-LOG-MOTIVO
           MOVE 'BATCH'       TO WRK-LOG-OPERADOR
           CALL 'GRAVALOG' USING WRK-LOG-REGISTRO.
      *-----------------------------------------------------------------
       GERA-DETALHE-INCLUSAO                                  SECTION.
      *----------------------------------
           PERFORM MONTA-DETALHE
           MOVE 'I'               TO NGL-DET-OPERACAO
           MOVE SPACES            TO NGL-DET-MOTIVO-EXCL
           MOVE ZERO              TO NGL-DET-DATA-QUITACAO
           WRITE NGL-DETALHE

           ADD 1 TO WRK-TOT-INCLUSOES
           ADD NEG-VALOR TO WRK-TOT-VALOR-INCL

           MOVE SPACES TO WRK-SITUACAO-TXT
           STRING 'INCLUIDA - AVISO EM ' NEG-DATA-AVISO
              DELIMITED BY SIZE INTO WRK-SITUACAO-TXT

           MOVE 'I ' TO WRK-SITUACAO-TXT(39:2)
           PERFORM ESCREVE-LINHA-NEG.
      *-----------------------------------------------------------------
       MONTA-DETALHE                                          SECTION.
      *----------------------------------
           ADD 1 TO WRK-SEQ-REG

           MOVE SPACES              TO NGL-DETALHE
           MOVE '1'                 TO NGL-DET-TIPO

           IF NEG-CPF-CNPJ(12:3) EQUAL SPACES
              MOVE 1 TO NGL-DET-TIPO-DOC
           ELSE
              MOVE 2 TO NGL-DET-TIPO-DOC
           END-IF

           MOVE NEG-CPF-CNPJ        TO NGL-DET-DOCUMENTO
           MOVE ARQCRM-NOME         TO NGL-DET-NOME

           STRING FUNCTION TRIM(ARQCRM-END-LOGRADOURO) ', '
              FUNCTION TRIM(ARQCRM-END-NUMERO) ' '
              FUNCTION TRIM(ARQCRM-END-COMPLEM)
              DELIMITED BY SIZE INTO NGL-DET-ENDERECO

           MOVE ARQCRM-END-BAIRRO   TO NGL-DET-BAIRRO
           MOVE ARQCRM-END-CIDADE   TO NGL-DET-CIDADE
           MOVE ARQCRM-END-UF       TO NGL-DET-UF
           MOVE ARQCRM-END-CEP      TO NGL-DET-CEP
           MOVE NEG-CLIENTE         TO NGL-DET-CLIENTE
           MOVE NEG-COMPETENCIA     TO NGL-DET-COMPETENCIA
           MOVE 'FT'                TO NGL-DET-NATUREZA
           MOVE NEG-DATA-VENC       TO NGL-DET-DATA-VENC
           MOVE NEG-VALOR           TO NGL-DET-VALOR
           MOVE NEG-DATA-AVISO      TO NGL-DET-DATA-AVISO
           MOVE WRK-SEQ-REG         TO NGL-DET-SEQ-REG.
      *-----------------------------------------------------------------
       VERIFICA-NOTIFICACAO                                   SECTION.
      *----------------------------------
           MOVE ZERO TO WRK-DATA-AVISO

           IF FAT-ETAPA-COBRANCA GREATER THAN ZERO
              MOVE FAT-DATA-COBRANCA TO WRK-DATA-AVISO
           END-IF

           IF WRK-CTT-ABERTO NOT EQUAL 'S'
              EXIT SECTION
           END-IF

           MOVE FAT-CLIENTE TO CTT-ID
           MOVE ZERO        TO CTT-SEQ
           START ARQCRM-CTT KEY IS NOT LESS THAN CTT-KEY

           IF ARQCRM-CTT-FS NOT EQUAL ZERO
              EXIT SECTION
           END-IF

           READ ARQCRM-CTT NEXT RECORD

           PERFORM UNTIL ARQCRM-CTT-FS NOT EQUAL ZERO
                      OR CTT-ID NOT EQUAL FAT-CLIENTE
              IF CTT-DATA NOT LESS THAN FAT-DATA-VENC
                 AND (CTT-TIPO-COBRANCA OR CTT-TIPO-LIGACAO
                      OR CTT-TIPO-VISITA OR CTT-TIPO-PROMESSA)
                 IF WRK-DATA-AVISO EQUAL ZERO
                    OR CTT-DATA LESS THAN WRK-DATA-AVISO
                    MOVE CTT-DATA TO WRK-DATA-AVISO
                 END-IF
              END-IF
              READ ARQCRM-CTT NEXT RECORD
           END-PERFORM.
      *-----------------------------------------------------------------
       CALCULA-PRAZO-EXCLUSAO                                 SECTION.
      *----------------------------------
           MOVE WRK-DATA-QUITACAO TO WRK-DATA-UTIL

           PERFORM NGC-PRAZO-EXCLUSAO TIMES
              COMPUTE WRK-DATA-UTIL-INT =
                 FUNCTION INTEGER-OF-DATE(WRK-DATA-UTIL) + 1
              COMPUTE WRK-DATA-UTIL =
                 FUNCTION DATE-OF-INTEGER(WRK-DATA-UTIL-INT)
              PERFORM AJUSTA-DIA-UTIL
           END-PERFORM.
      *-----------------------------------------------------------------
       REPROCESSA-MOVIMENTO                                   SECTION.
      *----------------------------------
           MOVE SPACES TO NEG-CLIENTE
           MOVE ZERO   TO NEG-COMPETENCIA
           START ARQ-NEGATIV KEY IS NOT LESS THAN NEG-KEY

           IF ARQ-NEGATIV-FS NOT EQUAL ZERO
              EXIT SECTION
           END-IF

           READ ARQ-NEGATIV NEXT RECORD

           PERFORM UNTIL ARQ-NEGATIV-FS NOT EQUAL ZERO
              IF NEG-DATA-INCLUSAO EQUAL WRK-DATA-MOVTO
                 MOVE NEG-CLIENTE TO ARQCRM-ID
                 READ ARQCRM
                 IF ARQCRM-FS NOT EQUAL ZERO
                    MOVE SPACES TO ARQCRM-REGISTRO
                 END-IF
                 PERFORM GERA-DETALHE-INCLUSAO
              END-IF
              IF NEG-EXCLUIDO
                 AND NEG-DATA-EXCLUSAO EQUAL WRK-DATA-MOVTO
                 PERFORM GERA-DETALHE-EXCLUSAO
              END-IF
              READ ARQ-NEGATIV NEXT RECORD
           END-PERFORM.
      *-----------------------------------------------------------------
       ARQUIVOS                                               SECTION.
      *----------------------------------
       ABRE-ARQUIVO-NEGATIV.
           OPEN I-O ARQ-NEGATIV

           IF ARQ-NEGATIV-FS EQUAL 35
              OPEN OUTPUT ARQ-NEGATIV
              CLOSE ARQ-NEGATIV
              OPEN I-O ARQ-NEGATIV
           END-IF.
      *
       ABRE-ARQUIVO-CONTATO.
           MOVE 'N' TO WRK-CTT-ABERTO

           OPEN INPUT ARQCRM-CTT

           IF ARQCRM-CTT-FS EQUAL ZERO
              MOVE 'S' TO WRK-CTT-ABERTO
           END-IF.
      *
       ABRE-ARQUIVO-FERIADO.
           MOVE 'N' TO WRK-FER-ABERTO

           OPEN INPUT ARQ-FERIADO

           IF ARQ-FERIADO-FS EQUAL ZERO
              MOVE 'S' TO WRK-FER-ABERTO
           END-IF.
      *
       COPY 'CRMK-DIU'.
      *-----------------------------------------------------------------
       MENSAGENS                                              SECTION.
      *----------------------------------
       ESCREVE-LINHA-NEG.
           MOVE SPACES TO REL-NEG-LINHA
           STRING NEG-CLIENTE '  ' NEG-COMPETENCIA ' '
              NEG-DATA-VENC '   ' NEG-VALOR ' '
              WRK-SITUACAO-TXT(39:2) ' ' WRK-SITUACAO-TXT(1:38)
              DELIMITED BY SIZE INTO REL-NEG-LINHA
           WRITE REL-NEG-LINHA.
      *
       ESCREVE-LINHA-FAT.
           MOVE SPACES TO REL-NEG-LINHA
           STRING FAT-CLIENTE '  ' FAT-COMPETENCIA ' '
              FAT-DATA-VENC '   ' FAT-SALDO ' -  '
              WRK-SITUACAO-TXT
              DELIMITED BY SIZE INTO REL-NEG-LINHA
           WRITE REL-NEG-LINHA.
      *
       GRAVA-ERRO-FATAL.
           MOVE 'NEGATIVA' TO WRK-ERR-PROGRAMA
           MOVE 'BATCH' TO WRK-ERR-OPERADOR
           CALL 'GRAVAERRO' USING WRK-ERR-REGISTRO.
      *
       COPY 'CRMK-FSP' REPLACING
            ==FS-PARAGRAFO== BY ==TRADUZ-FATURA-FS==
            ==FS-CAMPO==      BY ==ARQ-FATURA-FS==.
      *-----------------------------------------------------------------
       FINALIZAR                                              SECTION.
      *----------------------------------
           ADD 1 TO WRK-SEQ-REG

           MOVE SPACES              TO NGL-TRAILER
           MOVE '9'                 TO NGL-TRL-TIPO
           MOVE WRK-TOT-INCLUSOES   TO NGL-TRL-QTD-INCLUSOES
           MOVE WRK-TOT-EXCLUSOES   TO NGL-TRL-QTD-EXCLUSOES
           MOVE WRK-TOT-VALOR-INCL  TO NGL-TRL-VALOR-INCLUSOES
           MOVE WRK-SEQ-REG         TO NGL-TRL-SEQ-REG
           WRITE NGL-TRAILER

           MOVE SPACES TO REL-NEG-LINHA
           WRITE REL-NEG-LINHA

           MOVE SPACES TO REL-NEG-LINHA
           STRING 'Inclusoes enviadas    : ' WRK-TOT-INCLUSOES
              '  Valor: ' WRK-TOT-VALOR-INCL
              DELIMITED BY SIZE INTO REL-NEG-LINHA
           WRITE REL-NEG-LINHA

           MOVE SPACES TO REL-NEG-LINHA
           STRING 'Exclusoes enviadas    : ' WRK-TOT-EXCLUSOES
              DELIMITED BY SIZE INTO REL-NEG-LINHA
           WRITE REL-NEG-LINHA

           MOVE SPACES TO REL-NEG-LINHA
           STRING 'Exclusoes fora do prazo: ' WRK-TOT-FORA-PRAZO
              DELIMITED BY SIZE INTO REL-NEG-LINHA
           WRITE REL-NEG-LINHA

           MOVE SPACES TO REL-NEG-LINHA
           STRING 'Sem notificacao previa: ' WRK-TOT-SEM-AVISO
              DELIMITED BY SIZE INTO REL-NEG-LINHA
           WRITE REL-NEG-LINHA

           MOVE SPACES TO REL-NEG-LINHA
           STRING 'Aguardando prazo aviso: ' WRK-TOT-AGUARDANDO
              DELIMITED BY SIZE INTO REL-NEG-LINHA
           WRITE REL-NEG-LINHA

           MOVE SPACES TO REL-NEG-LINHA
           STRING 'Nao incluidas (erros) : ' WRK-TOT-REJEITADOS
              DELIMITED BY SIZE INTO REL-NEG-LINHA
           WRITE REL-NEG-LINHA

           CLOSE ARQCRM
           CLOSE ARQ-FATURA
           CLOSE ARQ-NEGATIV
           CLOSE ARQ-REM
           CLOSE REL-NEG

           IF WRK-CTT-ABERTO EQUAL 'S'
              CLOSE ARQCRM-CTT
           END-IF

           IF WRK-FER-ABERTO EQUAL 'S'
              CLOSE ARQ-FERIADO
           END-IF

           MOVE 'G' TO NGC-CHAVE
           MOVE WRK-DATA-MOVTO TO NGC-ULT-DATA
           REWRITE NGC-REGISTRO

           CLOSE ARQ-NEGCTL

           MOVE 'NEGATIVA' TO SAI-TIPO
           MOVE WRK-RELNEG-PATH TO SAI-ARQUIVO
           MOVE 'BATCH' TO SAI-OPERADOR
           COMPUTE SAI-REGISTROS = WRK-TOT-INCLUSOES + WRK-TOT-EXCLUSOES
           CALL 'REGSAIDA' USING SAI-REGISTRO

           IF WRK-TOT-REJEITADOS GREATER THAN ZERO
              OR WRK-TOT-FORA-PRAZO GREATER THAN ZERO
              OR WRK-TOT-SEM-AVISO GREATER THAN ZERO
              MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY 'NEGATIVA: data ' WRK-DATA-MOVTO
                   ' seq ' NGC-ULT-SEQ ' - '
                   WRK-TOT-INCLUSOES ' inclusoes, '
                   WRK-TOT-EXCLUSOES ' exclusoes, '
                   WRK-TOT-FORA-PRAZO ' fora do prazo'.
      *------------------------ FIM DO ARQUIVO -------------------------
