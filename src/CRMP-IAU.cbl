      *=================================================================
       IDENTIFICATION                                         DIVISION.
       PROGRAM-ID. IMPAUTO.
      *=================================================================
       ENVIRONMENT                                            DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT                                           SECTION.
      *----------------------------------
       FILE-CONTROL.
           SELECT ARQ-AUTO  ASSIGN TO './files/AUTOATU.TXT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ARQ-AUTO-FS.

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

           SELECT ARQ-ATUPEND  ASSIGN TO './files/ATUPEND.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS ARQ-ATUPEND-FS
              RECORD KEY IS ATP-KEY.

           SELECT REL-AUTO  ASSIGN TO WRK-REL-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REL-AUTO-FS.
      *=================================================================
       DATA                                                   DIVISION.
      *-----------------------------------------------------------------
       FILE                                                   SECTION.
      *----------------------------------
       FD  ARQ-AUTO.
       01  ARQ-AUTO-REGISTRO.
           05 SOL-ID            PIC X(06).
           05 FILLER            PIC X(01).
           05 SOL-CPF-CNPJ      PIC X(14).
           05 FILLER            PIC X(01).
           05 SOL-EMAIL         PIC X(30).
           05 FILLER            PIC X(01).
           05 SOL-TELEFONE      PIC X(14).
           05 FILLER            PIC X(01).
           05 SOL-LOGRADOURO    PIC X(30).
           05 FILLER            PIC X(01).
           05 SOL-NUMERO        PIC X(06).
           05 FILLER            PIC X(01).
           05 SOL-COMPLEM       PIC X(10).
           05 FILLER            PIC X(01).
           05 SOL-BAIRRO        PIC X(20).
           05 FILLER            PIC X(01).
           05 SOL-CIDADE        PIC X(25).
           05 FILLER            PIC X(01).
           05 SOL-UF            PIC X(02).
           05 FILLER            PIC X(01).
           05 SOL-CEP           PIC X(08).
      *
       FD  ARQCRM.
       COPY 'CRMK-000'.
      *
       FD  ARQ-ATUPEND.
       COPY 'CRMK-ATP'.
      *
       FD  REL-AUTO.
       01  REL-AUTO-LINHA       PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE                                        SECTION.
      *----------------------------------
       COPY 'CRMK-FST'.
       COPY 'CRMK-ERR'.
       COPY 'CRMK-SAI'.
       COPY 'CRMK-IRQ'.
       01  ARQ-AUTO-FS          PIC 9(02)   VALUE ZERO.
       01  ARQCRM-FS            PIC 9(02)   VALUE ZERO.
       01  ARQ-ATUPEND-FS       PIC 9(02)   VALUE ZERO.
       01  REL-AUTO-FS          PIC 9(02)   VALUE ZERO.
       01  WRK-REL-PATH         PIC X(40)   VALUE SPACES.
       01  WRK-HOJE             PIC 9(08)   VALUE ZERO.
       01  WRK-PROX-SEQ         PIC 9(05)   VALUE ZERO.
       01  WRK-MOTIVO           PIC X(30)   VALUE SPACES.
       01  WRK-DUPLICADA        PIC X(01)   VALUE 'N'.
       01  WRK-I                PIC 9(02)   VALUE ZERO.
       01  WRK-POS-ARROBA       PIC 9(02)   VALUE ZERO.
       01  WRK-POS-PONTO        PIC 9(02)   VALUE ZERO.
       01  WRK-TEL-NORM         PIC X(14)   VALUE SPACES.
       01  WRK-TEL-DIGITOS      PIC X(14)   VALUE SPACES.
       01  WRK-TEL-TAM          PIC 9(02)   VALUE ZERO.
       01  WRK-TOT-LIDAS        PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-ENFILEIRADAS PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-REJEITADAS   PIC 9(05)   VALUE ZERO.
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
           PERFORM VERIFICA-REGISTRO-IMPORTACAO

           MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-HOJE

           OPEN INPUT ARQ-AUTO

           IF ARQ-AUTO-FS NOT EQUAL ZERO
              MOVE 'ABRE AUTOATU.TXT' TO WRK-ERR-SECAO
              MOVE ARQ-AUTO-FS TO WRK-ERR-FS
              PERFORM GRAVA-ERRO-FATAL
              PERFORM TRADUZ-AUTO-FS
              DISPLAY 'IMPAUTO: ERRO ABERTURA AUTOATU.TXT - FS: '
                      ARQ-AUTO-FS ' (' WRK-FST-MENSAGEM ')'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN INPUT ARQCRM

           IF ARQCRM-FS NOT EQUAL ZERO
              MOVE 'ABRE ARQCRM' TO WRK-ERR-SECAO
              MOVE ARQCRM-FS TO WRK-ERR-FS
              PERFORM GRAVA-ERRO-FATAL
              DISPLAY 'IMPAUTO: ERRO ABERTURA ARQCRM - FS: ' ARQCRM-FS
              CLOSE ARQ-AUTO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN I-O ARQ-ATUPEND

           IF ARQ-ATUPEND-FS EQUAL 35
              OPEN OUTPUT ARQ-ATUPEND
              CLOSE ARQ-ATUPEND
              OPEN I-O ARQ-ATUPEND
           END-IF

           PERFORM GERA-PROXIMA-SEQ

           MOVE SPACES TO WRK-REL-PATH
           STRING './files/REJAUTO-' FUNCTION CURRENT-DATE(1:14)
              '.LST' DELIMITED BY SIZE INTO WRK-REL-PATH

           OPEN OUTPUT REL-AUTO

           MOVE 'CRM - ATUALIZACOES DO SITE REJEITADAS NA IMPORTACAO'
                                                    TO REL-AUTO-LINHA
           WRITE REL-AUTO-LINHA

           MOVE SPACES TO REL-AUTO-LINHA
           STRING 'Data: ' WRK-HOJE
              DELIMITED BY SIZE INTO REL-AUTO-LINHA
           WRITE REL-AUTO-LINHA

           MOVE SPACES TO REL-AUTO-LINHA
           WRITE REL-AUTO-LINHA

           MOVE 'LINHA CLIENTE CPF/CNPJ       MOTIVO' TO REL-AUTO-LINHA
           WRITE REL-AUTO-LINHA.
      *-----------------------------------------------------------------
       VERIFICA-REGISTRO-IMPORTACAO                           SECTION.
      *----------------------------------
           INITIALIZE WRK-IRG-PEDIDO
           SET WRK-IRG-VERIFICA TO TRUE
           SET WRK-IRG-LAYOUT-PADRAO TO TRUE
           MOVE 'IMPAUTO'            TO WRK-IRG-PROGRAMA
           MOVE './files/AUTOATU.TXT' TO WRK-IRG-ARQUIVO
           MOVE 'BATCH'              TO WRK-IRG-OPERADOR
           CALL 'IMPREG' USING WRK-IRG-PEDIDO

           IF NOT WRK-IRG-RECUSADO
              EXIT SECTION
           END-IF

           MOVE 'REGISTRO IMPORTACAO' TO WRK-ERR-SECAO
           MOVE ZERO TO WRK-ERR-FS
           PERFORM GRAVA-ERRO-FATAL
           DISPLAY 'IMPAUTO: ARQUIVO RECUSADO - ' WRK-IRG-MENSAGEM

           IF WRK-IRG-DUPLICADO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 8 TO RETURN-CODE
           END-IF

           GOBACK.
      *-----------------------------------------------------------------
       PROCESSAR                                              SECTION.
      *----------------------------------
           READ ARQ-AUTO

           PERFORM UNTIL ARQ-AUTO-FS NOT EQUAL ZERO
              IF ARQ-AUTO-REGISTRO(1:3) NOT EQUAL 'HDR'
                 AND ARQ-AUTO-REGISTRO(1:3) NOT EQUAL 'TRL'
                 ADD 1 TO WRK-TOT-LIDAS
                 PERFORM PROCESSA-SOLICITACAO
              END-IF
              READ ARQ-AUTO
           END-PERFORM.
      *-----------------------------------------------------------------
       PROCESSA-SOLICITACAO                                   SECTION.
      *----------------------------------
           MOVE SPACES TO WRK-MOTIVO

           PERFORM VALIDA-SOLICITACAO

           IF WRK-MOTIVO NOT EQUAL SPACES
              PERFORM REJEITA-SOLICITACAO
              EXIT SECTION
           END-IF

           PERFORM VERIFICA-DUPLICADA

           IF WRK-DUPLICADA EQUAL 'S'
              MOVE 'SOLICITACAO JA PENDENTE' TO WRK-MOTIVO
              PERFORM REJEITA-SOLICITACAO
              EXIT SECTION
           END-IF

           PERFORM MONTA-REGISTRO-FILA

           WRITE ATP-REGISTRO

           IF ARQ-ATUPEND-FS EQUAL ZERO
              ADD 1 TO WRK-TOT-ENFILEIRADAS
              ADD 1 TO WRK-PROX-SEQ
           ELSE
              MOVE SPACES TO WRK-MOTIVO
              STRING 'ERRO NA FILA - FS: ' ARQ-ATUPEND-FS
                 DELIMITED BY SIZE INTO WRK-MOTIVO
              PERFORM REJEITA-SOLICITACAO
           END-IF.
      *-----------------------------------------------------------------
       VALIDA-SOLICITACAO                                     SECTION.
      *----------------------------------
           MOVE SPACES TO WRK-TEL-NORM

           IF SOL-ID EQUAL SPACES
              MOVE 'ID DO CLIENTE NAO INFORMADO' TO WRK-MOTIVO
              EXIT SECTION
           END-IF

           MOVE SOL-ID TO ARQCRM-ID
           READ ARQCRM

           IF ARQCRM-FS NOT EQUAL ZERO
              MOVE ZERO TO ARQCRM-FS
              MOVE 'CLIENTE NAO ENCONTRADO' TO WRK-MOTIVO
              EXIT SECTION
           END-IF

           IF SOL-CPF-CNPJ NOT EQUAL ARQCRM-CPF-CNPJ
              MOVE 'CPF/CNPJ NAO CONFERE' TO WRK-MOTIVO
              EXIT SECTION
           END-IF

           IF NOT ARQCRM-ATIVO
              AND NOT ARQCRM-PROSPECTO
              AND NOT ARQCRM-SUSPENSO
              MOVE 'CADASTRO INATIVO OU ENCERRADO' TO WRK-MOTIVO
              EXIT SECTION
           END-IF

           IF SOL-EMAIL EQUAL SPACES
              AND SOL-TELEFONE EQUAL SPACES
              AND SOL-LOGRADOURO EQUAL SPACES
              AND SOL-CIDADE EQUAL SPACES
              AND SOL-CEP EQUAL SPACES
              MOVE 'NENHUMA ALTERACAO INFORMADA' TO WRK-MOTIVO
              EXIT SECTION
           END-IF

           IF SOL-EMAIL NOT EQUAL SPACES
              PERFORM VALIDA-EMAIL
              IF WRK-POS-ARROBA EQUAL ZERO
                 MOVE 'E-MAIL INVALIDO' TO WRK-MOTIVO
                 EXIT SECTION
              END-IF
           END-IF

           IF SOL-TELEFONE NOT EQUAL SPACES
              MOVE SOL-TELEFONE TO WRK-TEL-NORM
              PERFORM NORMALIZA-TELEFONE
              IF WRK-TEL-TAM NOT EQUAL 10
                 AND WRK-TEL-TAM NOT EQUAL 11
                 MOVE 'TELEFONE INVALIDO' TO WRK-MOTIVO
                 EXIT SECTION
              END-IF
           END-IF

           IF (SOL-LOGRADOURO NOT EQUAL SPACES
               OR SOL-CIDADE NOT EQUAL SPACES
               OR SOL-CEP NOT EQUAL SPACES)
              AND (SOL-LOGRADOURO EQUAL SPACES
               OR SOL-CIDADE EQUAL SPACES
               OR SOL-UF EQUAL SPACES)
              MOVE 'ENDERECO INCOMPLETO' TO WRK-MOTIVO
           END-IF.
      *-----------------------------------------------------------------
       VERIFICA-DUPLICADA                                     SECTION.
      *----------------------------------
           MOVE 'N' TO WRK-DUPLICADA

           MOVE ZERO TO ATP-DATA-RECEB
           MOVE ZERO TO ATP-SEQ

           START ARQ-ATUPEND KEY IS NOT LESS THAN ATP-KEY

           IF ARQ-ATUPEND-FS EQUAL ZERO
              READ ARQ-ATUPEND NEXT RECORD
              PERFORM UNTIL ARQ-ATUPEND-FS NOT EQUAL ZERO
                         OR WRK-DUPLICADA EQUAL 'S'
                 IF ATP-PENDENTE
                    AND ATP-CLIENTE  EQUAL SOL-ID
                    AND ATP-EMAIL    EQUAL SOL-EMAIL
                    AND ATP-TELEFONE EQUAL WRK-TEL-NORM
                    AND ATP-END-LOGRADOURO EQUAL SOL-LOGRADOURO
                    AND ATP-END-NUMERO EQUAL SOL-NUMERO
                    AND ATP-END-CEP EQUAL SOL-CEP
                    MOVE 'S' TO WRK-DUPLICADA
                 END-IF
                 READ ARQ-ATUPEND NEXT RECORD
              END-PERFORM
           END-IF

           MOVE ZERO TO ARQ-ATUPEND-FS.
      *-----------------------------------------------------------------
       MONTA-REGISTRO-FILA                                    SECTION.
      *----------------------------------
           MOVE WRK-HOJE       TO ATP-DATA-RECEB
           MOVE WRK-PROX-SEQ   TO ATP-SEQ
           MOVE SOL-ID         TO ATP-CLIENTE
           MOVE SOL-EMAIL      TO ATP-EMAIL
           MOVE WRK-TEL-NORM   TO ATP-TELEFONE
           MOVE SOL-LOGRADOURO TO ATP-END-LOGRADOURO
           MOVE SOL-NUMERO     TO ATP-END-NUMERO
           MOVE SOL-COMPLEM    TO ATP-END-COMPLEM
           MOVE SOL-BAIRRO     TO ATP-END-BAIRRO
           MOVE SOL-CIDADE     TO ATP-END-CIDADE
           MOVE SOL-UF         TO ATP-END-UF
           MOVE SOL-CEP        TO ATP-END-CEP
           MOVE 'P'            TO ATP-STATUS
           MOVE ZERO           TO ATP-DATA-DECISAO
           MOVE SPACES         TO ATP-OPERADOR.
      *-----------------------------------------------------------------
       REJEITA-SOLICITACAO                                    SECTION.
      *----------------------------------
           ADD 1 TO WRK-TOT-REJEITADAS

           MOVE SPACES TO REL-AUTO-LINHA
           STRING WRK-TOT-LIDAS ' ' SOL-ID '  ' SOL-CPF-CNPJ ' '
              WRK-MOTIVO
              DELIMITED BY SIZE INTO REL-AUTO-LINHA
           WRITE REL-AUTO-LINHA.
      *-----------------------------------------------------------------
       GERA-PROXIMA-SEQ                                       SECTION.
      *----------------------------------
           MOVE ZERO TO WRK-PROX-SEQ

           MOVE WRK-HOJE TO ATP-DATA-RECEB
           MOVE ZERO     TO ATP-SEQ

           START ARQ-ATUPEND KEY IS NOT LESS THAN ATP-KEY

           IF ARQ-ATUPEND-FS EQUAL ZERO
              READ ARQ-ATUPEND NEXT RECORD
              PERFORM UNTIL ARQ-ATUPEND-FS NOT EQUAL ZERO
                         OR ATP-DATA-RECEB NOT EQUAL WRK-HOJE
                 MOVE ATP-SEQ TO WRK-PROX-SEQ
                 READ ARQ-ATUPEND NEXT RECORD
              END-PERFORM
           END-IF

           ADD 1 TO WRK-PROX-SEQ
           MOVE ZERO TO ARQ-ATUPEND-FS.
      *-----------------------------------------------------------------
       MENSAGENS                                              SECTION.
      *----------------------------------
       GRAVA-ERRO-FATAL.
           MOVE 'IMPAUTO' TO WRK-ERR-PROGRAMA
           MOVE 'BATCH' TO WRK-ERR-OPERADOR
           CALL 'GRAVAERRO' USING WRK-ERR-REGISTRO.
      *
       COPY 'CRMK-FSP' REPLACING
            ==FS-PARAGRAFO== BY ==TRADUZ-AUTO-FS==
            ==FS-CAMPO==      BY ==ARQ-AUTO-FS==.
      *-----------------------------------------------------------------
       FINALIZAR                                              SECTION.
      *----------------------------------
           MOVE SPACES TO REL-AUTO-LINHA
           WRITE REL-AUTO-LINHA

           MOVE SPACES TO REL-AUTO-LINHA
           STRING 'Solicitacoes lidas    : ' WRK-TOT-LIDAS
              DELIMITED BY SIZE INTO REL-AUTO-LINHA
           WRITE REL-AUTO-LINHA

           MOVE SPACES TO REL-AUTO-LINHA
           STRING 'Enviadas p/ aprovacao : ' WRK-TOT-ENFILEIRADAS
              DELIMITED BY SIZE INTO REL-AUTO-LINHA
           WRITE REL-AUTO-LINHA

           MOVE SPACES TO REL-AUTO-LINHA
           STRING 'Rejeitadas            : ' WRK-TOT-REJEITADAS
              DELIMITED BY SIZE INTO REL-AUTO-LINHA
           WRITE REL-AUTO-LINHA

           CLOSE ARQ-AUTO
           CLOSE ARQCRM
           CLOSE ARQ-ATUPEND
           CLOSE REL-AUTO

           SET WRK-IRG-REGISTRA TO TRUE
           MOVE WRK-TOT-ENFILEIRADAS TO WRK-IRG-APLICADOS
           CALL 'IMPREG' USING WRK-IRG-PEDIDO

           MOVE 'REJAUTO' TO SAI-TIPO
           MOVE WRK-REL-PATH TO SAI-ARQUIVO
           MOVE 'BATCH' TO SAI-OPERADOR
           MOVE WRK-TOT-REJEITADAS TO SAI-REGISTROS
           CALL 'REGSAIDA' USING SAI-REGISTRO

           DISPLAY 'IMPAUTO: ' WRK-TOT-LIDAS ' solicitacoes, '
                   WRK-TOT-ENFILEIRADAS ' para aprovacao, '
                   WRK-TOT-REJEITADAS ' rejeitadas'.
      *-----------------------------------------------------------------
       UTILITARIOS                                            SECTION.
      *----------------------------------
       NORMALIZA-TELEFONE.
           MOVE SPACES TO WRK-TEL-DIGITOS
           MOVE ZERO   TO WRK-TEL-TAM

           PERFORM VARYING WRK-I FROM 1 BY 1 UNTIL WRK-I > 14
              IF WRK-TEL-NORM(WRK-I:1) GREATER THAN OR EQUAL TO '0'
                 AND WRK-TEL-NORM(WRK-I:1) LESS THAN OR EQUAL TO '9'
                 ADD 1 TO WRK-TEL-TAM
                 MOVE WRK-TEL-NORM(WRK-I:1)
                                       TO WRK-TEL-DIGITOS(WRK-TEL-TAM:1)
              END-IF
           END-PERFORM

           MOVE SPACES TO WRK-TEL-NORM
           EVALUATE WRK-TEL-TAM
              WHEN 11
                 STRING '(' WRK-TEL-DIGITOS(1:2) ')'
                        WRK-TEL-DIGITOS(3:5) '-' WRK-TEL-DIGITOS(8:4)
                    DELIMITED BY SIZE INTO WRK-TEL-NORM
              WHEN 10
                 STRING '(' WRK-TEL-DIGITOS(1:2) ') '
                        WRK-TEL-DIGITOS(3:4) '-' WRK-TEL-DIGITOS(7:4)
                    DELIMITED BY SIZE INTO WRK-TEL-NORM
              WHEN OTHER
                 MOVE WRK-TEL-DIGITOS TO WRK-TEL-NORM
           END-EVALUATE.
      *
       VALIDA-EMAIL.
           MOVE ZERO TO WRK-POS-ARROBA
           MOVE ZERO TO WRK-POS-PONTO

           PERFORM VARYING WRK-I FROM 1 BY 1 UNTIL WRK-I > 30
              IF SOL-EMAIL(WRK-I:1) EQUAL '@'
                 IF WRK-POS-ARROBA EQUAL ZERO
                    MOVE WRK-I TO WRK-POS-ARROBA
                 ELSE
                    MOVE 99 TO WRK-POS-ARROBA
                 END-IF
              END-IF
              IF SOL-EMAIL(WRK-I:1) EQUAL '.'
                 AND WRK-POS-ARROBA NOT EQUAL ZERO
                 AND WRK-I GREATER THAN WRK-POS-ARROBA
                 MOVE WRK-I TO WRK-POS-PONTO
              END-IF
           END-PERFORM

           IF WRK-POS-ARROBA EQUAL ZERO
              OR WRK-POS-ARROBA EQUAL 99
              OR WRK-POS-PONTO EQUAL ZERO
              MOVE ZERO TO WRK-POS-ARROBA
           END-IF.
      *------------------------ FIM DO ARQUIVO -------------------------
