      *=================================================================
       IDENTIFICATION                                         DIVISION.
       PROGRAM-ID. TLMKRET.
      *=================================================================
       ENVIRONMENT                                            DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT                                           SECTION.
      *----------------------------------
       FILE-CONTROL.
           SELECT ARQ-TLMKRET  ASSIGN TO './files/TLMKRET.TXT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ARQ-TLMKRET-FS.

           SELECT ARQCRM  ASSIGN TO './files/ARQCRM.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS ARQCRM-FS
              RECORD KEY IS ARQCRM-KEY
              ALTERNATE RECORD KEY IS ARQCRM-NOME
                 WITH DUPLICATES
              ALTERNATE RECORD KEY IS ARQCRM-TELEFONE
                 WITH DUPLICATES
              ALTERNATE RECORD KEY IS ARQCRM-CPF-CNPJ
                 WITH DUPLICATES.

           SELECT ARQCRM-CTT  ASSIGN TO './files/CONTATO.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS ARQCRM-CTT-FS
              RECORD KEY IS CTT-KEY.

           SELECT ARQ-OPO  ASSIGN TO './files/OPORTUN.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS ARQ-OPO-FS
              RECORD KEY IS OPO-KEY.

           SELECT REL-TLR  ASSIGN TO WRK-REL-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REL-TLR-FS.
      *=================================================================
       DATA                                                   DIVISION.
      *-----------------------------------------------------------------
       FILE                                                   SECTION.
      *----------------------------------
       FD  ARQ-TLMKRET.
       01  ARQ-TLMKRET-REGISTRO.
           05 TLR-CAMPANHA      PIC X(06).
           05 FILLER            PIC X(01).
           05 TLR-CLIENTE       PIC X(06).
           05 FILLER            PIC X(01).
           05 TLR-TELEFONE      PIC X(14).
           05 FILLER            PIC X(01).
           05 TLR-DATA          PIC 9(08).
           05 FILLER            PIC X(01).
           05 TLR-HORA          PIC 9(06).
           05 FILLER            PIC X(01).
           05 TLR-RESULTADO     PIC X(01).
              88 TLR-CONTATADO            VALUE 'C'.
              88 TLR-NAO-ATENDEU          VALUE 'N'.
              88 TLR-RECUSOU              VALUE 'R'.
              88 TLR-INTERESSADO          VALUE 'I'.
           05 FILLER            PIC X(01).
           05 TLR-OBS           PIC X(30).
      *
       FD  ARQCRM.
       COPY 'CRMK-000'.
      *
       FD  ARQCRM-CTT.
       COPY 'CRMK-CTT'.
      *
       FD  ARQ-OPO.
       COPY 'CRMK-OPO'.
      *
       FD  REL-TLR.
       01  REL-TLR-LINHA        PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE                                        SECTION.
      *----------------------------------
       COPY 'CRMK-FST'.
       COPY 'CRMK-ERR'.
       COPY 'CRMK-SAI'.
       COPY 'CRMK-IRQ'.
       01  ARQ-TLMKRET-FS       PIC 9(02)   VALUE ZERO.
       01  ARQCRM-FS            PIC 9(02)   VALUE ZERO.
       01  ARQCRM-CTT-FS        PIC 9(02)   VALUE ZERO.
       01  ARQ-OPO-FS           PIC 9(02)   VALUE ZERO.
       01  REL-TLR-FS           PIC 9(02)   VALUE ZERO.
       01  WRK-REL-PATH         PIC X(40)   VALUE SPACES.
       01  WRK-HOJE             PIC 9(08)   VALUE ZERO.
       01  WRK-MOTIVO           PIC X(30)   VALUE SPACES.
       01  WRK-RESULTADO-DESC   PIC X(12)   VALUE SPACES.
       01  WRK-PROX-SEQ         PIC 9(03)   VALUE ZERO.
       01  WRK-TOT-LIDAS        PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-CONTATOS     PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-OPORTUN      PIC 9(05)   VALUE ZERO.
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

           OPEN INPUT ARQ-TLMKRET

           IF ARQ-TLMKRET-FS NOT EQUAL ZERO
              MOVE 'ABRE TLMKRET.TXT' TO WRK-ERR-SECAO
              MOVE ARQ-TLMKRET-FS TO WRK-ERR-FS
              PERFORM GRAVA-ERRO-FATAL
              PERFORM TRADUZ-TLMKRET-FS
              DISPLAY 'TLMKRET: ERRO ABERTURA TLMKRET.TXT - FS: '
                      ARQ-TLMKRET-FS ' (' WRK-FST-MENSAGEM ')'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN INPUT ARQCRM

           IF ARQCRM-FS NOT EQUAL ZERO
              MOVE 'ABRE ARQCRM' TO WRK-ERR-SECAO
              MOVE ARQCRM-FS TO WRK-ERR-FS
              PERFORM GRAVA-ERRO-FATAL
              DISPLAY 'TLMKRET: ERRO ABERTURA ARQCRM - FS: ' ARQCRM-FS
              CLOSE ARQ-TLMKRET
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN I-O ARQCRM-CTT

           IF ARQCRM-CTT-FS EQUAL 35
              OPEN OUTPUT ARQCRM-CTT
              CLOSE ARQCRM-CTT
              OPEN I-O ARQCRM-CTT
           END-IF

           OPEN I-O ARQ-OPO

           IF ARQ-OPO-FS EQUAL 35
              OPEN OUTPUT ARQ-OPO
              CLOSE ARQ-OPO
              OPEN I-O ARQ-OPO
           END-IF

           MOVE SPACES TO WRK-REL-PATH
           STRING './files/TLMKRET-' FUNCTION CURRENT-DATE(1:14)
              '.LST' DELIMITED BY SIZE INTO WRK-REL-PATH

           OPEN OUTPUT REL-TLR

           MOVE 'CRM - RETORNO DO TELEMARKETING ATIVO' TO REL-TLR-LINHA
           WRITE REL-TLR-LINHA

           MOVE 'CAMP.  CLIENTE RES SITUACAO' TO REL-TLR-LINHA
           WRITE REL-TLR-LINHA.
      *-----------------------------------------------------------------
       VERIFICA-REGISTRO-IMPORTACAO                           SECTION.
      *----------------------------------
           INITIALIZE WRK-IRG-PEDIDO
           SET WRK-IRG-VERIFICA TO TRUE
           SET WRK-IRG-LAYOUT-PADRAO TO TRUE
           MOVE 'TLMKRET'            TO WRK-IRG-PROGRAMA
           MOVE './files/TLMKRET.TXT' TO WRK-IRG-ARQUIVO
           MOVE 'BATCH'              TO WRK-IRG-OPERADOR
           CALL 'IMPREG' USING WRK-IRG-PEDIDO

           IF NOT WRK-IRG-RECUSADO
              EXIT SECTION
           END-IF

           MOVE 'REGISTRO IMPORTACAO' TO WRK-ERR-SECAO
           MOVE ZERO TO WRK-ERR-FS
           PERFORM GRAVA-ERRO-FATAL
           DISPLAY 'TLMKRET: ARQUIVO RECUSADO - ' WRK-IRG-MENSAGEM

           IF WRK-IRG-DUPLICADO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 8 TO RETURN-CODE
           END-IF

           GOBACK.
      *-----------------------------------------------------------------
       PROCESSAR                                              SECTION.
      *----------------------------------
           READ ARQ-TLMKRET

           PERFORM UNTIL ARQ-TLMKRET-FS NOT EQUAL ZERO
              IF ARQ-TLMKRET-REGISTRO NOT EQUAL SPACES
                 AND ARQ-TLMKRET-REGISTRO(1:3) NOT EQUAL 'HDR'
                 AND ARQ-TLMKRET-REGISTRO(1:3) NOT EQUAL 'TRL'
                 ADD 1 TO WRK-TOT-LIDAS
                 PERFORM PROCESSA-RETORNO
              END-IF
              READ ARQ-TLMKRET
           END-PERFORM.
      *-----------------------------------------------------------------
       PROCESSA-RETORNO                                       SECTION.
      *----------------------------------
           MOVE SPACES TO WRK-MOTIVO
           MOVE FUNCTION UPPER-CASE(TLR-RESULTADO) TO TLR-RESULTADO

           EVALUATE TRUE
              WHEN TLR-CONTATADO
                 MOVE 'CONTATADO'    TO WRK-RESULTADO-DESC
              WHEN TLR-NAO-ATENDEU
                 MOVE 'NAO ATENDEU'  TO WRK-RESULTADO-DESC
              WHEN TLR-RECUSOU
                 MOVE 'RECUSOU'      TO WRK-RESULTADO-DESC
              WHEN TLR-INTERESSADO
                 MOVE 'INTERESSADO'  TO WRK-RESULTADO-DESC
              WHEN OTHER
                 MOVE 'RESULTADO INVALIDO' TO WRK-MOTIVO
           END-EVALUATE

           IF WRK-MOTIVO EQUAL SPACES
              AND TLR-CAMPANHA EQUAL SPACES
              MOVE 'CAMPANHA NAO INFORMADA' TO WRK-MOTIVO
           END-IF

           IF WRK-MOTIVO EQUAL SPACES
              AND (TLR-DATA NOT NUMERIC OR TLR-HORA NOT NUMERIC)
              MOVE 'DATA/HORA INVALIDA' TO WRK-MOTIVO
           END-IF

           IF WRK-MOTIVO EQUAL SPACES
              MOVE TLR-CLIENTE TO ARQCRM-ID
              READ ARQCRM
              IF ARQCRM-FS NOT EQUAL ZERO
                 MOVE 'CLIENTE NAO ENCONTRADO' TO WRK-MOTIVO
              END-IF
              MOVE ZERO TO ARQCRM-FS
           END-IF

           IF WRK-MOTIVO NOT EQUAL SPACES
              ADD 1 TO WRK-TOT-REJEITADAS
              MOVE SPACES TO REL-TLR-LINHA
              STRING TLR-CAMPANHA ' ' TLR-CLIENTE '  ' TLR-RESULTADO
                 '   REJEITADO: ' WRK-MOTIVO
                 DELIMITED BY SIZE INTO REL-TLR-LINHA
              WRITE REL-TLR-LINHA
              EXIT SECTION
           END-IF

           PERFORM GRAVA-CONTATO

           IF TLR-INTERESSADO
              PERFORM GRAVA-OPORTUNIDADE
           END-IF.
      *-----------------------------------------------------------------
       GRAVA-CONTATO                                          SECTION.
      *----------------------------------
           PERFORM GERA-PROXIMA-SEQ-CTT

           MOVE TLR-CLIENTE  TO CTT-ID
           MOVE WRK-PROX-SEQ TO CTT-SEQ
           MOVE TLR-DATA     TO CTT-DATA
           MOVE TLR-HORA     TO CTT-HORA
           MOVE 'TLMK'       TO CTT-OPERADOR
           MOVE 'L'          TO CTT-TIPO
           MOVE SPACES       TO CTT-TEXTO
           STRING 'TLMK ' WRK-RESULTADO-DESC ' ' TLR-OBS
              DELIMITED BY SIZE INTO CTT-TEXTO
           MOVE TLR-CAMPANHA TO CTT-CAMPANHA
           MOVE ZERO         TO CTT-DATA-INICIO
           MOVE ZERO         TO CTT-HORA-INICIO
           MOVE ZERO         TO CTT-DURACAO
           SET CTT-SEM-DURACAO TO TRUE

           WRITE CTT-REGISTRO

           MOVE SPACES TO REL-TLR-LINHA

           IF ARQCRM-CTT-FS EQUAL ZERO
              ADD 1 TO WRK-TOT-CONTATOS
              STRING TLR-CAMPANHA ' ' TLR-CLIENTE '  ' TLR-RESULTADO
                 '   CONTATO ' WRK-PROX-SEQ ' REGISTRADO'
                 DELIMITED BY SIZE INTO REL-TLR-LINHA
           ELSE
              STRING TLR-CAMPANHA ' ' TLR-CLIENTE '  ' TLR-RESULTADO
                 '   ERRO NA GRAVACAO DO CONTATO - FS: ' ARQCRM-CTT-FS
                 DELIMITED BY SIZE INTO REL-TLR-LINHA
           END-IF

           WRITE REL-TLR-LINHA.
      *-----------------------------------------------------------------
       GRAVA-OPORTUNIDADE                                     SECTION.
      *----------------------------------
           PERFORM GERA-PROXIMA-SEQ-OPO

           MOVE TLR-CLIENTE  TO OPO-CLIENTE
           MOVE WRK-PROX-SEQ TO OPO-SEQ
           MOVE SPACES       TO OPO-DESCRICAO
           STRING 'INTERESSE TELEMKT CAMP ' TLR-CAMPANHA
              DELIMITED BY SIZE INTO OPO-DESCRICAO
           MOVE 'C'          TO OPO-ESTAGIO
           MOVE ZERO         TO OPO-VALOR
           COMPUTE OPO-DATA-PREVISTA = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WRK-HOJE) + 30)

           IF ARQCRM-CARTEIRA NOT EQUAL SPACES
              MOVE ARQCRM-CARTEIRA TO OPO-OPERADOR
           ELSE
              MOVE 'TLMK'          TO OPO-OPERADOR
           END-IF

           MOVE WRK-HOJE     TO OPO-DATA-CRIACAO
           MOVE WRK-HOJE     TO OPO-DATA-ATUALIZA
           MOVE ZERO         TO OPO-CONTRATO

           WRITE OPO-REGISTRO

           MOVE SPACES TO REL-TLR-LINHA

           IF ARQ-OPO-FS EQUAL ZERO
              ADD 1 TO WRK-TOT-OPORTUN
              STRING TLR-CAMPANHA ' ' TLR-CLIENTE '  ' TLR-RESULTADO
                 '   OPORTUNIDADE ' WRK-PROX-SEQ ' ABERTA P/ '
                 OPO-OPERADOR
                 DELIMITED BY SIZE INTO REL-TLR-LINHA
           ELSE
              STRING TLR-CAMPANHA ' ' TLR-CLIENTE '  ' TLR-RESULTADO
                 '   ERRO NA GRAVACAO DA OPORTUNIDADE - FS: '
                 ARQ-OPO-FS
                 DELIMITED BY SIZE INTO REL-TLR-LINHA
           END-IF

           WRITE REL-TLR-LINHA.
      *-----------------------------------------------------------------
       GERA-PROXIMA-SEQ-CTT                                   SECTION.
      *----------------------------------
           MOVE ZERO TO WRK-PROX-SEQ

           MOVE TLR-CLIENTE TO CTT-ID
           MOVE ZERO        TO CTT-SEQ

           START ARQCRM-CTT KEY IS NOT LESS THAN CTT-KEY

           IF ARQCRM-CTT-FS EQUAL ZERO
              READ ARQCRM-CTT NEXT RECORD
              PERFORM UNTIL ARQCRM-CTT-FS NOT EQUAL ZERO
                         OR CTT-ID NOT EQUAL TLR-CLIENTE
                 MOVE CTT-SEQ TO WRK-PROX-SEQ
                 READ ARQCRM-CTT NEXT RECORD
              END-PERFORM
           END-IF

           ADD 1 TO WRK-PROX-SEQ
           MOVE ZERO TO ARQCRM-CTT-FS.
      *-----------------------------------------------------------------
       GERA-PROXIMA-SEQ-OPO                                   SECTION.
      *----------------------------------
           MOVE ZERO TO WRK-PROX-SEQ

           MOVE TLR-CLIENTE TO OPO-CLIENTE
           MOVE ZERO        TO OPO-SEQ

           START ARQ-OPO KEY IS NOT LESS THAN OPO-KEY

           IF ARQ-OPO-FS EQUAL ZERO
              READ ARQ-OPO NEXT RECORD
              PERFORM UNTIL ARQ-OPO-FS NOT EQUAL ZERO
                         OR OPO-CLIENTE NOT EQUAL TLR-CLIENTE
                 MOVE OPO-SEQ TO WRK-PROX-SEQ
                 READ ARQ-OPO NEXT RECORD
              END-PERFORM
           END-IF

           ADD 1 TO WRK-PROX-SEQ
           MOVE ZERO TO ARQ-OPO-FS.
      *-----------------------------------------------------------------
       MENSAGENS                                              SECTION.
      *----------------------------------
       GRAVA-ERRO-FATAL.
           MOVE 'TLMKRET' TO WRK-ERR-PROGRAMA
           MOVE 'BATCH' TO WRK-ERR-OPERADOR
           CALL 'GRAVAERRO' USING WRK-ERR-REGISTRO.
      *
       COPY 'CRMK-FSP' REPLACING
            ==FS-PARAGRAFO== BY ==TRADUZ-TLMKRET-FS==
            ==FS-CAMPO==      BY ==ARQ-TLMKRET-FS==.
      *-----------------------------------------------------------------
       FINALIZAR                                              SECTION.
      *----------------------------------
           MOVE SPACES TO REL-TLR-LINHA
           WRITE REL-TLR-LINHA

           MOVE SPACES TO REL-TLR-LINHA
           STRING 'Retornos lidos        : ' WRK-TOT-LIDAS
              DELIMITED BY SIZE INTO REL-TLR-LINHA
           WRITE REL-TLR-LINHA

           MOVE SPACES TO REL-TLR-LINHA
           STRING 'Contatos registrados  : ' WRK-TOT-CONTATOS
              DELIMITED BY SIZE INTO REL-TLR-LINHA
           WRITE REL-TLR-LINHA

           MOVE SPACES TO REL-TLR-LINHA
           STRING 'Oportunidades abertas : ' WRK-TOT-OPORTUN
              DELIMITED BY SIZE INTO REL-TLR-LINHA
           WRITE REL-TLR-LINHA

           MOVE SPACES TO REL-TLR-LINHA
           STRING 'Rejeitados            : ' WRK-TOT-REJEITADAS
              DELIMITED BY SIZE INTO REL-TLR-LINHA
           WRITE REL-TLR-LINHA

           CLOSE ARQ-TLMKRET
           CLOSE ARQCRM
           CLOSE ARQCRM-CTT
           CLOSE ARQ-OPO
           CLOSE REL-TLR

           SET WRK-IRG-REGISTRA TO TRUE
           MOVE WRK-TOT-CONTATOS TO WRK-IRG-APLICADOS
           CALL 'IMPREG' USING WRK-IRG-PEDIDO

           MOVE 'TLMKRET' TO SAI-TIPO
           MOVE WRK-REL-PATH TO SAI-ARQUIVO
           MOVE 'BATCH' TO SAI-OPERADOR
           MOVE WRK-TOT-LIDAS TO SAI-REGISTROS
           CALL 'REGSAIDA' USING SAI-REGISTRO

           DISPLAY 'TLMKRET: ' WRK-TOT-LIDAS ' retornos, '
                   WRK-TOT-CONTATOS ' contatos, '
                   WRK-TOT-OPORTUN ' oportunidades, '
                   WRK-TOT-REJEITADAS ' rejeitados'.
      *------------------------ FIM DO ARQUIVO -------------------------
