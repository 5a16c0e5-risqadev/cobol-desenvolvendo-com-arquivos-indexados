      *=================================================================
       IDENTIFICATION                                         DIVISION.
       PROGRAM-ID. TLMKLIST.
      *=================================================================
       ENVIRONMENT                                            DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT                                           SECTION.
      *----------------------------------
       FILE-CONTROL.
           SELECT ARQ-TLMKSEL  ASSIGN TO './files/TLMKSEL.TXT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ARQ-TLMKSEL-FS.

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

           SELECT ARQ-RST  ASSIGN TO './files/RESTRICAO.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS ARQ-RST-FS
              RECORD KEY IS RST-CPF-CNPJ.

           SELECT ARQCRM-CTT  ASSIGN TO './files/CONTATO.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS ARQCRM-CTT-FS
              RECORD KEY IS CTT-KEY.

           SELECT ARQ-CAMPANHA  ASSIGN TO './files/CAMPANHA.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS ARQ-CAMPANHA-FS
              RECORD KEY IS CPN-CODIGO.

           SELECT ARQ-TLMK  ASSIGN TO WRK-TLMK-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ARQ-TLMK-FS.

           SELECT REL-TLMK  ASSIGN TO WRK-REL-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REL-TLMK-FS.
      *=================================================================
       DATA                                                   DIVISION.
      *-----------------------------------------------------------------
       FILE                                                   SECTION.
      *----------------------------------
       FD  ARQ-TLMKSEL.
       01  ARQ-TLMKSEL-REGISTRO.
           05 SEL-CAMPANHA      PIC X(06).
           05 FILLER            PIC X(01).
           05 SEL-STATUS        PIC X(01).
           05 FILLER            PIC X(01).
           05 SEL-SEGMENTO      PIC X(01).
           05 FILLER            PIC X(01).
           05 SEL-CARTEIRA      PIC X(08).
      *
       FD  ARQCRM.
       COPY 'CRMK-000'.
      *
       FD  ARQ-RST.
       COPY 'CRMK-RST'.
      *
       FD  ARQCRM-CTT.
       COPY 'CRMK-CTT'.
      *
       FD  ARQ-CAMPANHA.
       COPY 'CRMK-CPN'.
      *
       FD  ARQ-TLMK.
       01  ARQ-TLMK-LINHA.
           05 TLK-CAMPANHA      PIC X(06).
           05 FILLER            PIC X(01).
           05 TLK-CLIENTE       PIC X(06).
           05 FILLER            PIC X(01).
           05 TLK-NOME          PIC X(25).
           05 FILLER            PIC X(01).
           05 TLK-TELEFONE      PIC X(14).
           05 FILLER            PIC X(01).
           05 TLK-TIPO-FONE     PIC X(01).
           05 FILLER            PIC X(01).
           05 TLK-SEGMENTO      PIC X(01).
           05 FILLER            PIC X(01).
           05 TLK-UF            PIC X(02).
           05 FILLER            PIC X(01).
           05 TLK-DATA          PIC 9(08).
      *
       FD  REL-TLMK.
       01  REL-TLMK-LINHA       PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE                                        SECTION.
      *----------------------------------
       COPY 'CRMK-FST'.
       COPY 'CRMK-ERR'.
       COPY 'CRMK-SAI'.
       01  ARQ-TLMKSEL-FS       PIC 9(02)   VALUE ZERO.
       01  ARQCRM-FS            PIC 9(02)   VALUE ZERO.
       01  ARQ-RST-FS           PIC 9(02)   VALUE ZERO.
       01  ARQCRM-CTT-FS        PIC 9(02)   VALUE ZERO.
       01  ARQ-CAMPANHA-FS      PIC 9(02)   VALUE ZERO.
       01  ARQ-TLMK-FS          PIC 9(02)   VALUE ZERO.
       01  REL-TLMK-FS          PIC 9(02)   VALUE ZERO.
       01  WRK-TLMK-PATH        PIC X(40)   VALUE SPACES.
       01  WRK-REL-PATH         PIC X(40)   VALUE SPACES.
       01  WRK-HOJE             PIC 9(08)   VALUE ZERO.
       01  WRK-RST-ABERTO       PIC X(01)   VALUE 'N'.
       01  WRK-CTT-ABERTO       PIC X(01)   VALUE 'N'.
       01  WRK-SELECIONA        PIC X(01)   VALUE 'N'.
       01  WRK-JA-CONTATADO     PIC X(01)   VALUE 'N'.
       01  WRK-FONE             PIC X(14)   VALUE SPACES.
       01  WRK-FONE-TIPO        PIC X(01)   VALUE SPACE.
       01  WRK-I                PIC 9(01)   VALUE ZERO.
       01  WRK-CPN-SELECOES     PIC 9(03)   VALUE ZERO.
       01  WRK-QTD-LISTADOS     PIC 9(05)   VALUE ZERO.
       01  WRK-QTD-SEM-CONSENT  PIC 9(05)   VALUE ZERO.
       01  WRK-QTD-RESTRITOS    PIC 9(05)   VALUE ZERO.
       01  WRK-QTD-SEM-FONE     PIC 9(05)   VALUE ZERO.
       01  WRK-QTD-CONTATADOS   PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-LISTADOS     PIC 9(05)   VALUE ZERO.
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

           OPEN INPUT ARQ-TLMKSEL

           IF ARQ-TLMKSEL-FS NOT EQUAL ZERO
              MOVE 'ABRE TLMKSEL.TXT' TO WRK-ERR-SECAO
              MOVE ARQ-TLMKSEL-FS TO WRK-ERR-FS
              PERFORM GRAVA-ERRO-FATAL
              PERFORM TRADUZ-TLMKSEL-FS
              DISPLAY 'TLMKLIST: ERRO ABERTURA TLMKSEL.TXT - FS: '
                      ARQ-TLMKSEL-FS ' (' WRK-FST-MENSAGEM ')'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN INPUT ARQCRM

           IF ARQCRM-FS NOT EQUAL ZERO
              MOVE 'ABRE ARQCRM' TO WRK-ERR-SECAO
              MOVE ARQCRM-FS TO WRK-ERR-FS
              PERFORM GRAVA-ERRO-FATAL
              DISPLAY 'TLMKLIST: ERRO ABERTURA ARQCRM - FS: '
                      ARQCRM-FS
              CLOSE ARQ-TLMKSEL
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN INPUT ARQ-RST

           IF ARQ-RST-FS EQUAL ZERO
              MOVE 'S' TO WRK-RST-ABERTO
           END-IF

           OPEN INPUT ARQCRM-CTT

           IF ARQCRM-CTT-FS EQUAL ZERO
              MOVE 'S' TO WRK-CTT-ABERTO
           END-IF

           OPEN I-O ARQ-CAMPANHA

           IF ARQ-CAMPANHA-FS EQUAL 35
              OPEN OUTPUT ARQ-CAMPANHA
              CLOSE ARQ-CAMPANHA
              OPEN I-O ARQ-CAMPANHA
           END-IF

           MOVE SPACES TO WRK-TLMK-PATH
           STRING './files/TLMK-' FUNCTION CURRENT-DATE(1:14)
              '.TXT' DELIMITED BY SIZE INTO WRK-TLMK-PATH

           MOVE SPACES TO WRK-REL-PATH
           STRING './files/TLMKLIST-' FUNCTION CURRENT-DATE(1:14)
              '.LST' DELIMITED BY SIZE INTO WRK-REL-PATH

           OPEN OUTPUT ARQ-TLMK
           OPEN OUTPUT REL-TLMK

           MOVE 'CRM - LISTA DE TELEMARKETING ATIVO' TO REL-TLMK-LINHA
           WRITE REL-TLMK-LINHA

           MOVE SPACES TO REL-TLMK-LINHA
           STRING 'Data: ' WRK-HOJE '  Arquivo: ' WRK-TLMK-PATH
              DELIMITED BY SIZE INTO REL-TLMK-LINHA
           WRITE REL-TLMK-LINHA

           MOVE SPACES TO REL-TLMK-LINHA
           WRITE REL-TLMK-LINHA

           MOVE SPACES TO REL-TLMK-LINHA
           STRING 'CAMP.  ST SEG CARTEIRA LISTADOS S/CONS. RESTRIT. '
              'S/FONE JA CONT.' DELIMITED BY SIZE INTO REL-TLMK-LINHA
           WRITE REL-TLMK-LINHA.
      *-----------------------------------------------------------------
       PROCESSAR                                              SECTION.
      *----------------------------------
           READ ARQ-TLMKSEL

           PERFORM UNTIL ARQ-TLMKSEL-FS NOT EQUAL ZERO
              IF SEL-CAMPANHA NOT EQUAL SPACES
                 AND SEL-CAMPANHA(1:1) NOT EQUAL '*'
                 PERFORM GERA-LISTA-CAMPANHA
              END-IF
              READ ARQ-TLMKSEL
           END-PERFORM.
      *-----------------------------------------------------------------
       GERA-LISTA-CAMPANHA                                    SECTION.
      *----------------------------------
           MOVE FUNCTION UPPER-CASE(SEL-CAMPANHA) TO SEL-CAMPANHA
           MOVE FUNCTION UPPER-CASE(SEL-SEGMENTO) TO SEL-SEGMENTO
           MOVE FUNCTION UPPER-CASE(SEL-CARTEIRA) TO SEL-CARTEIRA

           ADD 1 TO WRK-CPN-SELECOES

           MOVE ZERO TO WRK-QTD-LISTADOS
           MOVE ZERO TO WRK-QTD-SEM-CONSENT
           MOVE ZERO TO WRK-QTD-RESTRITOS
           MOVE ZERO TO WRK-QTD-SEM-FONE
           MOVE ZERO TO WRK-QTD-CONTATADOS

           MOVE LOW-VALUES TO ARQCRM-ID
           START ARQCRM KEY IS NOT LESS THAN ARQCRM-KEY

           IF ARQCRM-FS EQUAL ZERO
              READ ARQCRM NEXT RECORD
           END-IF

           PERFORM UNTIL ARQCRM-FS NOT EQUAL ZERO
              PERFORM FILTRA-REGISTRO
              IF WRK-SELECIONA EQUAL 'S'
                 PERFORM AVALIA-CLIENTE
              END-IF
              READ ARQCRM NEXT RECORD
           END-PERFORM

           MOVE ZERO TO ARQCRM-FS

           PERFORM REGISTRA-CAMPANHA

           ADD WRK-QTD-LISTADOS TO WRK-TOT-LISTADOS

           MOVE SPACES TO REL-TLMK-LINHA
           STRING SEL-CAMPANHA ' ' SEL-STATUS '  ' SEL-SEGMENTO '   '
              SEL-CARTEIRA ' ' WRK-QTD-LISTADOS '    '
              WRK-QTD-SEM-CONSENT '   ' WRK-QTD-RESTRITOS '    '
              WRK-QTD-SEM-FONE '  ' WRK-QTD-CONTATADOS
              DELIMITED BY SIZE INTO REL-TLMK-LINHA
           WRITE REL-TLMK-LINHA.
      *-----------------------------------------------------------------
       FILTRA-REGISTRO                                        SECTION.
      *----------------------------------
           MOVE 'S' TO WRK-SELECIONA

           IF ARQCRM-ENCERRADO
              OR ARQCRM-EXCLUSAO-PENDENTE
              MOVE 'N' TO WRK-SELECIONA
           END-IF

           IF SEL-STATUS NOT EQUAL SPACE
              AND ARQCRM-STATUS NOT EQUAL SEL-STATUS
              MOVE 'N' TO WRK-SELECIONA
           END-IF

           IF SEL-SEGMENTO NOT EQUAL SPACE
              AND ARQCRM-SEGMENTO NOT EQUAL SEL-SEGMENTO
              MOVE 'N' TO WRK-SELECIONA
           END-IF

           IF SEL-CARTEIRA NOT EQUAL SPACES
              AND ARQCRM-CARTEIRA NOT EQUAL SEL-CARTEIRA
              MOVE 'N' TO WRK-SELECIONA
           END-IF.
      *-----------------------------------------------------------------
       AVALIA-CLIENTE                                         SECTION.
      *----------------------------------
           IF NOT ARQCRM-ACEITA-TEL
              ADD 1 TO WRK-QTD-SEM-CONSENT
              EXIT SECTION
           END-IF

           IF WRK-RST-ABERTO EQUAL 'S'
              AND ARQCRM-CPF-CNPJ NOT EQUAL SPACES
              MOVE ARQCRM-CPF-CNPJ TO RST-CPF-CNPJ
              READ ARQ-RST
              IF ARQ-RST-FS EQUAL ZERO
                 ADD 1 TO WRK-QTD-RESTRITOS
                 EXIT SECTION
              END-IF
           END-IF

           PERFORM ESCOLHE-TELEFONE

           IF WRK-FONE EQUAL SPACES
              ADD 1 TO WRK-QTD-SEM-FONE
              EXIT SECTION
           END-IF

           PERFORM VERIFICA-CONTATO-CAMPANHA

           IF WRK-JA-CONTATADO EQUAL 'S'
              ADD 1 TO WRK-QTD-CONTATADOS
              EXIT SECTION
           END-IF

           MOVE SPACES          TO ARQ-TLMK-LINHA
           MOVE SEL-CAMPANHA    TO TLK-CAMPANHA
           MOVE ARQCRM-ID       TO TLK-CLIENTE
           MOVE ARQCRM-NOME     TO TLK-NOME
           MOVE WRK-FONE        TO TLK-TELEFONE
           MOVE WRK-FONE-TIPO   TO TLK-TIPO-FONE
           MOVE ARQCRM-SEGMENTO TO TLK-SEGMENTO
           MOVE ARQCRM-END-UF   TO TLK-UF
           MOVE WRK-HOJE        TO TLK-DATA
           WRITE ARQ-TLMK-LINHA

           ADD 1 TO WRK-QTD-LISTADOS.
      *-----------------------------------------------------------------
       ESCOLHE-TELEFONE                                       SECTION.
      *----------------------------------
           MOVE SPACES TO WRK-FONE
           MOVE SPACE  TO WRK-FONE-TIPO

           PERFORM VARYING WRK-I FROM 1 BY 1
              UNTIL WRK-I > 2 OR WRK-FONE NOT EQUAL SPACES
              IF ARQCRM-TEL-EXTRA-CELULAR(WRK-I)
                 AND ARQCRM-TEL-EXTRA-NUMERO(WRK-I) NOT EQUAL SPACES
                 MOVE ARQCRM-TEL-EXTRA-NUMERO(WRK-I) TO WRK-FONE
                 MOVE 'C' TO WRK-FONE-TIPO
              END-IF
           END-PERFORM

           IF WRK-FONE EQUAL SPACES
              AND ARQCRM-TELEFONE NOT EQUAL SPACES
              MOVE ARQCRM-TELEFONE TO WRK-FONE
              MOVE 'P' TO WRK-FONE-TIPO
           END-IF

           PERFORM VARYING WRK-I FROM 1 BY 1
              UNTIL WRK-I > 2 OR WRK-FONE NOT EQUAL SPACES
              IF ARQCRM-TEL-EXTRA-NUMERO(WRK-I) NOT EQUAL SPACES
                 MOVE ARQCRM-TEL-EXTRA-NUMERO(WRK-I) TO WRK-FONE
                 MOVE ARQCRM-TEL-EXTRA-TIPO(WRK-I) TO WRK-FONE-TIPO
              END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       VERIFICA-CONTATO-CAMPANHA                              SECTION.
      *----------------------------------
           MOVE 'N' TO WRK-JA-CONTATADO

           IF WRK-CTT-ABERTO NOT EQUAL 'S'
              EXIT SECTION
           END-IF

           MOVE ARQCRM-ID TO CTT-ID
           MOVE ZERO      TO CTT-SEQ

           START ARQCRM-CTT KEY IS NOT LESS THAN CTT-KEY

           IF ARQCRM-CTT-FS EQUAL ZERO
              READ ARQCRM-CTT NEXT RECORD
              PERFORM UNTIL ARQCRM-CTT-FS NOT EQUAL ZERO
                         OR CTT-ID NOT EQUAL ARQCRM-ID
                         OR WRK-JA-CONTATADO EQUAL 'S'
                 IF CTT-CAMPANHA EQUAL SEL-CAMPANHA
                    AND CTT-TEXTO(1:16) NOT EQUAL 'TLMK NAO ATENDEU'
                    MOVE 'S' TO WRK-JA-CONTATADO
                 END-IF
                 READ ARQCRM-CTT NEXT RECORD
              END-PERFORM
           END-IF

           MOVE ZERO TO ARQCRM-CTT-FS.
      *-----------------------------------------------------------------
       REGISTRA-CAMPANHA                                      SECTION.
      *----------------------------------
           MOVE SEL-CAMPANHA TO CPN-CODIGO
           READ ARQ-CAMPANHA

           IF ARQ-CAMPANHA-FS EQUAL ZERO
              EXIT SECTION
           END-IF

           MOVE SEL-CAMPANHA    TO CPN-CODIGO
           MOVE 'TELEMARKETING ATIVO' TO CPN-DESCRICAO

           MOVE SPACES TO CPN-SELECAO
           STRING 'TLMK ST=' SEL-STATUS ' SEG=' SEL-SEGMENTO
              DELIMITED BY SIZE INTO CPN-SELECAO

           MOVE WRK-HOJE         TO CPN-DATA-ENVIO
           MOVE 'BATCH'          TO CPN-OPERADOR
           MOVE WRK-QTD-LISTADOS TO CPN-TOT-ENVIADOS

           WRITE CPN-REGISTRO.
      *-----------------------------------------------------------------
       MENSAGENS                                              SECTION.
      *----------------------------------
       GRAVA-ERRO-FATAL.
           MOVE 'TLMKLIST' TO WRK-ERR-PROGRAMA
           MOVE 'BATCH' TO WRK-ERR-OPERADOR
           CALL 'GRAVAERRO' USING WRK-ERR-REGISTRO.
      *
       COPY 'CRMK-FSP' REPLACING
            ==FS-PARAGRAFO== BY ==TRADUZ-TLMKSEL-FS==
            ==FS-CAMPO==      BY ==ARQ-TLMKSEL-FS==.
      *-----------------------------------------------------------------
       FINALIZAR                                              SECTION.
      *----------------------------------
           MOVE SPACES TO REL-TLMK-LINHA
           WRITE REL-TLMK-LINHA

           MOVE SPACES TO REL-TLMK-LINHA
           STRING 'Selecoes processadas  : ' WRK-CPN-SELECOES
              DELIMITED BY SIZE INTO REL-TLMK-LINHA
           WRITE REL-TLMK-LINHA

           MOVE SPACES TO REL-TLMK-LINHA
           STRING 'Numeros enviados      : ' WRK-TOT-LISTADOS
              DELIMITED BY SIZE INTO REL-TLMK-LINHA
           WRITE REL-TLMK-LINHA

           CLOSE ARQ-TLMKSEL
           CLOSE ARQCRM
           CLOSE ARQ-CAMPANHA
           CLOSE ARQ-TLMK
           CLOSE REL-TLMK

           IF WRK-RST-ABERTO EQUAL 'S'
              CLOSE ARQ-RST
           END-IF

           IF WRK-CTT-ABERTO EQUAL 'S'
              CLOSE ARQCRM-CTT
           END-IF

           MOVE 'TLMK' TO SAI-TIPO
           MOVE WRK-TLMK-PATH TO SAI-ARQUIVO
           MOVE 'BATCH' TO SAI-OPERADOR
           MOVE WRK-TOT-LISTADOS TO SAI-REGISTROS
           CALL 'REGSAIDA' USING SAI-REGISTRO

           MOVE 'TLMKLIST' TO SAI-TIPO
           MOVE WRK-REL-PATH TO SAI-ARQUIVO
           MOVE 'BATCH' TO SAI-OPERADOR
           MOVE WRK-CPN-SELECOES TO SAI-REGISTROS
           CALL 'REGSAIDA' USING SAI-REGISTRO

           DISPLAY 'TLMKLIST: ' WRK-CPN-SELECOES ' selecoes, '
                   WRK-TOT-LISTADOS ' numeros enviados'.
      *------------------------ FIM DO ARQUIVO -------------------------
