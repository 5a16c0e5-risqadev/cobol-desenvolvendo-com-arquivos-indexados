      *=================================================================
       IDENTIFICATION                                         DIVISION.
       PROGRAM-ID. RECRESUM.
      *=================================================================
       ENVIRONMENT                                            DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT                                           SECTION.
      *----------------------------------
       FILE-CONTROL.
           SELECT ARQCRM-CTT  ASSIGN TO './files/CONTATO.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS ARQCRM-CTT-FS
              RECORD KEY IS CTT-KEY.

           SELECT ARQ-PESQUISA  ASSIGN TO './files/PESQUISA.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS ARQ-PESQUISA-FS
              RECORD KEY IS PSQ-KEY.

           SELECT ARQ-RESUMO  ASSIGN TO './files/CTTRESUMO.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS ARQ-RESUMO-FS
              RECORD KEY IS CTS-CLIENTE.
      *=================================================================
       DATA                                                   DIVISION.
      *-----------------------------------------------------------------
       FILE                                                   SECTION.
      *----------------------------------
       FD  ARQCRM-CTT.
       COPY 'CRMK-CTT'.
      *
       FD  ARQ-PESQUISA.
       COPY 'CRMK-PSQ'.
      *
       FD  ARQ-RESUMO.
       COPY 'CRMK-CTS'.
      *-----------------------------------------------------------------
       WORKING-STORAGE                                        SECTION.
      *----------------------------------
       COPY 'CRMK-FST'.
       COPY 'CRMK-ERR'.
       01  ARQCRM-CTT-FS        PIC 9(02)   VALUE ZERO.
       01  ARQ-PESQUISA-FS      PIC 9(02)   VALUE ZERO.
       01  ARQ-RESUMO-FS        PIC 9(02)   VALUE ZERO.
       01  WRK-HOJE             PIC 9(08)   VALUE ZERO.
       01  WRK-HOJE-INT         PIC 9(07)   VALUE ZERO.
       01  WRK-CLIENTE-ATUAL    PIC X(06)   VALUE SPACES.
       01  WRK-DIAS-CONTATO     PIC S9(07)  VALUE ZERO.
       01  WRK-J                PIC 9(01)   VALUE ZERO.
       01  WRK-T                PIC 9(01)   VALUE ZERO.
       01  WRK-TOT-CONTATOS     PIC 9(07)   VALUE ZERO.
       01  WRK-TOT-PESQUISAS    PIC 9(07)   VALUE ZERO.
       01  WRK-TOT-CLIENTES     PIC 9(05)   VALUE ZERO.
      *=================================================================
       PROCEDURE                                              DIVISION.
      *-----------------------------------------------------------------
       PRINCIPAL                                              SECTION.
      *----------------------------------
           PERFORM INICIAR
           PERFORM PROCESSA-CONTATOS
           PERFORM PROCESSA-PESQUISAS
           PERFORM FINALIZAR
           GOBACK.
      *-----------------------------------------------------------------
       INICIAR                                                SECTION.
      *----------------------------------
           MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-HOJE
           COMPUTE WRK-HOJE-INT = FUNCTION INTEGER-OF-DATE(WRK-HOJE)

           OPEN INPUT ARQCRM-CTT

           IF ARQCRM-CTT-FS NOT EQUAL ZERO
              AND ARQCRM-CTT-FS NOT EQUAL 35
              MOVE 'ABRE CONTATO' TO WRK-ERR-SECAO
              MOVE ARQCRM-CTT-FS TO WRK-ERR-FS
              PERFORM GRAVA-ERRO-FATAL
              PERFORM TRADUZ-CTT-FS
              DISPLAY 'RECRESUM: ERRO ABERTURA CONTATO - FS: '
                      ARQCRM-CTT-FS ' (' WRK-FST-MENSAGEM ')'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN OUTPUT ARQ-RESUMO

           IF ARQ-RESUMO-FS NOT EQUAL ZERO
              MOVE 'ABRE CTTRESUMO' TO WRK-ERR-SECAO
              MOVE ARQ-RESUMO-FS TO WRK-ERR-FS
              PERFORM GRAVA-ERRO-FATAL
              PERFORM TRADUZ-RESUMO-FS
              DISPLAY 'RECRESUM: ERRO ABERTURA CTTRESUMO - FS: '
                      ARQ-RESUMO-FS ' (' WRK-FST-MENSAGEM ')'
              IF ARQCRM-CTT-FS EQUAL ZERO
                 CLOSE ARQCRM-CTT
              END-IF
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
      *-----------------------------------------------------------------
       PROCESSA-CONTATOS                                      SECTION.
      *----------------------------------
           IF ARQCRM-CTT-FS EQUAL ZERO
              READ ARQCRM-CTT NEXT RECORD
              PERFORM UNTIL ARQCRM-CTT-FS NOT EQUAL ZERO
                 IF CTT-ID NOT EQUAL WRK-CLIENTE-ATUAL
                    PERFORM GRAVA-CLIENTE-ATUAL
                    PERFORM INICIA-RESUMO
                 END-IF
                 PERFORM ACUMULA-CONTATO
                 READ ARQCRM-CTT NEXT RECORD
              END-PERFORM
              PERFORM GRAVA-CLIENTE-ATUAL
              CLOSE ARQCRM-CTT
           END-IF

           CLOSE ARQ-RESUMO.
      *-----------------------------------------------------------------
       INICIA-RESUMO                                          SECTION.
      *----------------------------------
           MOVE CTT-ID TO WRK-CLIENTE-ATUAL

           INITIALIZE CTS-REGISTRO
           MOVE CTT-ID   TO CTS-CLIENTE
           MOVE WRK-HOJE TO CTS-DATA-CALCULO
           MOVE 30       TO CTS-DIAS(1)
           MOVE 90       TO CTS-DIAS(2)
           MOVE 365      TO CTS-DIAS(3).
      *-----------------------------------------------------------------
       ACUMULA-CONTATO                                        SECTION.
      *----------------------------------
           ADD 1 TO WRK-TOT-CONTATOS
           ADD 1 TO CTS-QTD-TOTAL

           IF CTT-DATA NOT LESS THAN CTS-ULT-DATA
              MOVE CTT-DATA TO CTS-ULT-DATA
              MOVE CTT-TIPO TO CTS-ULT-TIPO
           END-IF

           IF CTT-TIPO-RECLAMACAO
              AND CTT-DATA GREATER THAN CTS-ULT-RECLAMACAO
              MOVE CTT-DATA TO CTS-ULT-RECLAMACAO
           END-IF

           EVALUATE TRUE
              WHEN CTT-TIPO-LIGACAO
                 MOVE 1 TO WRK-T
              WHEN CTT-TIPO-RECLAMACAO
                 MOVE 2 TO WRK-T
              WHEN CTT-TIPO-VISITA
                 MOVE 3 TO WRK-T
              WHEN CTT-TIPO-PROMESSA
                 MOVE 4 TO WRK-T
              WHEN CTT-TIPO-COBRANCA
                 MOVE 6 TO WRK-T
              WHEN OTHER
                 MOVE 5 TO WRK-T
           END-EVALUATE

           COMPUTE WRK-DIAS-CONTATO =
              WRK-HOJE-INT - FUNCTION INTEGER-OF-DATE(CTT-DATA)

           PERFORM VARYING WRK-J FROM 1 BY 1 UNTIL WRK-J GREATER THAN 3
              IF WRK-DIAS-CONTATO NOT GREATER THAN CTS-DIAS(WRK-J)
                 ADD 1 TO CTS-QTD-TIPO(WRK-J WRK-T)
              END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       GRAVA-CLIENTE-ATUAL                                    SECTION.
      *----------------------------------
           IF WRK-CLIENTE-ATUAL EQUAL SPACES
              EXIT SECTION
           END-IF

           WRITE CTS-REGISTRO

           IF ARQ-RESUMO-FS EQUAL ZERO
              ADD 1 TO WRK-TOT-CLIENTES
           END-IF.
      *-----------------------------------------------------------------
       PROCESSA-PESQUISAS                                     SECTION.
      *----------------------------------
           OPEN INPUT ARQ-PESQUISA

           IF ARQ-PESQUISA-FS NOT EQUAL ZERO
              EXIT SECTION
           END-IF

           OPEN I-O ARQ-RESUMO

           READ ARQ-PESQUISA NEXT RECORD

           PERFORM UNTIL ARQ-PESQUISA-FS NOT EQUAL ZERO
              ADD 1 TO WRK-TOT-PESQUISAS
              PERFORM ANOTA-PESQUISA
              READ ARQ-PESQUISA NEXT RECORD
           END-PERFORM

           CLOSE ARQ-PESQUISA
           CLOSE ARQ-RESUMO.
      *-----------------------------------------------------------------
       ANOTA-PESQUISA                                         SECTION.
      *----------------------------------
           MOVE PSQ-ID TO CTS-CLIENTE
           READ ARQ-RESUMO

           IF ARQ-RESUMO-FS NOT EQUAL ZERO
              INITIALIZE CTS-REGISTRO
              MOVE PSQ-ID       TO CTS-CLIENTE
              MOVE WRK-HOJE     TO CTS-DATA-CALCULO
              MOVE 30           TO CTS-DIAS(1)
              MOVE 90           TO CTS-DIAS(2)
              MOVE 365          TO CTS-DIAS(3)
              MOVE PSQ-DATA     TO CTS-ULT-PESQUISA
              MOVE PSQ-NOTA     TO CTS-ULT-NOTA
              WRITE CTS-REGISTRO
              IF ARQ-RESUMO-FS EQUAL ZERO
                 ADD 1 TO WRK-TOT-CLIENTES
              END-IF
              EXIT SECTION
           END-IF

           IF PSQ-DATA NOT LESS THAN CTS-ULT-PESQUISA
              MOVE PSQ-DATA TO CTS-ULT-PESQUISA
              MOVE PSQ-NOTA TO CTS-ULT-NOTA
              REWRITE CTS-REGISTRO
           END-IF.
      *-----------------------------------------------------------------
       MENSAGENS                                              SECTION.
      *----------------------------------
       GRAVA-ERRO-FATAL.
           MOVE 'RECRESUM' TO WRK-ERR-PROGRAMA
           MOVE 'BATCH' TO WRK-ERR-OPERADOR
           CALL 'GRAVAERRO' USING WRK-ERR-REGISTRO.
      *
       COPY 'CRMK-FSP' REPLACING
            ==FS-PARAGRAFO== BY ==TRADUZ-CTT-FS==
            ==FS-CAMPO==      BY ==ARQCRM-CTT-FS==.
      *
       COPY 'CRMK-FSP' REPLACING
            ==FS-PARAGRAFO== BY ==TRADUZ-RESUMO-FS==
            ==FS-CAMPO==      BY ==ARQ-RESUMO-FS==.
      *-----------------------------------------------------------------
       FINALIZAR                                              SECTION.
      *----------------------------------
           DISPLAY 'RECRESUM: ' WRK-TOT-CONTATOS ' contatos, '
                   WRK-TOT-PESQUISAS ' pesquisas, '
                   WRK-TOT-CLIENTES ' clientes resumidos'.
      *------------------------ FIM DO ARQUIVO -------------------------
