      *=================================================================
       IDENTIFICATION                                         DIVISION.
       PROGRAM-ID. RELDOCS.
      *=================================================================
       ENVIRONMENT                                            DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT                                           SECTION.
      *----------------------------------
       FILE-CONTROL.
           SELECT ARQCRM  ASSIGN TO './files/ARQCRM.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS ARQCRM-FS
              RECORD KEY IS ARQCRM-KEY
              ALTERNATE RECORD KEY IS ARQCRM-NOME
                 WITH DUPLICATES
              ALTERNATE RECORD KEY IS ARQCRM-TELEFONE
                 WITH DUPLICATES
              ALTERNATE RECORD KEY IS ARQCRM-CPF-CNPJ
                 WITH DUPLICATES.

           SELECT REL-DOC  ASSIGN TO WRK-RELDOC-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REL-DOC-FS.
      *=================================================================
       DATA                                                   DIVISION.
      *-----------------------------------------------------------------
       FILE                                                   SECTION.
      *----------------------------------
       FD  ARQCRM.
       COPY 'CRMK-000'.
      *
       FD  REL-DOC.
       01  REL-DOC-LINHA        PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE                                        SECTION.
      *----------------------------------
       COPY 'CRMK-FST'.
       COPY 'CRMK-ERR'.
       COPY 'CRMK-SAI'.
       COPY 'CRMK-DCP'.
       01  ARQCRM-FS            PIC 9(02)   VALUE ZERO.
       01  REL-DOC-FS           PIC 9(02)   VALUE ZERO.
       01  WRK-RELDOC-PATH      PIC X(40)   VALUE SPACES.
       01  WRK-HOJE             PIC 9(08)   VALUE ZERO.
       01  WRK-K                PIC 9(04)   VALUE ZERO.
       01  WRK-J                PIC 9(03)   VALUE ZERO.
       01  WRK-MENOR            PIC 9(03)   VALUE ZERO.
       01  WRK-CARTEIRA         PIC X(08)   VALUE SPACES.
       01  WRK-TOT-LIDOS        PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-CLIENTES     PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-FALTANTES    PIC 9(06)   VALUE ZERO.
       01  WRK-TOT-VENCIDOS     PIC 9(06)   VALUE ZERO.
       01  WRK-SUB-CLIENTES     PIC 9(05)   VALUE ZERO.
       01  WRK-SUB-FALTANTES    PIC 9(06)   VALUE ZERO.
       01  WRK-SUB-VENCIDOS     PIC 9(06)   VALUE ZERO.
       01  WRK-PND-QTD          PIC 9(04)   VALUE ZERO.
       01  WRK-PND-ESTOURO      PIC X(01)   VALUE 'N'.
       01  WRK-PND-TABELA.
           05 WRK-PND-ENT OCCURS 2000 TIMES.
              10 WRK-PND-CARTEIRA  PIC X(08).
              10 WRK-PND-CLIENTE   PIC X(06).
              10 WRK-PND-NOME      PIC X(25).
              10 WRK-PND-FALTANTES PIC 9(02).
              10 WRK-PND-VENCIDOS  PIC 9(02).
              10 WRK-PND-COD-FALTA PIC X(10).
              10 WRK-PND-COD-VENC  PIC X(10).
       01  WRK-CRT-QTD          PIC 9(03)   VALUE ZERO.
       01  WRK-CRT-ACHOU        PIC X(01)   VALUE 'N'.
       01  WRK-CRT-ESTOURO      PIC X(01)   VALUE 'N'.
       01  WRK-CRT-TABELA.
           05 WRK-CRT-ENT OCCURS 100 TIMES.
              10 WRK-CRT-ID     PIC X(08).
              10 WRK-CRT-IMPRESSA PIC X(01).
      *=================================================================
       PROCEDURE                                              DIVISION.
      *-----------------------------------------------------------------
       PRINCIPAL                                              SECTION.
      *----------------------------------
           PERFORM INICIAR
           PERFORM PROCESSAR
           PERFORM EMITE-RELATORIO
           PERFORM FINALIZAR
           GOBACK.
      *-----------------------------------------------------------------
       INICIAR                                                SECTION.
      *----------------------------------
           MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-HOJE

           OPEN INPUT ARQCRM

           IF ARQCRM-FS NOT EQUAL ZERO
              MOVE 'ABRE ARQCRM' TO WRK-ERR-SECAO
              MOVE ARQCRM-FS TO WRK-ERR-FS
              PERFORM GRAVA-ERRO-FATAL
              PERFORM TRADUZ-ARQCRM-FS
              DISPLAY 'RELDOCS: ERRO ABERTURA ARQCRM - FS: '
                      ARQCRM-FS ' (' WRK-FST-MENSAGEM ')'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           MOVE SPACES TO WRK-RELDOC-PATH
           STRING './files/RELDOC-' FUNCTION CURRENT-DATE(1:14)
              '.LST' DELIMITED BY SIZE INTO WRK-RELDOC-PATH

           OPEN OUTPUT REL-DOC

           MOVE 'CRM - CLIENTES COM DOCUMENTOS PENDENTES OU VENCIDOS'
                                                    TO REL-DOC-LINHA
           WRITE REL-DOC-LINHA

           MOVE SPACES TO REL-DOC-LINHA
           STRING 'Data de referencia: ' WRK-HOJE
              DELIMITED BY SIZE INTO REL-DOC-LINHA
           WRITE REL-DOC-LINHA.
      *-----------------------------------------------------------------
       PROCESSAR                                              SECTION.
      *----------------------------------
           READ ARQCRM NEXT RECORD

           PERFORM UNTIL ARQCRM-FS NOT EQUAL ZERO
              IF NOT ARQCRM-ENCERRADO
                 AND NOT ARQCRM-PROSPECTO
                 ADD 1 TO WRK-TOT-LIDOS
                 PERFORM AVALIA-CLIENTE
              END-IF
              READ ARQCRM NEXT RECORD
           END-PERFORM.
      *-----------------------------------------------------------------
       AVALIA-CLIENTE                                         SECTION.
      *----------------------------------
           MOVE ARQCRM-ID TO WRK-DCP-CLIENTE
           MOVE WRK-HOJE  TO WRK-DCP-DATA-REF
           CALL 'DOCPEND' USING WRK-DCP-PEDIDO

           IF WRK-DCP-FALTANTES EQUAL ZERO
              AND WRK-DCP-VENCIDOS EQUAL ZERO
              EXIT SECTION
           END-IF

           ADD 1 TO WRK-TOT-CLIENTES
           ADD WRK-DCP-FALTANTES TO WRK-TOT-FALTANTES
           ADD WRK-DCP-VENCIDOS  TO WRK-TOT-VENCIDOS

           IF WRK-PND-QTD NOT LESS THAN 2000
              MOVE 'S' TO WRK-PND-ESTOURO
              EXIT SECTION
           END-IF

           ADD 1 TO WRK-PND-QTD
           MOVE ARQCRM-CARTEIRA   TO WRK-PND-CARTEIRA(WRK-PND-QTD)
           MOVE ARQCRM-ID         TO WRK-PND-CLIENTE(WRK-PND-QTD)
           MOVE ARQCRM-NOME       TO WRK-PND-NOME(WRK-PND-QTD)
           MOVE WRK-DCP-FALTANTES TO WRK-PND-FALTANTES(WRK-PND-QTD)
           MOVE WRK-DCP-VENCIDOS  TO WRK-PND-VENCIDOS(WRK-PND-QTD)
           MOVE WRK-DCP-COD-FALTA TO WRK-PND-COD-FALTA(WRK-PND-QTD)
           MOVE WRK-DCP-COD-VENC  TO WRK-PND-COD-VENC(WRK-PND-QTD)

           MOVE ARQCRM-CARTEIRA TO WRK-CARTEIRA
           PERFORM ACUMULA-CARTEIRA.
      *-----------------------------------------------------------------
       ACUMULA-CARTEIRA                                       SECTION.
      *----------------------------------
           MOVE 'N' TO WRK-CRT-ACHOU

           PERFORM VARYING WRK-J FROM 1 BY 1
              UNTIL WRK-J > WRK-CRT-QTD
                 OR WRK-CRT-ACHOU EQUAL 'S'
              IF WRK-CRT-ID(WRK-J) EQUAL WRK-CARTEIRA
                 MOVE 'S' TO WRK-CRT-ACHOU
              END-IF
           END-PERFORM

           IF WRK-CRT-ACHOU NOT EQUAL 'S'
              IF WRK-CRT-QTD LESS THAN 100
                 ADD 1 TO WRK-CRT-QTD
                 MOVE WRK-CARTEIRA TO WRK-CRT-ID(WRK-CRT-QTD)
                 MOVE 'N' TO WRK-CRT-IMPRESSA(WRK-CRT-QTD)
              ELSE
                 MOVE 'S' TO WRK-CRT-ESTOURO
              END-IF
           END-IF.
      *-----------------------------------------------------------------
       EMITE-RELATORIO                                        SECTION.
      *----------------------------------
           PERFORM WRK-CRT-QTD TIMES
              PERFORM SELECIONA-MENOR-CARTEIRA
              MOVE 'S' TO WRK-CRT-IMPRESSA(WRK-MENOR)
              MOVE WRK-CRT-ID(WRK-MENOR) TO WRK-CARTEIRA
              PERFORM IMPRIME-CARTEIRA
           END-PERFORM.
      *-----------------------------------------------------------------
       SELECIONA-MENOR-CARTEIRA                               SECTION.
      *----------------------------------
           MOVE ZERO TO WRK-MENOR

           PERFORM VARYING WRK-J FROM 1 BY 1
              UNTIL WRK-J > WRK-CRT-QTD
              IF WRK-CRT-IMPRESSA(WRK-J) EQUAL 'N'
                 IF WRK-MENOR EQUAL ZERO
                    MOVE WRK-J TO WRK-MENOR
                 ELSE
                    IF WRK-CRT-ID(WRK-J) LESS THAN
                       WRK-CRT-ID(WRK-MENOR)
                       MOVE WRK-J TO WRK-MENOR
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       IMPRIME-CARTEIRA                                       SECTION.
      *----------------------------------
           MOVE ZERO TO WRK-SUB-CLIENTES
           MOVE ZERO TO WRK-SUB-FALTANTES
           MOVE ZERO TO WRK-SUB-VENCIDOS

           MOVE SPACES TO REL-DOC-LINHA
           WRITE REL-DOC-LINHA

           MOVE SPACES TO REL-DOC-LINHA
           IF WRK-CARTEIRA EQUAL SPACES
              MOVE 'CARTEIRA: (SEM CARTEIRA)' TO REL-DOC-LINHA
           ELSE
              STRING 'CARTEIRA: ' WRK-CARTEIRA
                 DELIMITED BY SIZE INTO REL-DOC-LINHA
           END-IF
           WRITE REL-DOC-LINHA

           MOVE SPACES TO REL-DOC-LINHA
           STRING 'CLIENTE NOME                      FALT CODIGOS    '
              'VENC CODIGOS'
              DELIMITED BY SIZE INTO REL-DOC-LINHA
           WRITE REL-DOC-LINHA

           PERFORM VARYING WRK-K FROM 1 BY 1
              UNTIL WRK-K > WRK-PND-QTD
              IF WRK-PND-CARTEIRA(WRK-K) EQUAL WRK-CARTEIRA
                 PERFORM IMPRIME-CLIENTE
              END-IF
           END-PERFORM

           MOVE SPACES TO REL-DOC-LINHA
           STRING '  Subtotal carteira: ' WRK-SUB-CLIENTES
              ' clientes, ' WRK-SUB-FALTANTES ' faltantes, '
              WRK-SUB-VENCIDOS ' vencidos'
              DELIMITED BY SIZE INTO REL-DOC-LINHA
           WRITE REL-DOC-LINHA.
      *-----------------------------------------------------------------
       IMPRIME-CLIENTE                                        SECTION.
      *----------------------------------
           ADD 1 TO WRK-SUB-CLIENTES
           ADD WRK-PND-FALTANTES(WRK-K) TO WRK-SUB-FALTANTES
           ADD WRK-PND-VENCIDOS(WRK-K)  TO WRK-SUB-VENCIDOS

           MOVE SPACES TO REL-DOC-LINHA
           STRING WRK-PND-CLIENTE(WRK-K) '  '
              WRK-PND-NOME(WRK-K) ' '
              WRK-PND-FALTANTES(WRK-K) '   '
              WRK-PND-COD-FALTA(WRK-K) ' '
              WRK-PND-VENCIDOS(WRK-K) '   '
              WRK-PND-COD-VENC(WRK-K)
              DELIMITED BY SIZE INTO REL-DOC-LINHA
           WRITE REL-DOC-LINHA.
      *-----------------------------------------------------------------
       MENSAGENS                                              SECTION.
      *----------------------------------
       GRAVA-ERRO-FATAL.
           MOVE 'RELDOCS' TO WRK-ERR-PROGRAMA
           MOVE 'BATCH' TO WRK-ERR-OPERADOR
           CALL 'GRAVAERRO' USING WRK-ERR-REGISTRO.
      *
       COPY 'CRMK-FSP' REPLACING
            ==FS-PARAGRAFO== BY ==TRADUZ-ARQCRM-FS==
            ==FS-CAMPO==      BY ==ARQCRM-FS==.
      *-----------------------------------------------------------------
       FINALIZAR                                              SECTION.
      *----------------------------------
           IF WRK-PND-ESTOURO EQUAL 'S'
              MOVE SPACES TO REL-DOC-LINHA
              WRITE REL-DOC-LINHA
              MOVE 'ATENCAO: DETALHE TRUNCADO EM 2000 CLIENTES'
                                                    TO REL-DOC-LINHA
              WRITE REL-DOC-LINHA
           END-IF

           IF WRK-CRT-ESTOURO EQUAL 'S'
              MOVE 'ATENCAO: DETALHE TRUNCADO EM 100 CARTEIRAS'
                                                    TO REL-DOC-LINHA
              WRITE REL-DOC-LINHA
           END-IF

           MOVE SPACES TO REL-DOC-LINHA
           WRITE REL-DOC-LINHA

           MOVE SPACES TO REL-DOC-LINHA
           STRING 'Clientes avaliados       : ' WRK-TOT-LIDOS
              DELIMITED BY SIZE INTO REL-DOC-LINHA
           WRITE REL-DOC-LINHA

           MOVE SPACES TO REL-DOC-LINHA
           STRING 'Clientes com pendencia   : ' WRK-TOT-CLIENTES
              DELIMITED BY SIZE INTO REL-DOC-LINHA
           WRITE REL-DOC-LINHA

           MOVE SPACES TO REL-DOC-LINHA
           STRING 'Documentos faltantes     : ' WRK-TOT-FALTANTES
              '  Vencidos: ' WRK-TOT-VENCIDOS
              DELIMITED BY SIZE INTO REL-DOC-LINHA
           WRITE REL-DOC-LINHA

           CLOSE ARQCRM
           CLOSE REL-DOC

           MOVE 'RELDOC' TO SAI-TIPO
           MOVE WRK-RELDOC-PATH TO SAI-ARQUIVO
           MOVE 'BATCH' TO SAI-OPERADOR
           MOVE WRK-TOT-CLIENTES TO SAI-REGISTROS
           CALL 'REGSAIDA' USING SAI-REGISTRO

           DISPLAY 'RELDOCS: ' WRK-TOT-LIDOS ' clientes avaliados, '
                   WRK-TOT-CLIENTES ' com documentos pendentes'.
      *------------------------ FIM DO ARQUIVO -------------------------
