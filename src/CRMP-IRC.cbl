      *=================================================================
       IDENTIFICATION                                         DIVISION.
       PROGRAM-ID. IMPRECEB.
      *=================================================================
       ENVIRONMENT                                            DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT                                           SECTION.
      *----------------------------------
       FILE-CONTROL.
           SELECT ARQ-IMPREG  ASSIGN TO './files/IMPREG.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS ARQ-IMPREG-FS
              RECORD KEY IS IRG-KEY
              ALTERNATE RECORD KEY IS IRG-PROCESSADO
                 WITH DUPLICATES.
      *=================================================================
       DATA                                                   DIVISION.
      *-----------------------------------------------------------------
       FILE                                                   SECTION.
      *----------------------------------
       FD  ARQ-IMPREG.
       COPY 'CRMK-IRG'.
      *-----------------------------------------------------------------
       WORKING-STORAGE                                        SECTION.
      *----------------------------------
       COPY 'CRMK-AMB'.
       COPY 'CRMK-FST'.
       COPY 'CRMK-LOG'.
       01  ARQ-IMPREG-FS        PIC 9(02)   VALUE ZERO.
       01  WRK-OPCAO            PIC X(01)   VALUE SPACE.
       01  WRK-HOJE             PIC 9(08)   VALUE ZERO.
       01  WRK-DATA-CORTE       PIC 9(08)   VALUE ZERO.
       01  WRK-IRC-DATA         PIC 9(08)   VALUE ZERO.
       01  FILLER REDEFINES WRK-IRC-DATA.
           05 WRK-IRC-DATA-AAAA PIC 9(04).
           05 WRK-IRC-DATA-MM   PIC 9(02).
           05 WRK-IRC-DATA-DD   PIC 9(02).
       01  WRK-IRC-HORA         PIC 9(06)   VALUE ZERO.
       01  FILLER REDEFINES WRK-IRC-HORA.
           05 WRK-IRC-HORA-HH   PIC 9(02).
           05 WRK-IRC-HORA-MM   PIC 9(02).
           05 WRK-IRC-HORA-SS   PIC 9(02).
       01  WRK-IRC-LINHA        PIC 9(02)   COMP VALUE 10.
       01  WRK-IRC-EXIBE        PIC X(80)   VALUE SPACES.
       01  WRK-IRC-SITUACAO     PIC X(03)   VALUE SPACES.
       01  WRK-IRC-PROGRAMA     PIC X(08)   VALUE SPACES.
       01  WRK-IRC-CHECKSUM     PIC 9(10)   VALUE ZERO.
       01  WRK-TOT-ARQUIVOS     PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-REGISTROS    PIC 9(07)   VALUE ZERO.
       01  WRK-TOT-APLICADOS    PIC 9(07)   VALUE ZERO.
      *-----------------------------------------------------------------
       LINKAGE                                                SECTION.
      *----------------------------------
       COPY 'CRMK-SES'.
      *-----------------------------------------------------------------
       SCREEN                                                 SECTION.
      *----------------------------------
       COPY 'CRMK-SCR'.
      *=================================================================
       PROCEDURE                                              DIVISION
           USING SES-OPERADOR.
      *-----------------------------------------------------------------
       PRINCIPAL                                              SECTION.
      *----------------------------------
           PERFORM INICIAR
           PERFORM PROCESSAR
           PERFORM VOLTAR-MENU.
      *-----------------------------------------------------------------
       INICIAR                                                SECTION.
      *----------------------------------
           PERFORM LIMPA-RODAPE
           PERFORM LIMPA-CORPO

           MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-HOJE
           COMPUTE WRK-DATA-CORTE = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WRK-HOJE) - 30)

           OPEN I-O ARQ-IMPREG

           IF ARQ-IMPREG-FS EQUAL 35
              OPEN OUTPUT ARQ-IMPREG
              CLOSE ARQ-IMPREG
              OPEN I-O ARQ-IMPREG
           END-IF

           IF ARQ-IMPREG-FS NOT EQUAL ZERO
              PERFORM ERRO-ABERTURA-IMPREG
              GOBACK
           END-IF.
      *-----------------------------------------------------------------
       PROCESSAR                                              SECTION.
      *----------------------------------
           PERFORM LISTA-IMPORTACOES

           PERFORM LIMPA-RODAPE
           STRING 'Arquivos: ' WRK-TOT-ARQUIVOS
              '  Registros: ' WRK-TOT-REGISTROS
              '  Aplicados: ' WRK-TOT-APLICADOS
              DELIMITED BY SIZE INTO SCR-TRL-L1
           MOVE 'L. Liberar reprocessamento  ENTER. Voltar'
                                                       TO SCR-TRL-L2
           DISPLAY SCR-TRL

           ACCEPT WRK-OPCAO                          LINE 24 COLUMN 43
           MOVE FUNCTION UPPER-CASE(WRK-OPCAO) TO WRK-OPCAO

           IF WRK-OPCAO EQUAL 'L'
              PERFORM LIBERA-REPROCESSO
           END-IF.
      *-----------------------------------------------------------------
       LISTA-IMPORTACOES                                      SECTION.
      *----------------------------------
           MOVE ZERO TO WRK-TOT-ARQUIVOS
           MOVE ZERO TO WRK-TOT-REGISTROS
           MOVE ZERO TO WRK-TOT-APLICADOS

           PERFORM LIMPA-CORPO

           MOVE 'Importacoes recebidas nos ultimos 30 dias'
                                                       TO SCR-CTR-L1
           STRING 'PROGRAMA PROCESSADO       DT.ARQ   REGS    APLIC   '
              'VZ  CHECKSUM   LIB'
              DELIMITED BY SIZE INTO SCR-CTR-L2
           DISPLAY SCR-CTR

           MOVE 10 TO WRK-IRC-LINHA

           MOVE WRK-DATA-CORTE TO IRG-DATA-PROC
           MOVE ZERO           TO IRG-HORA-PROC

           START ARQ-IMPREG KEY IS NOT LESS THAN IRG-PROCESSADO

           IF ARQ-IMPREG-FS NOT EQUAL ZERO
              EXIT SECTION
           END-IF

           READ ARQ-IMPREG NEXT RECORD

           PERFORM UNTIL ARQ-IMPREG-FS NOT EQUAL ZERO
              PERFORM EXIBE-IMPORTACAO
              READ ARQ-IMPREG NEXT RECORD
           END-PERFORM.
      *-----------------------------------------------------------------
       EXIBE-IMPORTACAO                                       SECTION.
      *----------------------------------
           ADD 1             TO WRK-TOT-ARQUIVOS
           ADD IRG-REGISTROS TO WRK-TOT-REGISTROS
           ADD IRG-APLICADOS TO WRK-TOT-APLICADOS

           MOVE IRG-DATA-PROC TO WRK-IRC-DATA
           MOVE IRG-HORA-PROC TO WRK-IRC-HORA

           IF IRG-REPROCESSO-LIBERADO
              MOVE 'SIM' TO WRK-IRC-SITUACAO
           ELSE
              MOVE SPACES TO WRK-IRC-SITUACAO
           END-IF

           MOVE SPACES TO WRK-IRC-EXIBE
           STRING IRG-PROGRAMA ' '
              WRK-IRC-DATA-DD '/' WRK-IRC-DATA-MM '/' WRK-IRC-DATA-AAAA
              ' ' WRK-IRC-HORA-HH ':' WRK-IRC-HORA-MM ' '
              IRG-DATA-ARQUIVO ' ' IRG-REGISTROS ' ' IRG-APLICADOS ' '
              IRG-VEZES ' ' IRG-CHECKSUM ' ' WRK-IRC-SITUACAO
              DELIMITED BY SIZE INTO WRK-IRC-EXIBE
           DISPLAY WRK-IRC-EXIBE                     LINE WRK-IRC-LINHA
                                                     COLUMN 1
           ADD 1 TO WRK-IRC-LINHA

           IF WRK-IRC-LINHA IS GREATER THAN 20
              PERFORM LIMPA-RODAPE
              MOVE 'Continua ... [pressione ENTER]' TO SCR-TRL-L1
              DISPLAY SCR-TRL
              ACCEPT WRK-OPCAO                       LINE 23 COLUMN 32
              MOVE 10 TO WRK-IRC-LINHA
              DISPLAY SCR-CTR
           END-IF.
      *-----------------------------------------------------------------
       LIBERA-REPROCESSO                                      SECTION.
      *----------------------------------
           IF SES-OPR-PERFIL NOT EQUAL 'A'
              AND SES-OPR-PERFIL NOT EQUAL 'S'
              PERFORM ERRO-ACESSO-NEGADO
              EXIT SECTION
           END-IF

           PERFORM LIMPA-RODAPE
           PERFORM LIMPA-CORPO

           MOVE 'Liberar reprocessamento de arquivo importado'
                                                       TO SCR-CTR-L1
           MOVE 'Programa (ex.: IMPPBX) :'             TO SCR-CTR-L3
           MOVE 'Checksum do arquivo    :'             TO SCR-CTR-L4
           DISPLAY SCR-CTR
           DISPLAY SCR-TRL

           MOVE SPACES TO WRK-IRC-PROGRAMA
           MOVE ZERO   TO WRK-IRC-CHECKSUM
           ACCEPT WRK-IRC-PROGRAMA                   LINE 10 COLUMN 26
           ACCEPT WRK-IRC-CHECKSUM                   LINE 11 COLUMN 26
           MOVE FUNCTION UPPER-CASE(WRK-IRC-PROGRAMA)
                                                 TO WRK-IRC-PROGRAMA

           MOVE WRK-IRC-PROGRAMA TO IRG-PROGRAMA
           MOVE WRK-IRC-CHECKSUM TO IRG-CHECKSUM
           READ ARQ-IMPREG

           IF ARQ-IMPREG-FS NOT EQUAL ZERO
              PERFORM ERRO-ARQUIVO-NAO-REGISTRADO
              EXIT SECTION
           END-IF

           MOVE IRG-DATA-PROC TO WRK-IRC-DATA
           MOVE SPACES TO SCR-CTR-L6
           STRING 'Arquivo: ' IRG-ARQUIVO
              DELIMITED BY SIZE INTO SCR-CTR-L6
           MOVE SPACES TO SCR-CTR-L7
           STRING 'Processado em ' WRK-IRC-DATA-DD '/' WRK-IRC-DATA-MM
              '/' WRK-IRC-DATA-AAAA ' por ' IRG-OPERADOR
              ' - ' IRG-REGISTROS ' registros, ' IRG-VEZES ' vez(es)'
              DELIMITED BY SIZE INTO SCR-CTR-L7
           DISPLAY SCR-CTR

           PERFORM LIMPA-RODAPE
           MOVE 'Permitir nova importacao deste arquivo? (S/N)'
                                                       TO SCR-TRL-L1
           DISPLAY SCR-TRL

           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 47
           MOVE FUNCTION UPPER-CASE(WRK-OPCAO) TO WRK-OPCAO

           IF WRK-OPCAO NOT EQUAL 'S'
              EXIT SECTION
           END-IF

           MOVE 'S'        TO IRG-LIBERADO
           MOVE SES-OPR-ID TO IRG-AUTORIZADOR
           REWRITE IRG-REGISTRO

           MOVE 'IMPREG'         TO WRK-LOG-OPERACAO
           MOVE SPACES           TO WRK-LOG-ID
           MOVE IRG-PROGRAMA     TO WRK-LOG-NOME
           MOVE SPACES           TO WRK-LOG-MOTIVO
           STRING 'REPROCESSO LIBERADO - CHECKSUM ' IRG-CHECKSUM
              DELIMITED BY SIZE INTO WRK-LOG-MOTIVO
           MOVE SES-OPR-ID       TO WRK-LOG-OPERADOR
           CALL 'GRAVALOG' USING WRK-LOG-REGISTRO

           PERFORM LIMPA-RODAPE
           MOVE 'Reprocessamento liberado. [ENTER]'   TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 35.
      *-----------------------------------------------------------------
       ERROS                                                  SECTION.
      *----------------------------------
       ERRO-ABERTURA-IMPREG.
           PERFORM TRADUZ-IMPREG-FS
           PERFORM LIMPA-RODAPE
           STRING 'ERRO ABERTURA IMPREG.DAT (' WRK-FST-MENSAGEM ')'
              DELIMITED BY SIZE INTO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 70.
      *
       ERRO-ACESSO-NEGADO.
           PERFORM LIMPA-RODAPE
           MOVE 'Acesso restrito a supervisores e administradores.'
                                                       TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 51.
      *
       ERRO-ARQUIVO-NAO-REGISTRADO.
           PERFORM LIMPA-RODAPE
           MOVE 'Arquivo nao encontrado no registro de importacoes.'
                                                       TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 53.
      *-----------------------------------------------------------------
       MENSAGENS                                              SECTION.
      *----------------------------------
       COPY 'CRMK-FSP' REPLACING
            ==FS-PARAGRAFO== BY ==TRADUZ-IMPREG-FS==
            ==FS-CAMPO==      BY ==ARQ-IMPREG-FS==.
      *-----------------------------------------------------------------
       FINALIZAR                                              SECTION.
      *----------------------------------
       VOLTAR-MENU.
           CLOSE ARQ-IMPREG
           GOBACK.
      *-----------------------------------------------------------------
       UTILITARIOS                                            SECTION.
      *----------------------------------
       LIMPA-RODAPE.
           MOVE TPL-TRL TO SCR-TRL.
      *
       LIMPA-CORPO.
           MOVE TPL-CTR TO SCR-CTR

           STRING
              '-------------------------------'
              ' IMPORTACOES RECEBIDAS '
              '--------------------------'
           DELIMITED BY SIZE
           INTO SCR-CTR-L0.
      *------------------------ FIM DO ARQUIVO -------------------------
