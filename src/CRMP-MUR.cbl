      *=================================================================
       IDENTIFICATION                                         DIVISION.
       PROGRAM-ID. MURAL.
      *=================================================================
       ENVIRONMENT                                            DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT                                           SECTION.
      *----------------------------------
       FILE-CONTROL.
           SELECT ARQ-AVISO  ASSIGN TO './files/AVISO.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS ARQ-AVISO-FS
              RECORD KEY IS AVS-NUMERO.

           SELECT ARQ-AVISOLEI  ASSIGN TO './files/AVISOLEI.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS ARQ-AVISOLEI-FS
              RECORD KEY IS AVL-KEY.

           SELECT ARQCRM-OPR  ASSIGN TO './files/OPERADOR.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS ARQCRM-OPR-FS
              RECORD KEY IS OPR-ID.

           SELECT REL-MUR  ASSIGN TO WRK-MUR-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REL-MUR-FS.
      *=================================================================
       DATA                                                   DIVISION.
      *-----------------------------------------------------------------
       FILE                                                   SECTION.
      *----------------------------------
       FD  ARQ-AVISO.
       COPY 'CRMK-AVS'.
      *
       FD  ARQ-AVISOLEI.
       COPY 'CRMK-AVL'.
      *
       FD  ARQCRM-OPR.
       COPY 'CRMK-OPR'.
      *
       FD  REL-MUR.
       01  REL-MUR-LINHA        PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE                                        SECTION.
      *----------------------------------
       COPY 'CRMK-AMB'.
       COPY 'CRMK-MSG'.
       COPY 'CRMK-LOG'.
       COPY 'CRMK-SAI'.
       COPY 'CRMK-DTF'.
       01  ARQ-AVISO-FS         PIC 9(02)   VALUE ZERO.
       01  ARQ-AVISOLEI-FS      PIC 9(02)   VALUE ZERO.
       01  ARQCRM-OPR-FS        PIC 9(02)   VALUE ZERO.
       01  REL-MUR-FS           PIC 9(02)   VALUE ZERO.
       01  WRK-MUR-PATH         PIC X(40)   VALUE SPACES.
       01  WRK-OPCAO            PIC X(01)   VALUE SPACE.
       01  WRK-HOJE             PIC 9(08)   VALUE ZERO.
       01  WRK-LINHA            PIC 9(02)   COMP VALUE 10.
       01  WRK-EXIBE            PIC X(80)   VALUE SPACES.
       01  WRK-NUMERO           PIC 9(05)   VALUE ZERO.
       01  WRK-ULTIMO-NUMERO    PIC 9(05)   VALUE ZERO.
       01  WRK-TITULO           PIC X(40)   VALUE SPACES.
       01  WRK-TEXTO-1          PIC X(60)   VALUE SPACES.
       01  WRK-TEXTO-2          PIC X(60)   VALUE SPACES.
       01  WRK-TEXTO-3          PIC X(60)   VALUE SPACES.
       01  WRK-DATA-INI         PIC 9(08)   VALUE ZERO.
       01  WRK-DATA-FIM         PIC 9(08)   VALUE ZERO.
       01  WRK-DIAS-INT         PIC 9(07)   VALUE ZERO.
       01  WRK-ALVO             PIC X(01)   VALUE SPACE.
       01  WRK-ALVO-VALOR       PIC X(02)   VALUE SPACES.
       01  WRK-ALVO-OK          PIC X(01)   VALUE 'N'.
       01  WRK-CMP-FILIAL       PIC X(02)   VALUE SPACES.
       01  WRK-CMP-PERFIL       PIC X(01)   VALUE SPACE.
       01  WRK-AVL-ABERTO       PIC X(01)   VALUE 'N'.
       01  WRK-SITUACAO         PIC X(08)   VALUE SPACES.
       01  WRK-PUBLICO          PIC X(20)   VALUE SPACES.
       01  WRK-TOT-AVISOS       PIC 9(03)   VALUE ZERO.
       01  WRK-TOT-ALVO         PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-LIDOS        PIC 9(05)   VALUE ZERO.
       01  WRK-TOT-PENDENTES    PIC 9(05)   VALUE ZERO.
      *-----------------------------------------------------------------
       LINKAGE                                                SECTION.
      *----------------------------------
       COPY 'CRMK-SES'.
       01  LNK-MUR-MODO         PIC X(01).
      *-----------------------------------------------------------------
       SCREEN                                                 SECTION.
      *----------------------------------
       COPY 'CRMK-SCR'.
      *=================================================================
       PROCEDURE                                              DIVISION
           USING SES-OPERADOR LNK-MUR-MODO.
      *-----------------------------------------------------------------
       PRINCIPAL                                              SECTION.
      *----------------------------------
           MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-HOJE

           IF LNK-MUR-MODO EQUAL 'L'
              PERFORM REVISA-AVISOS
              GOBACK
           END-IF

           IF SES-OPR-PERFIL NOT EQUAL 'A'
              AND SES-OPR-PERFIL NOT EQUAL 'S'
              PERFORM ERRO-ACESSO-RESTRITO
              GOBACK
           END-IF

           PERFORM INICIAR
           PERFORM EXIBE-MENU-MURAL UNTIL WRK-OPCAO EQUAL 9

           GOBACK.
      *-----------------------------------------------------------------
       INICIAR                                                SECTION.
      *----------------------------------
           PERFORM LIMPA-RODAPE

           DISPLAY SCR-HDR

           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       EXIBE-MENU-MURAL                                       SECTION.
      *----------------------------------
           PERFORM LIMPA-CORPO

           MOVE '1. Publicar aviso'                  TO SCR-CTR-L2
           MOVE '2. Listar avisos'                   TO SCR-CTR-L3
           MOVE '3. Encerrar aviso'                  TO SCR-CTR-L4
           MOVE '4. Operadores que nao leram um aviso'
                                                       TO SCR-CTR-L5
           MOVE '9. Voltar'                          TO SCR-CTR-L6
           MOVE 'OPCAO:'                             TO SCR-CTR-L8

           DISPLAY SCR-CTR

           ACCEPT WRK-OPCAO                          LINE 15 COLUMN 8

           EVALUATE WRK-OPCAO
              WHEN 1
                 PERFORM PUBLICA-AVISO
              WHEN 2
                 PERFORM LISTA-AVISOS
              WHEN 3
                 PERFORM ENCERRA-AVISO
              WHEN 4
                 PERFORM PENDENTES-LEITURA
              WHEN 9
                 CONTINUE
              WHEN OTHER
                 PERFORM ERRO-OPCAO-INVALIDA
           END-EVALUATE.
      *-----------------------------------------------------------------
       REVISA-AVISOS                                          SECTION.
      *----------------------------------
           MOVE ZERO TO WRK-TOT-AVISOS

           OPEN INPUT ARQ-AVISO

           IF ARQ-AVISO-FS NOT EQUAL ZERO
              EXIT SECTION
           END-IF

           PERFORM ABRE-ARQUIVO-AVISOLEI

           MOVE SES-OPR-FILIAL TO WRK-CMP-FILIAL
           MOVE SES-OPR-PERFIL TO WRK-CMP-PERFIL

           READ ARQ-AVISO NEXT RECORD

           PERFORM UNTIL ARQ-AVISO-FS NOT EQUAL ZERO
              IF AVS-AVISO-ATIVO
                 AND AVS-DATA-INI NOT GREATER THAN WRK-HOJE
                 AND AVS-DATA-FIM NOT LESS THAN WRK-HOJE
                 PERFORM VERIFICA-ALVO
                 IF WRK-ALVO-OK EQUAL 'S'
                    MOVE SES-OPR-ID TO AVL-OPERADOR
                    MOVE AVS-NUMERO TO AVL-NUMERO
                    READ ARQ-AVISOLEI
                    IF ARQ-AVISOLEI-FS NOT EQUAL ZERO
                       ADD 1 TO WRK-TOT-AVISOS
                       PERFORM EXIBE-AVISO
                       PERFORM CONFIRMA-LEITURA
                    END-IF
                 END-IF
              END-IF
              READ ARQ-AVISO NEXT RECORD
           END-PERFORM

           CLOSE ARQ-AVISOLEI
           CLOSE ARQ-AVISO

           IF WRK-TOT-AVISOS GREATER THAN ZERO
              PERFORM LIMPA-RODAPE
              STRING 'Avisos exibidos: ' WRK-TOT-AVISOS
                 ' [pressione ENTER]'
                 DELIMITED BY SIZE INTO SCR-TRL-L1
              DISPLAY SCR-TRL
              ACCEPT WRK-OPCAO                       LINE 23 COLUMN 40
              MOVE SPACE TO WRK-OPCAO
           END-IF.
      *-----------------------------------------------------------------
       VERIFICA-ALVO                                          SECTION.
      *----------------------------------
           MOVE 'N' TO WRK-ALVO-OK

           EVALUATE TRUE
              WHEN AVS-ALVO-TODOS
                 MOVE 'S' TO WRK-ALVO-OK
              WHEN AVS-ALVO-FILIAL
                 IF AVS-ALVO-VALOR EQUAL WRK-CMP-FILIAL
                    MOVE 'S' TO WRK-ALVO-OK
                 END-IF
              WHEN AVS-ALVO-PERFIL
                 IF AVS-ALVO-VALOR(1:1) EQUAL WRK-CMP-PERFIL
                    MOVE 'S' TO WRK-ALVO-OK
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
      *-----------------------------------------------------------------
       EXIBE-AVISO                                            SECTION.
      *----------------------------------
           PERFORM LIMPA-CORPO

           STRING 'Aviso ' AVS-NUMERO ' - ' AVS-TITULO
              DELIMITED BY SIZE INTO SCR-CTR-L1

           MOVE AVS-TEXTO(1) TO SCR-CTR-L3
           MOVE AVS-TEXTO(2) TO SCR-CTR-L4
           MOVE AVS-TEXTO(3) TO SCR-CTR-L5

           STRING 'Validade  : ' AVS-DATA-INI ' a ' AVS-DATA-FIM
              DELIMITED BY SIZE INTO SCR-CTR-L7
           STRING 'Publicado : ' AVS-DATA-CRIACAO ' por ' AVS-AUTOR
              DELIMITED BY SIZE INTO SCR-CTR-L8

           DISPLAY SCR-CTR.
      *-----------------------------------------------------------------
       CONFIRMA-LEITURA                                       SECTION.
      *----------------------------------
           PERFORM LIMPA-RODAPE
           MOVE 'Confirma a leitura deste aviso? (S/N)' TO SCR-TRL-L1
           MOVE 'Avisos nao confirmados voltam a ser exibidos no proxim
      -         'o acesso.'                              TO SCR-TRL-L2
           DISPLAY SCR-TRL

           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 39
           MOVE FUNCTION UPPER-CASE(WRK-OPCAO) TO WRK-OPCAO

           IF WRK-OPCAO NOT EQUAL 'S'
              MOVE SPACE TO WRK-OPCAO
              EXIT SECTION
           END-IF

           MOVE SES-OPR-ID                 TO AVL-OPERADOR
           MOVE AVS-NUMERO                 TO AVL-NUMERO
           MOVE WRK-HOJE                   TO AVL-DATA-LEITURA
           MOVE FUNCTION CURRENT-DATE(9:6) TO AVL-HORA-LEITURA

           WRITE AVL-REGISTRO

           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       PUBLICA-AVISO                                          SECTION.
      *----------------------------------
           PERFORM LIMPA-CORPO

           MOVE 'Publicacao de aviso aos operadores'  TO SCR-CTR-L1
           MOVE 'Titulo     :'                        TO SCR-CTR-L2
           MOVE 'Texto      :'                        TO SCR-CTR-L3
           MOVE 'Inicio     :           (AAAAMMDD, branco = hoje)'
                                                       TO SCR-CTR-L7
           MOVE 'Fim        :           (AAAAMMDD, branco = +30 dias)'
                                                       TO SCR-CTR-L8
           MOVE 'Publico    :           (T)odos, (F)ilial, (P)erfil'
                                                       TO SCR-CTR-L9
           MOVE 'Destino    :           filial (ex.: 01) ou perfil (A/S
      -         '/O/C)'                                TO SCR-CTR-L10
           DISPLAY SCR-CTR

           MOVE SPACES TO WRK-TITULO
           ACCEPT WRK-TITULO                         LINE 9 COLUMN 14

           IF WRK-TITULO EQUAL SPACES
              PERFORM ERRO-TITULO-OBRIGATORIO
              EXIT SECTION
           END-IF

           MOVE SPACES TO WRK-TEXTO-1
           MOVE SPACES TO WRK-TEXTO-2
           MOVE SPACES TO WRK-TEXTO-3
           ACCEPT WRK-TEXTO-1                        LINE 10 COLUMN 14
           ACCEPT WRK-TEXTO-2                        LINE 11 COLUMN 14
           ACCEPT WRK-TEXTO-3                        LINE 12 COLUMN 14

           IF WRK-TEXTO-1 EQUAL SPACES
              PERFORM ERRO-TEXTO-OBRIGATORIO
              EXIT SECTION
           END-IF

           MOVE 'N' TO WRK-DTV-OK

           PERFORM UNTIL WRK-DTV-OK EQUAL 'S'
              MOVE ZERO TO WRK-DATA-INI
              ACCEPT WRK-DATA-INI                    LINE 14 COLUMN 14

              IF WRK-DATA-INI EQUAL ZERO
                 MOVE WRK-HOJE TO WRK-DATA-INI
                 MOVE 'S' TO WRK-DTV-OK
              ELSE
                 MOVE WRK-DATA-INI TO WRK-DTV-DATA
                 PERFORM VALIDA-DATA-CALENDARIO
                 IF WRK-DTV-OK NOT EQUAL 'S'
                    PERFORM ERRO-DATA-INVALIDA
                 END-IF
              END-IF
           END-PERFORM

           MOVE 'N' TO WRK-DTV-OK

           PERFORM UNTIL WRK-DTV-OK EQUAL 'S'
              MOVE ZERO TO WRK-DATA-FIM
              ACCEPT WRK-DATA-FIM                    LINE 15 COLUMN 14

              IF WRK-DATA-FIM EQUAL ZERO
                 COMPUTE WRK-DIAS-INT =
                    FUNCTION INTEGER-OF-DATE(WRK-DATA-INI) + 30
                 MOVE FUNCTION DATE-OF-INTEGER(WRK-DIAS-INT)
                                                     TO WRK-DATA-FIM
                 MOVE 'S' TO WRK-DTV-OK
              ELSE
                 MOVE WRK-DATA-FIM TO WRK-DTV-DATA
                 PERFORM VALIDA-DATA-CALENDARIO
                 IF WRK-DTV-OK NOT EQUAL 'S'
                    PERFORM ERRO-DATA-INVALIDA
                 END-IF
              END-IF
           END-PERFORM

           IF WRK-DATA-FIM LESS THAN WRK-DATA-INI
              PERFORM ERRO-VALIDADE-INVALIDA
              EXIT SECTION
           END-IF

           MOVE SPACE TO WRK-ALVO
           ACCEPT WRK-ALVO                           LINE 16 COLUMN 14
           MOVE FUNCTION UPPER-CASE(WRK-ALVO) TO WRK-ALVO

           IF WRK-ALVO EQUAL SPACE
              MOVE 'T' TO WRK-ALVO
           END-IF

           MOVE SPACES TO WRK-ALVO-VALOR

           EVALUATE WRK-ALVO
              WHEN 'T'
                 CONTINUE
              WHEN 'F'
                 ACCEPT WRK-ALVO-VALOR               LINE 17 COLUMN 14
                 IF WRK-ALVO-VALOR NOT NUMERIC
                    PERFORM ERRO-DESTINO-INVALIDO
                    EXIT SECTION
                 END-IF
              WHEN 'P'
                 ACCEPT WRK-ALVO-VALOR               LINE 17 COLUMN 14
                 MOVE FUNCTION UPPER-CASE(WRK-ALVO-VALOR)
                                                     TO WRK-ALVO-VALOR
                 IF WRK-ALVO-VALOR NOT EQUAL 'A'
                    AND WRK-ALVO-VALOR NOT EQUAL 'S'
                    AND WRK-ALVO-VALOR NOT EQUAL 'O'
                    AND WRK-ALVO-VALOR NOT EQUAL 'C'
                    PERFORM ERRO-DESTINO-INVALIDO
                    EXIT SECTION
                 END-IF
              WHEN OTHER
                 PERFORM ERRO-PUBLICO-INVALIDO
                 EXIT SECTION
           END-EVALUATE

           PERFORM LIMPA-RODAPE
           STRING 'Validade ' WRK-DATA-INI ' a ' WRK-DATA-FIM
              '. Confirma a publicacao? (S/N)'
              DELIMITED BY SIZE INTO SCR-TRL-L1
           DISPLAY SCR-TRL

           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 60
           MOVE FUNCTION UPPER-CASE(WRK-OPCAO) TO WRK-OPCAO

           IF WRK-OPCAO NOT EQUAL 'S'
              MOVE SPACE TO WRK-OPCAO
              EXIT SECTION
           END-IF

           PERFORM ABRE-ARQUIVO-AVISO

           PERFORM GERA-PROXIMO-NUMERO

           INITIALIZE AVS-REGISTRO
           MOVE WRK-NUMERO                 TO AVS-NUMERO
           MOVE WRK-TITULO                 TO AVS-TITULO
           MOVE WRK-TEXTO-1                TO AVS-TEXTO(1)
           MOVE WRK-TEXTO-2                TO AVS-TEXTO(2)
           MOVE WRK-TEXTO-3                TO AVS-TEXTO(3)
           MOVE WRK-DATA-INI               TO AVS-DATA-INI
           MOVE WRK-DATA-FIM               TO AVS-DATA-FIM
           MOVE WRK-ALVO                   TO AVS-ALVO
           MOVE WRK-ALVO-VALOR             TO AVS-ALVO-VALOR
           MOVE SES-OPR-ID                 TO AVS-AUTOR
           MOVE WRK-HOJE                   TO AVS-DATA-CRIACAO
           MOVE FUNCTION CURRENT-DATE(9:6) TO AVS-HORA-CRIACAO
           SET AVS-AVISO-ATIVO TO TRUE

           WRITE AVS-REGISTRO

           PERFORM LIMPA-RODAPE

           IF ARQ-AVISO-FS EQUAL ZERO
              MOVE 'AVISOPUB' TO WRK-LOG-OPERACAO
              PERFORM GRAVA-LOG-AVISO
              STRING 'Aviso ' WRK-NUMERO ' publicado.'
                 DELIMITED BY SIZE INTO SCR-TRL-L1
           ELSE
              MOVE 'Erro na gravacao do aviso.' TO SCR-TRL-L1
           END-IF

           PERFORM FECHA-ARQUIVO-AVISO

           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 28
           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       GERA-PROXIMO-NUMERO                                    SECTION.
      *----------------------------------
           MOVE ZERO TO WRK-ULTIMO-NUMERO

           MOVE ZERO TO AVS-NUMERO

           START ARQ-AVISO KEY IS NOT LESS THAN AVS-NUMERO

           IF ARQ-AVISO-FS EQUAL ZERO
              READ ARQ-AVISO NEXT RECORD
              PERFORM UNTIL ARQ-AVISO-FS NOT EQUAL ZERO
                 MOVE AVS-NUMERO TO WRK-ULTIMO-NUMERO
                 READ ARQ-AVISO NEXT RECORD
              END-PERFORM
           END-IF

           COMPUTE WRK-NUMERO = WRK-ULTIMO-NUMERO + 1

           MOVE ZERO TO ARQ-AVISO-FS.
      *-----------------------------------------------------------------
       LISTA-AVISOS                                           SECTION.
      *----------------------------------
           PERFORM LIMPA-CORPO
           MOVE 'Avisos publicados' TO SCR-CTR-L1
           MOVE 'NUM.  TITULO                    INICIO   FIM      PUB
      -         'SITUACAO AUTOR'                       TO SCR-CTR-L2
           DISPLAY SCR-CTR

           MOVE 10 TO WRK-LINHA

           OPEN INPUT ARQ-AVISO

           IF ARQ-AVISO-FS EQUAL ZERO
              READ ARQ-AVISO NEXT RECORD
           END-IF

           PERFORM UNTIL ARQ-AVISO-FS NOT EQUAL ZERO
              EVALUATE TRUE
                 WHEN AVS-AVISO-ENCERRADO
                    MOVE 'ENCERRAD' TO WRK-SITUACAO
                 WHEN AVS-DATA-FIM LESS THAN WRK-HOJE
                    MOVE 'VENCIDO'  TO WRK-SITUACAO
                 WHEN AVS-DATA-INI GREATER THAN WRK-HOJE
                    MOVE 'FUTURO'   TO WRK-SITUACAO
                 WHEN OTHER
                    MOVE 'ATIVO'    TO WRK-SITUACAO
              END-EVALUATE

              MOVE SPACES TO WRK-EXIBE
              STRING AVS-NUMERO ' ' AVS-TITULO(1:25) ' '
                 AVS-DATA-INI ' ' AVS-DATA-FIM ' '
                 AVS-ALVO AVS-ALVO-VALOR ' ' WRK-SITUACAO ' '
                 AVS-AUTOR
                 DELIMITED BY SIZE INTO WRK-EXIBE
              DISPLAY WRK-EXIBE                LINE WRK-LINHA COLUMN 1
              ADD 1 TO WRK-LINHA

              IF WRK-LINHA IS GREATER THAN 20
                 PERFORM LIMPA-RODAPE
                 MOVE 'Continua ... [pressione ENTER]' TO SCR-TRL-L1
                 DISPLAY SCR-TRL
                 ACCEPT WRK-OPCAO                    LINE 23 COLUMN 32
                 MOVE 10 TO WRK-LINHA
                 DISPLAY SCR-CTR
              END-IF

              READ ARQ-AVISO NEXT RECORD
           END-PERFORM

           CLOSE ARQ-AVISO

           PERFORM LIMPA-RODAPE
           MOVE 'Fim da lista. [pressione ENTER]' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 33
           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       ENCERRA-AVISO                                          SECTION.
      *----------------------------------
           PERFORM LIMPA-CORPO
           MOVE 'Encerramento de aviso'               TO SCR-CTR-L1
           MOVE 'Numero do aviso :'                   TO SCR-CTR-L3
           DISPLAY SCR-CTR

           MOVE ZERO TO WRK-NUMERO
           ACCEPT WRK-NUMERO                         LINE 10 COLUMN 19

           PERFORM ABRE-ARQUIVO-AVISO

           MOVE WRK-NUMERO TO AVS-NUMERO
           READ ARQ-AVISO

           IF ARQ-AVISO-FS NOT EQUAL ZERO
              PERFORM FECHA-ARQUIVO-AVISO
              PERFORM ERRO-AVISO-NAO-ENCONTRADO
              EXIT SECTION
           END-IF

           IF AVS-AVISO-ENCERRADO
              PERFORM FECHA-ARQUIVO-AVISO
              PERFORM ERRO-AVISO-ENCERRADO
              EXIT SECTION
           END-IF

           PERFORM EXIBE-AVISO

           PERFORM LIMPA-RODAPE
           MOVE 'Confirma o encerramento do aviso? (S/N)' TO SCR-TRL-L1
           DISPLAY SCR-TRL

           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 41
           MOVE FUNCTION UPPER-CASE(WRK-OPCAO) TO WRK-OPCAO

           IF WRK-OPCAO NOT EQUAL 'S'
              PERFORM FECHA-ARQUIVO-AVISO
              MOVE SPACE TO WRK-OPCAO
              EXIT SECTION
           END-IF

           SET AVS-AVISO-ENCERRADO TO TRUE
           MOVE WRK-HOJE   TO AVS-DATA-ENCERRAMENTO
           MOVE SES-OPR-ID TO AVS-OPER-ENCERRAMENTO

           REWRITE AVS-REGISTRO

           PERFORM LIMPA-RODAPE

           IF ARQ-AVISO-FS EQUAL ZERO
              MOVE 'AVISOENC' TO WRK-LOG-OPERACAO
              PERFORM GRAVA-LOG-AVISO
              MOVE 'Aviso encerrado.' TO SCR-TRL-L1
           ELSE
              MOVE 'Erro no encerramento do aviso.' TO SCR-TRL-L1
           END-IF

           PERFORM FECHA-ARQUIVO-AVISO

           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 32
           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       PENDENTES-LEITURA                                      SECTION.
      *----------------------------------
           PERFORM LIMPA-CORPO
           MOVE 'Operadores que nao leram um aviso'   TO SCR-CTR-L1
           MOVE 'Numero do aviso :'                   TO SCR-CTR-L3
           DISPLAY SCR-CTR

           MOVE ZERO TO WRK-NUMERO
           ACCEPT WRK-NUMERO                         LINE 10 COLUMN 19

           OPEN INPUT ARQ-AVISO

           IF ARQ-AVISO-FS NOT EQUAL ZERO
              PERFORM ERRO-AVISO-NAO-ENCONTRADO
              EXIT SECTION
           END-IF

           MOVE WRK-NUMERO TO AVS-NUMERO
           READ ARQ-AVISO

           IF ARQ-AVISO-FS NOT EQUAL ZERO
              CLOSE ARQ-AVISO
              PERFORM ERRO-AVISO-NAO-ENCONTRADO
              EXIT SECTION
           END-IF

           OPEN INPUT ARQCRM-OPR

           IF ARQCRM-OPR-FS NOT EQUAL ZERO
              CLOSE ARQ-AVISO
              PERFORM ERRO-ABERTURA-OPERADORES
              EXIT SECTION
           END-IF

           MOVE 'N' TO WRK-AVL-ABERTO
           OPEN INPUT ARQ-AVISOLEI

           IF ARQ-AVISOLEI-FS EQUAL ZERO
              MOVE 'S' TO WRK-AVL-ABERTO
           END-IF

           PERFORM MONTA-PUBLICO

           MOVE ZERO TO WRK-TOT-ALVO
           MOVE ZERO TO WRK-TOT-LIDOS
           MOVE ZERO TO WRK-TOT-PENDENTES

           MOVE SPACES TO WRK-MUR-PATH
           STRING './files/AVISOPEND-' FUNCTION CURRENT-DATE(1:14)
              '.LST' DELIMITED BY SIZE INTO WRK-MUR-PATH

           OPEN OUTPUT REL-MUR

           MOVE 'CRM - AVISO SEM CONFIRMACAO DE LEITURA'
                                                    TO REL-MUR-LINHA
           WRITE REL-MUR-LINHA

           MOVE SPACES TO REL-MUR-LINHA
           STRING 'Aviso   : ' AVS-NUMERO ' - ' AVS-TITULO
              DELIMITED BY SIZE INTO REL-MUR-LINHA
           WRITE REL-MUR-LINHA

           MOVE SPACES TO REL-MUR-LINHA
           STRING 'Validade: ' AVS-DATA-INI ' a ' AVS-DATA-FIM
              '   Publico: ' WRK-PUBLICO
              DELIMITED BY SIZE INTO REL-MUR-LINHA
           WRITE REL-MUR-LINHA

           MOVE SPACES TO REL-MUR-LINHA
           STRING 'Data    : ' WRK-HOJE '   Emitido por: ' SES-OPR-ID
              DELIMITED BY SIZE INTO REL-MUR-LINHA
           WRITE REL-MUR-LINHA

           MOVE SPACES TO REL-MUR-LINHA
           WRITE REL-MUR-LINHA

           MOVE 'OPERADOR NOME                      PERFIL FILIAL'
                                                    TO REL-MUR-LINHA
           WRITE REL-MUR-LINHA

           PERFORM LIMPA-CORPO
           STRING 'Aviso ' AVS-NUMERO ' - ' AVS-TITULO
              DELIMITED BY SIZE INTO SCR-CTR-L1
           MOVE 'OPERADOR NOME                      PERFIL FILIAL'
                                                       TO SCR-CTR-L2
           DISPLAY SCR-CTR

           MOVE 10 TO WRK-LINHA

           READ ARQCRM-OPR NEXT RECORD

           PERFORM UNTIL ARQCRM-OPR-FS NOT EQUAL ZERO
              IF OPR-OPERADOR-ATIVO
                 MOVE OPR-FILIAL TO WRK-CMP-FILIAL
                 MOVE OPR-PERFIL TO WRK-CMP-PERFIL
                 PERFORM VERIFICA-ALVO
                 IF WRK-ALVO-OK EQUAL 'S'
                    ADD 1 TO WRK-TOT-ALVO
                    PERFORM VERIFICA-LEITURA-OPERADOR
                 END-IF
              END-IF
              READ ARQCRM-OPR NEXT RECORD
           END-PERFORM

           MOVE SPACES TO REL-MUR-LINHA
           WRITE REL-MUR-LINHA

           MOVE SPACES TO REL-MUR-LINHA
           STRING 'Operadores no publico : ' WRK-TOT-ALVO
              DELIMITED BY SIZE INTO REL-MUR-LINHA
           WRITE REL-MUR-LINHA

           MOVE SPACES TO REL-MUR-LINHA
           STRING 'Leitura confirmada    : ' WRK-TOT-LIDOS
              DELIMITED BY SIZE INTO REL-MUR-LINHA
           WRITE REL-MUR-LINHA

           MOVE SPACES TO REL-MUR-LINHA
           STRING 'Nao leram             : ' WRK-TOT-PENDENTES
              DELIMITED BY SIZE INTO REL-MUR-LINHA
           WRITE REL-MUR-LINHA

           CLOSE ARQ-AVISO
           CLOSE ARQCRM-OPR
           CLOSE REL-MUR

           IF WRK-AVL-ABERTO EQUAL 'S'
              CLOSE ARQ-AVISOLEI
           END-IF

           MOVE 'AVISOPEN' TO SAI-TIPO
           MOVE WRK-MUR-PATH TO SAI-ARQUIVO
           MOVE SES-OPR-ID TO SAI-OPERADOR
           MOVE WRK-TOT-PENDENTES TO SAI-REGISTROS
           CALL 'REGSAIDA' USING SAI-REGISTRO

           PERFORM LIMPA-RODAPE
           STRING 'Nao leram: ' WRK-TOT-PENDENTES ' de '
              WRK-TOT-ALVO '. [pressione ENTER]'
              DELIMITED BY SIZE INTO SCR-TRL-L1
           MOVE WRK-MUR-PATH TO SCR-TRL-L2
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 47
           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       VERIFICA-LEITURA-OPERADOR                              SECTION.
      *----------------------------------
           IF WRK-AVL-ABERTO EQUAL 'S'
              MOVE OPR-ID     TO AVL-OPERADOR
              MOVE AVS-NUMERO TO AVL-NUMERO
              READ ARQ-AVISOLEI
              IF ARQ-AVISOLEI-FS EQUAL ZERO
                 ADD 1 TO WRK-TOT-LIDOS
                 EXIT SECTION
              END-IF
           END-IF

           ADD 1 TO WRK-TOT-PENDENTES

           MOVE SPACES TO WRK-EXIBE
           STRING OPR-ID ' ' OPR-NOME ' ' OPR-PERFIL '      '
              OPR-FILIAL
              DELIMITED BY SIZE INTO WRK-EXIBE

           MOVE WRK-EXIBE TO REL-MUR-LINHA
           WRITE REL-MUR-LINHA

           DISPLAY WRK-EXIBE                   LINE WRK-LINHA COLUMN 1
           ADD 1 TO WRK-LINHA

           IF WRK-LINHA IS GREATER THAN 20
              PERFORM LIMPA-RODAPE
              MOVE 'Continua ... [pressione ENTER]' TO SCR-TRL-L1
              DISPLAY SCR-TRL
              ACCEPT WRK-OPCAO                       LINE 23 COLUMN 32
              MOVE 10 TO WRK-LINHA
              DISPLAY SCR-CTR
           END-IF.
      *-----------------------------------------------------------------
       MONTA-PUBLICO                                          SECTION.
      *----------------------------------
           MOVE SPACES TO WRK-PUBLICO

           EVALUATE TRUE
              WHEN AVS-ALVO-FILIAL
                 STRING 'FILIAL ' AVS-ALVO-VALOR
                    DELIMITED BY SIZE INTO WRK-PUBLICO
              WHEN AVS-ALVO-PERFIL
                 STRING 'PERFIL ' AVS-ALVO-VALOR(1:1)
                    DELIMITED BY SIZE INTO WRK-PUBLICO
              WHEN OTHER
                 MOVE 'TODOS' TO WRK-PUBLICO
           END-EVALUATE.
      *-----------------------------------------------------------------
       GRAVA-LOG-AVISO                                        SECTION.
      *----------------------------------
           MOVE AVS-NUMERO  TO WRK-LOG-ID
           MOVE AVS-TITULO  TO WRK-LOG-NOME
           PERFORM MONTA-PUBLICO
           MOVE SPACES      TO WRK-LOG-MOTIVO
           STRING 'PUBLICO ' WRK-PUBLICO
              DELIMITED BY SIZE INTO WRK-LOG-MOTIVO
           MOVE SES-OPR-ID  TO WRK-LOG-OPERADOR

           CALL 'GRAVALOG' USING WRK-LOG-REGISTRO.
      *-----------------------------------------------------------------
       ERROS                                                  SECTION.
      *----------------------------------
       ERRO-OPCAO-INVALIDA.
           PERFORM LIMPA-RODAPE
           MOVE 001 TO WRK-MSG-CODIGO
           PERFORM TRADUZ-CODIGO-MENSAGEM
           MOVE WRK-MSG-TEXTO TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 15
           MOVE SPACE TO WRK-OPCAO.
      *
       ERRO-ACESSO-RESTRITO.
           PERFORM LIMPA-RODAPE
           MOVE 'Acesso restrito a supervisores e administradores.'
                                                       TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 51
           MOVE SPACE TO WRK-OPCAO.
      *
       ERRO-TITULO-OBRIGATORIO.
           PERFORM LIMPA-RODAPE
           MOVE 'Titulo e obrigatorio' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 22
           MOVE SPACE TO WRK-OPCAO.
      *
       ERRO-TEXTO-OBRIGATORIO.
           PERFORM LIMPA-RODAPE
           MOVE 'Texto e obrigatorio' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 21
           MOVE SPACE TO WRK-OPCAO.
      *
       ERRO-VALIDADE-INVALIDA.
           PERFORM LIMPA-RODAPE
           MOVE 'Fim da validade anterior ao inicio.' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 37
           MOVE SPACE TO WRK-OPCAO.
      *
       ERRO-PUBLICO-INVALIDO.
           PERFORM LIMPA-RODAPE
           MOVE 'Publico invalido. Use T, F ou P.' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 34
           MOVE SPACE TO WRK-OPCAO.
      *
       ERRO-DESTINO-INVALIDO.
           PERFORM LIMPA-RODAPE
           MOVE 'Filial ou perfil de destino invalido.' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 39
           MOVE SPACE TO WRK-OPCAO.
      *
       ERRO-AVISO-NAO-ENCONTRADO.
           PERFORM LIMPA-RODAPE
           MOVE 'Aviso nao encontrado.' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 23
           MOVE SPACE TO WRK-OPCAO.
      *
       ERRO-AVISO-ENCERRADO.
           PERFORM LIMPA-RODAPE
           MOVE 'Aviso ja encerrado.' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 21
           MOVE SPACE TO WRK-OPCAO.
      *
       ERRO-ABERTURA-OPERADORES.
           PERFORM LIMPA-RODAPE
           MOVE 'Erro na abertura do cadastro de operadores.'
                                                       TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 45
           MOVE SPACE TO WRK-OPCAO.
      *
       ERRO-DATA-INVALIDA.
           PERFORM LIMPA-RODAPE
           MOVE 'Data invalida. Informe novamente.' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 35
           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       MENSAGENS                                               SECTION.
      *----------------------------------
       COPY 'CRMK-MGP'.
      *
       COPY 'CRMK-DTP'.
      *-----------------------------------------------------------------
       ARQUIVOS                                               SECTION.
      *----------------------------------
       ABRE-ARQUIVO-AVISO.
           OPEN I-O ARQ-AVISO

           IF ARQ-AVISO-FS EQUAL 35
              OPEN OUTPUT ARQ-AVISO
              CLOSE ARQ-AVISO
              OPEN I-O ARQ-AVISO
           END-IF.
      *
       FECHA-ARQUIVO-AVISO.
           CLOSE ARQ-AVISO.
      *
       ABRE-ARQUIVO-AVISOLEI.
           OPEN I-O ARQ-AVISOLEI

           IF ARQ-AVISOLEI-FS EQUAL 35
              OPEN OUTPUT ARQ-AVISOLEI
              CLOSE ARQ-AVISOLEI
              OPEN I-O ARQ-AVISOLEI
           END-IF.
      *-----------------------------------------------------------------
       UTILITARIOS                                            SECTION.
      *----------------------------------
       LIMPA-RODAPE.
           MOVE TPL-TRL TO SCR-TRL.
      *
       LIMPA-CORPO.
           MOVE TPL-CTR TO SCR-CTR

           STRING
              '-----------------------------------'
              ' MURAL DE AVISOS '
              '----------------------------'
           DELIMITED BY SIZE
           INTO SCR-CTR-L0.
      *------------------------ FIM DO ARQUIVO -------------------------
