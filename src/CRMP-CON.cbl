                 WITH DUPLICATES
              ALTERNATE RECORD KEY IS HIS-TELEFONE
                 WITH DUPLICATES.

           SELECT ARQ-NEGATIV  ASSIGN TO './files/NEGATIV.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS ARQ-NEGATIV-FS
              RECORD KEY IS NEG-KEY.

           SELECT ARQ-GRUPO  ASSIGN TO './files/GRUPO.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS ARQ-GRUPO-FS
              RECORD KEY IS GRP-CODIGO.

           SELECT ARQ-GRUPOCLI  ASSIGN TO './files/GRUPOCLI.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS ARQ-GRUPOCLI-FS
              RECORD KEY IS GCL-CLIENTE
              ALTERNATE RECORD KEY IS GCL-GRUPO
                 WITH DUPLICATES.

           SELECT ARQCRM-OPR  ASSIGN TO './files/OPERADOR.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS ARQCRM-OPR-FS
              RECORD KEY IS OPR-ID.
      *=================================================================
       DATA                                                   DIVISION.
      *-----------------------------------------------------------------
       COPY 'CRMK-LEI'.
      *
       FD  REL-LEI.
       01  REL-LEI-LINHA        PIC X(80).
      *
       FD  ARQCRM-HIS.
       COPY 'CRMK-000' REPLACING LEADING ==ARQCRM== BY ==HIS==.
      *
       FD  ARQ-NEGATIV.
       COPY 'CRMK-NEG'.
      *
       FD  ARQ-GRUPO.
       COPY 'CRMK-GRP'.
      *
       FD  ARQ-GRUPOCLI.
       COPY 'CRMK-GCL'.
      *
       FD  ARQCRM-OPR.
       COPY 'CRMK-OPR'.
      *-----------------------------------------------------------------
       WORKING-STORAGE                                        SECTION.
      *----------------------------------
       COPY 'CRMK-AMB'.
       COPY 'CRMK-MSG'.
       COPY 'CRMK-ERR'.
       COPY 'CRMK-SAI'.
       COPY 'CRMK-EXT'.
       COPY 'CRMK-DTF'.
       COPY 'CRMK-DCP'.
       COPY 'CRMK-MSQ'.
       COPY 'CRMK-SNW'.
       COPY 'CRMK-SIQ'.
       01  ARQCRM-OPR-FS        PIC 9(02)   VALUE ZERO.
       01  WRK-DADOS-COMPLETOS  PIC X(01)   VALUE 'N'.
       01  WRK-AUTORIZADOR      PIC X(08)   VALUE SPACES.
       01  WRK-SUP-ID           PIC X(08)   VALUE SPACES.
       01  WRK-SUP-SENHA        PIC X(08)   VALUE SPACES.
       01  WRK-SUP-OK           PIC X(01)   VALUE 'N'.
       01  WRK-CAMINHO-ANTERIOR PIC X(10)   VALUE SPACES.
       01  WRK-EXB-MASCARADO    PIC X(01)   VALUE 'N'.
       01  WRK-EXB-DADOS.
           05 WRK-EXB-EMAIL     PIC X(30)   VALUE SPACES.
           05 WRK-EXB-TELEFONE  PIC X(14)   VALUE SPACES.
           05 WRK-EXB-TEL-EXTRA PIC X(14)   OCCURS 2 TIMES.
           05 WRK-EXB-CPF-CNPJ  PIC X(14)   VALUE SPACES.
           05 WRK-EXB-LOGRADOURO PIC X(30)  VALUE SPACES.
           05 WRK-EXB-NUMERO    PIC X(06)   VALUE SPACES.
           05 WRK-EXB-COMPLEM   PIC X(10)   VALUE SPACES.
           05 WRK-EXB-BAIRRO    PIC X(20)   VALUE SPACES.
           05 WRK-EXB-CEP       PIC X(08)   VALUE SPACES.
       01  WRK-DOC-PENDENTES    PIC 9(02)   VALUE ZERO.
       01  WRK-DOC-AVISO        PIC X(34)   VALUE SPACES.
       01  WRK-FICHA-PATH       PIC X(40)
                                VALUE './files/FICHA.LST'.
       01  ARQCRM-FS            PIC 9(02)   VALUE ZERO.
       01  WRK-DOM-ABERTO       PIC X(01)   VALUE 'N'.
       01  WRK-TEL-TIPO-DESC    PIC X(25)   VALUE SPACES.
       01  WRK-HIS-ABERTO       PIC X(01)   VALUE 'N'.
       01  ARQ-NEGATIV-FS       PIC 9(02)   VALUE ZERO.
       01  WRK-NEG-ABERTO       PIC X(01)   VALUE 'N'.
       01  WRK-NEG-QTD          PIC 9(03)   VALUE ZERO.
       01  ARQ-GRUPO-FS         PIC 9(02)   VALUE ZERO.
       01  ARQ-GRUPOCLI-FS      PIC 9(02)   VALUE ZERO.
       01  WRK-GRP-ABERTO       PIC X(01)   VALUE 'N'.
       01  WRK-GRUPO            PIC X(06)   VALUE SPACES.
       01  WRK-GRP-NOME         PIC X(30)   VALUE SPACES.
       01  WRK-GRP-MEMBROS      PIC 9(03)   VALUE ZERO.
       01  WRK-GRP-LIN          PIC 9(02)   COMP VALUE ZERO.
       01  WRK-GRP-STATUS       PIC X(10)   VALUE SPACES.
       01  WRK-GRP-LINHA        PIC X(80)   VALUE SPACES.
       01  WRK-DE-ARQUIVO       PIC X(01)   VALUE 'N'.
       01  WRK-TOT-CONTATOS     PIC 9(03)   VALUE ZERO.
       01  WRK-IMPRIMIR         PIC X(01)   VALUE 'N'.
       01  WRK-DATA-ATUAL       PIC 9(08).
       01  WRK-EXT-INI          PIC 9(08)   VALUE ZERO.
       01  WRK-EXT-FIM          PIC 9(08)   VALUE ZERO.
       01  WRK-EXT-SALDO-EXIBE  PIC -ZZZZZZZZ9.99 VALUE ZERO.
       01  WRK-EXT-FINAL-EXIBE  PIC -ZZZZZZZZ9.99 VALUE ZERO.
       01  WRK-DATA-FMT.
           05 WRK-DATA-FMT-DD   PIC 9(02).
           05 FILLER            PIC X(01)   VALUE '/'.
       01  WRK-BUSCA-TELEFONE   PIC X(14)   VALUE SPACES.
       01  WRK-BUSCA-DOC        PIC X(14)   VALUE SPACES.
       01  WRK-TLN-ID           PIC X(06)   VALUE SPACES.
       01  WRK-SOMENTE-LEITURA  PIC X(01)   VALUE 'N'.
       01  WRK-SISTEMA-BLOQUEADO PIC X(01)  VALUE 'N'.
       01  ARQ-NOTAS-FS         PIC 9(02)   VALUE ZERO.
       01  WRK-TOT-NOTAS        PIC 9(03)   VALUE ZERO.
       01  WRK-TAM-BUSCA        PIC 9(02)   VALUE ZERO.

           PERFORM ABRE-ARQUIVO-DOM

           PERFORM ABRE-ARQUIVO-IND

           PERFORM ABRE-ARQUIVO-NEG

           PERFORM ABRE-ARQUIVO-GRP.

           DISPLAY SCR-HDR
           DISPLAY SCR-CTR
              MOVE WRK-PL-ID(WRK-PL-I) TO WRK-PL-L-ID
              MOVE WRK-PL-NOME(WRK-PL-I) TO WRK-PL-L-NOME
              MOVE WRK-PL-TEL(WRK-PL-I)  TO WRK-PL-L-TEL
              SET WRK-MSK-TELEFONE TO TRUE
              MOVE WRK-PL-L-TEL TO WRK-MSK-VALOR
              PERFORM MASCARA-DADO
              MOVE WRK-MSK-VALOR TO WRK-PL-L-TEL

              EVALUATE WRK-PL-STATUS(WRK-PL-I)
                 WHEN 0
      *-----------------------------------------------------------------
       EXIBE-INFORMACOES                                  SECTION.
      *----------------------------------
           MOVE 'N'    TO WRK-DADOS-COMPLETOS
           MOVE SPACES TO WRK-AUTORIZADOR

           PERFORM GRAVA-ACESSO-LEITURA

           PERFORM LIMPA-RODAPE
           PERFORM PREENCHE-CAMPOS
           DISPLAY SCR-CTR.

           IF WRK-EXB-MASCARADO EQUAL 'S'
              PERFORM LIBERA-DADOS-COMPLETOS
           END-IF

           MOVE 'Imprimir ficha cadastral? (S/N) [ENTER p/ pular]:'
                                                       TO SCR-TRL-L2
           DISPLAY SCR-TRL
              PERFORM IMPRIME-FICHA
           END-IF

           PERFORM DEFINE-SOMENTE-LEITURA

           IF WRK-SISTEMA-BLOQUEADO NOT EQUAL 'S'
              MOVE 'Agendar follow-up p/ este cliente? (S/N):'
                                                       TO SCR-TRL-L3
              DISPLAY SCR-TRL

              ACCEPT WRK-AGENDAR                      LINE 25 COLUMN 44
              MOVE FUNCTION UPPER-CASE(WRK-AGENDAR) TO WRK-AGENDAR

              IF WRK-AGENDAR EQUAL 'S'
                 MOVE 'N'       TO WRK-AGN-MODO
                 MOVE ARQCRM-ID TO WRK-AGN-CLIENTE
                 CALL 'AGENDA' USING SES-OPERADOR WRK-AGN-MODO
                                     WRK-AGN-CLIENTE
                 DISPLAY SCR-HDR
              END-IF
           END-IF

           PERFORM LIMPA-RODAPE
              DISPLAY SCR-HDR
           END-IF

           IF WRK-SISTEMA-BLOQUEADO NOT EQUAL 'S'
              PERFORM LIMPA-RODAPE
              MOVE 'Notas do cliente? (S/N):' TO SCR-TRL-L1
              DISPLAY SCR-TRL

              ACCEPT WRK-OPCAO                       LINE 23 COLUMN 26
              MOVE FUNCTION UPPER-CASE(WRK-OPCAO) TO WRK-OPCAO

              IF WRK-OPCAO EQUAL 'S'
                 MOVE ARQCRM-ID TO WRK-TLN-ID
                 CALL 'NOTAS' USING WRK-TLN-ID SES-OPERADOR
                 DISPLAY SCR-HDR
              END-IF
           END-IF

           IF ARQCRM-CPF-CNPJ(14:1) NOT EQUAL SPACE
              PERFORM LIMPA-RODAPE
              MOVE 'Pessoas de contato? (S/N):' TO SCR-TRL-L1
              DISPLAY SCR-TRL

              ACCEPT WRK-OPCAO                       LINE 23 COLUMN 28
              MOVE FUNCTION UPPER-CASE(WRK-OPCAO) TO WRK-OPCAO

              IF WRK-OPCAO EQUAL 'S'
                 MOVE ARQCRM-ID TO WRK-TLN-ID
                 CALL 'PESSOAS' USING WRK-TLN-ID SES-OPERADOR
                                      WRK-SOMENTE-LEITURA
                 DISPLAY SCR-HDR
              END-IF
           END-IF

           PERFORM LIMPA-RODAPE
           MOVE 'Documentos do cliente? (S/N):' TO SCR-TRL-L1
           DISPLAY SCR-TRL

           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 31
           MOVE FUNCTION UPPER-CASE(WRK-OPCAO) TO WRK-OPCAO

           IF WRK-OPCAO EQUAL 'S'
              MOVE ARQCRM-ID TO WRK-TLN-ID
              CALL 'DOCCLI' USING WRK-TLN-ID SES-OPERADOR
                                  WRK-SOMENTE-LEITURA
              DISPLAY SCR-HDR
           END-IF

           PERFORM LIMPA-RODAPE
           MOVE 'Extrato de conta? (S/N):' TO SCR-TRL-L1
           DISPLAY SCR-TRL

           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 26
           MOVE FUNCTION UPPER-CASE(WRK-OPCAO) TO WRK-OPCAO

           IF WRK-OPCAO EQUAL 'S'
              PERFORM EMITE-EXTRATO-CLIENTE
           END-IF

           IF WRK-GRUPO NOT EQUAL SPACES
              PERFORM LIMPA-RODAPE
              MOVE 'Empresas do mesmo grupo? (S/N):' TO SCR-TRL-L1
              DISPLAY SCR-TRL

              ACCEPT WRK-OPCAO                       LINE 23 COLUMN 33
              MOVE FUNCTION UPPER-CASE(WRK-OPCAO) TO WRK-OPCAO

              IF WRK-OPCAO EQUAL 'S'
                 PERFORM EXIBE-EMPRESAS-GRUPO
              END-IF
           END-IF

           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       DEFINE-SOMENTE-LEITURA                                 SECTION.
      *----------------------------------
           MOVE 'N' TO WRK-SOMENTE-LEITURA
           MOVE 'N' TO WRK-SISTEMA-BLOQUEADO

           IF SES-OPR-PERFIL EQUAL 'C'
              MOVE 'S' TO WRK-SOMENTE-LEITURA
              EXIT SECTION
           END-IF

           INITIALIZE WRK-SIS-PEDIDO
           SET WRK-SIS-CONSULTA TO TRUE
           CALL 'SISESTAD' USING WRK-SIS-PEDIDO

           IF WRK-SIS-BLOQUEADO
              MOVE 'S' TO WRK-SOMENTE-LEITURA
              MOVE 'S' TO WRK-SISTEMA-BLOQUEADO
           END-IF.
      *-----------------------------------------------------------------
       PREENCHE-CAMPOS                                        SECTION.
      *----------------------------------
           PERFORM PREPARA-EXIBICAO

           PERFORM LOCALIZA-GRUPO-CLIENTE

           IF WRK-GRUPO NOT EQUAL SPACES
              MOVE SPACES TO SCR-CTR-L1
              STRING 'Grupo   : ' WRK-GRUPO ' - ' WRK-GRP-NOME
                 ' (' WRK-GRP-MEMBROS ' empresas)'
                 DELIMITED BY SIZE
                 INTO SCR-CTR-L1
           END-IF

           STRING 'ID      : ' ARQCRM-ID
              DELIMITED BY SIZE
              INTO SCR-CTR-L2
              DELIMITED BY SIZE
              INTO SCR-CTR-L3

           STRING 'E-mail  : ' WRK-EXB-EMAIL
              DELIMITED BY SIZE
              INTO SCR-CTR-L4

           STRING 'Telefone: ' WRK-EXB-TELEFONE
              DELIMITED BY SIZE
              INTO SCR-CTR-L5

              MOVE 'ARQUIVADO' TO WRK-TXT-STATUS
           END-IF

           PERFORM CONTA-NEGATIVACOES

           IF WRK-NEG-QTD GREATER THAN ZERO
              STRING 'Status  : ' WRK-TXT-STATUS
                 '  *** NEGATIVADO (' WRK-NEG-QTD ' fatura(s)) ***'
                 DELIMITED BY SIZE
                 INTO SCR-CTR-L6
           ELSE
              STRING 'Status  : ' WRK-TXT-STATUS
                 DELIMITED BY SIZE
                 INTO SCR-CTR-L6
           END-IF

           MOVE SPACES TO SCR-CTR-L7
           IF ARQCRM-TEL-EXTRA-NUMERO(1) NOT EQUAL SPACES
              PERFORM TRADUZ-TIPO-TELEFONE
              STRING 'Tel.extra1 ('
                     FUNCTION TRIM(WRK-TEL-TIPO-DESC) '): '
                     WRK-EXB-TEL-EXTRA(1)
                 DELIMITED BY SIZE INTO SCR-CTR-L7
           END-IF

              PERFORM TRADUZ-TIPO-TELEFONE
              STRING 'Tel.extra2 ('
                     FUNCTION TRIM(WRK-TEL-TIPO-DESC) '): '
                     WRK-EXB-TEL-EXTRA(2)
                 DELIMITED BY SIZE INTO SCR-CTR-L8
           END-IF

           MOVE ARQCRM-ID TO WRK-DCP-CLIENTE
           MOVE ZERO      TO WRK-DCP-DATA-REF
           CALL 'DOCPEND' USING WRK-DCP-PEDIDO
           COMPUTE WRK-DOC-PENDENTES = WRK-DCP-FALTANTES
                                     + WRK-DCP-VENCIDOS

           MOVE SPACES TO WRK-DOC-AVISO
           IF WRK-DOC-PENDENTES GREATER THAN ZERO
              STRING '*** DOCUMENTOS PENDENTES (' WRK-DOC-PENDENTES
                 ') ***'
                 DELIMITED BY SIZE INTO WRK-DOC-AVISO
           END-IF

           MOVE SPACES TO SCR-CTR-L9
           IF ARQCRM-CPF-CNPJ NOT EQUAL SPACES
              STRING 'CPF/CNPJ: ' WRK-EXB-CPF-CNPJ '  ' WRK-DOC-AVISO
                 DELIMITED BY SIZE INTO SCR-CTR-L9
           ELSE
              MOVE WRK-DOC-AVISO TO SCR-CTR-L9
           END-IF

           MOVE SPACES TO SCR-CTR-L10
           MOVE SPACES TO SCR-CTR-L11
           IF ARQCRM-END-LOGRADOURO NOT EQUAL SPACES
              STRING 'Endereco: '
                 FUNCTION TRIM(WRK-EXB-LOGRADOURO) ', '
                 FUNCTION TRIM(WRK-EXB-NUMERO) ' '
                 FUNCTION TRIM(WRK-EXB-COMPLEM)
                 DELIMITED BY SIZE INTO SCR-CTR-L11
           END-IF

           MOVE SPACES TO SCR-CTR-L12
           IF ARQCRM-END-CIDADE NOT EQUAL SPACES
              STRING '          '
                 FUNCTION TRIM(WRK-EXB-BAIRRO) ' - '
                 FUNCTION TRIM(ARQCRM-END-CIDADE) '/'
                 ARQCRM-END-UF ' CEP ' WRK-EXB-CEP
                 DELIMITED BY SIZE INTO SCR-CTR-L12
           END-IF

                    DELIMITED BY SIZE INTO SCR-CTR-L13
              END-IF
           END-IF.
      *-----------------------------------------------------------------
       LOCALIZA-GRUPO-CLIENTE                                 SECTION.
      *----------------------------------
           MOVE SPACES TO WRK-GRUPO
           MOVE SPACES TO WRK-GRP-NOME
           MOVE ZERO   TO WRK-GRP-MEMBROS

           IF WRK-GRP-ABERTO NOT EQUAL 'S'
              EXIT SECTION
           END-IF

           MOVE ARQCRM-ID TO GCL-CLIENTE
           READ ARQ-GRUPOCLI

           IF ARQ-GRUPOCLI-FS NOT EQUAL ZERO
              EXIT SECTION
           END-IF

           MOVE GCL-GRUPO TO WRK-GRUPO

           MOVE WRK-GRUPO TO GRP-CODIGO
           READ ARQ-GRUPO

           IF ARQ-GRUPO-FS EQUAL ZERO
              MOVE GRP-NOME TO WRK-GRP-NOME
           END-IF

           START ARQ-GRUPOCLI KEY IS NOT LESS THAN GCL-GRUPO

           IF ARQ-GRUPOCLI-FS EQUAL ZERO
              READ ARQ-GRUPOCLI NEXT RECORD
           END-IF

           PERFORM UNTIL ARQ-GRUPOCLI-FS NOT EQUAL ZERO
                      OR GCL-GRUPO NOT EQUAL WRK-GRUPO
              ADD 1 TO WRK-GRP-MEMBROS
              READ ARQ-GRUPOCLI NEXT RECORD
           END-PERFORM.
      *-----------------------------------------------------------------
       EXIBE-EMPRESAS-GRUPO                                   SECTION.
      *----------------------------------
           PERFORM LIMPA-CORPO

           STRING 'Grupo ' WRK-GRUPO ' - ' WRK-GRP-NOME
              DELIMITED BY SIZE INTO SCR-CTR-L1
           MOVE 'ID     NOME                      SITUACAO   CPF/CNPJ'
                                                       TO SCR-CTR-L2
           DISPLAY SCR-CTR

           MOVE 10 TO WRK-GRP-LIN

           MOVE WRK-GRUPO TO GCL-GRUPO
           START ARQ-GRUPOCLI KEY IS NOT LESS THAN GCL-GRUPO

           IF ARQ-GRUPOCLI-FS EQUAL ZERO
              READ ARQ-GRUPOCLI NEXT RECORD
           END-IF

           PERFORM UNTIL ARQ-GRUPOCLI-FS NOT EQUAL ZERO
                      OR GCL-GRUPO NOT EQUAL WRK-GRUPO
              IF GCL-CLIENTE NOT EQUAL ARQCRM-ID
                 PERFORM EXIBE-EMPRESA-GRUPO
              END-IF

              IF WRK-GRP-LIN IS GREATER THAN 20
                 PERFORM LIMPA-RODAPE
                 MOVE 'Continua ... [pressione ENTER]' TO SCR-TRL-L1
                 DISPLAY SCR-TRL
                 ACCEPT WRK-OPCAO                    LINE 23 COLUMN 32
                 MOVE 10 TO WRK-GRP-LIN
                 DISPLAY SCR-CTR
              END-IF

              READ ARQ-GRUPOCLI NEXT RECORD
           END-PERFORM

           PERFORM LIMPA-RODAPE
           MOVE 'Fim da lista. [pressione ENTER]' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 33

           PERFORM LIMPA-CORPO
           PERFORM PREENCHE-CAMPOS
           DISPLAY SCR-CTR.
      *-----------------------------------------------------------------
       EXIBE-EMPRESA-GRUPO                                    SECTION.
      *----------------------------------
           MOVE SPACES TO IND-NOME
           MOVE SPACES TO IND-CPF-CNPJ
           MOVE SPACES TO WRK-GRP-STATUS

           IF WRK-IND-ABERTO EQUAL 'S'
              MOVE GCL-CLIENTE TO IND-ID
              READ ARQCRM-IND
              IF ARQCRM-IND-FS EQUAL ZERO
                 EVALUATE IND-STATUS
                    WHEN 0
                       MOVE 'ATIVO'     TO WRK-GRP-STATUS
                    WHEN 1
                       MOVE 'INATIVO'   TO WRK-GRP-STATUS
                    WHEN 2
                       MOVE 'PROSPECTO' TO WRK-GRP-STATUS
                    WHEN 3
                       MOVE 'SUSPENSO'  TO WRK-GRP-STATUS
                    WHEN 4
                       MOVE 'ENCERRADO' TO WRK-GRP-STATUS
                 END-EVALUATE
              ELSE
                 MOVE SPACES     TO IND-NOME
                 MOVE SPACES     TO IND-CPF-CNPJ
                 MOVE 'EXCLUIDO' TO WRK-GRP-STATUS
              END-IF
           END-IF

           SET WRK-MSK-CPF-CNPJ TO TRUE
           MOVE IND-CPF-CNPJ TO WRK-MSK-VALOR
           PERFORM MASCARA-DADO

           MOVE SPACES TO WRK-GRP-LINHA
           STRING GCL-CLIENTE ' ' IND-NOME ' ' WRK-GRP-STATUS ' '
              WRK-MSK-VALOR(1:14)
              DELIMITED BY SIZE INTO WRK-GRP-LINHA
           DISPLAY WRK-GRP-LINHA             LINE WRK-GRP-LIN COLUMN 1
           ADD 1 TO WRK-GRP-LIN.
      *-----------------------------------------------------------------
       CONTA-NEGATIVACOES                                     SECTION.
      *----------------------------------
           MOVE ZERO TO WRK-NEG-QTD

           IF WRK-NEG-ABERTO NOT EQUAL 'S'
              EXIT SECTION
           END-IF

           MOVE ARQCRM-ID TO NEG-CLIENTE
           MOVE ZERO      TO NEG-COMPETENCIA
           START ARQ-NEGATIV KEY IS NOT LESS THAN NEG-KEY

           IF ARQ-NEGATIV-FS NOT EQUAL ZERO
              EXIT SECTION
           END-IF

           READ ARQ-NEGATIV NEXT RECORD

           PERFORM UNTIL ARQ-NEGATIV-FS NOT EQUAL ZERO
                      OR NEG-CLIENTE NOT EQUAL ARQCRM-ID
              IF NEG-LISTADO
                 ADD 1 TO WRK-NEG-QTD
              END-IF
              READ ARQ-NEGATIV NEXT RECORD
           END-PERFORM.
      *-----------------------------------------------------------------
       FICHA                                                  SECTION.
      *----------------------------------
           MOVE 'FICHA' TO WRK-CAMINHO-ACESSO
           PERFORM GRAVA-ACESSO-LEITURA

           PERFORM PREPARA-EXIBICAO

           MOVE SPACES TO WRK-FICHA-PATH
           STRING './files/FICHA-' FUNCTION CURRENT-DATE(1:14) '.LST'
              DELIMITED BY SIZE INTO WRK-FICHA-PATH
           WRITE REL-FICHA-LINHA

           MOVE SPACES TO REL-FICHA-LINHA
           STRING 'Email.......: ' WRK-EXB-EMAIL
              DELIMITED BY SIZE INTO REL-FICHA-LINHA
           WRITE REL-FICHA-LINHA

           MOVE SPACES TO REL-FICHA-LINHA
           STRING 'Telefone....: ' WRK-EXB-TELEFONE
              DELIMITED BY SIZE INTO REL-FICHA-LINHA
           WRITE REL-FICHA-LINHA

           IF ARQCRM-TEL-EXTRA-NUMERO(1) NOT EQUAL SPACES
              MOVE SPACES TO REL-FICHA-LINHA
              STRING 'Tel.extra1 (' ARQCRM-TEL-EXTRA-TIPO(1) '): '
                     WRK-EXB-TEL-EXTRA(1)
                 DELIMITED BY SIZE INTO REL-FICHA-LINHA
              WRITE REL-FICHA-LINHA
           END-IF
           IF ARQCRM-TEL-EXTRA-NUMERO(2) NOT EQUAL SPACES
              MOVE SPACES TO REL-FICHA-LINHA
              STRING 'Tel.extra2 (' ARQCRM-TEL-EXTRA-TIPO(2) '): '
                     WRK-EXB-TEL-EXTRA(2)
                 DELIMITED BY SIZE INTO REL-FICHA-LINHA
              WRITE REL-FICHA-LINHA
           END-IF

           IF ARQCRM-CPF-CNPJ NOT EQUAL SPACES
              MOVE SPACES TO REL-FICHA-LINHA
              STRING 'CPF/CNPJ....: ' WRK-EXB-CPF-CNPJ
                 DELIMITED BY SIZE INTO REL-FICHA-LINHA
              WRITE REL-FICHA-LINHA
           END-IF
           IF ARQCRM-END-LOGRADOURO NOT EQUAL SPACES
              MOVE SPACES TO REL-FICHA-LINHA
              STRING 'Endereco....: '
                 FUNCTION TRIM(WRK-EXB-LOGRADOURO) ', '
                 FUNCTION TRIM(WRK-EXB-NUMERO) ' '
                 FUNCTION TRIM(WRK-EXB-COMPLEM)
                 DELIMITED BY SIZE INTO REL-FICHA-LINHA
              WRITE REL-FICHA-LINHA

              MOVE SPACES TO REL-FICHA-LINHA
              STRING '              '
                 FUNCTION TRIM(WRK-EXB-BAIRRO) ' - '
                 FUNCTION TRIM(ARQCRM-END-CIDADE) '/'
                 ARQCRM-END-UF ' CEP ' WRK-EXB-CEP
                 DELIMITED BY SIZE INTO REL-FICHA-LINHA
              WRITE REL-FICHA-LINHA
           END-IF
           STRING '   ' CTT-TEXTO
              DELIMITED BY SIZE INTO REL-FICHA-LINHA
           WRITE REL-FICHA-LINHA.
      *-----------------------------------------------------------------
       EMITE-EXTRATO-CLIENTE                                  SECTION.
      *----------------------------------
           MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-DATA-ATUAL
           MOVE ZERO TO WRK-EXT-INI
           MOVE ZERO TO WRK-EXT-FIM

           PERFORM LIMPA-RODAPE
           MOVE 'Extrato - data inicial (AAAAMMDD) [ENTER=inicio do mes
      -         ']:'                                 TO SCR-TRL-L1
           MOVE 'Extrato - data final   (AAAAMMDD) [ENTER=hoje]:'
                                                     TO SCR-TRL-L2
           DISPLAY SCR-TRL

           ACCEPT WRK-EXT-INI                        LINE 23 COLUMN 59
           ACCEPT WRK-EXT-FIM                        LINE 24 COLUMN 50

           IF WRK-EXT-INI EQUAL ZERO
              MOVE WRK-DATA-ATUAL TO WRK-EXT-INI
              MOVE '01'           TO WRK-EXT-INI(7:2)
           END-IF

           IF WRK-EXT-FIM EQUAL ZERO
              MOVE WRK-DATA-ATUAL TO WRK-EXT-FIM
           END-IF

           MOVE WRK-EXT-INI TO WRK-DTV-DATA
           PERFORM VALIDA-DATA-CALENDARIO

           IF WRK-DTV-OK EQUAL 'S'
              MOVE WRK-EXT-FIM TO WRK-DTV-DATA
              PERFORM VALIDA-DATA-CALENDARIO
           END-IF

           IF WRK-DTV-OK NOT EQUAL 'S'
              OR WRK-EXT-INI GREATER THAN WRK-EXT-FIM
              PERFORM LIMPA-RODAPE
              MOVE 'Periodo invalido - extrato nao emitido. [ENTER]'
                                                     TO SCR-TRL-L1
              DISPLAY SCR-TRL
              ACCEPT WRK-OPCAO                       LINE 23 COLUMN 50
              EXIT SECTION
           END-IF

           MOVE 'EXTRATO' TO WRK-CAMINHO-ACESSO
           PERFORM GRAVA-ACESSO-LEITURA

           MOVE ARQCRM-ID     TO EXT-CLIENTE
           MOVE ARQCRM-NOME   TO EXT-NOME
           MOVE WRK-EXT-INI   TO EXT-DATA-INI
           MOVE WRK-EXT-FIM   TO EXT-DATA-FIM
           SET EXT-MODO-NOVO  TO TRUE
           MOVE 'N'           TO EXT-SO-COM-MOVTO
           MOVE SPACES        TO EXT-ARQUIVO
           STRING './files/EXTRATO-' FUNCTION CURRENT-DATE(1:14) '.LST'
              DELIMITED BY SIZE INTO EXT-ARQUIVO

           CALL 'EXTRATO' USING EXT-PARAMETRO

           PERFORM LIMPA-RODAPE

           IF EXT-ERRO-ARQUIVO
              MOVE 'Erro ao gerar extrato - faturas indisponiveis. [ENTE
      -            'R]'                              TO SCR-TRL-L1
              DISPLAY SCR-TRL
              ACCEPT WRK-OPCAO                       LINE 23 COLUMN 56
              EXIT SECTION
           END-IF

           MOVE 'EXTRATO'      TO SAI-TIPO
           MOVE EXT-ARQUIVO    TO SAI-ARQUIVO
           MOVE SES-OPR-ID     TO SAI-OPERADOR
           MOVE EXT-QTD-MOVTOS TO SAI-REGISTROS
           CALL 'REGSAIDA' USING SAI-REGISTRO

           STRING 'Extrato gravado em ' EXT-ARQUIVO
              DELIMITED BY SIZE INTO SCR-TRL-L1

           MOVE EXT-SALDO-INICIAL TO WRK-EXT-SALDO-EXIBE
           MOVE EXT-SALDO-FINAL   TO WRK-EXT-FINAL-EXIBE
           STRING 'Lanctos: ' EXT-QTD-MOVTOS
              '  Saldo anterior: ' WRK-EXT-SALDO-EXIBE
              '  Saldo final: ' WRK-EXT-FINAL-EXIBE
              DELIMITED BY SIZE INTO SCR-TRL-L2

           MOVE '[pressione ENTER]' TO SCR-TRL-L3
           DISPLAY SCR-TRL

           ACCEPT WRK-OPCAO                          LINE 25 COLUMN 19.
      *-----------------------------------------------------------------
       GRAVA-ACESSO-LEITURA                                   SECTION.
      *----------------------------------
           MOVE SES-OPR-ID         TO LEI-OPERADOR
           MOVE ARQCRM-ID          TO LEI-ID
           MOVE WRK-CAMINHO-ACESSO TO LEI-CAMINHO
           MOVE WRK-AUTORIZADOR    TO LEI-AUTORIZADOR

           WRITE LEI-LINHA

              DELIMITED BY SIZE INTO REL-LEI-LINHA
           WRITE REL-LEI-LINHA

           MOVE 'DATA     HORA   OPERADOR CAMINHO    AUTORIZ.'
                                                    TO REL-LEI-LINHA
           WRITE REL-LEI-LINHA

           MOVE ZERO TO WRK-TOT-LEITURAS
                 ADD 1 TO WRK-TOT-LEITURAS
                 MOVE SPACES TO REL-LEI-LINHA
                 STRING LEI-DATA ' ' LEI-HORA ' ' LEI-OPERADOR ' '
                    LEI-CAMINHO ' ' LEI-AUTORIZADOR
                    DELIMITED BY SIZE INTO REL-LEI-LINHA
                 WRITE REL-LEI-LINHA
              END-IF
              DELIMITED BY SIZE INTO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 60.
      *-----------------------------------------------------------------
       PREPARA-EXIBICAO                                       SECTION.
      *----------------------------------
           MOVE ARQCRM-EMAIL               TO WRK-EXB-EMAIL
           MOVE ARQCRM-TELEFONE            TO WRK-EXB-TELEFONE
           MOVE ARQCRM-TEL-EXTRA-NUMERO(1) TO WRK-EXB-TEL-EXTRA(1)
           MOVE ARQCRM-TEL-EXTRA-NUMERO(2) TO WRK-EXB-TEL-EXTRA(2)
           MOVE ARQCRM-CPF-CNPJ            TO WRK-EXB-CPF-CNPJ
           MOVE ARQCRM-END-LOGRADOURO      TO WRK-EXB-LOGRADOURO
           MOVE ARQCRM-END-NUMERO          TO WRK-EXB-NUMERO
           MOVE ARQCRM-END-COMPLEM         TO WRK-EXB-COMPLEM
           MOVE ARQCRM-END-BAIRRO          TO WRK-EXB-BAIRRO
           MOVE ARQCRM-END-CEP             TO WRK-EXB-CEP

           MOVE 'N' TO WRK-EXB-MASCARADO

           IF WRK-DADOS-COMPLETOS EQUAL 'S'
              EXIT SECTION
           END-IF

           SET WRK-MSK-EMAIL TO TRUE
           MOVE WRK-EXB-EMAIL TO WRK-MSK-VALOR
           PERFORM MASCARA-DADO
           MOVE WRK-MSK-VALOR TO WRK-EXB-EMAIL

           SET WRK-MSK-TELEFONE TO TRUE
           MOVE WRK-EXB-TELEFONE TO WRK-MSK-VALOR
           PERFORM MASCARA-DADO
           MOVE WRK-MSK-VALOR TO WRK-EXB-TELEFONE

           MOVE WRK-EXB-TEL-EXTRA(1) TO WRK-MSK-VALOR
           PERFORM MASCARA-DADO
           MOVE WRK-MSK-VALOR TO WRK-EXB-TEL-EXTRA(1)

           MOVE WRK-EXB-TEL-EXTRA(2) TO WRK-MSK-VALOR
           PERFORM MASCARA-DADO
           MOVE WRK-MSK-VALOR TO WRK-EXB-TEL-EXTRA(2)

           SET WRK-MSK-CPF-CNPJ TO TRUE
           MOVE WRK-EXB-CPF-CNPJ TO WRK-MSK-VALOR
           PERFORM MASCARA-DADO
           MOVE WRK-MSK-VALOR TO WRK-EXB-CPF-CNPJ

           SET WRK-MSK-ENDERECO TO TRUE
           MOVE WRK-EXB-LOGRADOURO TO WRK-MSK-VALOR
           PERFORM MASCARA-DADO
           MOVE WRK-MSK-VALOR TO WRK-EXB-LOGRADOURO

           MOVE WRK-EXB-NUMERO TO WRK-MSK-VALOR
           PERFORM MASCARA-DADO
           MOVE WRK-MSK-VALOR TO WRK-EXB-NUMERO

           MOVE WRK-EXB-COMPLEM TO WRK-MSK-VALOR
           PERFORM MASCARA-DADO
           MOVE WRK-MSK-VALOR TO WRK-EXB-COMPLEM

           MOVE WRK-EXB-BAIRRO TO WRK-MSK-VALOR
           PERFORM MASCARA-DADO
           MOVE WRK-MSK-VALOR TO WRK-EXB-BAIRRO

           MOVE WRK-EXB-CEP TO WRK-MSK-VALOR
           PERFORM MASCARA-DADO
           MOVE WRK-MSK-VALOR TO WRK-EXB-CEP.
      *-----------------------------------------------------------------
       MASCARA-DADO                                           SECTION.
      *----------------------------------
           MOVE SES-OPR-PERFIL TO WRK-MSK-PERFIL
           CALL 'MASCARA' USING WRK-MSK-PEDIDO

           IF WRK-MSK-MASCARADO
              MOVE 'S' TO WRK-EXB-MASCARADO
           END-IF.
      *-----------------------------------------------------------------
       LIBERA-DADOS-COMPLETOS                                 SECTION.
      *----------------------------------
           PERFORM LIMPA-RODAPE
           MOVE 'Exibir dados completos c/ autorizacao de supervisor? (S
      -         '/N):'                               TO SCR-TRL-L1
           DISPLAY SCR-TRL

           MOVE SPACE TO WRK-OPCAO
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 61
           MOVE FUNCTION UPPER-CASE(WRK-OPCAO) TO WRK-OPCAO

           IF WRK-OPCAO NOT EQUAL 'S'
              MOVE SPACE TO WRK-OPCAO
              PERFORM LIMPA-RODAPE
              MOVE 'Registro encontrado.' TO SCR-TRL-L1
              DISPLAY SCR-TRL
              EXIT SECTION
           END-IF

           MOVE 'Supervisor:' TO SCR-TRL-L2
           MOVE 'Senha     :' TO SCR-TRL-L3
           DISPLAY SCR-TRL

           MOVE SPACES TO WRK-SUP-ID
           MOVE SPACES TO WRK-SUP-SENHA
           ACCEPT WRK-SUP-ID                         LINE 24 COLUMN 13
           ACCEPT WRK-SUP-SENHA                      LINE 25 COLUMN 13
              WITH NO-ECHO
           MOVE FUNCTION UPPER-CASE(WRK-SUP-ID) TO WRK-SUP-ID

           PERFORM VALIDA-SUPERVISOR

           MOVE SPACES TO WRK-SUP-SENHA
           MOVE SPACE  TO WRK-OPCAO

           IF WRK-SUP-OK NOT EQUAL 'S'
              PERFORM ERRO-AUTORIZACAO-RECUSADA
              PERFORM LIMPA-RODAPE
              MOVE 'Registro encontrado.' TO SCR-TRL-L1
              DISPLAY SCR-TRL
              EXIT SECTION
           END-IF

           MOVE 'S'        TO WRK-DADOS-COMPLETOS
           MOVE WRK-SUP-ID TO WRK-AUTORIZADOR

           MOVE WRK-CAMINHO-ACESSO TO WRK-CAMINHO-ANTERIOR
           MOVE 'COMPLETO'         TO WRK-CAMINHO-ACESSO
           PERFORM GRAVA-ACESSO-LEITURA
           MOVE WRK-CAMINHO-ANTERIOR TO WRK-CAMINHO-ACESSO

           PERFORM LIMPA-CORPO
           PERFORM PREENCHE-CAMPOS
           DISPLAY SCR-CTR

           PERFORM LIMPA-RODAPE
           STRING 'Dados completos exibidos - autorizado por '
              WRK-AUTORIZADOR
              DELIMITED BY SIZE INTO SCR-TRL-L1
           DISPLAY SCR-TRL.
      *-----------------------------------------------------------------
       VALIDA-SUPERVISOR                                      SECTION.
      *----------------------------------
           MOVE 'N' TO WRK-SUP-OK

           IF WRK-SUP-ID EQUAL SPACES
              OR WRK-SUP-SENHA EQUAL SPACES
              EXIT SECTION
           END-IF

           OPEN INPUT ARQCRM-OPR

           IF ARQCRM-OPR-FS NOT EQUAL ZERO
              EXIT SECTION
           END-IF

           MOVE WRK-SUP-ID TO OPR-ID
           READ ARQCRM-OPR

           MOVE WRK-SUP-SENHA TO WRK-SEN-ENTRADA
           PERFORM EMBARALHA-SENHA

           IF ARQCRM-OPR-FS EQUAL ZERO
              AND (OPR-PERFIL-SUPERVISOR OR OPR-PERFIL-ADMINISTRADOR)
              AND OPR-OPERADOR-ATIVO
              AND NOT OPR-CONTA-BLOQUEADA
              AND (OPR-SENHA EQUAL WRK-SEN-SAIDA
                   OR (OPR-SENHA(1:1) NOT EQUAL '#'
                       AND OPR-SENHA EQUAL WRK-SUP-SENHA))
              MOVE 'S' TO WRK-SUP-OK
           END-IF

           CLOSE ARQCRM-OPR.
      *-----------------------------------------------------------------
       ERROS                                                  SECTION.
      *----------------------------------
           MOVE WRK-MSG-TEXTO TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 27.
      *
       ERRO-AUTORIZACAO-RECUSADA.
           PERFORM LIMPA-RODAPE
           MOVE 'Autorizacao recusada. [pressione ENTER]' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-OPCAO                          LINE 23 COLUMN 41
           MOVE SPACE TO WRK-OPCAO.
      *
       ERRO-ABRE-ARQUIVO-FICHA.
           MOVE 'ABRE FICHA' TO WRK-ERR-SECAO
       MENSAGENS                                               SECTION.
      *----------------------------------
       COPY 'CRMK-MGP'.
      *
       COPY 'CRMK-DTP'.
      *
       COPY 'CRMK-SNB'.
      *-----------------------------------------------------------------
       FINALIZAR                                              SECTION.
      *----------------------------------
           PERFORM FECHA-ARQUIVO-HIS
           PERFORM FECHA-ARQUIVO-DOM
           PERFORM FECHA-ARQUIVO-IND
           PERFORM FECHA-ARQUIVO-NEG
           PERFORM FECHA-ARQUIVO-GRP
           GOBACK.
      *-----------------------------------------------------------------
       ARQUIVOS                                               SECTION.
              CLOSE ARQCRM-HIS
              MOVE 'N' TO WRK-HIS-ABERTO
           END-IF.
      *
       ABRE-ARQUIVO-NEG.
           MOVE 'N' TO WRK-NEG-ABERTO

           OPEN INPUT ARQ-NEGATIV

           IF ARQ-NEGATIV-FS EQUAL ZERO
              MOVE 'S' TO WRK-NEG-ABERTO
           END-IF.
      *
       FECHA-ARQUIVO-NEG.
           IF WRK-NEG-ABERTO EQUAL 'S'
              CLOSE ARQ-NEGATIV
              MOVE 'N' TO WRK-NEG-ABERTO
           END-IF.
      *
       ABRE-ARQUIVO-GRP.
           MOVE 'N' TO WRK-GRP-ABERTO

           OPEN INPUT ARQ-GRUPOCLI

           IF ARQ-GRUPOCLI-FS EQUAL ZERO
              MOVE 'S' TO WRK-GRP-ABERTO
              OPEN INPUT ARQ-GRUPO
           END-IF.
      *
       FECHA-ARQUIVO-GRP.
           IF WRK-GRP-ABERTO EQUAL 'S'
              CLOSE ARQ-GRUPOCLI
              CLOSE ARQ-GRUPO
              MOVE 'N' TO WRK-GRP-ABERTO
           END-IF.
      *-----------------------------------------------------------------
       UTILITARIOS                                            SECTION.
      *----------------------------------
