      *=================================================================
       IDENTIFICATION                                         DIVISION.
       PROGRAM-ID. FINPARAM.
      *=================================================================
       ENVIRONMENT                                            DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT                                           SECTION.
      *----------------------------------
       FILE-CONTROL.
           SELECT ARQ-COBCTL  ASSIGN TO './files/COBCTL.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS ARQ-COBCTL-FS
              RECORD KEY IS COB-CHAVE.

           SELECT ARQCRM-PAR  ASSIGN TO './files/SISPARAM.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS ARQCRM-PAR-FS
              RECORD KEY IS PAR-CHAVE.

           SELECT ARQ-REGUA  ASSIGN TO './files/REGUACOB.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS ARQ-REGUA-FS
              RECORD KEY IS RGA-CHAVE.

           SELECT ARQ-CTBCTL  ASSIGN TO './files/CTBCTL.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS ARQ-CTBCTL-FS
              RECORD KEY IS CTB-CHAVE.

           SELECT ARQ-NFSCTL  ASSIGN TO './files/NFSCTL.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS ARQ-NFSCTL-FS
              RECORD KEY IS NFC-CHAVE.

           SELECT ARQ-NEGCTL  ASSIGN TO './files/NEGCTL.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS ARQ-NEGCTL-FS
              RECORD KEY IS NGC-CHAVE.
      *=================================================================
       DATA                                                   DIVISION.
      *-----------------------------------------------------------------
       FILE                                                   SECTION.
      *----------------------------------
       FD  ARQ-COBCTL.
       COPY 'CRMK-COB'.
      *
       FD  ARQCRM-PAR.
       COPY 'CRMK-PAR'.
      *
       FD  ARQ-REGUA.
       COPY 'CRMK-RGA'.
      *
       FD  ARQ-CTBCTL.
       COPY 'CRMK-CTB'.
      *
       FD  ARQ-NFSCTL.
       COPY 'CRMK-NFC'.
      *
       FD  ARQ-NEGCTL.
       COPY 'CRMK-NGC'.
      *-----------------------------------------------------------------
       WORKING-STORAGE                                        SECTION.
      *----------------------------------
       COPY 'CRMK-AMB'.
       COPY 'CRMK-MSG'.
       COPY 'CRMK-LOG'.
       01  ARQ-COBCTL-FS        PIC 9(02)   VALUE ZERO.
       01  ARQCRM-PAR-FS        PIC 9(02)   VALUE ZERO.
       01  WRK-OPCAO            PIC X(01)   VALUE SPACE.
       01  WRK-ALT-OPCAO        PIC X(01)   VALUE SPACE.
       01  ARQ-REGUA-FS         PIC 9(02)   VALUE ZERO.
       01  ARQ-CTBCTL-FS        PIC 9(02)   VALUE ZERO.
       01  ARQ-NFSCTL-FS        PIC 9(02)   VALUE ZERO.
       01  ARQ-NEGCTL-FS        PIC 9(02)   VALUE ZERO.
       01  WRK-IDX              PIC 9(01)   VALUE ZERO.
       01  WRK-LIN              PIC 9(02)   VALUE ZERO.
       01  WRK-DIAS-ANT         PIC 9(03)   VALUE ZERO.
       01  WRK-REGUA-OK         PIC X(01)   VALUE 'S'.
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
           PERFORM EXIBE-MENU-FPR UNTIL WRK-OPCAO EQUAL 9
           PERFORM VOLTAR-MENU.
      *-----------------------------------------------------------------
       INICIAR                                                SECTION.
      *----------------------------------
           PERFORM LIMPA-RODAPE

           PERFORM ABRE-ARQUIVO-COBCTL

           DISPLAY SCR-HDR

           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       EXIBE-MENU-FPR                                         SECTION.
      *----------------------------------
           PERFORM LIMPA-CORPO

           MOVE '1. Convenio de cobranca bancaria'  TO SCR-CTR-L2
           MOVE '2. Multa e juros de mora'          TO SCR-CTR-L3
           MOVE '3. Limite de cancelamento'         TO SCR-CTR-L4
           MOVE '4. Regua de cobranca'              TO SCR-CTR-L5
           MOVE '5. Contas contabeis'               TO SCR-CTR-L6
           MOVE '6. Nota fiscal de servico (NFS-e)' TO SCR-CTR-L7
           MOVE '7. Negativacao (bureau de credito)' TO SCR-CTR-L8
           MOVE '8. Acordo de parcelamento'         TO SCR-CTR-L9
           MOVE '9. Voltar'                         TO SCR-CTR-L10
           MOVE 'OPCAO:'                            TO SCR-CTR-L12

           DISPLAY SCR-CTR

           ACCEPT WRK-OPCAO                          LINE 19 COLUMN 8

           EVALUATE WRK-OPCAO
              WHEN 1
                 PERFORM EDITA-CONVENIO
              WHEN 2
                 PERFORM EDITA-ENCARGOS
              WHEN 3
                 PERFORM EDITA-LIMITE-CANC
              WHEN 4
                 PERFORM EDITA-REGUA
              WHEN 5
                 PERFORM EDITA-CONTAS
              WHEN 6
                 PERFORM EDITA-NFSE
              WHEN 7
                 PERFORM EDITA-NEGATIVACAO
              WHEN 8
                 PERFORM EDITA-ACORDO
              WHEN 9
                 CONTINUE
              WHEN OTHER
                 PERFORM ERRO-OPCAO-INVALIDA
           END-EVALUATE.
      *-----------------------------------------------------------------
       EDITA-CONVENIO                                         SECTION.
      *----------------------------------
           MOVE 'B' TO COB-CHAVE
           READ ARQ-COBCTL

           PERFORM LIMPA-CORPO

           MOVE 'Convenio de cobranca bancaria (CNAB)' TO SCR-CTR-L1
           STRING 'Banco (codigo)..........: ' COB-BANCO
              DELIMITED BY SIZE INTO SCR-CTR-L3
           STRING 'Agencia.................: ' COB-AGENCIA
              DELIMITED BY SIZE INTO SCR-CTR-L4
           STRING 'Conta corrente..........: ' COB-CONTA
              DELIMITED BY SIZE INTO SCR-CTR-L5
           STRING 'Carteira................: ' COB-CARTEIRA
              DELIMITED BY SIZE INTO SCR-CTR-L6
           STRING 'Codigo do cedente.......: ' COB-CEDENTE
              DELIMITED BY SIZE INTO SCR-CTR-L7
           STRING 'Nome da empresa.........: ' COB-EMPRESA
              DELIMITED BY SIZE INTO SCR-CTR-L8
           STRING 'Ultima remessa (seq/data): ' COB-ULT-SEQ ' / '
              COB-ULT-DATA
              DELIMITED BY SIZE INTO SCR-CTR-L10
           STRING 'Ultimo nosso numero.....: ' COB-ULT-NOSSO
              DELIMITED BY SIZE INTO SCR-CTR-L11
           STRING 'Ultimo retorno (seq)....: ' COB-ULT-RETORNO
              DELIMITED BY SIZE INTO SCR-CTR-L12

           DISPLAY SCR-CTR

           PERFORM LIMPA-RODAPE
           MOVE 'Alterar o convenio? (S/N)' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-ALT-OPCAO                      LINE 23 COLUMN 27
           MOVE FUNCTION UPPER-CASE(WRK-ALT-OPCAO) TO WRK-ALT-OPCAO

           IF WRK-ALT-OPCAO EQUAL 'S'
              PERFORM ALTERA-CONVENIO
           END-IF

           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       ALTERA-CONVENIO                                        SECTION.
      *----------------------------------
           PERFORM LIMPA-RODAPE
           DISPLAY SCR-TRL

           ACCEPT COB-BANCO                          LINE 10 COLUMN 27
           ACCEPT COB-AGENCIA                        LINE 11 COLUMN 27
           ACCEPT COB-CONTA                          LINE 12 COLUMN 27
           ACCEPT COB-CARTEIRA                       LINE 13 COLUMN 27
           ACCEPT COB-CEDENTE                        LINE 14 COLUMN 27
           ACCEPT COB-EMPRESA                        LINE 15 COLUMN 27
           MOVE FUNCTION UPPER-CASE(COB-EMPRESA) TO COB-EMPRESA

           REWRITE COB-REGISTRO

           IF ARQ-COBCTL-FS EQUAL ZERO
              MOVE 'CONVENIO'    TO WRK-LOG-OPERACAO
              MOVE SPACES        TO WRK-LOG-ID
              MOVE SPACES        TO WRK-LOG-NOME
              MOVE SPACES        TO WRK-LOG-MOTIVO
              STRING 'CONVENIO ALTERADO BANCO ' COB-BANCO
                 ' AG ' COB-AGENCIA
                 DELIMITED BY SIZE INTO WRK-LOG-MOTIVO
              MOVE SES-OPR-ID    TO WRK-LOG-OPERADOR
              CALL 'GRAVALOG' USING WRK-LOG-REGISTRO
              MOVE 'Convenio atualizado. [pressione ENTER]'
                                                       TO SCR-TRL-L1
           ELSE
              MOVE 'Erro na gravacao do convenio. [pressione ENTER]'
                                                       TO SCR-TRL-L1
           END-IF

           DISPLAY SCR-TRL
           ACCEPT WRK-ALT-OPCAO                      LINE 23 COLUMN 50.
      *-----------------------------------------------------------------
       EDITA-ENCARGOS                                         SECTION.
      *----------------------------------
           PERFORM ABRE-ARQUIVO-PAR

           MOVE 'P' TO PAR-CHAVE
           READ ARQCRM-PAR

           PERFORM LIMPA-CORPO

           MOVE 'Encargos por atraso de pagamento' TO SCR-CTR-L1
           STRING 'Multa por atraso (%)....: ' PAR-PERC-MULTA
              DELIMITED BY SIZE INTO SCR-CTR-L3
           STRING 'Juros de mora ao dia (%): ' PAR-PERC-JUROS-DIA
              DELIMITED BY SIZE INTO SCR-CTR-L4
           MOVE 'A multa incide uma vez sobre o saldo vencido; os juros'
                                                       TO SCR-CTR-L6
           MOVE 'correm por dia desde o vencimento ou ultimo pagamento.'
                                                       TO SCR-CTR-L7

           DISPLAY SCR-CTR

           PERFORM LIMPA-RODAPE
           MOVE 'Alterar os encargos? (S/N)' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-ALT-OPCAO                      LINE 23 COLUMN 28
           MOVE FUNCTION UPPER-CASE(WRK-ALT-OPCAO) TO WRK-ALT-OPCAO

           IF WRK-ALT-OPCAO EQUAL 'S'
              PERFORM ALTERA-ENCARGOS
           END-IF

           CLOSE ARQCRM-PAR

           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       ALTERA-ENCARGOS                                        SECTION.
      *----------------------------------
           PERFORM LIMPA-RODAPE
           DISPLAY SCR-TRL

           ACCEPT PAR-PERC-MULTA                     LINE 10 COLUMN 27
           ACCEPT PAR-PERC-JUROS-DIA                 LINE 11 COLUMN 27

           REWRITE PAR-REGISTRO

           IF ARQCRM-PAR-FS EQUAL ZERO
              MOVE 'PARAMETRO'   TO WRK-LOG-OPERACAO
              MOVE SPACES        TO WRK-LOG-ID
              MOVE SPACES        TO WRK-LOG-NOME
              MOVE SPACES        TO WRK-LOG-MOTIVO
              STRING 'MULTA ' PAR-PERC-MULTA
                 ' JUROS DIA ' PAR-PERC-JUROS-DIA
                 DELIMITED BY SIZE INTO WRK-LOG-MOTIVO
              MOVE SES-OPR-ID    TO WRK-LOG-OPERADOR
              CALL 'GRAVALOG' USING WRK-LOG-REGISTRO
              MOVE 'Encargos atualizados. [pressione ENTER]'
                                                       TO SCR-TRL-L1
           ELSE
              MOVE 'Erro na gravacao dos parametros. [pressione ENTER]'
                                                       TO SCR-TRL-L1
           END-IF

           DISPLAY SCR-TRL
           ACCEPT WRK-ALT-OPCAO                      LINE 23 COLUMN 52.
      *-----------------------------------------------------------------
       EDITA-LIMITE-CANC                                      SECTION.
      *----------------------------------
           PERFORM ABRE-ARQUIVO-PAR

           MOVE 'P' TO PAR-CHAVE
           READ ARQCRM-PAR

           PERFORM LIMPA-CORPO

           MOVE 'Cancelamento de faturas' TO SCR-CTR-L1
           STRING 'Limite sem aprovacao....: ' PAR-LIMITE-CANCELAMENTO
              DELIMITED BY SIZE INTO SCR-CTR-L3
           MOVE 'Cancelamentos com saldo acima do limite aguardam'
                                                       TO SCR-CTR-L5
           MOVE 'aprovacao de um supervisor.'          TO SCR-CTR-L6

           DISPLAY SCR-CTR

           PERFORM LIMPA-RODAPE
           MOVE 'Alterar o limite? (S/N)' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-ALT-OPCAO                      LINE 23 COLUMN 25
           MOVE FUNCTION UPPER-CASE(WRK-ALT-OPCAO) TO WRK-ALT-OPCAO

           IF WRK-ALT-OPCAO EQUAL 'S'
              PERFORM ALTERA-LIMITE-CANC
           END-IF

           CLOSE ARQCRM-PAR

           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       ALTERA-LIMITE-CANC                                     SECTION.
      *----------------------------------
           PERFORM LIMPA-RODAPE
           DISPLAY SCR-TRL

           ACCEPT PAR-LIMITE-CANCELAMENTO            LINE 10 COLUMN 27

           REWRITE PAR-REGISTRO

           IF ARQCRM-PAR-FS EQUAL ZERO
              MOVE 'PARAMETRO'   TO WRK-LOG-OPERACAO
              MOVE SPACES        TO WRK-LOG-ID
              MOVE SPACES        TO WRK-LOG-NOME
              MOVE SPACES        TO WRK-LOG-MOTIVO
              STRING 'LIMITE CANCELAMENTO ' PAR-LIMITE-CANCELAMENTO
                 DELIMITED BY SIZE INTO WRK-LOG-MOTIVO
              MOVE SES-OPR-ID    TO WRK-LOG-OPERADOR
              CALL 'GRAVALOG' USING WRK-LOG-REGISTRO
              MOVE 'Limite atualizado. [pressione ENTER]'
                                                       TO SCR-TRL-L1
           ELSE
              MOVE 'Erro na gravacao dos parametros. [pressione ENTER]'
                                                       TO SCR-TRL-L1
           END-IF

           DISPLAY SCR-TRL
           ACCEPT WRK-ALT-OPCAO                      LINE 23 COLUMN 52.
      *-----------------------------------------------------------------
       EDITA-ACORDO                                           SECTION.
      *----------------------------------
           PERFORM ABRE-ARQUIVO-PAR

           MOVE 'P' TO PAR-CHAVE
           READ ARQCRM-PAR

           PERFORM LIMPA-CORPO

           MOVE 'Acordo de parcelamento de debitos' TO SCR-CTR-L1
           STRING 'Desconto sem aprovacao %: ' PAR-PERC-DESC-ACORDO
              DELIMITED BY SIZE INTO SCR-CTR-L3
           STRING 'Maximo de parcelas......: ' PAR-MAX-PARCELAS
              DELIMITED BY SIZE INTO SCR-CTR-L4
           STRING 'Tolerancia p/ rompimento: ' PAR-TOLERANCIA-ACORDO
              ' dias'
              DELIMITED BY SIZE INTO SCR-CTR-L5
           MOVE 'Descontos acima do limite exigem supervisor. Parcela'
                                                       TO SCR-CTR-L7
           MOVE 'vencida alem da tolerancia rompe o acordo (ROMPACD).'
                                                       TO SCR-CTR-L8

           DISPLAY SCR-CTR

           PERFORM LIMPA-RODAPE
           MOVE 'Alterar os parametros do acordo? (S/N)' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-ALT-OPCAO                      LINE 23 COLUMN 40
           MOVE FUNCTION UPPER-CASE(WRK-ALT-OPCAO) TO WRK-ALT-OPCAO

           IF WRK-ALT-OPCAO EQUAL 'S'
              PERFORM ALTERA-ACORDO
           END-IF

           CLOSE ARQCRM-PAR

           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       ALTERA-ACORDO                                          SECTION.
      *----------------------------------
           PERFORM LIMPA-RODAPE
           DISPLAY SCR-TRL

           ACCEPT PAR-PERC-DESC-ACORDO               LINE 10 COLUMN 27
           ACCEPT PAR-MAX-PARCELAS                   LINE 11 COLUMN 27
           ACCEPT PAR-TOLERANCIA-ACORDO              LINE 12 COLUMN 27

           IF PAR-MAX-PARCELAS EQUAL ZERO
              MOVE 1 TO PAR-MAX-PARCELAS
           END-IF

           REWRITE PAR-REGISTRO

           IF ARQCRM-PAR-FS EQUAL ZERO
              MOVE 'PARAMETRO'   TO WRK-LOG-OPERACAO
              MOVE SPACES        TO WRK-LOG-ID
              MOVE SPACES        TO WRK-LOG-NOME
              MOVE SPACES        TO WRK-LOG-MOTIVO
              STRING 'ACORDO DESC ' PAR-PERC-DESC-ACORDO
                 ' PARC ' PAR-MAX-PARCELAS
                 ' TOLER ' PAR-TOLERANCIA-ACORDO
                 DELIMITED BY SIZE INTO WRK-LOG-MOTIVO
              MOVE SES-OPR-ID    TO WRK-LOG-OPERADOR
              CALL 'GRAVALOG' USING WRK-LOG-REGISTRO
              MOVE 'Parametros do acordo atualizados. [pressione ENTER]'
                                                       TO SCR-TRL-L1
           ELSE
              MOVE 'Erro na gravacao dos parametros. [pressione ENTER]'
                                                       TO SCR-TRL-L1
           END-IF

           DISPLAY SCR-TRL
           ACCEPT WRK-ALT-OPCAO                      LINE 23 COLUMN 53.
      *-----------------------------------------------------------------
       EDITA-REGUA                                            SECTION.
      *----------------------------------
           PERFORM ABRE-ARQUIVO-REGUA

           MOVE 'R' TO RGA-CHAVE
           READ ARQ-REGUA

           PERFORM LIMPA-CORPO

           MOVE 'Regua de cobranca (dias apos o vencimento)'
                                                       TO SCR-CTR-L1
           MOVE 'ETAPA DIA MODELO   DESCRICAO'         TO SCR-CTR-L3
           MOVE '  1'                                  TO SCR-CTR-L4
           MOVE '  2'                                  TO SCR-CTR-L5
           MOVE '  3'                                  TO SCR-CTR-L6
           MOVE '  4'                                  TO SCR-CTR-L7
           MOVE '  5'                                  TO SCR-CTR-L8
           MOVE RGA-DIAS(1)      TO SCR-CTR-L4(7:3)
           MOVE RGA-MODELO(1)    TO SCR-CTR-L4(11:8)
           MOVE RGA-DESCRICAO(1) TO SCR-CTR-L4(20:20)
           MOVE RGA-DIAS(2)      TO SCR-CTR-L5(7:3)
           MOVE RGA-MODELO(2)    TO SCR-CTR-L5(11:8)
           MOVE RGA-DESCRICAO(2) TO SCR-CTR-L5(20:20)
           MOVE RGA-DIAS(3)      TO SCR-CTR-L6(7:3)
           MOVE RGA-MODELO(3)    TO SCR-CTR-L6(11:8)
           MOVE RGA-DESCRICAO(3) TO SCR-CTR-L6(20:20)
           MOVE RGA-DIAS(4)      TO SCR-CTR-L7(7:3)
           MOVE RGA-MODELO(4)    TO SCR-CTR-L7(11:8)
           MOVE RGA-DESCRICAO(4) TO SCR-CTR-L7(20:20)
           MOVE RGA-DIAS(5)      TO SCR-CTR-L8(7:3)
           MOVE RGA-MODELO(5)    TO SCR-CTR-L8(11:8)
           MOVE RGA-DESCRICAO(5) TO SCR-CTR-L8(20:20)
           MOVE 'Dias zerados desativam a etapa. O modelo da carta e o'
                                                       TO SCR-CTR-L10
           MOVE 'arquivo ./files/<MODELO>.TPL.'        TO SCR-CTR-L11

           DISPLAY SCR-CTR

           PERFORM LIMPA-RODAPE
           MOVE 'Alterar a regua? (S/N)' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-ALT-OPCAO                      LINE 23 COLUMN 24
           MOVE FUNCTION UPPER-CASE(WRK-ALT-OPCAO) TO WRK-ALT-OPCAO

           IF WRK-ALT-OPCAO EQUAL 'S'
              PERFORM ALTERA-REGUA
           END-IF

           CLOSE ARQ-REGUA

           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       ALTERA-REGUA                                           SECTION.
      *----------------------------------
           PERFORM LIMPA-RODAPE
           DISPLAY SCR-TRL

           PERFORM VARYING WRK-IDX FROM 1 BY 1
              UNTIL WRK-IDX GREATER THAN 5
              COMPUTE WRK-LIN = WRK-IDX + 10
              ACCEPT RGA-DIAS(WRK-IDX)         LINE WRK-LIN COLUMN 7
              ACCEPT RGA-MODELO(WRK-IDX)       LINE WRK-LIN COLUMN 11
              ACCEPT RGA-DESCRICAO(WRK-IDX)    LINE WRK-LIN COLUMN 20
              MOVE FUNCTION UPPER-CASE(RGA-MODELO(WRK-IDX))
                                               TO RGA-MODELO(WRK-IDX)
              MOVE FUNCTION UPPER-CASE(RGA-DESCRICAO(WRK-IDX))
                                               TO RGA-DESCRICAO(WRK-IDX)
           END-PERFORM

           PERFORM VALIDA-REGUA

           PERFORM LIMPA-RODAPE

           IF WRK-REGUA-OK NOT EQUAL 'S'
              MOVE 'Dias devem ser crescentes e cada etapa ter modelo.'
                                                       TO SCR-TRL-L1
              MOVE 'Regua NAO alterada. [pressione ENTER]'
                                                       TO SCR-TRL-L2
              DISPLAY SCR-TRL
              ACCEPT WRK-ALT-OPCAO                   LINE 24 COLUMN 40
              EXIT SECTION
           END-IF

           REWRITE RGA-REGISTRO

           IF ARQ-REGUA-FS EQUAL ZERO
              MOVE 'PARAMETRO'   TO WRK-LOG-OPERACAO
              MOVE SPACES        TO WRK-LOG-ID
              MOVE SPACES        TO WRK-LOG-NOME
              MOVE SPACES        TO WRK-LOG-MOTIVO
              STRING 'REGUA COBRANCA D+' RGA-DIAS(1) ' D+' RGA-DIAS(2)
                 ' D+' RGA-DIAS(3) ' D+' RGA-DIAS(4) ' D+' RGA-DIAS(5)
                 DELIMITED BY SIZE INTO WRK-LOG-MOTIVO
              MOVE SES-OPR-ID    TO WRK-LOG-OPERADOR
              CALL 'GRAVALOG' USING WRK-LOG-REGISTRO
              MOVE 'Regua atualizada. [pressione ENTER]'
                                                       TO SCR-TRL-L1
           ELSE
              MOVE 'Erro na gravacao da regua. [pressione ENTER]'
                                                       TO SCR-TRL-L1
           END-IF

           DISPLAY SCR-TRL
           ACCEPT WRK-ALT-OPCAO                      LINE 23 COLUMN 46.
      *-----------------------------------------------------------------
       VALIDA-REGUA                                           SECTION.
      *----------------------------------
           MOVE 'S'  TO WRK-REGUA-OK
           MOVE ZERO TO WRK-DIAS-ANT

           PERFORM VARYING WRK-IDX FROM 1 BY 1
              UNTIL WRK-IDX GREATER THAN 5
              IF RGA-DIAS(WRK-IDX) GREATER THAN ZERO
                 IF RGA-DIAS(WRK-IDX) NOT GREATER THAN WRK-DIAS-ANT
                    OR RGA-MODELO(WRK-IDX) EQUAL SPACES
                    MOVE 'N' TO WRK-REGUA-OK
                 END-IF
                 MOVE RGA-DIAS(WRK-IDX) TO WRK-DIAS-ANT
              END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       EDITA-CONTAS                                           SECTION.
      *----------------------------------
           PERFORM ABRE-ARQUIVO-CTBCTL

           MOVE 'C' TO CTB-CHAVE
           READ ARQ-CTBCTL

           PERFORM LIMPA-CORPO

           MOVE 'Contas da extracao contabil (EXTCTB)' TO SCR-CTR-L1
           STRING 'Receita de servicos.....: ' CTB-CONTA-RECEITA
              DELIMITED BY SIZE INTO SCR-CTR-L3
           STRING 'Clientes a receber......: ' CTB-CONTA-CLIENTES
              DELIMITED BY SIZE INTO SCR-CTR-L4
           STRING 'Caixa / bancos..........: ' CTB-CONTA-CAIXA
              DELIMITED BY SIZE INTO SCR-CTR-L5
           STRING 'Multa e juros recebidos.: ' CTB-CONTA-ENCARGOS
              DELIMITED BY SIZE INTO SCR-CTR-L6
           STRING 'Notas de credito........: ' CTB-CONTA-DEVOLUCAO
              DELIMITED BY SIZE INTO SCR-CTR-L7
           STRING 'Creditos de clientes....: ' CTB-CONTA-CREDITO
              DELIMITED BY SIZE INTO SCR-CTR-L8
           STRING 'Ultima extracao (seq/data): ' CTB-ULT-SEQ ' / '
              CTB-ULT-DATA
              DELIMITED BY SIZE INTO SCR-CTR-L10

           DISPLAY SCR-CTR

           PERFORM LIMPA-RODAPE
           MOVE 'Alterar as contas? (S/N)' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-ALT-OPCAO                      LINE 23 COLUMN 26
           MOVE FUNCTION UPPER-CASE(WRK-ALT-OPCAO) TO WRK-ALT-OPCAO

           IF WRK-ALT-OPCAO EQUAL 'S'
              PERFORM ALTERA-CONTAS
           END-IF

           CLOSE ARQ-CTBCTL

           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       ALTERA-CONTAS                                          SECTION.
      *----------------------------------
           PERFORM LIMPA-RODAPE
           DISPLAY SCR-TRL

           ACCEPT CTB-CONTA-RECEITA                  LINE 10 COLUMN 27
           ACCEPT CTB-CONTA-CLIENTES                 LINE 11 COLUMN 27
           ACCEPT CTB-CONTA-CAIXA                    LINE 12 COLUMN 27
           ACCEPT CTB-CONTA-ENCARGOS                 LINE 13 COLUMN 27
           ACCEPT CTB-CONTA-DEVOLUCAO                LINE 14 COLUMN 27
           ACCEPT CTB-CONTA-CREDITO                  LINE 15 COLUMN 27

           REWRITE CTB-REGISTRO

           IF ARQ-CTBCTL-FS EQUAL ZERO
              MOVE 'PARAMETRO'   TO WRK-LOG-OPERACAO
              MOVE SPACES        TO WRK-LOG-ID
              MOVE SPACES        TO WRK-LOG-NOME
              MOVE 'CONTAS DA EXTRACAO CONTABIL ALTERADAS'
                                 TO WRK-LOG-MOTIVO
              MOVE SES-OPR-ID    TO WRK-LOG-OPERADOR
              CALL 'GRAVALOG' USING WRK-LOG-REGISTRO
              MOVE 'Contas atualizadas. [pressione ENTER]'
                                                       TO SCR-TRL-L1
           ELSE
              MOVE 'Erro na gravacao das contas. [pressione ENTER]'
                                                       TO SCR-TRL-L1
           END-IF

           DISPLAY SCR-TRL
           ACCEPT WRK-ALT-OPCAO                      LINE 23 COLUMN 48.
      *-----------------------------------------------------------------
       EDITA-NFSE                                             SECTION.
      *----------------------------------
           PERFORM ABRE-ARQUIVO-NFSCTL

           MOVE 'N' TO NFC-CHAVE
           READ ARQ-NFSCTL

           PERFORM LIMPA-CORPO

           MOVE 'Nota fiscal de servico eletronica (NFS-e)'
                                                       TO SCR-CTR-L1
           STRING 'CNPJ do prestador.......: ' NFC-CNPJ
              DELIMITED BY SIZE INTO SCR-CTR-L3
           STRING 'Inscricao municipal.....: ' NFC-INSCR-MUNIC
              DELIMITED BY SIZE INTO SCR-CTR-L4
           STRING 'Serie do RPS............: ' NFC-SERIE
              DELIMITED BY SIZE INTO SCR-CTR-L5
           STRING 'Codigo do servico.......: ' NFC-COD-SERVICO
              DELIMITED BY SIZE INTO SCR-CTR-L6
           STRING 'Aliquota do ISS (%).....: ' NFC-ALIQUOTA-ISS
              DELIMITED BY SIZE INTO SCR-CTR-L7
           STRING 'Ultimo lote (seq/data)..: ' NFC-ULT-LOTE ' / '
              NFC-ULT-DATA
              DELIMITED BY SIZE INTO SCR-CTR-L9
           STRING 'Ultimo RPS numerado.....: ' NFC-ULT-RPS
              DELIMITED BY SIZE INTO SCR-CTR-L10
           STRING 'Ultimo retorno (seq)....: ' NFC-ULT-RETORNO
              DELIMITED BY SIZE INTO SCR-CTR-L11

           DISPLAY SCR-CTR

           PERFORM LIMPA-RODAPE
           MOVE 'Alterar os dados da NFS-e? (S/N)' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-ALT-OPCAO                      LINE 23 COLUMN 34
           MOVE FUNCTION UPPER-CASE(WRK-ALT-OPCAO) TO WRK-ALT-OPCAO

           IF WRK-ALT-OPCAO EQUAL 'S'
              PERFORM ALTERA-NFSE
           END-IF

           CLOSE ARQ-NFSCTL

           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       ALTERA-NFSE                                            SECTION.
      *----------------------------------
           PERFORM LIMPA-RODAPE
           DISPLAY SCR-TRL

           ACCEPT NFC-CNPJ                           LINE 10 COLUMN 27
           ACCEPT NFC-INSCR-MUNIC                    LINE 11 COLUMN 27
           ACCEPT NFC-SERIE                          LINE 12 COLUMN 27
           ACCEPT NFC-COD-SERVICO                    LINE 13 COLUMN 27
           ACCEPT NFC-ALIQUOTA-ISS                   LINE 14 COLUMN 27
           MOVE FUNCTION UPPER-CASE(NFC-SERIE) TO NFC-SERIE

           PERFORM LIMPA-RODAPE

           IF NFC-INSCR-MUNIC EQUAL SPACES
              OR NFC-ALIQUOTA-ISS LESS THAN 2
              OR NFC-ALIQUOTA-ISS GREATER THAN 5
              MOVE 'Informe a inscricao; aliquota do ISS de 2 a 5%.'
                                                       TO SCR-TRL-L1
              MOVE 'Dados da NFS-e NAO alterados. [pressione ENTER]'
                                                       TO SCR-TRL-L2
              DISPLAY SCR-TRL
              ACCEPT WRK-ALT-OPCAO                   LINE 24 COLUMN 50
              EXIT SECTION
           END-IF

           REWRITE NFC-REGISTRO

           IF ARQ-NFSCTL-FS EQUAL ZERO
              MOVE 'PARAMETRO'   TO WRK-LOG-OPERACAO
              MOVE SPACES        TO WRK-LOG-ID
              MOVE SPACES        TO WRK-LOG-NOME
              MOVE SPACES        TO WRK-LOG-MOTIVO
              STRING 'NFS-E IM ' NFC-INSCR-MUNIC
                 ' ISS ' NFC-ALIQUOTA-ISS
                 DELIMITED BY SIZE INTO WRK-LOG-MOTIVO
              MOVE SES-OPR-ID    TO WRK-LOG-OPERADOR
              CALL 'GRAVALOG' USING WRK-LOG-REGISTRO
              MOVE 'Dados da NFS-e atualizados. [pressione ENTER]'
                                                       TO SCR-TRL-L1
           ELSE
              MOVE 'Erro na gravacao da NFS-e. [pressione ENTER]'
                                                       TO SCR-TRL-L1
           END-IF

           DISPLAY SCR-TRL
           ACCEPT WRK-ALT-OPCAO                      LINE 23 COLUMN 48.
      *-----------------------------------------------------------------
       EDITA-NEGATIVACAO                                      SECTION.
      *----------------------------------
           PERFORM ABRE-ARQUIVO-NEGCTL

           MOVE 'G' TO NGC-CHAVE
           READ ARQ-NEGCTL

           PERFORM LIMPA-CORPO

           MOVE 'Negativacao em bureau de credito'     TO SCR-CTR-L1
           STRING 'Codigo do associado.....: ' NGC-COD-ASSOCIADO
              DELIMITED BY SIZE INTO SCR-CTR-L3
           STRING 'Dias de atraso minimo...: ' NGC-DIAS-ATRASO
              DELIMITED BY SIZE INTO SCR-CTR-L4
           STRING 'Dias apos o aviso.......: ' NGC-DIAS-AVISO
              DELIMITED BY SIZE INTO SCR-CTR-L5
           STRING 'Prazo exclusao (d.uteis): ' NGC-PRAZO-EXCLUSAO
              DELIMITED BY SIZE INTO SCR-CTR-L6
           STRING 'Valor minimo............: ' NGC-VALOR-MINIMO
              DELIMITED BY SIZE INTO SCR-CTR-L7
           STRING 'Ultimo movimento (seq)..: ' NGC-ULT-SEQ ' / '
              NGC-ULT-DATA
              DELIMITED BY SIZE INTO SCR-CTR-L9

           DISPLAY SCR-CTR

           PERFORM LIMPA-RODAPE
           MOVE 'Alterar os dados da negativacao? (S/N)' TO SCR-TRL-L1
           DISPLAY SCR-TRL
           ACCEPT WRK-ALT-OPCAO                      LINE 23 COLUMN 40
           MOVE FUNCTION UPPER-CASE(WRK-ALT-OPCAO) TO WRK-ALT-OPCAO

           IF WRK-ALT-OPCAO EQUAL 'S'
              PERFORM ALTERA-NEGATIVACAO
           END-IF

           CLOSE ARQ-NEGCTL

           MOVE SPACE TO WRK-OPCAO.
      *-----------------------------------------------------------------
       ALTERA-NEGATIVACAO                                     SECTION.
      *----------------------------------
           PERFORM LIMPA-RODAPE
           DISPLAY SCR-TRL

           ACCEPT NGC-COD-ASSOCIADO                  LINE 10 COLUMN 27
           ACCEPT NGC-DIAS-ATRASO                    LINE 11 COLUMN 27
           ACCEPT NGC-DIAS-AVISO                     LINE 12 COLUMN 27
           ACCEPT NGC-PRAZO-EXCLUSAO                 LINE 13 COLUMN 27
           ACCEPT NGC-VALOR-MINIMO                   LINE 14 COLUMN 27
           MOVE FUNCTION UPPER-CASE(NGC-COD-ASSOCIADO)
                                                 TO NGC-COD-ASSOCIADO

           PERFORM LIMPA-RODAPE

           IF NGC-COD-ASSOCIADO EQUAL SPACES
              OR NGC-DIAS-ATRASO EQUAL ZERO
              OR NGC-DIAS-AVISO EQUAL ZERO
              OR NGC-PRAZO-EXCLUSAO EQUAL ZERO
              MOVE 'Informe o associado e prazos maiores que zero.'
                                                       TO SCR-TRL-L1
              MOVE 'Negativacao NAO alterada. [pressione ENTER]'
                                                       TO SCR-TRL-L2
              DISPLAY SCR-TRL
              ACCEPT WRK-ALT-OPCAO                   LINE 24 COLUMN 46
              EXIT SECTION
           END-IF

           REWRITE NGC-REGISTRO

           IF ARQ-NEGCTL-FS EQUAL ZERO
              MOVE 'PARAMETRO'   TO WRK-LOG-OPERACAO
              MOVE SPACES        TO WRK-LOG-ID
              MOVE SPACES        TO WRK-LOG-NOME
              MOVE SPACES        TO WRK-LOG-MOTIVO
              STRING 'NEGATIV ' NGC-COD-ASSOCIADO
                 ' ATR ' NGC-DIAS-ATRASO ' AV ' NGC-DIAS-AVISO
                 ' EX ' NGC-PRAZO-EXCLUSAO
                 DELIMITED BY SIZE INTO WRK-LOG-MOTIVO
              MOVE SES-OPR-ID    TO WRK-LOG-OPERADOR
              CALL 'GRAVALOG' USING WRK-LOG-REGISTRO
              MOVE 'Dados da negativacao atualizados. [pressione ENTER]'
                                                       TO SCR-TRL-L1
           ELSE
              MOVE 'Erro na gravacao da negativacao. [pressione ENTER]'
                                                       TO SCR-TRL-L1
           END-IF

           DISPLAY SCR-TRL
           ACCEPT WRK-ALT-OPCAO                      LINE 23 COLUMN 53.
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
      *-----------------------------------------------------------------
       MENSAGENS                                               SECTION.
      *----------------------------------
       COPY 'CRMK-MGP'.
      *-----------------------------------------------------------------
       FINALIZAR                                              SECTION.
      *----------------------------------
       VOLTAR-MENU.
           CLOSE ARQ-COBCTL
           GOBACK.
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
      *
       ABRE-ARQUIVO-PAR.
           OPEN I-O ARQCRM-PAR

           IF ARQCRM-PAR-FS EQUAL 35
              OPEN OUTPUT ARQCRM-PAR
              MOVE 'P' TO PAR-CHAVE
              WRITE PAR-REGISTRO
              CLOSE ARQCRM-PAR
              OPEN I-O ARQCRM-PAR
           END-IF.
      *
       ABRE-ARQUIVO-REGUA.
           OPEN I-O ARQ-REGUA

           IF ARQ-REGUA-FS EQUAL 35
              OPEN OUTPUT ARQ-REGUA
              PERFORM REGUA-PADRAO
              WRITE RGA-REGISTRO
              CLOSE ARQ-REGUA
              OPEN I-O ARQ-REGUA
           END-IF.
      *
       COPY 'CRMK-RGP'.
      *
       ABRE-ARQUIVO-CTBCTL.
           OPEN I-O ARQ-CTBCTL

           IF ARQ-CTBCTL-FS EQUAL 35
              OPEN OUTPUT ARQ-CTBCTL
              PERFORM CONTAS-PADRAO
              WRITE CTB-REGISTRO
              CLOSE ARQ-CTBCTL
              OPEN I-O ARQ-CTBCTL
           END-IF.
      *
       COPY 'CRMK-CTP'.
      *
       ABRE-ARQUIVO-NFSCTL.
           OPEN I-O ARQ-NFSCTL

           IF ARQ-NFSCTL-FS EQUAL 35
              OPEN OUTPUT ARQ-NFSCTL
              MOVE 'N'    TO NFC-CHAVE
              MOVE SPACES TO NFC-CNPJ
              MOVE SPACES TO NFC-INSCR-MUNIC
              MOVE SPACES TO NFC-SERIE
              MOVE SPACES TO NFC-COD-SERVICO
              MOVE ZERO   TO NFC-ALIQUOTA-ISS
              MOVE ZERO   TO NFC-ULT-RPS
              MOVE ZERO   TO NFC-ULT-LOTE
              MOVE ZERO   TO NFC-ULT-DATA
              MOVE ZERO   TO NFC-ULT-RETORNO
              WRITE NFC-REGISTRO
              CLOSE ARQ-NFSCTL
              OPEN I-O ARQ-NFSCTL
           END-IF.
      *
       ABRE-ARQUIVO-NEGCTL.
           OPEN I-O ARQ-NEGCTL

           IF ARQ-NEGCTL-FS EQUAL 35
              OPEN OUTPUT ARQ-NEGCTL
              MOVE 'G'    TO NGC-CHAVE
              MOVE SPACES TO NGC-COD-ASSOCIADO
              MOVE 45     TO NGC-DIAS-ATRASO
              MOVE 10     TO NGC-DIAS-AVISO
              MOVE 5      TO NGC-PRAZO-EXCLUSAO
              MOVE ZERO   TO NGC-VALOR-MINIMO
              MOVE ZERO   TO NGC-ULT-SEQ
              MOVE ZERO   TO NGC-ULT-DATA
              WRITE NGC-REGISTRO
              CLOSE ARQ-NEGCTL
              OPEN I-O ARQ-NEGCTL
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
              '------------------------------'
              ' PARAMETROS FINANCEIROS '
              '--------------------------'
           DELIMITED BY SIZE
           INTO SCR-CTR-L0.
      *------------------------ FIM DO ARQUIVO -------------------------
