      *-----------------------------------------------------------------
       WORKING-STORAGE                                        SECTION.
      *----------------------------------
       COPY 'CRMK-AMB'.
       COPY 'CRMK-MSG'.
       01  ARQCRM-DOM-FS        PIC 9(02)   VALUE ZERO.
       01  WRK-OPCAO            PIC X(01)   VALUE SPACE.
           MOVE '         CLI (tipos de cliente)'     TO SCR-CTR-L2
           MOVE '         MOT (motivos de encerramento)'
                                                      TO SCR-CTR-L3
           MOVE '         DCx (documentos exigidos, x=F/J/C)'
                                                      TO SCR-CTR-L4
           MOVE '1. Incluir entrada'                  TO SCR-CTR-L5
           MOVE '2. Listar tabelas'                   TO SCR-CTR-L6
           MOVE '3. Alterar descricao'                TO SCR-CTR-L7
           MOVE '4. Excluir entrada'                  TO SCR-CTR-L8
           MOVE '9. Voltar'                           TO SCR-CTR-L9
           MOVE 'OPCAO:'                              TO SCR-CTR-L11

           DISPLAY SCR-CTR

           ACCEPT WRK-OPCAO                          LINE 18 COLUMN 8

           EVALUATE WRK-OPCAO
              WHEN 1
      *----------------------------------
           PERFORM LIMPA-CORPO

           MOVE 'Tabela (TEL/CLI/MOT/DCx):' TO SCR-CTR-L3
           MOVE 'Codigo                  :' TO SCR-CTR-L4
           DISPLAY SCR-CTR

           ACCEPT WRK-TABELA                         LINE 10 COLUMN 27
           MOVE FUNCTION UPPER-CASE(WRK-TABELA) TO WRK-TABELA

           ACCEPT WRK-CODIGO                         LINE 11 COLUMN 27
           MOVE FUNCTION UPPER-CASE(WRK-CODIGO) TO WRK-CODIGO.
      *-----------------------------------------------------------------
       LISTA-TABELAS                                          SECTION.
           MOVE 'MOT' TO DOM-TABELA
           MOVE 'O'   TO DOM-CODIGO
           MOVE 'OUTROS' TO DOM-DESCRICAO
           WRITE DOM-REGISTRO

           MOVE 'DCF' TO DOM-TABELA
           MOVE 'C'   TO DOM-CODIGO
           MOVE 'CONTRATO ASSINADO' TO DOM-DESCRICAO
           WRITE DOM-REGISTRO

           MOVE 'DCF' TO DOM-TABELA
           MOVE 'I'   TO DOM-CODIGO
           MOVE 'DOCUMENTO IDENT./CPF' TO DOM-DESCRICAO
           WRITE DOM-REGISTRO

           MOVE 'DCF' TO DOM-TABELA
           MOVE 'E'   TO DOM-CODIGO
           MOVE 'COMPROVANTE ENDERECO' TO DOM-DESCRICAO
           WRITE DOM-REGISTRO

           MOVE 'DCJ' TO DOM-TABELA
           MOVE 'C'   TO DOM-CODIGO
           MOVE 'CONTRATO ASSINADO' TO DOM-DESCRICAO
           WRITE DOM-REGISTRO

           MOVE 'DCJ' TO DOM-TABELA
           MOVE 'N'   TO DOM-CODIGO
           MOVE 'CARTAO CNPJ' TO DOM-DESCRICAO
           WRITE DOM-REGISTRO

           MOVE 'DCJ' TO DOM-TABELA
           MOVE 'S'   TO DOM-CODIGO
           MOVE 'CONTRATO SOCIAL' TO DOM-DESCRICAO
           WRITE DOM-REGISTRO

           MOVE 'DCJ' TO DOM-TABELA
           MOVE 'E'   TO DOM-CODIGO
           MOVE 'COMPROVANTE ENDERECO' TO DOM-DESCRICAO
           WRITE DOM-REGISTRO

           MOVE 'DCC' TO DOM-TABELA
           MOVE 'C'   TO DOM-CODIGO
           MOVE 'CONTRATO ASSINADO' TO DOM-DESCRICAO
           WRITE DOM-REGISTRO

           MOVE 'DCC' TO DOM-TABELA
           MOVE 'E'   TO DOM-CODIGO
           MOVE 'COMPROVANTE ENDERECO' TO DOM-DESCRICAO
           WRITE DOM-REGISTRO.
      *
       FECHA-ARQUIVO-DOM.
