      *=================================================================
       IDENTIFICATION                                         DIVISION.
       PROGRAM-ID. MASCARA.
      *=================================================================
       DATA                                                   DIVISION.
      *-----------------------------------------------------------------
       WORKING-STORAGE                                        SECTION.
      *----------------------------------
       01  WRK-MSK-REGRAS-VALORES.
           05 FILLER            PIC X(07)   VALUE 'ALLLLLL'.
           05 FILLER            PIC X(07)   VALUE 'SLLLLLL'.
           05 FILLER            PIC X(07)   VALUE 'OLLLLLL'.
           05 FILLER            PIC X(07)   VALUE 'CMMMMMB'.
       01  WRK-MSK-REGRAS REDEFINES WRK-MSK-REGRAS-VALORES.
           05 WRK-MSK-REGRA     OCCURS 4 TIMES.
              10 WRK-MSK-REGRA-PERFIL PIC X(01).
              10 WRK-MSK-REGRA-ACAO   PIC X(01) OCCURS 6 TIMES.
       01  WRK-MSK-REGRA-PADRAO PIC X(06)   VALUE 'MMMMMB'.
       01  WRK-ACAO             PIC X(01)   VALUE SPACE.
       01  WRK-CAMPO-IDX        PIC 9(01)   VALUE ZERO.
       01  WRK-R                PIC 9(01)   VALUE ZERO.
       01  WRK-I                PIC 9(02)   VALUE ZERO.
       01  WRK-QTD-DIGITOS      PIC 9(02)   VALUE ZERO.
       01  WRK-ARROBA           PIC 9(02)   VALUE ZERO.
       01  WRK-ANO-NASC         PIC X(04)   VALUE SPACES.
      *-----------------------------------------------------------------
       LINKAGE                                                SECTION.
      *----------------------------------
       COPY 'CRMK-MSQ'.
      *=================================================================
       PROCEDURE                                              DIVISION
           USING WRK-MSK-PEDIDO.
      *-----------------------------------------------------------------
       PRINCIPAL                                              SECTION.
      *----------------------------------
           PERFORM LOCALIZA-REGRA

           EVALUATE WRK-ACAO
              WHEN 'L'
                 SET WRK-MSK-LIBERADO TO TRUE
              WHEN 'B'
                 SET WRK-MSK-BLOQUEADO TO TRUE
              WHEN OTHER
                 SET WRK-MSK-MASCARADO TO TRUE
                 IF WRK-MSK-VALOR NOT EQUAL SPACES
                    PERFORM APLICA-MASCARA
                 END-IF
           END-EVALUATE

           GOBACK.
      *-----------------------------------------------------------------
       LOCALIZA-REGRA                                         SECTION.
      *----------------------------------
           EVALUATE TRUE
              WHEN WRK-MSK-CPF-CNPJ
                 MOVE 1 TO WRK-CAMPO-IDX
              WHEN WRK-MSK-EMAIL
                 MOVE 2 TO WRK-CAMPO-IDX
              WHEN WRK-MSK-TELEFONE
                 MOVE 3 TO WRK-CAMPO-IDX
              WHEN WRK-MSK-NASCIMENTO
                 MOVE 4 TO WRK-CAMPO-IDX
              WHEN WRK-MSK-ENDERECO
                 MOVE 5 TO WRK-CAMPO-IDX
              WHEN WRK-MSK-EXPORTA-CSV
                 MOVE 6 TO WRK-CAMPO-IDX
              WHEN OTHER
                 MOVE 'L' TO WRK-ACAO
                 EXIT SECTION
           END-EVALUATE

           MOVE WRK-MSK-REGRA-PADRAO(WRK-CAMPO-IDX:1) TO WRK-ACAO

           PERFORM VARYING WRK-R FROM 1 BY 1 UNTIL WRK-R GREATER THAN 4
              IF WRK-MSK-REGRA-PERFIL(WRK-R) EQUAL WRK-MSK-PERFIL
                 MOVE WRK-MSK-REGRA-ACAO(WRK-R WRK-CAMPO-IDX)
                                                       TO WRK-ACAO
              END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       APLICA-MASCARA                                         SECTION.
      *----------------------------------
           EVALUATE TRUE
              WHEN WRK-MSK-CPF-CNPJ
                 PERFORM MASCARA-DIGITOS
              WHEN WRK-MSK-TELEFONE
                 PERFORM MASCARA-DIGITOS
              WHEN WRK-MSK-EMAIL
                 PERFORM MASCARA-EMAIL
              WHEN WRK-MSK-NASCIMENTO
                 PERFORM MASCARA-NASCIMENTO
              WHEN OTHER
                 PERFORM MASCARA-TEXTO
           END-EVALUATE.
      *-----------------------------------------------------------------
       MASCARA-DIGITOS                                        SECTION.
      *----------------------------------
           MOVE ZERO TO WRK-QTD-DIGITOS

           PERFORM VARYING WRK-I FROM 60 BY -1 UNTIL WRK-I LESS THAN 1
              IF WRK-MSK-VALOR(WRK-I:1) GREATER THAN OR EQUAL TO '0'
                 AND WRK-MSK-VALOR(WRK-I:1) LESS THAN OR EQUAL TO '9'
                 ADD 1 TO WRK-QTD-DIGITOS
                 IF WRK-QTD-DIGITOS GREATER THAN 4
                    MOVE '*' TO WRK-MSK-VALOR(WRK-I:1)
                 END-IF
              END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       MASCARA-EMAIL                                          SECTION.
      *----------------------------------
           MOVE ZERO TO WRK-ARROBA
           INSPECT WRK-MSK-VALOR TALLYING WRK-ARROBA
              FOR CHARACTERS BEFORE INITIAL '@'

           IF WRK-ARROBA NOT LESS THAN 60
              PERFORM MASCARA-TEXTO
              EXIT SECTION
           END-IF

           PERFORM VARYING WRK-I FROM 2 BY 1
              UNTIL WRK-I GREATER THAN WRK-ARROBA
              MOVE '*' TO WRK-MSK-VALOR(WRK-I:1)
           END-PERFORM.
      *-----------------------------------------------------------------
       MASCARA-NASCIMENTO                                     SECTION.
      *----------------------------------
           IF WRK-MSK-VALOR(1:8) IS NUMERIC
              AND WRK-MSK-VALOR(9:52) EQUAL SPACES
              MOVE WRK-MSK-VALOR(1:4) TO WRK-ANO-NASC
              MOVE SPACES TO WRK-MSK-VALOR
              STRING '**/**/' WRK-ANO-NASC
                 DELIMITED BY SIZE INTO WRK-MSK-VALOR
              EXIT SECTION
           END-IF

           PERFORM VARYING WRK-I FROM 1 BY 1 UNTIL WRK-I GREATER THAN 60
              IF WRK-MSK-VALOR(WRK-I:1) GREATER THAN OR EQUAL TO '0'
                 AND WRK-MSK-VALOR(WRK-I:1) LESS THAN OR EQUAL TO '9'
                 MOVE '*' TO WRK-MSK-VALOR(WRK-I:1)
              END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       MASCARA-TEXTO                                          SECTION.
      *----------------------------------
           PERFORM VARYING WRK-I FROM 2 BY 1 UNTIL WRK-I GREATER THAN 60
              IF WRK-MSK-VALOR(WRK-I:1) NOT EQUAL SPACE
                 MOVE '*' TO WRK-MSK-VALOR(WRK-I:1)
              END-IF
           END-PERFORM.
      *------------------------ FIM DO ARQUIVO -------------------------
