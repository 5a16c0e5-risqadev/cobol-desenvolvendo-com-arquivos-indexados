      *-----------------------------------------------------------------
       WORKING-STORAGE                                        SECTION.
      *----------------------------------
       COPY 'CRMK-AMB'.
       COPY 'CRMK-MSG'.
       COPY 'CRMK-LOG'.
       COPY 'CRMK-ERR'.
       COPY 'CRMK-WRK'.
       COPY 'CRMK-ADT'.
       01  ARQCRM-FS            PIC 9(02)   VALUE ZERO.
       01  ARQCRM-LIX-FS        PIC 9(02)   VALUE ZERO.
       01  ARQCRM-CTT-FS        PIC 9(02)   VALUE ZERO.
                    MOVE WRK-ID-SOBREVIVE TO CTR-CLIENTE
                    REWRITE CTR-REGISTRO
                    ADD 1 TO WRK-TOT-CONTRATOS
                    IF ARQ-CONTRATO-FS EQUAL ZERO
                       PERFORM REGISTRA-ADITIVO-FUSAO
                    END-IF
                 ELSE
                    MOVE 'N' TO WRK-CONTINUA
                 END-IF
           END-PERFORM

           MOVE ZERO TO ARQ-CONTRATO-FS.
      *-----------------------------------------------------------------
       REGISTRA-ADITIVO-FUSAO                                 SECTION.
      *----------------------------------
           MOVE CTR-NUMERO       TO ADT-CONTRATO
           MOVE ZERO             TO ADT-NUMERO
           MOVE ZERO             TO ADT-LINHA
           MOVE 'T'              TO ADT-TIPO
           MOVE FUNCTION CURRENT-DATE(1:8) TO ADT-DATA-VIGENCIA
           MOVE SES-OPR-ID       TO ADT-OPERADOR
           MOVE 'FUSAO DE CADASTROS DE CLIENTE' TO ADT-MOTIVO

           MOVE WRK-ID-PERDE     TO ADT-ANT-CLIENTE
           MOVE CTR-DESCRICAO    TO ADT-ANT-DESCRICAO
           MOVE CTR-VALOR-MENSAL TO ADT-ANT-VALOR
           MOVE CTR-DATA-FIM     TO ADT-ANT-DATA-FIM
           MOVE CTR-STATUS       TO ADT-ANT-STATUS

           MOVE CTR-CLIENTE      TO ADT-NOV-CLIENTE
           MOVE CTR-DESCRICAO    TO ADT-NOV-DESCRICAO
           MOVE CTR-VALOR-MENSAL TO ADT-NOV-VALOR
           MOVE CTR-DATA-FIM     TO ADT-NOV-DATA-FIM
           MOVE CTR-STATUS       TO ADT-NOV-STATUS

           CALL 'GRAVAADT' USING ADT-REGISTRO.
      *-----------------------------------------------------------------
       REPONTA-AGENDA                                         SECTION.
      *----------------------------------
