       01  WRK-REINICIO             PIC X(01)  VALUE 'N'.
       01  WRK-RETORNO              PIC 9(09)  VALUE ZERO.
       01  WRK-NOVO-STATUS          PIC 9(01)  VALUE ZERO.
       01  WRK-STATUS-ANTERIOR      PIC 9(01)  VALUE ZERO.
       01  WRK-TRANS-OK             PIC X(01)  VALUE 'N'.
       01  WRK-OPERADOR             PIC X(08)  VALUE SPACES.
       01  WRK-TOT-LIDOS            PIC 9(05)  VALUE ZERO.
                    EXIT SECTION
                 END-IF

                 MOVE ARQCRM-STATUS  TO WRK-STATUS-ANTERIOR
                 MOVE WRK-NOVO-STATUS TO ARQCRM-STATUS

                 REWRITE ARQCRM-REGISTRO
           MOVE SPACES       TO WRK-LOG-MOTIVO
           MOVE WRK-OPERADOR TO WRK-LOG-OPERADOR

           IF WRK-STATUS-ANTERIOR EQUAL 2
              AND WRK-NOVO-STATUS EQUAL 0
              MOVE 'CNV=ATIVACAO EM LOTE' TO WRK-LOG-MOTIVO
           END-IF

           CALL 'GRAVALOG' USING WRK-LOG-REGISTRO.
      *-----------------------------------------------------------------
       MENSAGENS                                              SECTION.
