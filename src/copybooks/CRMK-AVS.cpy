       01  AVS-REGISTRO.
           05 AVS-NUMERO        PIC 9(05)  VALUE ZERO.
           05 AVS-TITULO        PIC X(40)  VALUE SPACES.
           05 AVS-TEXTO         PIC X(60)  VALUE SPACES
                                           OCCURS 3 TIMES.
           05 AVS-DATA-INI      PIC 9(08)  VALUE ZERO.
           05 AVS-DATA-FIM      PIC 9(08)  VALUE ZERO.
           05 AVS-ALVO          PIC X(01)  VALUE 'T'.
              88 AVS-ALVO-TODOS            VALUE 'T'.
              88 AVS-ALVO-FILIAL           VALUE 'F'.
              88 AVS-ALVO-PERFIL           VALUE 'P'.
           05 AVS-ALVO-VALOR    PIC X(02)  VALUE SPACES.
           05 AVS-AUTOR         PIC X(08)  VALUE SPACES.
           05 AVS-DATA-CRIACAO  PIC 9(08)  VALUE ZERO.
           05 AVS-HORA-CRIACAO  PIC 9(06)  VALUE ZERO.
           05 AVS-SITUACAO      PIC X(01)  VALUE 'A'.
              88 AVS-AVISO-ATIVO           VALUE 'A'.
              88 AVS-AVISO-ENCERRADO       VALUE 'E'.
           05 AVS-DATA-ENCERRAMENTO PIC 9(08) VALUE ZERO.
           05 AVS-OPER-ENCERRAMENTO PIC X(08) VALUE SPACES.
