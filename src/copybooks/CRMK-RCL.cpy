           05 RCL-DATA-RESOLUCAO PIC 9(08) VALUE ZERO.
           05 RCL-ESCALADO       PIC X(01) VALUE 'N'.
              88 RCL-CASO-ESCALADO          VALUE 'S'.
           05 RCL-PESQUISA       PIC X(01) VALUE 'N'.
              88 RCL-PESQUISA-PENDENTE      VALUE 'N'.
              88 RCL-PESQUISA-ENVIADA       VALUE 'S'.
              88 RCL-PESQUISA-RESPONDIDA    VALUE 'R'.
