      *=================================================================
       IDENTIFICATION                                         DIVISION.
       PROGRAM-ID. TREINO.
      *=================================================================
       ENVIRONMENT                                            DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT                                           SECTION.
      *----------------------------------
       FILE-CONTROL.
           SELECT ARQCRM  ASSIGN TO WRK-TRN-ORIGEM
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS ARQCRM-FS
              RECORD KEY IS ARQCRM-KEY
              ALTERNATE RECORD KEY IS ARQCRM-NOME
                 WITH DUPLICATES
              ALTERNATE RECORD KEY IS ARQCRM-TELEFONE
                 WITH DUPLICATES
              ALTERNATE RECORD KEY IS ARQCRM-CPF-CNPJ
                 WITH DUPLICATES.

           SELECT TRE-ARQCRM  ASSIGN TO WRK-TRN-DESTINO
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS TRE-ARQCRM-FS
              RECORD KEY IS TCR-KEY
              ALTERNATE RECORD KEY IS TCR-NOME
                 WITH DUPLICATES
              ALTERNATE RECORD KEY IS TCR-TELEFONE
                 WITH DUPLICATES
              ALTERNATE RECORD KEY IS TCR-CPF-CNPJ
                 WITH DUPLICATES.

           SELECT ARQCRM-HIS  ASSIGN TO './files/ARQCRM-HIS.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS ARQCRM-HIS-FS
              RECORD KEY IS HIS-KEY
              ALTERNATE RECORD KEY IS HIS-NOME
                 WITH DUPLICATES
              ALTERNATE RECORD KEY IS HIS-TELEFONE
                 WITH DUPLICATES.

           SELECT TRE-HIS  ASSIGN TO './treino/files/ARQCRM-HIS.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS TRE-HIS-FS
              RECORD KEY IS THS-KEY
              ALTERNATE RECORD KEY IS THS-NOME
                 WITH DUPLICATES
              ALTERNATE RECORD KEY IS THS-TELEFONE
                 WITH DUPLICATES.

           SELECT ARQCRM-LIX  ASSIGN TO './files/ARQCRM-LIX.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS ARQCRM-LIX-FS
              RECORD KEY IS LIX-ARQCRM-KEY.

           SELECT TRE-LIX  ASSIGN TO './treino/files/ARQCRM-LIX.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS TRE-LIX-FS
              RECORD KEY IS TLX-ARQCRM-KEY.

           SELECT ARQ-ATUPEND  ASSIGN TO './files/ATUPEND.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS ARQ-ATUPEND-FS
              RECORD KEY IS ATP-KEY.

           SELECT TRE-ATUPEND  ASSIGN TO './treino/files/ATUPEND.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS TRE-ATUPEND-FS
              RECORD KEY IS TAP-KEY.

           SELECT ARQ-PESSOA  ASSIGN TO './files/PESSOA.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS ARQ-PESSOA-FS
              RECORD KEY IS PES-KEY.

           SELECT TRE-PESSOA  ASSIGN TO './treino/files/PESSOA.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS TRE-PESSOA-FS
              RECORD KEY IS TPS-KEY.

           SELECT ARQ-NEGATIV  ASSIGN TO './files/NEGATIV.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS ARQ-NEGATIV-FS
              RECORD KEY IS NEG-KEY.

           SELECT TRE-NEGATIV  ASSIGN TO './treino/files/NEGATIV.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS TRE-NEGATIV-FS
              RECORD KEY IS TNG-KEY.

           SELECT ARQ-RST  ASSIGN TO './files/RESTRICAO.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS ARQ-RST-FS
              RECORD KEY IS RST-CPF-CNPJ.

           SELECT TRE-RST  ASSIGN TO './treino/files/RESTRICAO.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS TRE-RST-FS
              RECORD KEY IS TRT-CPF-CNPJ.

           SELECT ARQ-GRUPO  ASSIGN TO './files/GRUPO.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS ARQ-GRUPO-FS
              RECORD KEY IS GRP-CODIGO.

           SELECT TRE-GRUPO  ASSIGN TO './treino/files/GRUPO.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS TRE-GRUPO-FS
              RECORD KEY IS TGP-CODIGO.

           SELECT ARQCRM-CTT  ASSIGN TO WRK-TRN-ORIGEM
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS ARQCRM-CTT-FS
              RECORD KEY IS CTT-KEY.

           SELECT TRE-CONTATO  ASSIGN TO WRK-TRN-DESTINO
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS TRE-CONTATO-FS
              RECORD KEY IS TCT-KEY.

           SELECT ARQ-AGENDA  ASSIGN TO './files/AGENDA.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS ARQ-AGENDA-FS
              RECORD KEY IS AGN-KEY.

           SELECT TRE-AGENDA  ASSIGN TO './treino/files/AGENDA.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS TRE-AGENDA-FS
              RECORD KEY IS TAG-KEY.

           SELECT ARQ-NOTAS  ASSIGN TO './files/NOTAS.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS ARQ-NOTAS-FS
              RECORD KEY IS NTA-KEY.

           SELECT TRE-NOTAS  ASSIGN TO './treino/files/NOTAS.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS TRE-NOTAS-FS
              RECORD KEY IS TNA-KEY.

           SELECT ARQ-RECLAMA  ASSIGN TO './files/RECLAMA.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS ARQ-RECLAMA-FS
              RECORD KEY IS RCL-KEY.

           SELECT TRE-RECLAMA  ASSIGN TO './treino/files/RECLAMA.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS TRE-RECLAMA-FS
              RECORD KEY IS TRL-KEY.

           SELECT ARQ-PESQUISA  ASSIGN TO './files/PESQUISA.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS ARQ-PESQUISA-FS
              RECORD KEY IS PSQ-KEY.

           SELECT TRE-PESQUISA  ASSIGN TO './treino/files/PESQUISA.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS TRE-PESQUISA-FS
              RECORD KEY IS TPQ-KEY.

           SELECT ARQ-ORDSERV  ASSIGN TO './files/ORDSERV.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS ARQ-ORDSERV-FS
              RECORD KEY IS OSV-NUMERO
              ALTERNATE RECORD KEY IS OSV-CLIENTE
                 WITH DUPLICATES.

           SELECT TRE-ORDSERV  ASSIGN TO './treino/files/ORDSERV.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS TRE-ORDSERV-FS
              RECORD KEY IS TOS-NUMERO
              ALTERNATE RECORD KEY IS TOS-CLIENTE
                 WITH DUPLICATES.

           SELECT ARQ-EQPMOV  ASSIGN TO './files/EQPMOV.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS ARQ-EQPMOV-FS
              RECORD KEY IS EQM-KEY.

           SELECT TRE-EQPMOV  ASSIGN TO './treino/files/EQPMOV.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS TRE-EQPMOV-FS
              RECORD KEY IS TEM-KEY.

           SELECT ARQ-CLIDOC  ASSIGN TO './files/CLIDOC.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS ARQ-CLIDOC-FS
              RECORD KEY IS CDC-KEY.

           SELECT TRE-CLIDOC  ASSIGN TO './treino/files/CLIDOC.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS TRE-CLIDOC-FS
              RECORD KEY IS TDC-KEY.

           SELECT ARQCRM-PAR  ASSIGN TO './files/SISPARAM.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS ARQCRM-PAR-FS
              RECORD KEY IS PAR-CHAVE.

           SELECT TRE-PAR  ASSIGN TO './treino/files/SISPARAM.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS TRE-PAR-FS
              RECORD KEY IS TPA-CHAVE.
      *=================================================================
       DATA                                                   DIVISION.
      *-----------------------------------------------------------------
       FILE                                                   SECTION.
      *----------------------------------
       FD  ARQCRM.
       COPY 'CRMK-000'.
      *
       FD  TRE-ARQCRM.
       COPY 'CRMK-000' REPLACING LEADING ==ARQCRM== BY ==TCR==.
      *
       FD  ARQCRM-HIS.
       COPY 'CRMK-000' REPLACING LEADING ==ARQCRM== BY ==HIS==.
      *
       FD  TRE-HIS.
       COPY 'CRMK-000' REPLACING LEADING ==ARQCRM== BY ==THS==.
      *
       FD  ARQCRM-LIX.
       COPY 'CRMK-LIX'.
      *
       FD  TRE-LIX.
       COPY 'CRMK-LIX' REPLACING LEADING ==LIX== BY ==TLX==.
      *
       FD  ARQ-ATUPEND.
       COPY 'CRMK-ATP'.
      *
       FD  TRE-ATUPEND.
       COPY 'CRMK-ATP' REPLACING LEADING ==ATP== BY ==TAP==.
      *
       FD  ARQ-PESSOA.
       COPY 'CRMK-PES'.
      *
       FD  TRE-PESSOA.
       COPY 'CRMK-PES' REPLACING LEADING ==PES== BY ==TPS==.
      *
       FD  ARQ-NEGATIV.
       COPY 'CRMK-NEG'.
      *
       FD  TRE-NEGATIV.
       COPY 'CRMK-NEG' REPLACING LEADING ==NEG== BY ==TNG==.
      *
       FD  ARQ-RST.
       COPY 'CRMK-RST'.
      *
       FD  TRE-RST.
       COPY 'CRMK-RST' REPLACING LEADING ==RST== BY ==TRT==.
      *
       FD  ARQ-GRUPO.
       COPY 'CRMK-GRP'.
      *
       FD  TRE-GRUPO.
       COPY 'CRMK-GRP' REPLACING LEADING ==GRP== BY ==TGP==.
      *
       FD  ARQCRM-CTT.
       COPY 'CRMK-CTT'.
      *
       FD  TRE-CONTATO.
       COPY 'CRMK-CTT' REPLACING LEADING ==CTT== BY ==TCT==.
      *
       FD  ARQ-AGENDA.
       COPY 'CRMK-AGN'.
      *
       FD  TRE-AGENDA.
       COPY 'CRMK-AGN' REPLACING LEADING ==AGN== BY ==TAG==.
      *
       FD  ARQ-NOTAS.
       COPY 'CRMK-NTA'.
      *
       FD  TRE-NOTAS.
       COPY 'CRMK-NTA' REPLACING LEADING ==NTA== BY ==TNA==.
      *
       FD  ARQ-RECLAMA.
       COPY 'CRMK-RCL'.
      *
       FD  TRE-RECLAMA.
       COPY 'CRMK-RCL' REPLACING LEADING ==RCL== BY ==TRL==.
      *
       FD  ARQ-PESQUISA.
       COPY 'CRMK-PSQ'.
      *
       FD  TRE-PESQUISA.
       COPY 'CRMK-PSQ' REPLACING LEADING ==PSQ== BY ==TPQ==.
      *
       FD  ARQ-ORDSERV.
       COPY 'CRMK-OSV'.
      *
       FD  TRE-ORDSERV.
       COPY 'CRMK-OSV' REPLACING LEADING ==OSV== BY ==TOS==.
      *
       FD  ARQ-EQPMOV.
       COPY 'CRMK-EQM'.
      *
       FD  TRE-EQPMOV.
       COPY 'CRMK-EQM' REPLACING LEADING ==EQM== BY ==TEM==.
      *
       FD  ARQ-CLIDOC.
       COPY 'CRMK-CDC'.
      *
       FD  TRE-CLIDOC.
       COPY 'CRMK-CDC' REPLACING LEADING ==CDC== BY ==TDC==.
      *
       FD  ARQCRM-PAR.
       COPY 'CRMK-PAR'.
      *
       FD  TRE-PAR.
       COPY 'CRMK-PAR' REPLACING LEADING ==PAR== BY ==TPA==.
      *-----------------------------------------------------------------
       WORKING-STORAGE                                        SECTION.
      *----------------------------------
       COPY 'CRMK-FST'.
       COPY 'CRMK-ERR'.
       COPY 'CRMK-000' REPLACING LEADING ==ARQCRM== BY ==TRN==.
       COPY 'CRMK-PAR' REPLACING LEADING ==PAR== BY ==WRK-PAR==.
       01  ARQCRM-FS            PIC 9(02)   VALUE ZERO.
       01  TRE-ARQCRM-FS        PIC 9(02)   VALUE ZERO.
       01  ARQCRM-HIS-FS        PIC 9(02)   VALUE ZERO.
       01  TRE-HIS-FS           PIC 9(02)   VALUE ZERO.
       01  ARQCRM-LIX-FS        PIC 9(02)   VALUE ZERO.
       01  TRE-LIX-FS           PIC 9(02)   VALUE ZERO.
       01  ARQ-ATUPEND-FS       PIC 9(02)   VALUE ZERO.
       01  TRE-ATUPEND-FS       PIC 9(02)   VALUE ZERO.
       01  ARQ-PESSOA-FS        PIC 9(02)   VALUE ZERO.
       01  TRE-PESSOA-FS        PIC 9(02)   VALUE ZERO.
       01  ARQ-NEGATIV-FS       PIC 9(02)   VALUE ZERO.
       01  TRE-NEGATIV-FS       PIC 9(02)   VALUE ZERO.
       01  ARQ-RST-FS           PIC 9(02)   VALUE ZERO.
       01  TRE-RST-FS           PIC 9(02)   VALUE ZERO.
       01  ARQ-GRUPO-FS         PIC 9(02)   VALUE ZERO.
       01  TRE-GRUPO-FS         PIC 9(02)   VALUE ZERO.
       01  ARQCRM-CTT-FS        PIC 9(02)   VALUE ZERO.
       01  TRE-CONTATO-FS       PIC 9(02)   VALUE ZERO.
       01  ARQ-AGENDA-FS        PIC 9(02)   VALUE ZERO.
       01  TRE-AGENDA-FS        PIC 9(02)   VALUE ZERO.
       01  ARQ-NOTAS-FS         PIC 9(02)   VALUE ZERO.
       01  TRE-NOTAS-FS         PIC 9(02)   VALUE ZERO.
       01  ARQ-RECLAMA-FS       PIC 9(02)   VALUE ZERO.
       01  TRE-RECLAMA-FS       PIC 9(02)   VALUE ZERO.
       01  ARQ-PESQUISA-FS      PIC 9(02)   VALUE ZERO.
       01  TRE-PESQUISA-FS      PIC 9(02)   VALUE ZERO.
       01  ARQ-ORDSERV-FS       PIC 9(02)   VALUE ZERO.
       01  TRE-ORDSERV-FS       PIC 9(02)   VALUE ZERO.
       01  ARQ-EQPMOV-FS        PIC 9(02)   VALUE ZERO.
       01  TRE-EQPMOV-FS        PIC 9(02)   VALUE ZERO.
       01  ARQ-CLIDOC-FS        PIC 9(02)   VALUE ZERO.
       01  TRE-CLIDOC-FS        PIC 9(02)   VALUE ZERO.
       01  ARQCRM-PAR-FS        PIC 9(02)   VALUE ZERO.
       01  TRE-PAR-FS           PIC 9(02)   VALUE ZERO.
       01  WRK-TRN-ORIGEM       PIC X(60)   VALUE SPACES.
       01  WRK-TRN-DESTINO      PIC X(60)   VALUE SPACES.
       01  WRK-TRN-ARQUIVO      PIC X(16)   VALUE SPACES.
       01  WRK-TRN-OPERACAO     PIC X(08)   VALUE SPACES.
       01  WRK-TRN-FS           PIC 9(02)   VALUE ZERO.
       01  WRK-TRN-GRAVADOS     PIC 9(07)   VALUE ZERO.
       01  WRK-TRN-REJEITADOS   PIC 9(07)   VALUE ZERO.
       01  WRK-TRN-TOT-GRAVADOS PIC 9(09)   VALUE ZERO.
       01  WRK-TRN-TOT-COPIADOS PIC 9(03)   VALUE ZERO.
       01  WRK-TRN-TOT-AUSENTES PIC 9(03)   VALUE ZERO.
       01  WRK-RETORNO          PIC 9(09)   VALUE ZERO.
       01  WRK-I                PIC 9(02)   VALUE ZERO.
      *
       01  WRK-TRN-CHAVE        PIC 9(08)   VALUE ZERO.
       01  WRK-TRN-ID           PIC X(06)   VALUE SPACES.
       01  WRK-TRN-NUM          PIC 9(05)   VALUE ZERO.
       01  WRK-TRN-VARIANTE     PIC 9(02)   VALUE ZERO.
       01  WRK-TRN-SEMENTE      PIC 9(07)   VALUE ZERO.
       01  WRK-TRN-QUOCIENTE    PIC 9(15)   VALUE ZERO.
       01  WRK-TRN-IND-NOME     PIC 9(02)   VALUE ZERO.
       01  WRK-TRN-IND-SOBRENOME PIC 9(02)  VALUE ZERO.
       01  WRK-TRN-NOME         PIC X(30)   VALUE SPACES.
       01  WRK-TRN-EMAIL        PIC X(30)   VALUE SPACES.
       01  WRK-TRN-TEL-PREFIXO  PIC X(01)   VALUE '9'.
       01  WRK-TRN-TEL-SUFIXO   PIC 9(03)   VALUE ZERO.
       01  WRK-TRN-TEL-DIGITOS  PIC X(09)   VALUE SPACES.
       01  WRK-TRN-TELEFONE     PIC X(14)   VALUE SPACES.
       01  WRK-TRN-END-NUMERO   PIC 9(04)   VALUE ZERO.
       01  WRK-TRN-DATA         PIC 9(08)   VALUE ZERO.
       01  FILLER REDEFINES WRK-TRN-DATA.
           05 WRK-TRN-DATA-ANO  PIC 9(04).
           05 WRK-TRN-DATA-MES  PIC 9(02).
           05 WRK-TRN-DATA-DIA  PIC 9(02).
      *
       01  WRK-TRN-DOC          PIC X(14)   VALUE SPACES.
       01  WRK-TRN-BASE         PIC 9(09)   VALUE ZERO.
       01  WRK-TRN-CALCULO      PIC 9(15)   VALUE ZERO.
       01  WRK-TRN-RAIZ         PIC 9(08)   VALUE ZERO.
       01  WRK-CPF-SOMA         PIC 9(05)   VALUE ZERO.
       01  WRK-CPF-PESO         PIC 9(02)   VALUE ZERO.
       01  WRK-CPF-RESTO        PIC 9(02)   VALUE ZERO.
       01  WRK-CPF-DIGITO       PIC 9(01)   VALUE ZERO.
       01  WRK-CPF-DV1          PIC 9(01)   VALUE ZERO.
       01  WRK-CPF-DV2          PIC 9(01)   VALUE ZERO.
      *
       01  WRK-TRN-NOMES.
           05 FILLER            PIC X(10)   VALUE 'ANA'.
           05 FILLER            PIC X(10)   VALUE 'BRUNO'.
           05 FILLER            PIC X(10)   VALUE 'CARLA'.
           05 FILLER            PIC X(10)   VALUE 'DANIEL'.
           05 FILLER            PIC X(10)   VALUE 'EDUARDA'.
           05 FILLER            PIC X(10)   VALUE 'FABIO'.
           05 FILLER            PIC X(10)   VALUE 'GABRIELA'.
           05 FILLER            PIC X(10)   VALUE 'HENRIQUE'.
           05 FILLER            PIC X(10)   VALUE 'ISABEL'.
           05 FILLER            PIC X(10)   VALUE 'JOAO'.
           05 FILLER            PIC X(10)   VALUE 'LARISSA'.
           05 FILLER            PIC X(10)   VALUE 'MARCOS'.
           05 FILLER            PIC X(10)   VALUE 'NATALIA'.
           05 FILLER            PIC X(10)   VALUE 'OTAVIO'.
           05 FILLER            PIC X(10)   VALUE 'PATRICIA'.
           05 FILLER            PIC X(10)   VALUE 'RAFAEL'.
           05 FILLER            PIC X(10)   VALUE 'SILVIA'.
           05 FILLER            PIC X(10)   VALUE 'TIAGO'.
           05 FILLER            PIC X(10)   VALUE 'VANESSA'.
           05 FILLER            PIC X(10)   VALUE 'WAGNER'.
       01  FILLER REDEFINES WRK-TRN-NOMES.
           05 WRK-TRN-PRENOME   PIC X(10)   OCCURS 20 TIMES.
      *
       01  WRK-TRN-SOBRENOMES.
           05 FILLER            PIC X(12)   VALUE 'ALMEIDA'.
           05 FILLER            PIC X(12)   VALUE 'BARBOSA'.
           05 FILLER            PIC X(12)   VALUE 'CARDOSO'.
           05 FILLER            PIC X(12)   VALUE 'DIAS'.
           05 FILLER            PIC X(12)   VALUE 'ESTEVES'.
           05 FILLER            PIC X(12)   VALUE 'FERREIRA'.
           05 FILLER            PIC X(12)   VALUE 'GOMES'.
           05 FILLER            PIC X(12)   VALUE 'LIMA'.
           05 FILLER            PIC X(12)   VALUE 'MARTINS'.
           05 FILLER            PIC X(12)   VALUE 'NOGUEIRA'.
           05 FILLER            PIC X(12)   VALUE 'OLIVEIRA'.
           05 FILLER            PIC X(12)   VALUE 'PEREIRA'.
           05 FILLER            PIC X(12)   VALUE 'QUEIROZ'.
           05 FILLER            PIC X(12)   VALUE 'RIBEIRO'.
           05 FILLER            PIC X(12)   VALUE 'SANTOS'.
           05 FILLER            PIC X(12)   VALUE 'TEIXEIRA'.
           05 FILLER            PIC X(12)   VALUE 'URBANO'.
           05 FILLER            PIC X(12)   VALUE 'VIEIRA'.
           05 FILLER            PIC X(12)   VALUE 'XAVIER'.
           05 FILLER            PIC X(12)   VALUE 'ZANETTI'.
       01  FILLER REDEFINES WRK-TRN-SOBRENOMES.
           05 WRK-TRN-SOBRENOME PIC X(12)   OCCURS 20 TIMES.
      *
       01  WRK-TRN-COPIAS.
           05 FILLER            PIC X(18)   VALUE 'ACORDO.DAT'.
           05 FILLER            PIC X(18)   VALUE 'ADITIVO.DAT'.
           05 FILLER            PIC X(18)   VALUE 'ARQCRM-CTL.DAT'.
           05 FILLER            PIC X(18)   VALUE 'ARQCRM-SNAP.CTL'.
           05 FILLER            PIC X(18)   VALUE 'AUSENCIA.DAT'.
           05 FILLER            PIC X(18)   VALUE 'AVISO.DAT'.
           05 FILLER            PIC X(18)   VALUE 'AVISOLEI.DAT'.
           05 FILLER            PIC X(18)   VALUE 'CAMPANHA.DAT'.
           05 FILLER            PIC X(18)   VALUE 'CEPREF.DAT'.
           05 FILLER            PIC X(18)   VALUE 'COBCTL.DAT'.
           05 FILLER            PIC X(18)   VALUE 'COMIPAG.DAT'.
           05 FILLER            PIC X(18)   VALUE 'COMISTAB.DAT'.
           05 FILLER            PIC X(18)   VALUE 'COMISVEN.DAT'.
           05 FILLER            PIC X(18)   VALUE 'CONTRATO.DAT'.
           05 FILLER            PIC X(18)   VALUE 'CONTRATO-SNAP.DAT'.
           05 FILLER            PIC X(18)   VALUE 'CREDITO.DAT'.
           05 FILLER            PIC X(18)   VALUE 'CTBCTL.DAT'.
           05 FILLER            PIC X(18)   VALUE 'CTRCTL.DAT'.
           05 FILLER            PIC X(18)   VALUE 'CTRITEM.DAT'.
           05 FILLER            PIC X(18)   VALUE 'CTTRESUMO.DAT'.
           05 FILLER            PIC X(18)   VALUE 'DOMINIO.DAT'.
           05 FILLER            PIC X(18)   VALUE 'EQUIPTO.DAT'.
           05 FILLER            PIC X(18)   VALUE 'ERPCTL.DAT'.
           05 FILLER            PIC X(18)   VALUE 'ESCORE.DAT'.
           05 FILLER            PIC X(18)   VALUE 'ESTATMES.DAT'.
           05 FILLER            PIC X(18)   VALUE 'FATHIST.DAT'.
           05 FILLER            PIC X(18)   VALUE 'FATURA.DAT'.
           05 FILLER            PIC X(18)   VALUE 'FATURA-SNAP.DAT'.
           05 FILLER            PIC X(18)   VALUE 'FERIADO.DAT'.
           05 FILLER            PIC X(18)   VALUE 'GRUPOCLI.DAT'.
           05 FILLER            PIC X(18)   VALUE 'INDICE.DAT'.
           05 FILLER            PIC X(18)   VALUE 'METAS.DAT'.
           05 FILLER            PIC X(18)   VALUE 'MUNICIP.DAT'.
           05 FILLER            PIC X(18)   VALUE 'NEGCTL.DAT'.
           05 FILLER            PIC X(18)   VALUE 'NFSCTL.DAT'.
           05 FILLER            PIC X(18)   VALUE 'NOTACRED.DAT'.
           05 FILLER            PIC X(18)   VALUE 'OPERADOR.DAT'.
           05 FILLER            PIC X(18)   VALUE 'OPORTUN.DAT'.
           05 FILLER            PIC X(18)   VALUE 'PAGTOS.DAT'.
           05 FILLER            PIC X(18)   VALUE 'PERFECH.DAT'.
           05 FILLER            PIC X(18)   VALUE 'PONTOS.DAT'.
           05 FILLER            PIC X(18)   VALUE 'PRECOS.DAT'.
           05 FILLER            PIC X(18)   VALUE 'PRODUTO.DAT'.
           05 FILLER            PIC X(18)   VALUE 'REGUACOB.DAT'.
           05 FILLER            PIC X(18)   VALUE 'RELDEF.DAT'.
           05 FILLER            PIC X(18)   VALUE 'RPS.DAT'.
           05 FILLER            PIC X(18)   VALUE 'CARTA.TPL'.
           05 FILLER            PIC X(18)   VALUE 'CARTARCD.TPL'.
           05 FILLER            PIC X(18)   VALUE 'CARTAREN.TPL'.
           05 FILLER            PIC X(18)   VALUE 'DECLQUIT.TPL'.
           05 FILLER            PIC X(18)   VALUE 'RUNCTL.TXT'.
       01  FILLER REDEFINES WRK-TRN-COPIAS.
           05 WRK-TRN-COPIA     PIC X(18)   OCCURS 51 TIMES.
      *
       01  WRK-TRN-DESCARTES.
           05 FILLER            PIC X(18)   VALUE 'ARQCRM.LOG'.
           05 FILLER            PIC X(18)   VALUE 'ARQCRM-BIM.DAT'.
           05 FILLER            PIC X(18)   VALUE 'ARQCRM-PIT.DAT'.
           05 FILLER            PIC X(18)   VALUE 'LOGCTL.DAT'.
           05 FILLER            PIC X(18)   VALUE 'BKPCAT.DAT'.
           05 FILLER            PIC X(18)   VALUE 'SESSAO.DAT'.
           05 FILLER            PIC X(18)   VALUE 'TRAVA.DAT'.
           05 FILLER            PIC X(18)   VALUE 'SISESTADO.DAT'.
       01  FILLER REDEFINES WRK-TRN-DESCARTES.
           05 WRK-TRN-DESCARTE  PIC X(18)   OCCURS 8 TIMES.
      *=================================================================
       PROCEDURE                                              DIVISION.
      *-----------------------------------------------------------------
       PRINCIPAL                                              SECTION.
      *----------------------------------
           PERFORM INICIAR
           PERFORM PROCESSAR
           PERFORM FINALIZAR
           GOBACK.
      *-----------------------------------------------------------------
       INICIAR                                                SECTION.
      *----------------------------------
           MOVE FUNCTION CURRENT-DATE(9:8) TO WRK-TRN-CHAVE

           OPEN INPUT ARQCRM-PAR

           IF ARQCRM-PAR-FS NOT EQUAL ZERO
              AND ARQCRM-PAR-FS NOT EQUAL 35
              MOVE 'ABRE SISPARAM' TO WRK-ERR-SECAO
              MOVE ARQCRM-PAR-FS TO WRK-ERR-FS
              PERFORM GRAVA-ERRO-FATAL
              PERFORM TRADUZ-PAR-FS
              DISPLAY 'TREINO: ERRO ABERTURA SISPARAM - FS: '
                      ARQCRM-PAR-FS ' (' WRK-FST-MENSAGEM ')'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           IF ARQCRM-PAR-FS EQUAL ZERO
              MOVE 'P' TO PAR-CHAVE
              READ ARQCRM-PAR INTO WRK-PAR-REGISTRO
              CLOSE ARQCRM-PAR
           END-IF

           IF WRK-PAR-AMBIENTE-TREINO
              DISPLAY 'TREINO: OS ARQUIVOS ATUAIS JA SAO DE '
                      'TREINAMENTO - EXECUTE NO AMBIENTE DE PRODUCAO'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           CALL 'CBL_CREATE_DIR' USING './treino'
              RETURNING WRK-RETORNO
           CALL 'CBL_CREATE_DIR' USING './treino/files'
              RETURNING WRK-RETORNO

           PERFORM VARYING WRK-I FROM 1 BY 1 UNTIL WRK-I > 8
              MOVE SPACES TO WRK-TRN-DESTINO
              STRING './treino/files/' WRK-TRN-DESCARTE(WRK-I)
                 DELIMITED BY SPACE INTO WRK-TRN-DESTINO
              CALL 'CBL_DELETE_FILE' USING WRK-TRN-DESTINO
                 RETURNING WRK-RETORNO
           END-PERFORM.
      *-----------------------------------------------------------------
       PROCESSAR                                              SECTION.
      *----------------------------------
           MOVE 'ARQCRM'                       TO WRK-TRN-ARQUIVO
           MOVE './files/ARQCRM.DAT'           TO WRK-TRN-ORIGEM
           MOVE './treino/files/ARQCRM.DAT'    TO WRK-TRN-DESTINO
           PERFORM COPIA-CADASTRO

           MOVE 'ARQCRM-SNAP'                  TO WRK-TRN-ARQUIVO
           MOVE './files/ARQCRM-SNAP.DAT'      TO WRK-TRN-ORIGEM
           MOVE './treino/files/ARQCRM-SNAP.DAT' TO WRK-TRN-DESTINO
           PERFORM COPIA-CADASTRO

           PERFORM COPIA-HISTORICO
           PERFORM COPIA-LIXEIRA
           PERFORM COPIA-ATUALIZACOES
           PERFORM COPIA-PESSOAS
           PERFORM COPIA-NEGATIVACOES
           PERFORM COPIA-RESTRICOES
           PERFORM COPIA-GRUPOS

           MOVE 'CONTATO'                      TO WRK-TRN-ARQUIVO
           MOVE './files/CONTATO.DAT'          TO WRK-TRN-ORIGEM
           MOVE './treino/files/CONTATO.DAT'   TO WRK-TRN-DESTINO
           PERFORM COPIA-CONTATOS

           MOVE 'CONTHIST'                     TO WRK-TRN-ARQUIVO
           MOVE './files/CONTHIST.DAT'         TO WRK-TRN-ORIGEM
           MOVE './treino/files/CONTHIST.DAT'  TO WRK-TRN-DESTINO
           PERFORM COPIA-CONTATOS

           PERFORM COPIA-AGENDA
           PERFORM COPIA-NOTAS
           PERFORM COPIA-RECLAMACOES
           PERFORM COPIA-PESQUISAS
           PERFORM COPIA-ORDENS
           PERFORM COPIA-MOVIMENTOS
           PERFORM COPIA-DOCUMENTOS
           PERFORM COPIA-PARAMETROS
           PERFORM COPIA-DEMAIS-ARQUIVOS.
      *-----------------------------------------------------------------
       COPIA-CADASTRO                                         SECTION.
      *----------------------------------
           OPEN OUTPUT TRE-ARQCRM
           MOVE TRE-ARQCRM-FS TO WRK-TRN-FS
           PERFORM CONFERE-SAIDA

           OPEN INPUT ARQCRM
           MOVE ARQCRM-FS TO WRK-TRN-FS
           PERFORM CONFERE-ENTRADA

           IF ARQCRM-FS EQUAL ZERO
              READ ARQCRM NEXT RECORD
              PERFORM UNTIL ARQCRM-FS NOT EQUAL ZERO
                 MOVE ARQCRM-REGISTRO TO TRN-REGISTRO
                 PERFORM ANONIMIZA-CLIENTE
                 MOVE TRN-REGISTRO    TO TCR-REGISTRO
                 WRITE TCR-REGISTRO
                 MOVE TRE-ARQCRM-FS   TO WRK-TRN-FS
                 PERFORM CONTA-GRAVACAO
                 READ ARQCRM NEXT RECORD
              END-PERFORM
              CLOSE ARQCRM
           END-IF

           CLOSE TRE-ARQCRM
           PERFORM EXIBE-TOTAL-ARQUIVO.
      *-----------------------------------------------------------------
       COPIA-HISTORICO                                        SECTION.
      *----------------------------------
           MOVE 'ARQCRM-HIS' TO WRK-TRN-ARQUIVO

           OPEN OUTPUT TRE-HIS
           MOVE TRE-HIS-FS TO WRK-TRN-FS
           PERFORM CONFERE-SAIDA

           OPEN INPUT ARQCRM-HIS
           MOVE ARQCRM-HIS-FS TO WRK-TRN-FS
           PERFORM CONFERE-ENTRADA

           IF ARQCRM-HIS-FS EQUAL ZERO
              READ ARQCRM-HIS NEXT RECORD
              PERFORM UNTIL ARQCRM-HIS-FS NOT EQUAL ZERO
                 MOVE HIS-REGISTRO TO TRN-REGISTRO
                 PERFORM ANONIMIZA-CLIENTE
                 MOVE TRN-REGISTRO TO THS-REGISTRO
                 WRITE THS-REGISTRO
                 MOVE TRE-HIS-FS   TO WRK-TRN-FS
                 PERFORM CONTA-GRAVACAO
                 READ ARQCRM-HIS NEXT RECORD
              END-PERFORM
              CLOSE ARQCRM-HIS
           END-IF

           CLOSE TRE-HIS
           PERFORM EXIBE-TOTAL-ARQUIVO.
      *-----------------------------------------------------------------
       COPIA-LIXEIRA                                          SECTION.
      *----------------------------------
           MOVE 'ARQCRM-LIX' TO WRK-TRN-ARQUIVO

           OPEN OUTPUT TRE-LIX
           MOVE TRE-LIX-FS TO WRK-TRN-FS
           PERFORM CONFERE-SAIDA

           OPEN INPUT ARQCRM-LIX
           MOVE ARQCRM-LIX-FS TO WRK-TRN-FS
           PERFORM CONFERE-ENTRADA

           IF ARQCRM-LIX-FS EQUAL ZERO
              READ ARQCRM-LIX NEXT RECORD
              PERFORM UNTIL ARQCRM-LIX-FS NOT EQUAL ZERO
                 PERFORM ANONIMIZA-LIXEIRA
                 WRITE TLX-ARQCRM-REGISTRO
                 MOVE TRE-LIX-FS   TO WRK-TRN-FS
                 PERFORM CONTA-GRAVACAO
                 READ ARQCRM-LIX NEXT RECORD
              END-PERFORM
              CLOSE ARQCRM-LIX
           END-IF

           CLOSE TRE-LIX
           PERFORM EXIBE-TOTAL-ARQUIVO.
      *-----------------------------------------------------------------
       ANONIMIZA-LIXEIRA                                      SECTION.
      *----------------------------------
           INITIALIZE TRN-REGISTRO
           MOVE LIX-ARQCRM-ID            TO TRN-ID
           MOVE LIX-ARQCRM-NOME          TO TRN-NOME
           MOVE LIX-ARQCRM-EMAIL         TO TRN-EMAIL
           MOVE LIX-ARQCRM-TELEFONE      TO TRN-TELEFONE
           MOVE LIX-ARQCRM-TEL-EXTRA(1)  TO TRN-TEL-EXTRA(1)
           MOVE LIX-ARQCRM-TEL-EXTRA(2)  TO TRN-TEL-EXTRA(2)
           MOVE LIX-ARQCRM-CPF-CNPJ      TO TRN-CPF-CNPJ
           MOVE LIX-ARQCRM-ENDERECO      TO TRN-ENDERECO
           MOVE LIX-ARQCRM-DATA-NASC     TO TRN-DATA-NASCIMENTO

           PERFORM ANONIMIZA-CLIENTE

           MOVE LIX-ARQCRM-REGISTRO      TO TLX-ARQCRM-REGISTRO
           MOVE TRN-NOME                 TO TLX-ARQCRM-NOME
           MOVE TRN-EMAIL                TO TLX-ARQCRM-EMAIL
           MOVE TRN-TELEFONE             TO TLX-ARQCRM-TELEFONE
           MOVE TRN-TEL-EXTRA(1)         TO TLX-ARQCRM-TEL-EXTRA(1)
           MOVE TRN-TEL-EXTRA(2)         TO TLX-ARQCRM-TEL-EXTRA(2)
           MOVE TRN-CPF-CNPJ             TO TLX-ARQCRM-CPF-CNPJ
           MOVE TRN-ENDERECO             TO TLX-ARQCRM-ENDERECO
           MOVE TRN-DATA-NASCIMENTO      TO TLX-ARQCRM-DATA-NASC.
      *-----------------------------------------------------------------
       COPIA-ATUALIZACOES                                     SECTION.
      *----------------------------------
           MOVE 'ATUPEND' TO WRK-TRN-ARQUIVO

           OPEN OUTPUT TRE-ATUPEND
           MOVE TRE-ATUPEND-FS TO WRK-TRN-FS
           PERFORM CONFERE-SAIDA

           OPEN INPUT ARQ-ATUPEND
           MOVE ARQ-ATUPEND-FS TO WRK-TRN-FS
           PERFORM CONFERE-ENTRADA

           IF ARQ-ATUPEND-FS EQUAL ZERO
              READ ARQ-ATUPEND NEXT RECORD
              PERFORM UNTIL ARQ-ATUPEND-FS NOT EQUAL ZERO
                 INITIALIZE TRN-REGISTRO
                 MOVE ATP-CLIENTE    TO TRN-ID
                 MOVE ATP-EMAIL      TO TRN-EMAIL
                 MOVE ATP-TELEFONE   TO TRN-TELEFONE
                 MOVE ATP-ENDERECO   TO TRN-ENDERECO
                 PERFORM ANONIMIZA-CLIENTE
                 MOVE ATP-REGISTRO   TO TAP-REGISTRO
                 MOVE TRN-EMAIL      TO TAP-EMAIL
                 MOVE TRN-TELEFONE   TO TAP-TELEFONE
                 MOVE TRN-ENDERECO   TO TAP-ENDERECO
                 WRITE TAP-REGISTRO
                 MOVE TRE-ATUPEND-FS TO WRK-TRN-FS
                 PERFORM CONTA-GRAVACAO
                 READ ARQ-ATUPEND NEXT RECORD
              END-PERFORM
              CLOSE ARQ-ATUPEND
           END-IF

           CLOSE TRE-ATUPEND
           PERFORM EXIBE-TOTAL-ARQUIVO.
      *-----------------------------------------------------------------
       COPIA-PESSOAS                                          SECTION.
      *----------------------------------
           MOVE 'PESSOA' TO WRK-TRN-ARQUIVO

           OPEN OUTPUT TRE-PESSOA
           MOVE TRE-PESSOA-FS TO WRK-TRN-FS
           PERFORM CONFERE-SAIDA

           OPEN INPUT ARQ-PESSOA
           MOVE ARQ-PESSOA-FS TO WRK-TRN-FS
           PERFORM CONFERE-ENTRADA

           IF ARQ-PESSOA-FS EQUAL ZERO
              READ ARQ-PESSOA NEXT RECORD
              PERFORM UNTIL ARQ-PESSOA-FS NOT EQUAL ZERO
                 PERFORM ANONIMIZA-PESSOA
                 WRITE TPS-REGISTRO
                 MOVE TRE-PESSOA-FS TO WRK-TRN-FS
                 PERFORM CONTA-GRAVACAO
                 READ ARQ-PESSOA NEXT RECORD
              END-PERFORM
              CLOSE ARQ-PESSOA
           END-IF

           CLOSE TRE-PESSOA
           PERFORM EXIBE-TOTAL-ARQUIVO.
      *-----------------------------------------------------------------
       ANONIMIZA-PESSOA                                       SECTION.
      *----------------------------------
           MOVE PES-REGISTRO TO TPS-REGISTRO
           MOVE PES-CLIENTE  TO WRK-TRN-ID
           PERFORM OBTEM-NUMERO-CLIENTE

           IF PES-NOME NOT EQUAL SPACES
              MOVE PES-SEQ      TO WRK-TRN-VARIANTE
              PERFORM GERA-NOME
              MOVE WRK-TRN-NOME TO TPS-NOME
           END-IF

           IF PES-EMAIL NOT EQUAL SPACES
              MOVE SPACES TO TPS-EMAIL
              STRING 'CTT' WRK-TRN-NUM PES-SEQ '@TREINO.EXEMPLO.COM'
                 DELIMITED BY SIZE INTO TPS-EMAIL
           END-IF

           IF PES-TELEFONE NOT EQUAL SPACES
              MOVE '8'              TO WRK-TRN-TEL-PREFIXO
              MOVE PES-SEQ          TO WRK-TRN-TEL-SUFIXO
              PERFORM GERA-TELEFONE
              MOVE WRK-TRN-TELEFONE TO TPS-TELEFONE
           END-IF.
      *-----------------------------------------------------------------
       COPIA-NEGATIVACOES                                     SECTION.
      *----------------------------------
           MOVE 'NEGATIV' TO WRK-TRN-ARQUIVO

           OPEN OUTPUT TRE-NEGATIV
           MOVE TRE-NEGATIV-FS TO WRK-TRN-FS
           PERFORM CONFERE-SAIDA

           OPEN INPUT ARQ-NEGATIV
           MOVE ARQ-NEGATIV-FS TO WRK-TRN-FS
           PERFORM CONFERE-ENTRADA

           IF ARQ-NEGATIV-FS EQUAL ZERO
              READ ARQ-NEGATIV NEXT RECORD
              PERFORM UNTIL ARQ-NEGATIV-FS NOT EQUAL ZERO
                 MOVE NEG-REGISTRO   TO TNG-REGISTRO
                 MOVE NEG-CPF-CNPJ   TO WRK-TRN-DOC
                 PERFORM GERA-DOCUMENTO
                 MOVE WRK-TRN-DOC    TO TNG-CPF-CNPJ
                 WRITE TNG-REGISTRO
                 MOVE TRE-NEGATIV-FS TO WRK-TRN-FS
                 PERFORM CONTA-GRAVACAO
                 READ ARQ-NEGATIV NEXT RECORD
              END-PERFORM
              CLOSE ARQ-NEGATIV
           END-IF

           CLOSE TRE-NEGATIV
           PERFORM EXIBE-TOTAL-ARQUIVO.
      *-----------------------------------------------------------------
       COPIA-RESTRICOES                                       SECTION.
      *----------------------------------
           MOVE 'RESTRICAO' TO WRK-TRN-ARQUIVO

           OPEN OUTPUT TRE-RST
           MOVE TRE-RST-FS TO WRK-TRN-FS
           PERFORM CONFERE-SAIDA

           OPEN INPUT ARQ-RST
           MOVE ARQ-RST-FS TO WRK-TRN-FS
           PERFORM CONFERE-ENTRADA

           IF ARQ-RST-FS EQUAL ZERO
              READ ARQ-RST NEXT RECORD
              PERFORM UNTIL ARQ-RST-FS NOT EQUAL ZERO
                 MOVE RST-REGISTRO   TO TRT-REGISTRO
                 MOVE RST-CPF-CNPJ   TO WRK-TRN-DOC
                 PERFORM GERA-DOCUMENTO
                 MOVE WRK-TRN-DOC    TO TRT-CPF-CNPJ
                 IF TRT-CPF-CNPJ NOT EQUAL SPACES
                    WRITE TRT-REGISTRO
                    MOVE TRE-RST-FS  TO WRK-TRN-FS
                    PERFORM CONTA-GRAVACAO
                 ELSE
                    ADD 1 TO WRK-TRN-REJEITADOS
                 END-IF
                 READ ARQ-RST NEXT RECORD
              END-PERFORM
              CLOSE ARQ-RST
           END-IF

           CLOSE TRE-RST
           PERFORM EXIBE-TOTAL-ARQUIVO.
      *-----------------------------------------------------------------
       COPIA-GRUPOS                                           SECTION.
      *----------------------------------
           MOVE 'GRUPO' TO WRK-TRN-ARQUIVO

           OPEN OUTPUT TRE-GRUPO
           MOVE TRE-GRUPO-FS TO WRK-TRN-FS
           PERFORM CONFERE-SAIDA

           OPEN INPUT ARQ-GRUPO
           MOVE ARQ-GRUPO-FS TO WRK-TRN-FS
           PERFORM CONFERE-ENTRADA

           IF ARQ-GRUPO-FS EQUAL ZERO
              READ ARQ-GRUPO NEXT RECORD
              PERFORM UNTIL ARQ-GRUPO-FS NOT EQUAL ZERO
                 MOVE GRP-REGISTRO TO TGP-REGISTRO
                 MOVE SPACES       TO TGP-NOME
                 STRING 'GRUPO ' GRP-CODIGO
                    DELIMITED BY SIZE INTO TGP-NOME
                 IF GRP-RAIZ-CNPJ IS NUMERIC
                    MOVE GRP-RAIZ-CNPJ TO WRK-TRN-RAIZ
                    PERFORM EMBARALHA-RAIZ
                    MOVE WRK-TRN-RAIZ  TO TGP-RAIZ-CNPJ
                 ELSE
                    MOVE SPACES        TO TGP-RAIZ-CNPJ
                 END-IF
                 WRITE TGP-REGISTRO
                 MOVE TRE-GRUPO-FS TO WRK-TRN-FS
                 PERFORM CONTA-GRAVACAO
                 READ ARQ-GRUPO NEXT RECORD
              END-PERFORM
              CLOSE ARQ-GRUPO
           END-IF

           CLOSE TRE-GRUPO
           PERFORM EXIBE-TOTAL-ARQUIVO.
      *-----------------------------------------------------------------
       COPIA-CONTATOS                                         SECTION.
      *----------------------------------
           OPEN OUTPUT TRE-CONTATO
           MOVE TRE-CONTATO-FS TO WRK-TRN-FS
           PERFORM CONFERE-SAIDA

           OPEN INPUT ARQCRM-CTT
           MOVE ARQCRM-CTT-FS TO WRK-TRN-FS
           PERFORM CONFERE-ENTRADA

           IF ARQCRM-CTT-FS EQUAL ZERO
              READ ARQCRM-CTT NEXT RECORD
              PERFORM UNTIL ARQCRM-CTT-FS NOT EQUAL ZERO
                 MOVE CTT-REGISTRO   TO TCT-REGISTRO
                 MOVE SPACES         TO TCT-TEXTO
                 WRITE TCT-REGISTRO
                 MOVE TRE-CONTATO-FS TO WRK-TRN-FS
                 PERFORM CONTA-GRAVACAO
                 READ ARQCRM-CTT NEXT RECORD
              END-PERFORM
              CLOSE ARQCRM-CTT
           END-IF

           CLOSE TRE-CONTATO
           PERFORM EXIBE-TOTAL-ARQUIVO.
      *-----------------------------------------------------------------
       COPIA-AGENDA                                           SECTION.
      *----------------------------------
           MOVE 'AGENDA' TO WRK-TRN-ARQUIVO

           OPEN OUTPUT TRE-AGENDA
           MOVE TRE-AGENDA-FS TO WRK-TRN-FS
           PERFORM CONFERE-SAIDA

           OPEN INPUT ARQ-AGENDA
           MOVE ARQ-AGENDA-FS TO WRK-TRN-FS
           PERFORM CONFERE-ENTRADA

           IF ARQ-AGENDA-FS EQUAL ZERO
              READ ARQ-AGENDA NEXT RECORD
              PERFORM UNTIL ARQ-AGENDA-FS NOT EQUAL ZERO
                 MOVE AGN-REGISTRO  TO TAG-REGISTRO
                 MOVE SPACES        TO TAG-DESCRICAO
                 WRITE TAG-REGISTRO
                 MOVE TRE-AGENDA-FS TO WRK-TRN-FS
                 PERFORM CONTA-GRAVACAO
                 READ ARQ-AGENDA NEXT RECORD
              END-PERFORM
              CLOSE ARQ-AGENDA
           END-IF

           CLOSE TRE-AGENDA
           PERFORM EXIBE-TOTAL-ARQUIVO.
      *-----------------------------------------------------------------
       COPIA-NOTAS                                            SECTION.
      *----------------------------------
           MOVE 'NOTAS' TO WRK-TRN-ARQUIVO

           OPEN OUTPUT TRE-NOTAS
           MOVE TRE-NOTAS-FS TO WRK-TRN-FS
           PERFORM CONFERE-SAIDA

           OPEN INPUT ARQ-NOTAS
           MOVE ARQ-NOTAS-FS TO WRK-TRN-FS
           PERFORM CONFERE-ENTRADA

           IF ARQ-NOTAS-FS EQUAL ZERO
              READ ARQ-NOTAS NEXT RECORD
              PERFORM UNTIL ARQ-NOTAS-FS NOT EQUAL ZERO
                 MOVE NTA-REGISTRO TO TNA-REGISTRO
                 MOVE SPACES       TO TNA-TEXTO
                 WRITE TNA-REGISTRO
                 MOVE TRE-NOTAS-FS TO WRK-TRN-FS
                 PERFORM CONTA-GRAVACAO
                 READ ARQ-NOTAS NEXT RECORD
              END-PERFORM
              CLOSE ARQ-NOTAS
           END-IF

           CLOSE TRE-NOTAS
           PERFORM EXIBE-TOTAL-ARQUIVO.
      *-----------------------------------------------------------------
       COPIA-RECLAMACOES                                      SECTION.
      *----------------------------------
           MOVE 'RECLAMA' TO WRK-TRN-ARQUIVO

           OPEN OUTPUT TRE-RECLAMA
           MOVE TRE-RECLAMA-FS TO WRK-TRN-FS
           PERFORM CONFERE-SAIDA

           OPEN INPUT ARQ-RECLAMA
           MOVE ARQ-RECLAMA-FS TO WRK-TRN-FS
           PERFORM CONFERE-ENTRADA

           IF ARQ-RECLAMA-FS EQUAL ZERO
              READ ARQ-RECLAMA NEXT RECORD
              PERFORM UNTIL ARQ-RECLAMA-FS NOT EQUAL ZERO
                 MOVE RCL-REGISTRO   TO TRL-REGISTRO
                 MOVE SPACES         TO TRL-TEXTO
                 WRITE TRL-REGISTRO
                 MOVE TRE-RECLAMA-FS TO WRK-TRN-FS
                 PERFORM CONTA-GRAVACAO
                 READ ARQ-RECLAMA NEXT RECORD
              END-PERFORM
              CLOSE ARQ-RECLAMA
           END-IF

           CLOSE TRE-RECLAMA
           PERFORM EXIBE-TOTAL-ARQUIVO.
      *-----------------------------------------------------------------
       COPIA-PESQUISAS                                        SECTION.
      *----------------------------------
           MOVE 'PESQUISA' TO WRK-TRN-ARQUIVO

           OPEN OUTPUT TRE-PESQUISA
           MOVE TRE-PESQUISA-FS TO WRK-TRN-FS
           PERFORM CONFERE-SAIDA

           OPEN INPUT ARQ-PESQUISA
           MOVE ARQ-PESQUISA-FS TO WRK-TRN-FS
           PERFORM CONFERE-ENTRADA

           IF ARQ-PESQUISA-FS EQUAL ZERO
              READ ARQ-PESQUISA NEXT RECORD
              PERFORM UNTIL ARQ-PESQUISA-FS NOT EQUAL ZERO
                 MOVE PSQ-REGISTRO    TO TPQ-REGISTRO
                 MOVE SPACES          TO TPQ-COMENTARIO
                 WRITE TPQ-REGISTRO
                 MOVE TRE-PESQUISA-FS TO WRK-TRN-FS
                 PERFORM CONTA-GRAVACAO
                 READ ARQ-PESQUISA NEXT RECORD
              END-PERFORM
              CLOSE ARQ-PESQUISA
           END-IF

           CLOSE TRE-PESQUISA
           PERFORM EXIBE-TOTAL-ARQUIVO.
      *-----------------------------------------------------------------
       COPIA-ORDENS                                           SECTION.
      *----------------------------------
           MOVE 'ORDSERV' TO WRK-TRN-ARQUIVO

           OPEN OUTPUT TRE-ORDSERV
           MOVE TRE-ORDSERV-FS TO WRK-TRN-FS
           PERFORM CONFERE-SAIDA

           OPEN INPUT ARQ-ORDSERV
           MOVE ARQ-ORDSERV-FS TO WRK-TRN-FS
           PERFORM CONFERE-ENTRADA

           IF ARQ-ORDSERV-FS EQUAL ZERO
              READ ARQ-ORDSERV NEXT RECORD
              PERFORM UNTIL ARQ-ORDSERV-FS NOT EQUAL ZERO
                 MOVE OSV-REGISTRO   TO TOS-REGISTRO
                 MOVE SPACES         TO TOS-DESCRICAO
                 MOVE SPACES         TO TOS-RELATORIO
                 WRITE TOS-REGISTRO
                 MOVE TRE-ORDSERV-FS TO WRK-TRN-FS
                 PERFORM CONTA-GRAVACAO
                 READ ARQ-ORDSERV NEXT RECORD
              END-PERFORM
              CLOSE ARQ-ORDSERV
           END-IF

           CLOSE TRE-ORDSERV
           PERFORM EXIBE-TOTAL-ARQUIVO.
      *-----------------------------------------------------------------
       COPIA-MOVIMENTOS                                       SECTION.
      *----------------------------------
           MOVE 'EQPMOV' TO WRK-TRN-ARQUIVO

           OPEN OUTPUT TRE-EQPMOV
           MOVE TRE-EQPMOV-FS TO WRK-TRN-FS
           PERFORM CONFERE-SAIDA

           OPEN INPUT ARQ-EQPMOV
           MOVE ARQ-EQPMOV-FS TO WRK-TRN-FS
           PERFORM CONFERE-ENTRADA

           IF ARQ-EQPMOV-FS EQUAL ZERO
              READ ARQ-EQPMOV NEXT RECORD
              PERFORM UNTIL ARQ-EQPMOV-FS NOT EQUAL ZERO
                 MOVE EQM-REGISTRO  TO TEM-REGISTRO
                 MOVE SPACES        TO TEM-OBS
                 WRITE TEM-REGISTRO
                 MOVE TRE-EQPMOV-FS TO WRK-TRN-FS
                 PERFORM CONTA-GRAVACAO
                 READ ARQ-EQPMOV NEXT RECORD
              END-PERFORM
              CLOSE ARQ-EQPMOV
           END-IF

           CLOSE TRE-EQPMOV
           PERFORM EXIBE-TOTAL-ARQUIVO.
      *-----------------------------------------------------------------
       COPIA-DOCUMENTOS                                       SECTION.
      *----------------------------------
           MOVE 'CLIDOC' TO WRK-TRN-ARQUIVO

           OPEN OUTPUT TRE-CLIDOC
           MOVE TRE-CLIDOC-FS TO WRK-TRN-FS
           PERFORM CONFERE-SAIDA

           OPEN INPUT ARQ-CLIDOC
           MOVE ARQ-CLIDOC-FS TO WRK-TRN-FS
           PERFORM CONFERE-ENTRADA

           IF ARQ-CLIDOC-FS EQUAL ZERO
              READ ARQ-CLIDOC NEXT RECORD
              PERFORM UNTIL ARQ-CLIDOC-FS NOT EQUAL ZERO
                 MOVE CDC-REGISTRO  TO TDC-REGISTRO
                 MOVE SPACES        TO TDC-OBS
                 WRITE TDC-REGISTRO
                 MOVE TRE-CLIDOC-FS TO WRK-TRN-FS
                 PERFORM CONTA-GRAVACAO
                 READ ARQ-CLIDOC NEXT RECORD
              END-PERFORM
              CLOSE ARQ-CLIDOC
           END-IF

           CLOSE TRE-CLIDOC
           PERFORM EXIBE-TOTAL-ARQUIVO.
      *-----------------------------------------------------------------
       COPIA-PARAMETROS                                       SECTION.
      *----------------------------------
           MOVE 'SISPARAM' TO WRK-TRN-ARQUIVO

           OPEN OUTPUT TRE-PAR
           MOVE TRE-PAR-FS TO WRK-TRN-FS
           PERFORM CONFERE-SAIDA

           MOVE 'P'              TO WRK-PAR-CHAVE
           MOVE 'T'              TO WRK-PAR-AMBIENTE
           MOVE WRK-PAR-REGISTRO TO TPA-REGISTRO
           WRITE TPA-REGISTRO
           MOVE TRE-PAR-FS       TO WRK-TRN-FS
           PERFORM CONTA-GRAVACAO

           CLOSE TRE-PAR
           PERFORM EXIBE-TOTAL-ARQUIVO.
      *-----------------------------------------------------------------
       COPIA-DEMAIS-ARQUIVOS                                  SECTION.
      *----------------------------------
           PERFORM VARYING WRK-I FROM 1 BY 1 UNTIL WRK-I > 51
              MOVE SPACES TO WRK-TRN-ORIGEM
              MOVE SPACES TO WRK-TRN-DESTINO
              STRING './files/' WRK-TRN-COPIA(WRK-I)
                 DELIMITED BY SPACE INTO WRK-TRN-ORIGEM
              STRING './treino/files/' WRK-TRN-COPIA(WRK-I)
                 DELIMITED BY SPACE INTO WRK-TRN-DESTINO

              CALL 'CBL_COPY_FILE' USING WRK-TRN-ORIGEM
                                         WRK-TRN-DESTINO
                 RETURNING WRK-RETORNO

              IF WRK-RETORNO EQUAL ZERO
                 ADD 1 TO WRK-TRN-TOT-COPIADOS
              ELSE
                 ADD 1 TO WRK-TRN-TOT-AUSENTES
                 CALL 'CBL_DELETE_FILE' USING WRK-TRN-DESTINO
                    RETURNING WRK-RETORNO
              END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       ANONIMIZA-CLIENTE                                      SECTION.
      *----------------------------------
           MOVE TRN-ID TO WRK-TRN-ID
           PERFORM OBTEM-NUMERO-CLIENTE

           IF TRN-NOME NOT EQUAL SPACES
              MOVE ZERO         TO WRK-TRN-VARIANTE
              PERFORM GERA-NOME
              MOVE WRK-TRN-NOME TO TRN-NOME
           END-IF

           IF TRN-EMAIL NOT EQUAL SPACES
              MOVE SPACES TO TRN-EMAIL
              STRING 'CLI' WRK-TRN-NUM '@TREINO.EXEMPLO.COM'
                 DELIMITED BY SIZE INTO TRN-EMAIL
           END-IF

           MOVE '9' TO WRK-TRN-TEL-PREFIXO

           IF TRN-TELEFONE NOT EQUAL SPACES
              MOVE ZERO             TO WRK-TRN-TEL-SUFIXO
              PERFORM GERA-TELEFONE
              MOVE WRK-TRN-TELEFONE TO TRN-TELEFONE
           END-IF

           PERFORM VARYING WRK-I FROM 1 BY 1 UNTIL WRK-I > 2
              IF TRN-TEL-EXTRA-NUMERO(WRK-I) NOT EQUAL SPACES
                 MOVE WRK-I            TO WRK-TRN-TEL-SUFIXO
                 PERFORM GERA-TELEFONE
                 MOVE WRK-TRN-TELEFONE TO TRN-TEL-EXTRA-NUMERO(WRK-I)
              END-IF
           END-PERFORM

           MOVE TRN-CPF-CNPJ TO WRK-TRN-DOC
           PERFORM GERA-DOCUMENTO
           MOVE WRK-TRN-DOC  TO TRN-CPF-CNPJ

           IF TRN-END-LOGRADOURO NOT EQUAL SPACES
              COMPUTE WRK-TRN-END-NUMERO =
                      FUNCTION MOD(WRK-TRN-NUM, 999) + 1
              MOVE 'RUA DO TREINAMENTO' TO TRN-END-LOGRADOURO
              MOVE WRK-TRN-END-NUMERO   TO TRN-END-NUMERO
              MOVE SPACES               TO TRN-END-COMPLEM
              MOVE 'CENTRO'             TO TRN-END-BAIRRO
           END-IF

           IF TRN-DATA-NASCIMENTO NOT EQUAL ZERO
              MOVE TRN-DATA-NASCIMENTO TO WRK-TRN-DATA
              COMPUTE WRK-TRN-DATA-MES =
                      FUNCTION MOD(WRK-TRN-NUM, 12) + 1
              COMPUTE WRK-TRN-DATA-DIA =
                      FUNCTION MOD(WRK-TRN-NUM, 28) + 1
              MOVE WRK-TRN-DATA        TO TRN-DATA-NASCIMENTO
           END-IF.
      *-----------------------------------------------------------------
       OBTEM-NUMERO-CLIENTE                                   SECTION.
      *----------------------------------
           IF WRK-TRN-ID(2:5) IS NUMERIC
              MOVE WRK-TRN-ID(2:5) TO WRK-TRN-NUM
           ELSE
              MOVE ZERO            TO WRK-TRN-NUM
           END-IF.
      *-----------------------------------------------------------------
       GERA-NOME                                              SECTION.
      *----------------------------------
           COMPUTE WRK-TRN-SEMENTE = WRK-TRN-NUM +
                                     (WRK-TRN-VARIANTE * 7)

           DIVIDE WRK-TRN-SEMENTE BY 20 GIVING WRK-TRN-QUOCIENTE
              REMAINDER WRK-TRN-IND-NOME
           ADD 1 TO WRK-TRN-IND-NOME

           COMPUTE WRK-TRN-IND-SOBRENOME =
                   FUNCTION MOD(WRK-TRN-QUOCIENTE, 20) + 1

           MOVE SPACES TO WRK-TRN-NOME
           STRING WRK-TRN-PRENOME(WRK-TRN-IND-NOME)   DELIMITED BY SPACE
                  ' '                                 DELIMITED BY SIZE
                  WRK-TRN-SOBRENOME(WRK-TRN-IND-SOBRENOME)
                                                      DELIMITED BY SPACE
              INTO WRK-TRN-NOME.
      *-----------------------------------------------------------------
       GERA-TELEFONE                                          SECTION.
      *----------------------------------
           MOVE SPACES TO WRK-TRN-TEL-DIGITOS
           STRING WRK-TRN-TEL-PREFIXO WRK-TRN-NUM WRK-TRN-TEL-SUFIXO
              DELIMITED BY SIZE INTO WRK-TRN-TEL-DIGITOS

           MOVE SPACES TO WRK-TRN-TELEFONE
           STRING '(11)' WRK-TRN-TEL-DIGITOS(1:5) '-'
                  WRK-TRN-TEL-DIGITOS(6:4)
              DELIMITED BY SIZE INTO WRK-TRN-TELEFONE.
      *-----------------------------------------------------------------
       GERA-DOCUMENTO                                         SECTION.
      *----------------------------------
           EVALUATE TRUE
              WHEN WRK-TRN-DOC EQUAL SPACES
                 CONTINUE
              WHEN WRK-TRN-DOC(1:11) IS NUMERIC
               AND WRK-TRN-DOC(12:3) EQUAL SPACES
                 PERFORM GERA-CPF
              WHEN WRK-TRN-DOC IS NUMERIC
                 PERFORM GERA-CNPJ
              WHEN OTHER
                 MOVE SPACES TO WRK-TRN-DOC
           END-EVALUATE.
      *-----------------------------------------------------------------
       GERA-CPF                                               SECTION.
      *----------------------------------
           MOVE WRK-TRN-DOC(1:9) TO WRK-TRN-BASE
           COMPUTE WRK-TRN-CALCULO = (WRK-TRN-BASE * 7919) +
                                     WRK-TRN-CHAVE
           DIVIDE WRK-TRN-CALCULO BY 1000000000
              GIVING WRK-TRN-QUOCIENTE REMAINDER WRK-TRN-BASE

           MOVE SPACES       TO WRK-TRN-DOC
           MOVE WRK-TRN-BASE TO WRK-TRN-DOC(1:9)

           MOVE ZERO TO WRK-CPF-SOMA
           PERFORM VARYING WRK-I FROM 1 BY 1 UNTIL WRK-I > 9
              MOVE WRK-TRN-DOC(WRK-I:1)    TO WRK-CPF-DIGITO
              COMPUTE WRK-CPF-PESO = 11 - WRK-I
              COMPUTE WRK-CPF-SOMA = WRK-CPF-SOMA +
                                     (WRK-CPF-DIGITO * WRK-CPF-PESO)
           END-PERFORM
           COMPUTE WRK-CPF-RESTO = FUNCTION MOD(WRK-CPF-SOMA, 11)
           IF WRK-CPF-RESTO LESS THAN 2
              MOVE ZERO TO WRK-CPF-DV1
           ELSE
              COMPUTE WRK-CPF-DV1 = 11 - WRK-CPF-RESTO
           END-IF

           MOVE ZERO TO WRK-CPF-SOMA
           PERFORM VARYING WRK-I FROM 1 BY 1 UNTIL WRK-I > 9
              MOVE WRK-TRN-DOC(WRK-I:1)    TO WRK-CPF-DIGITO
              COMPUTE WRK-CPF-PESO = 12 - WRK-I
              COMPUTE WRK-CPF-SOMA = WRK-CPF-SOMA +
                                     (WRK-CPF-DIGITO * WRK-CPF-PESO)
           END-PERFORM
           COMPUTE WRK-CPF-SOMA = WRK-CPF-SOMA + (WRK-CPF-DV1 * 2)
           COMPUTE WRK-CPF-RESTO = FUNCTION MOD(WRK-CPF-SOMA, 11)
           IF WRK-CPF-RESTO LESS THAN 2
              MOVE ZERO TO WRK-CPF-DV2
           ELSE
              COMPUTE WRK-CPF-DV2 = 11 - WRK-CPF-RESTO
           END-IF

           MOVE WRK-CPF-DV1 TO WRK-TRN-DOC(10:1)
           MOVE WRK-CPF-DV2 TO WRK-TRN-DOC(11:1).
      *-----------------------------------------------------------------
       GERA-CNPJ                                              SECTION.
      *----------------------------------
           MOVE WRK-TRN-DOC(1:8) TO WRK-TRN-RAIZ
           PERFORM EMBARALHA-RAIZ
           MOVE WRK-TRN-RAIZ TO WRK-TRN-DOC(1:8)

           MOVE ZERO TO WRK-CPF-SOMA
           PERFORM VARYING WRK-I FROM 1 BY 1 UNTIL WRK-I > 12
              MOVE WRK-TRN-DOC(WRK-I:1)    TO WRK-CPF-DIGITO
              COMPUTE WRK-CPF-PESO = 2 +
                      FUNCTION MOD((12 - WRK-I), 8)
              COMPUTE WRK-CPF-SOMA = WRK-CPF-SOMA +
                                     (WRK-CPF-DIGITO * WRK-CPF-PESO)
           END-PERFORM
           COMPUTE WRK-CPF-RESTO = FUNCTION MOD(WRK-CPF-SOMA, 11)
           IF WRK-CPF-RESTO LESS THAN 2
              MOVE ZERO TO WRK-CPF-DV1
           ELSE
              COMPUTE WRK-CPF-DV1 = 11 - WRK-CPF-RESTO
           END-IF

           MOVE ZERO TO WRK-CPF-SOMA
           PERFORM VARYING WRK-I FROM 1 BY 1 UNTIL WRK-I > 12
              MOVE WRK-TRN-DOC(WRK-I:1)    TO WRK-CPF-DIGITO
              COMPUTE WRK-CPF-PESO = 2 +
                      FUNCTION MOD((13 - WRK-I), 8)
              COMPUTE WRK-CPF-SOMA = WRK-CPF-SOMA +
                                     (WRK-CPF-DIGITO * WRK-CPF-PESO)
           END-PERFORM
           COMPUTE WRK-CPF-SOMA = WRK-CPF-SOMA + (WRK-CPF-DV1 * 2)
           COMPUTE WRK-CPF-RESTO = FUNCTION MOD(WRK-CPF-SOMA, 11)
           IF WRK-CPF-RESTO LESS THAN 2
              MOVE ZERO TO WRK-CPF-DV2
           ELSE
              COMPUTE WRK-CPF-DV2 = 11 - WRK-CPF-RESTO
           END-IF

           MOVE WRK-CPF-DV1 TO WRK-TRN-DOC(13:1)
           MOVE WRK-CPF-DV2 TO WRK-TRN-DOC(14:1).
      *-----------------------------------------------------------------
       EMBARALHA-RAIZ                                         SECTION.
      *----------------------------------
           COMPUTE WRK-TRN-CALCULO = (WRK-TRN-RAIZ * 7919) +
                                     WRK-TRN-CHAVE
           DIVIDE WRK-TRN-CALCULO BY 100000000
              GIVING WRK-TRN-QUOCIENTE REMAINDER WRK-TRN-RAIZ.
      *-----------------------------------------------------------------
       CONFERE-SAIDA                                          SECTION.
      *----------------------------------
           MOVE ZERO TO WRK-TRN-GRAVADOS
           MOVE ZERO TO WRK-TRN-REJEITADOS

           IF WRK-TRN-FS NOT EQUAL ZERO
              MOVE 'CRIACAO' TO WRK-TRN-OPERACAO
              PERFORM ABORTA-COPIA
           END-IF.
      *-----------------------------------------------------------------
       CONFERE-ENTRADA                                        SECTION.
      *----------------------------------
           IF WRK-TRN-FS NOT EQUAL ZERO
              AND WRK-TRN-FS NOT EQUAL 35
              MOVE 'ABERTURA' TO WRK-TRN-OPERACAO
              PERFORM ABORTA-COPIA
           END-IF.
      *-----------------------------------------------------------------
       CONTA-GRAVACAO                                         SECTION.
      *----------------------------------
           IF WRK-TRN-FS EQUAL ZERO
              ADD 1 TO WRK-TRN-GRAVADOS
              ADD 1 TO WRK-TRN-TOT-GRAVADOS
           ELSE
              ADD 1 TO WRK-TRN-REJEITADOS
           END-IF.
      *-----------------------------------------------------------------
       EXIBE-TOTAL-ARQUIVO                                    SECTION.
      *----------------------------------
           IF WRK-TRN-REJEITADOS EQUAL ZERO
              DISPLAY 'TREINO: ' WRK-TRN-ARQUIVO ' '
                      WRK-TRN-GRAVADOS ' registros'
           ELSE
              DISPLAY 'TREINO: ' WRK-TRN-ARQUIVO ' '
                      WRK-TRN-GRAVADOS ' registros, '
                      WRK-TRN-REJEITADOS ' descartados'
           END-IF.
      *-----------------------------------------------------------------
       ERROS                                                  SECTION.
      *----------------------------------
       ABORTA-COPIA.
           MOVE SPACES TO WRK-ERR-SECAO
           STRING 'ABRE ' WRK-TRN-ARQUIVO
              DELIMITED BY SIZE INTO WRK-ERR-SECAO
           MOVE WRK-TRN-FS TO WRK-ERR-FS
           PERFORM GRAVA-ERRO-FATAL
           PERFORM TRADUZ-TRN-FS
           DISPLAY 'TREINO: ERRO ' WRK-TRN-OPERACAO ' '
                   WRK-TRN-ARQUIVO ' - FS: '
                   WRK-TRN-FS ' (' WRK-FST-MENSAGEM ')'
           MOVE 8 TO RETURN-CODE
           GOBACK.
      *-----------------------------------------------------------------
       MENSAGENS                                              SECTION.
      *----------------------------------
       GRAVA-ERRO-FATAL.
           MOVE 'TREINO' TO WRK-ERR-PROGRAMA
           MOVE 'BATCH' TO WRK-ERR-OPERADOR
           CALL 'GRAVAERRO' USING WRK-ERR-REGISTRO.
      *
       COPY 'CRMK-FSP' REPLACING
            ==FS-PARAGRAFO== BY ==TRADUZ-PAR-FS==
            ==FS-CAMPO==      BY ==ARQCRM-PAR-FS==.
      *
       COPY 'CRMK-FSP' REPLACING
            ==FS-PARAGRAFO== BY ==TRADUZ-TRN-FS==
            ==FS-CAMPO==      BY ==WRK-TRN-FS==.
      *-----------------------------------------------------------------
       FINALIZAR                                              SECTION.
      *----------------------------------
           DISPLAY 'TREINO: ' WRK-TRN-TOT-GRAVADOS
                   ' registros anonimizados, '
                   WRK-TRN-TOT-COPIADOS ' arquivos copiados, '
                   WRK-TRN-TOT-AUSENTES ' inexistentes'.
      *------------------------ FIM DO ARQUIVO -------------------------
