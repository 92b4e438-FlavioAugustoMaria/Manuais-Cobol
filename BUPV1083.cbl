      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. BUPV1083.
       AUTHOR.     RAPHAEL MARQUES.
      *================================================================*
      *                   P R I M E  I N F O R M A T I C A             *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  BUPV1083                                     *
      *    PROGRAMADOR.:  RAPHAEL MARQUES                   -  PRIME   *
      *    ANALISTA....:  MAURO                             -  PRIME   *
      *    DATA........:  15/10/2026                                   *
      *----------------------------------------------------------------*
      *    OBJETIVO....:  REMAPEACAO DO BALCAO INCORPORADO NAS         *
      *                   ENTRADAS DO BATIMENTO - PASSO ANTERIOR A     *
      *                   BUPV1054. CORRESPONDENTES CONTINUAM MANDANDO *
      *                   APORTES COM O CBALCAO ANTIGO SEMANAS DEPOIS  *
      *                   DA INCORPORACAO, ENQUANTO O CCORRASS JA VEM  *
      *                   COM O NOVO - COMO A CHAVE COMECA PELO        *
      *                   BALCAO, OS DOIS LADOS CAIAM COMO             *
      *                   SEM-CCORRASS E SEM-APORTE.                   *
      *                   PARA CADA REGISTRO DO EARQAPOR E DO EARQCCOR *
      *                   CUJO BALCAO TEM INCORPORACAO ATIVA NA        *
      *                   TCTRL_BALCAO_INCORP (MANTIDA PELA BUPV1082)  *
      *                   E CUJA DCONTD E IGUAL OU POSTERIOR A DATA    *
      *                   EFETIVA, TROCA O CBALCAO PELO NOVO (SEGUINDO *
      *                   INCORPORACOES ENCADEADAS ATE 5 SALTOS) E     *
      *                   RECLASSIFICA CADA ARQUIVO PELA CHAVE DO      *
      *                   BATIMENTO. O ENVELOPE I#BUPV45 DO EARQAPOR   *
      *                   E PRESERVADO (HEADER PRIMEIRO, TRAILER       *
      *                   ULTIMO - CONTAGEM E HASHES NAO MUDAM, O      *
      *                   BALCAO NAO ENTRA NELES). CADA REGISTRO       *
      *                   REMAPEADO GANHA UMA LINHA 'REMAPEADA' NA     *
      *                   TCTRL_BATIM_HIST COM A CHAVE ORIGINAL (BALCAO*
      *                   ANTIGO) E O BALCAO NOVO NOS MOTIVOS - A      *
      *                   TRAJETORIA DA BUPV1061 LIGA AS DUAS CHAVES.  *
      *                   O RELATO TRAZ, POR BALCAO ANTIGO/NOVO, OS    *
      *                   REGISTROS REMAPEADOS E OS MANTIDOS (DCONTD   *
      *                   ANTERIOR A DATA EFETIVA OU INVALIDA - A      *
      *                   CRITICA DA BUPV1054 TRATA A DATA INVALIDA).  *
      *                   O PASSO E REEXECUTAVEL: AS LINHAS            *
      *                   'REMAPEADA' DA EXTRACAO SAO REGRAVADAS.      *
      *----------------------------------------------------------------*
      *    COND CODES..:  0000 - PROCESSAMENTO NORMAL (COM OU SEM      *
      *                          REMAPEACAO)                           *
      *                   0004 - TABELA DE INCORPORACOES ACIMA DA      *
      *                          CAPACIDADE OU CADEIA CORTADA NO       *
      *                          LIMITE DE SALTOS (VER RELATO)         *
      *                   0012 - ERRO DE PARM/ARQUIVO/SORT             *
      *----------------------------------------------------------------*
      *    BCO DE DADOS:                                               *
      *                TABLE                          INCLUDE/BOOK     *
      *                DB2PRD.TCTRL_EXTRC_DADO           BUPVB023      *
      *                DB2PRD.TCTRL_BATIM_HIST           BUPVB025      *
      *                DB2PRD.TCTRL_BALCAO_INCORP  (INCORPORACOES DE   *
      *                                             BALCAO)            *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME           I/O           INCLUDE/BOOK     *
      *                EARQAPOR          I              I#BUPV35       *
      *                  (COM OU SEM ENVELOPE I#BUPV45)                *
      *                EARQCCOR          I              I#BUPV3A       *
      *                SAPORREM          O              I#BUPV35       *
      *                  (EARQAPOR REMAPEADO - ENTRADA DA BUPV1054)    *
      *                SCCORREM          O              I#BUPV3A       *
      *                  (EARQCCOR REMAPEADO - ENTRADA DA BUPV1054)    *
      *                SORTWK01          -    (SORT INTERNO)           *
      *                RELATO            O              (INTERNO)      *
      *----------------------------------------------------------------*
      *    BOOK'S......:                                               *
      *    I#BRAD7C - AREA PARA TRATAMENTO DE ERRO PELA BRAD7100       *
      *    I#BUPV00 - AREA DE COMUNICACAO                              *
      *    I#BUPV35 - AREA PARA ARQUIVOS DE APORTES                    *
      *    I#BUPV3A - AREA CCORRASS                                    *
      *    I#BUPV45 - ENVELOPE (HEADER/TRAILER) DOS APORTES            *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    BRAD7100 - AREA PARA TRATAMENTO DE ERRO PELA BRAD7100       *
      *    BRAD7600 - DATA E HORA ATUAL                                *
      *    BUPVM100 - GRAVAR LOG DE ERRO                               *
      *    CKRS1000 - CONEXAO COM O DB2                                *
      *----------------------------------------------------------------*
      *    PARM........:  PARM='CCCC'                                  *
      *                   CCCC = CENTRO DE CUSTO ORIGEM (EXTRACAO      *
      *                          PENDENTE 12/13 DO TCTRL_EXTRC_DADO,   *
      *                          A MESMA QUE A BUPV1054 VAI PROCESSAR) *
      *================================================================*

      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       CONFIGURATION                   SECTION.
      *----------------------------------------------------------------*

       SPECIAL-NAMES.
           DECIMAL-POINT               IS COMMA.

      *----------------------------------------------------------------*
       INPUT-OUTPUT                    SECTION.
      *----------------------------------------------------------------*

       FILE-CONTROL.

           SELECT EARQAPOR  ASSIGN     TO   UT-S-EARQAPOR
           FILE STATUS                 IS   WRK-FS-EARQAPOR.

           SELECT EARQCCOR  ASSIGN     TO   UT-S-EARQCCOR
           FILE STATUS                 IS   WRK-FS-EARQCCOR.

           SELECT SAPORREM  ASSIGN     TO   UT-S-SAPORREM
           FILE STATUS                 IS   WRK-FS-SAPORREM.

           SELECT SCCORREM  ASSIGN     TO   UT-S-SCCORREM
           FILE STATUS                 IS   WRK-FS-SCCORREM.

           SELECT SORTAPOR  ASSIGN     TO   UT-S-SORTWK01.

           SELECT SORTCCOR  ASSIGN     TO   UT-S-SORTWK01.

           SELECT RELATO    ASSIGN     TO   UT-S-RELATO
           FILE STATUS                 IS   WRK-FS-RELATO.

      *================================================================*
       DATA                            DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *   INPUT:   APORTES DA EXTRACAO (COM OU SEM ENVELOPE I#BUPV45)  *
      *            ORG. SEQUENCIAL     -   LRECL   =   356             *
      *----------------------------------------------------------------*
       FD  EARQAPOR
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  FD-EARQAPOR                 PIC  X(356).

      *----------------------------------------------------------------*
      *   INPUT:   CCORRASS DA EXTRACAO                                *
      *            ORG. SEQUENCIAL     -   LRECL   =   238             *
      *----------------------------------------------------------------*
       FD  EARQCCOR
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  FD-EARQCCOR                 PIC  X(238).

      *----------------------------------------------------------------*
      *   OUTPUT:  APORTES REMAPEADOS NA ORDEM DA CHAVE DO BATIMENTO   *
      *            ORG. SEQUENCIAL     -   LRECL   =   356             *
      *----------------------------------------------------------------*
       FD  SAPORREM
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  FD-SAPORREM                 PIC  X(356).

      *----------------------------------------------------------------*
      *   OUTPUT:  CCORRASS REMAPEADOS NA ORDEM DA CHAVE DO BATIMENTO  *
      *            ORG. SEQUENCIAL     -   LRECL   =   238             *
      *----------------------------------------------------------------*
       FD  SCCORREM
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  FD-SCCORREM                 PIC  X(238).

      *----------------------------------------------------------------*
      *   SORT:    APORTES DE DADOS NA ORDEM DA CHAVE DO BATIMENTO     *
      *----------------------------------------------------------------*
       SD  SORTAPOR.
       01  SRT-APOR-REGISTRO.
           05 SRT-APOR-CHAVE           PIC  X(021).
           05 FILLER                   PIC  X(335).

      *----------------------------------------------------------------*
      *   SORT:    CCORRASS NA ORDEM DA CHAVE DO BATIMENTO             *
      *----------------------------------------------------------------*
       SD  SORTCCOR.
       01  SRT-CCOR-REGISTRO.
           05 SRT-CCOR-CHAVE           PIC  X(021).
           05 FILLER                   PIC  X(217).

      *----------------------------------------------------------------*
      *   OUTPUT:  RELATORIO DA REMAPEACAO                             *
      *            ORG. SEQUENCIAL     -   LRECL   =   133  RECFM FBA  *
      *----------------------------------------------------------------*
       FD  RELATO
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  FD-RELATO                   PIC  X(133).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  FILLER                      PIC  X(050)        VALUE
           '*** INICIO DA WORKING-STORAGE SECTION         ****'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       77  ACU-LIDOS-EARQAPOR          PIC  9(009) COMP-3  VALUE ZEROS.
       77  ACU-LIDOS-EARQCCOR          PIC  9(009) COMP-3  VALUE ZEROS.
       77  ACU-GRAVADOS-SAPORREM       PIC  9(009) COMP-3  VALUE ZEROS.
       77  ACU-GRAVADOS-SCCORREM       PIC  9(009) COMP-3  VALUE ZEROS.
       77  ACU-REMAPEADOS-APORTE       PIC  9(009) COMP-3  VALUE ZEROS.
       77  ACU-REMAPEADOS-CCORRASS     PIC  9(009) COMP-3  VALUE ZEROS.
       77  ACU-HISTORICO               PIC  9(009) COMP-3  VALUE ZEROS.
       77  ACU-CADEIAS-CORTADAS        PIC  9(009) COMP-3  VALUE ZEROS.

       77  WRK-BATCH                   PIC  X(008)         VALUE
           'BATCH'.

       77  WRK-PGM                     PIC  X(008)         VALUE
           'BUPV1083'.

       77  WRK-MODULO                  PIC  X(008)         VALUE SPACES.

       77  WRK-COND-CODE               PIC  9(004)         VALUE ZEROS.

       77  WRK-FS-EARQAPOR             PIC  X(002)         VALUE SPACES.
       77  WRK-FS-EARQCCOR             PIC  X(002)         VALUE SPACES.
       77  WRK-FS-SAPORREM             PIC  X(002)         VALUE SPACES.
       77  WRK-FS-SCCORREM             PIC  X(002)         VALUE SPACES.
       77  WRK-FS-RELATO               PIC  X(002)         VALUE SPACES.

       77  WRK-CTR-LINHAS              PIC  9(003) COMP-3  VALUE ZEROS.
       77  WRK-CTR-PAGINAS             PIC  9(005) COMP-3  VALUE ZEROS.
       77  WRK-MAX-LINHAS              PIC  9(003) COMP-3  VALUE 56.

       77  WRK-SQL-TABELA              PIC  X(020)         VALUE SPACES.
       77  WRK-SQL-COMANDO             PIC  X(008)         VALUE SPACES.
       77  WRK-SQL-LOCAL               PIC  X(004)         VALUE SPACES.

       01  WRK-SQLCODE-S9-9            PIC S9(009)         VALUE ZEROS.
       01  FILLER                      REDEFINES WRK-SQLCODE-S9-9.
           05 FILLER                   PIC  X(006).
           05 WRK-SQLCODE-S9-3         PIC S9(003).

       01  WRK-AUX-S9-7                PIC +9(007)         VALUE ZEROS.
       01  FILLER                      REDEFINES WRK-AUX-S9-7.
           05 FILLER                   PIC  X(001).
           05 WRK-AUX-9-7              PIC  9(007).

       01  WRK-AUX-S9-2                PIC +9(002)         VALUE ZEROS.
       01  FILLER                      REDEFINES WRK-AUX-S9-2.
           05 FILLER                   PIC  X(001).
           05 WRK-AUX-9-2              PIC  9(002).

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  FILLER                      PIC  X(050)         VALUE
           '*** PARAMETROS E CONTROLES                     ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       77  WRK-CCTRO-CUSTO-ORIGE       PIC  X(004)         VALUE SPACES.

       77  WRK-DATA-PROC               PIC  X(010)         VALUE SPACES.
       77  WRK-HORA-PROC               PIC  X(008)         VALUE SPACES.

       77  WRK-SW-FIM-SORT             PIC  X(001)         VALUE 'N'.
           88 WRK-FIM-SORT                                 VALUE 'S'.

       77  WRK-SW-FIM-CURSOR           PIC  X(001)         VALUE 'N'.
           88 WRK-FIM-CURSOR                               VALUE 'S'.

      *--- ENVELOPE DO EARQAPOR GUARDADO NA LEITURA E DEVOLVIDO NAS
      *--- PONTAS DO SAPORREM (FORA DO SORT).
       77  WRK-SW-HEADER               PIC  X(001)         VALUE 'N'.
           88 WRK-TEM-HEADER                               VALUE 'S'.
       77  WRK-SW-TRAILER              PIC  X(001)         VALUE 'N'.
           88 WRK-TEM-TRAILER                              VALUE 'S'.
       01  WRK-HEADER-APOR             PIC  X(356)         VALUE SPACES.
       01  WRK-TRAILER-APOR            PIC  X(356)         VALUE SPACES.

      *--- ARQUIVO DO REGISTRO EM REMAPEACAO (CONTADORES DA TABELA E
      *--- ORIGEM DO HISTORICO).
       77  WRK-SW-ARQUIVO              PIC  X(001)         VALUE SPACES.
           88 WRK-ARQUIVO-APORTE                           VALUE 'A'.
           88 WRK-ARQUIVO-CCORRASS                         VALUE 'C'.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  FILLER                      PIC  X(050)         VALUE
           '*** TABELA DE INCORPORACOES ATIVAS             ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

      *--- CARREGADA EM ORDEM DE BALCAO ANTIGO. A DATA EFETIVA FICA
      *--- TAMBEM EM AAAAMMDD PARA A COMPARACAO COM A DCONTD. OS
      *--- CONTADORES SAO POR SALTO - NUMA CADEIA A->B->C O REGISTRO
      *--- CONTA EM A->B E EM B->C.
       77  WRK-MAX-INCORP              PIC  9(005) COMP-3  VALUE 3000.
       77  WRK-QTD-INCORP              PIC  9(005) COMP-3  VALUE ZEROS.
       77  WRK-QTD-INCORP-IGNORADAS    PIC  9(005) COMP-3  VALUE ZEROS.
       77  WRK-IND-INC                 PIC  9(005) COMP-3  VALUE ZEROS.

       01  WRK-TAB-INCORP.
           05 WRK-TBI-ENTRADA          OCCURS 3000 TIMES.
              10 WRK-TBI-BALCAO-ANTIGO PIC  X(005).
              10 WRK-TBI-BALCAO-NOVO   PIC  X(005).
              10 WRK-TBI-DATA-EFETIVA  PIC  X(010).
              10 WRK-TBI-EFETIVA-NUM   PIC  9(008).
              10 WRK-TBI-REM-APORTE    PIC  9(009)  COMP-3.
              10 WRK-TBI-REM-CCORRASS  PIC  9(009)  COMP-3.
              10 WRK-TBI-MAN-APORTE    PIC  9(009)  COMP-3.
              10 WRK-TBI-MAN-CCORRASS  PIC  9(009)  COMP-3.

      *--- RESOLUCAO DO BALCAO DE UM REGISTRO. OS ARQUIVOS CHEGAM
      *--- CLASSIFICADOS PELA CHAVE (QUE COMECA PELO BALCAO), ENTAO A
      *--- POSICAO DO PRIMEIRO SALTO E GUARDADA PARA O BALCAO SEGUINTE
      *--- IGUAL NAO PERCORRER A TABELA DE NOVO.
       77  WRK-MAX-SALTOS              PIC  9(002) COMP-3  VALUE 5.
       77  WRK-QTD-SALTOS              PIC  9(002) COMP-3  VALUE ZEROS.
       77  WRK-BALCAO-PROCURADO        PIC  X(005)         VALUE SPACES.
       77  WRK-BALCAO-RESOLVIDO        PIC  X(005)         VALUE SPACES.
       77  WRK-BALCAO-ANTERIOR         PIC  X(005)         VALUE SPACES.
       77  WRK-IND-ANTERIOR            PIC  9(005) COMP-3  VALUE ZEROS.

       77  WRK-SW-CADEIA               PIC  X(001)         VALUE 'N'.
           88 WRK-CADEIA-FIM                               VALUE 'S'.

       77  WRK-SW-REMAPEADO            PIC  X(001)         VALUE 'N'.
           88 WRK-REGISTRO-REMAPEADO                       VALUE 'S'.

      *--- DCONTD DD.MM.AAAA DO REGISTRO CONVERTIDA PARA AAAAMMDD.
       01  WRK-DATA-DDMMAAAA           PIC  X(010)         VALUE SPACES.
       01  WRK-DATA-DDMMAAAA-R         REDEFINES WRK-DATA-DDMMAAAA.
           05 WRK-DDM-DIA              PIC  X(002).
           05 FILLER                   PIC  X(001).
           05 WRK-DDM-MES              PIC  X(002).
           05 FILLER                   PIC  X(001).
           05 WRK-DDM-ANO              PIC  X(004).

       01  WRK-DATA-AAAAMMDD.
           05 WRK-AMD-ANO              PIC  X(004)         VALUE ZEROS.
           05 WRK-AMD-MES              PIC  X(002)         VALUE ZEROS.
           05 WRK-AMD-DIA              PIC  X(002)         VALUE ZEROS.
       01  WRK-DATA-AAAAMMDD-R         REDEFINES WRK-DATA-AAAAMMDD
                                       PIC  9(008).

       77  WRK-SW-DATA                 PIC  X(001)         VALUE 'S'.
           88 WRK-DATA-CONVERTIDA                          VALUE 'S'.
           88 WRK-DATA-NAO-CONVERTIDA                      VALUE 'N'.

       77  WRK-DCONTD-NUM              PIC  9(008)         VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  FILLER                      PIC  X(050)         VALUE
           '*** AREA DO HISTORICO DE TRAJETORIA            ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

      *--- MESMA MONTAGEM DA 7000-GRAVAR-HISTORICO DA BUPV1054: A
      *--- CHAVE ORIGINAL (BALCAO ANTIGO) E DESFEITA NOS CAMPOS DA
      *--- TABELA PELO REDEFINES; O BALCAO NOVO VAI NOS MOTIVOS.
       01  WRK-HIST-CHAVE              PIC  X(021)         VALUE SPACES.
       01  WRK-HIST-CHAVE-R            REDEFINES WRK-HIST-CHAVE.
           05 WRK-HIS-CBALCAO          PIC  X(005).
           05 WRK-HIS-CPRODUTO         PIC  X(002).
           05 WRK-HIS-CSUBPROD         PIC  X(002).
           05 WRK-HIS-CNUMECTA         PIC  X(006).
           05 WRK-HIS-CDIGICTA         PIC  X(001).
           05 WRK-HIS-ZMOVCTA          PIC  X(005).

       77  WRK-HIST-ORIGEM             PIC  X(008)         VALUE SPACES.
       77  WRK-HIST-QTD-RECICLO        PIC  9(002)         VALUE ZEROS.

       01  WRK-HIST-MOTIVOS.
           05 FILLER                   PIC  X(012)         VALUE
              'BALCAO NOVO '.
           05 WRK-HIST-BALCAO-NOVO     PIC  X(005)         VALUE SPACES.
           05 FILLER                   PIC  X(001)         VALUE SPACE.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  FILLER                      PIC  X(050)         VALUE
           '*** HOST VARIABLES                             ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       77  WRK-HV-BALCAO-ANTIGO        PIC  X(005)         VALUE SPACES.
       77  WRK-HV-BALCAO-NOVO          PIC  X(005)         VALUE SPACES.
       77  WRK-HV-DATA-EFETIVA         PIC  X(010)         VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  FILLER                      PIC  X(050)         VALUE
           '*** LINHAS DO RELATO                           ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-LINHA-IMPRIMIR          PIC  X(133)         VALUE SPACES.

       01  WRK-REM-CAB1.
           05 FILLER                   PIC  X(001)         VALUE '1'.
           05 FILLER                   PIC  X(008)         VALUE
              'BUPV1083'.
           05 FILLER                   PIC  X(010)         VALUE SPACES.
           05 FILLER                   PIC  X(049)         VALUE
              'REMAPEACAO DE BALCAO INCORPORADO NAS ENTRADAS    '.
           05 FILLER                   PIC  X(049)         VALUE SPACES.
           05 FILLER                   PIC  X(005)         VALUE
              'PAG: '.
           05 WRK-REM-PAGINA           PIC  ZZZ9.
           05 FILLER                   PIC  X(007)         VALUE SPACES.

       01  WRK-REM-CAB2.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 FILLER                   PIC  X(008)         VALUE
              'CENTRO: '.
           05 WRK-REM-CENTRO           PIC  X(004)         VALUE SPACES.
           05 FILLER                   PIC  X(013)         VALUE
              '  EXTRACAO: '.
           05 WRK-REM-PERIODO          PIC  9(002)         VALUE ZEROS.
           05 FILLER                   PIC  X(001)         VALUE '/'.
           05 WRK-REM-SEQUENCIA        PIC  9(007)         VALUE ZEROS.
           05 FILLER                   PIC  X(009)         VALUE
              '  DATA: '.
           05 WRK-REM-DATA             PIC  X(010)         VALUE SPACES.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-REM-HORA             PIC  X(008)         VALUE SPACES.
           05 FILLER                   PIC  X(069)         VALUE SPACES.

       01  WRK-REM-CAB3.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 FILLER                   PIC  X(016)         VALUE
              'BALCAO ANTIGO'.
           05 FILLER                   PIC  X(013)         VALUE
              'BALCAO NOVO'.
           05 FILLER                   PIC  X(014)         VALUE
              'DATA EFETIVA'.
           05 FILLER                   PIC  X(018)         VALUE
              '  APORTES REMAP.'.
           05 FILLER                   PIC  X(018)         VALUE
              ' CCORRASS REMAP.'.
           05 FILLER                   PIC  X(018)         VALUE
              '  APORTES MANT.'.
           05 FILLER                   PIC  X(018)         VALUE
              ' CCORRASS MANT.'.
           05 FILLER                   PIC  X(017)         VALUE SPACES.

       01  WRK-REM-DET.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 FILLER                   PIC  X(004)         VALUE SPACES.
           05 WRK-RED-BALCAO-ANTIGO    PIC  X(005)         VALUE SPACES.
           05 FILLER                   PIC  X(011)         VALUE SPACES.
           05 WRK-RED-BALCAO-NOVO      PIC  X(005)         VALUE SPACES.
           05 FILLER                   PIC  X(004)         VALUE SPACES.
           05 WRK-RED-DATA-EFETIVA     PIC  X(010)         VALUE SPACES.
           05 FILLER                   PIC  X(004)         VALUE SPACES.
           05 WRK-RED-REM-APORTE       PIC  ZZZ.ZZZ.ZZ9    VALUE ZEROS.
           05 FILLER                   PIC  X(007)         VALUE SPACES.
           05 WRK-RED-REM-CCORRASS     PIC  ZZZ.ZZZ.ZZ9    VALUE ZEROS.
           05 FILLER                   PIC  X(007)         VALUE SPACES.
           05 WRK-RED-MAN-APORTE       PIC  ZZZ.ZZZ.ZZ9    VALUE ZEROS.
           05 FILLER                   PIC  X(007)         VALUE SPACES.
           05 WRK-RED-MAN-CCORRASS     PIC  ZZZ.ZZZ.ZZ9    VALUE ZEROS.
           05 FILLER                   PIC  X(024)         VALUE SPACES.

       01  WRK-REM-TOTAL.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-RET-DESCRICAO        PIC  X(040)         VALUE SPACES.
           05 WRK-RET-QUANTIDADE       PIC  ZZZ.ZZZ.ZZ9    VALUE ZEROS.
           05 FILLER                   PIC  X(081)         VALUE SPACES.

       01  WRK-REM-MENSAGEM.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-REM-TEXTO            PIC  X(100)         VALUE SPACES.
           05 FILLER                   PIC  X(032)         VALUE SPACES.

       01  WRK-REM-BRANCO              PIC  X(133)         VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DA BRAD7600                           ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-7600-DATA-HORA.
           05 WRK-7600-DT-JULIANA      PIC  9(005) COMP-3  VALUE ZEROS.
           05 WRK-7600-DT-AAMMDDD      PIC  9(007) COMP-3  VALUE ZEROS.
           05 WRK-7600-DT-AAAAMMDD     PIC  9(009) COMP-3  VALUE ZEROS.
           05 WRK-7600-DT-HHMMSS       PIC  9(007) COMP-3  VALUE ZEROS.
           05 WRK-7600-DT-HHMMSSSS     PIC  9(013) COMP-3  VALUE ZEROS.
           05 WRK-7600-TIMESTAMP.
              10 WRK-7600-ANO          PIC  9(004)         VALUE ZEROS.
              10 WRK-7600-MES          PIC  9(002)         VALUE ZEROS.
              10 WRK-7600-DIA          PIC  9(002)         VALUE ZEROS.
              10 WRK-7600-HORA         PIC  9(002)         VALUE ZEROS.
              10 WRK-7600-MINUTOS      PIC  9(002)         VALUE ZEROS.
              10 WRK-7600-SEGUNDOS     PIC  9(002)         VALUE ZEROS.
              10 WRK-7600-MICROSEG     PIC  9(006)         VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREAS DOS ARQUIVOS                         ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       COPY I#BUPV35.

       COPY I#BUPV3A.

       COPY I#BUPV45.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DA BRAD7100                           ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       COPY I#BRAD7C.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE COMUNICACAO                        ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       COPY I#BUPV00.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DAS TABELAS                           ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

           EXEC SQL
                INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
                INCLUDE BUPVB023
           END-EXEC.

           EXEC SQL
                INCLUDE BUPVB025
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** LOG DE PARAMETROS DA EXECUCAO (BUPVM130)   ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       COPY I#BUPV51.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** FIM DA WORKING-STORAGE SECTION             ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*

      *--- AREA DE PARM DA EXEC.
      *--- EX.: PARM='ALTA'
       01  LK-PARM-AREA.
           05 LK-PARM-TAM              PIC  S9(004) COMP.
           05 LK-PARM-CENTRO           PIC  X(004).

      *================================================================*
       PROCEDURE                       DIVISION     USING
                                       LK-PARM-AREA.
      *================================================================*

      *----------------------------------------------------------------*
       0000-ROTINA-PRINCIPAL           SECTION.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIALIZAR.

           PERFORM 1200-OBTER-SEQUENCIA.

           PERFORM 1300-LIMPAR-HISTORICO.

           PERFORM 1500-CARREGAR-INCORPORACOES.

           SORT SORTAPOR
                ON ASCENDING KEY SRT-APOR-CHAVE
                INPUT  PROCEDURE IS 2000-REMAPEAR-EARQAPOR
                OUTPUT PROCEDURE IS 2500-GRAVAR-SAPORREM.

           IF SORT-RETURN              NOT EQUAL ZEROS
              DISPLAY 'BUPV1083 - ERRO NO SORT DOS APORTES - '
                      'SORT-RETURN ' SORT-RETURN
              MOVE 12                  TO   RETURN-CODE
              STOP RUN
           END-IF.

           MOVE 'N'                    TO   WRK-SW-FIM-SORT.
           MOVE SPACES                 TO   WRK-BALCAO-ANTERIOR.

           SORT SORTCCOR
                ON ASCENDING KEY SRT-CCOR-CHAVE
                INPUT  PROCEDURE IS 3000-REMAPEAR-EARQCCOR
                OUTPUT PROCEDURE IS 3500-GRAVAR-SCCORREM.

           IF SORT-RETURN              NOT EQUAL ZEROS
              DISPLAY 'BUPV1083 - ERRO NO SORT DOS CCORRASS - '
                      'SORT-RETURN ' SORT-RETURN
              MOVE 12                  TO   RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 4000-CONFIRMAR-HISTORICO.

           PERFORM 5000-IMPRIMIR-RELATO.

           PERFORM 6000-FINALIZAR.

      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1000-INICIALIZAR                SECTION.
      *----------------------------------------------------------------*

           INITIALIZE BU00-REGISTRO.

           PERFORM 1400-OBTER-PARAMETROS.

           CALL 'CKRS1000'.

           PERFORM 1450-REGISTRAR-PARAMETROS.

           OPEN OUTPUT RELATO.

           IF WRK-FS-RELATO            NOT EQUAL '00'
              DISPLAY 'BUPV1083 - ERRO NA ABERTURA DO RELATO - FS '
                      WRK-FS-RELATO
              MOVE 12                  TO   RETURN-CODE
              STOP RUN
           END-IF.

           CALL 'BRAD7600'             USING WRK-7600-DATA-HORA.

           STRING WRK-7600-DIA '.'
                  WRK-7600-MES '.'
                  WRK-7600-ANO
              DELIMITED BY SIZE        INTO WRK-DATA-PROC
           END-STRING.

           STRING WRK-7600-HORA    ':'
                  WRK-7600-MINUTOS ':'
                  WRK-7600-SEGUNDOS
              DELIMITED BY SIZE        INTO WRK-HORA-PROC
           END-STRING.

           MOVE WRK-CCTRO-CUSTO-ORIGE  TO   WRK-REM-CENTRO.
           MOVE WRK-DATA-PROC          TO   WRK-REM-DATA.
           MOVE WRK-HORA-PROC          TO   WRK-REM-HORA.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1100-IMPRIMIR-CABECALHO         SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO   WRK-CTR-PAGINAS.

           MOVE WRK-CTR-PAGINAS        TO   WRK-REM-PAGINA.

           WRITE FD-RELATO             FROM WRK-REM-CAB1.
           WRITE FD-RELATO             FROM WRK-REM-CAB2.
           WRITE FD-RELATO             FROM WRK-REM-BRANCO.
           WRITE FD-RELATO             FROM WRK-REM-CAB3.

           IF WRK-FS-RELATO            NOT EQUAL '00'
              PERFORM 9100-ERRO-GRAVACAO-RELATO
           END-IF.

           MOVE 4                      TO   WRK-CTR-LINHAS.

      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1150-IMPRIMIR-LINHA             SECTION.
      *----------------------------------------------------------------*

           IF WRK-CTR-LINHAS           NOT LESS  WRK-MAX-LINHAS
              PERFORM 1100-IMPRIMIR-CABECALHO
           END-IF.

           WRITE FD-RELATO             FROM WRK-LINHA-IMPRIMIR.

           IF WRK-FS-RELATO            NOT EQUAL '00'
              PERFORM 9100-ERRO-GRAVACAO-RELATO
           END-IF.

           ADD 1                       TO   WRK-CTR-LINHAS.

      *----------------------------------------------------------------*
       1150-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1200-OBTER-SEQUENCIA            SECTION.
      *----------------------------------------------------------------*

      *--- MESMA EXTRACAO PENDENTE QUE A BUPV1054 SELECIONA (1200 DELA)
      *--- - AS LINHAS DO HISTORICO FICAM NA EXTRACAO DO BATIMENTO.
           EXEC SQL
               SELECT  CPERDC_PROCM_SIST,
                       NSEQ_PROCM_EFETU
               INTO    :BUPVB023.CPERDC-PROCM-SIST,
                       :BUPVB023.NSEQ-PROCM-EFETU
               FROM    DB2PRD.TCTRL_EXTRC_DADO
               WHERE   CFNCAO_PROCM        =   1
               AND     CPERDC_PROCM_SIST   IN (1, 3)
               AND     CDADO_TRATD         =   1
               AND     CCTRO_CUSTO_ORIGE   =  :WRK-CCTRO-CUSTO-ORIGE
               AND     CINDCD_SIT_PREVD    IN (12, 13)
           END-EXEC.

           IF (SQLCODE                 NOT EQUAL ZEROS) OR
              (SQLWARN0                EQUAL 'W')
              MOVE 'TCTRL_EXTRC_DADO'  TO   WRK-SQL-TABELA
              MOVE 'SELECT'            TO   WRK-SQL-COMANDO
              MOVE '1200'              TO   WRK-SQL-LOCAL
              PERFORM 9200-ERRO-SQL
           END-IF.

           MOVE CPERDC-PROCM-SIST OF BUPVB023
                                       TO   WRK-AUX-S9-2.
           MOVE WRK-AUX-9-2            TO   WRK-REM-PERIODO.
           MOVE NSEQ-PROCM-EFETU  OF BUPVB023
                                       TO   WRK-AUX-S9-7.
           MOVE WRK-AUX-9-7            TO   WRK-REM-SEQUENCIA.

      *----------------------------------------------------------------*
       1200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1300-LIMPAR-HISTORICO           SECTION.
      *----------------------------------------------------------------*

      *--- REEXECUCAO DO PASSO NA MESMA EXTRACAO: AS LINHAS
      *--- 'REMAPEADA' ANTERIORES SAEM E SAO REGRAVADAS NESTA
      *--- EXECUCAO (MESMA UNIDADE DE COMMIT DA 4000).
           EXEC SQL
               DELETE FROM DB2PRD.TCTRL_BATIM_HIST
               WHERE   CCTRO_CUSTO_ORIGE   =  :WRK-CCTRO-CUSTO-ORIGE
               AND     CPERDC_PROCM_SIST   =
                      :BUPVB023.CPERDC-PROCM-SIST
               AND     NSEQ_PROCM_EFETU    =
                      :BUPVB023.NSEQ-PROCM-EFETU
               AND     DESTINO_BATIM       =   'REMAPEADA'
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              AND SQLCODE              NOT EQUAL 100
              MOVE 'TCTRL_BATIM_HIST'  TO   WRK-SQL-TABELA
              MOVE 'DELETE'            TO   WRK-SQL-COMANDO
              MOVE '1300'              TO   WRK-SQL-LOCAL
              PERFORM 9200-ERRO-SQL
           END-IF.

      *----------------------------------------------------------------*
       1300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1400-OBTER-PARAMETROS           SECTION.
      *----------------------------------------------------------------*

           IF LK-PARM-TAM              LESS      4
              OR LK-PARM-CENTRO        EQUAL     SPACES
              DISPLAY '**************** BUPV1083 ****************'
              DISPLAY '*                                        *'
              DISPLAY '*   PARM OBRIGATORIA NAO INFORMADA       *'
              DISPLAY '*   CENTRO                               *'
              DISPLAY '*                                        *'
              DISPLAY '**************** BUPV1083 ****************'
              MOVE 12                  TO   RETURN-CODE
              STOP RUN
           END-IF.

           MOVE LK-PARM-CENTRO         TO   WRK-CCTRO-CUSTO-ORIGE.

      *----------------------------------------------------------------*
       1400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1450-REGISTRAR-PARAMETROS       SECTION.
      *----------------------------------------------------------------*

      *--- PARAMETROS EFETIVOS (JA COM OS DEFAULTS) NO LOG COMUM DA
      *--- CADEIA VIA BUPVM130 (VER I#BUPV51). FALHA DE REGISTRO E
      *--- TOLERADA PELO PROPRIO BUPVM130.
           INITIALIZE BU51-INTERFACE.

           MOVE WRK-PGM                TO   BU51-PROGRAMA.

           MOVE WRK-CCTRO-CUSTO-ORIGE  TO   BU51-CCTRO-CUSTO.

           SET BU51-PARM-INFORMADA     TO   TRUE.

           CALL 'BUPVM130'             USING BU51-INTERFACE.

      *----------------------------------------------------------------*
       1450-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1500-CARREGAR-INCORPORACOES     SECTION.
      *----------------------------------------------------------------*

           EXEC SQL
               DECLARE CURS-INCORP CURSOR FOR
               SELECT  CBALCAO_ANTIGO,
                       CBALCAO_NOVO,
                       DATA_EFETIVA
               FROM    DB2PRD.TCTRL_BALCAO_INCORP
               WHERE   CINDCD_SIT          =   'A'
               ORDER BY CBALCAO_ANTIGO
           END-EXEC.

           EXEC SQL
               OPEN CURS-INCORP
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              MOVE 'TCTRL_BALCAO_INCORP'
                                       TO   WRK-SQL-TABELA
              MOVE 'CURSOR'            TO   WRK-SQL-COMANDO
              MOVE '1500'              TO   WRK-SQL-LOCAL
              PERFORM 9200-ERRO-SQL
           END-IF.

           PERFORM 1510-FETCH-INCORP
                   UNTIL WRK-FIM-CURSOR.

           EXEC SQL
               CLOSE CURS-INCORP
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              MOVE 'TCTRL_BALCAO_INCORP'
                                       TO   WRK-SQL-TABELA
              MOVE 'CURSOR'            TO   WRK-SQL-COMANDO
              MOVE '1500'              TO   WRK-SQL-LOCAL
              PERFORM 9200-ERRO-SQL
           END-IF.

      *--- SEM CAPACIDADE PARA TODAS AS INCORPORACOES ATIVAS O PASSO
      *--- SEGUE COM AS CARREGADAS E AVISA - OS BALCOES QUE FICARAM DE
      *--- FORA CAEM NO BATIMENTO COMO ANTES DA TABELA EXISTIR.
           IF WRK-QTD-INCORP-IGNORADAS GREATER   ZEROS
              MOVE 4                   TO   WRK-COND-CODE
              DISPLAY 'BUPV1083 - INCORPORACOES ACIMA DA CAPACIDADE - '
                      'IGNORADAS: ' WRK-QTD-INCORP-IGNORADAS
           END-IF.

      *----------------------------------------------------------------*
       1500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1510-FETCH-INCORP               SECTION.
      *----------------------------------------------------------------*

           EXEC SQL
               FETCH CURS-INCORP
               INTO  :WRK-HV-BALCAO-ANTIGO,
                     :WRK-HV-BALCAO-NOVO,
                     :WRK-HV-DATA-EFETIVA
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE             EQUAL     ZEROS
                   CONTINUE
              WHEN SQLCODE             EQUAL     100
                   SET WRK-FIM-CURSOR  TO   TRUE
                   GO TO 1510-99-FIM
              WHEN OTHER
                   MOVE 'TCTRL_BALCAO_INCORP'
                                       TO   WRK-SQL-TABELA
                   MOVE 'CURSOR'       TO   WRK-SQL-COMANDO
                   MOVE '1510'         TO   WRK-SQL-LOCAL
                   PERFORM 9200-ERRO-SQL
           END-EVALUATE.

           IF WRK-QTD-INCORP           NOT LESS  WRK-MAX-INCORP
              ADD 1                    TO   WRK-QTD-INCORP-IGNORADAS
              GO TO 1510-99-FIM
           END-IF.

           ADD 1                       TO   WRK-QTD-INCORP.

           MOVE WRK-HV-BALCAO-ANTIGO   TO   WRK-TBI-BALCAO-ANTIGO
                                            (WRK-QTD-INCORP).
           MOVE WRK-HV-BALCAO-NOVO     TO   WRK-TBI-BALCAO-NOVO
                                            (WRK-QTD-INCORP).
           MOVE WRK-HV-DATA-EFETIVA    TO   WRK-TBI-DATA-EFETIVA
                                            (WRK-QTD-INCORP)
                                            WRK-DATA-DDMMAAAA.

           PERFORM 2800-CONVERTER-DATA.

           MOVE WRK-DCONTD-NUM         TO   WRK-TBI-EFETIVA-NUM
                                            (WRK-QTD-INCORP).
           MOVE ZEROS                  TO   WRK-TBI-REM-APORTE
                                            (WRK-QTD-INCORP)
                                            WRK-TBI-REM-CCORRASS
                                            (WRK-QTD-INCORP)
                                            WRK-TBI-MAN-APORTE
                                            (WRK-QTD-INCORP)
                                            WRK-TBI-MAN-CCORRASS
                                            (WRK-QTD-INCORP).

      *----------------------------------------------------------------*
       1510-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-REMAPEAR-EARQAPOR          SECTION.
      *----------------------------------------------------------------*

      *--- INPUT PROCEDURE DO SORT DOS APORTES - O ENVELOPE FICA
      *--- GUARDADO PARA A OUTPUT PROCEDURE; SO DADOS VAO AO SORT.
           OPEN INPUT EARQAPOR.

           IF WRK-FS-EARQAPOR          NOT EQUAL '00'
              DISPLAY 'BUPV1083 - ERRO NA ABERTURA DO EARQAPOR - FS '
                      WRK-FS-EARQAPOR
              MOVE 12                  TO   RETURN-CODE
              STOP RUN
           END-IF.

           SET WRK-ARQUIVO-APORTE      TO   TRUE.

           PERFORM 2100-LER-EARQAPOR
                   UNTIL WRK-FS-EARQAPOR EQUAL '10'.

           CLOSE EARQAPOR.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-LER-EARQAPOR               SECTION.
      *----------------------------------------------------------------*

           READ EARQAPOR               INTO BU35-REGISTRO.

           IF WRK-FS-EARQAPOR          EQUAL     '10'
              GO TO 2100-99-FIM
           END-IF.

           IF WRK-FS-EARQAPOR          NOT EQUAL '00'
              DISPLAY 'BUPV1083 - ERRO NA LEITURA DO EARQAPOR - FS '
                      WRK-FS-EARQAPOR
              MOVE 12                  TO   RETURN-CODE
              STOP RUN
           END-IF.

           IF BU35-REGISTRO(1:9)       EQUAL     'HDRAPOR**'
              MOVE BU35-REGISTRO       TO   WRK-HEADER-APOR
              SET WRK-TEM-HEADER       TO   TRUE
              GO TO 2100-99-FIM
           END-IF.

           IF BU35-REGISTRO(1:9)       EQUAL     'TRLAPOR**'
              MOVE BU35-REGISTRO       TO   WRK-TRAILER-APOR
              SET WRK-TEM-TRAILER      TO   TRUE
              GO TO 2100-99-FIM
           END-IF.

           ADD 1                       TO   ACU-LIDOS-EARQAPOR.

           MOVE BU35-CBALCAO           TO   WRK-BALCAO-PROCURADO.
           MOVE BU35-DCONTD            TO   WRK-DATA-DDMMAAAA.

           PERFORM 2700-RESOLVER-BALCAO.

           IF WRK-REGISTRO-REMAPEADO
              ADD 1                    TO   ACU-REMAPEADOS-APORTE
              MOVE BU35-REGISTRO(1:21) TO   WRK-HIST-CHAVE
              MOVE 'EARQAPOR'          TO   WRK-HIST-ORIGEM
              MOVE ZEROS               TO   WRK-HIST-QTD-RECICLO
              PERFORM 7000-GRAVAR-HISTORICO
              MOVE WRK-BALCAO-RESOLVIDO
                                       TO   BU35-CBALCAO
           END-IF.

           RELEASE SRT-APOR-REGISTRO   FROM BU35-REGISTRO.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2500-GRAVAR-SAPORREM            SECTION.
      *----------------------------------------------------------------*

      *--- OUTPUT PROCEDURE DO SORT DOS APORTES - HEADER ORIGINAL,
      *--- APORTES NA ORDEM DA CHAVE JA REMAPEADA E TRAILER ORIGINAL.
           OPEN OUTPUT SAPORREM.

           IF WRK-FS-SAPORREM          NOT EQUAL '00'
              DISPLAY 'BUPV1083 - ERRO NA ABERTURA DO SAPORREM - FS '
                      WRK-FS-SAPORREM
              MOVE 12                  TO   RETURN-CODE
              STOP RUN
           END-IF.

           IF WRK-TEM-HEADER
              WRITE FD-SAPORREM        FROM WRK-HEADER-APOR
              PERFORM 2600-TESTAR-FS-SAPORREM
           END-IF.

           PERFORM 2510-RETORNAR-APORTE
                   UNTIL WRK-FIM-SORT.

           IF WRK-TEM-TRAILER
              WRITE FD-SAPORREM        FROM WRK-TRAILER-APOR
              PERFORM 2600-TESTAR-FS-SAPORREM
           END-IF.

           CLOSE SAPORREM.
           PERFORM 2600-TESTAR-FS-SAPORREM.

      *----------------------------------------------------------------*
       2500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2510-RETORNAR-APORTE            SECTION.
      *----------------------------------------------------------------*

           RETURN SORTAPOR             INTO BU35-REGISTRO
               AT END
                  SET WRK-FIM-SORT     TO   TRUE
                  GO TO 2510-99-FIM
           END-RETURN.

           WRITE FD-SAPORREM           FROM BU35-REGISTRO.
           PERFORM 2600-TESTAR-FS-SAPORREM.

           ADD 1                       TO   ACU-GRAVADOS-SAPORREM.

      *----------------------------------------------------------------*
       2510-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2600-TESTAR-FS-SAPORREM         SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-SAPORREM          NOT EQUAL '00'
              DISPLAY 'BUPV1083 - ERRO NA GRAVACAO DO SAPORREM - FS '
                      WRK-FS-SAPORREM
              MOVE 12                  TO   RETURN-CODE
              STOP RUN
           END-IF.

      *----------------------------------------------------------------*
       2600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2700-RESOLVER-BALCAO            SECTION.
      *----------------------------------------------------------------*

      *--- DEVOLVE EM WRK-BALCAO-RESOLVIDO O BALCAO FINAL DO REGISTRO
      *--- (WRK-BALCAO-PROCURADO + DCONTD EM WRK-DATA-DDMMAAAA) E LIGA
      *--- WRK-REGISTRO-REMAPEADO QUANDO HOUVE AO MENOS UM SALTO.
      *--- CADA SALTO SO VALE SE A DCONTD FOR IGUAL OU POSTERIOR A
      *--- DATA EFETIVA DAQUELA INCORPORACAO.
           MOVE 'N'                    TO   WRK-SW-REMAPEADO
                                            WRK-SW-CADEIA.
           MOVE WRK-BALCAO-PROCURADO   TO   WRK-BALCAO-RESOLVIDO.
           MOVE ZEROS                  TO   WRK-QTD-SALTOS.

           IF WRK-QTD-INCORP           EQUAL     ZEROS
              GO TO 2700-99-FIM
           END-IF.

           PERFORM 2800-CONVERTER-DATA.

      *--- PRIMEIRO SALTO PELA POSICAO GUARDADA DO BALCAO ANTERIOR.
           IF WRK-BALCAO-PROCURADO     NOT EQUAL WRK-BALCAO-ANTERIOR
              MOVE WRK-BALCAO-PROCURADO
                                       TO   WRK-BALCAO-ANTERIOR
              PERFORM 2750-LOCALIZAR-INCORP
              MOVE WRK-IND-INC         TO   WRK-IND-ANTERIOR
           ELSE
              MOVE WRK-IND-ANTERIOR    TO   WRK-IND-INC
           END-IF.

           PERFORM 2710-APLICAR-SALTO
                   UNTIL WRK-CADEIA-FIM.

      *----------------------------------------------------------------*
       2700-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2710-APLICAR-SALTO              SECTION.
      *----------------------------------------------------------------*

           IF WRK-IND-INC              EQUAL     ZEROS
              SET WRK-CADEIA-FIM       TO   TRUE
              GO TO 2710-99-FIM
           END-IF.

      *--- DCONTD ANTERIOR A DATA EFETIVA (OU INVALIDA) MANTEM O
      *--- BALCAO DESTE PONTO DA CADEIA.
           IF WRK-DATA-NAO-CONVERTIDA
              OR WRK-DCONTD-NUM        LESS WRK-TBI-EFETIVA-NUM
                                            (WRK-IND-INC)
              IF WRK-ARQUIVO-APORTE
                 ADD 1                 TO   WRK-TBI-MAN-APORTE
                                            (WRK-IND-INC)
              ELSE
                 ADD 1                 TO   WRK-TBI-MAN-CCORRASS
                                            (WRK-IND-INC)
              END-IF
              SET WRK-CADEIA-FIM       TO   TRUE
              GO TO 2710-99-FIM
           END-IF.

           IF WRK-ARQUIVO-APORTE
              ADD 1                    TO   WRK-TBI-REM-APORTE
                                            (WRK-IND-INC)
           ELSE
              ADD 1                    TO   WRK-TBI-REM-CCORRASS
                                            (WRK-IND-INC)
           END-IF.

           MOVE WRK-TBI-BALCAO-NOVO(WRK-IND-INC)
                                       TO   WRK-BALCAO-RESOLVIDO.
           SET WRK-REGISTRO-REMAPEADO  TO   TRUE.
           ADD 1                       TO   WRK-QTD-SALTOS.

      *--- A MANUTENCAO (BUPV1082) NAO DEIXA CADEIA PASSAR DO LIMITE;
      *--- SE PASSAR MESMO ASSIM, O REGISTRO FICA NO ULTIMO BALCAO
      *--- RESOLVIDO E O PASSO AVISA.
           IF WRK-QTD-SALTOS           NOT LESS  WRK-MAX-SALTOS
              MOVE WRK-BALCAO-RESOLVIDO
                                       TO   WRK-BALCAO-PROCURADO
              PERFORM 2750-LOCALIZAR-INCORP
              IF WRK-IND-INC           GREATER   ZEROS
                 ADD 1                 TO   ACU-CADEIAS-CORTADAS
                 MOVE 4                TO   WRK-COND-CODE
              END-IF
              SET WRK-CADEIA-FIM       TO   TRUE
              GO TO 2710-99-FIM
           END-IF.

           MOVE WRK-BALCAO-RESOLVIDO   TO   WRK-BALCAO-PROCURADO.
           PERFORM 2750-LOCALIZAR-INCORP.

      *----------------------------------------------------------------*
       2710-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2750-LOCALIZAR-INCORP           SECTION.
      *----------------------------------------------------------------*

      *--- DEVOLVE EM WRK-IND-INC A POSICAO DO BALCAO PROCURADO NA
      *--- TABELA (ORDEM DE BALCAO ANTIGO) OU ZERO QUANDO O BALCAO NAO
      *--- TEM INCORPORACAO ATIVA.
           MOVE 1                      TO   WRK-IND-INC.

           PERFORM 2760-AVANCAR-INCORP
                   UNTIL WRK-IND-INC   GREATER   WRK-QTD-INCORP
                      OR WRK-TBI-BALCAO-ANTIGO(WRK-IND-INC)
                                       NOT LESS  WRK-BALCAO-PROCURADO.

           IF WRK-IND-INC              GREATER   WRK-QTD-INCORP
              MOVE ZEROS               TO   WRK-IND-INC
              GO TO 2750-99-FIM
           END-IF.

           IF WRK-TBI-BALCAO-ANTIGO(WRK-IND-INC)
                                       NOT EQUAL WRK-BALCAO-PROCURADO
              MOVE ZEROS               TO   WRK-IND-INC
           END-IF.

      *----------------------------------------------------------------*
       2750-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2760-AVANCAR-INCORP             SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO   WRK-IND-INC.

      *----------------------------------------------------------------*
       2760-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2800-CONVERTER-DATA             SECTION.
      *----------------------------------------------------------------*

      *--- WRK-DATA-DDMMAAAA -> WRK-DCONTD-NUM (AAAAMMDD). PARTE NAO
      *--- NUMERICA OU SEPARADOR ERRADO DEIXA A DATA NAO CONVERTIDA.
           SET WRK-DATA-CONVERTIDA     TO   TRUE.
           MOVE ZEROS                  TO   WRK-DCONTD-NUM.

           IF WRK-DDM-DIA              NOT NUMERIC
              OR WRK-DDM-MES           NOT NUMERIC
              OR WRK-DDM-ANO           NOT NUMERIC
              OR WRK-DATA-DDMMAAAA(3:1)
                                       NOT EQUAL '.'
              OR WRK-DATA-DDMMAAAA(6:1)
                                       NOT EQUAL '.'
              SET WRK-DATA-NAO-CONVERTIDA
                                       TO   TRUE
              GO TO 2800-99-FIM
           END-IF.

           MOVE WRK-DDM-ANO            TO   WRK-AMD-ANO.
           MOVE WRK-DDM-MES            TO   WRK-AMD-MES.
           MOVE WRK-DDM-DIA            TO   WRK-AMD-DIA.
           MOVE WRK-DATA-AAAAMMDD-R    TO   WRK-DCONTD-NUM.

      *----------------------------------------------------------------*
       2800-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-REMAPEAR-EARQCCOR          SECTION.
      *----------------------------------------------------------------*

      *--- INPUT PROCEDURE DO SORT DOS CCORRASS (SEM ENVELOPE).
           OPEN INPUT EARQCCOR.

           IF WRK-FS-EARQCCOR          NOT EQUAL '00'
              DISPLAY 'BUPV1083 - ERRO NA ABERTURA DO EARQCCOR - FS '
                      WRK-FS-EARQCCOR
              MOVE 12                  TO   RETURN-CODE
              STOP RUN
           END-IF.

           SET WRK-ARQUIVO-CCORRASS    TO   TRUE.

           PERFORM 3100-LER-EARQCCOR
                   UNTIL WRK-FS-EARQCCOR EQUAL '10'.

           CLOSE EARQCCOR.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3100-LER-EARQCCOR               SECTION.
      *----------------------------------------------------------------*

           READ EARQCCOR               INTO BU3A-REGISTRO.

           IF WRK-FS-EARQCCOR          EQUAL     '10'
              GO TO 3100-99-FIM
           END-IF.

           IF WRK-FS-EARQCCOR          NOT EQUAL '00'
              DISPLAY 'BUPV1083 - ERRO NA LEITURA DO EARQCCOR - FS '
                      WRK-FS-EARQCCOR
              MOVE 12                  TO   RETURN-CODE
              STOP RUN
           END-IF.

           ADD 1                       TO   ACU-LIDOS-EARQCCOR.

           MOVE BU3A-CBALCAO           TO   WRK-BALCAO-PROCURADO.
           MOVE BU3A-DCONTD            TO   WRK-DATA-DDMMAAAA.

           PERFORM 2700-RESOLVER-BALCAO.

           IF WRK-REGISTRO-REMAPEADO
              ADD 1                    TO   ACU-REMAPEADOS-CCORRASS
              MOVE BU3A-REGISTRO(1:21) TO   WRK-HIST-CHAVE
              MOVE 'EARQCCOR'          TO   WRK-HIST-ORIGEM
              MOVE BU3A-QTD-RECICLO    TO   WRK-HIST-QTD-RECICLO
              PERFORM 7000-GRAVAR-HISTORICO
              MOVE WRK-BALCAO-RESOLVIDO
                                       TO   BU3A-CBALCAO
           END-IF.

           RELEASE SRT-CCOR-REGISTRO   FROM BU3A-REGISTRO.

      *----------------------------------------------------------------*
       3100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3500-GRAVAR-SCCORREM            SECTION.
      *----------------------------------------------------------------*

      *--- OUTPUT PROCEDURE DO SORT DOS CCORRASS.
           OPEN OUTPUT SCCORREM.

           IF WRK-FS-SCCORREM          NOT EQUAL '00'
              DISPLAY 'BUPV1083 - ERRO NA ABERTURA DO SCCORREM - FS '
                      WRK-FS-SCCORREM
              MOVE 12                  TO   RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 3510-RETORNAR-CCORRASS
                   UNTIL WRK-FIM-SORT.

           CLOSE SCCORREM.
           PERFORM 3600-TESTAR-FS-SCCORREM.

      *----------------------------------------------------------------*
       3500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3510-RETORNAR-CCORRASS          SECTION.
      *----------------------------------------------------------------*

           RETURN SORTCCOR             INTO BU3A-REGISTRO
               AT END
                  SET WRK-FIM-SORT     TO   TRUE
                  GO TO 3510-99-FIM
           END-RETURN.

           WRITE FD-SCCORREM           FROM BU3A-REGISTRO.
           PERFORM 3600-TESTAR-FS-SCCORREM.

           ADD 1                       TO   ACU-GRAVADOS-SCCORREM.

      *----------------------------------------------------------------*
       3510-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3600-TESTAR-FS-SCCORREM         SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-SCCORREM          NOT EQUAL '00'
              DISPLAY 'BUPV1083 - ERRO NA GRAVACAO DO SCCORREM - FS '
                      WRK-FS-SCCORREM
              MOVE 12                  TO   RETURN-CODE
              STOP RUN
           END-IF.

      *----------------------------------------------------------------*
       3600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4000-CONFIRMAR-HISTORICO        SECTION.
      *----------------------------------------------------------------*

      *--- SAIDAS COMPLETAS E CONFERIDAS - SO ENTAO O HISTORICO DA
      *--- REMAPEACAO E CONFIRMADO. QUALQUER QUEDA ANTES DESFAZ O
      *--- DELETE E OS INSERTS JUNTOS.
           IF ACU-GRAVADOS-SAPORREM    NOT EQUAL ACU-LIDOS-EARQAPOR
              OR ACU-GRAVADOS-SCCORREM NOT EQUAL ACU-LIDOS-EARQCCOR
              DISPLAY 'BUPV1083 - QUANTIDADE GRAVADA DIFERENTE DA LIDA'
              DISPLAY 'BUPV1083 - EARQAPOR ' ACU-LIDOS-EARQAPOR
                      ' SAPORREM ' ACU-GRAVADOS-SAPORREM
              DISPLAY 'BUPV1083 - EARQCCOR ' ACU-LIDOS-EARQCCOR
                      ' SCCORREM ' ACU-GRAVADOS-SCCORREM
              MOVE 12                  TO   RETURN-CODE
              STOP RUN
           END-IF.

           EXEC SQL
               COMMIT
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              MOVE 'TCTRL_BATIM_HIST'  TO   WRK-SQL-TABELA
              MOVE 'COMMIT'            TO   WRK-SQL-COMANDO
              MOVE '4000'              TO   WRK-SQL-LOCAL
              PERFORM 9200-ERRO-SQL
           END-IF.

      *----------------------------------------------------------------*
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5000-IMPRIMIR-RELATO            SECTION.
      *----------------------------------------------------------------*

           PERFORM 1100-IMPRIMIR-CABECALHO.

           MOVE 1                      TO   WRK-IND-INC.

           PERFORM 5100-IMPRIMIR-INCORPORACAO
                   UNTIL WRK-IND-INC   GREATER   WRK-QTD-INCORP.

           MOVE WRK-REM-BRANCO         TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1150-IMPRIMIR-LINHA.

           MOVE 'INCORPORACOES ATIVAS CARREGADAS........:'
                                       TO   WRK-RET-DESCRICAO.
           MOVE WRK-QTD-INCORP         TO   WRK-RET-QUANTIDADE.
           MOVE WRK-REM-TOTAL          TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1150-IMPRIMIR-LINHA.

           MOVE 'APORTES LIDOS (SEM ENVELOPE)...........:'
                                       TO   WRK-RET-DESCRICAO.
           MOVE ACU-LIDOS-EARQAPOR     TO   WRK-RET-QUANTIDADE.
           MOVE WRK-REM-TOTAL          TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1150-IMPRIMIR-LINHA.

           MOVE 'APORTES REMAPEADOS.....................:'
                                       TO   WRK-RET-DESCRICAO.
           MOVE ACU-REMAPEADOS-APORTE  TO   WRK-RET-QUANTIDADE.
           MOVE WRK-REM-TOTAL          TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1150-IMPRIMIR-LINHA.

           MOVE 'CCORRASS LIDOS.........................:'
                                       TO   WRK-RET-DESCRICAO.
           MOVE ACU-LIDOS-EARQCCOR     TO   WRK-RET-QUANTIDADE.
           MOVE WRK-REM-TOTAL          TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1150-IMPRIMIR-LINHA.

           MOVE 'CCORRASS REMAPEADOS....................:'
                                       TO   WRK-RET-DESCRICAO.
           MOVE ACU-REMAPEADOS-CCORRASS
                                       TO   WRK-RET-QUANTIDADE.
           MOVE WRK-REM-TOTAL          TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1150-IMPRIMIR-LINHA.

           MOVE 'LINHAS REMAPEADA NA TCTRL_BATIM_HIST...:'
                                       TO   WRK-RET-DESCRICAO.
           MOVE ACU-HISTORICO          TO   WRK-RET-QUANTIDADE.
           MOVE WRK-REM-TOTAL          TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1150-IMPRIMIR-LINHA.

           IF WRK-QTD-INCORP-IGNORADAS GREATER   ZEROS
              MOVE 'INCORPORACOES IGNORADAS (CAPACIDADE)...:'
                                       TO   WRK-RET-DESCRICAO
              MOVE WRK-QTD-INCORP-IGNORADAS
                                       TO   WRK-RET-QUANTIDADE
              MOVE WRK-REM-TOTAL       TO   WRK-LINHA-IMPRIMIR
              PERFORM 1150-IMPRIMIR-LINHA
           END-IF.

           IF ACU-CADEIAS-CORTADAS     GREATER   ZEROS
              MOVE 'REGISTROS COM CADEIA CORTADA (5 SALTOS):'
                                       TO   WRK-RET-DESCRICAO
              MOVE ACU-CADEIAS-CORTADAS
                                       TO   WRK-RET-QUANTIDADE
              MOVE WRK-REM-TOTAL       TO   WRK-LINHA-IMPRIMIR
              PERFORM 1150-IMPRIMIR-LINHA
           END-IF.

           IF WRK-QTD-INCORP           EQUAL     ZEROS
              MOVE WRK-REM-BRANCO      TO   WRK-LINHA-IMPRIMIR
              PERFORM 1150-IMPRIMIR-LINHA
              MOVE 'NENHUMA INCORPORACAO ATIVA - ENTRADAS COPIADAS SEM '
                   TO   WRK-REM-TEXTO
              MOVE 'REMAPEACAO'        TO   WRK-REM-TEXTO(52:10)
              MOVE WRK-REM-MENSAGEM    TO   WRK-LINHA-IMPRIMIR
              PERFORM 1150-IMPRIMIR-LINHA
           END-IF.

      *----------------------------------------------------------------*
       5000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5100-IMPRIMIR-INCORPORACAO      SECTION.
      *----------------------------------------------------------------*

      *--- SO INCORPORACOES COM MOVIMENTO NESTA EXTRACAO.
           IF WRK-TBI-REM-APORTE(WRK-IND-INC)
                                       EQUAL     ZEROS
              AND WRK-TBI-REM-CCORRASS(WRK-IND-INC)
                                       EQUAL     ZEROS
              AND WRK-TBI-MAN-APORTE(WRK-IND-INC)
                                       EQUAL     ZEROS
              AND WRK-TBI-MAN-CCORRASS(WRK-IND-INC)
                                       EQUAL     ZEROS
              GO TO 5100-90-PROXIMO
           END-IF.

           MOVE WRK-TBI-BALCAO-ANTIGO(WRK-IND-INC)
                                       TO   WRK-RED-BALCAO-ANTIGO.
           MOVE WRK-TBI-BALCAO-NOVO(WRK-IND-INC)
                                       TO   WRK-RED-BALCAO-NOVO.
           MOVE WRK-TBI-DATA-EFETIVA(WRK-IND-INC)
                                       TO   WRK-RED-DATA-EFETIVA.
           MOVE WRK-TBI-REM-APORTE(WRK-IND-INC)
                                       TO   WRK-RED-REM-APORTE.
           MOVE WRK-TBI-REM-CCORRASS(WRK-IND-INC)
                                       TO   WRK-RED-REM-CCORRASS.
           MOVE WRK-TBI-MAN-APORTE(WRK-IND-INC)
                                       TO   WRK-RED-MAN-APORTE.
           MOVE WRK-TBI-MAN-CCORRASS(WRK-IND-INC)
                                       TO   WRK-RED-MAN-CCORRASS.

           MOVE WRK-REM-DET            TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1150-IMPRIMIR-LINHA.

       5100-90-PROXIMO.

           ADD 1                       TO   WRK-IND-INC.

      *----------------------------------------------------------------*
       5100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*

           CLOSE RELATO.

           DISPLAY 'BUPV1083 - APORTES REMAPEADOS: '
                   ACU-REMAPEADOS-APORTE
                   ' CCORRASS REMAPEADOS: '
                   ACU-REMAPEADOS-CCORRASS.

           MOVE WRK-COND-CODE          TO   RETURN-CODE.

           STOP RUN.

      *----------------------------------------------------------------*
       6000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7000-GRAVAR-HISTORICO           SECTION.
      *----------------------------------------------------------------*

      *--- LINHA 'REMAPEADA' COM A CHAVE COMO CHEGOU (BALCAO ANTIGO).
      *--- AS LINHAS SEGUINTES DO REGISTRO (CASADA, DIVERGENTE...) A
      *--- BUPV1054 GRAVA COM O BALCAO NOVO.
           MOVE WRK-BALCAO-RESOLVIDO   TO   WRK-HIST-BALCAO-NOVO.

           MOVE WRK-CCTRO-CUSTO-ORIGE  TO   CCTRO-CUSTO-ORIGE
                                            OF BUPVB025.
           MOVE CPERDC-PROCM-SIST OF BUPVB023
                                       TO   CPERDC-PROCM-SIST
                                            OF BUPVB025.
           MOVE NSEQ-PROCM-EFETU  OF BUPVB023
                                       TO   NSEQ-PROCM-EFETU
                                            OF BUPVB025.
           MOVE WRK-HIS-CBALCAO        TO   CBALCAO   OF BUPVB025.
           MOVE WRK-HIS-CPRODUTO       TO   CPRODUTO  OF BUPVB025.
           MOVE WRK-HIS-CSUBPROD       TO   CSUBPROD  OF BUPVB025.
           MOVE WRK-HIS-CNUMECTA       TO   CNUMECTA  OF BUPVB025.
           MOVE WRK-HIS-CDIGICTA       TO   CDIGICTA  OF BUPVB025.
           MOVE WRK-HIS-ZMOVCTA        TO   ZMOVCTA   OF BUPVB025.
           MOVE WRK-HIST-ORIGEM        TO   ARQUIVO-ORIGEM
                                            OF BUPVB025.
           MOVE 'REMAPEADA'            TO   DESTINO-BATIM
                                            OF BUPVB025.
           MOVE WRK-HIST-QTD-RECICLO   TO   QTD-RECICLO
                                            OF BUPVB025.
           MOVE WRK-HIST-MOTIVOS       TO   MOTIVOS-CRITICA
                                            OF BUPVB025.
           MOVE WRK-DATA-PROC          TO   DATA-PROC OF BUPVB025.
           MOVE WRK-HORA-PROC          TO   HORA-PROC OF BUPVB025.

           EXEC SQL
               INSERT INTO DB2PRD.TCTRL_BATIM_HIST
                      (CCTRO_CUSTO_ORIGE,
                       CPERDC_PROCM_SIST,
                       NSEQ_PROCM_EFETU,
                       CBALCAO,
                       CPRODUTO,
                       CSUBPROD,
                       CNUMECTA,
                       CDIGICTA,
                       ZMOVCTA,
                       ARQUIVO_ORIGEM,
                       DESTINO_BATIM,
                       QTD_RECICLO,
                       MOTIVOS_CRITICA,
                       DATA_PROC,
                       HORA_PROC)
               VALUES (:BUPVB025.CCTRO-CUSTO-ORIGE,
                       :BUPVB025.CPERDC-PROCM-SIST,
                       :BUPVB025.NSEQ-PROCM-EFETU,
                       :BUPVB025.CBALCAO,
                       :BUPVB025.CPRODUTO,
                       :BUPVB025.CSUBPROD,
                       :BUPVB025.CNUMECTA,
                       :BUPVB025.CDIGICTA,
                       :BUPVB025.ZMOVCTA,
                       :BUPVB025.ARQUIVO-ORIGEM,
                       :BUPVB025.DESTINO-BATIM,
                       :BUPVB025.QTD-RECICLO,
                       :BUPVB025.MOTIVOS-CRITICA,
                       :BUPVB025.DATA-PROC,
                       :BUPVB025.HORA-PROC)
           END-EXEC.

           IF (SQLCODE                 NOT EQUAL ZEROS) OR
              (SQLWARN0                EQUAL 'W')
              MOVE 'TCTRL_BATIM_HIST'  TO   WRK-SQL-TABELA
              MOVE 'INSERT'            TO   WRK-SQL-COMANDO
              MOVE '7000'              TO   WRK-SQL-LOCAL
              PERFORM 9200-ERRO-SQL
           END-IF.

           ADD 1                       TO   ACU-HISTORICO.

      *----------------------------------------------------------------*
       7000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9100-ERRO-GRAVACAO-RELATO       SECTION.
      *----------------------------------------------------------------*

           DISPLAY 'BUPV1083 - ERRO NA GRAVACAO DO RELATO - FS '
                   WRK-FS-RELATO.

           MOVE 12                     TO   RETURN-CODE.

           STOP RUN.

      *----------------------------------------------------------------*
       9100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9200-ERRO-SQL                   SECTION.
      *----------------------------------------------------------------*

           MOVE 'DB2'                  TO ERR-TIPO-ACESSO.
           MOVE WRK-SQL-TABELA         TO ERR-DBD-TAB
                                          BU00-TABELA.
           MOVE WRK-SQL-COMANDO        TO ERR-FUN-COMANDO
                                          BU00-COMANDO.
           MOVE SQLCODE                TO ERR-SQL-CODE
                                          WRK-SQLCODE-S9-9.
           MOVE WRK-SQLCODE-S9-3       TO BU00-SQLCODE.
           MOVE WRK-SQL-LOCAL          TO ERR-LOCAL.
           MOVE SPACES                 TO ERR-PGM
                                          ERR-SEGM.
           IF WRK-SQL-COMANDO          EQUAL     'SELECT'
              OR WRK-SQL-COMANDO       EQUAL     'CURSOR'
              MOVE 998                 TO BU00-ES-COD-RETORNO
           ELSE
              MOVE 999                 TO BU00-ES-COD-RETORNO
           END-IF.
           MOVE WRK-PGM                TO BU00-COD-PROGRAMA.
           MOVE '001'                  TO BU00-LOCAL.
           STRING 'REMAPEACAO DE BALCAO - CENTRO '
                  WRK-CCTRO-CUSTO-ORIGE
              DELIMITED BY SIZE       INTO BU00-COMPLEMENTO
           END-STRING.
           PERFORM 9996-MOVIMENTACAO-LOG-ERRO.
           PERFORM 9997-GRAVAR-LOG-ERRO.
           PERFORM 9999-ROTINA-ERRO.

      *----------------------------------------------------------------*
       9200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9996-MOVIMENTACAO-LOG-ERRO      SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO BU00-AREA-ENTRADA.
           MOVE 1                      TO BU00-EE-FUNCAO-PROCESSAMENTO.
           MOVE 1                      TO BU00-EE-DADO-TRATADA.
           MOVE WRK-CCTRO-CUSTO-ORIGE  TO BU00-EE-CENTRO-CUSTO-ORIGEM.
           MOVE 2                      TO BU00-SS-SITUAC-PROCESSAMENTO.

      *----------------------------------------------------------------*
       9996-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9997-GRAVAR-LOG-ERRO            SECTION.
      *----------------------------------------------------------------*

           MOVE 'BUPVM100'             TO        WRK-MODULO.

           CALL WRK-MODULO             USING     BU00-REGISTRO.

      *----------------------------------------------------------------*
       9997-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9999-ROTINA-ERRO                SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-PGM                TO   ERR-PGM.

           IF ERR-TIPO-ACESSO          EQUAL     'DB2'
              CALL 'BRAD7100'          USING WRK-BATCH
                                             ERRO-AREA
                                             SQLCA
           ELSE
              CALL 'BRAD7100'          USING WRK-BATCH
                                             ERRO-AREA
           END-IF.

           GOBACK.

      *----------------------------------------------------------------*
       9999-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
