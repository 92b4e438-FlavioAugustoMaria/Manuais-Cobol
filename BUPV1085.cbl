      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. BUPV1085.
       AUTHOR.     RAPHAEL MARQUES.
      *================================================================*
      *                   P R I M E  I N F O R M A T I C A             *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  BUPV1085                                     *
      *    PROGRAMADOR.:  RAPHAEL MARQUES                   -  PRIME   *
      *    ANALISTA....:  MAURO                             -  PRIME   *
      *    DATA........:  15/10/2026                                   *
      *----------------------------------------------------------------*
      *    OBJETIVO....:  DISTRIBUICAO DAS EXCECOES DO BATIMENTO POR   *
      *                   REGIONAL. REUNE AS QUATRO ORIGENS DE ITENS   *
      *                   A TRABALHAR - EXCECOES EM ABERTO DA          *
      *                   TCTRL_BATIM_EXCEC (SITUACAO 'ABERTA' OU      *
      *                   'EM-ANALISE', A MESMA DEFINICAO DA BUPV1066),*
      *                   DIVERGENCIAS DE VALOR DO SARQDIVE, CRITICAS  *
      *                   DO SARQCRIT E APORTES NAO CONFIRMADOS DO     *
      *                   SNAOCONF - E ATRIBUI CADA ITEM A REGIONAL DO *
      *                   BALCAO (PRIMEIRAS 5 POSICOES DA CHAVE) PELA  *
      *                   TCTRL_BALCAO_REGIONAL. BALCAO SEM REGIONAL   *
      *                   CADASTRADA VAI PARA O GRUPO 'ZZZZ' - NAO     *
      *                   ATRIBUIDO - E NUNCA E DESCARTADO.            *
      *                   PARA CADA REGIONAL ATIVA (E PARA O GRUPO NAO *
      *                   ATRIBUIDO) GRAVA UM ARQUIVO DE EXCECOES      *
      *                   (SREGEXC, I#BUPV50) E UM RELATORIO (SREGREL) *
      *                   COM QUANTIDADE E VALOR POR ORIGEM, ALOCADOS  *
      *                   DINAMICAMENTE (BPXWDYN) NA CONVENCAO         *
      *                   AD.BUPV.R<REGIONAL>.<DDNAME>, PRE-ALOCADOS   *
      *                   PELA OPERACAO. REGIONAL SEM ITENS RECEBE     *
      *                   ARQUIVO VAZIO E RELATORIO INFORMANDO - NAO   *
      *                   FICA DISTRIBUICAO ANTERIOR NO DATASET.       *
      *                   O RELATO E A FOLHA DE CONTROLE: TOTAIS DE    *
      *                   CADA REGIONAL, A SOMA DAS REGIONAIS E O      *
      *                   TOTAL DO BANCO LIDO NAS ORIGENS, QUE TEM QUE *
      *                   FECHAR ORIGEM A ORIGEM.                      *
      *                   EXCECAO E CRITICA NAO TEM VALOR FINANCEIRO   *
      *                   (SO QUANTIDADE); DIVERGENCIA TOTALIZA A      *
      *                   DIFERENCA E NAO CONFIRMADO O VALOR DO APORTE.*
      *----------------------------------------------------------------*
      *    COND CODES..:  0000 - DISTRIBUICAO CONFERIDA                *
      *                   0004 - ITENS NO GRUPO NAO ATRIBUIDO OU       *
      *                          TABELA DE REGIONAIS/BALCOES ACIMA DA  *
      *                          CAPACIDADE (VER RELATO)               *
      *                   0008 - SOMA DAS REGIONAIS NAO FECHA COM O    *
      *                          TOTAL DO BANCO                        *
      *                   0012 - ERRO DE PARM/ARQUIVO/SORT/ALOCACAO    *
      *----------------------------------------------------------------*
      *    BCO DE DADOS:                                               *
      *                TABLE                          INCLUDE/BOOK     *
      *                DB2PRD.TCTRL_BATIM_EXCEC          BUPVB026      *
      *                DB2PRD.TCTRL_BALCAO_REGIONAL  (BALCAO X         *
      *                                               REGIONAL)        *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME           I/O           INCLUDE/BOOK     *
      *                SARQDIVE          I              I#BUPV47       *
      *                SARQCRIT          I              I#BUPV41       *
      *                SNAOCONF          I              I#BUPV35       *
      *                SREGEXC           O              I#BUPV50       *
      *                  (UM POR REGIONAL - ALOCACAO DINAMICA)         *
      *                SREGREL           O              (INTERNO)      *
      *                  (UM POR REGIONAL - ALOCACAO DINAMICA)         *
      *                SORTWK01          -    (SORT INTERNO)           *
      *                RELATO            O              (INTERNO)      *
      *----------------------------------------------------------------*
      *    BOOK'S......:                                               *
      *    I#BRAD7C - AREA PARA TRATAMENTO DE ERRO PELA BRAD7100       *
      *    I#BUPV00 - AREA DE COMUNICACAO                              *
      *    I#BUPV35 - AREA PARA ARQUIVOS DE APORTES                    *
      *    I#BUPV41 - CRITICA DE CONTEUDO (SARQCRIT)                   *
      *    I#BUPV47 - DIVERGENCIA DE VALOR (SARQDIVE)                  *
      *    I#BUPV50 - EXCECAO DISTRIBUIDA POR REGIONAL (SREGEXC)       *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    BRAD7100 - AREA PARA TRATAMENTO DE ERRO PELA BRAD7100       *
      *    BRAD7600 - DATA E HORA ATUAL                                *
      *    BRAD0560 - OBTEM INFORMACOES DO JOB                         *
      *    BPXWDYN  - ALOCACAO DINAMICA DE ARQUIVOS                    *
      *    BUPVM100 - GRAVAR LOG DE ERRO                               *
      *    CKRS1000 - CONEXAO COM O DB2                                *
      *----------------------------------------------------------------*
      *    PARM........:  PARM='CCCC'                                  *
      *                   CCCC = CENTRO DE CUSTO ORIGEM DAS EXCECOES   *
      *                          DA TCTRL_BATIM_EXCEC ('****' = TODOS  *
      *                          OS CENTROS). OS ARQUIVOS SAO OS DA    *
      *                          JCL (CONCATENADOS NO CASO '****').    *
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

           SELECT SARQDIVE  ASSIGN     TO   UT-S-SARQDIVE
           FILE STATUS                 IS   WRK-FS-SARQDIVE.

           SELECT SARQCRIT  ASSIGN     TO   UT-S-SARQCRIT
           FILE STATUS                 IS   WRK-FS-SARQCRIT.

           SELECT SNAOCONF  ASSIGN     TO   UT-S-SNAOCONF
           FILE STATUS                 IS   WRK-FS-SNAOCONF.

           SELECT SREGEXC   ASSIGN     TO   UT-S-SREGEXC
           FILE STATUS                 IS   WRK-FS-SREGEXC.

           SELECT SREGREL   ASSIGN     TO   UT-S-SREGREL
           FILE STATUS                 IS   WRK-FS-SREGREL.

           SELECT SORTDIST  ASSIGN     TO   UT-S-SORTWK01.

           SELECT RELATO    ASSIGN     TO   UT-S-RELATO
           FILE STATUS                 IS   WRK-FS-RELATO.

      *================================================================*
       DATA                            DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *   INPUT:   DIVERGENCIAS DE VALOR DO BATIMENTO                  *
      *            ORG. SEQUENCIAL     -   LRECL   =   100             *
      *----------------------------------------------------------------*
       FD  SARQDIVE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  FD-SARQDIVE                 PIC  X(100).

      *----------------------------------------------------------------*
      *   INPUT:   CRITICAS DE CONTEUDO DAS ENTRADAS DO BATIMENTO      *
      *            ORG. SEQUENCIAL     -   LRECL   =    80             *
      *----------------------------------------------------------------*
       FD  SARQCRIT
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  FD-SARQCRIT                 PIC  X(080).

      *----------------------------------------------------------------*
      *   INPUT:   APORTES NAO CONFIRMADOS PELO ALTAMIRA (BUPV1062)    *
      *            ORG. SEQUENCIAL     -   LRECL   =   356             *
      *----------------------------------------------------------------*
       FD  SNAOCONF
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  FD-SNAOCONF                 PIC  X(356).

      *----------------------------------------------------------------*
      *   OUTPUT:  EXCECOES DA REGIONAL (AD.BUPV.R<REGIONAL>.SREGEXC)  *
      *            ORG. SEQUENCIAL     -   LRECL   =   100             *
      *----------------------------------------------------------------*
       FD  SREGEXC
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  FD-SREGEXC                  PIC  X(100).

      *----------------------------------------------------------------*
      *   OUTPUT:  RELATORIO DA REGIONAL (AD.BUPV.R<REGIONAL>.SREGREL) *
      *            ORG. SEQUENCIAL     -   LRECL   =   133  RECFM FBA  *
      *----------------------------------------------------------------*
       FD  SREGREL
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  FD-SREGREL                  PIC  X(133).

      *----------------------------------------------------------------*
      *   SORT:    ITENS NA ORDEM REGIONAL / ORIGEM / CHAVE - A        *
      *            REGIONAL ENTRA PELA POSICAO NA TABELA, A MESMA      *
      *            ORDEM EM QUE OS DATASETS SAO GRAVADOS               *
      *----------------------------------------------------------------*
       SD  SORTDIST.
       01  SRT-DIST-REGISTRO.
           05 SRT-DIST-IND-REGIONAL    PIC  9(004).
           05 FILLER                   PIC  X(004).
           05 SRT-DIST-ORIGEM          PIC  X(001).
           05 SRT-DIST-CHAVE           PIC  X(021).
           05 FILLER                   PIC  X(074).

      *----------------------------------------------------------------*
      *   OUTPUT:  FOLHA DE CONTROLE DA DISTRIBUICAO                   *
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

       77  ACU-LIBERADOS-SORT          PIC  9(009) COMP-3  VALUE ZEROS.
       77  ACU-RETORNADOS-SORT         PIC  9(009) COMP-3  VALUE ZEROS.
       77  ACU-NAO-ATRIBUIDOS          PIC  9(009) COMP-3  VALUE ZEROS.
       77  ACU-REGIONAIS-GRAVADAS      PIC  9(005) COMP-3  VALUE ZEROS.

       77  WRK-BATCH                   PIC  X(008)         VALUE
           'BATCH'.

       77  WRK-PGM                     PIC  X(008)         VALUE
           'BUPV1085'.

       77  WRK-MODULO                  PIC  X(008)         VALUE SPACES.

       77  WRK-COND-CODE               PIC  9(004)         VALUE ZEROS.

       77  WRK-FS-SARQDIVE             PIC  X(002)         VALUE SPACES.
       77  WRK-FS-SARQCRIT             PIC  X(002)         VALUE SPACES.
       77  WRK-FS-SNAOCONF             PIC  X(002)         VALUE SPACES.
       77  WRK-FS-SREGEXC              PIC  X(002)         VALUE SPACES.
       77  WRK-FS-SREGREL              PIC  X(002)         VALUE SPACES.
       77  WRK-FS-RELATO               PIC  X(002)         VALUE SPACES.

       77  WRK-CTR-LINHAS              PIC  9(003) COMP-3  VALUE ZEROS.
       77  WRK-CTR-PAGINAS             PIC  9(005) COMP-3  VALUE ZEROS.
       77  WRK-CTR-LINHAS-REG          PIC  9(003) COMP-3  VALUE ZEROS.
       77  WRK-CTR-PAGINAS-REG         PIC  9(005) COMP-3  VALUE ZEROS.
       77  WRK-MAX-LINHAS              PIC  9(003) COMP-3  VALUE 56.

       77  WRK-SQL-TABELA              PIC  X(020)         VALUE SPACES.
       77  WRK-SQL-COMANDO             PIC  X(008)         VALUE SPACES.
       77  WRK-SQL-LOCAL               PIC  X(004)         VALUE SPACES.

       01  WRK-SQLCODE-S9-9            PIC S9(009)         VALUE ZEROS.
       01  FILLER                      REDEFINES WRK-SQLCODE-S9-9.
           05 FILLER                   PIC  X(006).
           05 WRK-SQLCODE-S9-3         PIC S9(003).

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  FILLER                      PIC  X(050)         VALUE
           '*** PARAMETROS E CONTROLES                     ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       77  WRK-CCTRO-CUSTO-ORIGE       PIC  X(004)         VALUE SPACES.
           88 WRK-TODOS-CENTROS                            VALUE '****'.

       77  WRK-DATA-PROC               PIC  X(010)         VALUE SPACES.
       77  WRK-HORA-PROC               PIC  X(008)         VALUE SPACES.

       77  WRK-SW-FIM-SORT             PIC  X(001)         VALUE 'N'.
           88 WRK-FIM-SORT                                 VALUE 'S'.

       77  WRK-SW-FIM-CURSOR           PIC  X(001)         VALUE 'N'.
           88 WRK-FIM-CURSOR                               VALUE 'S'.

       77  WRK-SW-CONTROLE             PIC  X(001)         VALUE 'S'.
           88 WRK-CONTROLE-CONFERE                         VALUE 'S'.
           88 WRK-CONTROLE-DIVERGE                         VALUE 'N'.

      *--- ORIGEM DO ITEM (BU50-ORIGEM) COMO INDICE DAS TABELAS DE
      *--- TOTAIS: 1 EXCECAO, 2 DIVERGENCIA, 3 CRITICA, 4 NAO CONF.
       01  WRK-ORIGEM-X                PIC  X(001)         VALUE '1'.
       01  WRK-ORIGEM-N                REDEFINES WRK-ORIGEM-X
                                       PIC  9(001).

       77  WRK-IND-ORIGEM              PIC  9(001)         VALUE ZEROS.

       01  WRK-TAB-DESC-ORIGEM.
           05 FILLER                   PIC  X(012)         VALUE
              'EXCECAO'.
           05 FILLER                   PIC  X(012)         VALUE
              'DIVERGENCIA'.
           05 FILLER                   PIC  X(012)         VALUE
              'CRITICA'.
           05 FILLER                   PIC  X(012)         VALUE
              'NAO CONFIRM.'.
       01  FILLER                      REDEFINES WRK-TAB-DESC-ORIGEM.
           05 WRK-DESC-ORIGEM          OCCURS 4 TIMES
                                       PIC  X(012).

       01  WRK-TAB-TITULO-ORIGEM.
           05 FILLER                   PIC  X(040)         VALUE
              'EXCECOES EM ABERTO (TCTRL_BATIM_EXCEC)..'.
           05 FILLER                   PIC  X(040)         VALUE
              'DIVERGENCIAS DE VALOR (SARQDIVE)........'.
           05 FILLER                   PIC  X(040)         VALUE
              'CRITICAS DE CONTEUDO (SARQCRIT).........'.
           05 FILLER                   PIC  X(040)         VALUE
              'APORTES NAO CONFIRMADOS (SNAOCONF)......'.
       01  FILLER                      REDEFINES WRK-TAB-TITULO-ORIGEM.
           05 WRK-TITULO-ORIGEM        OCCURS 4 TIMES
                                       PIC  X(040).

      *--- TOTAL DO BANCO - ACUMULADO NA LEITURA DAS ORIGENS, ANTES
      *--- DA DISTRIBUICAO (BASE DA FOLHA DE CONTROLE).
       01  WRK-TAB-TOTAL-BANCO.
           05 WRK-TBB-ORIGEM           OCCURS 4 TIMES.
              10 WRK-TBB-QTD           PIC  9(009)     COMP-3.
              10 WRK-TBB-VLR           PIC  9(015)V99  COMP-3.

      *--- SOMA DAS REGIONAIS - ACUMULADA NA FOLHA DE CONTROLE A
      *--- PARTIR DOS TOTAIS GRAVADOS EM CADA REGIONAL.
       01  WRK-TAB-SOMA-REGIONAIS.
           05 WRK-TBS-ORIGEM           OCCURS 4 TIMES.
              10 WRK-TBS-QTD           PIC  9(009)     COMP-3.
              10 WRK-TBS-VLR           PIC  9(015)V99  COMP-3.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  FILLER                      PIC  X(050)         VALUE
           '*** TABELA DE REGIONAIS                        ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

      *--- REGIONAIS ATIVAS EM ORDEM DE CODIGO, MAIS O GRUPO 'ZZZZ'
      *--- (NAO ATRIBUIDO) SEMPRE NA ULTIMA POSICAO. OS TOTAIS SAO OS
      *--- DOS ITENS EFETIVAMENTE GRAVADOS NO SREGEXC DA REGIONAL.
       77  WRK-MAX-REGIONAIS           PIC  9(004) COMP-3  VALUE 200.
       77  WRK-QTD-REGIONAIS           PIC  9(004) COMP-3  VALUE ZEROS.
       77  WRK-QTD-REG-IGNORADAS       PIC  9(004) COMP-3  VALUE ZEROS.
       77  WRK-IND-REG                 PIC  9(004) COMP-3  VALUE ZEROS.
       77  WRK-IND-REG-NAO-ATRIB       PIC  9(004) COMP-3  VALUE ZEROS.

       77  WRK-REGIONAL-NAO-ATRIB      PIC  X(004)         VALUE
           'ZZZZ'.

       01  WRK-TAB-REGIONAL.
           05 WRK-TBR-ENTRADA          OCCURS 201 TIMES.
              10 WRK-TBR-CREGIONAL     PIC  X(004).
              10 WRK-TBR-NOME          PIC  X(030).
              10 WRK-TBR-ORIGEM        OCCURS 4 TIMES.
                 15 WRK-TBR-QTD        PIC  9(009)     COMP-3.
                 15 WRK-TBR-VLR        PIC  9(015)V99  COMP-3.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  FILLER                      PIC  X(050)         VALUE
           '*** TABELA DE BALCOES                          ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

      *--- BALCOES ATIVOS EM ORDEM DE CBALCAO (PESQUISA BINARIA), COM
      *--- A POSICAO DA REGIONAL JA RESOLVIDA NA CARGA.
       77  WRK-MAX-BALCOES             PIC  9(005) COMP-3  VALUE 9999.
       77  WRK-QTD-BALCOES             PIC  9(005) COMP-3  VALUE ZEROS.
       77  WRK-QTD-BAL-IGNORADOS       PIC  9(005) COMP-3  VALUE ZEROS.

       01  WRK-TAB-BALCAO.
           05 WRK-TBB-ENTRADA          OCCURS 9999 TIMES.
              10 WRK-TBB-CBALCAO       PIC  X(005).
              10 WRK-TBB-IND-REGIONAL  PIC  9(004)     COMP-3.

      *--- PESQUISA DO BALCAO DO ITEM. AS ORIGENS CHEGAM, EM GERAL,
      *--- NA ORDEM DA CHAVE, ENTAO O RESULTADO DO BALCAO ANTERIOR E
      *--- GUARDADO PARA O SEGUINTE IGUAL NAO PESQUISAR DE NOVO.
       77  WRK-PSQ-INICIO              PIC  9(005) COMP-3  VALUE ZEROS.
       77  WRK-PSQ-FIM                 PIC  9(005) COMP-3  VALUE ZEROS.
       77  WRK-PSQ-MEIO                PIC  9(005) COMP-3  VALUE ZEROS.
       77  WRK-BALCAO-ANTERIOR         PIC  X(005)         VALUE
           HIGH-VALUES.
       77  WRK-IND-REG-ANTERIOR        PIC  9(004) COMP-3  VALUE ZEROS.

       77  WRK-SW-PESQUISA             PIC  X(001)         VALUE 'N'.
           88 WRK-BALCAO-ACHADO                            VALUE 'S'.
           88 WRK-BALCAO-NAO-ACHADO                        VALUE 'N'.

      *--- REGISTRO DO SORT: POSICAO DA REGIONAL + ITEM I#BUPV50.
       01  WRK-REG-SORT.
           05 WRK-SRT-IND-REGIONAL     PIC  9(004)         VALUE ZEROS.
           05 WRK-SRT-DISTRIB          PIC  X(100)         VALUE SPACES.

      *--- AREA DE COMANDO DA ALOCACAO DINAMICA (BPXWDYN) DOS DATASETS
      *--- DE CADA REGIONAL - CONVENCAO AD.BUPV.R<REGIONAL>.<DDNAME>,
      *--- PRE-ALOCADOS PELA OPERACAO (MESMO ESQUEMA DA BUPV1054).
       01  WRK-DYN-COMANDO.
           05 WRK-DYN-TAM              PIC S9(004) COMP    VALUE ZEROS.
           05 WRK-DYN-TEXTO            PIC  X(080)         VALUE SPACES.

       77  WRK-DYN-DDNAME              PIC  X(008)         VALUE SPACES.
       77  WRK-DYN-DISP                PIC  X(003)         VALUE SPACES.
       77  WRK-DYN-RETORNO             PIC S9(009) COMP    VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  FILLER                      PIC  X(050)         VALUE
           '*** HOST VARIABLES                             ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       77  WRK-HV-CBALCAO              PIC  X(005)         VALUE SPACES.
       77  WRK-HV-CREGIONAL            PIC  X(004)         VALUE SPACES.
       77  WRK-HV-NOME-REGIONAL        PIC  X(030)         VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  FILLER                      PIC  X(050)         VALUE
           '*** LINHAS DO RELATO E DO SREGREL              ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-LINHA-IMPRIMIR          PIC  X(133)         VALUE SPACES.

      *--- RELATORIO DE CADA REGIONAL (SREGREL).
       01  WRK-DIS-CAB1.
           05 FILLER                   PIC  X(001)         VALUE '1'.
           05 FILLER                   PIC  X(008)         VALUE
              'BUPV1085'.
           05 FILLER                   PIC  X(010)         VALUE SPACES.
           05 FILLER                   PIC  X(050)         VALUE
              'EXCECOES DO BATIMENTO DISTRIBUIDAS A REGIONAL     '.
           05 FILLER                   PIC  X(048)         VALUE SPACES.
           05 FILLER                   PIC  X(005)         VALUE
              'PAG: '.
           05 WRK-DIS-PAGINA           PIC  ZZZ9.
           05 FILLER                   PIC  X(007)         VALUE SPACES.

       01  WRK-DIS-CAB2.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 FILLER                   PIC  X(010)         VALUE
              'REGIONAL: '.
           05 WRK-DIS-CREGIONAL        PIC  X(004)         VALUE SPACES.
           05 FILLER                   PIC  X(003)         VALUE
              ' - '.
           05 WRK-DIS-NOME             PIC  X(030)         VALUE SPACES.
           05 FILLER                   PIC  X(010)         VALUE
              '  CENTRO: '.
           05 WRK-DIS-CENTRO           PIC  X(004)         VALUE SPACES.
           05 FILLER                   PIC  X(008)         VALUE
              '  DATA: '.
           05 WRK-DIS-DATA             PIC  X(010)         VALUE SPACES.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-DIS-HORA             PIC  X(008)         VALUE SPACES.
           05 FILLER                   PIC  X(044)         VALUE SPACES.

       01  WRK-DIS-CAB3.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 FILLER                   PIC  X(013)         VALUE
              'ORIGEM'.
           05 FILLER                   PIC  X(023)         VALUE
              'CHAVE'.
           05 FILLER                   PIC  X(007)         VALUE
              'CENTRO'.
           05 FILLER                   PIC  X(010)         VALUE
              'TIPO'.
           05 FILLER                   PIC  X(012)         VALUE
              'SITUACAO'.
           05 FILLER                   PIC  X(020)         VALUE
              'MOTIVOS'.
           05 FILLER                   PIC  X(012)         VALUE
              'DATA'.
           05 FILLER                   PIC  X(022)         VALUE
              '                 VALOR'.
           05 FILLER                   PIC  X(013)         VALUE SPACES.

       01  WRK-DIS-DET.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-DID-ORIGEM           PIC  X(012)         VALUE SPACES.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-DID-CHAVE            PIC  X(021)         VALUE SPACES.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-DID-CENTRO           PIC  X(004)         VALUE SPACES.
           05 FILLER                   PIC  X(003)         VALUE SPACES.
           05 WRK-DID-TIPO             PIC  X(008)         VALUE SPACES.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-DID-SITUACAO         PIC  X(010)         VALUE SPACES.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-DID-MOTIVOS          PIC  X(018)         VALUE SPACES.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-DID-DATA             PIC  X(010)         VALUE SPACES.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-DID-VALOR            PIC  Z.ZZZ.ZZZ.ZZZ.ZZ9,99
                                                           VALUE ZEROS.
           05 FILLER                   PIC  X(015)         VALUE SPACES.

       01  WRK-DIS-TOTAL.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-DIT-DESCRICAO        PIC  X(040)         VALUE SPACES.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-DIT-QUANTIDADE       PIC  ZZZ.ZZZ.ZZ9    VALUE ZEROS.
           05 FILLER                   PIC  X(010)         VALUE
              '   VALOR: '.
           05 WRK-DIT-VALOR            PIC  Z.ZZZ.ZZZ.ZZZ.ZZ9,99
                                                           VALUE ZEROS.
           05 FILLER                   PIC  X(049)         VALUE SPACES.

      *--- FOLHA DE CONTROLE (RELATO).
       01  WRK-CTL-CAB1.
           05 FILLER                   PIC  X(001)         VALUE '1'.
           05 FILLER                   PIC  X(008)         VALUE
              'BUPV1085'.
           05 FILLER                   PIC  X(010)         VALUE SPACES.
           05 FILLER                   PIC  X(050)         VALUE
              'CONTROLE DA DISTRIBUICAO REGIONAL DAS EXCECOES    '.
           05 FILLER                   PIC  X(048)         VALUE SPACES.
           05 FILLER                   PIC  X(005)         VALUE
              'PAG: '.
           05 WRK-CTL-PAGINA           PIC  ZZZ9.
           05 FILLER                   PIC  X(007)         VALUE SPACES.

       01  WRK-CTL-CAB2.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 FILLER                   PIC  X(005)         VALUE
              'JOB: '.
           05 WRK-CTL-JOBNAME          PIC  X(008)         VALUE SPACES.
           05 FILLER                   PIC  X(002)         VALUE ' ('.
           05 WRK-CTL-JOBNUMBER        PIC  9(005)         VALUE ZEROS.
           05 FILLER                   PIC  X(001)         VALUE ')'.
           05 FILLER                   PIC  X(010)         VALUE
              '  CENTRO: '.
           05 WRK-CTL-CENTRO           PIC  X(004)         VALUE SPACES.
           05 FILLER                   PIC  X(008)         VALUE
              '  DATA: '.
           05 WRK-CTL-DATA             PIC  X(010)         VALUE SPACES.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-CTL-HORA             PIC  X(008)         VALUE SPACES.
           05 FILLER                   PIC  X(070)         VALUE SPACES.

       01  WRK-CTL-CAB3.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 FILLER                   PIC  X(006)         VALUE
              'REG.'.
           05 FILLER                   PIC  X(030)         VALUE
              'NOME DA REGIONAL'.
           05 FILLER                   PIC  X(012)         VALUE
              '    EXCECOES'.
           05 FILLER                   PIC  X(012)         VALUE
              'DIVERGENCIAS'.
           05 FILLER                   PIC  X(021)         VALUE
              '   VALOR DIVERGENCIAS'.
           05 FILLER                   PIC  X(012)         VALUE
              '    CRITICAS'.
           05 FILLER                   PIC  X(012)         VALUE
              'NAO CONFIRM.'.
           05 FILLER                   PIC  X(021)         VALUE
              '   VALOR NAO CONFIRM.'.
           05 FILLER                   PIC  X(006)         VALUE SPACES.

       01  WRK-CTL-DET.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-CTD-CREGIONAL        PIC  X(004)         VALUE SPACES.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-CTD-NOME             PIC  X(030)         VALUE SPACES.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-CTD-QTD-EXCECAO      PIC  ZZZ.ZZZ.ZZ9    VALUE ZEROS.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-CTD-QTD-DIVERG       PIC  ZZZ.ZZZ.ZZ9    VALUE ZEROS.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-CTD-VLR-DIVERG       PIC  Z.ZZZ.ZZZ.ZZZ.ZZ9,99
                                                           VALUE ZEROS.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-CTD-QTD-CRITICA      PIC  ZZZ.ZZZ.ZZ9    VALUE ZEROS.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-CTD-QTD-NAOCONF      PIC  ZZZ.ZZZ.ZZ9    VALUE ZEROS.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-CTD-VLR-NAOCONF      PIC  Z.ZZZ.ZZZ.ZZZ.ZZ9,99
                                                           VALUE ZEROS.
           05 FILLER                   PIC  X(006)         VALUE SPACES.

       01  WRK-CTL-TOTAL.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-CTT-DESCRICAO        PIC  X(040)         VALUE SPACES.
           05 WRK-CTT-QUANTIDADE       PIC  ZZZ.ZZZ.ZZ9    VALUE ZEROS.
           05 FILLER                   PIC  X(081)         VALUE SPACES.

       01  WRK-LIN-MENSAGEM.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-LIN-TEXTO            PIC  X(100)         VALUE SPACES.
           05 FILLER                   PIC  X(032)         VALUE SPACES.

       01  WRK-LIN-BRANCO              PIC  X(133)         VALUE SPACES.

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
           '*** AREA DA BRAD0560                           ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-AREA-BRAD0560.
           05 WRK-JOBNAME-0560         PIC  X(008)         VALUE SPACES.
           05 WRK-JOBNUMBER-0560       PIC  9(005)         VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREAS DOS ARQUIVOS                         ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       COPY I#BUPV35.

       COPY I#BUPV41.

       COPY I#BUPV47.

       COPY I#BUPV50.

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
                INCLUDE BUPVB026
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
      *--- EX.: PARM='ALTA' OU PARM='****'
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

           PERFORM 1500-CARREGAR-REGIONAIS.

           PERFORM 1600-CARREGAR-BALCOES.

           SORT SORTDIST
                ON ASCENDING KEY SRT-DIST-IND-REGIONAL
                                 SRT-DIST-ORIGEM
                                 SRT-DIST-CHAVE
                INPUT  PROCEDURE IS 2000-COLETAR-EXCECOES
                OUTPUT PROCEDURE IS 3000-DISTRIBUIR-REGIONAIS.

           IF SORT-RETURN              NOT EQUAL ZEROS
              DISPLAY 'BUPV1085 - ERRO NO SORT DA DISTRIBUICAO - '
                      'SORT-RETURN ' SORT-RETURN
              MOVE 12                  TO   RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 5000-IMPRIMIR-CONTROLE.

           PERFORM 6000-FINALIZAR.

      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1000-INICIALIZAR                SECTION.
      *----------------------------------------------------------------*

           INITIALIZE BU00-REGISTRO
                      WRK-TAB-TOTAL-BANCO
                      WRK-TAB-SOMA-REGIONAIS.

           PERFORM 1400-OBTER-PARAMETROS.

           CALL 'CKRS1000'.

           PERFORM 1450-REGISTRAR-PARAMETROS.

           OPEN OUTPUT RELATO.

           IF WRK-FS-RELATO            NOT EQUAL '00'
              DISPLAY 'BUPV1085 - ERRO NA ABERTURA DO RELATO - FS '
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

           CALL 'BRAD0560'             USING WRK-JOBNAME-0560
                                             WRK-JOBNUMBER-0560.

           MOVE WRK-JOBNAME-0560       TO   WRK-CTL-JOBNAME.
           MOVE WRK-JOBNUMBER-0560     TO   WRK-CTL-JOBNUMBER.
           MOVE WRK-CCTRO-CUSTO-ORIGE  TO   WRK-CTL-CENTRO
                                            WRK-DIS-CENTRO.
           MOVE WRK-DATA-PROC          TO   WRK-CTL-DATA
                                            WRK-DIS-DATA.
           MOVE WRK-HORA-PROC          TO   WRK-CTL-HORA
                                            WRK-DIS-HORA.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1100-IMPRIMIR-CABECALHO         SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO   WRK-CTR-PAGINAS.

           MOVE WRK-CTR-PAGINAS        TO   WRK-CTL-PAGINA.

           WRITE FD-RELATO             FROM WRK-CTL-CAB1.
           WRITE FD-RELATO             FROM WRK-CTL-CAB2.
           WRITE FD-RELATO             FROM WRK-LIN-BRANCO.
           WRITE FD-RELATO             FROM WRK-CTL-CAB3.

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
       1400-OBTER-PARAMETROS           SECTION.
      *----------------------------------------------------------------*

           IF LK-PARM-TAM              LESS      4
              OR LK-PARM-CENTRO        EQUAL     SPACES
              DISPLAY '**************** BUPV1085 ****************'
              DISPLAY '*                                        *'
              DISPLAY '*   PARM OBRIGATORIA NAO INFORMADA       *'
              DISPLAY '*   CENTRO (OU **** PARA TODOS)          *'
              DISPLAY '*                                        *'
              DISPLAY '**************** BUPV1085 ****************'
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
       1500-CARREGAR-REGIONAIS         SECTION.
      *----------------------------------------------------------------*

      *--- O NOME DA REGIONAL E REPETIDO EM CADA BALCAO DA TABELA - O
      *--- MAX SO ESCOLHE UM DELES PARA O CABECALHO.
           EXEC SQL
               DECLARE CURS-REGIONAL CURSOR FOR
               SELECT  CREGIONAL,
                       MAX(NOME_REGIONAL)
               FROM    DB2PRD.TCTRL_BALCAO_REGIONAL
               WHERE   CINDCD_SIT          =   'A'
               GROUP BY CREGIONAL
               ORDER BY CREGIONAL
           END-EXEC.

           EXEC SQL
               OPEN CURS-REGIONAL
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              MOVE 'TCTRL_BALCAO_REGIONAL'
                                       TO   WRK-SQL-TABELA
              MOVE 'CURSOR'            TO   WRK-SQL-COMANDO
              MOVE '1500'              TO   WRK-SQL-LOCAL
              PERFORM 9200-ERRO-SQL
           END-IF.

           MOVE 'N'                    TO   WRK-SW-FIM-CURSOR.

           PERFORM 1510-FETCH-REGIONAL
                   UNTIL WRK-FIM-CURSOR.

           EXEC SQL
               CLOSE CURS-REGIONAL
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              MOVE 'TCTRL_BALCAO_REGIONAL'
                                       TO   WRK-SQL-TABELA
              MOVE 'CURSOR'            TO   WRK-SQL-COMANDO
              MOVE '1500'              TO   WRK-SQL-LOCAL
              PERFORM 9200-ERRO-SQL
           END-IF.

      *--- GRUPO NAO ATRIBUIDO SEMPRE NA ULTIMA POSICAO (A TABELA TEM
      *--- UMA POSICAO ALEM DA CAPACIDADE DE REGIONAIS PARA ELE).
           ADD 1                       TO   WRK-QTD-REGIONAIS.
           MOVE WRK-QTD-REGIONAIS      TO   WRK-IND-REG-NAO-ATRIB.
           MOVE WRK-REGIONAL-NAO-ATRIB TO   WRK-TBR-CREGIONAL
                                            (WRK-QTD-REGIONAIS).
           MOVE 'NAO ATRIBUIDO (SEM REGIONAL)'
                                       TO   WRK-TBR-NOME
                                            (WRK-QTD-REGIONAIS).
           PERFORM 1520-ZERAR-TOTAIS-REGIONAL.

      *--- SEM CAPACIDADE PARA TODAS AS REGIONAIS, OS BALCOES DAS QUE
      *--- FICARAM DE FORA CAEM NO GRUPO NAO ATRIBUIDO - NADA SE PERDE.
           IF WRK-QTD-REG-IGNORADAS    GREATER   ZEROS
              MOVE 4                   TO   WRK-COND-CODE
              DISPLAY 'BUPV1085 - REGIONAIS ACIMA DA CAPACIDADE - '
                      'IGNORADAS: ' WRK-QTD-REG-IGNORADAS
           END-IF.

      *----------------------------------------------------------------*
       1500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1510-FETCH-REGIONAL             SECTION.
      *----------------------------------------------------------------*

           EXEC SQL
               FETCH CURS-REGIONAL
               INTO  :WRK-HV-CREGIONAL,
                     :WRK-HV-NOME-REGIONAL
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE             EQUAL     ZEROS
                   CONTINUE
              WHEN SQLCODE             EQUAL     100
                   SET WRK-FIM-CURSOR  TO   TRUE
                   GO TO 1510-99-FIM
              WHEN OTHER
                   MOVE 'TCTRL_BALCAO_REGIONAL'
                                       TO   WRK-SQL-TABELA
                   MOVE 'CURSOR'       TO   WRK-SQL-COMANDO
                   MOVE '1510'         TO   WRK-SQL-LOCAL
                   PERFORM 9200-ERRO-SQL
           END-EVALUATE.

      *--- 'ZZZZ' E RESERVADO AO GRUPO NAO ATRIBUIDO - SEUS BALCOES JA
      *--- CAEM LA NA CARGA DOS BALCOES.
           IF WRK-HV-CREGIONAL         EQUAL     WRK-REGIONAL-NAO-ATRIB
              GO TO 1510-99-FIM
           END-IF.

           IF WRK-QTD-REGIONAIS        NOT LESS  WRK-MAX-REGIONAIS
              ADD 1                    TO   WRK-QTD-REG-IGNORADAS
              GO TO 1510-99-FIM
           END-IF.

           ADD 1                       TO   WRK-QTD-REGIONAIS.

           MOVE WRK-HV-CREGIONAL       TO   WRK-TBR-CREGIONAL
                                            (WRK-QTD-REGIONAIS).
           MOVE WRK-HV-NOME-REGIONAL   TO   WRK-TBR-NOME
                                            (WRK-QTD-REGIONAIS).
           PERFORM 1520-ZERAR-TOTAIS-REGIONAL.

      *----------------------------------------------------------------*
       1510-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1520-ZERAR-TOTAIS-REGIONAL      SECTION.
      *----------------------------------------------------------------*

           PERFORM 1530-ZERAR-TOTAL-ORIGEM
                   VARYING WRK-IND-ORIGEM FROM 1 BY 1
                   UNTIL   WRK-IND-ORIGEM GREATER 4.

      *----------------------------------------------------------------*
       1520-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1530-ZERAR-TOTAL-ORIGEM         SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO   WRK-TBR-QTD
                                            (WRK-QTD-REGIONAIS
                                             WRK-IND-ORIGEM)
                                            WRK-TBR-VLR
                                            (WRK-QTD-REGIONAIS
                                             WRK-IND-ORIGEM).

      *----------------------------------------------------------------*
       1530-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1600-CARREGAR-BALCOES           SECTION.
      *----------------------------------------------------------------*

           EXEC SQL
               DECLARE CURS-BALCAO CURSOR FOR
               SELECT  CBALCAO,
                       CREGIONAL
               FROM    DB2PRD.TCTRL_BALCAO_REGIONAL
               WHERE   CINDCD_SIT          =   'A'
               ORDER BY CBALCAO
           END-EXEC.

           EXEC SQL
               OPEN CURS-BALCAO
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              MOVE 'TCTRL_BALCAO_REGIONAL'
                                       TO   WRK-SQL-TABELA
              MOVE 'CURSOR'            TO   WRK-SQL-COMANDO
              MOVE '1600'              TO   WRK-SQL-LOCAL
              PERFORM 9200-ERRO-SQL
           END-IF.

           MOVE 'N'                    TO   WRK-SW-FIM-CURSOR.

           PERFORM 1610-FETCH-BALCAO
                   UNTIL WRK-FIM-CURSOR.

           EXEC SQL
               CLOSE CURS-BALCAO
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              MOVE 'TCTRL_BALCAO_REGIONAL'
                                       TO   WRK-SQL-TABELA
              MOVE 'CURSOR'            TO   WRK-SQL-COMANDO
              MOVE '1600'              TO   WRK-SQL-LOCAL
              PERFORM 9200-ERRO-SQL
           END-IF.

           IF WRK-QTD-BAL-IGNORADOS    GREATER   ZEROS
              MOVE 4                   TO   WRK-COND-CODE
              DISPLAY 'BUPV1085 - BALCOES ACIMA DA CAPACIDADE - '
                      'IGNORADOS: ' WRK-QTD-BAL-IGNORADOS
           END-IF.

      *----------------------------------------------------------------*
       1600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1610-FETCH-BALCAO               SECTION.
      *----------------------------------------------------------------*

           EXEC SQL
               FETCH CURS-BALCAO
               INTO  :WRK-HV-CBALCAO,
                     :WRK-HV-CREGIONAL
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE             EQUAL     ZEROS
                   CONTINUE
              WHEN SQLCODE             EQUAL     100
                   SET WRK-FIM-CURSOR  TO   TRUE
                   GO TO 1610-99-FIM
              WHEN OTHER
                   MOVE 'TCTRL_BALCAO_REGIONAL'
                                       TO   WRK-SQL-TABELA
                   MOVE 'CURSOR'       TO   WRK-SQL-COMANDO
                   MOVE '1610'         TO   WRK-SQL-LOCAL
                   PERFORM 9200-ERRO-SQL
           END-EVALUATE.

      *--- BALCAO FORA DA CAPACIDADE NAO ENTRA NA TABELA E SEUS ITENS
      *--- CAEM NO GRUPO NAO ATRIBUIDO.
           IF WRK-QTD-BALCOES          NOT LESS  WRK-MAX-BALCOES
              ADD 1                    TO   WRK-QTD-BAL-IGNORADOS
              GO TO 1610-99-FIM
           END-IF.

           ADD 1                       TO   WRK-QTD-BALCOES.

           MOVE WRK-HV-CBALCAO         TO   WRK-TBB-CBALCAO
                                            (WRK-QTD-BALCOES).

      *--- POSICAO DA REGIONAL - SE A REGIONAL NAO ENTROU NA TABELA
      *--- (CAPACIDADE OU 'ZZZZ') O BALCAO APONTA PARA O NAO ATRIBUIDO.
           MOVE WRK-IND-REG-NAO-ATRIB  TO   WRK-TBB-IND-REGIONAL
                                            (WRK-QTD-BALCOES).

           PERFORM 1620-LOCALIZAR-REGIONAL
                   VARYING WRK-IND-REG FROM 1 BY 1
                   UNTIL   WRK-IND-REG NOT LESS WRK-IND-REG-NAO-ATRIB.

      *----------------------------------------------------------------*
       1610-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1620-LOCALIZAR-REGIONAL         SECTION.
      *----------------------------------------------------------------*

           IF WRK-TBR-CREGIONAL(WRK-IND-REG)
                                       EQUAL     WRK-HV-CREGIONAL
              MOVE WRK-IND-REG         TO   WRK-TBB-IND-REGIONAL
                                            (WRK-QTD-BALCOES)
              MOVE WRK-IND-REG-NAO-ATRIB
                                       TO   WRK-IND-REG
           END-IF.

      *----------------------------------------------------------------*
       1620-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-COLETAR-EXCECOES           SECTION.
      *----------------------------------------------------------------*

      *--- INPUT PROCEDURE DO SORT - AS QUATRO ORIGENS, CADA ITEM JA
      *--- COM A SUA REGIONAL.
           PERFORM 2100-COLETAR-EXCEC.

           PERFORM 2200-COLETAR-SARQDIVE.

           PERFORM 2300-COLETAR-SARQCRIT.

           PERFORM 2400-COLETAR-SNAOCONF.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-COLETAR-EXCEC              SECTION.
      *----------------------------------------------------------------*

      *--- MESMA DEFINICAO DE ITEM EM ABERTO DO RELATORIO DE
      *--- ENVELHECIMENTO (BUPV1066).
           EXEC SQL
               DECLARE CURS-EXCEC CURSOR FOR
               SELECT  CCTRO_CUSTO_ORIGE,
                       CHAVE_BATIM,
                       TIPO_EXCECAO,
                       DATA_PRIMEIRA,
                       SITUACAO
               FROM    DB2PRD.TCTRL_BATIM_EXCEC
               WHERE   SITUACAO            IN ('ABERTA', 'EM-ANALISE')
               AND    (CCTRO_CUSTO_ORIGE   =  :WRK-CCTRO-CUSTO-ORIGE
               OR     :WRK-CCTRO-CUSTO-ORIGE
                                           =   '****')
               ORDER BY CHAVE_BATIM
           END-EXEC.

           EXEC SQL
               OPEN CURS-EXCEC
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              MOVE 'TCTRL_BATIM_EXCEC' TO   WRK-SQL-TABELA
              MOVE 'CURSOR'            TO   WRK-SQL-COMANDO
              MOVE '2100'              TO   WRK-SQL-LOCAL
              PERFORM 9200-ERRO-SQL
           END-IF.

           MOVE 'N'                    TO   WRK-SW-FIM-CURSOR.

           PERFORM 2110-FETCH-EXCEC
                   UNTIL WRK-FIM-CURSOR.

           EXEC SQL
               CLOSE CURS-EXCEC
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              MOVE 'TCTRL_BATIM_EXCEC' TO   WRK-SQL-TABELA
              MOVE 'CURSOR'            TO   WRK-SQL-COMANDO
              MOVE '2100'              TO   WRK-SQL-LOCAL
              PERFORM 9200-ERRO-SQL
           END-IF.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2110-FETCH-EXCEC                SECTION.
      *----------------------------------------------------------------*

           EXEC SQL
               FETCH CURS-EXCEC
               INTO  :BUPVB026.CCTRO-CUSTO-ORIGE,
                     :BUPVB026.CHAVE-BATIM,
                     :BUPVB026.TIPO-EXCECAO,
                     :BUPVB026.DATA-PRIMEIRA,
                     :BUPVB026.SITUACAO
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE             EQUAL     ZEROS
                   CONTINUE
              WHEN SQLCODE             EQUAL     100
                   SET WRK-FIM-CURSOR  TO   TRUE
                   GO TO 2110-99-FIM
              WHEN OTHER
                   MOVE 'TCTRL_BATIM_EXCEC'
                                       TO   WRK-SQL-TABELA
                   MOVE 'CURSOR'       TO   WRK-SQL-COMANDO
                   MOVE '2110'         TO   WRK-SQL-LOCAL
                   PERFORM 9200-ERRO-SQL
           END-EVALUATE.

           INITIALIZE BU50-REGISTRO.

           SET BU50-EXCECAO-ABERTA     TO   TRUE.
           MOVE CHAVE-BATIM       OF BUPVB026
                                       TO   BU50-CHAVE.
           MOVE CCTRO-CUSTO-ORIGE OF BUPVB026
                                       TO   BU50-CCTRO-CUSTO-ORIGE.
           MOVE TIPO-EXCECAO      OF BUPVB026
                                       TO   BU50-TIPO.
           MOVE SITUACAO          OF BUPVB026
                                       TO   BU50-SITUACAO.
           MOVE DATA-PRIMEIRA     OF BUPVB026
                                       TO   BU50-DATA.
           MOVE ZEROS                  TO   BU50-VALOR.

           PERFORM 2700-LIBERAR-EXCECAO.

      *----------------------------------------------------------------*
       2110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2200-COLETAR-SARQDIVE           SECTION.
      *----------------------------------------------------------------*

           OPEN INPUT SARQDIVE.

           IF WRK-FS-SARQDIVE          NOT EQUAL '00'
              DISPLAY 'BUPV1085 - ERRO NA ABERTURA DO SARQDIVE - FS '
                      WRK-FS-SARQDIVE
              MOVE 12                  TO   RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 2210-LER-SARQDIVE
                   UNTIL WRK-FS-SARQDIVE EQUAL '10'.

           CLOSE SARQDIVE.

      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2210-LER-SARQDIVE               SECTION.
      *----------------------------------------------------------------*

           READ SARQDIVE               INTO BU47-REGISTRO.

           IF WRK-FS-SARQDIVE          EQUAL     '10'
              GO TO 2210-99-FIM
           END-IF.

           IF WRK-FS-SARQDIVE          NOT EQUAL '00'
              DISPLAY 'BUPV1085 - ERRO NA LEITURA DO SARQDIVE - FS '
                      WRK-FS-SARQDIVE
              MOVE 12                  TO   RETURN-CODE
              STOP RUN
           END-IF.

           INITIALIZE BU50-REGISTRO.

           SET BU50-DIVERGENCIA        TO   TRUE.
           MOVE BU47-CHAVE             TO   BU50-CHAVE.
           PERFORM 2750-CENTRO-ARQUIVO.
           MOVE BU47-DATA-PROC         TO   BU50-DATA.
           MOVE BU47-VLR-DIFERENCA     TO   BU50-VALOR.

           PERFORM 2700-LIBERAR-EXCECAO.

      *----------------------------------------------------------------*
       2210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2300-COLETAR-SARQCRIT           SECTION.
      *----------------------------------------------------------------*

           OPEN INPUT SARQCRIT.

           IF WRK-FS-SARQCRIT          NOT EQUAL '00'
              DISPLAY 'BUPV1085 - ERRO NA ABERTURA DO SARQCRIT - FS '
                      WRK-FS-SARQCRIT
              MOVE 12                  TO   RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 2310-LER-SARQCRIT
                   UNTIL WRK-FS-SARQCRIT EQUAL '10'.

           CLOSE SARQCRIT.

      *----------------------------------------------------------------*
       2300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2310-LER-SARQCRIT               SECTION.
      *----------------------------------------------------------------*

           READ SARQCRIT               INTO BU41-REGISTRO.

           IF WRK-FS-SARQCRIT          EQUAL     '10'
              GO TO 2310-99-FIM
           END-IF.

           IF WRK-FS-SARQCRIT          NOT EQUAL '00'
              DISPLAY 'BUPV1085 - ERRO NA LEITURA DO SARQCRIT - FS '
                      WRK-FS-SARQCRIT
              MOVE 12                  TO   RETURN-CODE
              STOP RUN
           END-IF.

           INITIALIZE BU50-REGISTRO.

           SET BU50-CRITICA            TO   TRUE.
           MOVE BU41-CHAVE             TO   BU50-CHAVE.
           PERFORM 2750-CENTRO-ARQUIVO.
           MOVE BU41-ARQUIVO-ORIGEM    TO   BU50-TIPO.
           MOVE BU41-MOTIVOS           TO   BU50-MOTIVOS.
           MOVE BU41-DATA-PROC         TO   BU50-DATA.
           MOVE ZEROS                  TO   BU50-VALOR.

           PERFORM 2700-LIBERAR-EXCECAO.

      *----------------------------------------------------------------*
       2310-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2400-COLETAR-SNAOCONF           SECTION.
      *----------------------------------------------------------------*

           OPEN INPUT SNAOCONF.

           IF WRK-FS-SNAOCONF          NOT EQUAL '00'
              DISPLAY 'BUPV1085 - ERRO NA ABERTURA DO SNAOCONF - FS '
                      WRK-FS-SNAOCONF
              MOVE 12                  TO   RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 2410-LER-SNAOCONF
                   UNTIL WRK-FS-SNAOCONF EQUAL '10'.

           CLOSE SNAOCONF.

      *----------------------------------------------------------------*
       2400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2410-LER-SNAOCONF               SECTION.
      *----------------------------------------------------------------*

           READ SNAOCONF               INTO BU35-REGISTRO.

           IF WRK-FS-SNAOCONF          EQUAL     '10'
              GO TO 2410-99-FIM
           END-IF.

           IF WRK-FS-SNAOCONF          NOT EQUAL '00'
              DISPLAY 'BUPV1085 - ERRO NA LEITURA DO SNAOCONF - FS '
                      WRK-FS-SNAOCONF
              MOVE 12                  TO   RETURN-CODE
              STOP RUN
           END-IF.

           INITIALIZE BU50-REGISTRO.

           SET BU50-NAO-CONFIRMADO     TO   TRUE.
           MOVE BU35-REGISTRO(1:21)    TO   BU50-CHAVE.
           PERFORM 2750-CENTRO-ARQUIVO.
           MOVE BU35-DCONTD            TO   BU50-DATA.

      *--- VALOR EM BRANCO (TRANSMISSOR NAO MIGRADO) CONTA COMO ZERO,
      *--- COMO NA CONCILIACAO DE VALORES DA BUPV1054.
           IF BU35-VLR-APORTE          NUMERIC
              MOVE BU35-VLR-APORTE     TO   BU50-VALOR
           ELSE
              MOVE ZEROS               TO   BU50-VALOR
           END-IF.

           PERFORM 2700-LIBERAR-EXCECAO.

      *----------------------------------------------------------------*
       2410-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2700-LIBERAR-EXCECAO            SECTION.
      *----------------------------------------------------------------*

           PERFORM 2710-RESOLVER-REGIONAL.

           MOVE WRK-TBR-CREGIONAL(WRK-IND-REG-ANTERIOR)
                                       TO   BU50-CREGIONAL.

           IF BU50-NAO-ATRIBUIDO
              ADD 1                    TO   ACU-NAO-ATRIBUIDOS
           END-IF.

           MOVE BU50-ORIGEM            TO   WRK-ORIGEM-X.
           ADD 1                       TO   WRK-TBB-QTD(WRK-ORIGEM-N).
           ADD BU50-VALOR              TO   WRK-TBB-VLR(WRK-ORIGEM-N).

           MOVE WRK-IND-REG-ANTERIOR   TO   WRK-SRT-IND-REGIONAL.
           MOVE BU50-REGISTRO          TO   WRK-SRT-DISTRIB.

           RELEASE SRT-DIST-REGISTRO   FROM WRK-REG-SORT.

           ADD 1                       TO   ACU-LIBERADOS-SORT.

      *----------------------------------------------------------------*
       2700-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2710-RESOLVER-REGIONAL          SECTION.
      *----------------------------------------------------------------*

      *--- MESMO BALCAO DO ITEM ANTERIOR - REGIONAL JA CONHECIDA.
           IF BU50-CBALCAO             EQUAL     WRK-BALCAO-ANTERIOR
              GO TO 2710-99-FIM
           END-IF.

           MOVE BU50-CBALCAO           TO   WRK-BALCAO-ANTERIOR.
           MOVE WRK-IND-REG-NAO-ATRIB  TO   WRK-IND-REG-ANTERIOR.

           SET WRK-BALCAO-NAO-ACHADO   TO   TRUE.
           MOVE 1                      TO   WRK-PSQ-INICIO.
           MOVE WRK-QTD-BALCOES        TO   WRK-PSQ-FIM.

           PERFORM 2720-PESQUISAR-BALCAO
                   UNTIL WRK-BALCAO-ACHADO
                      OR WRK-PSQ-INICIO GREATER WRK-PSQ-FIM.

      *----------------------------------------------------------------*
       2710-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2720-PESQUISAR-BALCAO           SECTION.
      *----------------------------------------------------------------*

           COMPUTE WRK-PSQ-MEIO        =   (WRK-PSQ-INICIO +
                                            WRK-PSQ-FIM) / 2.

           EVALUATE TRUE
              WHEN WRK-TBB-CBALCAO(WRK-PSQ-MEIO)
                                       EQUAL     BU50-CBALCAO
                   SET WRK-BALCAO-ACHADO
                                       TO   TRUE
                   MOVE WRK-TBB-IND-REGIONAL(WRK-PSQ-MEIO)
                                       TO   WRK-IND-REG-ANTERIOR
              WHEN WRK-TBB-CBALCAO(WRK-PSQ-MEIO)
                                       LESS      BU50-CBALCAO
                   COMPUTE WRK-PSQ-INICIO
                                       =   WRK-PSQ-MEIO + 1
              WHEN WRK-PSQ-MEIO        EQUAL     1
                   MOVE ZEROS          TO   WRK-PSQ-FIM
              WHEN OTHER
                   COMPUTE WRK-PSQ-FIM =   WRK-PSQ-MEIO - 1
           END-EVALUATE.

      *----------------------------------------------------------------*
       2720-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2750-CENTRO-ARQUIVO             SECTION.
      *----------------------------------------------------------------*

      *--- OS ARQUIVOS NAO TRAZEM O CENTRO - E O DA PARM. NO MODO
      *--- TODOS OS CENTROS (ARQUIVOS CONCATENADOS) FICA EM BRANCO.
           IF WRK-TODOS-CENTROS
              MOVE SPACES              TO   BU50-CCTRO-CUSTO-ORIGE
           ELSE
              MOVE WRK-CCTRO-CUSTO-ORIGE
                                       TO   BU50-CCTRO-CUSTO-ORIGE
           END-IF.

      *----------------------------------------------------------------*
       2750-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-DISTRIBUIR-REGIONAIS       SECTION.
      *----------------------------------------------------------------*

      *--- OUTPUT PROCEDURE DO SORT - PERCORRE TODAS AS REGIONAIS DA
      *--- TABELA (INCLUSIVE AS SEM ITENS E O NAO ATRIBUIDO), GRAVANDO
      *--- OS ITENS DE CADA UMA NOS SEUS DATASETS.
           PERFORM 3100-RETORNAR-EXCECAO.

           PERFORM 3200-DISTRIBUIR-REGIONAL
                   VARYING WRK-IND-REG FROM 1 BY 1
                   UNTIL   WRK-IND-REG GREATER WRK-QTD-REGIONAIS.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3100-RETORNAR-EXCECAO           SECTION.
      *----------------------------------------------------------------*

           RETURN SORTDIST             INTO WRK-REG-SORT
               AT END
                  SET WRK-FIM-SORT     TO   TRUE
                  MOVE 9999            TO   WRK-SRT-IND-REGIONAL
                  GO TO 3100-99-FIM
           END-RETURN.

           ADD 1                       TO   ACU-RETORNADOS-SORT.

           MOVE WRK-SRT-DISTRIB        TO   BU50-REGISTRO.

      *----------------------------------------------------------------*
       3100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3200-DISTRIBUIR-REGIONAL        SECTION.
      *----------------------------------------------------------------*

           PERFORM 3300-ALOCAR-REGIONAL.

           OPEN OUTPUT SREGEXC.

           IF WRK-FS-SREGEXC           NOT EQUAL '00'
              DISPLAY 'BUPV1085 - ERRO NA ABERTURA DO SREGEXC - FS '
                      WRK-FS-SREGEXC ' REGIONAL '
                      WRK-TBR-CREGIONAL(WRK-IND-REG)
              MOVE 12                  TO   RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT SREGREL.

           IF WRK-FS-SREGREL           NOT EQUAL '00'
              DISPLAY 'BUPV1085 - ERRO NA ABERTURA DO SREGREL - FS '
                      WRK-FS-SREGREL ' REGIONAL '
                      WRK-TBR-CREGIONAL(WRK-IND-REG)
              MOVE 12                  TO   RETURN-CODE
              STOP RUN
           END-IF.

           MOVE WRK-TBR-CREGIONAL(WRK-IND-REG)
                                       TO   WRK-DIS-CREGIONAL.
           MOVE WRK-TBR-NOME(WRK-IND-REG)
                                       TO   WRK-DIS-NOME.
           MOVE ZEROS                  TO   WRK-CTR-PAGINAS-REG.

           PERFORM 3500-IMPRIMIR-CAB-REGIONAL.

           PERFORM 3400-GRAVAR-EXCECAO
                   UNTIL WRK-SRT-IND-REGIONAL NOT EQUAL WRK-IND-REG.

           IF WRK-TBR-QTD(WRK-IND-REG 1) + WRK-TBR-QTD(WRK-IND-REG 2)
            + WRK-TBR-QTD(WRK-IND-REG 3) + WRK-TBR-QTD(WRK-IND-REG 4)
                                       EQUAL     ZEROS
              MOVE SPACES              TO   WRK-LIN-TEXTO
              MOVE 'NENHUMA EXCECAO PARA A REGIONAL NESTA DISTRIBUICAO'
                                       TO   WRK-LIN-TEXTO
              MOVE WRK-LIN-MENSAGEM    TO   WRK-LINHA-IMPRIMIR
              PERFORM 3510-IMPRIMIR-LINHA-REGIONAL
           END-IF.

           PERFORM 3600-IMPRIMIR-TOTAIS-REGIONAL.

           CLOSE SREGEXC.
           PERFORM 3700-TESTAR-FS-SREGEXC.

           CLOSE SREGREL.

           IF WRK-FS-SREGREL           NOT EQUAL '00'
              PERFORM 9150-ERRO-GRAVACAO-SREGREL
           END-IF.

           PERFORM 3320-LIBERAR-REGIONAL.

           ADD 1                       TO   ACU-REGIONAIS-GRAVADAS.

      *----------------------------------------------------------------*
       3200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3300-ALOCAR-REGIONAL            SECTION.
      *----------------------------------------------------------------*

      *--- DATASETS DA REGIONAL NA CONVENCAO AD.BUPV.R<REGIONAL>.
      *--- <DDNAME>, PRE-ALOCADOS PELA OPERACAO (SAIDAS OLD - A
      *--- DISTRIBUICAO ANTERIOR E SUBSTITUIDA).
           MOVE 'SREGEXC'              TO   WRK-DYN-DDNAME.
           MOVE 'OLD'                  TO   WRK-DYN-DISP.
           PERFORM 3310-EXECUTAR-ALLOC.

           MOVE 'SREGREL'              TO   WRK-DYN-DDNAME.
           MOVE 'OLD'                  TO   WRK-DYN-DISP.
           PERFORM 3310-EXECUTAR-ALLOC.

      *----------------------------------------------------------------*
       3300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3310-EXECUTAR-ALLOC             SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO   WRK-DYN-TEXTO.

           STRING 'ALLOC FI('          DELIMITED BY SIZE
                  WRK-DYN-DDNAME       DELIMITED BY SPACE
                  ') DA(AD.BUPV.R'     DELIMITED BY SIZE
                  WRK-TBR-CREGIONAL(WRK-IND-REG)
                                       DELIMITED BY SPACE
                  '.'                  DELIMITED BY SIZE
                  WRK-DYN-DDNAME       DELIMITED BY SPACE
                  ') '                 DELIMITED BY SIZE
                  WRK-DYN-DISP         DELIMITED BY SPACE
              INTO WRK-DYN-TEXTO
           END-STRING.

      *--- O BPXWDYN IGNORA BRANCOS A DIREITA - O COMPRIMENTO PODE
      *--- SER O DA AREA INTEIRA.
           MOVE LENGTH OF WRK-DYN-TEXTO
                                       TO   WRK-DYN-TAM.

           PERFORM 3340-CHAMAR-BPXWDYN.

      *----------------------------------------------------------------*
       3310-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3320-LIBERAR-REGIONAL           SECTION.
      *----------------------------------------------------------------*

           MOVE 'SREGEXC'              TO   WRK-DYN-DDNAME.
           PERFORM 3330-EXECUTAR-FREE.

           MOVE 'SREGREL'              TO   WRK-DYN-DDNAME.
           PERFORM 3330-EXECUTAR-FREE.

      *----------------------------------------------------------------*
       3320-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3330-EXECUTAR-FREE              SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO   WRK-DYN-TEXTO.

           STRING 'FREE FI('           DELIMITED BY SIZE
                  WRK-DYN-DDNAME       DELIMITED BY SPACE
                  ')'                  DELIMITED BY SIZE
              INTO WRK-DYN-TEXTO
           END-STRING.

           MOVE LENGTH OF WRK-DYN-TEXTO
                                       TO   WRK-DYN-TAM.

           PERFORM 3340-CHAMAR-BPXWDYN.

      *----------------------------------------------------------------*
       3330-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3340-CHAMAR-BPXWDYN             SECTION.
      *----------------------------------------------------------------*

           CALL 'BPXWDYN'              USING WRK-DYN-COMANDO.

           MOVE RETURN-CODE            TO   WRK-DYN-RETORNO.

      *--- DATASET DA REGIONAL NAO PRE-ALOCADO PELA OPERACAO PARA A
      *--- DISTRIBUICAO - NAO HA COMO ENTREGAR OS ITENS DA REGIONAL.
           IF WRK-DYN-RETORNO          NOT EQUAL ZEROS
              DISPLAY '**************** BUPV1085 ****************'
              DISPLAY '*                                        *'
              DISPLAY '*   ERRO NA ALOCACAO DINAMICA (BPXWDYN)  *'
              DISPLAY '*   REGIONAL: '
                      WRK-TBR-CREGIONAL(WRK-IND-REG)
                      '  DDNAME: ' WRK-DYN-DDNAME
                      '  *'
              DISPLAY '*                                        *'
              DISPLAY '**************** BUPV1085 ****************'
              DISPLAY 'BUPV1085 - COMANDO: ' WRK-DYN-TEXTO(1:60)
              MOVE 12                  TO   RETURN-CODE
              STOP RUN
           END-IF.

           MOVE ZEROS                  TO   RETURN-CODE.

      *----------------------------------------------------------------*
       3340-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3400-GRAVAR-EXCECAO             SECTION.
      *----------------------------------------------------------------*

           WRITE FD-SREGEXC            FROM BU50-REGISTRO.
           PERFORM 3700-TESTAR-FS-SREGEXC.

           MOVE BU50-ORIGEM            TO   WRK-ORIGEM-X.
           ADD 1                       TO   WRK-TBR-QTD
                                            (WRK-IND-REG WRK-ORIGEM-N).
           ADD BU50-VALOR              TO   WRK-TBR-VLR
                                            (WRK-IND-REG WRK-ORIGEM-N).

           MOVE WRK-DESC-ORIGEM(WRK-ORIGEM-N)
                                       TO   WRK-DID-ORIGEM.
           MOVE BU50-CHAVE             TO   WRK-DID-CHAVE.
           MOVE BU50-CCTRO-CUSTO-ORIGE TO   WRK-DID-CENTRO.
           MOVE BU50-TIPO              TO   WRK-DID-TIPO.
           MOVE BU50-SITUACAO          TO   WRK-DID-SITUACAO.
           MOVE BU50-MOTIVOS           TO   WRK-DID-MOTIVOS.
           MOVE BU50-DATA              TO   WRK-DID-DATA.
           MOVE BU50-VALOR             TO   WRK-DID-VALOR.

           MOVE WRK-DIS-DET            TO   WRK-LINHA-IMPRIMIR.
           PERFORM 3510-IMPRIMIR-LINHA-REGIONAL.

           PERFORM 3100-RETORNAR-EXCECAO.

      *----------------------------------------------------------------*
       3400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3500-IMPRIMIR-CAB-REGIONAL      SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO   WRK-CTR-PAGINAS-REG.

           MOVE WRK-CTR-PAGINAS-REG    TO   WRK-DIS-PAGINA.

           WRITE FD-SREGREL            FROM WRK-DIS-CAB1.
           WRITE FD-SREGREL            FROM WRK-DIS-CAB2.
           WRITE FD-SREGREL            FROM WRK-LIN-BRANCO.
           WRITE FD-SREGREL            FROM WRK-DIS-CAB3.

           IF WRK-FS-SREGREL           NOT EQUAL '00'
              PERFORM 9150-ERRO-GRAVACAO-SREGREL
           END-IF.

           MOVE 4                      TO   WRK-CTR-LINHAS-REG.

      *----------------------------------------------------------------*
       3500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3510-IMPRIMIR-LINHA-REGIONAL    SECTION.
      *----------------------------------------------------------------*

           IF WRK-CTR-LINHAS-REG       NOT LESS  WRK-MAX-LINHAS
              PERFORM 3500-IMPRIMIR-CAB-REGIONAL
           END-IF.

           WRITE FD-SREGREL            FROM WRK-LINHA-IMPRIMIR.

           IF WRK-FS-SREGREL           NOT EQUAL '00'
              PERFORM 9150-ERRO-GRAVACAO-SREGREL
           END-IF.

           ADD 1                       TO   WRK-CTR-LINHAS-REG.

      *----------------------------------------------------------------*
       3510-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3600-IMPRIMIR-TOTAIS-REGIONAL   SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-LIN-BRANCO         TO   WRK-LINHA-IMPRIMIR.
           PERFORM 3510-IMPRIMIR-LINHA-REGIONAL.

           PERFORM 3610-IMPRIMIR-TOTAL-ORIGEM
                   VARYING WRK-IND-ORIGEM FROM 1 BY 1
                   UNTIL   WRK-IND-ORIGEM GREATER 4.

      *----------------------------------------------------------------*
       3600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3610-IMPRIMIR-TOTAL-ORIGEM      SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-TITULO-ORIGEM(WRK-IND-ORIGEM)
                                       TO   WRK-DIT-DESCRICAO.
           MOVE WRK-TBR-QTD(WRK-IND-REG WRK-IND-ORIGEM)
                                       TO   WRK-DIT-QUANTIDADE.
           MOVE WRK-TBR-VLR(WRK-IND-REG WRK-IND-ORIGEM)
                                       TO   WRK-DIT-VALOR.

           MOVE WRK-DIS-TOTAL          TO   WRK-LINHA-IMPRIMIR.
           PERFORM 3510-IMPRIMIR-LINHA-REGIONAL.

      *----------------------------------------------------------------*
       3610-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3700-TESTAR-FS-SREGEXC          SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-SREGEXC           NOT EQUAL '00'
              DISPLAY 'BUPV1085 - ERRO NA GRAVACAO DO SREGEXC - FS '
                      WRK-FS-SREGEXC ' REGIONAL '
                      WRK-TBR-CREGIONAL(WRK-IND-REG)
              MOVE 12                  TO   RETURN-CODE
              STOP RUN
           END-IF.

      *----------------------------------------------------------------*
       3700-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5000-IMPRIMIR-CONTROLE          SECTION.
      *----------------------------------------------------------------*

           PERFORM 1100-IMPRIMIR-CABECALHO.

           PERFORM 5100-IMPRIMIR-REGIONAL-CTL
                   VARYING WRK-IND-REG FROM 1 BY 1
                   UNTIL   WRK-IND-REG GREATER WRK-QTD-REGIONAIS.

           MOVE WRK-LIN-BRANCO         TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1150-IMPRIMIR-LINHA.

      *--- SOMA DAS REGIONAIS CONTRA O TOTAL DO BANCO, ORIGEM A
      *--- ORIGEM, EM QUANTIDADE E VALOR.
           MOVE SPACES                 TO   WRK-CTD-CREGIONAL.
           MOVE 'SOMA DAS REGIONAIS'   TO   WRK-CTD-NOME.
           MOVE WRK-TBS-QTD(1)         TO   WRK-CTD-QTD-EXCECAO.
           MOVE WRK-TBS-QTD(2)         TO   WRK-CTD-QTD-DIVERG.
           MOVE WRK-TBS-VLR(2)         TO   WRK-CTD-VLR-DIVERG.
           MOVE WRK-TBS-QTD(3)         TO   WRK-CTD-QTD-CRITICA.
           MOVE WRK-TBS-QTD(4)         TO   WRK-CTD-QTD-NAOCONF.
           MOVE WRK-TBS-VLR(4)         TO   WRK-CTD-VLR-NAOCONF.
           MOVE WRK-CTL-DET            TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1150-IMPRIMIR-LINHA.

           MOVE 'TOTAL DO BANCO (ORIGENS)'
                                       TO   WRK-CTD-NOME.
           MOVE WRK-TBB-QTD(1)         TO   WRK-CTD-QTD-EXCECAO.
           MOVE WRK-TBB-QTD(2)         TO   WRK-CTD-QTD-DIVERG.
           MOVE WRK-TBB-VLR(2)         TO   WRK-CTD-VLR-DIVERG.
           MOVE WRK-TBB-QTD(3)         TO   WRK-CTD-QTD-CRITICA.
           MOVE WRK-TBB-QTD(4)         TO   WRK-CTD-QTD-NAOCONF.
           MOVE WRK-TBB-VLR(4)         TO   WRK-CTD-VLR-NAOCONF.
           MOVE WRK-CTL-DET            TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1150-IMPRIMIR-LINHA.

           PERFORM 5200-CONFERIR-ORIGEM
                   VARYING WRK-IND-ORIGEM FROM 1 BY 1
                   UNTIL   WRK-IND-ORIGEM GREATER 4.

           IF ACU-LIBERADOS-SORT       NOT EQUAL ACU-RETORNADOS-SORT
              SET WRK-CONTROLE-DIVERGE TO   TRUE
           END-IF.

           MOVE WRK-LIN-BRANCO         TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1150-IMPRIMIR-LINHA.

           MOVE SPACES                 TO   WRK-LIN-TEXTO.

           IF WRK-CONTROLE-CONFERE
              MOVE 'RESULTADO: SOMA DAS REGIONAIS FECHA COM O BANCO'
                                       TO   WRK-LIN-TEXTO
           ELSE
              MOVE 8                   TO   WRK-COND-CODE
              MOVE 'RESULTADO: *** SOMA DAS REGIONAIS NAO FECHA ***'
                                       TO   WRK-LIN-TEXTO
           END-IF.

           MOVE WRK-LIN-MENSAGEM       TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1150-IMPRIMIR-LINHA.

           MOVE WRK-LIN-BRANCO         TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1150-IMPRIMIR-LINHA.

           MOVE 'ITENS LIDOS NAS ORIGENS (SORT).........:'
                                       TO   WRK-CTT-DESCRICAO.
           MOVE ACU-LIBERADOS-SORT     TO   WRK-CTT-QUANTIDADE.
           MOVE WRK-CTL-TOTAL          TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1150-IMPRIMIR-LINHA.

           MOVE 'ITENS GRAVADOS NAS REGIONAIS...........:'
                                       TO   WRK-CTT-DESCRICAO.
           MOVE ACU-RETORNADOS-SORT    TO   WRK-CTT-QUANTIDADE.
           MOVE WRK-CTL-TOTAL          TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1150-IMPRIMIR-LINHA.

           MOVE 'ITENS NO GRUPO NAO ATRIBUIDO...........:'
                                       TO   WRK-CTT-DESCRICAO.
           MOVE ACU-NAO-ATRIBUIDOS     TO   WRK-CTT-QUANTIDADE.
           MOVE WRK-CTL-TOTAL          TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1150-IMPRIMIR-LINHA.

           MOVE 'DATASETS DE REGIONAL GRAVADOS..........:'
                                       TO   WRK-CTT-DESCRICAO.
           MOVE ACU-REGIONAIS-GRAVADAS TO   WRK-CTT-QUANTIDADE.
           MOVE WRK-CTL-TOTAL          TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1150-IMPRIMIR-LINHA.

           MOVE 'BALCOES NA TABELA DE REGIONAIS.........:'
                                       TO   WRK-CTT-DESCRICAO.
           MOVE WRK-QTD-BALCOES        TO   WRK-CTT-QUANTIDADE.
           MOVE WRK-CTL-TOTAL          TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1150-IMPRIMIR-LINHA.

           IF WRK-QTD-REG-IGNORADAS    GREATER   ZEROS
              MOVE 'REGIONAIS ACIMA DA CAPACIDADE..........:'
                                       TO   WRK-CTT-DESCRICAO
              MOVE WRK-QTD-REG-IGNORADAS
                                       TO   WRK-CTT-QUANTIDADE
              MOVE WRK-CTL-TOTAL       TO   WRK-LINHA-IMPRIMIR
              PERFORM 1150-IMPRIMIR-LINHA
           END-IF.

           IF WRK-QTD-BAL-IGNORADOS    GREATER   ZEROS
              MOVE 'BALCOES ACIMA DA CAPACIDADE............:'
                                       TO   WRK-CTT-DESCRICAO
              MOVE WRK-QTD-BAL-IGNORADOS
                                       TO   WRK-CTT-QUANTIDADE
              MOVE WRK-CTL-TOTAL       TO   WRK-LINHA-IMPRIMIR
              PERFORM 1150-IMPRIMIR-LINHA
           END-IF.

      *--- ITEM SEM REGIONAL NAO SE PERDE, MAS PRECISA DE CADASTRO.
           IF ACU-NAO-ATRIBUIDOS       GREATER   ZEROS
              AND WRK-COND-CODE        LESS      4
              MOVE 4                   TO   WRK-COND-CODE
           END-IF.

      *----------------------------------------------------------------*
       5000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5100-IMPRIMIR-REGIONAL-CTL      SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-TBR-CREGIONAL(WRK-IND-REG)
                                       TO   WRK-CTD-CREGIONAL.
           MOVE WRK-TBR-NOME(WRK-IND-REG)
                                       TO   WRK-CTD-NOME.
           MOVE WRK-TBR-QTD(WRK-IND-REG 1)
                                       TO   WRK-CTD-QTD-EXCECAO.
           MOVE WRK-TBR-QTD(WRK-IND-REG 2)
                                       TO   WRK-CTD-QTD-DIVERG.
           MOVE WRK-TBR-VLR(WRK-IND-REG 2)
                                       TO   WRK-CTD-VLR-DIVERG.
           MOVE WRK-TBR-QTD(WRK-IND-REG 3)
                                       TO   WRK-CTD-QTD-CRITICA.
           MOVE WRK-TBR-QTD(WRK-IND-REG 4)
                                       TO   WRK-CTD-QTD-NAOCONF.
           MOVE WRK-TBR-VLR(WRK-IND-REG 4)
                                       TO   WRK-CTD-VLR-NAOCONF.

           MOVE WRK-CTL-DET            TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1150-IMPRIMIR-LINHA.

           PERFORM 5110-SOMAR-REGIONAL
                   VARYING WRK-IND-ORIGEM FROM 1 BY 1
                   UNTIL   WRK-IND-ORIGEM GREATER 4.

      *----------------------------------------------------------------*
       5100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5110-SOMAR-REGIONAL             SECTION.
      *----------------------------------------------------------------*

           ADD WRK-TBR-QTD(WRK-IND-REG WRK-IND-ORIGEM)
                                       TO   WRK-TBS-QTD(WRK-IND-ORIGEM).
           ADD WRK-TBR-VLR(WRK-IND-REG WRK-IND-ORIGEM)
                                       TO   WRK-TBS-VLR(WRK-IND-ORIGEM).

      *----------------------------------------------------------------*
       5110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5200-CONFERIR-ORIGEM            SECTION.
      *----------------------------------------------------------------*

           IF WRK-TBS-QTD(WRK-IND-ORIGEM)
                                       NOT EQUAL WRK-TBB-QTD
                                                 (WRK-IND-ORIGEM)
              OR WRK-TBS-VLR(WRK-IND-ORIGEM)
                                       NOT EQUAL WRK-TBB-VLR
                                                 (WRK-IND-ORIGEM)
              SET WRK-CONTROLE-DIVERGE TO   TRUE
              MOVE SPACES              TO   WRK-LIN-TEXTO
              STRING 'DIVERGENCIA NA ORIGEM: '
                     WRK-TITULO-ORIGEM(WRK-IND-ORIGEM)
                 DELIMITED BY SIZE     INTO WRK-LIN-TEXTO
              END-STRING
              MOVE WRK-LIN-MENSAGEM    TO   WRK-LINHA-IMPRIMIR
              PERFORM 1150-IMPRIMIR-LINHA
           END-IF.

      *----------------------------------------------------------------*
       5200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*

           CLOSE RELATO.

           IF WRK-CONTROLE-DIVERGE
              DISPLAY '**************** BUPV1085 ****************'
              DISPLAY '*                                        *'
              DISPLAY '*   SOMA DAS REGIONAIS NAO FECHA COM O   *'
              DISPLAY '*   TOTAL DO BANCO - VER O RELATO        *'
              DISPLAY '*                                        *'
              DISPLAY '**************** BUPV1085 ****************'
           END-IF.

           DISPLAY 'BUPV1085 - ITENS DISTRIBUIDOS: '
                   ACU-RETORNADOS-SORT
                   ' NAO ATRIBUIDOS: '
                   ACU-NAO-ATRIBUIDOS.

           MOVE WRK-COND-CODE          TO   RETURN-CODE.

           STOP RUN.

      *----------------------------------------------------------------*
       6000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9100-ERRO-GRAVACAO-RELATO       SECTION.
      *----------------------------------------------------------------*

           DISPLAY 'BUPV1085 - ERRO NA GRAVACAO DO RELATO - FS '
                   WRK-FS-RELATO.

           MOVE 12                     TO   RETURN-CODE.

           STOP RUN.

      *----------------------------------------------------------------*
       9100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9150-ERRO-GRAVACAO-SREGREL      SECTION.
      *----------------------------------------------------------------*

           DISPLAY 'BUPV1085 - ERRO NA GRAVACAO DO SREGREL - FS '
                   WRK-FS-SREGREL ' REGIONAL '
                   WRK-TBR-CREGIONAL(WRK-IND-REG).

           MOVE 12                     TO   RETURN-CODE.

           STOP RUN.

      *----------------------------------------------------------------*
       9150-99-FIM.                    EXIT.
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
           MOVE 998                    TO BU00-ES-COD-RETORNO.
           MOVE WRK-PGM                TO BU00-COD-PROGRAMA.
           MOVE '001'                  TO BU00-LOCAL.
           STRING 'DISTRIBUICAO REGIONAL - CENTRO '
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
