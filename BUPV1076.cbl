      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. BUPV1076.
       AUTHOR.     RAPHAEL MARQUES.
      *================================================================*
      *                   P R I M E  I N F O R M A T I C A             *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  BUPV1076                                     *
      *    PROGRAMADOR.:  RAPHAEL MARQUES                   -  PRIME   *
      *    ANALISTA....:  MAURO                             -  PRIME   *
      *    DATA........:  15/10/2026                                   *
      *----------------------------------------------------------------*
      *    OBJETIVO....:  RETENCAO E ARQUIVAMENTO DAS TABELAS DE       *
      *                   CONTROLE DO BATIMENTO, DIRIGIDO PELA TABELA  *
      *                   DE PARAMETROS TCTRL_RETEN_PARM (TABELA,      *
      *                   COLUNA DE DATA, DIAS DE RETENCAO, SITUACAO). *
      *                   PARA CADA LINHA ATIVA, DESCARREGA NO         *
      *                   SARQRETN (GDG - I#BUPV4D) CADA LINHA MAIS    *
      *                   VELHA QUE A RETENCAO E SO ENTAO A EXCLUI     *
      *                   (DELETE WHERE CURRENT OF), COM COMMIT EM     *
      *                   BLOCOS E RESTART PELO CKRS0100 (I#BUPV96) -  *
      *                   O RESTART REPOSICIONA O SARQRETN NO ULTIMO   *
      *                   CHECKPOINT E CONTINUA COM O MESMO CORTE DA   *
      *                   EXECUCAO ORIGINAL. TABELAS TRATADAS:         *
      *                   TCTRL_BATIM_HIST   (DATA_PROC)               *
      *                   TCTRL_MONIT_EVENT  (DATA_EVENTO)             *
      *                   TCTRL_CADEIA_PASSO (DTHR_INICIO)             *
      *                   TLOG_ERRO_BUPV     (DATA_ERRO)               *
      *                   TCTRL_COMPR_CATLG  (DATA_EXECUCAO)           *
      *                   O RELATO TRAZ, POR TABELA, AS LINHAS         *
      *                   VENCIDAS, ARQUIVADAS E EXCLUIDAS.            *
      *                   NO MODO RESTAURACAO LE UMA OU MAIS GERACOES  *
      *                   DO ARQUIVO (EARQRETN) E DEVOLVE A TABELA AS  *
      *                   LINHAS DO PERIODO DA PARM (PELA COLUNA DE    *
      *                   DATA DA RETENCAO) - PARA A AUDITORIA         *
      *                   CONSULTAR UMA TRAJETORIA ANTIGA NA BUPV1061. *
      *                   LINHA RESTAURADA VOLTA A VENCER NA PROXIMA   *
      *                   EXECUCAO: PARA CONSULTA PROLONGADA,          *
      *                   SUSPENDER A LINHA DO PARAMETRO (SITUACAO     *
      *                   DIFERENTE DE 'A').                           *
      *----------------------------------------------------------------*
      *    COND CODES..:  0000 - PROCESSAMENTO NORMAL                  *
      *                   0004 - LINHA DE PARAMETRO IGNORADA (TABELA   *
      *                          NAO TRATADA, COLUNA DE DATA           *
      *                          DIVERGENTE OU RETENCAO ABAIXO DO      *
      *                          MINIMO) OU RESTAURACAO SEM LINHAS     *
      *                   0012 - ERRO DE PARM/ARQUIVO/RESTART          *
      *----------------------------------------------------------------*
      *    BCO DE DADOS:                                               *
      *                TABLE                          INCLUDE/BOOK     *
      *                DB2PRD.TCTRL_BATIM_HIST           BUPVB025      *
      *                DB2PRD.TCTRL_MONIT_EVENT          BUPVB027      *
      *                DB2PRD.TLOG_ERRO_BUPV             BUPVB028      *
      *                DB2PRD.TCTRL_CADEIA_PASSO                       *
      *                DB2PRD.TCTRL_COMPR_CATLG                        *
      *                DB2PRD.TCTRL_RETEN_PARM (PARAMETROS DE RETENCAO)*
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME           I/O           INCLUDE/BOOK     *
      *                SARQRETN          O  (ARQUIVAMENTO)  I#BUPV4D   *
      *                SWRKRETN         I/O (REPOSICIONAMENTO)         *
      *                EARQRETN          I  (RESTAURACAO)   I#BUPV4D   *
      *                RELATO            O    RELATORIO FBA 133        *
      *----------------------------------------------------------------*
      *    BOOK'S......:                                               *
      *    I#BRAD7C - AREA PARA TRATAMENTO DE ERRO PELA BRAD7100       *
      *    I#BUPV00 - AREA DE COMUNICACAO                              *
      *    I#BUPV4D - REGISTRO DO ARQUIVO DE RETENCAO                  *
      *    I#BUPV96 - AREA DE RESTART DA RETENCAO                      *
      *    I#CKRS01 - AREA DE CONTROLE DE COMMIT/RESTART               *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    BRAD7100 - AREA PARA TRATAMENTO DE ERRO PELA BRAD7100       *
      *    BRAD7600 - DATA E HORA ATUAL                                *
      *    BUPVM100 - GRAVAR LOG DE ERRO                               *
      *    CKRS1000 - CONEXAO COM O DB2                                *
      *    CKRS0100 - TRATAMENTO DE COMMIT/RESTART                     *
      *----------------------------------------------------------------*
      *    PARM........:  PARM='M[,TABELA............,DD.MM.AAAA,      *
      *                         DD.MM.AAAA]'                           *
      *                   M = A - ARQUIVAR E EXPURGAR (DEFAULT)        *
      *                       S - SIMULACAO (SO CONTA AS VENCIDAS,     *
      *                           SEM ARQUIVO, EXCLUSAO OU CHECKPOINT) *
      *                       R - RESTAURAR A TABELA (18 POSICOES) NO  *
      *                           PERIODO INFORMADO                    *
      *                   NA JCL DE RESTART DO ARQUIVAMENTO O SARQRETN *
      *                   DEVE VIR COM A GERACAO DA EXECUCAO           *
      *                   INTERROMPIDA (0) E DISP=OLD.                 *
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

           SELECT SARQRETN  ASSIGN     TO   UT-S-SARQRETN
           FILE STATUS                 IS   WRK-FS-SARQRETN.

           SELECT SWRKRETN  ASSIGN     TO   UT-S-SWRKRETN
           FILE STATUS                 IS   WRK-FS-SWRKRETN.

           SELECT EARQRETN  ASSIGN     TO   UT-S-EARQRETN
           FILE STATUS                 IS   WRK-FS-EARQRETN.

           SELECT RELATO    ASSIGN     TO   UT-S-RELATO
           FILE STATUS                 IS   WRK-FS-RELATO.

      *================================================================*
       DATA                            DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *   OUTPUT:  ARQUIVO DE RETENCAO (GDG)                           *
      *            ORG. SEQUENCIAL     -   LRECL   =   400             *
      *----------------------------------------------------------------*
       FD  SARQRETN
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  FD-SARQRETN                 PIC  X(400).

      *----------------------------------------------------------------*
      *   I/O   :  TRABALHO DO REPOSICIONAMENTO DO SARQRETN EM RESTART *
      *            ORG. SEQUENCIAL     -   LRECL   =   400             *
      *----------------------------------------------------------------*
       FD  SWRKRETN
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  FD-SWRKRETN                 PIC  X(400).

      *----------------------------------------------------------------*
      *   INPUT :  ARQUIVO DE RETENCAO A RESTAURAR (UMA OU MAIS        *
      *            GERACOES CONCATENADAS)                              *
      *            ORG. SEQUENCIAL     -   LRECL   =   400             *
      *----------------------------------------------------------------*
       FD  EARQRETN
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  FD-EARQRETN                 PIC  X(400).

      *----------------------------------------------------------------*
      *   OUTPUT:  RELATORIO DA RETENCAO                               *
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

       77  ACU-LIDOS-EARQRETN          PIC  9(009) COMP-3  VALUE ZEROS.
       77  ACU-FORA-FILTRO             PIC  9(009) COMP-3  VALUE ZEROS.
       77  ACU-TOT-VENCIDAS            PIC  9(009) COMP-3  VALUE ZEROS.
       77  ACU-TOT-ARQUIVADAS          PIC  9(009) COMP-3  VALUE ZEROS.
       77  ACU-TOT-EXCLUIDAS           PIC  9(009) COMP-3  VALUE ZEROS.

       77  WRK-BATCH                   PIC  X(008)         VALUE
           'BATCH'.

       77  WRK-PGM                     PIC  X(008)         VALUE
           'BUPV1076'.

       77  WRK-MODULO                  PIC  X(008)         VALUE SPACES.

       77  WRK-COND-CODE               PIC  9(004)         VALUE ZEROS.

       77  WRK-MODO                    PIC  X(001)         VALUE 'A'.
           88 WRK-MODO-ARQUIVAMENTO                        VALUE 'A'.
           88 WRK-MODO-SIMULACAO                           VALUE 'S'.
           88 WRK-MODO-RESTAURACAO                         VALUE 'R'.

      *--- RETENCAO MINIMA ACEITA NA TCTRL_RETEN_PARM - O FECHAMENTO
      *--- MENSAL (BUPV1073) E A REABERTURA (BUPV1075) AINDA PRECISAM
      *--- DAS LINHAS DO MES CORRENTE E DO ANTERIOR.
       77  WRK-DIAS-MINIMO             PIC  9(005)         VALUE 62.

      *--- INTERVALO DE COMMIT (LINHAS EXCLUIDAS OU RESTAURADAS POR
      *--- CHECKPOINT) - O DO PLANO NA CKRS0100 OU, SEM ELE, O DEFAULT.
       77  WRK-INTERVALO-CKPT          PIC  9(005)         VALUE 500.
       77  WRK-CTR-CKPT                PIC  9(005) COMP-3  VALUE ZEROS.

       77  WRK-SW-RESTART              PIC  X(001)         VALUE 'N'.
           88 WRK-EXECUCAO-RESTART                         VALUE 'S'.
           88 WRK-EXECUCAO-NORMAL                          VALUE 'N'.

       77  WRK-SW-FIM-PARAMETROS       PIC  X(001)         VALUE 'N'.
           88 WRK-FIM-PARAMETROS                           VALUE 'S'.

       77  WRK-SW-FIM-CURSOR           PIC  X(001)         VALUE 'N'.
           88 WRK-FIM-CURSOR                               VALUE 'S'.

       77  WRK-SW-FIM-EARQRETN         PIC  X(001)         VALUE 'N'.
           88 WRK-FIM-EARQRETN                             VALUE 'S'.

       77  WRK-SW-FIM-SWRKRETN         PIC  X(001)         VALUE 'N'.
           88 WRK-FIM-SWRKRETN                             VALUE 'S'.

      *--- TABELA DA LINHA DE PARAMETRO (OU DA PARM DE RESTAURACAO)
      *--- E COLUNA DE DATA QUE O PROGRAMA TRATA PARA ELA.
       77  WRK-COLUNA-ESPERADA         PIC  X(018)         VALUE SPACES.
       01  WRK-SITUACAO-TABELA         PIC  X(034)         VALUE SPACES.

       77  WRK-IND-TAB                 PIC  9(004) COMP    VALUE ZEROS.
       77  WRK-QTD-COPIA               PIC  9(009) COMP-3  VALUE ZEROS.
       77  WRK-CTR-COPIA               PIC  9(009) COMP-3  VALUE ZEROS.

       01  WRK-DATA-HOJE               PIC  X(010)         VALUE SPACES.
       01  WRK-DATA-CORTE              PIC  X(010)         VALUE SPACES.

      *--- FILTROS DA RESTAURACAO.
       77  WRK-FILTRO-TABELA           PIC  X(018)         VALUE SPACES.
       77  WRK-FILTRO-DATA-INI         PIC  X(010)         VALUE SPACES.
       77  WRK-FILTRO-DATA-FIM         PIC  X(010)         VALUE SPACES.
       77  WRK-FILTRO-AMD-INI          PIC  9(008)         VALUE ZEROS.
       77  WRK-FILTRO-AMD-FIM          PIC  9(008)         VALUE ZEROS.

      *--- CONVERSAO DD.MM.AAAA -> AAAAMMDD PARA COMPARAR PERIODOS.
       01  WRK-DATA-EUR.
           05 WRK-DE-DIA               PIC  X(002)         VALUE SPACES.
           05 WRK-DE-PONTO-1           PIC  X(001)         VALUE SPACES.
           05 WRK-DE-MES               PIC  X(002)         VALUE SPACES.
           05 WRK-DE-PONTO-2           PIC  X(001)         VALUE SPACES.
           05 WRK-DE-ANO               PIC  X(004)         VALUE SPACES.

       01  WRK-DATA-AMD                PIC  9(008)         VALUE ZEROS.
       01  FILLER                      REDEFINES WRK-DATA-AMD.
           05 WRK-DA-ANO               PIC  9(004).
           05 WRK-DA-MES               PIC  9(002).
           05 WRK-DA-DIA               PIC  9(002).

       77  WRK-SW-DATA                 PIC  X(001)         VALUE 'N'.
           88 WRK-DATA-VALIDA                              VALUE 'S'.
           88 WRK-DATA-INVALIDA                            VALUE 'N'.

       01  WRK-SQLCODE-S9-9            PIC S9(009)         VALUE ZEROS.
       01  FILLER                      REDEFINES WRK-SQLCODE-S9-9.
           05 FILLER                   PIC  X(006).
           05 WRK-SQLCODE-S9-3         PIC S9(003).

       77  WRK-FS-SARQRETN             PIC  X(002)         VALUE SPACES.
       77  WRK-FS-SWRKRETN             PIC  X(002)         VALUE SPACES.
       77  WRK-FS-EARQRETN             PIC  X(002)         VALUE SPACES.
       77  WRK-FS-RELATO               PIC  X(002)         VALUE SPACES.

       77  WRK-CTR-LINHAS              PIC  9(003) COMP-3  VALUE ZEROS.
       77  WRK-CTR-PAGINAS             PIC  9(005) COMP-3  VALUE ZEROS.
       77  WRK-MAX-LINHAS              PIC  9(003) COMP-3  VALUE 56.

      *--- TABELA, COMANDO E LOCAL DO ACESSO DB2 EM CURSO - USADOS PELA
      *--- 9100-ERRO-SQL.
       77  WRK-SQL-TABELA              PIC  X(018)         VALUE SPACES.
       77  WRK-SQL-COMANDO             PIC  X(008)         VALUE SPACES.
       77  WRK-SQL-LOCAL               PIC  X(004)         VALUE SPACES.

       01  WRK-ERRO-MODULO.
           05 FILLER                   PIC  X(038)         VALUE
              'ERRO NA CHAMADA AO CKRS0100 - RETORNO '.
           05 WRK-COD-RETORNO          PIC  X(004)         VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** HOST VARIABLES                             ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

      *--- LINHA DA TCTRL_RETEN_PARM.
       77  WRK-HV-NOME-TABELA          PIC  X(018)         VALUE SPACES.
       77  WRK-HV-COLUNA-DATA          PIC  X(018)         VALUE SPACES.
       77  WRK-HV-DIAS-RETENCAO        PIC S9(004) COMP    VALUE ZEROS.

      *--- DIA (DAYS) DA DATA BASE E DO CORTE DA RETENCAO, E A COLUNA
      *--- DE DATA DA LINHA LIDA EM DD.MM.AAAA.
       77  WRK-HV-DIAS-BASE            PIC S9(009) COMP    VALUE ZEROS.
       77  WRK-HV-DIA-CORTE            PIC S9(009) COMP    VALUE ZEROS.
       77  WRK-HV-DATA-REFERENCIA      PIC  X(010)         VALUE SPACES.

      *--- LINHA DA TCTRL_CADEIA_PASSO (SEM DCLGEN - MESMAS HOST
      *--- VARIABLES DO BUPVM110; TIMESTAMPS EM CHAR, DTHR_FIM NULO
      *--- VIRA BRANCOS).
       01  WRK-HV-CADEIA.
           05 WRK-HV-CAD-CCTRO         PIC  X(004)         VALUE SPACES.
           05 WRK-HV-CAD-CPERDC        PIC S9(004) COMP    VALUE ZEROS.
           05 WRK-HV-CAD-NSEQ          PIC S9(009) COMP    VALUE ZEROS.
           05 WRK-HV-CAD-PASSO         PIC  X(008)         VALUE SPACES.
           05 WRK-HV-CAD-DTHR-INICIO   PIC  X(026)         VALUE SPACES.
           05 WRK-HV-CAD-DTHR-FIM      PIC  X(026)         VALUE SPACES.
           05 WRK-HV-CAD-SITUACAO      PIC  X(010)         VALUE SPACES.
           05 WRK-HV-CAD-QTD-REGISTROS PIC S9(009) COMP    VALUE ZEROS.

      *--- LINHA DA TCTRL_COMPR_CATLG (SEM DCLGEN - MESMOS FORMATOS
      *--- DA BUPV1071).
       01  WRK-HV-CATALOGO.
           05 WRK-HV-CAT-DSN-ENTRADA   PIC  X(044)         VALUE SPACES.
           05 WRK-HV-CAT-DSN-SAIDA     PIC  X(044)         VALUE SPACES.
           05 WRK-HV-CAT-CLASSE        PIC  X(003)         VALUE SPACES.
           05 WRK-HV-CAT-QTD-REGISTROS PIC  9(009) COMP-3  VALUE ZEROS.
           05 WRK-HV-CAT-BYTES-ENTRADA PIC  9(015) COMP-3  VALUE ZEROS.
           05 WRK-HV-CAT-BYTES-SAIDA   PIC  9(015) COMP-3  VALUE ZEROS.
           05 WRK-HV-CAT-TAXA          PIC S9(003)V9 COMP-3
                                                           VALUE ZEROS.
           05 WRK-HV-CAT-RESULTADO     PIC  X(008)         VALUE SPACES.
           05 WRK-HV-CAT-DATA-EXECUCAO PIC  X(010)         VALUE SPACES.
           05 WRK-HV-CAT-HORA-EXECUCAO PIC  X(008)         VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE MSG ERRO FILE STATUS               ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-ERRO-FS.
           05 FILLER                   PIC  X(011)         VALUE
              'BUPV1076 - '.
           05 WRK-ERRO-FS-7100.
              10 FILLER                PIC  X(005)         VALUE
                 'ERRO '.
              10 WRK-OPERACAO          PIC  X(013)         VALUE SPACES.
                 88 WRK-ABERTURA                           VALUE
                    'NA ABERTURA'.
                 88 WRK-LEITURA                            VALUE
                    'NA LEITURA'.
                 88 WRK-GRAVACAO                           VALUE
                    'NA GRAVACAO'.
                 88 WRK-FECHAMENTO                         VALUE
                    'NO FECHAMENTO'.
              10 FILLER                PIC  X(012)         VALUE
                 ' DO ARQUIVO '.
              10 WRK-NOME-ARQ          PIC  X(008)         VALUE SPACES.
              10 FILLER                PIC  X(015)         VALUE
                 ' FILE STATUS = '.
              10 WRK-FILE-STATUS       PIC  X(002)         VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** LINHAS DO RELATO                           ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-LINHA-IMPRIMIR          PIC  X(133)         VALUE SPACES.

       01  WRK-RET-CAB1.
           05 FILLER                   PIC  X(001)         VALUE '1'.
           05 FILLER                   PIC  X(008)         VALUE
              'BUPV1076'.
           05 FILLER                   PIC  X(010)         VALUE SPACES.
           05 FILLER                   PIC  X(050)         VALUE
              'RETENCAO E ARQUIVAMENTO DAS TABELAS DE CONTROLE   '.
           05 FILLER                   PIC  X(048)         VALUE SPACES.
           05 FILLER                   PIC  X(005)         VALUE
              'PAG: '.
           05 WRK-RET-PAGINA           PIC  ZZZ9.
           05 FILLER                   PIC  X(007)         VALUE SPACES.

       01  WRK-RET-CAB2.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 FILLER                   PIC  X(006)         VALUE
              'MODO: '.
           05 WRK-RET-MODO             PIC  X(012)         VALUE SPACES.
           05 FILLER                   PIC  X(014)         VALUE
              '  DATA BASE: '.
           05 WRK-RET-DATA-BASE        PIC  X(010)         VALUE SPACES.
           05 FILLER                   PIC  X(011)         VALUE
              '  RESTART: '.
           05 WRK-RET-RESTART          PIC  X(003)         VALUE SPACES.
           05 WRK-RET-FILTRO           PIC  X(076)         VALUE SPACES.

       01  WRK-RET-CAB3.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 FILLER                   PIC  X(020)         VALUE
              'TABELA'.
           05 FILLER                   PIC  X(019)         VALUE
              'COLUNA DE DATA'.
           05 FILLER                   PIC  X(007)         VALUE
              ' DIAS'.
           05 FILLER                   PIC  X(011)         VALUE
              'DATA CORTE'.
           05 FILLER                   PIC  X(012)         VALUE
              '   VENCIDAS'.
           05 FILLER                   PIC  X(012)         VALUE
              ' ARQUIVADAS'.
           05 FILLER                   PIC  X(013)         VALUE
              '  EXCLUIDAS'.
           05 FILLER                   PIC  X(034)         VALUE
              'SITUACAO'.
           05 FILLER                   PIC  X(004)         VALUE SPACES.

       01  WRK-RET-CAB3-REST.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 FILLER                   PIC  X(020)         VALUE
              'TABELA'.
           05 FILLER                   PIC  X(026)         VALUE
              'PERIODO'.
           05 FILLER                   PIC  X(013)         VALUE
              ' LIDOS ARQ.'.
           05 FILLER                   PIC  X(015)         VALUE
              'RESTAURADAS'.
           05 FILLER                   PIC  X(015)         VALUE
              ' EXISTENTES'.
           05 FILLER                   PIC  X(044)         VALUE
              'FORA FILTRO'.

       01  WRK-RET-DET.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-RTD-TABELA           PIC  X(018)         VALUE SPACES.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-RTD-COLUNA           PIC  X(018)         VALUE SPACES.
           05 FILLER                   PIC  X(001)         VALUE SPACES.
           05 WRK-RTD-DIAS             PIC  ZZZZ9          VALUE ZEROS.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-RTD-CORTE            PIC  X(010)         VALUE SPACES.
           05 FILLER                   PIC  X(001)         VALUE SPACES.
           05 WRK-RTD-VENCIDAS         PIC  ZZZ.ZZZ.ZZ9    VALUE ZEROS.
           05 FILLER                   PIC  X(001)         VALUE SPACES.
           05 WRK-RTD-ARQUIVADAS       PIC  ZZZ.ZZZ.ZZ9    VALUE ZEROS.
           05 FILLER                   PIC  X(001)         VALUE SPACES.
           05 WRK-RTD-EXCLUIDAS        PIC  ZZZ.ZZZ.ZZ9    VALUE ZEROS.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-RTD-SITUACAO         PIC  X(034)         VALUE SPACES.
           05 FILLER                   PIC  X(004)         VALUE SPACES.

       01  WRK-RET-DET-REST.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-RTR-TABELA           PIC  X(018)         VALUE SPACES.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-RTR-DATA-INI         PIC  X(010)         VALUE SPACES.
           05 FILLER                   PIC  X(003)         VALUE ' A '.
           05 WRK-RTR-DATA-FIM         PIC  X(010)         VALUE SPACES.
           05 FILLER                   PIC  X(003)         VALUE SPACES.
           05 WRK-RTR-LIDOS            PIC  ZZZ.ZZZ.ZZ9    VALUE ZEROS.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-RTR-RESTAURADAS      PIC  ZZZ.ZZZ.ZZ9    VALUE ZEROS.
           05 FILLER                   PIC  X(004)         VALUE SPACES.
           05 WRK-RTR-EXISTENTES       PIC  ZZZ.ZZZ.ZZ9    VALUE ZEROS.
           05 FILLER                   PIC  X(004)         VALUE SPACES.
           05 WRK-RTR-FORA-FILTRO      PIC  ZZZ.ZZZ.ZZ9    VALUE ZEROS.
           05 FILLER                   PIC  X(032)         VALUE SPACES.

       01  WRK-RET-TOTAL.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-RTT-DESCRICAO        PIC  X(036)         VALUE SPACES.
           05 WRK-RTT-QUANTIDADE       PIC  ZZZ.ZZZ.ZZ9    VALUE ZEROS.
           05 FILLER                   PIC  X(085)         VALUE SPACES.

       01  WRK-RET-BRANCO              PIC  X(133)         VALUE SPACES.

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
           '*** AREA DO ARQUIVO DE RETENCAO                ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       COPY I#BUPV4D.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE RESTART (CKRS0100)                 ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       COPY I#BUPV96.

       COPY I#CKRS01.

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
                INCLUDE BUPVB025
           END-EXEC.

           EXEC SQL
                INCLUDE BUPVB027
           END-EXEC.

           EXEC SQL
                INCLUDE BUPVB028
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
      *--- EX.: PARM='R,TCTRL_BATIM_HIST  ,01.01.2025,31.01.2025'
       01  LK-PARM-AREA.
           05 LK-PARM-TAM              PIC  S9(004) COMP.
           05 LK-PARM-MODO             PIC  X(001).
           05 FILLER                   PIC  X(001).
           05 LK-PARM-TABELA           PIC  X(018).
           05 FILLER                   PIC  X(001).
           05 LK-PARM-DATA-INI         PIC  X(010).
           05 FILLER                   PIC  X(001).
           05 LK-PARM-DATA-FIM         PIC  X(010).

      *================================================================*
       PROCEDURE                       DIVISION     USING
                                       LK-PARM-AREA.
      *================================================================*

      *----------------------------------------------------------------*
       0000-ROTINA-PRINCIPAL           SECTION.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIALIZAR.

           IF WRK-MODO-RESTAURACAO
              PERFORM 3000-RESTAURAR
           ELSE
              PERFORM 2000-ARQUIVAR
           END-IF.

           PERFORM 4000-FINALIZAR.

      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1000-INICIALIZAR                SECTION.
      *----------------------------------------------------------------*

           INITIALIZE BU00-REGISTRO.

           PERFORM 1400-OBTER-PARAMETROS.

           CALL 'BRAD7600'             USING WRK-7600-DATA-HORA.

           STRING WRK-7600-DIA '.'
                  WRK-7600-MES '.'
                  WRK-7600-ANO
              DELIMITED BY SIZE        INTO WRK-DATA-HOJE
           END-STRING.

      *--- NA SIMULACAO NAO HA CHECKPOINT: SO A CONEXAO, SEM TOCAR NO
      *--- RESTART QUE UMA EXECUCAO REAL INTERROMPIDA POSSA TER DEIXADO.
           IF WRK-MODO-SIMULACAO
              CALL 'CKRS1000'
           ELSE
              PERFORM 1100-INICIALIZAR-CKRS
           END-IF.

      *--- EM MODO SIMULACAO NAO HA LOG, COMO NAO HA NENHUMA OUTRA
      *--- GRAVACAO.
           IF NOT WRK-MODO-SIMULACAO
              PERFORM 1450-REGISTRAR-PARAMETROS
           END-IF.

           PERFORM 1200-OBTER-DATA-BASE.

           PERFORM 1500-ABRIR-ARQUIVOS.

           EVALUATE TRUE
              WHEN WRK-MODO-ARQUIVAMENTO
                   MOVE 'ARQUIVAMENTO'  TO  WRK-RET-MODO
              WHEN WRK-MODO-SIMULACAO
                   MOVE 'SIMULACAO'    TO   WRK-RET-MODO
              WHEN OTHER
                   MOVE 'RESTAURACAO'  TO   WRK-RET-MODO
                   STRING '  TABELA: ' WRK-FILTRO-TABELA
                          '  PERIODO: ' WRK-FILTRO-DATA-INI
                          ' A '         WRK-FILTRO-DATA-FIM
                      DELIMITED BY SIZE INTO WRK-RET-FILTRO
                   END-STRING
           END-EVALUATE.

           MOVE WRK-RR-DATA-BASE       TO   WRK-RET-DATA-BASE.

           IF WRK-EXECUCAO-RESTART
              MOVE 'SIM'               TO   WRK-RET-RESTART
           ELSE
              MOVE 'NAO'               TO   WRK-RET-RESTART
           END-IF.

           PERFORM 1300-IMPRIMIR-CABECALHO.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1100-INICIALIZAR-CKRS           SECTION.
      *----------------------------------------------------------------*

           CALL 'CKRS1000'.

           INITIALIZE CKRS01-INTERFACE
                      WRK-AREA-RESTART-RET.

      *--- MOVER 'I' PARA CK01-FUNCAO
           SET CK01-INICIALIZAR        TO   TRUE.

           MOVE WRK-PGM                TO   CK01-PLAN.
           MOVE 'DB2'                  TO   CK01-ID-DB2.
           MOVE WRK-AREA-RESTART-RET   TO   CK01-AREA-RESTART.
           MOVE LENGTH                 OF   WRK-AREA-RESTART-RET
                                       TO   CK01-TAM-AREA-RESTART.

           PERFORM 1110-CHAMAR-CKRS.

           IF CK01-RESTART
              MOVE CK01-AREA-RESTART(1:CK01-TAM-AREA-RESTART)
                                       TO   WRK-AREA-RESTART-RET
              SET WRK-EXECUCAO-RESTART TO   TRUE
      *--- O RESTART SO CONTINUA O MESMO TRABALHO: ARQUIVAMENTO
      *--- INTERROMPIDO NAO PODE SER RETOMADO COMO RESTAURACAO (NEM O
      *--- CONTRARIO).
              IF WRK-RR-MODO           NOT EQUAL WRK-MODO
                 DISPLAY '**************** BUPV1076 ****************'
                 DISPLAY '*                                        *'
                 DISPLAY '*  EXISTE RESTART PENDENTE DE OUTRO MODO *'
                 DISPLAY '*  MODO DO RESTART...: ' WRK-RR-MODO
                         '                 *'
                 DISPLAY '*  CONCLUIR A EXECUCAO INTERROMPIDA      *'
                 DISPLAY '*                                        *'
                 DISPLAY '**************** BUPV1076 ****************'
                 MOVE 12               TO   RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

           MOVE WRK-MODO               TO   WRK-RR-MODO.

      *--- INTERVALO DE CHECKPOINT CONFIGURADO NA CKRS0100 (PLANO). SE
      *--- NAO CONFIGURADO (ZERO), FICA O DEFAULT DO PROGRAMA.
           IF CK01-INTERVALO-CKPT      GREATER   ZEROS
              MOVE CK01-INTERVALO-CKPT TO   WRK-INTERVALO-CKPT
           END-IF.

      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1110-CHAMAR-CKRS                SECTION.
      *----------------------------------------------------------------*

           MOVE 'CKRS0100'             TO    WRK-MODULO.

           CALL WRK-MODULO             USING CKRS01-INTERFACE.

           IF CK01-CODIGO-RETORNO      NOT EQUAL ZEROS
              DISPLAY '***************** BUPV1076 ******************'
              DISPLAY '*                                           *'
              DISPLAY '*         ERRO NA CHAMADA AO MODULO         *'
              DISPLAY '*             CKRS0100 (RESTART)            *'
              DISPLAY '*                                           *'
              DISPLAY '*               RETORNO =   ' CK01-CODIGO-RETORNO
                      '              *'
              DISPLAY '*                                           *'
              DISPLAY '*          PROCESSAMENTO ENCERRADO          *'
              DISPLAY '*                                           *'
              DISPLAY '***************** BUPV1076 ******************'
              MOVE 'APL'               TO   ERR-TIPO-ACESSO
              STRING CK01-CODIGO-RETORNO
                 DELIMITED BY SIZE     INTO WRK-COD-RETORNO
              END-STRING
              MOVE WRK-ERRO-MODULO     TO   ERR-TEXTO OF ERRO-AREA
              MOVE 997                 TO   BU00-ES-COD-RETORNO
              PERFORM 9996-MOVIMENTACAO-LOG-ERRO
              PERFORM 9997-GRAVAR-LOG-ERRO
              PERFORM 9999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       1110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1200-OBTER-DATA-BASE            SECTION.
      *----------------------------------------------------------------*

      *--- EM RESTART VALE A DATA BASE DA EXECUCAO ORIGINAL (GUARDADA
      *--- NA AREA DE RESTART) - O CORTE NAO ANDA DE UM DIA PARA O
      *--- OUTRO NO MEIO DO EXPURGO.
           IF WRK-EXECUCAO-RESTART
              MOVE WRK-RR-DIAS-BASE    TO   WRK-HV-DIAS-BASE
              GO TO 1200-99-FIM
           END-IF.

           EXEC SQL
               SET :WRK-HV-DIAS-BASE = DAYS(CURRENT DATE)
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              MOVE 'CURRENT DATE'      TO   WRK-SQL-TABELA
              MOVE 'SET'               TO   WRK-SQL-COMANDO
              MOVE '1200'              TO   WRK-SQL-LOCAL
              PERFORM 9100-ERRO-SQL
           END-IF.

           MOVE WRK-HV-DIAS-BASE       TO   WRK-RR-DIAS-BASE.
           MOVE WRK-DATA-HOJE          TO   WRK-RR-DATA-BASE.

      *----------------------------------------------------------------*
       1200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1300-IMPRIMIR-CABECALHO         SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO   WRK-CTR-PAGINAS.

           MOVE WRK-CTR-PAGINAS        TO   WRK-RET-PAGINA.

           WRITE FD-RELATO             FROM WRK-RET-CAB1.
           WRITE FD-RELATO             FROM WRK-RET-CAB2.
           WRITE FD-RELATO             FROM WRK-RET-BRANCO.

           IF WRK-MODO-RESTAURACAO
              WRITE FD-RELATO          FROM WRK-RET-CAB3-REST
           ELSE
              WRITE FD-RELATO          FROM WRK-RET-CAB3
           END-IF.

           SET WRK-GRAVACAO            TO   TRUE.

           PERFORM 1340-TESTAR-FS-RELATO.

           MOVE 4                      TO   WRK-CTR-LINHAS.

      *----------------------------------------------------------------*
       1300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1310-IMPRIMIR-LINHA             SECTION.
      *----------------------------------------------------------------*

           IF WRK-CTR-LINHAS           NOT LESS  WRK-MAX-LINHAS
              PERFORM 1300-IMPRIMIR-CABECALHO
           END-IF.

           WRITE FD-RELATO             FROM WRK-LINHA-IMPRIMIR.

           SET WRK-GRAVACAO            TO   TRUE.

           PERFORM 1340-TESTAR-FS-RELATO.

           ADD 1                       TO   WRK-CTR-LINHAS.

      *----------------------------------------------------------------*
       1310-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1320-TESTAR-FS-SARQRETN         SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-SARQRETN          NOT EQUAL '00'
              MOVE 'SARQRETN'          TO   WRK-NOME-ARQ
              MOVE WRK-FS-SARQRETN     TO   WRK-FILE-STATUS
              PERFORM 1390-ABORTAR-FILE-STATUS
           END-IF.

      *----------------------------------------------------------------*
       1320-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1325-TESTAR-FS-SWRKRETN         SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-SWRKRETN          NOT EQUAL '00'
              MOVE 'SWRKRETN'          TO   WRK-NOME-ARQ
              MOVE WRK-FS-SWRKRETN     TO   WRK-FILE-STATUS
              PERFORM 1390-ABORTAR-FILE-STATUS
           END-IF.

      *----------------------------------------------------------------*
       1325-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1330-TESTAR-FS-EARQRETN         SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-EARQRETN          NOT EQUAL '00'
              MOVE 'EARQRETN'          TO   WRK-NOME-ARQ
              MOVE WRK-FS-EARQRETN     TO   WRK-FILE-STATUS
              PERFORM 1390-ABORTAR-FILE-STATUS
           END-IF.

      *----------------------------------------------------------------*
       1330-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1340-TESTAR-FS-RELATO           SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-RELATO            NOT EQUAL '00'
              MOVE 'RELATO'            TO   WRK-NOME-ARQ
              MOVE WRK-FS-RELATO       TO   WRK-FILE-STATUS
              PERFORM 1390-ABORTAR-FILE-STATUS
           END-IF.

      *----------------------------------------------------------------*
       1340-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1390-ABORTAR-FILE-STATUS        SECTION.
      *----------------------------------------------------------------*

           MOVE 'APL'                  TO   ERR-TIPO-ACESSO.
           MOVE WRK-ERRO-FS-7100       TO   ERR-TEXTO OF ERRO-AREA.
           MOVE WRK-ERRO-FS            TO   BU00-SS-MENSAGEM.
           EVALUATE TRUE
              WHEN WRK-ABERTURA
                   MOVE 037            TO   BU00-ES-COD-RETORNO
              WHEN WRK-LEITURA
                   MOVE 038            TO   BU00-ES-COD-RETORNO
              WHEN WRK-GRAVACAO
                   MOVE 039            TO   BU00-ES-COD-RETORNO
              WHEN WRK-FECHAMENTO
                   MOVE 040            TO   BU00-ES-COD-RETORNO
           END-EVALUATE.
           PERFORM 9996-MOVIMENTACAO-LOG-ERRO.
           PERFORM 9997-GRAVAR-LOG-ERRO.
           PERFORM 9999-ROTINA-ERRO.

      *----------------------------------------------------------------*
       1390-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1400-OBTER-PARAMETROS           SECTION.
      *----------------------------------------------------------------*

      *--- SEM PARM = ARQUIVAMENTO.
           IF LK-PARM-TAM              GREATER   ZEROS
              MOVE LK-PARM-MODO        TO   WRK-MODO
           END-IF.

           IF NOT WRK-MODO-ARQUIVAMENTO
              AND NOT WRK-MODO-SIMULACAO
              AND NOT WRK-MODO-RESTAURACAO
              DISPLAY 'BUPV1076 - MODO INVALIDO NA PARM: ' WRK-MODO
              MOVE 12                  TO   RETURN-CODE
              STOP RUN
           END-IF.

           IF NOT WRK-MODO-RESTAURACAO
              GO TO 1400-99-FIM
           END-IF.

           IF LK-PARM-TAM              LESS      42
              DISPLAY '**************** BUPV1076 ****************'
              DISPLAY '*                                        *'
              DISPLAY '*   RESTAURACAO EXIGE TABELA E PERIODO   *'
              DISPLAY '*   EX.: PARM=' QUOTE 'R,TCTRL_BATIM_HIST  ,'
                      '       *'
              DISPLAY '*        01.01.2025,31.01.2025' QUOTE
                      '          *'
              DISPLAY '*                                        *'
              DISPLAY '**************** BUPV1076 ****************'
              MOVE 12                  TO   RETURN-CODE
              STOP RUN
           END-IF.

           MOVE LK-PARM-TABELA         TO   WRK-FILTRO-TABELA
                                            WRK-HV-NOME-TABELA.

           PERFORM 2210-OBTER-COLUNA-ESPERADA.

           IF WRK-COLUNA-ESPERADA      EQUAL     SPACES
              DISPLAY 'BUPV1076 - TABELA NAO TRATADA NA RESTAURACAO: '
                      WRK-FILTRO-TABELA
              MOVE 12                  TO   RETURN-CODE
              STOP RUN
           END-IF.

           MOVE LK-PARM-DATA-INI       TO   WRK-FILTRO-DATA-INI
                                            WRK-DATA-EUR.
           PERFORM 1410-CONVERTER-DATA.
           MOVE WRK-DATA-AMD           TO   WRK-FILTRO-AMD-INI.

           IF WRK-DATA-VALIDA
              MOVE LK-PARM-DATA-FIM    TO   WRK-FILTRO-DATA-FIM
                                            WRK-DATA-EUR
              PERFORM 1410-CONVERTER-DATA
              MOVE WRK-DATA-AMD        TO   WRK-FILTRO-AMD-FIM
           END-IF.

           IF WRK-DATA-INVALIDA
              OR WRK-FILTRO-AMD-INI    GREATER   WRK-FILTRO-AMD-FIM
              DISPLAY 'BUPV1076 - PERIODO INVALIDO NA PARM: '
                      LK-PARM-DATA-INI ' A ' LK-PARM-DATA-FIM
              MOVE 12                  TO   RETURN-CODE
              STOP RUN
           END-IF.

      *----------------------------------------------------------------*
       1400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1410-CONVERTER-DATA             SECTION.
      *----------------------------------------------------------------*

      *--- WRK-DATA-EUR (DD.MM.AAAA) -> WRK-DATA-AMD (AAAAMMDD).
           SET WRK-DATA-INVALIDA       TO   TRUE.
           MOVE ZEROS                  TO   WRK-DATA-AMD.

           IF WRK-DE-DIA               NOT NUMERIC
              OR WRK-DE-MES            NOT NUMERIC
              OR WRK-DE-ANO            NOT NUMERIC
              OR WRK-DE-PONTO-1        NOT EQUAL '.'
              OR WRK-DE-PONTO-2        NOT EQUAL '.'
              GO TO 1410-99-FIM
           END-IF.

           MOVE WRK-DE-ANO             TO   WRK-DA-ANO.
           MOVE WRK-DE-MES             TO   WRK-DA-MES.
           MOVE WRK-DE-DIA             TO   WRK-DA-DIA.

           IF WRK-DA-MES               LESS      01
              OR WRK-DA-MES            GREATER   12
              OR WRK-DA-DIA            LESS      01
              OR WRK-DA-DIA            GREATER   31
              GO TO 1410-99-FIM
           END-IF.

           SET WRK-DATA-VALIDA         TO   TRUE.

      *----------------------------------------------------------------*
       1410-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1450-REGISTRAR-PARAMETROS       SECTION.
      *----------------------------------------------------------------*

      *--- PARAMETROS EFETIVOS (JA COM OS DEFAULTS) NO LOG COMUM DA
      *--- CADEIA VIA BUPVM130 (VER I#BUPV51). FALHA DE REGISTRO E
      *--- TOLERADA PELO PROPRIO BUPVM130.
           INITIALIZE BU51-INTERFACE.

           MOVE WRK-PGM                TO   BU51-PROGRAMA.

           MOVE '****'                 TO   BU51-CCTRO-CUSTO.

           IF LK-PARM-TAM              GREATER   ZEROS
              SET BU51-PARM-INFORMADA  TO   TRUE
           ELSE
              SET BU51-PARM-DEFAULT    TO   TRUE
           END-IF.

           IF WRK-MODO-RESTAURACAO
              STRING 'TABELA='         WRK-FILTRO-TABELA
                     ';DE='            WRK-FILTRO-DATA-INI
                     ';ATE='           WRK-FILTRO-DATA-FIM
                 DELIMITED BY SIZE        INTO BU51-IDENTIFICACAO
              END-STRING
           END-IF.

           STRING 'MODO='              WRK-MODO
              DELIMITED BY SIZE        INTO BU51-OPCOES
           END-STRING.

           CALL 'BUPVM130'             USING BU51-INTERFACE.

      *----------------------------------------------------------------*
       1450-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1500-ABRIR-ARQUIVOS             SECTION.
      *----------------------------------------------------------------*

           OPEN OUTPUT RELATO.

           SET WRK-ABERTURA            TO   TRUE.

           PERFORM 1340-TESTAR-FS-RELATO.

           EVALUATE TRUE
              WHEN WRK-MODO-RESTAURACAO
                   OPEN INPUT EARQRETN
                   SET WRK-ABERTURA    TO   TRUE
                   PERFORM 1330-TESTAR-FS-EARQRETN
                   IF WRK-EXECUCAO-RESTART
                      PERFORM 1700-SALTAR-LIDOS
                   END-IF
              WHEN WRK-MODO-ARQUIVAMENTO
                   IF WRK-EXECUCAO-RESTART
                      PERFORM 1600-REPOSICIONAR-SARQRETN
                   ELSE
                      OPEN OUTPUT SARQRETN
                      SET WRK-ABERTURA TO   TRUE
                      PERFORM 1320-TESTAR-FS-SARQRETN
                   END-IF
              WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
       1500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1600-REPOSICIONAR-SARQRETN      SECTION.
      *----------------------------------------------------------------*

      *--- RELE O SARQRETN PARCIAL DA EXECUCAO INTERROMPIDA, COPIA PARA
      *--- O SWRKRETN EXATAMENTE OS REGISTROS COBERTOS PELO ULTIMO
      *--- CHECKPOINT (AS LINHAS CUJA EXCLUSAO FOI COMMITADA), REABRE O
      *--- SARQRETN COMO OUTPUT (DESCARTANDO O QUE FOI GRAVADO APOS O
      *--- CHECKPOINT - ESSAS LINHAS VOLTARAM A TABELA NO ROLLBACK E
      *--- SERAO ARQUIVADAS DE NOVO) E DEVOLVE OS REGISTROS COPIADOS.
           MOVE WRK-RR-REGS-ARQUIVO    TO   WRK-QTD-COPIA.
           MOVE ZEROS                  TO   WRK-CTR-COPIA.

           OPEN INPUT  SARQRETN.
           SET WRK-ABERTURA            TO   TRUE.
           PERFORM 1320-TESTAR-FS-SARQRETN.

           OPEN OUTPUT SWRKRETN.
           PERFORM 1325-TESTAR-FS-SWRKRETN.

           PERFORM 1610-COPIAR-PARA-SWRK
                   UNTIL WRK-CTR-COPIA NOT LESS WRK-QTD-COPIA.

           CLOSE SARQRETN
                 SWRKRETN.
           SET WRK-FECHAMENTO          TO   TRUE.
           PERFORM 1320-TESTAR-FS-SARQRETN.
           PERFORM 1325-TESTAR-FS-SWRKRETN.

           OPEN INPUT  SWRKRETN.
           SET WRK-ABERTURA            TO   TRUE.
           PERFORM 1325-TESTAR-FS-SWRKRETN.

           OPEN OUTPUT SARQRETN.
           PERFORM 1320-TESTAR-FS-SARQRETN.

           PERFORM 1620-LER-SWRKRETN.

           PERFORM 1630-DEVOLVER-SARQRETN
                   UNTIL WRK-FIM-SWRKRETN.

           CLOSE SWRKRETN.
           SET WRK-FECHAMENTO          TO   TRUE.
           PERFORM 1325-TESTAR-FS-SWRKRETN.

      *----------------------------------------------------------------*
       1600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1610-COPIAR-PARA-SWRK           SECTION.
      *----------------------------------------------------------------*

           READ SARQRETN               INTO BU4D-REGISTRO.

      *--- O SARQRETN TEM QUE TER PELO MENOS OS REGISTROS DO CHECKPOINT
      *--- - MENOS QUE ISSO E GERACAO ERRADA NA JCL DE RESTART.
           IF WRK-FS-SARQRETN          EQUAL     '10'
              DISPLAY 'BUPV1076 - SARQRETN MENOR QUE O CHECKPOINT - '
                      'CONFERIR A GERACAO NA JCL DE RESTART'
              MOVE '10'                TO   WRK-FS-SARQRETN
           END-IF.

           SET WRK-LEITURA             TO   TRUE.
           PERFORM 1320-TESTAR-FS-SARQRETN.

           WRITE FD-SWRKRETN           FROM BU4D-REGISTRO.

           SET WRK-GRAVACAO            TO   TRUE.
           PERFORM 1325-TESTAR-FS-SWRKRETN.

           ADD 1                       TO   WRK-CTR-COPIA.

      *----------------------------------------------------------------*
       1610-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1620-LER-SWRKRETN               SECTION.
      *----------------------------------------------------------------*

           READ SWRKRETN               INTO BU4D-REGISTRO.

           IF WRK-FS-SWRKRETN          EQUAL     '10'
              SET WRK-FIM-SWRKRETN     TO   TRUE
              GO TO 1620-99-FIM
           END-IF.

           SET WRK-LEITURA             TO   TRUE.
           PERFORM 1325-TESTAR-FS-SWRKRETN.

      *----------------------------------------------------------------*
       1620-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1630-DEVOLVER-SARQRETN          SECTION.
      *----------------------------------------------------------------*

           WRITE FD-SARQRETN           FROM BU4D-REGISTRO.

           SET WRK-GRAVACAO            TO   TRUE.
           PERFORM 1320-TESTAR-FS-SARQRETN.

           PERFORM 1620-LER-SWRKRETN.

      *----------------------------------------------------------------*
       1630-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1700-SALTAR-LIDOS               SECTION.
      *----------------------------------------------------------------*

      *--- RESTART DA RESTAURACAO: OS REGISTROS JA TRATADOS ATE O
      *--- ULTIMO CHECKPOINT (INSERTS COMMITADOS) SAO SO RELIDOS.
           PERFORM 3100-LER-EARQRETN
                   UNTIL ACU-LIDOS-EARQRETN NOT LESS WRK-RR-REGS-ARQUIVO
                      OR WRK-FIM-EARQRETN.

      *----------------------------------------------------------------*
       1700-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-ARQUIVAR                   SECTION.
      *----------------------------------------------------------------*

      *--- WITH HOLD: O CURSOR DE PARAMETROS ATRAVESSA OS COMMITS DOS
      *--- CHECKPOINTS DO EXPURGO.
           EXEC SQL
               DECLARE CURS-PARAMETROS CURSOR WITH HOLD FOR
               SELECT  NOME_TABELA,
                       COLUNA_DATA,
                       DIAS_RETENCAO
               FROM    DB2PRD.TCTRL_RETEN_PARM
               WHERE   SITUACAO            =   'A'
               ORDER BY NOME_TABELA
           END-EXEC.

           EXEC SQL
               OPEN CURS-PARAMETROS
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              PERFORM 2090-ERRO-SQL-PARM
           END-IF.

           PERFORM 2100-FETCH-PARAMETRO
                   UNTIL WRK-FIM-PARAMETROS.

           EXEC SQL
               CLOSE CURS-PARAMETROS
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              PERFORM 2090-ERRO-SQL-PARM
           END-IF.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2090-ERRO-SQL-PARM              SECTION.
      *----------------------------------------------------------------*

           MOVE 'TCTRL_RETEN_PARM'     TO   WRK-SQL-TABELA.
           MOVE 'CURSOR'               TO   WRK-SQL-COMANDO.
           MOVE '2000'                 TO   WRK-SQL-LOCAL.

           PERFORM 9100-ERRO-SQL.

      *----------------------------------------------------------------*
       2090-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-FETCH-PARAMETRO            SECTION.
      *----------------------------------------------------------------*

           EXEC SQL
               FETCH CURS-PARAMETROS
               INTO  :WRK-HV-NOME-TABELA,
                     :WRK-HV-COLUNA-DATA,
                     :WRK-HV-DIAS-RETENCAO
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE             EQUAL     ZEROS
                   PERFORM 2200-PROCESSAR-TABELA
              WHEN SQLCODE             EQUAL     100
                   SET WRK-FIM-PARAMETROS
                                       TO   TRUE
              WHEN OTHER
                   PERFORM 2090-ERRO-SQL-PARM
           END-EVALUATE.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2200-PROCESSAR-TABELA           SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO   WRK-SITUACAO-TABELA
                                            WRK-DATA-CORTE.
           MOVE ZEROS                  TO   WRK-IND-TAB.

           PERFORM 2210-OBTER-COLUNA-ESPERADA.

           EVALUATE TRUE
              WHEN WRK-COLUNA-ESPERADA EQUAL     SPACES
                   MOVE 'IGNORADA - TABELA NAO TRATADA'
                                       TO   WRK-SITUACAO-TABELA
              WHEN WRK-HV-COLUNA-DATA  NOT EQUAL WRK-COLUNA-ESPERADA
                   MOVE 'IGNORADA - COLUNA DIVERGENTE'
                                       TO   WRK-SITUACAO-TABELA
              WHEN WRK-HV-DIAS-RETENCAO
                                       LESS      WRK-DIAS-MINIMO
                   MOVE 'IGNORADA - RETENCAO ABAIXO DO MINIMO'
                                       TO   WRK-SITUACAO-TABELA
              WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF WRK-SITUACAO-TABELA      NOT EQUAL SPACES
              IF WRK-COND-CODE         LESS      4
                 MOVE 4                TO   WRK-COND-CODE
              END-IF
              PERFORM 2800-IMPRIMIR-TABELA
              GO TO 2200-99-FIM
           END-IF.

           COMPUTE WRK-HV-DIA-CORTE    =    WRK-HV-DIAS-BASE
                                       -    WRK-HV-DIAS-RETENCAO.

           EXEC SQL
               SET :WRK-DATA-CORTE = CHAR(DATE(:WRK-HV-DIA-CORTE), EUR)
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              MOVE 'CURRENT DATE'      TO   WRK-SQL-TABELA
              MOVE 'SET'               TO   WRK-SQL-COMANDO
              MOVE '2200'              TO   WRK-SQL-LOCAL
              PERFORM 9100-ERRO-SQL
           END-IF.

           PERFORM 2220-LOCALIZAR-TOTAIS.

      *--- EM RESTART, TABELA JA CONCLUIDA ANTES DO ABEND SO TEM A
      *--- LINHA IMPRESSA COM OS TOTAIS GUARDADOS NA AREA DE RESTART.
           IF WRK-EXECUCAO-RESTART
              IF WRK-HV-NOME-TABELA    LESS      WRK-RR-TABELA
                 OR (WRK-HV-NOME-TABELA
                                       EQUAL     WRK-RR-TABELA
                     AND WRK-RR-SW-CONCLUIDA
                                       EQUAL     'S')
                 MOVE 'CONCLUIDA (ANTES DO RESTART)'
                                       TO   WRK-SITUACAO-TABELA
                 PERFORM 2800-IMPRIMIR-TABELA
                 GO TO 2200-99-FIM
              END-IF
           END-IF.

           MOVE WRK-HV-NOME-TABELA     TO   WRK-RR-TABELA.
           MOVE 'N'                    TO   WRK-RR-SW-CONCLUIDA.
           MOVE 'N'                    TO   WRK-SW-FIM-CURSOR.

           EVALUATE WRK-HV-NOME-TABELA
              WHEN 'TCTRL_BATIM_HIST'
                   PERFORM 2300-ARQUIVAR-BATIM-HIST
              WHEN 'TCTRL_MONIT_EVENT'
                   PERFORM 2400-ARQUIVAR-MONIT-EVENT
              WHEN 'TCTRL_CADEIA_PASSO'
                   PERFORM 2500-ARQUIVAR-CADEIA-PASSO
              WHEN 'TLOG_ERRO_BUPV'
                   PERFORM 2600-ARQUIVAR-LOG-ERRO
              WHEN 'TCTRL_COMPR_CATLG'
                   PERFORM 2700-ARQUIVAR-COMPR-CATLG
           END-EVALUATE.

      *--- TRAILER DA TABELA E CHECKPOINT DE FECHAMENTO - A TABELA SO
      *--- CONSTA COMO CONCLUIDA DEPOIS DO ULTIMO COMMIT.
           IF WRK-MODO-ARQUIVAMENTO
              PERFORM 2920-GRAVAR-TRAILER
              MOVE 'S'                 TO   WRK-RR-SW-CONCLUIDA
              PERFORM 2950-FUNCAO-CHECKPOINT
              MOVE 'ARQUIVADA E EXPURGADA'
                                       TO   WRK-SITUACAO-TABELA
           ELSE
              MOVE 'SIMULACAO - NADA ALTERADO'
                                       TO   WRK-SITUACAO-TABELA
           END-IF.

           PERFORM 2800-IMPRIMIR-TABELA.

      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2210-OBTER-COLUNA-ESPERADA      SECTION.
      *----------------------------------------------------------------*

      *--- COLUNA DE DATA QUE O PROGRAMA TRATA PARA CADA TABELA - A
      *--- LINHA DE PARAMETRO QUE APONTA OUTRA COLUNA E IGNORADA (O
      *--- CURSOR DE CADA TABELA E ESTATICO).
           EVALUATE WRK-HV-NOME-TABELA
              WHEN 'TCTRL_BATIM_HIST'
                   MOVE 'DATA_PROC'    TO   WRK-COLUNA-ESPERADA
              WHEN 'TCTRL_MONIT_EVENT'
                   MOVE 'DATA_EVENTO'  TO   WRK-COLUNA-ESPERADA
              WHEN 'TCTRL_CADEIA_PASSO'
                   MOVE 'DTHR_INICIO'  TO   WRK-COLUNA-ESPERADA
              WHEN 'TLOG_ERRO_BUPV'
                   MOVE 'DATA_ERRO'    TO   WRK-COLUNA-ESPERADA
              WHEN 'TCTRL_COMPR_CATLG'
                   MOVE 'DATA_EXECUCAO'
                                       TO   WRK-COLUNA-ESPERADA
              WHEN OTHER
                   MOVE SPACES         TO   WRK-COLUNA-ESPERADA
           END-EVALUATE.

      *----------------------------------------------------------------*
       2210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2220-LOCALIZAR-TOTAIS           SECTION.
      *----------------------------------------------------------------*

      *--- OS TOTAIS POR TABELA FICAM NA PROPRIA AREA DE RESTART, QUE
      *--- VAI INTEIRA EM CADA CHECKPOINT.
           MOVE 1                      TO   WRK-IND-TAB.

           PERFORM 2225-PESQUISAR-TOTAIS
                   UNTIL   WRK-IND-TAB GREATER WRK-RR-QTD-TABELAS
                      OR   WRK-RR-TOT-TABELA (WRK-IND-TAB)
                                       EQUAL     WRK-HV-NOME-TABELA.

           IF WRK-IND-TAB              NOT GREATER WRK-RR-QTD-TABELAS
              GO TO 2220-99-FIM
           END-IF.

           IF WRK-RR-QTD-TABELAS       NOT LESS  10
              DISPLAY 'BUPV1076 - MAIS DE 10 TABELAS ATIVAS NA '
                      'TCTRL_RETEN_PARM - AMPLIAR A TABELA DE '
                      'TOTAIS DA I#BUPV96'
              MOVE 12                  TO   RETURN-CODE
              STOP RUN
           END-IF.

           ADD 1                       TO   WRK-RR-QTD-TABELAS.
           MOVE WRK-RR-QTD-TABELAS     TO   WRK-IND-TAB.

           MOVE WRK-HV-NOME-TABELA     TO   WRK-RR-TOT-TABELA
                                            (WRK-IND-TAB).
           MOVE ZEROS                  TO   WRK-RR-TOT-VENCIDAS
                                            (WRK-IND-TAB)
                                            WRK-RR-TOT-ARQUIVADAS
                                            (WRK-IND-TAB)
                                            WRK-RR-TOT-EXCLUIDAS
                                            (WRK-IND-TAB)
                                            WRK-RR-TOT-RESTAURAD
                                            (WRK-IND-TAB)
                                            WRK-RR-TOT-EXISTENTES
                                            (WRK-IND-TAB).

      *----------------------------------------------------------------*
       2220-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2225-PESQUISAR-TOTAIS           SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO   WRK-IND-TAB.

      *----------------------------------------------------------------*
       2225-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2300-ARQUIVAR-BATIM-HIST        SECTION.
      *----------------------------------------------------------------*

      *--- DATA_PROC E TEXTO DD.MM.AAAA (FORMATO EUR) - O DB2 CONVERTE
      *--- EM DAYS()/DATE() DIRETO, COMO NA BUPV1066.
           EXEC SQL
               DECLARE CURS-BATIM-HIST CURSOR WITH HOLD FOR
               SELECT  CCTRO_CUSTO_ORIGE,
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
                       HORA_PROC,
                       CHAR(DATE(DATA_PROC), EUR)
               FROM    DB2PRD.TCTRL_BATIM_HIST
               WHERE   DAYS(DATA_PROC)     <   :WRK-HV-DIA-CORTE
               FOR UPDATE
           END-EXEC.

           MOVE 'TCTRL_BATIM_HIST'     TO   WRK-SQL-TABELA.

           EXEC SQL
               OPEN CURS-BATIM-HIST
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              PERFORM 2990-ERRO-SQL-CURSOR
           END-IF.

           PERFORM 2310-FETCH-BATIM-HIST
                   UNTIL WRK-FIM-CURSOR.

           EXEC SQL
               CLOSE CURS-BATIM-HIST
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              PERFORM 2990-ERRO-SQL-CURSOR
           END-IF.

      *----------------------------------------------------------------*
       2300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2310-FETCH-BATIM-HIST           SECTION.
      *----------------------------------------------------------------*

           EXEC SQL
               FETCH CURS-BATIM-HIST
               INTO  :BUPVB025.CCTRO-CUSTO-ORIGE,
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
                     :BUPVB025.HORA-PROC,
                     :WRK-HV-DATA-REFERENCIA
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE             EQUAL     ZEROS
                   CONTINUE
              WHEN SQLCODE             EQUAL     100
                   SET WRK-FIM-CURSOR  TO   TRUE
                   GO TO 2310-99-FIM
              WHEN OTHER
                   PERFORM 2990-ERRO-SQL-CURSOR
           END-EVALUATE.

           ADD 1                       TO   WRK-RR-TOT-VENCIDAS
                                            (WRK-IND-TAB).

           IF WRK-MODO-SIMULACAO
              GO TO 2310-99-FIM
           END-IF.

           MOVE BUPVB025               TO   BU4D-DADOS.
           PERFORM 2900-GRAVAR-ARQUIVO.

           EXEC SQL
               DELETE FROM DB2PRD.TCTRL_BATIM_HIST
               WHERE CURRENT OF CURS-BATIM-HIST
           END-EXEC.

           PERFORM 2910-CONTAR-EXCLUSAO.

      *----------------------------------------------------------------*
       2310-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2400-ARQUIVAR-MONIT-EVENT       SECTION.
      *----------------------------------------------------------------*

           EXEC SQL
               DECLARE CURS-MONIT-EVENT CURSOR WITH HOLD FOR
               SELECT  PROGRAMA,
                       NOME_JOB,
                       NUMERO_JOB,
                       CCTRO_CUSTO_ORIGE,
                       CPERDC_PROCM_SIST,
                       NSEQ_PROCM_EFETU,
                       SITUACAO,
                       QTD_LIDOS_APORTE,
                       QTD_LIDOS_CCORRASS,
                       QTD_GRAVADOS,
                       QTD_DESP_APORTE,
                       QTD_DESP_CCORRASS,
                       QTD_DESP_SEQUENCIA,
                       SQLCODE_EVENTO,
                       ERR_TEXTO,
                       DATA_EVENTO,
                       HORA_EVENTO,
                       DATA_CONSUMO,
                       HORA_CONSUMO,
                       CHAR(DATE(DATA_EVENTO), EUR)
               FROM    DB2PRD.TCTRL_MONIT_EVENT
               WHERE   DAYS(DATA_EVENTO)   <   :WRK-HV-DIA-CORTE
               FOR UPDATE
           END-EXEC.

           MOVE 'TCTRL_MONIT_EVENT'    TO   WRK-SQL-TABELA.

           EXEC SQL
               OPEN CURS-MONIT-EVENT
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              PERFORM 2990-ERRO-SQL-CURSOR
           END-IF.

           PERFORM 2410-FETCH-MONIT-EVENT
                   UNTIL WRK-FIM-CURSOR.

           EXEC SQL
               CLOSE CURS-MONIT-EVENT
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              PERFORM 2990-ERRO-SQL-CURSOR
           END-IF.

      *----------------------------------------------------------------*
       2400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2410-FETCH-MONIT-EVENT          SECTION.
      *----------------------------------------------------------------*

           EXEC SQL
               FETCH CURS-MONIT-EVENT
               INTO  :BUPVB027.PROGRAMA,
                     :BUPVB027.NOME-JOB,
                     :BUPVB027.NUMERO-JOB,
                     :BUPVB027.CCTRO-CUSTO-ORIGE,
                     :BUPVB027.CPERDC-PROCM-SIST,
                     :BUPVB027.NSEQ-PROCM-EFETU,
                     :BUPVB027.SITUACAO,
                     :BUPVB027.QTD-LIDOS-APORTE,
                     :BUPVB027.QTD-LIDOS-CCORRASS,
                     :BUPVB027.QTD-GRAVADOS,
                     :BUPVB027.QTD-DESP-APORTE,
                     :BUPVB027.QTD-DESP-CCORRASS,
                     :BUPVB027.QTD-DESP-SEQUENCIA,
                     :BUPVB027.SQLCODE-EVENTO,
                     :BUPVB027.ERR-TEXTO,
                     :BUPVB027.DATA-EVENTO,
                     :BUPVB027.HORA-EVENTO,
                     :BUPVB027.DATA-CONSUMO,
                     :BUPVB027.HORA-CONSUMO,
                     :WRK-HV-DATA-REFERENCIA
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE             EQUAL     ZEROS
                   CONTINUE
              WHEN SQLCODE             EQUAL     100
                   SET WRK-FIM-CURSOR  TO   TRUE
                   GO TO 2410-99-FIM
              WHEN OTHER
                   PERFORM 2990-ERRO-SQL-CURSOR
           END-EVALUATE.

           ADD 1                       TO   WRK-RR-TOT-VENCIDAS
                                            (WRK-IND-TAB).

           IF WRK-MODO-SIMULACAO
              GO TO 2410-99-FIM
           END-IF.

           MOVE BUPVB027               TO   BU4D-DADOS.
           PERFORM 2900-GRAVAR-ARQUIVO.

           EXEC SQL
               DELETE FROM DB2PRD.TCTRL_MONIT_EVENT
               WHERE CURRENT OF CURS-MONIT-EVENT
           END-EXEC.

           PERFORM 2910-CONTAR-EXCLUSAO.

      *----------------------------------------------------------------*
       2410-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2500-ARQUIVAR-CADEIA-PASSO      SECTION.
      *----------------------------------------------------------------*

      *--- TIMESTAMPS EM CHAR (COMO NA BUPV1072); DTHR_FIM NULO (PASSO
      *--- QUE NUNCA FECHOU) VAI COMO BRANCOS E VOLTA NULO NA
      *--- RESTAURACAO.
           EXEC SQL
               DECLARE CURS-CADEIA-PASSO CURSOR WITH HOLD FOR
               SELECT  CCTRO_CUSTO_ORIGE,
                       CPERDC_PROCM_SIST,
                       NSEQ_PROCM_EFETU,
                       PASSO,
                       CHAR(DTHR_INICIO),
                       VALUE(CHAR(DTHR_FIM), ' '),
                       SITUACAO,
                       QTD_REGISTROS,
                       CHAR(DATE(DTHR_INICIO), EUR)
               FROM    DB2PRD.TCTRL_CADEIA_PASSO
               WHERE   DAYS(DTHR_INICIO)   <   :WRK-HV-DIA-CORTE
               FOR UPDATE
           END-EXEC.

           MOVE 'TCTRL_CADEIA_PASSO'   TO   WRK-SQL-TABELA.

           EXEC SQL
               OPEN CURS-CADEIA-PASSO
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              PERFORM 2990-ERRO-SQL-CURSOR
           END-IF.

           PERFORM 2510-FETCH-CADEIA-PASSO
                   UNTIL WRK-FIM-CURSOR.

           EXEC SQL
               CLOSE CURS-CADEIA-PASSO
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              PERFORM 2990-ERRO-SQL-CURSOR
           END-IF.

      *----------------------------------------------------------------*
       2500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2510-FETCH-CADEIA-PASSO         SECTION.
      *----------------------------------------------------------------*

           EXEC SQL
               FETCH CURS-CADEIA-PASSO
               INTO  :WRK-HV-CAD-CCTRO,
                     :WRK-HV-CAD-CPERDC,
                     :WRK-HV-CAD-NSEQ,
                     :WRK-HV-CAD-PASSO,
                     :WRK-HV-CAD-DTHR-INICIO,
                     :WRK-HV-CAD-DTHR-FIM,
                     :WRK-HV-CAD-SITUACAO,
                     :WRK-HV-CAD-QTD-REGISTROS,
                     :WRK-HV-DATA-REFERENCIA
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE             EQUAL     ZEROS
                   CONTINUE
              WHEN SQLCODE             EQUAL     100
                   SET WRK-FIM-CURSOR  TO   TRUE
                   GO TO 2510-99-FIM
              WHEN OTHER
                   PERFORM 2990-ERRO-SQL-CURSOR
           END-EVALUATE.

           ADD 1                       TO   WRK-RR-TOT-VENCIDAS
                                            (WRK-IND-TAB).

           IF WRK-MODO-SIMULACAO
              GO TO 2510-99-FIM
           END-IF.

           MOVE WRK-HV-CADEIA          TO   BU4D-DADOS.
           PERFORM 2900-GRAVAR-ARQUIVO.

           EXEC SQL
               DELETE FROM DB2PRD.TCTRL_CADEIA_PASSO
               WHERE CURRENT OF CURS-CADEIA-PASSO
           END-EXEC.

           PERFORM 2910-CONTAR-EXCLUSAO.

      *----------------------------------------------------------------*
       2510-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2600-ARQUIVAR-LOG-ERRO          SECTION.
      *----------------------------------------------------------------*

           EXEC SQL
               DECLARE CURS-LOG-ERRO CURSOR WITH HOLD FOR
               SELECT  COD_PROGRAMA,
                       LOCAL_ERRO,
                       TABELA,
                       COMANDO,
                       SQLCODE_ERRO,
                       COD_RETORNO,
                       COMPLEMENTO,
                       MENSAGEM,
                       DATA_ERRO,
                       HORA_ERRO,
                       CHAR(DATA_ERRO, EUR)
               FROM    DB2PRD.TLOG_ERRO_BUPV
               WHERE   DAYS(DATA_ERRO)     <   :WRK-HV-DIA-CORTE
               FOR UPDATE
           END-EXEC.

           MOVE 'TLOG_ERRO_BUPV'       TO   WRK-SQL-TABELA.

           EXEC SQL
               OPEN CURS-LOG-ERRO
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              PERFORM 2990-ERRO-SQL-CURSOR
           END-IF.

           PERFORM 2610-FETCH-LOG-ERRO
                   UNTIL WRK-FIM-CURSOR.

           EXEC SQL
               CLOSE CURS-LOG-ERRO
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              PERFORM 2990-ERRO-SQL-CURSOR
           END-IF.

      *----------------------------------------------------------------*
       2600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2610-FETCH-LOG-ERRO             SECTION.
      *----------------------------------------------------------------*

           EXEC SQL
               FETCH CURS-LOG-ERRO
               INTO  :BUPVB028.COD-PROGRAMA,
                     :BUPVB028.LOCAL-ERRO,
                     :BUPVB028.TABELA,
                     :BUPVB028.COMANDO,
                     :BUPVB028.SQLCODE-ERRO,
                     :BUPVB028.COD-RETORNO,
                     :BUPVB028.COMPLEMENTO,
                     :BUPVB028.MENSAGEM,
                     :BUPVB028.DATA-ERRO,
                     :BUPVB028.HORA-ERRO,
                     :WRK-HV-DATA-REFERENCIA
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE             EQUAL     ZEROS
                   CONTINUE
              WHEN SQLCODE             EQUAL     100
                   SET WRK-FIM-CURSOR  TO   TRUE
                   GO TO 2610-99-FIM
              WHEN OTHER
                   PERFORM 2990-ERRO-SQL-CURSOR
           END-EVALUATE.

           ADD 1                       TO   WRK-RR-TOT-VENCIDAS
                                            (WRK-IND-TAB).

           IF WRK-MODO-SIMULACAO
              GO TO 2610-99-FIM
           END-IF.

           MOVE BUPVB028               TO   BU4D-DADOS.
           PERFORM 2900-GRAVAR-ARQUIVO.

           EXEC SQL
               DELETE FROM DB2PRD.TLOG_ERRO_BUPV
               WHERE CURRENT OF CURS-LOG-ERRO
           END-EXEC.

           PERFORM 2910-CONTAR-EXCLUSAO.

      *----------------------------------------------------------------*
       2610-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2700-ARQUIVAR-COMPR-CATLG       SECTION.
      *----------------------------------------------------------------*

           EXEC SQL
               DECLARE CURS-COMPR-CATLG CURSOR WITH HOLD FOR
               SELECT  DSN_ENTRADA,
                       DSN_SAIDA,
                       CLASSE_RETENCAO,
                       QTD_REGISTROS,
                       BYTES_ENTRADA,
                       BYTES_SAIDA,
                       TAXA_COMPRESSAO,
                       RESULTADO_CERTIF,
                       DATA_EXECUCAO,
                       HORA_EXECUCAO,
                       CHAR(DATE(DATA_EXECUCAO), EUR)
               FROM    DB2PRD.TCTRL_COMPR_CATLG
               WHERE   DAYS(DATA_EXECUCAO) <   :WRK-HV-DIA-CORTE
               FOR UPDATE
           END-EXEC.

           MOVE 'TCTRL_COMPR_CATLG'    TO   WRK-SQL-TABELA.

           EXEC SQL
               OPEN CURS-COMPR-CATLG
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              PERFORM 2990-ERRO-SQL-CURSOR
           END-IF.

           PERFORM 2710-FETCH-COMPR-CATLG
                   UNTIL WRK-FIM-CURSOR.

           EXEC SQL
               CLOSE CURS-COMPR-CATLG
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              PERFORM 2990-ERRO-SQL-CURSOR
           END-IF.

      *----------------------------------------------------------------*
       2700-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2710-FETCH-COMPR-CATLG          SECTION.
      *----------------------------------------------------------------*

           EXEC SQL
               FETCH CURS-COMPR-CATLG
               INTO  :WRK-HV-CAT-DSN-ENTRADA,
                     :WRK-HV-CAT-DSN-SAIDA,
                     :WRK-HV-CAT-CLASSE,
                     :WRK-HV-CAT-QTD-REGISTROS,
                     :WRK-HV-CAT-BYTES-ENTRADA,
                     :WRK-HV-CAT-BYTES-SAIDA,
                     :WRK-HV-CAT-TAXA,
                     :WRK-HV-CAT-RESULTADO,
                     :WRK-HV-CAT-DATA-EXECUCAO,
                     :WRK-HV-CAT-HORA-EXECUCAO,
                     :WRK-HV-DATA-REFERENCIA
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE             EQUAL     ZEROS
                   CONTINUE
              WHEN SQLCODE             EQUAL     100
                   SET WRK-FIM-CURSOR  TO   TRUE
                   GO TO 2710-99-FIM
              WHEN OTHER
                   PERFORM 2990-ERRO-SQL-CURSOR
           END-EVALUATE.

           ADD 1                       TO   WRK-RR-TOT-VENCIDAS
                                            (WRK-IND-TAB).

           IF WRK-MODO-SIMULACAO
              GO TO 2710-99-FIM
           END-IF.

           MOVE WRK-HV-CATALOGO        TO   BU4D-DADOS.
           PERFORM 2900-GRAVAR-ARQUIVO.

           EXEC SQL
               DELETE FROM DB2PRD.TCTRL_COMPR_CATLG
               WHERE CURRENT OF CURS-COMPR-CATLG
           END-EXEC.

           PERFORM 2910-CONTAR-EXCLUSAO.

      *----------------------------------------------------------------*
       2710-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2800-IMPRIMIR-TABELA            SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-HV-NOME-TABELA     TO   WRK-RTD-TABELA.
           MOVE WRK-HV-COLUNA-DATA     TO   WRK-RTD-COLUNA.
           MOVE WRK-HV-DIAS-RETENCAO   TO   WRK-RTD-DIAS.
           MOVE WRK-DATA-CORTE         TO   WRK-RTD-CORTE.
           MOVE WRK-SITUACAO-TABELA    TO   WRK-RTD-SITUACAO.

           IF WRK-IND-TAB              EQUAL     ZEROS
              MOVE ZEROS               TO   WRK-RTD-VENCIDAS
                                            WRK-RTD-ARQUIVADAS
                                            WRK-RTD-EXCLUIDAS
           ELSE
              MOVE WRK-RR-TOT-VENCIDAS   (WRK-IND-TAB)
                                       TO   WRK-RTD-VENCIDAS
              MOVE WRK-RR-TOT-ARQUIVADAS (WRK-IND-TAB)
                                       TO   WRK-RTD-ARQUIVADAS
              MOVE WRK-RR-TOT-EXCLUIDAS  (WRK-IND-TAB)
                                       TO   WRK-RTD-EXCLUIDAS
              ADD WRK-RR-TOT-VENCIDAS    (WRK-IND-TAB)
                                       TO   ACU-TOT-VENCIDAS
              ADD WRK-RR-TOT-ARQUIVADAS  (WRK-IND-TAB)
                                       TO   ACU-TOT-ARQUIVADAS
              ADD WRK-RR-TOT-EXCLUIDAS   (WRK-IND-TAB)
                                       TO   ACU-TOT-EXCLUIDAS
           END-IF.

           MOVE WRK-RET-DET            TO   WRK-LINHA-IMPRIMIR.

           PERFORM 1310-IMPRIMIR-LINHA.

      *----------------------------------------------------------------*
       2800-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2900-GRAVAR-ARQUIVO             SECTION.
      *----------------------------------------------------------------*

      *--- O CHAMADOR CARREGA BU4D-DADOS COM A IMAGEM DA LINHA.
           SET BU4D-LINHA-ARQUIVADA    TO   TRUE.
           MOVE WRK-HV-NOME-TABELA     TO   BU4D-TABELA.
           MOVE WRK-RR-DATA-BASE       TO   BU4D-DATA-ARQUIVAMENTO.
           MOVE WRK-HV-DATA-REFERENCIA TO   BU4D-DATA-REFERENCIA.

           WRITE FD-SARQRETN           FROM BU4D-REGISTRO.

           SET WRK-GRAVACAO            TO   TRUE.
           PERFORM 1320-TESTAR-FS-SARQRETN.

           ADD 1                       TO   WRK-RR-REGS-ARQUIVO
                                            WRK-RR-TOT-ARQUIVADAS
                                            (WRK-IND-TAB).

      *----------------------------------------------------------------*
       2900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2910-CONTAR-EXCLUSAO            SECTION.
      *----------------------------------------------------------------*

           IF SQLCODE                  NOT EQUAL ZEROS
              MOVE 'DELETE'            TO   WRK-SQL-COMANDO
              MOVE '2910'              TO   WRK-SQL-LOCAL
              PERFORM 9100-ERRO-SQL
           END-IF.

           ADD 1                       TO   WRK-RR-TOT-EXCLUIDAS
                                            (WRK-IND-TAB)
                                            WRK-CTR-CKPT.

           IF WRK-CTR-CKPT             NOT LESS  WRK-INTERVALO-CKPT
              PERFORM 2950-FUNCAO-CHECKPOINT
           END-IF.

      *----------------------------------------------------------------*
       2910-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2920-GRAVAR-TRAILER             SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO   BU4D-REGISTRO.
           SET BU4D-TRAILER-TABELA     TO   TRUE.
           MOVE WRK-HV-NOME-TABELA     TO   BU4D-TABELA.
           MOVE WRK-RR-DATA-BASE       TO   BU4D-DATA-ARQUIVAMENTO.
           MOVE WRK-RR-TOT-ARQUIVADAS (WRK-IND-TAB)
                                       TO   BU4D-TRL-QTD-LINHAS.
           MOVE WRK-HV-COLUNA-DATA     TO   BU4D-TRL-COLUNA-DATA.
           MOVE WRK-HV-DIAS-RETENCAO   TO   BU4D-TRL-DIAS-RETENC.
           MOVE WRK-DATA-CORTE         TO   BU4D-TRL-DATA-CORTE.

           WRITE FD-SARQRETN           FROM BU4D-REGISTRO.

           SET WRK-GRAVACAO            TO   TRUE.
           PERFORM 1320-TESTAR-FS-SARQRETN.

           ADD 1                       TO   WRK-RR-REGS-ARQUIVO.

      *----------------------------------------------------------------*
       2920-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2950-FUNCAO-CHECKPOINT          SECTION.
      *----------------------------------------------------------------*

      *--- COMMIT DO BLOCO: A AREA DE RESTART LEVA A POSICAO DO
      *--- ARQUIVO (SARQRETN GRAVADOS / EARQRETN LIDOS), A TABELA EM
      *--- CURSO E OS TOTAIS POR TABELA.
           INITIALIZE CKRS01-INTERFACE.

           SET CK01-CHECKPOINT         TO   TRUE.

           MOVE WRK-PGM                TO   CK01-PLAN.
           MOVE 'DB2'                  TO   CK01-ID-DB2.

           MOVE WRK-AREA-RESTART-RET   TO   CK01-AREA-RESTART.
           MOVE LENGTH                 OF   WRK-AREA-RESTART-RET
                                       TO   CK01-TAM-AREA-RESTART.

           PERFORM 1110-CHAMAR-CKRS.

           MOVE ZEROS                  TO   WRK-CTR-CKPT.

      *----------------------------------------------------------------*
       2950-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2990-ERRO-SQL-CURSOR            SECTION.
      *----------------------------------------------------------------*

      *--- WRK-SQL-TABELA JA CARREGADA PELA SECAO DA TABELA.
           MOVE 'CURSOR'               TO   WRK-SQL-COMANDO.
           MOVE '2990'                 TO   WRK-SQL-LOCAL.

           PERFORM 9100-ERRO-SQL.

      *----------------------------------------------------------------*
       2990-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-RESTAURAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-FILTRO-TABELA      TO   WRK-HV-NOME-TABELA
                                            WRK-SQL-TABELA.

           PERFORM 2220-LOCALIZAR-TOTAIS.

           MOVE WRK-FILTRO-TABELA      TO   WRK-RR-TABELA.

           PERFORM 3100-LER-EARQRETN.

           PERFORM 3200-TRATAR-REGISTRO
                   UNTIL WRK-FIM-EARQRETN.

           IF WRK-RR-TOT-RESTAURAD (WRK-IND-TAB)
                                       EQUAL     ZEROS
              AND WRK-COND-CODE        LESS      4
              MOVE 4                   TO   WRK-COND-CODE
           END-IF.

           MOVE WRK-FILTRO-TABELA      TO   WRK-RTR-TABELA.
           MOVE WRK-FILTRO-DATA-INI    TO   WRK-RTR-DATA-INI.
           MOVE WRK-FILTRO-DATA-FIM    TO   WRK-RTR-DATA-FIM.
           MOVE ACU-LIDOS-EARQRETN     TO   WRK-RTR-LIDOS.
           MOVE WRK-RR-TOT-RESTAURAD  (WRK-IND-TAB)
                                       TO   WRK-RTR-RESTAURADAS.
           MOVE WRK-RR-TOT-EXISTENTES (WRK-IND-TAB)
                                       TO   WRK-RTR-EXISTENTES.
           MOVE ACU-FORA-FILTRO        TO   WRK-RTR-FORA-FILTRO.

           MOVE WRK-RET-DET-REST       TO   WRK-LINHA-IMPRIMIR.

           PERFORM 1310-IMPRIMIR-LINHA.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3100-LER-EARQRETN               SECTION.
      *----------------------------------------------------------------*

           READ EARQRETN               INTO BU4D-REGISTRO.

           IF WRK-FS-EARQRETN          EQUAL     '10'
              SET WRK-FIM-EARQRETN     TO   TRUE
              GO TO 3100-99-FIM
           END-IF.

           SET WRK-LEITURA             TO   TRUE.
           PERFORM 1330-TESTAR-FS-EARQRETN.

           ADD 1                       TO   ACU-LIDOS-EARQRETN.

      *----------------------------------------------------------------*
       3100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3200-TRATAR-REGISTRO            SECTION.
      *----------------------------------------------------------------*

      *--- SO LINHA ARQUIVADA DA TABELA DA PARM, COM A DATA DE
      *--- REFERENCIA DENTRO DO PERIODO; TRAILER E O RESTO E CONTADO
      *--- COMO FORA DO FILTRO.
           MOVE BU4D-DATA-REFERENCIA   TO   WRK-DATA-EUR.
           PERFORM 1410-CONVERTER-DATA.

           IF BU4D-LINHA-ARQUIVADA
              AND BU4D-TABELA          EQUAL     WRK-FILTRO-TABELA
              AND WRK-DATA-VALIDA
              AND WRK-DATA-AMD         NOT LESS  WRK-FILTRO-AMD-INI
              AND WRK-DATA-AMD         NOT GREATER WRK-FILTRO-AMD-FIM
              PERFORM 3300-RESTAURAR-LINHA
           ELSE
              ADD 1                    TO   ACU-FORA-FILTRO
           END-IF.

           MOVE ACU-LIDOS-EARQRETN     TO   WRK-RR-REGS-ARQUIVO.

           IF WRK-CTR-CKPT             NOT LESS  WRK-INTERVALO-CKPT
              PERFORM 2950-FUNCAO-CHECKPOINT
           END-IF.

           PERFORM 3100-LER-EARQRETN.

      *----------------------------------------------------------------*
       3200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3300-RESTAURAR-LINHA            SECTION.
      *----------------------------------------------------------------*

           EVALUATE BU4D-TABELA
              WHEN 'TCTRL_BATIM_HIST'
                   MOVE BU4D-DADOS     TO   BUPVB025
                   PERFORM 3310-INCLUIR-BATIM-HIST
              WHEN 'TCTRL_MONIT_EVENT'
                   MOVE BU4D-DADOS     TO   BUPVB027
                   PERFORM 3320-INCLUIR-MONIT-EVENT
              WHEN 'TCTRL_CADEIA_PASSO'
                   MOVE BU4D-DADOS     TO   WRK-HV-CADEIA
                   PERFORM 3330-INCLUIR-CADEIA-PASSO
              WHEN 'TLOG_ERRO_BUPV'
                   MOVE BU4D-DADOS     TO   BUPVB028
                   PERFORM 3340-INCLUIR-LOG-ERRO
              WHEN 'TCTRL_COMPR_CATLG'
                   MOVE BU4D-DADOS     TO   WRK-HV-CATALOGO
                   PERFORM 3350-INCLUIR-COMPR-CATLG
           END-EVALUATE.

      *--- -803 = LINHA JA DEVOLVIDA POR RESTAURACAO ANTERIOR (TABELA
      *--- COM CHAVE UNICA) - CONTA E SEGUE.
           EVALUATE TRUE
              WHEN SQLCODE             EQUAL     ZEROS
                   ADD 1               TO   WRK-RR-TOT-RESTAURAD
                                            (WRK-IND-TAB)
                                            WRK-CTR-CKPT
              WHEN SQLCODE             EQUAL     -803
                   ADD 1               TO   WRK-RR-TOT-EXISTENTES
                                            (WRK-IND-TAB)
              WHEN OTHER
                   MOVE 'INSERT'       TO   WRK-SQL-COMANDO
                   MOVE '3300'         TO   WRK-SQL-LOCAL
                   PERFORM 9100-ERRO-SQL
           END-EVALUATE.

      *----------------------------------------------------------------*
       3300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3310-INCLUIR-BATIM-HIST         SECTION.
      *----------------------------------------------------------------*

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

      *----------------------------------------------------------------*
       3310-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3320-INCLUIR-MONIT-EVENT        SECTION.
      *----------------------------------------------------------------*

           EXEC SQL
               INSERT INTO DB2PRD.TCTRL_MONIT_EVENT
                      (PROGRAMA,
                       NOME_JOB,
                       NUMERO_JOB,
                       CCTRO_CUSTO_ORIGE,
                       CPERDC_PROCM_SIST,
                       NSEQ_PROCM_EFETU,
                       SITUACAO,
                       QTD_LIDOS_APORTE,
                       QTD_LIDOS_CCORRASS,
                       QTD_GRAVADOS,
                       QTD_DESP_APORTE,
                       QTD_DESP_CCORRASS,
                       QTD_DESP_SEQUENCIA,
                       SQLCODE_EVENTO,
                       ERR_TEXTO,
                       DATA_EVENTO,
                       HORA_EVENTO,
                       DATA_CONSUMO,
                       HORA_CONSUMO)
               VALUES (:BUPVB027.PROGRAMA,
                       :BUPVB027.NOME-JOB,
                       :BUPVB027.NUMERO-JOB,
                       :BUPVB027.CCTRO-CUSTO-ORIGE,
                       :BUPVB027.CPERDC-PROCM-SIST,
                       :BUPVB027.NSEQ-PROCM-EFETU,
                       :BUPVB027.SITUACAO,
                       :BUPVB027.QTD-LIDOS-APORTE,
                       :BUPVB027.QTD-LIDOS-CCORRASS,
                       :BUPVB027.QTD-GRAVADOS,
                       :BUPVB027.QTD-DESP-APORTE,
                       :BUPVB027.QTD-DESP-CCORRASS,
                       :BUPVB027.QTD-DESP-SEQUENCIA,
                       :BUPVB027.SQLCODE-EVENTO,
                       :BUPVB027.ERR-TEXTO,
                       :BUPVB027.DATA-EVENTO,
                       :BUPVB027.HORA-EVENTO,
                       :BUPVB027.DATA-CONSUMO,
                       :BUPVB027.HORA-CONSUMO)
           END-EXEC.

      *----------------------------------------------------------------*
       3320-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3330-INCLUIR-CADEIA-PASSO       SECTION.
      *----------------------------------------------------------------*

           EXEC SQL
               INSERT INTO DB2PRD.TCTRL_CADEIA_PASSO
                      (CCTRO_CUSTO_ORIGE,
                       CPERDC_PROCM_SIST,
                       NSEQ_PROCM_EFETU,
                       PASSO,
                       DTHR_INICIO,
                       DTHR_FIM,
                       SITUACAO,
                       QTD_REGISTROS)
               VALUES (:WRK-HV-CAD-CCTRO,
                       :WRK-HV-CAD-CPERDC,
                       :WRK-HV-CAD-NSEQ,
                       :WRK-HV-CAD-PASSO,
                       TIMESTAMP(:WRK-HV-CAD-DTHR-INICIO),
                       TIMESTAMP(NULLIF(:WRK-HV-CAD-DTHR-FIM, ' ')),
                       :WRK-HV-CAD-SITUACAO,
                       :WRK-HV-CAD-QTD-REGISTROS)
           END-EXEC.

      *----------------------------------------------------------------*
       3330-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3340-INCLUIR-LOG-ERRO           SECTION.
      *----------------------------------------------------------------*

           EXEC SQL
               INSERT INTO DB2PRD.TLOG_ERRO_BUPV
                      (COD_PROGRAMA,
                       LOCAL_ERRO,
                       TABELA,
                       COMANDO,
                       SQLCODE_ERRO,
                       COD_RETORNO,
                       COMPLEMENTO,
                       MENSAGEM,
                       DATA_ERRO,
                       HORA_ERRO)
               VALUES (:BUPVB028.COD-PROGRAMA,
                       :BUPVB028.LOCAL-ERRO,
                       :BUPVB028.TABELA,
                       :BUPVB028.COMANDO,
                       :BUPVB028.SQLCODE-ERRO,
                       :BUPVB028.COD-RETORNO,
                       :BUPVB028.COMPLEMENTO,
                       :BUPVB028.MENSAGEM,
                       :BUPVB028.DATA-ERRO,
                       :BUPVB028.HORA-ERRO)
           END-EXEC.

      *----------------------------------------------------------------*
       3340-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3350-INCLUIR-COMPR-CATLG        SECTION.
      *----------------------------------------------------------------*

           EXEC SQL
               INSERT INTO DB2PRD.TCTRL_COMPR_CATLG
                      (DSN_ENTRADA,
                       DSN_SAIDA,
                       CLASSE_RETENCAO,
                       QTD_REGISTROS,
                       BYTES_ENTRADA,
                       BYTES_SAIDA,
                       TAXA_COMPRESSAO,
                       RESULTADO_CERTIF,
                       DATA_EXECUCAO,
                       HORA_EXECUCAO)
               VALUES (:WRK-HV-CAT-DSN-ENTRADA,
                       :WRK-HV-CAT-DSN-SAIDA,
                       :WRK-HV-CAT-CLASSE,
                       :WRK-HV-CAT-QTD-REGISTROS,
                       :WRK-HV-CAT-BYTES-ENTRADA,
                       :WRK-HV-CAT-BYTES-SAIDA,
                       :WRK-HV-CAT-TAXA,
                       :WRK-HV-CAT-RESULTADO,
                       :WRK-HV-CAT-DATA-EXECUCAO,
                       :WRK-HV-CAT-HORA-EXECUCAO)
           END-EXEC.

      *----------------------------------------------------------------*
       3350-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-RET-BRANCO         TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1310-IMPRIMIR-LINHA.

           IF WRK-MODO-RESTAURACAO
              MOVE 'REGISTROS LIDOS DO ARQUIVO........:'
                                       TO   WRK-RTT-DESCRICAO
              MOVE ACU-LIDOS-EARQRETN  TO   WRK-RTT-QUANTIDADE
              PERFORM 4200-IMPRIMIR-TOTAL
              MOVE 'LINHAS RESTAURADAS................:'
                                       TO   WRK-RTT-DESCRICAO
              MOVE WRK-RR-TOT-RESTAURAD (1)
                                       TO   WRK-RTT-QUANTIDADE
              PERFORM 4200-IMPRIMIR-TOTAL
           ELSE
              MOVE 'TOTAL DE LINHAS VENCIDAS..........:'
                                       TO   WRK-RTT-DESCRICAO
              MOVE ACU-TOT-VENCIDAS    TO   WRK-RTT-QUANTIDADE
              PERFORM 4200-IMPRIMIR-TOTAL
              MOVE 'TOTAL DE LINHAS ARQUIVADAS........:'
                                       TO   WRK-RTT-DESCRICAO
              MOVE ACU-TOT-ARQUIVADAS  TO   WRK-RTT-QUANTIDADE
              PERFORM 4200-IMPRIMIR-TOTAL
              MOVE 'TOTAL DE LINHAS EXCLUIDAS.........:'
                                       TO   WRK-RTT-DESCRICAO
              MOVE ACU-TOT-EXCLUIDAS   TO   WRK-RTT-QUANTIDADE
              PERFORM 4200-IMPRIMIR-TOTAL
              MOVE 'REGISTROS NO SARQRETN.............:'
                                       TO   WRK-RTT-DESCRICAO
              MOVE WRK-RR-REGS-ARQUIVO TO   WRK-RTT-QUANTIDADE
              PERFORM 4200-IMPRIMIR-TOTAL
           END-IF.

      *--- O 'F' DO CKRS0100 FAZ O COMMIT FINAL E LIMPA O RESTART.
           IF NOT WRK-MODO-SIMULACAO
              PERFORM 4100-FINALIZAR-CKRS
           END-IF.

           EVALUATE TRUE
              WHEN WRK-MODO-RESTAURACAO
                   CLOSE EARQRETN
                   SET WRK-FECHAMENTO  TO   TRUE
                   PERFORM 1330-TESTAR-FS-EARQRETN
              WHEN WRK-MODO-ARQUIVAMENTO
                   CLOSE SARQRETN
                   SET WRK-FECHAMENTO  TO   TRUE
                   PERFORM 1320-TESTAR-FS-SARQRETN
              WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           CLOSE RELATO.

           SET WRK-FECHAMENTO          TO   TRUE.

           PERFORM 1340-TESTAR-FS-RELATO.

           MOVE WRK-COND-CODE          TO   RETURN-CODE.

           STOP RUN.

      *----------------------------------------------------------------*
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4100-FINALIZAR-CKRS             SECTION.
      *----------------------------------------------------------------*

           INITIALIZE CKRS01-INTERFACE.

           SET CK01-FINALIZAR          TO   TRUE.

           MOVE WRK-PGM                TO   CK01-PLAN.
           MOVE 'DB2'                  TO   CK01-ID-DB2.

           PERFORM 1110-CHAMAR-CKRS.

      *----------------------------------------------------------------*
       4100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4200-IMPRIMIR-TOTAL             SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-RET-TOTAL          TO   WRK-LINHA-IMPRIMIR.

           PERFORM 1310-IMPRIMIR-LINHA.

      *----------------------------------------------------------------*
       4200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9100-ERRO-SQL                   SECTION.
      *----------------------------------------------------------------*

      *--- ABENDA PELA BRAD7100 - O DB2 DESFAZ O BLOCO EM CURSO E O
      *--- RESTART RETOMA DO ULTIMO CHECKPOINT.
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
           IF WRK-SQL-COMANDO          EQUAL     'CURSOR'
              OR WRK-SQL-COMANDO       EQUAL     'SET'
              MOVE 998                 TO BU00-ES-COD-RETORNO
           ELSE
              MOVE 999                 TO BU00-ES-COD-RETORNO
           END-IF.
           MOVE WRK-PGM                TO BU00-COD-PROGRAMA.
           MOVE '001'                  TO BU00-LOCAL.
           MOVE 'RETENCAO DAS TABELAS DE CONTROLE'
                                       TO BU00-COMPLEMENTO.
           PERFORM 9996-MOVIMENTACAO-LOG-ERRO.
           PERFORM 9997-GRAVAR-LOG-ERRO.
           PERFORM 9998-EXIBIR-LOG-ERRO.
           PERFORM 9999-ROTINA-ERRO.

      *----------------------------------------------------------------*
       9100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9996-MOVIMENTACAO-LOG-ERRO      SECTION.
      *----------------------------------------------------------------*

      *--- PROGRAMA SEM EXTRACAO - SO O CODIGO DE FUNCAO E A SITUACAO.
           MOVE SPACES                 TO BU00-AREA-ENTRADA.
           MOVE 1                      TO BU00-EE-FUNCAO-PROCESSAMENTO.
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
       9998-EXIBIR-LOG-ERRO            SECTION.
      *----------------------------------------------------------------*

           DISPLAY '**************** BUPV1076 ****************'.
           DISPLAY '*                                        *'.
           DISPLAY '*            LOG DE ERRO DB2             *'.
           DISPLAY '*                                        *'.
           DISPLAY '* COD. RETORNO......: '
                      BU00-ES-COD-RETORNO   '                *'.
           DISPLAY '* TABELA............: '
                      BU00-TABELA                          ' *'.
           DISPLAY '* COMANDO...........: '
                      BU00-COMANDO                 '         *'.
           DISPLAY '* SQLCODE...........: '
                      BU00-SQLCODE           '               *'.
           DISPLAY '*                                        *'.
           DISPLAY '* COMPLEMENTO: '
                                  BU00-COMPLEMENTO(01:25)  ' *'.
           DISPLAY '* '           BU00-COMPLEMENTO(26:38)  ' *'.
           DISPLAY '*                                        *'.
           DISPLAY '**************** BUPV1076 ****************'.

      *----------------------------------------------------------------*
       9998-99-FIM.                    EXIT.
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
