      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. BUPV1089.
       AUTHOR.     RAPHAEL MARQUES.
      *================================================================*
      *                   P R I M E  I N F O R M A T I C A             *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  BUPV1089                                     *
      *    PROGRAMADOR.:  RAPHAEL MARQUES                   -  PRIME   *
      *    ANALISTA....:  MAURO                             -  PRIME   *
      *    DATA........:  15/10/2026                                   *
      *----------------------------------------------------------------*
      *    OBJETIVO....:  LIBERACAO E POSICAO DIARIA DOS APORTES       *
      *                   RETIDOS POR BLOQUEIO DE CONTA (ORDEM         *
      *                   JUDICIAL/PREVENCAO A FRAUDE). LE O CADASTRO  *
      *                   DE RETIDOS (EARQRETD = CADASTRO ANTERIOR     *
      *                   CONCATENADO COM O SARQRETD DO DIA GRAVADO    *
      *                   PELA BUPV1054) E, PARA CADA APORTE, VERIFICA *
      *                   SE A CONTA AINDA TEM BLOQUEIO ATIVO E        *
      *                   VIGENTE NA TCTRL_BLOQ_APORTE (MESMO CRITERIO *
      *                   DA BUPV1054).                                *
      *                   MODO 'L' (LIBERACAO): O APORTE DE BLOQUEIO   *
      *                   ENCERRADO (BUPV1088) OU VENCIDO SAI NO       *
      *                   SAPORLIB NO FORMATO DO EARQAPOR, PARA O      *
      *                   PROXIMO CICLO DO CENTRO, E A TRAJETORIA      *
      *                   RECEBE O DESTINO 'LIBERADA' NA               *
      *                   TCTRL_BATIM_HIST. OS DEMAIS (AINDA           *
      *                   BLOQUEADOS OU DE OUTROS CENTROS) SEGUEM NO   *
      *                   NOVO CADASTRO (SARQRETD).                    *
      *                   MODO 'R' (RELATORIO): SO CONSULTA - NENHUM   *
      *                   ARQUIVO DE SAIDA E GRAVADO E NADA E          *
      *                   ATUALIZADO.                                  *
      *                   NOS DOIS MODOS O RELATO LISTA CADA APORTE    *
      *                   RETIDO DO CENTRO COM A IDADE EM DIAS DESDE A *
      *                   RETENCAO E A SITUACAO DO BLOQUEIO.           *
      *                   O CADASTRO E ORDENADO POR CENTRO/PERIODO/    *
      *                   SEQUENCIA DA EXTRACAO + CHAVE DO APORTE; O   *
      *                   MESMO APORTE REPETIDO NA MESMA EXTRACAO      *
      *                   (CADASTRO ANTERIOR E SARQRETD DO DIA) FICA   *
      *                   SO NA PRIMEIRA OCORRENCIA - A REPETIDA E     *
      *                   LISTADA COMO DUPLICADA E DESCARTADA.         *
      *                   O SAPORLIB SAI COM ENVELOPE (I#BUPV45 -      *
      *                   HEADER E TRAILER COM CONTAGEM E HASH-TOTAIS) *
      *                   E E INTERCALADO COM O EARQAPOR DO PROXIMO    *
      *                   CICLO PELA BUPV1090, QUE REFAZ O TRAILER,    *
      *                   ANTES DA BUPV1054.                           *
      *                   ERRO DE ARQUIVO DEPOIS DE ABERTO ABENDA PELA *
      *                   BRAD7100 (DESFAZ A TRAJETORIA NO DB2).       *
      *----------------------------------------------------------------*
      *    COND CODES..:  0000 - PROCESSAMENTO NORMAL                  *
      *                   0004 - HOUVE APORTE LIBERADO (MODO 'L' -     *
      *                          INCLUIR O SAPORLIB NO PROXIMO CICLO)  *
      *                          OU A LIBERAR (MODO 'R')               *
      *                   0012 - ERRO DE PARM/ABERTURA DE ARQUIVO      *
      *----------------------------------------------------------------*
      *    BCO DE DADOS:                                               *
      *                TABLE                          INCLUDE/BOOK     *
      *                DB2PRD.TCTRL_BLOQ_APORTE       (CONSULTA)       *
      *                DB2PRD.TCTRL_BATIM_HIST           BUPVB025      *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME           I/O           INCLUDE/BOOK     *
      *                EARQRETD          I              I#BUPV52       *
      *                SARQRETD          O              I#BUPV52       *
      *                  (NOVO CADASTRO - SO NO MODO 'L')              *
      *                SAPORLIB          O         I#BUPV35/I#BUPV45   *
      *                  (APORTES LIBERADOS - SO NO MODO 'L')          *
      *                SORTWK01         SORT            I#BUPV52       *
      *                RELATO            O    RELATORIO FBA 133        *
      *----------------------------------------------------------------*
      *    BOOK'S......:                                               *
      *    I#BRAD7C - AREA PARA TRATAMENTO DE ERRO PELA BRAD7100       *
      *    I#BUPV00 - AREA DE COMUNICACAO                              *
      *    I#BUPV35 - LAYOUT DO APORTE (EARQAPOR)                      *
      *    I#BUPV45 - HEADER/TRAILER DO EARQAPOR                       *
      *    I#BUPV51 - INTERFACE DO LOG DE PARAMETROS (BUPVM130)        *
      *    I#BUPV52 - APORTE RETIDO POR BLOQUEIO                       *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    BRAD7100 - AREA PARA TRATAMENTO DE ERRO PELA BRAD7100       *
      *    BRAD7600 - DATA E HORA ATUAL                                *
      *    BUPVM100 - GRAVAR LOG DE ERRO                               *
      *    BUPVM130 - LOG DE PARAMETROS DA EXECUCAO                    *
      *    CKRS1000 - CONEXAO COM O DB2                                *
      *----------------------------------------------------------------*
      *    PARM........:  PARM='CCCC,M'                                *
      *                   CCCC = CENTRO DE CUSTO ORIGEM ('****' =      *
      *                          TODOS OS CENTROS - SO NO MODO 'R')    *
      *                   M    = L - LIBERACAO + RELATORIO             *
      *                          R - SO RELATORIO (DEFAULT)            *
      *                   SEM PARM = '****,R'                          *
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

           SELECT EARQRETD  ASSIGN     TO   UT-S-EARQRETD
           FILE STATUS                 IS   WRK-FS-EARQRETD.

           SELECT SARQRETD  ASSIGN     TO   UT-S-SARQRETD
           FILE STATUS                 IS   WRK-FS-SARQRETD.

           SELECT SAPORLIB  ASSIGN     TO   UT-S-SAPORLIB
           FILE STATUS                 IS   WRK-FS-SAPORLIB.

           SELECT RELATO    ASSIGN     TO   UT-S-RELATO
           FILE STATUS                 IS   WRK-FS-RELATO.

           SELECT SORTRETD  ASSIGN     TO   UT-S-SORTWK01.

      *================================================================*
       DATA                            DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *   INPUT:   CADASTRO DE APORTES RETIDOS (ANTERIOR + DO DIA)     *
      *            ORG. SEQUENCIAL     -   LRECL   =   400             *
      *----------------------------------------------------------------*
       FD  EARQRETD
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  FD-EARQRETD                 PIC  X(400).

      *----------------------------------------------------------------*
      *   OUTPUT:  NOVO CADASTRO DE APORTES RETIDOS                    *
      *            ORG. SEQUENCIAL     -   LRECL   =   400             *
      *----------------------------------------------------------------*
       FD  SARQRETD
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  FD-SARQRETD                 PIC  X(400).

      *----------------------------------------------------------------*
      *   OUTPUT:  APORTES LIBERADOS, NO FORMATO DO EARQAPOR           *
      *            ORG. SEQUENCIAL     -   LRECL   =   356             *
      *----------------------------------------------------------------*
       FD  SAPORLIB
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  FD-SAPORLIB                 PIC  X(356).

      *----------------------------------------------------------------*
      *   SORT:    CADASTRO NA ORDEM DA EXTRACAO + CHAVE DO APORTE     *
      *----------------------------------------------------------------*
       SD  SORTRETD.
       01  SRT-REGISTRO.
           05 SRT-CCTRO-CUSTO          PIC  X(004).
           05 SRT-CPERDC-PROCM         PIC  9(002).
           05 SRT-NSEQ-PROCM           PIC  9(007).
           05 FILLER                   PIC  X(018).
           05 SRT-CHAVE-APORTE         PIC  X(021).
           05 FILLER                   PIC  X(348).

      *----------------------------------------------------------------*
      *   OUTPUT:  POSICAO DOS APORTES RETIDOS                         *
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

       77  ACU-LIDOS-EARQRETD          PIC  9(009) COMP-3  VALUE ZEROS.
       77  ACU-MANTIDOS                PIC  9(009) COMP-3  VALUE ZEROS.
       77  ACU-LIBERADOS               PIC  9(009) COMP-3  VALUE ZEROS.
       77  ACU-A-LIBERAR               PIC  9(009) COMP-3  VALUE ZEROS.
       77  ACU-OUTROS-CENTROS          PIC  9(009) COMP-3  VALUE ZEROS.
       77  ACU-DUPLICADOS              PIC  9(009) COMP-3  VALUE ZEROS.
       77  ACU-HASH-ZMOVCTA            PIC  9(018) COMP-3  VALUE ZEROS.
       77  ACU-HASH-ZMOVASSOC          PIC  9(018) COMP-3  VALUE ZEROS.

       77  WRK-BATCH                   PIC  X(008)         VALUE
           'BATCH'.

       77  WRK-PGM                     PIC  X(008)         VALUE
           'BUPV1089'.

       77  WRK-MODULO                  PIC  X(008)         VALUE SPACES.

       77  WRK-COND-CODE               PIC  9(004)         VALUE ZEROS.

      *--- PARAMETROS DA EXECUCAO (VER 1400-OBTER-PARAMETROS).
       77  WRK-CCTRO-CUSTO-ORIGE       PIC  X(004)         VALUE
           '****'.
           88 WRK-TODOS-CENTROS                            VALUE
              '****'.

       77  WRK-MODO-EXECUCAO           PIC  X(001)         VALUE 'R'.
           88 WRK-MODO-LIBERACAO                           VALUE 'L'.
           88 WRK-MODO-RELATORIO                           VALUE 'R'.

       77  WRK-SW-BLOQUEIO             PIC  X(001)         VALUE 'S'.
           88 WRK-BLOQUEIO-ATIVO                           VALUE 'S'.
           88 WRK-BLOQUEIO-ENCERRADO                       VALUE 'N'.

       77  WRK-QTD-BLOQUEIOS           PIC S9(009) COMP    VALUE ZEROS.

       77  WRK-SQL-TABELA              PIC  X(020)         VALUE SPACES.
       77  WRK-SQL-COMANDO             PIC  X(008)         VALUE SPACES.
       77  WRK-SQL-LOCAL               PIC  X(004)         VALUE SPACES.

       01  WRK-SQLCODE-S9-9            PIC S9(009)         VALUE ZEROS.
       01  FILLER                      REDEFINES WRK-SQLCODE-S9-9.
           05 FILLER                   PIC  X(006).
           05 WRK-SQLCODE-S9-3         PIC S9(003).

       77  WRK-FS-EARQRETD             PIC  X(002)         VALUE SPACES.
       77  WRK-FS-SARQRETD             PIC  X(002)         VALUE SPACES.
       77  WRK-FS-SAPORLIB             PIC  X(002)         VALUE SPACES.
       77  WRK-FS-RELATO               PIC  X(002)         VALUE SPACES.

       77  WRK-CTR-LINHAS              PIC  9(003) COMP-3  VALUE ZEROS.
       77  WRK-CTR-PAGINAS             PIC  9(005) COMP-3  VALUE ZEROS.
       77  WRK-MAX-LINHAS              PIC  9(003) COMP-3  VALUE 56.

       77  WRK-DATA-PROC               PIC  X(010)         VALUE SPACES.
       77  WRK-HORA-PROC               PIC  X(008)         VALUE SPACES.

       77  WRK-SW-FIM-SORT             PIC  X(001)         VALUE 'N'.
           88 WRK-FIM-SORT                                 VALUE 'S'.

      *--- EXTRACAO (CENTRO/PERIODO/SEQUENCIA) + CHAVE DE 21 BYTES DO
      *--- APORTE - IGUAL A DO ANTERIOR NA ORDEM DO SORT = DUPLICADO.
       01  WRK-CHAVE-RETIDO.
           05 WRK-CHR-EXTRACAO         PIC  X(013)         VALUE SPACES.
           05 WRK-CHR-APORTE           PIC  X(021)         VALUE SPACES.
       01  WRK-CHAVE-RETIDO-ANT        PIC  X(034)         VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE MSG ERRO FILE STATUS               ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-ERRO-FS.
           05 FILLER                   PIC  X(011)         VALUE
              'BUPV1089 - '.
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
       77  FILLER                      PIC  X(050)         VALUE
           '*** LINHAS DO RELATO                           ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-LINHA-IMPRIMIR          PIC  X(133)         VALUE SPACES.

       01  WRK-RET-CAB1.
           05 FILLER                   PIC  X(001)         VALUE '1'.
           05 FILLER                   PIC  X(008)         VALUE
              'BUPV1089'.
           05 FILLER                   PIC  X(010)         VALUE SPACES.
           05 FILLER                   PIC  X(049)         VALUE
              'APORTES RETIDOS POR BLOQUEIO DE CONTA - POSICAO  '.
           05 FILLER                   PIC  X(049)         VALUE SPACES.
           05 FILLER                   PIC  X(005)         VALUE
              'PAG: '.
           05 WRK-RTC-PAGINA           PIC  ZZZ9.
           05 FILLER                   PIC  X(007)         VALUE SPACES.

       01  WRK-RET-CAB2.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 FILLER                   PIC  X(008)         VALUE
              'CENTRO: '.
           05 WRK-RTC-CENTRO           PIC  X(004)         VALUE SPACES.
           05 FILLER                   PIC  X(010)         VALUE
              '   MODO: '.
           05 WRK-RTC-MODO             PIC  X(010)         VALUE SPACES.
           05 FILLER                   PIC  X(010)         VALUE
              '   DATA: '.
           05 WRK-RTC-DATA             PIC  X(010)         VALUE SPACES.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-RTC-HORA             PIC  X(008)         VALUE SPACES.
           05 FILLER                   PIC  X(071)         VALUE SPACES.

       01  WRK-RET-CAB3.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 FILLER                   PIC  X(031)         VALUE
              'CTRO  BALC.  PR  SP  CONTA   D '.
           05 FILLER                   PIC  X(031)         VALUE
              ' ZMOV  RETIDO EM   HORA      D'.
           05 FILLER                   PIC  X(031)         VALUE
              'IAS  SITUACAO                  '.
           05 FILLER                   PIC  X(039)         VALUE SPACES.

       01  WRK-RET-DET.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-RTD-CCTRO            PIC  X(004)         VALUE SPACES.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-RTD-CBALCAO          PIC  X(005)         VALUE SPACES.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-RTD-CPRODUTO         PIC  X(002)         VALUE SPACES.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-RTD-CSUBPROD         PIC  X(002)         VALUE SPACES.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-RTD-CNUMECTA         PIC  X(006)         VALUE SPACES.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-RTD-CDIGICTA         PIC  X(001)         VALUE SPACES.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-RTD-ZMOVCTA          PIC  9(005)         VALUE ZEROS.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-RTD-DATA-RETENCAO    PIC  X(010)         VALUE SPACES.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-RTD-HORA-RETENCAO    PIC  X(008)         VALUE SPACES.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-RTD-DIAS             PIC  ZZZZ9          VALUE ZEROS.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-RTD-SITUACAO         PIC  X(024)         VALUE SPACES.
           05 FILLER                   PIC  X(038)         VALUE SPACES.

       01  WRK-RET-VAZIO.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 FILLER                   PIC  X(040)         VALUE
              'NENHUM APORTE RETIDO PARA O CENTRO      '.
           05 FILLER                   PIC  X(092)         VALUE SPACES.

       01  WRK-RET-TOTAL.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-RTT-DESCRICAO        PIC  X(032)         VALUE SPACES.
           05 WRK-RTT-QUANTIDADE       PIC  ZZZ.ZZZ.ZZ9    VALUE ZEROS.
           05 FILLER                   PIC  X(089)         VALUE SPACES.

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
           '*** AREA DO APORTE RETIDO                      ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       COPY I#BUPV52.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DO APORTE LIBERADO E DO ENVELOPE      ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       COPY I#BUPV35.

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
                INCLUDE BUPVB025
           END-EXEC.

      *--- HOST VARIABLES DA CONSULTA DE BLOQUEIO E DA IDADE.
       01  WRK-HV-CBALCAO              PIC  X(005)         VALUE SPACES.
       01  WRK-HV-CPRODUTO             PIC  X(002)         VALUE SPACES.
       01  WRK-HV-CNUMECTA             PIC  X(006)         VALUE SPACES.
       01  WRK-HV-DATA-RETENCAO        PIC  X(010)         VALUE SPACES.
       01  WRK-HV-DIAS-RETIDO          PIC S9(009) COMP    VALUE ZEROS.

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

      *--- AREA DE PARM DA EXEC (CAMPOS SEPARADOS POR VIRGULA).
      *--- EX.: PARM='ALTA,L'
       01  LK-PARM-AREA.
           05 LK-PARM-TAM              PIC  S9(004) COMP.
           05 LK-PARM-DADOS            PIC  X(100).

      *================================================================*
       PROCEDURE                       DIVISION     USING
                                       LK-PARM-AREA.
      *================================================================*

      *----------------------------------------------------------------*
       0000-ROTINA-PRINCIPAL           SECTION.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIALIZAR.

      *--- DUPLICATES IN ORDER - NO MESMO APORTE DA MESMA EXTRACAO
      *--- VEM PRIMEIRO O DO CADASTRO ANTERIOR (RETENCAO MAIS ANTIGA).
           SORT SORTRETD
                ON ASCENDING KEY SRT-CCTRO-CUSTO
                                 SRT-CPERDC-PROCM
                                 SRT-NSEQ-PROCM
                                 SRT-CHAVE-APORTE
                WITH DUPLICATES IN ORDER
                INPUT  PROCEDURE IS 1500-CARREGAR-EARQRETD
                OUTPUT PROCEDURE IS 2000-PROCESSAR-RETIDOS.

           IF SORT-RETURN              NOT EQUAL ZEROS
              PERFORM 9300-ERRO-SORT
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

           CALL 'CKRS1000'.

           PERFORM 1450-REGISTRAR-PARAMETROS.

           OPEN INPUT  EARQRETD
                OUTPUT RELATO.

           IF WRK-FS-EARQRETD          NOT EQUAL '00'
              OR WRK-FS-RELATO         NOT EQUAL '00'
              DISPLAY 'BUPV1089 - ERRO NA ABERTURA DOS ARQUIVOS'
              DISPLAY 'BUPV1089 - FS EARQRETD = ' WRK-FS-EARQRETD
                      ' RELATO = ' WRK-FS-RELATO
              MOVE 12                  TO   RETURN-CODE
              STOP RUN
           END-IF.

      *--- NO MODO RELATORIO O NOVO CADASTRO E O SAPORLIB NAO SAO
      *--- ABERTOS (PODEM SER DUMMY NO JCL).
           IF WRK-MODO-LIBERACAO
              OPEN OUTPUT SARQRETD
                          SAPORLIB
              IF WRK-FS-SARQRETD       NOT EQUAL '00'
                 OR WRK-FS-SAPORLIB    NOT EQUAL '00'
                 DISPLAY 'BUPV1089 - ERRO NA ABERTURA DOS ARQUIVOS'
                 DISPLAY 'BUPV1089 - FS SARQRETD = ' WRK-FS-SARQRETD
                         ' SAPORLIB = ' WRK-FS-SAPORLIB
                 MOVE 12               TO   RETURN-CODE
                 STOP RUN
              END-IF
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

           MOVE WRK-CCTRO-CUSTO-ORIGE  TO   WRK-RTC-CENTRO.
           MOVE WRK-DATA-PROC          TO   WRK-RTC-DATA.
           MOVE WRK-HORA-PROC          TO   WRK-RTC-HORA.

           IF WRK-MODO-LIBERACAO
              MOVE 'LIBERACAO'         TO   WRK-RTC-MODO
              PERFORM 1300-GRAVAR-HEADER-SAPORLIB
           ELSE
              MOVE 'RELATORIO'         TO   WRK-RTC-MODO
           END-IF.

           PERFORM 1100-IMPRIMIR-CABECALHO.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1100-IMPRIMIR-CABECALHO         SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO   WRK-CTR-PAGINAS.

           MOVE WRK-CTR-PAGINAS        TO   WRK-RTC-PAGINA.

           WRITE FD-RELATO             FROM WRK-RET-CAB1.
           WRITE FD-RELATO             FROM WRK-RET-CAB2.
           WRITE FD-RELATO             FROM WRK-RET-BRANCO.
           WRITE FD-RELATO             FROM WRK-RET-CAB3.

           SET WRK-GRAVACAO            TO   TRUE.

           PERFORM 1310-TESTAR-FS-RELATO.

           MOVE 4                      TO   WRK-CTR-LINHAS.

      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1200-IMPRIMIR-LINHA             SECTION.
      *----------------------------------------------------------------*

           IF WRK-CTR-LINHAS           NOT LESS  WRK-MAX-LINHAS
              PERFORM 1100-IMPRIMIR-CABECALHO
           END-IF.

           WRITE FD-RELATO             FROM WRK-LINHA-IMPRIMIR.

           SET WRK-GRAVACAO            TO   TRUE.

           PERFORM 1310-TESTAR-FS-RELATO.

           ADD 1                       TO   WRK-CTR-LINHAS.

      *----------------------------------------------------------------*
       1200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1300-GRAVAR-HEADER-SAPORLIB     SECTION.
      *----------------------------------------------------------------*

      *--- HEADER DO SAPORLIB NO PADRAO DO EARQAPOR (I#BUPV45). A
      *--- SEQUENCIA DE GERACAO FICA ZERADA - O SAPORLIB NAO VEM DE
      *--- UMA EXTRACAO; A BUPV1090 MANTEM O HEADER DO EARQAPOR.
           INITIALIZE BU45-HEADER.

           MOVE 'HDRAPOR**'            TO   BU45-HDR-ID.
           MOVE WRK-DATA-PROC          TO   BU45-HDR-DATA-MOVTO.
           MOVE WRK-CCTRO-CUSTO-ORIGE  TO   BU45-HDR-CCTRO-ORIGE.
           MOVE ZEROS                  TO   BU45-HDR-NSEQ-GERAC.

           WRITE FD-SAPORLIB           FROM BU45-HEADER.

           SET WRK-GRAVACAO            TO   TRUE.

           PERFORM 1330-TESTAR-FS-SAIDAS.

      *----------------------------------------------------------------*
       1300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1310-TESTAR-FS-RELATO           SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-RELATO            NOT EQUAL '00'
              MOVE 'RELATO'            TO   WRK-NOME-ARQ
              MOVE WRK-FS-RELATO       TO   WRK-FILE-STATUS
              PERFORM 1320-ABORTAR-FILE-STATUS
           END-IF.

      *----------------------------------------------------------------*
       1310-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1320-ABORTAR-FILE-STATUS        SECTION.
      *----------------------------------------------------------------*

      *--- ABENDA PELA BRAD7100 - A TRAJETORIA 'LIBERADA' QUE JA TENHA
      *--- SIDO GRAVADA NA TCTRL_BATIM_HIST E DESFEITA (SEM COMMIT).
           MOVE 'APL'                  TO   ERR-TIPO-ACESSO.
           MOVE WRK-ERRO-FS-7100       TO   ERR-TEXTO.
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
       1320-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1330-TESTAR-FS-SAIDAS           SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-SARQRETD          NOT EQUAL '00'
              MOVE 'SARQRETD'          TO   WRK-NOME-ARQ
              MOVE WRK-FS-SARQRETD     TO   WRK-FILE-STATUS
              PERFORM 1320-ABORTAR-FILE-STATUS
           END-IF.

           IF WRK-FS-SAPORLIB          NOT EQUAL '00'
              MOVE 'SAPORLIB'          TO   WRK-NOME-ARQ
              MOVE WRK-FS-SAPORLIB     TO   WRK-FILE-STATUS
              PERFORM 1320-ABORTAR-FILE-STATUS
           END-IF.

      *----------------------------------------------------------------*
       1330-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1400-OBTER-PARAMETROS           SECTION.
      *----------------------------------------------------------------*

      *--- SEM PARM VALEM OS DEFAULTS JA CARREGADOS: TODOS OS CENTROS,
      *--- SO RELATORIO.
           IF LK-PARM-TAM              GREATER   ZEROS
              UNSTRING LK-PARM-DADOS(1:LK-PARM-TAM)
                       DELIMITED BY ','
                       INTO WRK-CCTRO-CUSTO-ORIGE
                            WRK-MODO-EXECUCAO
              END-UNSTRING
           END-IF.

           IF WRK-MODO-EXECUCAO        EQUAL     SPACE
              SET WRK-MODO-RELATORIO   TO   TRUE
           END-IF.

      *--- A LIBERACAO E POR CENTRO - O SAPORLIB ENTRA NO EARQAPOR DO
      *--- PROXIMO CICLO DE UM UNICO CENTRO.
           IF WRK-CCTRO-CUSTO-ORIGE    EQUAL     SPACES
              OR (NOT WRK-MODO-LIBERACAO
                  AND NOT WRK-MODO-RELATORIO)
              OR (WRK-MODO-LIBERACAO
                  AND WRK-TODOS-CENTROS)
              DISPLAY '**************** BUPV1089 ****************'
              DISPLAY '*                                        *'
              DISPLAY '*   PARM INVALIDA OU INCOMPLETA          *'
              DISPLAY '*   CENTRO,MODO (L = LIBERACAO,          *'
              DISPLAY '*                R = RELATORIO)          *'
              DISPLAY '*   (LIBERACAO EXIGE CENTRO ESPECIFICO)  *'
              DISPLAY '*                                        *'
              DISPLAY '**************** BUPV1089 ****************'
              MOVE 12                  TO   RETURN-CODE
              STOP RUN
           END-IF.

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

           IF LK-PARM-TAM              GREATER   ZEROS
              SET BU51-PARM-INFORMADA  TO   TRUE
           ELSE
              SET BU51-PARM-DEFAULT    TO   TRUE
           END-IF.

           STRING 'MODO='              WRK-MODO-EXECUCAO
              DELIMITED BY SIZE        INTO BU51-OPCOES
           END-STRING.

           CALL 'BUPVM130'             USING BU51-INTERFACE.

      *----------------------------------------------------------------*
       1450-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1500-CARREGAR-EARQRETD          SECTION.
      *----------------------------------------------------------------*

      *--- INPUT PROCEDURE DO SORT - O CADASTRO INTEIRO (TODOS OS
      *--- CENTROS) VAI AO SORT.
           PERFORM 1600-LER-EARQRETD
                   UNTIL WRK-FS-EARQRETD EQUAL '10'.

           CLOSE EARQRETD.

      *----------------------------------------------------------------*
       1500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1600-LER-EARQRETD               SECTION.
      *----------------------------------------------------------------*

           READ EARQRETD               INTO BU52-REGISTRO.

           IF WRK-FS-EARQRETD          EQUAL     '10'
              GO TO 1600-99-FIM
           END-IF.

           IF WRK-FS-EARQRETD          NOT EQUAL '00'
              SET WRK-LEITURA          TO   TRUE
              MOVE 'EARQRETD'          TO   WRK-NOME-ARQ
              MOVE WRK-FS-EARQRETD     TO   WRK-FILE-STATUS
              PERFORM 1320-ABORTAR-FILE-STATUS
           END-IF.

           ADD 1                       TO   ACU-LIDOS-EARQRETD.

           RELEASE SRT-REGISTRO        FROM BU52-REGISTRO.

      *----------------------------------------------------------------*
       1600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-PROCESSAR-RETIDOS          SECTION.
      *----------------------------------------------------------------*

      *--- OUTPUT PROCEDURE DO SORT.
           PERFORM 2100-RETORNAR-RETIDO.

           PERFORM 2200-TRATAR-RETIDO
                   UNTIL WRK-FIM-SORT.

           IF ACU-MANTIDOS             EQUAL     ZEROS
              AND ACU-LIBERADOS        EQUAL     ZEROS
              AND ACU-A-LIBERAR        EQUAL     ZEROS
              MOVE WRK-RET-VAZIO       TO   WRK-LINHA-IMPRIMIR
              PERFORM 1200-IMPRIMIR-LINHA
           END-IF.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-RETORNAR-RETIDO            SECTION.
      *----------------------------------------------------------------*

           RETURN SORTRETD             INTO BU52-REGISTRO
               AT END
                  SET WRK-FIM-SORT     TO   TRUE
                  GO TO 2100-99-FIM
           END-RETURN.

           MOVE BU52-REGISTRO(1:13)    TO   WRK-CHR-EXTRACAO.
           MOVE BU52-APORTE(1:21)      TO   WRK-CHR-APORTE.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2200-TRATAR-RETIDO              SECTION.
      *----------------------------------------------------------------*

      *--- APORTE DE OUTRO CENTRO NAO E LISTADO NEM LIBERADO - NA
      *--- LIBERACAO SEGUE INTACTO PARA O NOVO CADASTRO. O DUPLICADO
      *--- NAO VAI AO NOVO CADASTRO NEM AO SAPORLIB, DE NENHUM CENTRO.
           EVALUATE TRUE
              WHEN WRK-CHAVE-RETIDO    EQUAL     WRK-CHAVE-RETIDO-ANT
                   PERFORM 2260-DESCARTAR-DUPLICADO
              WHEN NOT WRK-TODOS-CENTROS
               AND BU52-CCTRO-CUSTO    NOT EQUAL WRK-CCTRO-CUSTO-ORIGE
                   ADD 1               TO   ACU-OUTROS-CENTROS
                   IF WRK-MODO-LIBERACAO
                      PERFORM 2500-GRAVAR-SARQRETD
                   END-IF
              WHEN OTHER
                   PERFORM 2250-SITUAR-RETIDO
           END-EVALUATE.

           MOVE WRK-CHAVE-RETIDO       TO   WRK-CHAVE-RETIDO-ANT.

           PERFORM 2100-RETORNAR-RETIDO.

      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2250-SITUAR-RETIDO              SECTION.
      *----------------------------------------------------------------*

           PERFORM 2300-VERIFICAR-BLOQUEIO.

           PERFORM 2400-CALCULAR-IDADE.

           EVALUATE TRUE
              WHEN WRK-BLOQUEIO-ATIVO
                   ADD 1               TO   ACU-MANTIDOS
                   MOVE 'RETIDO'       TO   WRK-RTD-SITUACAO
                   IF WRK-MODO-LIBERACAO
                      PERFORM 2500-GRAVAR-SARQRETD
                   END-IF
              WHEN WRK-MODO-LIBERACAO
                   ADD 1               TO   ACU-LIBERADOS
                   MOVE 'LIBERADO'     TO   WRK-RTD-SITUACAO
                   PERFORM 2600-LIBERAR-APORTE
              WHEN OTHER
                   ADD 1               TO   ACU-A-LIBERAR
                   MOVE 'BLOQUEIO ENCERRADO'
                                       TO   WRK-RTD-SITUACAO
           END-EVALUATE.

           PERFORM 2700-IMPRIMIR-DETALHE.

      *----------------------------------------------------------------*
       2250-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2260-DESCARTAR-DUPLICADO        SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO   ACU-DUPLICADOS.

           IF NOT WRK-TODOS-CENTROS
              AND BU52-CCTRO-CUSTO     NOT EQUAL WRK-CCTRO-CUSTO-ORIGE
              GO TO 2260-99-FIM
           END-IF.

           MOVE ZEROS                  TO   WRK-HV-DIAS-RETIDO.
           MOVE 'DUPLICADO - DESCARTADO'
                                       TO   WRK-RTD-SITUACAO.

           PERFORM 2700-IMPRIMIR-DETALHE.

      *----------------------------------------------------------------*
       2260-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2300-VERIFICAR-BLOQUEIO         SECTION.
      *----------------------------------------------------------------*

      *--- MESMO CRITERIO DA CARGA DE BLOQUEIOS DA BUPV1054: ATIVO E
      *--- VIGENTE NA DATA CORRENTE. ENCERRADO PELA BUPV1088 OU COM
      *--- DATA FIM VENCIDA = CONTA LIBERADA.
           MOVE BU52-CBALCAO           TO   WRK-HV-CBALCAO.
           MOVE BU52-CPRODUTO          TO   WRK-HV-CPRODUTO.
           MOVE BU52-CNUMECTA          TO   WRK-HV-CNUMECTA.

           EXEC SQL
               SELECT  COUNT(*)
               INTO    :WRK-QTD-BLOQUEIOS
               FROM    DB2PRD.TCTRL_BLOQ_APORTE
               WHERE   CBALCAO             =   :WRK-HV-CBALCAO
               AND     CPRODUTO            =   :WRK-HV-CPRODUTO
               AND     CNUMECTA            =   :WRK-HV-CNUMECTA
               AND     CINDCD_SIT          =   'A'
               AND     DATA_INICIO         <=  CURRENT DATE
               AND     DATA_FIM            >=  CURRENT DATE
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              MOVE 'TCTRL_BLOQ_APORTE' TO   WRK-SQL-TABELA
              MOVE 'SELECT'            TO   WRK-SQL-COMANDO
              MOVE '2300'              TO   WRK-SQL-LOCAL
              PERFORM 9200-ERRO-SQL
           END-IF.

           IF WRK-QTD-BLOQUEIOS        GREATER   ZEROS
              SET WRK-BLOQUEIO-ATIVO   TO   TRUE
           ELSE
              SET WRK-BLOQUEIO-ENCERRADO
                                       TO   TRUE
           END-IF.

      *----------------------------------------------------------------*
       2300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2400-CALCULAR-IDADE             SECTION.
      *----------------------------------------------------------------*

      *--- DATA DE RETENCAO E TEXTO DD.MM.AAAA (FORMATO EUR) - O DB2
      *--- CONVERTE EM DAYS() DIRETO, COMO NA BUPV1076.
           MOVE BU52-DATA-RETENCAO     TO   WRK-HV-DATA-RETENCAO.

           EXEC SQL
               SET :WRK-HV-DIAS-RETIDO = DAYS(CURRENT DATE)
                                       - DAYS(:WRK-HV-DATA-RETENCAO)
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              MOVE 'CURRENT DATE'      TO   WRK-SQL-TABELA
              MOVE 'SET'               TO   WRK-SQL-COMANDO
              MOVE '2400'              TO   WRK-SQL-LOCAL
              PERFORM 9200-ERRO-SQL
           END-IF.

      *----------------------------------------------------------------*
       2400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2500-GRAVAR-SARQRETD            SECTION.
      *----------------------------------------------------------------*

           WRITE FD-SARQRETD           FROM BU52-REGISTRO.

           SET WRK-GRAVACAO            TO   TRUE.

           PERFORM 1330-TESTAR-FS-SAIDAS.

      *----------------------------------------------------------------*
       2500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2600-LIBERAR-APORTE             SECTION.
      *----------------------------------------------------------------*

           MOVE BU52-APORTE            TO   BU35-REGISTRO.

           WRITE FD-SAPORLIB           FROM BU35-REGISTRO.

           SET WRK-GRAVACAO            TO   TRUE.

           PERFORM 1330-TESTAR-FS-SAIDAS.

      *--- HASH-TOTAIS DO TRAILER NO MESMO CRITERIO DA BUPV1054.
           IF BU35-ZMOVCTA             NUMERIC
              ADD BU35-ZMOVCTA         TO   ACU-HASH-ZMOVCTA
           END-IF.

           IF BU35-ZMOVASSOC           NUMERIC
              ADD BU35-ZMOVASSOC       TO   ACU-HASH-ZMOVASSOC
           END-IF.

           MOVE 4                      TO   WRK-COND-CODE.

      *--- A TRAJETORIA (BUPV1061) FICA NO CICLO DA RETENCAO: 'RETIDA'
      *--- GRAVADA PELA BUPV1054 E 'LIBERADA' GRAVADA AQUI. NO
      *--- PROXIMO CICLO O APORTE VOLTA AO BATIMENTO PELO EARQAPOR.
           MOVE BU52-CCTRO-CUSTO       TO   CCTRO-CUSTO-ORIGE
                                            OF BUPVB025.
           MOVE BU52-CPERDC-PROCM      TO   CPERDC-PROCM-SIST
                                            OF BUPVB025.
           MOVE BU52-NSEQ-PROCM        TO   NSEQ-PROCM-EFETU
                                            OF BUPVB025.
           MOVE BU52-CBALCAO           TO   CBALCAO   OF BUPVB025.
           MOVE BU52-CPRODUTO          TO   CPRODUTO  OF BUPVB025.
           MOVE BU52-CSUBPROD          TO   CSUBPROD  OF BUPVB025.
           MOVE BU52-CNUMECTA          TO   CNUMECTA  OF BUPVB025.
           MOVE BU52-CDIGICTA          TO   CDIGICTA  OF BUPVB025.
           MOVE BU52-ZMOVCTA           TO   ZMOVCTA   OF BUPVB025.
           MOVE 'SARQRETD'             TO   ARQUIVO-ORIGEM
                                            OF BUPVB025.
           MOVE 'LIBERADA'             TO   DESTINO-BATIM
                                            OF BUPVB025.
           MOVE ZEROS                  TO   QTD-RECICLO
                                            OF BUPVB025.
           MOVE SPACES                 TO   MOTIVOS-CRITICA
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

           IF SQLCODE                  NOT EQUAL ZEROS
              MOVE 'TCTRL_BATIM_HIST'  TO   WRK-SQL-TABELA
              MOVE 'INSERT'            TO   WRK-SQL-COMANDO
              MOVE '2600'              TO   WRK-SQL-LOCAL
              PERFORM 9200-ERRO-SQL
           END-IF.

      *----------------------------------------------------------------*
       2600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2700-IMPRIMIR-DETALHE           SECTION.
      *----------------------------------------------------------------*

           MOVE BU52-CCTRO-CUSTO       TO   WRK-RTD-CCTRO.
           MOVE BU52-CBALCAO           TO   WRK-RTD-CBALCAO.
           MOVE BU52-CPRODUTO          TO   WRK-RTD-CPRODUTO.
           MOVE BU52-CSUBPROD          TO   WRK-RTD-CSUBPROD.
           MOVE BU52-CNUMECTA          TO   WRK-RTD-CNUMECTA.
           MOVE BU52-CDIGICTA          TO   WRK-RTD-CDIGICTA.
           MOVE BU52-ZMOVCTA           TO   WRK-RTD-ZMOVCTA.
           MOVE BU52-DATA-RETENCAO     TO   WRK-RTD-DATA-RETENCAO.
           MOVE BU52-HORA-RETENCAO     TO   WRK-RTD-HORA-RETENCAO.
           MOVE WRK-HV-DIAS-RETIDO     TO   WRK-RTD-DIAS.

           MOVE WRK-RET-DET            TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

      *----------------------------------------------------------------*
       2700-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-RET-BRANCO         TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

           MOVE 'APORTES RETIDOS LIDOS.........:'
                                       TO   WRK-RTT-DESCRICAO.
           MOVE ACU-LIDOS-EARQRETD     TO   WRK-RTT-QUANTIDADE.
           MOVE WRK-RET-TOTAL          TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

           MOVE 'AINDA RETIDOS (BLOQUEIO ATIVO):'
                                       TO   WRK-RTT-DESCRICAO.
           MOVE ACU-MANTIDOS           TO   WRK-RTT-QUANTIDADE.
           MOVE WRK-RET-TOTAL          TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

           IF WRK-MODO-LIBERACAO
              MOVE 'LIBERADOS NO SAPORLIB.........:'
                                       TO   WRK-RTT-DESCRICAO
              MOVE ACU-LIBERADOS       TO   WRK-RTT-QUANTIDADE
           ELSE
              MOVE 'A LIBERAR (BLOQUEIO ENCERRADO):'
                                       TO   WRK-RTT-DESCRICAO
              MOVE ACU-A-LIBERAR       TO   WRK-RTT-QUANTIDADE
           END-IF.
           MOVE WRK-RET-TOTAL          TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

           MOVE 'DE OUTROS CENTROS.............:'
                                       TO   WRK-RTT-DESCRICAO.
           MOVE ACU-OUTROS-CENTROS     TO   WRK-RTT-QUANTIDADE.
           MOVE WRK-RET-TOTAL          TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

           MOVE 'DUPLICADOS DESCARTADOS........:'
                                       TO   WRK-RTT-DESCRICAO.
           MOVE ACU-DUPLICADOS         TO   WRK-RTT-QUANTIDADE.
           MOVE WRK-RET-TOTAL          TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

      *--- APORTE A LIBERAR SO SAI NA PROXIMA EXECUCAO EM MODO 'L' -
      *--- SINALIZA PARA A OPERACAO.
           IF ACU-A-LIBERAR            GREATER   ZEROS
              MOVE 4                   TO   WRK-COND-CODE
           END-IF.

      *--- TRAJETORIA 'LIBERADA' SO E EFETIVADA DEPOIS DO TRAILER E
      *--- DO FECHAMENTO DOS ARQUIVOS DE SAIDA.
           IF WRK-MODO-LIBERACAO
              PERFORM 4100-GRAVAR-TRAILER-SAPORLIB
              CLOSE SARQRETD
                    SAPORLIB
              SET WRK-FECHAMENTO       TO   TRUE
              PERFORM 1330-TESTAR-FS-SAIDAS
              EXEC SQL
                  COMMIT
              END-EXEC
              IF SQLCODE               NOT EQUAL ZEROS
                 MOVE 'TCTRL_BATIM_HIST'
                                       TO   WRK-SQL-TABELA
                 MOVE 'COMMIT'         TO   WRK-SQL-COMANDO
                 MOVE '4000'           TO   WRK-SQL-LOCAL
                 PERFORM 9200-ERRO-SQL
              END-IF
           END-IF.

           CLOSE RELATO.

           DISPLAY 'BUPV1089 - RETIDOS LIDOS....: ' ACU-LIDOS-EARQRETD.
           DISPLAY 'BUPV1089 - AINDA RETIDOS....: ' ACU-MANTIDOS.
           DISPLAY 'BUPV1089 - LIBERADOS........: ' ACU-LIBERADOS.
           DISPLAY 'BUPV1089 - A LIBERAR........: ' ACU-A-LIBERAR.
           DISPLAY 'BUPV1089 - OUTROS CENTROS...: ' ACU-OUTROS-CENTROS.
           DISPLAY 'BUPV1089 - DUPLICADOS.......: ' ACU-DUPLICADOS.

           MOVE WRK-COND-CODE          TO   RETURN-CODE.

           STOP RUN.

      *----------------------------------------------------------------*
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4100-GRAVAR-TRAILER-SAPORLIB    SECTION.
      *----------------------------------------------------------------*

      *--- CONTAGEM E HASH-TOTAIS DOS APORTES LIBERADOS - CONFERIDOS
      *--- PELA BUPV1090 NA INTERCALACAO COM O EARQAPOR.
           INITIALIZE BU45-TRAILER.

           MOVE 'TRLAPOR**'            TO   BU45-TRL-ID.
           MOVE ACU-LIBERADOS          TO   BU45-TRL-QTD-REG.
           MOVE ACU-HASH-ZMOVCTA       TO   BU45-TRL-HASH-ZMOVCTA.
           MOVE ACU-HASH-ZMOVASSOC     TO   BU45-TRL-HASH-ZMOVASSOC.

           WRITE FD-SAPORLIB           FROM BU45-TRAILER.

           SET WRK-GRAVACAO            TO   TRUE.

           PERFORM 1330-TESTAR-FS-SAIDAS.

      *----------------------------------------------------------------*
       4100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9300-ERRO-SORT                  SECTION.
      *----------------------------------------------------------------*

      *--- SORT COM ERRO DEPOIS DA OUTPUT PROCEDURE TAMBEM ABENDA PELA
      *--- BRAD7100 PARA DESFAZER A TRAJETORIA GRAVADA.
           DISPLAY 'BUPV1089 - ERRO NO SORT DO EARQRETD - '
                   'SORT-RETURN ' SORT-RETURN.

           MOVE 'APL'                  TO   ERR-TIPO-ACESSO.
           MOVE 'ERRO NO SORT DO EARQRETD'
                                       TO   ERR-TEXTO.
           MOVE 'BUPV1089 - ERRO NO SORT DO EARQRETD'
                                       TO   BU00-SS-MENSAGEM.
           MOVE 038                    TO   BU00-ES-COD-RETORNO.
           PERFORM 9996-MOVIMENTACAO-LOG-ERRO.
           PERFORM 9997-GRAVAR-LOG-ERRO.
           PERFORM 9999-ROTINA-ERRO.

      *----------------------------------------------------------------*
       9300-99-FIM.                    EXIT.
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
              MOVE 998                 TO BU00-ES-COD-RETORNO
           ELSE
              MOVE 999                 TO BU00-ES-COD-RETORNO
           END-IF.
           MOVE WRK-PGM                TO BU00-COD-PROGRAMA.
           MOVE '001'                  TO BU00-LOCAL.
           STRING 'APORTE RETIDO '
                  BU52-CBALCAO '/'
                  BU52-CPRODUTO '/'
                  BU52-CNUMECTA
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
