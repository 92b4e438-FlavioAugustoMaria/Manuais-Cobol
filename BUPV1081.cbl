      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. BUPV1081.
       AUTHOR.     RAPHAEL MARQUES.
      *================================================================*
      *                   P R I M E  I N F O R M A T I C A             *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  BUPV1081                                     *
      *    PROGRAMADOR.:  RAPHAEL MARQUES                   -  PRIME   *
      *    ANALISTA....:  MAURO                             -  PRIME   *
      *    DATA........:  15/10/2026                                   *
      *----------------------------------------------------------------*
      *    OBJETIVO....:  GATE DE TRANSMISSAO AO ALTAMIRA - EXECUTADO  *
      *                   NO PASSO ANTERIOR A TRANSFERENCIA DO         *
      *                   SARQAPOR (BUPV1054) OU DO SNAOCONF (BUPV1062)*
      *                   CALCULA A CONTAGEM E OS HASH-TOTAIS DE       *
      *                   ZMOVCTA/ZMOVASSOC DO ARQUIVO E CONSULTA O    *
      *                   REGISTRO DE TRANSMISSOES (TCTRL_TRANS_ALTAM).*
      *                   SARQAPOR: RECUSADO SE A EXTRACAO JA TEVE     *
      *                   SARQAPOR LIBERADO OU SE O MESMO CONTEUDO     *
      *                   (CONTAGEM + HASHES) JA FOI LIBERADO PARA O   *
      *                   CENTRO.                                      *
      *                   SNAOCONF: CADA CHAVE DO ARQUIVO TEM QUE ESTAR*
      *                   APONTADA PELA BUPV1062 COMO NAO CONFIRMADA E *
      *                   AINDA NAO RETRANSMITIDA (TCTRL_NAOCONF_ALTAM)*
      *                   - UMA CHAVE SEM APONTAMENTO RECUSA O ARQUIVO.*
      *                   AS TRANSMISSOES ANTERIORES ENCONTRADAS SAO   *
      *                   LISTADAS NO RELATO. ARQUIVO LIBERADO E       *
      *                   REGISTRADO (CONTAGEM, HASHES, TIMESTAMP,     *
      *                   JOB, USUARIO) E, NO SNAOCONF, AS CHAVES SAO  *
      *                   MARCADAS COMO RETRANSMITIDAS.                *
      *                   OPCAO 'C' CANCELA A ULTIMA LIBERACAO DA      *
      *                   EXTRACAO/ARQUIVO QUANDO A TRANSFERENCIA      *
      *                   FALHOU, PERMITINDO NOVA LIBERACAO.           *
      *----------------------------------------------------------------*
      *    COND CODES..:  0000 - ARQUIVO LIBERADO PARA TRANSMISSAO /   *
      *                          LIBERACAO CANCELADA                   *
      *                   0004 - ARQUIVO SEM APORTES (NADA A           *
      *                          TRANSMITIR) / NADA A CANCELAR         *
      *                   0008 - TRANSMISSAO RECUSADA - NAO TRANSFERIR *
      *                   0012 - ERRO DE PARM/ARQUIVO                  *
      *----------------------------------------------------------------*
      *    BCO DE DADOS:                                               *
      *                TABLE                          INCLUDE/BOOK     *
      *                DB2PRD.TCTRL_TRANS_ALTAM  (REGISTRO DAS         *
      *                                           TRANSMISSOES)        *
      *                DB2PRD.TCTRL_NAOCONF_ALTAM (CHAVES NAO          *
      *                                           CONFIRMADAS)         *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME           I/O           INCLUDE/BOOK     *
      *                ARQTRANS          I              I#BUPV35       *
      *                  (SARQAPOR OU SNAOCONF A TRANSMITIR)           *
      *                RELATO            O    RELATORIO FBA 133        *
      *----------------------------------------------------------------*
      *    BOOK'S......:                                               *
      *    I#BRAD7C - AREA PARA TRATAMENTO DE ERRO PELA BRAD7100       *
      *    I#BUPV35 - AREA PARA ARQUIVOS DE APORTES                    *
      *    I#BUPV45 - ENVELOPE (HEADER/TRAILER) DO SARQAPOR            *
      *    I#BUPV00 - AREA DE COMUNICACAO                              *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    BRAD0560 - OBTEM INFORMACOES DO JOB                         *
      *    BRAD7100 - AREA PARA TRATAMENTO DE ERRO PELA BRAD7100       *
      *    BRAD7600 - DATA E HORA ATUAL                                *
      *    BUPVM100 - GRAVAR LOG DE ERRO                               *
      *    CKRS1000 - CONEXAO COM O DB2                                *
      *----------------------------------------------------------------*
      *    PARM........:  PARM='CCCC,PP,SSSSSSS,ARQUIVO [,C]'          *
      *                   CCCC    = CENTRO DE CUSTO ORIGEM             *
      *                   PP      = CPERDC_PROCM_SIST                  *
      *                   SSSSSSS = NSEQ_PROCM_EFETU                   *
      *                   ARQUIVO = SARQAPOR OU SNAOCONF               *
      *                   C       = CANCELA A ULTIMA LIBERACAO         *
      *                             (TRANSFERENCIA NAO REALIZADA)      *
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

           SELECT ARQTRANS  ASSIGN     TO   UT-S-ARQTRANS
           FILE STATUS                 IS   WRK-FS-ARQTRANS.

           SELECT RELATO    ASSIGN     TO   UT-S-RELATO
           FILE STATUS                 IS   WRK-FS-RELATO.

      *================================================================*
       DATA                            DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *   INPUT:   ARQUIVO A TRANSMITIR (SARQAPOR OU SNAOCONF)         *
      *            ORG. SEQUENCIAL     -   LRECL   =   356             *
      *----------------------------------------------------------------*
       FD  ARQTRANS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  FD-ARQTRANS                 PIC  X(356).

      *----------------------------------------------------------------*
      *   OUTPUT:  RELATORIO DO GATE DE TRANSMISSAO                    *
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

       77  ACU-LIDOS-ARQTRANS          PIC  9(009) COMP-3  VALUE ZEROS.
       77  ACU-APORTES                 PIC  9(009) COMP-3  VALUE ZEROS.
       77  ACU-ENVELOPE                PIC  9(009) COMP-3  VALUE ZEROS.
       77  ACU-HASH-ZMOVCTA            PIC  9(018) COMP-3  VALUE ZEROS.
       77  ACU-HASH-ZMOVASSOC          PIC  9(018) COMP-3  VALUE ZEROS.
       77  ACU-CHAVES-NAO-AUTORIZ      PIC  9(009) COMP-3  VALUE ZEROS.
       77  ACU-CHAVES-MARCADAS         PIC  9(009) COMP-3  VALUE ZEROS.
       77  ACU-TRANS-ANTERIORES        PIC  9(009) COMP-3  VALUE ZEROS.
       77  ACU-TRANS-MESMO-CONTEUDO    PIC  9(009) COMP-3  VALUE ZEROS.

       77  WRK-BATCH                   PIC  X(008)         VALUE
           'BATCH'.

       77  WRK-PGM                     PIC  X(008)         VALUE
           'BUPV1081'.

       77  WRK-MODULO                  PIC  X(008)         VALUE SPACES.

       77  WRK-CCTRO-CUSTO-ORIGE       PIC  X(004)         VALUE SPACES.

       77  WRK-COND-CODE               PIC  9(004)         VALUE ZEROS.

       77  WRK-ARQUIVO                 PIC  X(008)         VALUE SPACES.
           88 WRK-ARQ-SARQAPOR                             VALUE
              'SARQAPOR'.
           88 WRK-ARQ-SNAOCONF                             VALUE
              'SNAOCONF'.

       77  WRK-OPCAO                   PIC  X(001)         VALUE SPACES.
           88 WRK-OPCAO-LIBERAR                            VALUE SPACE.
           88 WRK-OPCAO-CANCELAR                           VALUE 'C'.

      *--- PARECER DO GATE.
       77  WRK-SW-PARECER              PIC  X(001)         VALUE 'L'.
           88 WRK-PARECER-LIBERADO                         VALUE 'L'.
           88 WRK-PARECER-RECUSADO                         VALUE 'R'.
           88 WRK-PARECER-VAZIO                            VALUE 'V'.

      *--- CONFERENCIA DO ENVELOPE I#BUPV45 (QUANDO PRESENTE).
       77  WRK-SW-TRAILER              PIC  X(001)         VALUE 'N'.
           88 WRK-TRAILER-LIDO                             VALUE 'S'.
       77  WRK-QTD-TRAILER             PIC  9(009)         VALUE ZEROS.
       77  WRK-SW-ENVELOPE             PIC  X(001)         VALUE 'S'.
           88 WRK-ENVELOPE-CONFERE                         VALUE 'S'.
           88 WRK-ENVELOPE-DIVERGE                         VALUE 'N'.

       77  WRK-SQL-TABELA              PIC  X(020)         VALUE SPACES.
       77  WRK-SQL-COMANDO             PIC  X(008)         VALUE SPACES.
       77  WRK-SQL-LOCAL               PIC  X(004)         VALUE SPACES.

       01  WRK-SQLCODE-S9-9            PIC S9(009)         VALUE ZEROS.
       01  FILLER                      REDEFINES WRK-SQLCODE-S9-9.
           05 FILLER                   PIC  X(006).
           05 WRK-SQLCODE-S9-3         PIC S9(003).

       01  WRK-AUX-S9-2                PIC +9(002)         VALUE ZEROS.
       01  FILLER                      REDEFINES WRK-AUX-S9-2.
           05 FILLER                   PIC  X(001).
           05 WRK-AUX-9-2              PIC  9(002).

       01  WRK-AUX-S9-7                PIC +9(007)         VALUE ZEROS.
       01  FILLER                      REDEFINES WRK-AUX-S9-7.
           05 FILLER                   PIC  X(001).
           05 WRK-AUX-9-7              PIC  9(007).

       77  WRK-FS-ARQTRANS             PIC  X(002)         VALUE SPACES.
       77  WRK-FS-RELATO               PIC  X(002)         VALUE SPACES.

       77  WRK-CTR-LINHAS              PIC  9(003) COMP-3  VALUE ZEROS.
       77  WRK-CTR-PAGINAS             PIC  9(005) COMP-3  VALUE ZEROS.
       77  WRK-MAX-LINHAS              PIC  9(003) COMP-3  VALUE 56.

       77  WRK-EDT-QTD                 PIC  ZZZ.ZZZ.ZZ9    VALUE ZEROS.
       77  WRK-EDT-QTD-2               PIC  ZZZ.ZZZ.ZZ9    VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  FILLER                      PIC  X(050)         VALUE
           '*** HOST VARIABLES                             ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       77  WRK-HV-PERIODO              PIC S9(004) COMP    VALUE ZEROS.
       77  WRK-HV-SEQUENCIA            PIC S9(009) COMP    VALUE ZEROS.
       77  WRK-HV-NSEQ-TRANS           PIC S9(004) COMP    VALUE ZEROS.
       77  WRK-HV-QTD                  PIC S9(009) COMP    VALUE ZEROS.
       77  WRK-HV-QTD-REGISTROS        PIC S9(009) COMP    VALUE ZEROS.
       77  WRK-HV-HASH-ZMOVCTA         PIC S9(018) COMP-3  VALUE ZEROS.
       77  WRK-HV-HASH-ZMOVASSOC       PIC S9(018) COMP-3  VALUE ZEROS.
       77  WRK-HV-DTHR-TRANS           PIC  X(026)         VALUE SPACES.
       77  WRK-HV-JOB                  PIC  X(008)         VALUE SPACES.
       77  WRK-HV-NJOB                 PIC S9(009) COMP    VALUE ZEROS.
       77  WRK-HV-USUARIO              PIC  X(008)         VALUE SPACES.
       77  WRK-HV-CHAVE                PIC  X(021)         VALUE SPACES.

      *--- LINHA DO REGISTRO DE TRANSMISSOES LIDA PELO CURSOR.
       77  WRK-HV-ANT-PERIODO          PIC S9(004) COMP    VALUE ZEROS.
       77  WRK-HV-ANT-SEQUENCIA        PIC S9(009) COMP    VALUE ZEROS.
       77  WRK-HV-ANT-NSEQ-TRANS       PIC S9(004) COMP    VALUE ZEROS.
       77  WRK-HV-ANT-QTD              PIC S9(009) COMP    VALUE ZEROS.
       77  WRK-HV-ANT-HASH-ZMOVCTA     PIC S9(018) COMP-3  VALUE ZEROS.
       77  WRK-HV-ANT-HASH-ZMOVASSOC   PIC S9(018) COMP-3  VALUE ZEROS.
       77  WRK-HV-ANT-DTHR             PIC  X(026)         VALUE SPACES.
       77  WRK-HV-ANT-JOB              PIC  X(008)         VALUE SPACES.
       77  WRK-HV-ANT-NJOB             PIC S9(009) COMP    VALUE ZEROS.
       77  WRK-HV-ANT-USUARIO          PIC  X(008)         VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE MSG ERRO FILE STATUS               ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-ERRO-FS.
           05 FILLER                   PIC  X(011)         VALUE
              'BUPV1081 - '.
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

       01  WRK-TRA-CAB1.
           05 FILLER                   PIC  X(001)         VALUE '1'.
           05 FILLER                   PIC  X(008)         VALUE
              'BUPV1081'.
           05 FILLER                   PIC  X(010)         VALUE SPACES.
           05 FILLER                   PIC  X(047)         VALUE
              'GATE DE TRANSMISSAO AO ALTAMIRA                '.
           05 FILLER                   PIC  X(051)         VALUE SPACES.
           05 FILLER                   PIC  X(005)         VALUE
              'PAG: '.
           05 WRK-TRA-PAGINA           PIC  ZZZ9.
           05 FILLER                   PIC  X(007)         VALUE SPACES.

       01  WRK-TRA-CAB2.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 FILLER                   PIC  X(008)         VALUE
              'CENTRO: '.
           05 WRK-TRA-CENTRO           PIC  X(004)         VALUE SPACES.
           05 FILLER                   PIC  X(011)         VALUE
              '  PERIODO: '.
           05 WRK-TRA-PERIODO          PIC  9(002)         VALUE ZEROS.
           05 FILLER                   PIC  X(013)         VALUE
              '  SEQUENCIA: '.
           05 WRK-TRA-SEQUENCIA        PIC  9(007)         VALUE ZEROS.
           05 FILLER                   PIC  X(011)         VALUE
              '  ARQUIVO: '.
           05 WRK-TRA-ARQUIVO          PIC  X(008)         VALUE SPACES.
           05 FILLER                   PIC  X(007)         VALUE
              '  JOB: '.
           05 WRK-TRA-JOB              PIC  X(008)         VALUE SPACES.
           05 FILLER                   PIC  X(008)         VALUE
              '  DATA: '.
           05 WRK-TRA-DATA             PIC  X(010)         VALUE SPACES.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-TRA-HORA             PIC  X(008)         VALUE SPACES.
           05 FILLER                   PIC  X(026)         VALUE SPACES.

       01  WRK-TRA-CAB3.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 FILLER                   PIC  X(132)         VALUE
              'OCORRENCIA'.

      *--- TEXTO LIVRE (CHAVES RECUSADAS, PARECER, TOTAIS).
       01  WRK-TRA-TEXTO.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-TRT-TEXTO            PIC  X(132)         VALUE SPACES.

      *--- TRANSMISSAO ANTERIOR ENCONTRADA NO REGISTRO.
       01  WRK-TRA-ANT-CAB.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 FILLER                   PIC  X(050)         VALUE
              'TRANSMISSAO ANTERIOR: PER SEQUENCIA  NUM  DATA/HOR'.
           05 FILLER                   PIC  X(050)         VALUE
              'A                    JOB      NUM JOB USUARIO     '.
           05 FILLER                   PIC  X(032)         VALUE
              'REGISTROS CONTEUDO'.

       01  WRK-TRA-ANT.
           05 FILLER                   PIC  X(023)         VALUE SPACES.
           05 WRK-TRN-PERIODO          PIC  9(002)         VALUE ZEROS.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-TRN-SEQUENCIA        PIC  9(007)         VALUE ZEROS.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-TRN-NSEQ-TRANS       PIC  ZZZ9           VALUE ZEROS.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-TRN-DTHR             PIC  X(026)         VALUE SPACES.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-TRN-JOB              PIC  X(008)         VALUE SPACES.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-TRN-NJOB             PIC  9(007)         VALUE ZEROS.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-TRN-USUARIO          PIC  X(008)         VALUE SPACES.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-TRN-QTD              PIC  ZZZ.ZZZ.ZZ9    VALUE ZEROS.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-TRN-CONTEUDO         PIC  X(009)         VALUE SPACES.
           05 FILLER                   PIC  X(017)         VALUE SPACES.

       01  WRK-TRA-TOTAL.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-TRT-DESCRICAO        PIC  X(040)         VALUE SPACES.
           05 WRK-TRT-VALOR            PIC  Z(017)9        VALUE ZEROS.
           05 FILLER                   PIC  X(074)         VALUE SPACES.

       01  WRK-TRA-BRANCO              PIC  X(133)         VALUE SPACES.

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
           '*** AREA DA BRAD7100                           ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       COPY I#BRAD7C.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE ENTRADA ARQTRANS                   ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       COPY I#BUPV35.

       COPY I#BUPV45.

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

      *--- AREA DE PARM DA EXEC. EX.: PARM='ALTA,01,0001234,SARQAPOR'
      *---                            PARM='ALTA,01,0001234,SNAOCONF,C'
       01  LK-PARM-AREA.
           05 LK-PARM-TAM              PIC  S9(004) COMP.
           05 LK-PARM-CENTRO           PIC  X(004).
           05 FILLER                   PIC  X(001).
           05 LK-PARM-PERIODO          PIC  X(002).
           05 FILLER                   PIC  X(001).
           05 LK-PARM-SEQUENCIA        PIC  X(007).
           05 FILLER                   PIC  X(001).
           05 LK-PARM-ARQUIVO          PIC  X(008).
           05 FILLER                   PIC  X(001).
           05 LK-PARM-OPCAO            PIC  X(001).

      *================================================================*
       PROCEDURE                       DIVISION     USING
                                       LK-PARM-AREA.
      *================================================================*

      *----------------------------------------------------------------*
       0000-ROTINA-PRINCIPAL           SECTION.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIALIZAR.

           IF WRK-OPCAO-CANCELAR
              PERFORM 5000-CANCELAR-LIBERACAO
           ELSE
              PERFORM 2000-LER-ARQUIVO
              PERFORM 3000-CONSULTAR-TRANSMISSOES
              PERFORM 4000-EMITIR-PARECER
           END-IF.

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

           IF WRK-OPCAO-CANCELAR
              OPEN OUTPUT RELATO
           ELSE
              OPEN INPUT  ARQTRANS
                   OUTPUT RELATO
           END-IF.

           SET WRK-ABERTURA            TO   TRUE.

           PERFORM 1300-TESTAR-FILE-STATUS.

           CALL 'BRAD7600'             USING WRK-7600-DATA-HORA.

           STRING WRK-7600-DIA '.'
                  WRK-7600-MES '.'
                  WRK-7600-ANO
              DELIMITED BY SIZE        INTO WRK-TRA-DATA
           END-STRING.

           STRING WRK-7600-HORA    ':'
                  WRK-7600-MINUTOS ':'
                  WRK-7600-SEGUNDOS
              DELIMITED BY SIZE        INTO WRK-TRA-HORA
           END-STRING.

           CALL 'BRAD0560'             USING WRK-JOBNAME-0560
                                             WRK-JOBNUMBER-0560.

           MOVE WRK-JOBNAME-0560       TO   WRK-HV-JOB.
           MOVE WRK-JOBNUMBER-0560     TO   WRK-HV-NJOB.

      *--- USUARIO DA EXECUCAO (ID DE AUTORIZACAO DO JOB NO DB2) - VAI
      *--- PARA O REGISTRO DA TRANSMISSAO.
           EXEC SQL
               SET :WRK-HV-USUARIO = USER
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              MOVE 'SYSIBM.USER'       TO   WRK-SQL-TABELA
              MOVE 'SET'               TO   WRK-SQL-COMANDO
              MOVE '1000'              TO   WRK-SQL-LOCAL
              PERFORM 9100-ERRO-SQL
           END-IF.

           MOVE WRK-CCTRO-CUSTO-ORIGE  TO   WRK-TRA-CENTRO.
           MOVE WRK-HV-PERIODO         TO   WRK-AUX-S9-2.
           MOVE WRK-AUX-9-2            TO   WRK-TRA-PERIODO.
           MOVE WRK-HV-SEQUENCIA       TO   WRK-AUX-S9-7.
           MOVE WRK-AUX-9-7            TO   WRK-TRA-SEQUENCIA.
           MOVE WRK-ARQUIVO            TO   WRK-TRA-ARQUIVO.
           MOVE WRK-JOBNAME-0560       TO   WRK-TRA-JOB.

           PERFORM 1100-IMPRIMIR-CABECALHO.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1100-IMPRIMIR-CABECALHO         SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO   WRK-CTR-PAGINAS.

           MOVE WRK-CTR-PAGINAS        TO   WRK-TRA-PAGINA.

           WRITE FD-RELATO             FROM WRK-TRA-CAB1.
           WRITE FD-RELATO             FROM WRK-TRA-CAB2.
           WRITE FD-RELATO             FROM WRK-TRA-BRANCO.
           WRITE FD-RELATO             FROM WRK-TRA-CAB3.

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
       1210-IMPRIMIR-TEXTO             SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-TRA-TEXTO          TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

           MOVE SPACES                 TO   WRK-TRT-TEXTO.

      *----------------------------------------------------------------*
       1210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1300-TESTAR-FILE-STATUS         SECTION.
      *----------------------------------------------------------------*

           IF WRK-OPCAO-LIBERAR
              AND WRK-FS-ARQTRANS      NOT EQUAL '00'
              MOVE 'ARQTRANS'          TO   WRK-NOME-ARQ
              MOVE WRK-FS-ARQTRANS     TO   WRK-FILE-STATUS
              PERFORM 1320-ABORTAR-FILE-STATUS
           END-IF.

           PERFORM 1310-TESTAR-FS-RELATO.

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
       1400-OBTER-PARAMETROS           SECTION.
      *----------------------------------------------------------------*

           IF LK-PARM-TAM              LESS      24
              DISPLAY '**************** BUPV1081 ****************'
              DISPLAY '*                                        *'
              DISPLAY '*   PARM OBRIGATORIA NAO INFORMADA       *'
              DISPLAY '*   EX.: PARM=' QUOTE 'ALTA,01,0001234,'
                      '         *'
              DISPLAY '*             SARQAPOR' QUOTE
                      '                  *'
              DISPLAY '*                                        *'
              DISPLAY '**************** BUPV1081 ****************'
              MOVE 12                  TO   RETURN-CODE
              STOP RUN
           END-IF.

           MOVE LK-PARM-CENTRO         TO   WRK-CCTRO-CUSTO-ORIGE.
           MOVE LK-PARM-ARQUIVO        TO   WRK-ARQUIVO.

           IF LK-PARM-TAM              NOT LESS  26
              MOVE LK-PARM-OPCAO       TO   WRK-OPCAO
           END-IF.

           IF LK-PARM-PERIODO          NUMERIC
              MOVE LK-PARM-PERIODO     TO   WRK-AUX-9-2
              MOVE WRK-AUX-9-2         TO   WRK-HV-PERIODO
           ELSE
              DISPLAY 'BUPV1081 - PERIODO DA PARM NAO NUMERICO: '
                      LK-PARM-PERIODO
              MOVE 12                  TO   RETURN-CODE
              STOP RUN
           END-IF.

           IF LK-PARM-SEQUENCIA        NUMERIC
              MOVE LK-PARM-SEQUENCIA   TO   WRK-AUX-9-7
              MOVE WRK-AUX-9-7         TO   WRK-HV-SEQUENCIA
           ELSE
              DISPLAY 'BUPV1081 - SEQUENCIA DA PARM NAO NUMERICA: '
                      LK-PARM-SEQUENCIA
              MOVE 12                  TO   RETURN-CODE
              STOP RUN
           END-IF.

           IF NOT WRK-ARQ-SARQAPOR
              AND NOT WRK-ARQ-SNAOCONF
              DISPLAY 'BUPV1081 - ARQUIVO DA PARM DEVE SER SARQAPOR OU '
                      'SNAOCONF: ' LK-PARM-ARQUIVO
              MOVE 12                  TO   RETURN-CODE
              STOP RUN
           END-IF.

           IF NOT WRK-OPCAO-LIBERAR
              AND NOT WRK-OPCAO-CANCELAR
              DISPLAY 'BUPV1081 - OPCAO DA PARM INVALIDA: '
                      LK-PARM-OPCAO ' (BRANCO OU C)'
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

           SET BU51-PARM-INFORMADA     TO   TRUE.

           STRING 'PERIODO='           LK-PARM-PERIODO
                  ';SEQUENCIA='        LK-PARM-SEQUENCIA
                  ';ARQUIVO='          WRK-ARQUIVO
                  ';OPCAO='            WRK-OPCAO
              DELIMITED BY SIZE        INTO BU51-IDENTIFICACAO
           END-STRING.

           CALL 'BUPVM130'             USING BU51-INTERFACE.

      *----------------------------------------------------------------*
       1450-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-LER-ARQUIVO                SECTION.
      *----------------------------------------------------------------*

           PERFORM 2100-LER-ARQTRANS
                   UNTIL WRK-FS-ARQTRANS EQUAL '10'.

      *--- ENVELOPE: O TRAILER TEM QUE BATER COM OS APORTES CONTADOS.
           IF WRK-TRAILER-LIDO
              AND WRK-QTD-TRAILER      NOT EQUAL ACU-APORTES
              SET WRK-ENVELOPE-DIVERGE TO   TRUE
              MOVE WRK-QTD-TRAILER     TO   WRK-EDT-QTD
              MOVE ACU-APORTES         TO   WRK-EDT-QTD-2
              STRING 'TRAILER DO ARQUIVO COM ' WRK-EDT-QTD
                     ' REGISTROS X ' WRK-EDT-QTD-2 ' CONTADOS'
                 DELIMITED BY SIZE     INTO WRK-TRT-TEXTO
              END-STRING
              PERFORM 1210-IMPRIMIR-TEXTO
           END-IF.

           MOVE ACU-APORTES            TO   WRK-HV-QTD-REGISTROS.
           MOVE ACU-HASH-ZMOVCTA       TO   WRK-HV-HASH-ZMOVCTA.
           MOVE ACU-HASH-ZMOVASSOC     TO   WRK-HV-HASH-ZMOVASSOC.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-LER-ARQTRANS               SECTION.
      *----------------------------------------------------------------*

           READ ARQTRANS               INTO BU35-REGISTRO.

           IF WRK-FS-ARQTRANS          EQUAL     '10'
              GO TO 2100-99-FIM
           END-IF.

           SET WRK-LEITURA             TO   TRUE.

           PERFORM 1300-TESTAR-FILE-STATUS.

           ADD 1                       TO   ACU-LIDOS-ARQTRANS.

      *--- HEADER/TRAILER DO MODO ENVELOPE NAO SAO APORTES - O HEADER
      *--- TEM QUE SER DA EXTRACAO DA PARM (CENTRO E SEQUENCIA).
           EVALUATE BU35-REGISTRO(1:9)
              WHEN 'HDRAPOR**'
                   ADD 1               TO   ACU-ENVELOPE
                   MOVE BU35-REGISTRO  TO   BU45-HEADER
                   MOVE WRK-HV-SEQUENCIA
                                       TO   WRK-AUX-S9-7
                   IF BU45-HDR-CCTRO-ORIGE
                                       NOT EQUAL WRK-CCTRO-CUSTO-ORIGE
                      OR BU45-HDR-NSEQ-GERAC
                                       NOT EQUAL WRK-AUX-9-7
                      SET WRK-ENVELOPE-DIVERGE
                                       TO   TRUE
                      STRING 'HEADER DO ARQUIVO E DE OUTRA EXTRACAO - '
                             'CENTRO ' BU45-HDR-CCTRO-ORIGE
                             ' SEQUENCIA ' BU45-HDR-NSEQ-GERAC
                         DELIMITED BY SIZE
                                       INTO WRK-TRT-TEXTO
                      END-STRING
                      PERFORM 1210-IMPRIMIR-TEXTO
                   END-IF
              WHEN 'TRLAPOR**'
                   ADD 1               TO   ACU-ENVELOPE
                   MOVE BU35-REGISTRO  TO   BU45-TRAILER
                   SET WRK-TRAILER-LIDO
                                       TO   TRUE
                   MOVE BU45-TRL-QTD-REG
                                       TO   WRK-QTD-TRAILER
              WHEN OTHER
                   ADD 1               TO   ACU-APORTES
                   ADD BU35-ZMOVCTA    TO   ACU-HASH-ZMOVCTA
                   ADD BU35-ZMOVASSOC  TO   ACU-HASH-ZMOVASSOC
                   IF WRK-ARQ-SNAOCONF
                      PERFORM 2200-CONFERIR-CHAVE
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2200-CONFERIR-CHAVE             SECTION.
      *----------------------------------------------------------------*

      *--- SO E RETRANSMITIDA A CHAVE QUE A BUPV1062 APONTOU COMO NAO
      *--- CONFIRMADA NO RETORNO MAIS RECENTE E QUE AINDA NAO FOI
      *--- RETRANSMITIDA (CINDCD_RETRANS = 'N').
           MOVE BU35-REGISTRO(1:21)    TO   WRK-HV-CHAVE.

           EXEC SQL
               SELECT  COUNT(*)
               INTO    :WRK-HV-QTD
               FROM    DB2PRD.TCTRL_NAOCONF_ALTAM
               WHERE   CCTRO_CUSTO_ORIGE   =   :WRK-CCTRO-CUSTO-ORIGE
               AND     CPERDC_PROCM_SIST   =   :WRK-HV-PERIODO
               AND     NSEQ_PROCM_EFETU    =   :WRK-HV-SEQUENCIA
               AND     CHAVE_BATIM         =   :WRK-HV-CHAVE
               AND     CINDCD_RETRANS      =   'N'
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              MOVE 'TCTRL_NAOCONF_ALTAM'
                                       TO   WRK-SQL-TABELA
              MOVE 'SELECT'            TO   WRK-SQL-COMANDO
              MOVE '2200'              TO   WRK-SQL-LOCAL
              PERFORM 9100-ERRO-SQL
           END-IF.

           IF WRK-HV-QTD               GREATER   ZEROS
              GO TO 2200-99-FIM
           END-IF.

           ADD 1                       TO   ACU-CHAVES-NAO-AUTORIZ.

           STRING 'CHAVE ' WRK-HV-CHAVE
                  ' SEM APONTAMENTO PENDENTE DA BUPV1062 (NAO FOI'
                  ' DADA COMO NAO CONFIRMADA OU JA RETRANSMITIDA)'
              DELIMITED BY SIZE        INTO WRK-TRT-TEXTO
           END-STRING.
           PERFORM 1210-IMPRIMIR-TEXTO.

      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-CONSULTAR-TRANSMISSOES     SECTION.
      *----------------------------------------------------------------*

      *--- TRANSMISSOES LIBERADAS ('L') DO MESMO ARQUIVO PARA O CENTRO
      *--- QUE SEJAM DA MESMA EXTRACAO OU TENHAM O MESMO CONTEUDO
      *--- (CONTAGEM + HASHES). CANCELADAS ('C') NAO CONTAM.
           EXEC SQL
               DECLARE CURS-TRANS-ANT CURSOR FOR
               SELECT  CPERDC_PROCM_SIST,
                       NSEQ_PROCM_EFETU,
                       NSEQ_TRANS,
                       QTD_REGISTROS,
                       HASH_ZMOVCTA,
                       HASH_ZMOVASSOC,
                       CHAR(DTHR_TRANS),
                       CJOB_TRANS,
                       NJOB_TRANS,
                       CUSUAR_TRANS
               FROM    DB2PRD.TCTRL_TRANS_ALTAM
               WHERE   CCTRO_CUSTO_ORIGE   =   :WRK-CCTRO-CUSTO-ORIGE
               AND     CARQ_TRANS          =   :WRK-ARQUIVO
               AND     CINDCD_SIT_TRANS    =   'L'
               AND   ((CPERDC_PROCM_SIST   =   :WRK-HV-PERIODO
               AND     NSEQ_PROCM_EFETU    =   :WRK-HV-SEQUENCIA)
               OR     (QTD_REGISTROS       =   :WRK-HV-QTD-REGISTROS
               AND     HASH_ZMOVCTA        =   :WRK-HV-HASH-ZMOVCTA
               AND     HASH_ZMOVASSOC      =   :WRK-HV-HASH-ZMOVASSOC))
               ORDER BY DTHR_TRANS
           END-EXEC.

           IF ACU-APORTES              EQUAL     ZEROS
              GO TO 3000-99-FIM
           END-IF.

           EXEC SQL
               OPEN CURS-TRANS-ANT
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              PERFORM 3190-ERRO-SQL-TRANS
           END-IF.

           PERFORM 3100-FETCH-TRANS-ANT
                   UNTIL SQLCODE       EQUAL     100.

           EXEC SQL
               CLOSE CURS-TRANS-ANT
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              PERFORM 3190-ERRO-SQL-TRANS
           END-IF.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3100-FETCH-TRANS-ANT            SECTION.
      *----------------------------------------------------------------*

           EXEC SQL
               FETCH CURS-TRANS-ANT
               INTO  :WRK-HV-ANT-PERIODO,
                     :WRK-HV-ANT-SEQUENCIA,
                     :WRK-HV-ANT-NSEQ-TRANS,
                     :WRK-HV-ANT-QTD,
                     :WRK-HV-ANT-HASH-ZMOVCTA,
                     :WRK-HV-ANT-HASH-ZMOVASSOC,
                     :WRK-HV-ANT-DTHR,
                     :WRK-HV-ANT-JOB,
                     :WRK-HV-ANT-NJOB,
                     :WRK-HV-ANT-USUARIO
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE             EQUAL     ZEROS
                   PERFORM 3110-RELATAR-TRANS-ANT
              WHEN SQLCODE             EQUAL     100
                   CONTINUE
              WHEN OTHER
                   PERFORM 3190-ERRO-SQL-TRANS
           END-EVALUATE.

      *----------------------------------------------------------------*
       3100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3110-RELATAR-TRANS-ANT          SECTION.
      *----------------------------------------------------------------*

           IF ACU-TRANS-ANTERIORES     EQUAL     ZEROS
              MOVE WRK-TRA-ANT-CAB     TO   WRK-LINHA-IMPRIMIR
              PERFORM 1200-IMPRIMIR-LINHA
           END-IF.

           ADD 1                       TO   ACU-TRANS-ANTERIORES.

           MOVE WRK-HV-ANT-PERIODO     TO   WRK-AUX-S9-2.
           MOVE WRK-AUX-9-2            TO   WRK-TRN-PERIODO.
           MOVE WRK-HV-ANT-SEQUENCIA   TO   WRK-AUX-S9-7.
           MOVE WRK-AUX-9-7            TO   WRK-TRN-SEQUENCIA.
           MOVE WRK-HV-ANT-NSEQ-TRANS  TO   WRK-TRN-NSEQ-TRANS.
           MOVE WRK-HV-ANT-DTHR        TO   WRK-TRN-DTHR.
           MOVE WRK-HV-ANT-JOB         TO   WRK-TRN-JOB.
           MOVE WRK-HV-ANT-NJOB        TO   WRK-TRN-NJOB.
           MOVE WRK-HV-ANT-USUARIO     TO   WRK-TRN-USUARIO.
           MOVE WRK-HV-ANT-QTD         TO   WRK-TRN-QTD.

           IF WRK-HV-ANT-QTD           EQUAL     WRK-HV-QTD-REGISTROS
              AND WRK-HV-ANT-HASH-ZMOVCTA
                                       EQUAL     WRK-HV-HASH-ZMOVCTA
              AND WRK-HV-ANT-HASH-ZMOVASSOC
                                       EQUAL     WRK-HV-HASH-ZMOVASSOC
              MOVE 'IDENTICO'          TO   WRK-TRN-CONTEUDO
              ADD 1                    TO   ACU-TRANS-MESMO-CONTEUDO
           ELSE
              MOVE 'DIFERENTE'         TO   WRK-TRN-CONTEUDO
           END-IF.

           MOVE WRK-TRA-ANT            TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

      *----------------------------------------------------------------*
       3110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3190-ERRO-SQL-TRANS             SECTION.
      *----------------------------------------------------------------*

           MOVE 'TCTRL_TRANS_ALTAM'    TO   WRK-SQL-TABELA.
           MOVE 'CURSOR'               TO   WRK-SQL-COMANDO.
           MOVE '3000'                 TO   WRK-SQL-LOCAL.

           PERFORM 9100-ERRO-SQL.

      *----------------------------------------------------------------*
       3190-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4000-EMITIR-PARECER             SECTION.
      *----------------------------------------------------------------*

      *--- SARQAPOR: QUALQUER TRANSMISSAO ANTERIOR DA EXTRACAO OU DO
      *--- MESMO CONTEUDO RECUSA. SNAOCONF: A AUTORIZACAO E POR CHAVE
      *--- (2200) - A RETRANSMISSAO ANTERIOR E SO INFORMATIVA, POIS AS
      *--- CHAVES DELA JA FORAM MARCADAS E SO VOLTAM A SER AUTORIZADAS
      *--- SE UM NOVO RETORNO AS APONTAR.
           EVALUATE TRUE
              WHEN ACU-APORTES         EQUAL     ZEROS
                   SET WRK-PARECER-VAZIO
                                       TO   TRUE
              WHEN WRK-ENVELOPE-DIVERGE
                   SET WRK-PARECER-RECUSADO
                                       TO   TRUE
              WHEN WRK-ARQ-SARQAPOR
               AND ACU-TRANS-ANTERIORES
                                       GREATER   ZEROS
                   SET WRK-PARECER-RECUSADO
                                       TO   TRUE
              WHEN WRK-ARQ-SNAOCONF
               AND ACU-CHAVES-NAO-AUTORIZ
                                       GREATER   ZEROS
                   SET WRK-PARECER-RECUSADO
                                       TO   TRUE
              WHEN OTHER
                   SET WRK-PARECER-LIBERADO
                                       TO   TRUE
           END-EVALUATE.

           IF WRK-PARECER-LIBERADO
              PERFORM 4100-REGISTRAR-TRANSMISSAO
           END-IF.

      *----------------------------------------------------------------*
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4100-REGISTRAR-TRANSMISSAO      SECTION.
      *----------------------------------------------------------------*

           EXEC SQL
               SELECT  VALUE(MAX(NSEQ_TRANS), 0) + 1
               INTO    :WRK-HV-NSEQ-TRANS
               FROM    DB2PRD.TCTRL_TRANS_ALTAM
               WHERE   CCTRO_CUSTO_ORIGE   =   :WRK-CCTRO-CUSTO-ORIGE
               AND     CPERDC_PROCM_SIST   =   :WRK-HV-PERIODO
               AND     NSEQ_PROCM_EFETU    =   :WRK-HV-SEQUENCIA
               AND     CARQ_TRANS          =   :WRK-ARQUIVO
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              MOVE 'TCTRL_TRANS_ALTAM' TO   WRK-SQL-TABELA
              MOVE 'SELECT'            TO   WRK-SQL-COMANDO
              MOVE '4100'              TO   WRK-SQL-LOCAL
              PERFORM 9100-ERRO-SQL
           END-IF.

           EXEC SQL
               INSERT INTO DB2PRD.TCTRL_TRANS_ALTAM
                      (CCTRO_CUSTO_ORIGE,
                       CPERDC_PROCM_SIST,
                       NSEQ_PROCM_EFETU,
                       CARQ_TRANS,
                       NSEQ_TRANS,
                       QTD_REGISTROS,
                       HASH_ZMOVCTA,
                       HASH_ZMOVASSOC,
                       DTHR_TRANS,
                       CJOB_TRANS,
                       NJOB_TRANS,
                       CUSUAR_TRANS,
                       CINDCD_SIT_TRANS)
               VALUES (:WRK-CCTRO-CUSTO-ORIGE,
                       :WRK-HV-PERIODO,
                       :WRK-HV-SEQUENCIA,
                       :WRK-ARQUIVO,
                       :WRK-HV-NSEQ-TRANS,
                       :WRK-HV-QTD-REGISTROS,
                       :WRK-HV-HASH-ZMOVCTA,
                       :WRK-HV-HASH-ZMOVASSOC,
                       CURRENT TIMESTAMP,
                       :WRK-HV-JOB,
                       :WRK-HV-NJOB,
                       :WRK-HV-USUARIO,
                       'L')
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              MOVE 'TCTRL_TRANS_ALTAM' TO   WRK-SQL-TABELA
              MOVE 'INSERT'            TO   WRK-SQL-COMANDO
              MOVE '4100'              TO   WRK-SQL-LOCAL
              PERFORM 9100-ERRO-SQL
           END-IF.

      *--- SNAOCONF: SEGUNDA PASSADA NO ARQUIVO MARCANDO AS CHAVES COMO
      *--- RETRANSMITIDAS NESTA TRANSMISSAO.
           IF WRK-ARQ-SNAOCONF
              CLOSE ARQTRANS
              OPEN INPUT ARQTRANS
              SET WRK-ABERTURA         TO   TRUE
              PERFORM 1300-TESTAR-FILE-STATUS
              PERFORM 4200-MARCAR-CHAVES
                      UNTIL WRK-FS-ARQTRANS EQUAL '10'
           END-IF.

           EXEC SQL
               COMMIT
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              MOVE 'TCTRL_TRANS_ALTAM' TO   WRK-SQL-TABELA
              MOVE 'COMMIT'            TO   WRK-SQL-COMANDO
              MOVE '4100'              TO   WRK-SQL-LOCAL
              PERFORM 9100-ERRO-SQL
           END-IF.

      *----------------------------------------------------------------*
       4100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4200-MARCAR-CHAVES              SECTION.
      *----------------------------------------------------------------*

           READ ARQTRANS               INTO BU35-REGISTRO.

           IF WRK-FS-ARQTRANS          EQUAL     '10'
              GO TO 4200-99-FIM
           END-IF.

           SET WRK-LEITURA             TO   TRUE.

           PERFORM 1300-TESTAR-FILE-STATUS.

           IF BU35-REGISTRO(1:9)       EQUAL     'HDRAPOR**'
              OR BU35-REGISTRO(1:9)    EQUAL     'TRLAPOR**'
              GO TO 4200-99-FIM
           END-IF.

           MOVE BU35-REGISTRO(1:21)    TO   WRK-HV-CHAVE.

           EXEC SQL
               UPDATE  DB2PRD.TCTRL_NAOCONF_ALTAM
               SET     CINDCD_RETRANS      =   'S',
                       NSEQ_TRANS          =   :WRK-HV-NSEQ-TRANS
               WHERE   CCTRO_CUSTO_ORIGE   =   :WRK-CCTRO-CUSTO-ORIGE
               AND     CPERDC_PROCM_SIST   =   :WRK-HV-PERIODO
               AND     NSEQ_PROCM_EFETU    =   :WRK-HV-SEQUENCIA
               AND     CHAVE_BATIM         =   :WRK-HV-CHAVE
               AND     CINDCD_RETRANS      =   'N'
           END-EXEC.

      *--- CHAVE REPETIDA NO ARQUIVO JA FOI MARCADA NA PRIMEIRA
      *--- OCORRENCIA (SQLCODE 100).
           IF SQLCODE                  EQUAL     ZEROS
              ADD 1                    TO   ACU-CHAVES-MARCADAS
           ELSE
              IF SQLCODE               NOT EQUAL 100
                 MOVE 'TCTRL_NAOCONF_ALTAM'
                                       TO   WRK-SQL-TABELA
                 MOVE 'UPDATE'         TO   WRK-SQL-COMANDO
                 MOVE '4200'           TO   WRK-SQL-LOCAL
                 PERFORM 9100-ERRO-SQL
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       4200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5000-CANCELAR-LIBERACAO         SECTION.
      *----------------------------------------------------------------*

      *--- SO A ULTIMA LIBERACAO DA EXTRACAO/ARQUIVO PODE SER
      *--- CANCELADA - E A QUE CORRESPONDE A TRANSFERENCIA QUE FALHOU.
           EXEC SQL
               SELECT  VALUE(MAX(NSEQ_TRANS), 0)
               INTO    :WRK-HV-NSEQ-TRANS
               FROM    DB2PRD.TCTRL_TRANS_ALTAM
               WHERE   CCTRO_CUSTO_ORIGE   =   :WRK-CCTRO-CUSTO-ORIGE
               AND     CPERDC_PROCM_SIST   =   :WRK-HV-PERIODO
               AND     NSEQ_PROCM_EFETU    =   :WRK-HV-SEQUENCIA
               AND     CARQ_TRANS          =   :WRK-ARQUIVO
               AND     CINDCD_SIT_TRANS    =   'L'
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              MOVE 'TCTRL_TRANS_ALTAM' TO   WRK-SQL-TABELA
              MOVE 'SELECT'            TO   WRK-SQL-COMANDO
              MOVE '5000'              TO   WRK-SQL-LOCAL
              PERFORM 9100-ERRO-SQL
           END-IF.

           IF WRK-HV-NSEQ-TRANS        EQUAL     ZEROS
              SET WRK-PARECER-VAZIO    TO   TRUE
              MOVE 'NENHUMA LIBERACAO ATIVA PARA A EXTRACAO/ARQUIVO - NA
      -            'DA A CANCELAR'     TO   WRK-TRT-TEXTO
              PERFORM 1210-IMPRIMIR-TEXTO
              GO TO 5000-99-FIM
           END-IF.

           EXEC SQL
               UPDATE  DB2PRD.TCTRL_TRANS_ALTAM
               SET     CINDCD_SIT_TRANS    =   'C'
               WHERE   CCTRO_CUSTO_ORIGE   =   :WRK-CCTRO-CUSTO-ORIGE
               AND     CPERDC_PROCM_SIST   =   :WRK-HV-PERIODO
               AND     NSEQ_PROCM_EFETU    =   :WRK-HV-SEQUENCIA
               AND     CARQ_TRANS          =   :WRK-ARQUIVO
               AND     NSEQ_TRANS          =   :WRK-HV-NSEQ-TRANS
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              MOVE 'TCTRL_TRANS_ALTAM' TO   WRK-SQL-TABELA
              MOVE 'UPDATE'            TO   WRK-SQL-COMANDO
              MOVE '5000'              TO   WRK-SQL-LOCAL
              PERFORM 9100-ERRO-SQL
           END-IF.

      *--- AS CHAVES DA RETRANSMISSAO CANCELADA VOLTAM A FICAR
      *--- AUTORIZADAS.
           IF WRK-ARQ-SNAOCONF
              PERFORM 5100-DESMARCAR-CHAVES
           END-IF.

           EXEC SQL
               COMMIT
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              MOVE 'TCTRL_TRANS_ALTAM' TO   WRK-SQL-TABELA
              MOVE 'COMMIT'            TO   WRK-SQL-COMANDO
              MOVE '5000'              TO   WRK-SQL-LOCAL
              PERFORM 9100-ERRO-SQL
           END-IF.

           MOVE WRK-HV-NSEQ-TRANS      TO   WRK-EDT-QTD.
           STRING 'LIBERACAO ' WRK-EDT-QTD
                  ' CANCELADA - ARQUIVO PODE SER LIBERADO NOVAMENTE'
              DELIMITED BY SIZE        INTO WRK-TRT-TEXTO
           END-STRING.
           PERFORM 1210-IMPRIMIR-TEXTO.

      *----------------------------------------------------------------*
       5000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5100-DESMARCAR-CHAVES           SECTION.
      *----------------------------------------------------------------*

           EXEC SQL
               UPDATE  DB2PRD.TCTRL_NAOCONF_ALTAM
               SET     CINDCD_RETRANS      =   'N',
                       NSEQ_TRANS          =   0
               WHERE   CCTRO_CUSTO_ORIGE   =   :WRK-CCTRO-CUSTO-ORIGE
               AND     CPERDC_PROCM_SIST   =   :WRK-HV-PERIODO
               AND     NSEQ_PROCM_EFETU    =   :WRK-HV-SEQUENCIA
               AND     CINDCD_RETRANS      =   'S'
               AND     NSEQ_TRANS          =   :WRK-HV-NSEQ-TRANS
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              AND SQLCODE              NOT EQUAL 100
              MOVE 'TCTRL_NAOCONF_ALTAM'
                                       TO   WRK-SQL-TABELA
              MOVE 'UPDATE'            TO   WRK-SQL-COMANDO
              MOVE '5100'              TO   WRK-SQL-LOCAL
              PERFORM 9100-ERRO-SQL
           END-IF.

           MOVE SQLERRD(3)             TO   ACU-CHAVES-MARCADAS.

      *----------------------------------------------------------------*
       5100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-TRA-BRANCO         TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

           IF WRK-OPCAO-LIBERAR
              MOVE 'REGISTROS LIDOS......................:'
                                       TO   WRK-TRT-DESCRICAO
              MOVE ACU-LIDOS-ARQTRANS  TO   WRK-TRT-VALOR
              PERFORM 6100-IMPRIMIR-TOTAL
              MOVE 'HEADER/TRAILER (ENVELOPE)............:'
                                       TO   WRK-TRT-DESCRICAO
              MOVE ACU-ENVELOPE        TO   WRK-TRT-VALOR
              PERFORM 6100-IMPRIMIR-TOTAL
              MOVE 'APORTES NO ARQUIVO...................:'
                                       TO   WRK-TRT-DESCRICAO
              MOVE ACU-APORTES         TO   WRK-TRT-VALOR
              PERFORM 6100-IMPRIMIR-TOTAL
              MOVE 'HASH-TOTAL ZMOVCTA...................:'
                                       TO   WRK-TRT-DESCRICAO
              MOVE ACU-HASH-ZMOVCTA    TO   WRK-TRT-VALOR
              PERFORM 6100-IMPRIMIR-TOTAL
              MOVE 'HASH-TOTAL ZMOVASSOC.................:'
                                       TO   WRK-TRT-DESCRICAO
              MOVE ACU-HASH-ZMOVASSOC  TO   WRK-TRT-VALOR
              PERFORM 6100-IMPRIMIR-TOTAL
              MOVE 'TRANSMISSOES ANTERIORES ENCONTRADAS..:'
                                       TO   WRK-TRT-DESCRICAO
              MOVE ACU-TRANS-ANTERIORES
                                       TO   WRK-TRT-VALOR
              PERFORM 6100-IMPRIMIR-TOTAL
              MOVE '  (COM CONTEUDO IDENTICO)............:'
                                       TO   WRK-TRT-DESCRICAO
              MOVE ACU-TRANS-MESMO-CONTEUDO
                                       TO   WRK-TRT-VALOR
              PERFORM 6100-IMPRIMIR-TOTAL
           END-IF.

           IF WRK-ARQ-SNAOCONF
              IF WRK-OPCAO-LIBERAR
                 MOVE 'CHAVES SEM AUTORIZACAO DA BUPV1062...:'
                                       TO   WRK-TRT-DESCRICAO
                 MOVE ACU-CHAVES-NAO-AUTORIZ
                                       TO   WRK-TRT-VALOR
                 PERFORM 6100-IMPRIMIR-TOTAL
                 MOVE 'CHAVES MARCADAS COMO RETRANSMITIDAS..:'
                                       TO   WRK-TRT-DESCRICAO
              ELSE
                 MOVE 'CHAVES DEVOLVIDAS A PENDENTE.........:'
                                       TO   WRK-TRT-DESCRICAO
              END-IF
              MOVE ACU-CHAVES-MARCADAS TO   WRK-TRT-VALOR
              PERFORM 6100-IMPRIMIR-TOTAL
           END-IF.

           MOVE WRK-TRA-BRANCO         TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

           EVALUATE TRUE
              WHEN WRK-OPCAO-CANCELAR
               AND WRK-PARECER-VAZIO
                   MOVE 4              TO   WRK-COND-CODE
              WHEN WRK-OPCAO-CANCELAR
                   MOVE ZEROS          TO   WRK-COND-CODE
              WHEN WRK-PARECER-VAZIO
                   MOVE 'PARECER: ARQUIVO SEM APORTES - NADA A TRANSMITI
      -                 'R, TRANSMISSAO NAO REGISTRADA'
                                       TO   WRK-TRT-TEXTO
                   MOVE 4              TO   WRK-COND-CODE
              WHEN WRK-PARECER-RECUSADO
                   MOVE 'PARECER: TRANSMISSAO RECUSADA - NAO TRANSFERIR
      -                 'O ARQUIVO AO ALTAMIRA'
                                       TO   WRK-TRT-TEXTO
                   MOVE 8              TO   WRK-COND-CODE
              WHEN OTHER
                   MOVE WRK-HV-NSEQ-TRANS
                                       TO   WRK-EDT-QTD
                   STRING 'PARECER: ARQUIVO LIBERADO PARA TRANSMISSAO -'
                          ' REGISTRADO COMO TRANSMISSAO ' WRK-EDT-QTD
                      DELIMITED BY SIZE
                                       INTO WRK-TRT-TEXTO
                   END-STRING
                   MOVE ZEROS          TO   WRK-COND-CODE
           END-EVALUATE.

           IF WRK-OPCAO-LIBERAR
              PERFORM 1210-IMPRIMIR-TEXTO
           END-IF.

           IF WRK-OPCAO-LIBERAR
              CLOSE ARQTRANS
                    RELATO
           ELSE
              CLOSE RELATO
           END-IF.

           SET WRK-FECHAMENTO          TO   TRUE.

           PERFORM 1300-TESTAR-FILE-STATUS.

           IF WRK-PARECER-RECUSADO
              DISPLAY '**************** BUPV1081 ****************'
              DISPLAY '*                                        *'
              DISPLAY '*   TRANSMISSAO AO ALTAMIRA RECUSADA     *'
              DISPLAY '*   ARQUIVO ' WRK-ARQUIVO
                      ' - NAO TRANSFERIR      *'
              DISPLAY '*   VER TRANSMISSAO ANTERIOR NO RELATO   *'
              DISPLAY '*                                        *'
              DISPLAY '**************** BUPV1081 ****************'
           END-IF.

           MOVE WRK-COND-CODE          TO   RETURN-CODE.

           STOP RUN.

      *----------------------------------------------------------------*
       6000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6100-IMPRIMIR-TOTAL             SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-TRA-TOTAL          TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

      *----------------------------------------------------------------*
       6100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9100-ERRO-SQL                   SECTION.
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
           STRING 'GATE DE TRANSMISSAO ALTAMIRA - ' WRK-ARQUIVO
              DELIMITED BY SIZE       INTO BU00-COMPLEMENTO
           END-STRING.
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

           MOVE SPACES                 TO BU00-AREA-ENTRADA.
           MOVE 1                      TO BU00-EE-FUNCAO-PROCESSAMENTO.
           MOVE WRK-HV-PERIODO         TO WRK-AUX-S9-2.
           MOVE WRK-AUX-9-2            TO BU00-EE-PERIOD-PROCESSAMENTO.
           MOVE 1                      TO BU00-EE-DADO-TRATADA.
           MOVE WRK-CCTRO-CUSTO-ORIGE  TO BU00-EE-CENTRO-CUSTO-ORIGEM.
           MOVE WRK-HV-SEQUENCIA       TO WRK-AUX-S9-7.
           MOVE WRK-AUX-9-7            TO BU00-EE-SEQ-PROCESSAMENTO.
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

           DISPLAY '**************** BUPV1081 ****************'.
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
           DISPLAY '**************** BUPV1081 ****************'.

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
