      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. BUPV1079.
       AUTHOR.     RAPHAEL MARQUES.
      *================================================================*
      *                   P R I M E  I N F O R M A T I C A             *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  BUPV1079                                     *
      *    PROGRAMADOR.:  RAPHAEL MARQUES                   -  PRIME   *
      *    ANALISTA....:  MAURO                             -  PRIME   *
      *    DATA........:  15/10/2026                                   *
      *----------------------------------------------------------------*
      *    OBJETIVO....:  GATE DE VOLUME DAS ENTRADAS DO BATIMENTO -   *
      *                   PASSO ANTERIOR A BUPV1054. CONTA OS          *
      *                   REGISTROS DE DADOS DO EARQAPOR E DO EARQCCOR *
      *                   (HEADER/TRAILER NAO CONTAM) E COMPARA COM A  *
      *                   MEDIA E O DESVIO-PADRAO DAS ULTIMAS N        *
      *                   LINHAS DE AUDITORIA DO CENTRO                *
      *                   (TCTRL_EXTRC_AUDIT - QTD_LIDOS_APORTE E      *
      *                   QTD_LIDOS_CCORRASS). DIFERENCA ACIMA DO      *
      *                   LIMITE (K DESVIOS-PADRAO, NUNCA MENOS QUE    *
      *                   P% DA MEDIA) RETEM A CADEIA COM COND CODE 8. *
      *                   ARQUIVO PELA METADE OU EM DOBRO PARA AQUI,   *
      *                   E NAO NO KPI MENSAL (BUPV1073).              *
      *                   O RELATORIO MOSTRA ESPERADO X RECEBIDO NO    *
      *                   TOTAL E POR BALCAO - O ESPERADO POR BALCAO   *
      *                   VEM DA TCTRL_VOLUME_BALCAO, ALIMENTADA POR   *
      *                   ESTE PROPRIO PASSO A CADA ENTRADA ACEITA     *
      *                   (ENQUANTO NAO HA HISTORICO, SO O RECEBIDO).  *
      *                   A OPERACAO LIBERA A CADEIA RETIDA REPETINDO  *
      *                   O PASSO COM 'L' NA PARM - A ANOMALIA        *
      *                   CONTINUA NO RELATORIO, MAS O COND CODE FICA  *
      *                   ZERO.                                        *
      *----------------------------------------------------------------*
      *    COND CODES..:  0000 - VOLUME DENTRO DO PADRAO (OU LIBERADO) *
      *                   0004 - HISTORICO INSUFICIENTE - NAO AVALIADO *
      *                   0008 - VOLUME FORA DO PADRAO - CADEIA RETIDA *
      *                   0012 - ERRO DE PARM/ARQUIVO                  *
      *----------------------------------------------------------------*
      *    BCO DE DADOS:                                               *
      *                TABLE                          INCLUDE/BOOK     *
      *                DB2PRD.TCTRL_EXTRC_AUDIT          BUPVB024      *
      *                DB2PRD.TCTRL_VOLUME_BALCAO  (VOLUME DIARIO POR  *
      *                                             BALCAO)            *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME           I/O           INCLUDE/BOOK     *
      *                EARQAPOR          I              I#BUPV35       *
      *                  (COM OU SEM ENVELOPE I#BUPV45)                *
      *                EARQCCOR          I              I#BUPV3A       *
      *                RELATO            O              (INTERNO)      *
      *----------------------------------------------------------------*
      *    BOOK'S......:                                               *
      *    I#BRAD7C - AREA PARA TRATAMENTO DE ERRO PELA BRAD7100       *
      *    I#BUPV00 - AREA DE COMUNICACAO                              *
      *    I#BUPV35 - AREA PARA ARQUIVOS DE APORTES                    *
      *    I#BUPV3A - AREA CCORRASS                                    *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    BRAD7100 - AREA PARA TRATAMENTO DE ERRO PELA BRAD7100       *
      *    BRAD7600 - DATA E HORA ATUAL                                *
      *    BUPVM100 - GRAVAR LOG DE ERRO                               *
      *    CKRS1000 - CONEXAO COM O DB2                                *
      *----------------------------------------------------------------*
      *    PARM........:  PARM='CCCC[,NN,KK,PP,L]'                     *
      *                   CCCC = CENTRO DE CUSTO ORIGEM                *
      *                   NN   = LINHAS DE AUDITORIA NA MEDIA (DEFAULT *
      *                          20, MINIMO 03)                        *
      *                   KK   = LIMITE EM DECIMOS DE DESVIO-PADRAO    *
      *                          (DEFAULT 30 = 3,0 DESVIOS)            *
      *                   PP   = LIMITE MINIMO EM % DA MEDIA (DEFAULT  *
      *                          10)                                   *
      *                   L    = LIBERAR A CADEIA RETIDA (OPERACAO)    *
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

           SELECT RELATO    ASSIGN     TO   UT-S-RELATO
           FILE STATUS                 IS   WRK-FS-RELATO.

      *================================================================*
       DATA                            DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*

       FD  EARQAPOR
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  FD-EARQAPOR                 PIC  X(356).

       FD  EARQCCOR
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  FD-EARQCCOR                 PIC  X(238).

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
       77  ACU-HISTORICO               PIC  9(003) COMP-3  VALUE ZEROS.
       77  ACU-ANOMALIAS               PIC  9(003) COMP-3  VALUE ZEROS.

       77  WRK-BATCH                   PIC  X(008)         VALUE
           'BATCH'.

       77  WRK-PGM                     PIC  X(008)         VALUE
           'BUPV1079'.

       77  WRK-MODULO                  PIC  X(008)         VALUE SPACES.

       77  WRK-COND-CODE               PIC  9(004)         VALUE ZEROS.

       77  WRK-FS-EARQAPOR             PIC  X(002)         VALUE SPACES.
       77  WRK-FS-EARQCCOR             PIC  X(002)         VALUE SPACES.
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

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  FILLER                      PIC  X(050)         VALUE
           '*** PARAMETROS E LIMITES                       ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       77  WRK-CCTRO-CUSTO-ORIGE       PIC  X(004)         VALUE SPACES.
       77  WRK-QTD-HISTORICO           PIC  9(002)         VALUE 20.
       77  WRK-MIN-HISTORICO           PIC  9(002)         VALUE 03.
       77  WRK-LIMITE-DESVIOS          PIC  9(001)V9       VALUE 3,0.
       77  WRK-LIMITE-PERCENTUAL       PIC  9(002)         VALUE 10.

       77  WRK-SW-LIBERACAO            PIC  X(001)         VALUE 'N'.
           88 WRK-LIBERACAO-OPERACAO                       VALUE 'L'.

       77  WRK-SW-FIM-HISTORICO        PIC  X(001)         VALUE 'N'.
           88 WRK-FIM-HISTORICO                            VALUE 'S'.

       77  WRK-SW-FIM-BALCAO           PIC  X(001)         VALUE 'N'.
           88 WRK-FIM-BALCAO                               VALUE 'S'.

       77  WRK-SW-HISTORICO            PIC  X(001)         VALUE 'N'.
           88 WRK-HISTORICO-INSUFICIENTE                   VALUE 'N'.
           88 WRK-HISTORICO-SUFICIENTE                     VALUE 'S'.

      *--- ESTATISTICA DAS LINHAS DE AUDITORIA (SOMA E SOMA DOS
      *--- QUADRADOS - DESVIO-PADRAO AMOSTRAL).
       77  ACU-SOMA-APORTE             PIC  9(015) COMP-3  VALUE ZEROS.
       77  ACU-SOMA-QUAD-APORTE        PIC  9(018) COMP-3  VALUE ZEROS.
       77  ACU-SOMA-CCORRASS           PIC  9(015) COMP-3  VALUE ZEROS.
       77  ACU-SOMA-QUAD-CCORRASS      PIC  9(018) COMP-3  VALUE ZEROS.

      *--- AREA DE CALCULO DO GATE (UMA VEZ PARA CADA ARQUIVO).
       01  WRK-GATE.
           05 WRK-GTE-ARQUIVO          PIC  X(008)         VALUE SPACES.
           05 WRK-GTE-RECEBIDOS        PIC  9(009)  COMP-3 VALUE ZEROS.
           05 WRK-GTE-SOMA             PIC  9(015)  COMP-3 VALUE ZEROS.
           05 WRK-GTE-SOMA-QUAD        PIC  9(018)  COMP-3 VALUE ZEROS.
           05 WRK-GTE-MEDIA            PIC  9(009)V99
                                                    COMP-3 VALUE ZEROS.
           05 WRK-GTE-VARIANCIA        PIC S9(017)V99
                                                    COMP-3 VALUE ZEROS.
           05 WRK-GTE-DESVIO           PIC  9(009)V99
                                                    COMP-3 VALUE ZEROS.
           05 WRK-GTE-LIMITE           PIC  9(009)V99
                                                    COMP-3 VALUE ZEROS.
           05 WRK-GTE-LIMITE-PCT       PIC  9(009)V99
                                                    COMP-3 VALUE ZEROS.
           05 WRK-GTE-DIFERENCA        PIC S9(009)V99
                                                    COMP-3 VALUE ZEROS.
           05 WRK-GTE-DIFERENCA-ABS    PIC  9(009)V99
                                                    COMP-3 VALUE ZEROS.

      *--- TABELA DE VOLUME POR BALCAO (RECEBIDO NESTA EXECUCAO E
      *--- ESPERADO PELO HISTORICO), EM ORDEM DE BALCAO. OS ARQUIVOS
      *--- CHEGAM CLASSIFICADOS PELA CHAVE, QUE COMECA PELO BALCAO.
       77  WRK-MAX-BALCOES             PIC  9(005) COMP-3  VALUE 5000.
       77  WRK-QTD-BALCOES             PIC  9(005) COMP-3  VALUE ZEROS.
       77  WRK-IND-BAL                 PIC  9(005) COMP-3  VALUE ZEROS.
       77  WRK-IND-DESLOCA             PIC  9(005) COMP-3  VALUE ZEROS.
       77  WRK-BALCAO-PROCURADO        PIC  X(005)         VALUE SPACES.
       77  WRK-BALCAO-ANTERIOR         PIC  X(005)         VALUE SPACES.

       77  WRK-SW-TAB-BALCAO           PIC  X(001)         VALUE 'N'.
           88 WRK-TAB-BALCAO-ESGOTADA                      VALUE 'S'.

       01  WRK-TAB-BALCOES.
           05 WRK-TBB-ENTRADA          OCCURS 5001 TIMES.
              10 WRK-TBB-CBALCAO       PIC  X(005).
              10 WRK-TBB-REC-APORTE    PIC  9(009)  COMP-3.
              10 WRK-TBB-REC-CCORRASS  PIC  9(009)  COMP-3.
              10 WRK-TBB-ESP-APORTE    PIC  9(009)  COMP-3.
              10 WRK-TBB-ESP-CCORRASS  PIC  9(009)  COMP-3.

       77  WRK-BAL-LIMITE              PIC  9(009)V99
                                                    COMP-3 VALUE ZEROS.
       77  WRK-BAL-DIFERENCA           PIC S9(009)  COMP-3 VALUE ZEROS.

       01  WRK-AUX-S9-7                PIC +9(007)         VALUE ZEROS.
       01  FILLER                      REDEFINES WRK-AUX-S9-7.
           05 FILLER                   PIC  X(001).
           05 WRK-AUX-9-7              PIC  9(007).

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  FILLER                      PIC  X(050)         VALUE
           '*** HOST VARIABLES                             ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       77  WRK-HV-QTD-DATAS            PIC S9(009) COMP    VALUE ZEROS.
       77  WRK-HV-DATA-MOVTO           PIC  X(010)         VALUE SPACES.
       77  WRK-HV-DATA-INICIO          PIC  X(010)         VALUE SPACES.
       77  WRK-HV-CBALCAO              PIC  X(005)         VALUE SPACES.
       77  WRK-HV-QTD-APORTE           PIC S9(009) COMP    VALUE ZEROS.
       77  WRK-HV-QTD-CCORRASS         PIC S9(009) COMP    VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  FILLER                      PIC  X(050)         VALUE
           '*** LINHAS DO RELATO                           ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-LINHA-IMPRIMIR          PIC  X(133)         VALUE SPACES.

       01  WRK-VOL-CAB1.
           05 FILLER                   PIC  X(001)         VALUE '1'.
           05 FILLER                   PIC  X(008)         VALUE
              'BUPV1079'.
           05 FILLER                   PIC  X(010)         VALUE SPACES.
           05 FILLER                   PIC  X(045)         VALUE
              'GATE DE VOLUME DAS ENTRADAS DO BATIMENTO     '.
           05 FILLER                   PIC  X(053)         VALUE SPACES.
           05 FILLER                   PIC  X(005)         VALUE
              'PAG: '.
           05 WRK-VOL-PAGINA           PIC  ZZZ9.
           05 FILLER                   PIC  X(007)         VALUE SPACES.

       01  WRK-VOL-CAB2.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 FILLER                   PIC  X(008)         VALUE
              'CENTRO: '.
           05 WRK-VOL-CENTRO           PIC  X(004)         VALUE SPACES.
           05 FILLER                   PIC  X(014)         VALUE
              '  HISTORICO: '.
           05 WRK-VOL-HISTORICO        PIC  ZZ9            VALUE ZEROS.
           05 FILLER                   PIC  X(008)         VALUE
              ' LINHAS'.
           05 FILLER                   PIC  X(010)         VALUE
              '  LIMITE: '.
           05 WRK-VOL-DESVIOS          PIC  9,9            VALUE ZEROS.
           05 FILLER                   PIC  X(020)         VALUE
              ' DESVIOS (MINIMO '.
           05 WRK-VOL-PERCENTUAL       PIC  Z9             VALUE ZEROS.
           05 FILLER                   PIC  X(003)         VALUE
              '%)'.
           05 FILLER                   PIC  X(009)         VALUE
              '  DATA: '.
           05 WRK-VOL-DATA             PIC  X(010)         VALUE SPACES.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-VOL-HORA             PIC  X(008)         VALUE SPACES.
           05 FILLER                   PIC  X(029)         VALUE SPACES.

       01  WRK-VOL-CAB3.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 FILLER                   PIC  X(010)         VALUE
              'ARQUIVO'.
           05 FILLER                   PIC  X(014)         VALUE
              '   RECEBIDOS'.
           05 FILLER                   PIC  X(017)         VALUE
              '    MEDIA (ESP.)'.
           05 FILLER                   PIC  X(017)         VALUE
              '   DESVIO-PADRAO'.
           05 FILLER                   PIC  X(017)         VALUE
              '          LIMITE'.
           05 FILLER                   PIC  X(017)         VALUE
              '       DIFERENCA'.
           05 FILLER                   PIC  X(040)         VALUE
              '  PARECER'.

       01  WRK-VOL-DET.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-VLD-ARQUIVO          PIC  X(008)         VALUE SPACES.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-VLD-RECEBIDOS        PIC  ZZZ.ZZZ.ZZ9    VALUE ZEROS.
           05 FILLER                   PIC  X(003)         VALUE SPACES.
           05 WRK-VLD-MEDIA            PIC  ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER                   PIC  X(003)         VALUE SPACES.
           05 WRK-VLD-DESVIO           PIC  ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER                   PIC  X(003)         VALUE SPACES.
           05 WRK-VLD-LIMITE           PIC  ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-VLD-DIFERENCA        PIC  -ZZZ.ZZZ.ZZ9,99
                                                           VALUE ZEROS.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-VLD-PARECER          PIC  X(030)         VALUE SPACES.
           05 FILLER                   PIC  X(008)         VALUE SPACES.

       01  WRK-VOL-CAB-BALCAO.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 FILLER                   PIC  X(010)         VALUE
              'BALCAO'.
           05 FILLER                   PIC  X(015)         VALUE
              'APORTES REC.'.
           05 FILLER                   PIC  X(015)         VALUE
              'APORTES ESP.'.
           05 FILLER                   PIC  X(015)         VALUE
              'CCORRASS REC.'.
           05 FILLER                   PIC  X(015)         VALUE
              'CCORRASS ESP.'.
           05 FILLER                   PIC  X(062)         VALUE
              'PARECER'.

       01  WRK-VOL-DET-BALCAO.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-VDB-CBALCAO          PIC  X(005)         VALUE SPACES.
           05 FILLER                   PIC  X(003)         VALUE SPACES.
           05 WRK-VDB-REC-APORTE       PIC  ZZZ.ZZZ.ZZ9    VALUE ZEROS.
           05 FILLER                   PIC  X(004)         VALUE SPACES.
           05 WRK-VDB-ESP-APORTE       PIC  ZZZ.ZZZ.ZZ9    VALUE ZEROS.
           05 FILLER                   PIC  X(004)         VALUE SPACES.
           05 WRK-VDB-REC-CCORRASS     PIC  ZZZ.ZZZ.ZZ9    VALUE ZEROS.
           05 FILLER                   PIC  X(004)         VALUE SPACES.
           05 WRK-VDB-ESP-CCORRASS     PIC  ZZZ.ZZZ.ZZ9    VALUE ZEROS.
           05 FILLER                   PIC  X(004)         VALUE SPACES.
           05 WRK-VDB-PARECER          PIC  X(030)         VALUE SPACES.
           05 FILLER                   PIC  X(034)         VALUE SPACES.

       01  WRK-VOL-TITULO              PIC  X(133)         VALUE SPACES.

       01  WRK-VOL-BRANCO              PIC  X(133)         VALUE SPACES.

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
           '*** AREAS DOS ARQUIVOS DE ENTRADA              ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       COPY I#BUPV35.

       COPY I#BUPV3A.

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
                INCLUDE BUPVB024
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
      *--- EX.: PARM='ALTA,20,30,10'   (AVALIACAO NORMAL)
      *---      PARM='ALTA,20,30,10,L' (LIBERACAO PELA OPERACAO)
       01  LK-PARM-AREA.
           05 LK-PARM-TAM              PIC  S9(004) COMP.
           05 LK-PARM-CENTRO           PIC  X(004).
           05 FILLER                   PIC  X(001).
           05 LK-PARM-HISTORICO        PIC  X(002).
           05 FILLER                   PIC  X(001).
           05 LK-PARM-DESVIOS          PIC  X(002).
           05 FILLER                   PIC  X(001).
           05 LK-PARM-PERCENTUAL       PIC  X(002).
           05 FILLER                   PIC  X(001).
           05 LK-PARM-LIBERACAO        PIC  X(001).

      *================================================================*
       PROCEDURE                       DIVISION     USING
                                       LK-PARM-AREA.
      *================================================================*

      *----------------------------------------------------------------*
       0000-ROTINA-PRINCIPAL           SECTION.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIALIZAR.

           PERFORM 2000-CONTAR-EARQAPOR.

           PERFORM 2200-CONTAR-EARQCCOR.

           PERFORM 3000-LER-HISTORICO.

           PERFORM 3500-AVALIAR-VOLUME.

           PERFORM 3700-ESPERADO-POR-BALCAO.

           PERFORM 3800-IMPRIMIR-BALCOES.

           PERFORM 3900-GRAVAR-VOLUME-BALCAO.

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

           OPEN INPUT  EARQAPOR
                       EARQCCOR
                OUTPUT RELATO.

           IF WRK-FS-EARQAPOR          NOT EQUAL '00'
              OR WRK-FS-EARQCCOR       NOT EQUAL '00'
              OR WRK-FS-RELATO         NOT EQUAL '00'
              DISPLAY 'BUPV1079 - ERRO NA ABERTURA DOS ARQUIVOS'
              DISPLAY 'BUPV1079 - FS EARQAPOR = ' WRK-FS-EARQAPOR
                      ' EARQCCOR = ' WRK-FS-EARQCCOR
                      ' RELATO = '   WRK-FS-RELATO
              MOVE 12                  TO   RETURN-CODE
              STOP RUN
           END-IF.

           CALL 'BRAD7600'             USING WRK-7600-DATA-HORA.

           STRING WRK-7600-DIA '.'
                  WRK-7600-MES '.'
                  WRK-7600-ANO
              DELIMITED BY SIZE        INTO WRK-VOL-DATA
           END-STRING.

           STRING WRK-7600-HORA    ':'
                  WRK-7600-MINUTOS ':'
                  WRK-7600-SEGUNDOS
              DELIMITED BY SIZE        INTO WRK-VOL-HORA
           END-STRING.

           MOVE WRK-VOL-DATA           TO   WRK-HV-DATA-MOVTO.

           MOVE WRK-CCTRO-CUSTO-ORIGE  TO   WRK-VOL-CENTRO.
           MOVE WRK-LIMITE-DESVIOS     TO   WRK-VOL-DESVIOS.
           MOVE WRK-LIMITE-PERCENTUAL  TO   WRK-VOL-PERCENTUAL.

           MOVE SPACES                 TO   WRK-TAB-BALCOES.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1100-IMPRIMIR-CABECALHO         SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO   WRK-CTR-PAGINAS.

           MOVE WRK-CTR-PAGINAS        TO   WRK-VOL-PAGINA.

           WRITE FD-RELATO             FROM WRK-VOL-CAB1.
           WRITE FD-RELATO             FROM WRK-VOL-CAB2.
           WRITE FD-RELATO             FROM WRK-VOL-BRANCO.
           WRITE FD-RELATO             FROM WRK-VOL-TITULO.

           IF WRK-FS-RELATO            NOT EQUAL '00'
              PERFORM 9100-ERRO-GRAVACAO-RELATO
           END-IF.

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

           IF WRK-FS-RELATO            NOT EQUAL '00'
              PERFORM 9100-ERRO-GRAVACAO-RELATO
           END-IF.

           ADD 1                       TO   WRK-CTR-LINHAS.

      *----------------------------------------------------------------*
       1200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1400-OBTER-PARAMETROS           SECTION.
      *----------------------------------------------------------------*

           IF LK-PARM-TAM              LESS      4
              OR LK-PARM-CENTRO        EQUAL     SPACES
              DISPLAY '**************** BUPV1079 ****************'
              DISPLAY '*                                        *'
              DISPLAY '*   PARM OBRIGATORIA NAO INFORMADA       *'
              DISPLAY '*   CENTRO[,NN,KK,PP,L]                  *'
              DISPLAY '*                                        *'
              DISPLAY '**************** BUPV1079 ****************'
              MOVE 12                  TO   RETURN-CODE
              STOP RUN
           END-IF.

           MOVE LK-PARM-CENTRO         TO   WRK-CCTRO-CUSTO-ORIGE.

      *--- OS DEMAIS PARAMETROS SAO OPCIONAIS - AUSENTE OU NAO NUMERICO
      *--- MANTEM O DEFAULT JA CARREGADO.
           IF LK-PARM-TAM              GREATER   6
              AND LK-PARM-HISTORICO    NUMERIC
              MOVE LK-PARM-HISTORICO   TO   WRK-QTD-HISTORICO
           END-IF.

           IF WRK-QTD-HISTORICO        LESS      WRK-MIN-HISTORICO
              MOVE WRK-MIN-HISTORICO   TO   WRK-QTD-HISTORICO
           END-IF.

           IF LK-PARM-TAM              GREATER   9
              AND LK-PARM-DESVIOS      NUMERIC
              MOVE LK-PARM-DESVIOS     TO   WRK-LIMITE-DESVIOS(1:2)
           END-IF.

           IF LK-PARM-TAM              GREATER   12
              AND LK-PARM-PERCENTUAL   NUMERIC
              MOVE LK-PARM-PERCENTUAL  TO   WRK-LIMITE-PERCENTUAL
           END-IF.

           IF LK-PARM-TAM              GREATER   14
              MOVE LK-PARM-LIBERACAO   TO   WRK-SW-LIBERACAO
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

      *--- DESVIOS COM UMA DECIMAL IMPLICITA, COMO NA PARM.
           STRING 'HISTORICO='         WRK-QTD-HISTORICO
                  ';DESVIOS='          WRK-LIMITE-DESVIOS(1:2)
                  ';PERCENTUAL='       WRK-LIMITE-PERCENTUAL
                  ';LIBERACAO='        WRK-SW-LIBERACAO
              DELIMITED BY SIZE        INTO BU51-OPCOES
           END-STRING.

           CALL 'BUPVM130'             USING BU51-INTERFACE.

      *----------------------------------------------------------------*
       1450-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-CONTAR-EARQAPOR            SECTION.
      *----------------------------------------------------------------*

           PERFORM 2100-LER-EARQAPOR
                   UNTIL WRK-FS-EARQAPOR EQUAL '10'.

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
              DISPLAY 'BUPV1079 - ERRO NA LEITURA DO EARQAPOR - FS '
                      WRK-FS-EARQAPOR
              MOVE 12                  TO   RETURN-CODE
              STOP RUN
           END-IF.

      *--- HEADER/TRAILER DO ENVELOPE (I#BUPV45) NAO ENTRAM NA
      *--- CONTAGEM - O QTD_LIDOS_APORTE DA BUPV1054 TAMBEM SO CONTA
      *--- REGISTROS DE DADOS.
           IF BU35-REGISTRO(1:9)       EQUAL     'HDRAPOR**'
              OR BU35-REGISTRO(1:9)    EQUAL     'TRLAPOR**'
              GO TO 2100-99-FIM
           END-IF.

           ADD 1                       TO   ACU-LIDOS-EARQAPOR.

           IF BU35-CBALCAO             NOT EQUAL WRK-BALCAO-ANTERIOR
              MOVE BU35-CBALCAO        TO   WRK-BALCAO-PROCURADO
                                            WRK-BALCAO-ANTERIOR
              PERFORM 2500-LOCALIZAR-BALCAO
           END-IF.

           IF WRK-IND-BAL              GREATER   ZEROS
              ADD 1                    TO   WRK-TBB-REC-APORTE
                                            (WRK-IND-BAL)
           END-IF.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2200-CONTAR-EARQCCOR            SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO   WRK-BALCAO-ANTERIOR.

           PERFORM 2300-LER-EARQCCOR
                   UNTIL WRK-FS-EARQCCOR EQUAL '10'.

      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2300-LER-EARQCCOR               SECTION.
      *----------------------------------------------------------------*

           READ EARQCCOR               INTO BU3A-REGISTRO.

           IF WRK-FS-EARQCCOR          EQUAL     '10'
              GO TO 2300-99-FIM
           END-IF.

           IF WRK-FS-EARQCCOR          NOT EQUAL '00'
              DISPLAY 'BUPV1079 - ERRO NA LEITURA DO EARQCCOR - FS '
                      WRK-FS-EARQCCOR
              MOVE 12                  TO   RETURN-CODE
              STOP RUN
           END-IF.

           ADD 1                       TO   ACU-LIDOS-EARQCCOR.

           IF BU3A-CBALCAO             NOT EQUAL WRK-BALCAO-ANTERIOR
              MOVE BU3A-CBALCAO        TO   WRK-BALCAO-PROCURADO
                                            WRK-BALCAO-ANTERIOR
              PERFORM 2500-LOCALIZAR-BALCAO
           END-IF.

           IF WRK-IND-BAL              GREATER   ZEROS
              ADD 1                    TO   WRK-TBB-REC-CCORRASS
                                            (WRK-IND-BAL)
           END-IF.

      *----------------------------------------------------------------*
       2300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2500-LOCALIZAR-BALCAO           SECTION.
      *----------------------------------------------------------------*

      *--- DEVOLVE EM WRK-IND-BAL A POSICAO DO BALCAO PROCURADO NA
      *--- TABELA, INCLUINDO-O NA ORDEM QUANDO AINDA NAO EXISTE. TABELA
      *--- CHEIA DEVOLVE ZERO - O BALCAO FICA SO NO TOTAL DO ARQUIVO.
           MOVE 1                      TO   WRK-IND-BAL.

           PERFORM 2510-AVANCAR-BALCAO
                   UNTIL WRK-IND-BAL   GREATER   WRK-QTD-BALCOES
                      OR WRK-TBB-CBALCAO(WRK-IND-BAL)
                                       NOT LESS  WRK-BALCAO-PROCURADO.

           IF WRK-IND-BAL              NOT GREATER WRK-QTD-BALCOES
              AND WRK-TBB-CBALCAO(WRK-IND-BAL)
                                       EQUAL     WRK-BALCAO-PROCURADO
              GO TO 2500-99-FIM
           END-IF.

           IF WRK-QTD-BALCOES          NOT LESS  WRK-MAX-BALCOES
              SET WRK-TAB-BALCAO-ESGOTADA
                                       TO   TRUE
              MOVE ZEROS               TO   WRK-IND-BAL
              GO TO 2500-99-FIM
           END-IF.

           MOVE WRK-QTD-BALCOES        TO   WRK-IND-DESLOCA.

           PERFORM 2520-DESLOCAR-BALCAO
                   UNTIL WRK-IND-DESLOCA LESS WRK-IND-BAL.

           ADD 1                       TO   WRK-QTD-BALCOES.

           MOVE WRK-BALCAO-PROCURADO   TO   WRK-TBB-CBALCAO
                                            (WRK-IND-BAL).
           MOVE ZEROS                  TO   WRK-TBB-REC-APORTE
                                            (WRK-IND-BAL)
                                            WRK-TBB-REC-CCORRASS
                                            (WRK-IND-BAL)
                                            WRK-TBB-ESP-APORTE
                                            (WRK-IND-BAL)
                                            WRK-TBB-ESP-CCORRASS
                                            (WRK-IND-BAL).

      *----------------------------------------------------------------*
       2500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2510-AVANCAR-BALCAO             SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO   WRK-IND-BAL.

      *----------------------------------------------------------------*
       2510-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2520-DESLOCAR-BALCAO            SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-TBB-ENTRADA(WRK-IND-DESLOCA)
                                       TO   WRK-TBB-ENTRADA
                                            (WRK-IND-DESLOCA + 1).

           SUBTRACT 1                  FROM WRK-IND-DESLOCA.

      *----------------------------------------------------------------*
       2520-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-LER-HISTORICO              SECTION.
      *----------------------------------------------------------------*

      *--- AS ULTIMAS N EXTRACOES DO CENTRO COM LINHA DE AUDITORIA
      *--- (MAIS RECENTES PRIMEIRO). A EXTRACAO DESTA ENTRADA AINDA NAO
      *--- TEM AUDITORIA - A BUPV1054 SO A GRAVA AO FINAL.
           EXEC SQL
               DECLARE CURS-HISTORICO CURSOR FOR
               SELECT  QTD_LIDOS_APORTE,
                       QTD_LIDOS_CCORRASS
               FROM    DB2PRD.TCTRL_EXTRC_AUDIT
               WHERE   CCTRO_CUSTO_ORIGE   =   :WRK-CCTRO-CUSTO-ORIGE
               ORDER BY NSEQ_PROCM_EFETU DESC
           END-EXEC.

           EXEC SQL
               OPEN CURS-HISTORICO
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              MOVE 'TCTRL_EXTRC_AUDIT' TO   WRK-SQL-TABELA
              MOVE 'CURSOR'            TO   WRK-SQL-COMANDO
              MOVE '3000'              TO   WRK-SQL-LOCAL
              PERFORM 9200-ERRO-SQL
           END-IF.

           PERFORM 3100-FETCH-HISTORICO
                   UNTIL WRK-FIM-HISTORICO
                      OR ACU-HISTORICO NOT LESS WRK-QTD-HISTORICO.

           EXEC SQL
               CLOSE CURS-HISTORICO
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              MOVE 'TCTRL_EXTRC_AUDIT' TO   WRK-SQL-TABELA
              MOVE 'CURSOR'            TO   WRK-SQL-COMANDO
              MOVE '3000'              TO   WRK-SQL-LOCAL
              PERFORM 9200-ERRO-SQL
           END-IF.

           MOVE ACU-HISTORICO          TO   WRK-VOL-HISTORICO.

           IF ACU-HISTORICO            NOT LESS  WRK-MIN-HISTORICO
              SET WRK-HISTORICO-SUFICIENTE
                                       TO   TRUE
           END-IF.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3100-FETCH-HISTORICO            SECTION.
      *----------------------------------------------------------------*

           EXEC SQL
               FETCH CURS-HISTORICO
               INTO  :BUPVB024.QTD-LIDOS-APORTE,
                     :BUPVB024.QTD-LIDOS-CCORRASS
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE             EQUAL     ZEROS
                   CONTINUE
              WHEN SQLCODE             EQUAL     100
                   SET WRK-FIM-HISTORICO
                                       TO   TRUE
                   GO TO 3100-99-FIM
              WHEN OTHER
                   MOVE 'TCTRL_EXTRC_AUDIT'
                                       TO   WRK-SQL-TABELA
                   MOVE 'CURSOR'       TO   WRK-SQL-COMANDO
                   MOVE '3100'         TO   WRK-SQL-LOCAL
                   PERFORM 9200-ERRO-SQL
           END-EVALUATE.

           ADD 1                       TO   ACU-HISTORICO.

           ADD QTD-LIDOS-APORTE OF BUPVB024
                                       TO   ACU-SOMA-APORTE.
           COMPUTE ACU-SOMA-QUAD-APORTE =
                   ACU-SOMA-QUAD-APORTE
                 + (QTD-LIDOS-APORTE OF BUPVB024
                 *  QTD-LIDOS-APORTE OF BUPVB024).

           ADD QTD-LIDOS-CCORRASS OF BUPVB024
                                       TO   ACU-SOMA-CCORRASS.
           COMPUTE ACU-SOMA-QUAD-CCORRASS =
                   ACU-SOMA-QUAD-CCORRASS
                 + (QTD-LIDOS-CCORRASS OF BUPVB024
                 *  QTD-LIDOS-CCORRASS OF BUPVB024).

      *----------------------------------------------------------------*
       3100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3500-AVALIAR-VOLUME             SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-VOL-CAB3           TO   WRK-VOL-TITULO.
           PERFORM 1100-IMPRIMIR-CABECALHO.

           MOVE 'EARQAPOR'             TO   WRK-GTE-ARQUIVO.
           MOVE ACU-LIDOS-EARQAPOR     TO   WRK-GTE-RECEBIDOS.
           MOVE ACU-SOMA-APORTE        TO   WRK-GTE-SOMA.
           MOVE ACU-SOMA-QUAD-APORTE   TO   WRK-GTE-SOMA-QUAD.
           PERFORM 3600-AVALIAR-ARQUIVO.

           MOVE 'EARQCCOR'             TO   WRK-GTE-ARQUIVO.
           MOVE ACU-LIDOS-EARQCCOR     TO   WRK-GTE-RECEBIDOS.
           MOVE ACU-SOMA-CCORRASS      TO   WRK-GTE-SOMA.
           MOVE ACU-SOMA-QUAD-CCORRASS TO   WRK-GTE-SOMA-QUAD.
           PERFORM 3600-AVALIAR-ARQUIVO.

           MOVE WRK-VOL-BRANCO         TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

           MOVE SPACES                 TO   WRK-LINHA-IMPRIMIR.

           EVALUATE TRUE
              WHEN WRK-HISTORICO-INSUFICIENTE
                   MOVE ' HISTORICO DE AUDITORIA INSUFICIENTE - VOLUME N
      -                 'AO AVALIADO'  TO   WRK-LINHA-IMPRIMIR
                   MOVE 4              TO   WRK-COND-CODE
              WHEN ACU-ANOMALIAS       EQUAL     ZEROS
                   MOVE ' VOLUME DENTRO DO PADRAO - CADEIA LIBERADA'
                                       TO   WRK-LINHA-IMPRIMIR
              WHEN WRK-LIBERACAO-OPERACAO
                   MOVE ' VOLUME FORA DO PADRAO - CADEIA LIBERADA PELA O
      -                 'PERACAO (PARM L)'
                                       TO   WRK-LINHA-IMPRIMIR
              WHEN OTHER
                   MOVE ' VOLUME FORA DO PADRAO - CADEIA RETIDA ATE LIBE
      -                 'RACAO DA OPERACAO'
                                       TO   WRK-LINHA-IMPRIMIR
                   MOVE 8              TO   WRK-COND-CODE
           END-EVALUATE.

           PERFORM 1200-IMPRIMIR-LINHA.

      *----------------------------------------------------------------*
       3500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3600-AVALIAR-ARQUIVO            SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO   WRK-GTE-MEDIA
                                            WRK-GTE-DESVIO
                                            WRK-GTE-LIMITE
                                            WRK-GTE-DIFERENCA.

           MOVE WRK-GTE-ARQUIVO        TO   WRK-VLD-ARQUIVO.
           MOVE WRK-GTE-RECEBIDOS      TO   WRK-VLD-RECEBIDOS.

           IF WRK-HISTORICO-INSUFICIENTE
              MOVE 'SEM HISTORICO SUFICIENTE'
                                       TO   WRK-VLD-PARECER
              GO TO 3600-90-IMPRIMIR
           END-IF.

      *--- MEDIA E DESVIO-PADRAO AMOSTRAL:
      *---   VARIANCIA = (SOMA DOS QUADRADOS - N X MEDIA**2) / (N - 1)
      *--- ARREDONDAMENTO PODE DEIXAR A VARIANCIA LIGEIRAMENTE NEGATIVA
      *--- QUANDO O VOLUME E CONSTANTE - VALE ZERO.
           COMPUTE WRK-GTE-MEDIA ROUNDED =
                   WRK-GTE-SOMA / ACU-HISTORICO.

           COMPUTE WRK-GTE-VARIANCIA ROUNDED =
                  (WRK-GTE-SOMA-QUAD
                 - (ACU-HISTORICO * WRK-GTE-MEDIA * WRK-GTE-MEDIA))
                 / (ACU-HISTORICO - 1).

           IF WRK-GTE-VARIANCIA        GREATER   ZEROS
              COMPUTE WRK-GTE-DESVIO ROUNDED =
                      WRK-GTE-VARIANCIA ** 0,5
           END-IF.

      *--- LIMITE = K DESVIOS-PADRAO, MAS NUNCA MENOS QUE P% DA MEDIA
      *--- (VOLUME MUITO ESTAVEL TEM DESVIO QUASE ZERO E QUALQUER
      *--- OSCILACAO NORMAL RETERIA A CADEIA).
           COMPUTE WRK-GTE-LIMITE ROUNDED =
                   WRK-GTE-DESVIO * WRK-LIMITE-DESVIOS.

           COMPUTE WRK-GTE-LIMITE-PCT ROUNDED =
                   WRK-GTE-MEDIA * WRK-LIMITE-PERCENTUAL / 100.

           IF WRK-GTE-LIMITE-PCT       GREATER   WRK-GTE-LIMITE
              MOVE WRK-GTE-LIMITE-PCT  TO   WRK-GTE-LIMITE
           END-IF.

           COMPUTE WRK-GTE-DIFERENCA =
                   WRK-GTE-RECEBIDOS - WRK-GTE-MEDIA.

           IF WRK-GTE-DIFERENCA        LESS      ZEROS
              COMPUTE WRK-GTE-DIFERENCA-ABS =
                      ZEROS - WRK-GTE-DIFERENCA
           ELSE
              MOVE WRK-GTE-DIFERENCA   TO   WRK-GTE-DIFERENCA-ABS
           END-IF.

           IF WRK-GTE-DIFERENCA-ABS    GREATER   WRK-GTE-LIMITE
              ADD 1                    TO   ACU-ANOMALIAS
              IF WRK-GTE-DIFERENCA     LESS      ZEROS
                 MOVE '<<< ABAIXO DO ESPERADO'
                                       TO   WRK-VLD-PARECER
              ELSE
                 MOVE '<<< ACIMA DO ESPERADO'
                                       TO   WRK-VLD-PARECER
              END-IF
           ELSE
              MOVE 'DENTRO DO PADRAO'  TO   WRK-VLD-PARECER
           END-IF.

       3600-90-IMPRIMIR.

           MOVE WRK-GTE-MEDIA          TO   WRK-VLD-MEDIA.
           MOVE WRK-GTE-DESVIO         TO   WRK-VLD-DESVIO.
           MOVE WRK-GTE-LIMITE         TO   WRK-VLD-LIMITE.
           MOVE WRK-GTE-DIFERENCA      TO   WRK-VLD-DIFERENCA.

           MOVE WRK-VOL-DET            TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

      *----------------------------------------------------------------*
       3600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3700-ESPERADO-POR-BALCAO        SECTION.
      *----------------------------------------------------------------*

      *--- JANELA: AS ULTIMAS N DATAS DE MOVIMENTO JA GRAVADAS PARA O
      *--- CENTRO (EXCETO A DE HOJE - REPROCESSAMENTO DO DIA). O
      *--- ESPERADO DO BALCAO E A SOMA NA JANELA / NUMERO DE DATAS -
      *--- DATA EM QUE O BALCAO NAO APARECEU CONTA COMO ZERO.
           EXEC SQL
               DECLARE CURS-DATAS CURSOR FOR
               SELECT  DISTINCT CHAR(DATA_MOVTO, EUR),
                       DATA_MOVTO
               FROM    DB2PRD.TCTRL_VOLUME_BALCAO
               WHERE   CCTRO_CUSTO_ORIGE   =   :WRK-CCTRO-CUSTO-ORIGE
               AND     DATA_MOVTO          <
                       DATE(:WRK-HV-DATA-MOVTO)
               ORDER BY DATA_MOVTO DESC
           END-EXEC.

           EXEC SQL
               OPEN CURS-DATAS
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              MOVE 'TCTRL_VOLUME_BALCAO'
                                       TO   WRK-SQL-TABELA
              MOVE 'CURSOR'            TO   WRK-SQL-COMANDO
              MOVE '3700'              TO   WRK-SQL-LOCAL
              PERFORM 9200-ERRO-SQL
           END-IF.

           MOVE ZEROS                  TO   WRK-HV-QTD-DATAS.
           MOVE 'N'                    TO   WRK-SW-FIM-BALCAO.

           PERFORM 3710-FETCH-DATA
                   UNTIL WRK-FIM-BALCAO
                      OR WRK-HV-QTD-DATAS NOT LESS WRK-QTD-HISTORICO.

           EXEC SQL
               CLOSE CURS-DATAS
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              MOVE 'TCTRL_VOLUME_BALCAO'
                                       TO   WRK-SQL-TABELA
              MOVE 'CURSOR'            TO   WRK-SQL-COMANDO
              MOVE '3700'              TO   WRK-SQL-LOCAL
              PERFORM 9200-ERRO-SQL
           END-IF.

           IF WRK-HV-QTD-DATAS         EQUAL     ZEROS
              GO TO 3700-99-FIM
           END-IF.

           EXEC SQL
               DECLARE CURS-BALCOES CURSOR FOR
               SELECT  CBALCAO,
                       SUM(QTD_APORTE),
                       SUM(QTD_CCORRASS)
               FROM    DB2PRD.TCTRL_VOLUME_BALCAO
               WHERE   CCTRO_CUSTO_ORIGE   =   :WRK-CCTRO-CUSTO-ORIGE
               AND     DATA_MOVTO          >=
                       DATE(:WRK-HV-DATA-INICIO)
               AND     DATA_MOVTO          <
                       DATE(:WRK-HV-DATA-MOVTO)
               GROUP BY CBALCAO
               ORDER BY CBALCAO
           END-EXEC.

           EXEC SQL
               OPEN CURS-BALCOES
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              MOVE 'TCTRL_VOLUME_BALCAO'
                                       TO   WRK-SQL-TABELA
              MOVE 'CURSOR'            TO   WRK-SQL-COMANDO
              MOVE '3700'              TO   WRK-SQL-LOCAL
              PERFORM 9200-ERRO-SQL
           END-IF.

           MOVE 'N'                    TO   WRK-SW-FIM-BALCAO.

           PERFORM 3720-FETCH-BALCAO
                   UNTIL WRK-FIM-BALCAO.

           EXEC SQL
               CLOSE CURS-BALCOES
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              MOVE 'TCTRL_VOLUME_BALCAO'
                                       TO   WRK-SQL-TABELA
              MOVE 'CURSOR'            TO   WRK-SQL-COMANDO
              MOVE '3700'              TO   WRK-SQL-LOCAL
              PERFORM 9200-ERRO-SQL
           END-IF.

      *----------------------------------------------------------------*
       3700-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3710-FETCH-DATA                 SECTION.
      *----------------------------------------------------------------*

           EXEC SQL
               FETCH CURS-DATAS
               INTO  :WRK-HV-DATA-INICIO
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE             EQUAL     ZEROS
                   ADD 1               TO   WRK-HV-QTD-DATAS
              WHEN SQLCODE             EQUAL     100
                   SET WRK-FIM-BALCAO  TO   TRUE
              WHEN OTHER
                   MOVE 'TCTRL_VOLUME_BALCAO'
                                       TO   WRK-SQL-TABELA
                   MOVE 'CURSOR'       TO   WRK-SQL-COMANDO
                   MOVE '3710'         TO   WRK-SQL-LOCAL
                   PERFORM 9200-ERRO-SQL
           END-EVALUATE.

      *----------------------------------------------------------------*
       3710-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3720-FETCH-BALCAO               SECTION.
      *----------------------------------------------------------------*

           EXEC SQL
               FETCH CURS-BALCOES
               INTO  :WRK-HV-CBALCAO,
                     :WRK-HV-QTD-APORTE,
                     :WRK-HV-QTD-CCORRASS
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE             EQUAL     ZEROS
                   CONTINUE
              WHEN SQLCODE             EQUAL     100
                   SET WRK-FIM-BALCAO  TO   TRUE
                   GO TO 3720-99-FIM
              WHEN OTHER
                   MOVE 'TCTRL_VOLUME_BALCAO'
                                       TO   WRK-SQL-TABELA
                   MOVE 'CURSOR'       TO   WRK-SQL-COMANDO
                   MOVE '3720'         TO   WRK-SQL-LOCAL
                   PERFORM 9200-ERRO-SQL
           END-EVALUATE.

      *--- BALCAO DO HISTORICO QUE NAO VEIO HOJE TAMBEM ENTRA NA
      *--- TABELA (RECEBIDO ZERO) - E JUSTAMENTE O CASO DO ARQUIVO
      *--- PELA METADE.
           MOVE WRK-HV-CBALCAO         TO   WRK-BALCAO-PROCURADO.
           PERFORM 2500-LOCALIZAR-BALCAO.

           IF WRK-IND-BAL              GREATER   ZEROS
              COMPUTE WRK-TBB-ESP-APORTE(WRK-IND-BAL) ROUNDED =
                      WRK-HV-QTD-APORTE / WRK-HV-QTD-DATAS
              COMPUTE WRK-TBB-ESP-CCORRASS(WRK-IND-BAL) ROUNDED =
                      WRK-HV-QTD-CCORRASS / WRK-HV-QTD-DATAS
           END-IF.

      *----------------------------------------------------------------*
       3720-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3800-IMPRIMIR-BALCOES           SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-VOL-CAB-BALCAO     TO   WRK-VOL-TITULO.
           PERFORM 1100-IMPRIMIR-CABECALHO.

           IF WRK-HV-QTD-DATAS         EQUAL     ZEROS
              MOVE SPACES              TO   WRK-LINHA-IMPRIMIR
              MOVE ' SEM HISTORICO POR BALCAO - ESPERADO NAO DISPONIV
      -           'EL'                 TO   WRK-LINHA-IMPRIMIR
              PERFORM 1200-IMPRIMIR-LINHA
           END-IF.

           IF WRK-TAB-BALCAO-ESGOTADA
              MOVE SPACES              TO   WRK-LINHA-IMPRIMIR
              MOVE ' TABELA DE BALCOES ESGOTADA - DETALHE PARCIAL (TOT
      -           'AIS COMPLETOS)'     TO   WRK-LINHA-IMPRIMIR
              PERFORM 1200-IMPRIMIR-LINHA
           END-IF.

           MOVE 1                      TO   WRK-IND-BAL.

           PERFORM 3810-IMPRIMIR-BALCAO
                   UNTIL WRK-IND-BAL   GREATER   WRK-QTD-BALCOES.

      *----------------------------------------------------------------*
       3800-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3810-IMPRIMIR-BALCAO            SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-TBB-CBALCAO(WRK-IND-BAL)
                                       TO   WRK-VDB-CBALCAO.
           MOVE WRK-TBB-REC-APORTE(WRK-IND-BAL)
                                       TO   WRK-VDB-REC-APORTE.
           MOVE WRK-TBB-ESP-APORTE(WRK-IND-BAL)
                                       TO   WRK-VDB-ESP-APORTE.
           MOVE WRK-TBB-REC-CCORRASS(WRK-IND-BAL)
                                       TO   WRK-VDB-REC-CCORRASS.
           MOVE WRK-TBB-ESP-CCORRASS(WRK-IND-BAL)
                                       TO   WRK-VDB-ESP-CCORRASS.
           MOVE SPACES                 TO   WRK-VDB-PARECER.

      *--- POR BALCAO SO O LIMITE PERCENTUAL (SEM DESVIO-PADRAO) - E
      *--- INFORMATIVO: QUEM RETEM A CADEIA E O TOTAL DO ARQUIVO.
           IF WRK-HV-QTD-DATAS         GREATER   ZEROS
              COMPUTE WRK-BAL-LIMITE ROUNDED =
                      WRK-TBB-ESP-APORTE(WRK-IND-BAL)
                    * WRK-LIMITE-PERCENTUAL / 100
              COMPUTE WRK-BAL-DIFERENCA =
                      WRK-TBB-REC-APORTE(WRK-IND-BAL)
                    - WRK-TBB-ESP-APORTE(WRK-IND-BAL)
              IF WRK-BAL-DIFERENCA     LESS      ZEROS
                 COMPUTE WRK-BAL-DIFERENCA =
                         ZEROS - WRK-BAL-DIFERENCA
              END-IF
              IF WRK-BAL-DIFERENCA     GREATER   WRK-BAL-LIMITE
                 MOVE '<<< FORA DO PADRAO'
                                       TO   WRK-VDB-PARECER
              END-IF
              IF WRK-TBB-ESP-APORTE(WRK-IND-BAL)
                                       EQUAL     ZEROS
                 MOVE 'BALCAO SEM HISTORICO'
                                       TO   WRK-VDB-PARECER
              END-IF
              IF WRK-TBB-REC-APORTE(WRK-IND-BAL)
                                       EQUAL     ZEROS
                 AND WRK-TBB-ESP-APORTE(WRK-IND-BAL)
                                       GREATER   ZEROS
                 MOVE '<<< AUSENTE NESTA ENTRADA'
                                       TO   WRK-VDB-PARECER
              END-IF
           END-IF.

           MOVE WRK-VOL-DET-BALCAO     TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

           ADD 1                       TO   WRK-IND-BAL.

      *----------------------------------------------------------------*
       3810-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3900-GRAVAR-VOLUME-BALCAO       SECTION.
      *----------------------------------------------------------------*

      *--- SO ENTRADA ACEITA (NO PADRAO, SEM HISTORICO OU LIBERADA PELA
      *--- OPERACAO) ALIMENTA A BASE POR BALCAO - ENTRADA RETIDA NAO
      *--- PODE CONTAMINAR O ESPERADO DOS PROXIMOS DIAS. O DELETE DA
      *--- DATA TORNA O PASSO REEXECUTAVEL NO MESMO DIA.
           IF WRK-COND-CODE            EQUAL     8
              GO TO 3900-99-FIM
           END-IF.

           EXEC SQL
               DELETE FROM DB2PRD.TCTRL_VOLUME_BALCAO
               WHERE   CCTRO_CUSTO_ORIGE   =   :WRK-CCTRO-CUSTO-ORIGE
               AND     DATA_MOVTO          =
                       DATE(:WRK-HV-DATA-MOVTO)
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              AND SQLCODE              NOT EQUAL 100
              MOVE 'TCTRL_VOLUME_BALCAO'
                                       TO   WRK-SQL-TABELA
              MOVE 'DELETE'            TO   WRK-SQL-COMANDO
              MOVE '3900'              TO   WRK-SQL-LOCAL
              PERFORM 9200-ERRO-SQL
           END-IF.

           MOVE 1                      TO   WRK-IND-BAL.

           PERFORM 3910-INSERIR-VOLUME
                   UNTIL WRK-IND-BAL   GREATER   WRK-QTD-BALCOES.

           EXEC SQL
               COMMIT
           END-EXEC.

      *----------------------------------------------------------------*
       3900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3910-INSERIR-VOLUME             SECTION.
      *----------------------------------------------------------------*

      *--- BALCAO SO DO HISTORICO (NADA RECEBIDO HOJE) NAO GERA LINHA -
      *--- A AUSENCIA JA CONTA COMO ZERO NA MEDIA.
           IF WRK-TBB-REC-APORTE(WRK-IND-BAL)
                                       EQUAL     ZEROS
              AND WRK-TBB-REC-CCORRASS(WRK-IND-BAL)
                                       EQUAL     ZEROS
              GO TO 3910-90-PROXIMO
           END-IF.

           MOVE WRK-TBB-CBALCAO(WRK-IND-BAL)
                                       TO   WRK-HV-CBALCAO.
           MOVE WRK-TBB-REC-APORTE(WRK-IND-BAL)
                                       TO   WRK-HV-QTD-APORTE.
           MOVE WRK-TBB-REC-CCORRASS(WRK-IND-BAL)
                                       TO   WRK-HV-QTD-CCORRASS.

           EXEC SQL
               INSERT INTO DB2PRD.TCTRL_VOLUME_BALCAO
                      (CCTRO_CUSTO_ORIGE,
                       DATA_MOVTO,
                       CBALCAO,
                       QTD_APORTE,
                       QTD_CCORRASS)
               VALUES (:WRK-CCTRO-CUSTO-ORIGE,
                       DATE(:WRK-HV-DATA-MOVTO),
                       :WRK-HV-CBALCAO,
                       :WRK-HV-QTD-APORTE,
                       :WRK-HV-QTD-CCORRASS)
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              MOVE 'TCTRL_VOLUME_BALCAO'
                                       TO   WRK-SQL-TABELA
              MOVE 'INSERT'            TO   WRK-SQL-COMANDO
              MOVE '3910'              TO   WRK-SQL-LOCAL
              PERFORM 9200-ERRO-SQL
           END-IF.

       3910-90-PROXIMO.

           ADD 1                       TO   WRK-IND-BAL.

      *----------------------------------------------------------------*
       3910-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*

           CLOSE EARQAPOR
                 EARQCCOR
                 RELATO.

           IF WRK-COND-CODE            EQUAL     8
              DISPLAY '**************** BUPV1079 ****************'
              DISPLAY '*                                        *'
              DISPLAY '*   VOLUME DAS ENTRADAS FORA DO PADRAO   *'
              DISPLAY '*   CENTRO ' WRK-CCTRO-CUSTO-ORIGE
                      ' - CADEIA RETIDA            *'
              DISPLAY '*   VERIFICAR O RELATO E, SE CORRETO,    *'
              DISPLAY '*   LIBERAR COM ' QUOTE 'L' QUOTE
                      ' NA PARM               *'
              DISPLAY '*                                        *'
              DISPLAY '**************** BUPV1079 ****************'
           END-IF.

           IF WRK-LIBERACAO-OPERACAO
              AND ACU-ANOMALIAS        GREATER   ZEROS
              DISPLAY 'BUPV1079 - VOLUME FORA DO PADRAO LIBERADO PELA '
                      'OPERACAO - CENTRO ' WRK-CCTRO-CUSTO-ORIGE
           END-IF.

           MOVE WRK-COND-CODE          TO   RETURN-CODE.

           STOP RUN.

      *----------------------------------------------------------------*
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9100-ERRO-GRAVACAO-RELATO       SECTION.
      *----------------------------------------------------------------*

           DISPLAY 'BUPV1079 - ERRO NA GRAVACAO DO RELATO - FS '
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
           STRING 'GATE DE VOLUME - CENTRO '
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
