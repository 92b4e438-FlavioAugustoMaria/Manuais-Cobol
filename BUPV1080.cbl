      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. BUPV1080.
       AUTHOR.     RAPHAEL MARQUES.
      *================================================================*
      *                   P R I M E  I N F O R M A T I C A             *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  BUPV1080                                     *
      *    PROGRAMADOR.:  RAPHAEL MARQUES                   -  PRIME   *
      *    ANALISTA....:  MAURO                             -  PRIME   *
      *    DATA........:  15/10/2026                                   *
      *----------------------------------------------------------------*
      *    OBJETIVO....:  CARGA DE APORTES RECEBIDOS POR MQSERIES -    *
      *                   ESVAZIA A FILA DE ENTRADA DO CENTRO (MQGET   *
      *                   DESTRUTIVO SOB SYNCPOINT), VALIDA CADA       *
      *                   MENSAGEM CONTRA O LAYOUT I#BUPV35, CLASSIFICA*
      *                   AS VALIDAS PELA CHAVE DE 21 BYTES DO         *
      *                   BATIMENTO (BALCAO+PRODUTO+SUBPRODUTO+CONTA+  *
      *                   DIGITO+ZMOVCTA) E GRAVA O EARQAPOR COM O     *
      *                   ENVELOPE I#BUPV45 (HEADER/TRAILER COM        *
      *                   CONTAGEM E HASH-TOTAIS), PRONTO PARA A       *
      *                   BUPV1054 COM ENVELOPE LIGADO. A EXTRACAO E   *
      *                   CADASTRADA PENDENTE (12) NO TCTRL_EXTRC_DADO.*
      *                   MENSAGEM REPROVADA VAI PARA A FILA DE        *
      *                   REJEICAO COM O MOTIVO (I#BUPV4E). O RELATO   *
      *                   CONCILIA LIDAS = GRAVADAS + REJEITADAS.      *
      *                   A RETIRADA DAS MENSAGENS DA FILA SO E        *
      *                   CONFIRMADA (MQCMIT) DEPOIS DO EARQAPOR       *
      *                   FECHADO, DA EXTRACAO CADASTRADA E DA         *
      *                   CONCILIACAO BATIDA - QUALQUER FALHA ANTES    *
      *                   DISSO DEVOLVE TODAS AS MENSAGENS A FILA      *
      *                   (MQBACK) E O PASSO PODE SER REPETIDO.        *
      *                   COM EXTRACAO AINDA PENDENTE (12/13) PARA O   *
      *                   CENTRO A CARGA NAO E FEITA - A BUPV1054 SO   *
      *                   ADMITE UMA PENDENTE POR CENTRO.              *
      *----------------------------------------------------------------*
      *    COND CODES..:  0000 - CARGA NORMAL                          *
      *                   0004 - HOUVE REJEICOES OU FILA VAZIA         *
      *                   0008 - JA EXISTE EXTRACAO PENDENTE PARA O    *
      *                          CENTRO - CARGA NAO EXECUTADA          *
      *                   0012 - ERRO DE PARM/ARQUIVO/SORT             *
      *                   0016 - ERRO MQ OU CONCILIACAO DIVERGENTE     *
      *----------------------------------------------------------------*
      *    BCO DE DADOS:                                               *
      *                TABLE                          INCLUDE/BOOK     *
      *                DB2PRD.TCTRL_EXTRC_DADO           BUPVB023      *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME           I/O           INCLUDE/BOOK     *
      *                EARQAPOR          O              I#BUPV35       *
      *                                                 I#BUPV45       *
      *                SORTWK01          -    (SORT INTERNO)           *
      *                RELATO            O              (INTERNO)      *
      *----------------------------------------------------------------*
      *    BOOK'S......:                                               *
      *    I#BRAD7C - AREA PARA TRATAMENTO DE ERRO PELA BRAD7100       *
      *    I#BUPV00 - AREA DE COMUNICACAO                              *
      *    I#BUPV35 - AREA PARA ARQUIVOS DE APORTES                    *
      *    I#BUPV45 - ENVELOPE (HEADER/TRAILER) DO EARQAPOR            *
      *    I#BUPV4E - MENSAGEM DA FILA DE REJEICAO                     *
      *    I#MQSB01 - AREAS E CONSTANTES MQSERIES                      *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    BRAD0560 - OBTEM INFORMACOES DO JOB                         *
      *    BRAD7100 - AREA PARA TRATAMENTO DE ERRO PELA BRAD7100       *
      *    BRAD7600 - DATA E HORA ATUAL                                *
      *    BUPVM100 - GRAVAR LOG DE ERRO                               *
      *    CKRS1000 - CONEXAO COM O DB2                                *
      *    MQCONN/MQOPEN/MQGET/MQPUT1/MQCMIT/MQBACK/MQCLOSE/MQDISC     *
      *----------------------------------------------------------------*
      *    PARM........:  PARM='CCCC,FILA-ENTRADA,FILA-REJEICAO'       *
      *                   CCCC          = CENTRO DE CUSTO ORIGEM       *
      *                   FILA-ENTRADA  = FILA DE APORTES DO CENTRO    *
      *                   FILA-REJEICAO = FILA DAS MENSAGENS           *
      *                                   REPROVADAS                   *
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

           SELECT SORTAPOR  ASSIGN     TO   UT-S-SORTWK01.

           SELECT RELATO    ASSIGN     TO   UT-S-RELATO
           FILE STATUS                 IS   WRK-FS-RELATO.

      *================================================================*
       DATA                            DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *   OUTPUT:  APORTES CARREGADOS DA FILA, COM ENVELOPE I#BUPV45   *
      *            ORG. SEQUENCIAL     -   LRECL   =   356             *
      *----------------------------------------------------------------*
       FD  EARQAPOR
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  FD-EARQAPOR                 PIC  X(356).

      *----------------------------------------------------------------*
      *   SORT:    APORTES VALIDOS NA ORDEM DA CHAVE DO BATIMENTO      *
      *----------------------------------------------------------------*
       SD  SORTAPOR.
       01  SRT-REGISTRO.
           05 SRT-CHAVE                PIC  X(021).
           05 FILLER                   PIC  X(335).

      *----------------------------------------------------------------*
      *   OUTPUT:  RELATORIO DA CARGA                                  *
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

       77  ACU-LIDAS                   PIC  9(009) COMP-3  VALUE ZEROS.
       77  ACU-LIBERADAS-SORT          PIC  9(009) COMP-3  VALUE ZEROS.
       77  ACU-GRAVADOS-EARQAPOR       PIC  9(009) COMP-3  VALUE ZEROS.
       77  ACU-REJEITADAS              PIC  9(009) COMP-3  VALUE ZEROS.
       77  ACU-TRUNCADAS               PIC  9(009) COMP-3  VALUE ZEROS.
       77  ACU-HASH-ZMOVCTA            PIC  9(018) COMP-3  VALUE ZEROS.
       77  ACU-HASH-ZMOVASSOC          PIC  9(018) COMP-3  VALUE ZEROS.
       77  ACU-PENDENTES               PIC S9(009) COMP    VALUE ZEROS.

       77  WRK-BATCH                   PIC  X(008)         VALUE
           'BATCH'.

       77  WRK-PGM                     PIC  X(008)         VALUE
           'BUPV1080'.

       77  WRK-MODULO                  PIC  X(008)         VALUE SPACES.

       77  WRK-COND-CODE               PIC  9(004)         VALUE ZEROS.

       77  WRK-FS-EARQAPOR             PIC  X(002)         VALUE SPACES.
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

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  FILLER                      PIC  X(050)         VALUE
           '*** PARAMETROS E CONTROLE DA CARGA             ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       77  WRK-CCTRO-CUSTO-ORIGE       PIC  X(004)         VALUE SPACES.
       77  WRK-FILA-ENTRADA            PIC  X(048)         VALUE SPACES.
       77  WRK-FILA-REJEICAO           PIC  X(048)         VALUE SPACES.
       77  WRK-QMGR                    PIC  X(048)         VALUE SPACES.

       77  WRK-DATA-PROC               PIC  X(010)         VALUE SPACES.
       77  WRK-HORA-PROC               PIC  X(008)         VALUE SPACES.

       77  WRK-SW-FIM-FILA             PIC  X(001)         VALUE 'N'.
           88 WRK-FIM-FILA                                 VALUE 'S'.

       77  WRK-SW-FIM-SORT             PIC  X(001)         VALUE 'N'.
           88 WRK-FIM-SORT                                 VALUE 'S'.

       77  WRK-SW-MQ-CONECTADO         PIC  X(001)         VALUE 'N'.
           88 WRK-MQ-CONECTADO                             VALUE 'S'.

       77  WRK-SW-CONCILIACAO          PIC  X(001)         VALUE 'S'.
           88 WRK-CONCILIACAO-CONFERE                      VALUE 'S'.
           88 WRK-CONCILIACAO-DIVERGE                      VALUE 'N'.

      *--- MOTIVO DA REJEICAO DA MENSAGEM CORRENTE (ZERO = VALIDA).
       77  WRK-COD-MOTIVO              PIC  9(003)         VALUE ZEROS.
           88 WRK-MENSAGEM-VALIDA                          VALUE ZEROS.
       77  WRK-DESC-MOTIVO             PIC  X(060)         VALUE SPACES.

       77  WRK-TAM-UTIL                PIC S9(009) COMP    VALUE ZEROS.
       77  WRK-TAM-REJEICAO            PIC S9(009) COMP    VALUE ZEROS.
       77  WRK-MSGID-ORIGINAL          PIC  X(024)         VALUE
           LOW-VALUES.
       77  WRK-CHAMADA-MQ              PIC  X(012)         VALUE SPACES.

      *--- AREAS DA VALIDACAO DE DATA (DD.MM.AAAA).
       01  WRK-DATA-VALIDAR            PIC  X(010)         VALUE SPACES.
       01  WRK-DATA-VALIDAR-R          REDEFINES WRK-DATA-VALIDAR.
           05 WRK-DTV-DIA              PIC  9(002).
           05 WRK-DTV-SEP1             PIC  X(001).
           05 WRK-DTV-MES              PIC  9(002).
           05 WRK-DTV-SEP2             PIC  X(001).
           05 WRK-DTV-ANO              PIC  9(004).

       77  WRK-SW-DATA                 PIC  X(001)         VALUE 'S'.
           88 WRK-DATA-VALIDA                              VALUE 'S'.
           88 WRK-DATA-INVALIDA                            VALUE 'N'.

       77  WRK-DTV-DIA-MAX             PIC  9(002)         VALUE ZEROS.
       77  WRK-DTV-QUOC                PIC  9(004)         VALUE ZEROS.
       77  WRK-DTV-RESTO-4             PIC  9(004)         VALUE ZEROS.
       77  WRK-DTV-RESTO-100           PIC  9(004)         VALUE ZEROS.
       77  WRK-DTV-RESTO-400           PIC  9(004)         VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  FILLER                      PIC  X(050)         VALUE
           '*** BUFFER DA MENSAGEM                         ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-BUFFER                  PIC  X(32000)       VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  FILLER                      PIC  X(050)         VALUE
           '*** LINHAS DO RELATO                           ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-LINHA-IMPRIMIR          PIC  X(133)         VALUE SPACES.

       01  WRK-CMQ-CAB1.
           05 FILLER                   PIC  X(001)         VALUE '1'.
           05 FILLER                   PIC  X(008)         VALUE
              'BUPV1080'.
           05 FILLER                   PIC  X(010)         VALUE SPACES.
           05 FILLER                   PIC  X(045)         VALUE
              'CARGA DE APORTES RECEBIDOS POR FILA MQ       '.
           05 FILLER                   PIC  X(053)         VALUE SPACES.
           05 FILLER                   PIC  X(005)         VALUE
              'PAG: '.
           05 WRK-CMQ-PAGINA           PIC  ZZZ9.
           05 FILLER                   PIC  X(007)         VALUE SPACES.

       01  WRK-CMQ-CAB2.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 FILLER                   PIC  X(008)         VALUE
              'CENTRO: '.
           05 WRK-CMQ-CENTRO           PIC  X(004)         VALUE SPACES.
           05 FILLER                   PIC  X(008)         VALUE
              '  FILA: '.
           05 WRK-CMQ-FILA             PIC  X(048)         VALUE SPACES.
           05 FILLER                   PIC  X(007)         VALUE
              '  JOB: '.
           05 WRK-CMQ-JOB              PIC  X(008)         VALUE SPACES.
           05 FILLER                   PIC  X(008)         VALUE
              '  DATA: '.
           05 WRK-CMQ-DATA             PIC  X(010)         VALUE SPACES.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-CMQ-HORA             PIC  X(008)         VALUE SPACES.
           05 FILLER                   PIC  X(022)         VALUE SPACES.

       01  WRK-CMQ-CAB3.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 FILLER                   PIC  X(009)         VALUE
              'POSICAO  '.
           05 FILLER                   PIC  X(018)         VALUE
              'PUT (DATA-HORA)   '.
           05 FILLER                   PIC  X(010)         VALUE
              ' TAMANHO  '.
           05 FILLER                   PIC  X(022)         VALUE
              'CHAVE                 '.
           05 FILLER                   PIC  X(073)         VALUE
              'MOTIVO DA REJEICAO'.

       01  WRK-CMQ-DET.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-CMD-POSICAO          PIC  9(007)         VALUE ZEROS.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-CMD-PUTDATE          PIC  X(008)         VALUE SPACES.
           05 FILLER                   PIC  X(001)         VALUE '-'.
           05 WRK-CMD-PUTTIME          PIC  X(006)         VALUE SPACES.
           05 FILLER                   PIC  X(003)         VALUE SPACES.
           05 WRK-CMD-TAMANHO          PIC  ZZZZZ.ZZ9      VALUE ZEROS.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-CMD-CHAVE            PIC  X(021)         VALUE SPACES.
           05 FILLER                   PIC  X(001)         VALUE SPACES.
           05 WRK-CMD-COD-MOTIVO       PIC  9(003)         VALUE ZEROS.
           05 FILLER                   PIC  X(001)         VALUE '-'.
           05 WRK-CMD-DESC-MOTIVO      PIC  X(060)         VALUE SPACES.
           05 FILLER                   PIC  X(008)         VALUE SPACES.

       01  WRK-CMQ-TOTAL.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-CMT-DESCRICAO        PIC  X(040)         VALUE SPACES.
           05 WRK-CMT-QUANTIDADE       PIC  ZZZ.ZZZ.ZZ9    VALUE ZEROS.
           05 FILLER                   PIC  X(081)         VALUE SPACES.

       01  WRK-CMQ-HASH.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-CMH-DESCRICAO        PIC  X(040)         VALUE SPACES.
           05 WRK-CMH-VALOR            PIC  Z(017)9        VALUE ZEROS.
           05 FILLER                   PIC  X(074)         VALUE SPACES.

       01  WRK-CMQ-BRANCO              PIC  X(133)         VALUE SPACES.

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
           '*** AREAS DO EARQAPOR E DA FILA DE REJEICAO    ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       COPY I#BUPV35.

       COPY I#BUPV45.

       COPY I#BUPV4E.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREAS E CONSTANTES MQSERIES                ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       COPY I#MQSB01.

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
      *--- EX.: PARM='ALTA,BUPV.APORTE.ALTA,BUPV.APORTE.ALTA.REJEITA'
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

           PERFORM 1500-VERIFICAR-PENDENTE.

           PERFORM 1600-OBTER-SEQUENCIA.

           PERFORM 1700-CONECTAR-FILAS.

           SORT SORTAPOR
                ON ASCENDING KEY SRT-CHAVE
                INPUT  PROCEDURE IS 2000-RECEBER-MENSAGENS
                OUTPUT PROCEDURE IS 3000-GRAVAR-EARQAPOR.

           IF SORT-RETURN              NOT EQUAL ZEROS
              DISPLAY 'BUPV1080 - ERRO NO SORT DOS APORTES - '
                      'SORT-RETURN ' SORT-RETURN
              PERFORM 9050-DESFAZER-MQ
              MOVE 12                  TO   RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 4000-CONFIRMAR-CARGA.

           PERFORM 5000-FINALIZAR.

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
              DISPLAY 'BUPV1080 - ERRO NA ABERTURA DO RELATO - FS '
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

           MOVE WRK-CCTRO-CUSTO-ORIGE  TO   WRK-CMQ-CENTRO.
           MOVE WRK-FILA-ENTRADA       TO   WRK-CMQ-FILA.
           MOVE WRK-JOBNAME-0560       TO   WRK-CMQ-JOB.
           MOVE WRK-DATA-PROC          TO   WRK-CMQ-DATA.
           MOVE WRK-HORA-PROC          TO   WRK-CMQ-HORA.

           PERFORM 1100-IMPRIMIR-CABECALHO.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1100-IMPRIMIR-CABECALHO         SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO   WRK-CTR-PAGINAS.

           MOVE WRK-CTR-PAGINAS        TO   WRK-CMQ-PAGINA.

           WRITE FD-RELATO             FROM WRK-CMQ-CAB1.
           WRITE FD-RELATO             FROM WRK-CMQ-CAB2.
           WRITE FD-RELATO             FROM WRK-CMQ-BRANCO.
           WRITE FD-RELATO             FROM WRK-CMQ-CAB3.

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

           IF LK-PARM-TAM              GREATER   ZEROS
              UNSTRING LK-PARM-DADOS(1:LK-PARM-TAM)
                       DELIMITED BY ','
                       INTO WRK-CCTRO-CUSTO-ORIGE
                            WRK-FILA-ENTRADA
                            WRK-FILA-REJEICAO
              END-UNSTRING
           END-IF.

           IF WRK-CCTRO-CUSTO-ORIGE    EQUAL     SPACES
              OR WRK-FILA-ENTRADA      EQUAL     SPACES
              OR WRK-FILA-REJEICAO     EQUAL     SPACES
              OR WRK-FILA-ENTRADA      EQUAL     WRK-FILA-REJEICAO
              DISPLAY '**************** BUPV1080 ****************'
              DISPLAY '*                                        *'
              DISPLAY '*   PARM INVALIDA OU INCOMPLETA          *'
              DISPLAY '*   CENTRO,FILA-ENTRADA,FILA-REJEICAO    *'
              DISPLAY '*   (AS DUAS FILAS DEVEM SER DISTINTAS)  *'
              DISPLAY '*                                        *'
              DISPLAY '**************** BUPV1080 ****************'
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

           STRING 'ENTRADA='           DELIMITED BY SIZE
                  WRK-FILA-ENTRADA     DELIMITED BY SPACE
                  ';REJEICAO='         DELIMITED BY SIZE
                  WRK-FILA-REJEICAO    DELIMITED BY SPACE
                                       INTO BU51-OPCOES
           END-STRING.

           CALL 'BUPVM130'             USING BU51-INTERFACE.

      *----------------------------------------------------------------*
       1450-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1500-VERIFICAR-PENDENTE         SECTION.
      *----------------------------------------------------------------*

      *--- A BUPV1054 LOCALIZA A EXTRACAO DO CENTRO PELA PENDENTE
      *--- (12/13) - UMA SEGUNDA PENDENTE FARIA O SELECT DELA
      *--- DEVOLVER MAIS DE UMA LINHA. A FILA FICA INTACTA ATE A
      *--- PENDENTE ATUAL SER PROCESSADA.
           EXEC SQL
               SELECT  COUNT(*)
               INTO    :ACU-PENDENTES
               FROM    DB2PRD.TCTRL_EXTRC_DADO
               WHERE   CFNCAO_PROCM        =   1
               AND     CPERDC_PROCM_SIST   IN (1, 3)
               AND     CDADO_TRATD         =   1
               AND     CCTRO_CUSTO_ORIGE   =   :WRK-CCTRO-CUSTO-ORIGE
               AND     CINDCD_SIT_PREVD    IN (12, 13)
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              MOVE 'TCTRL_EXTRC_DADO'  TO   WRK-SQL-TABELA
              MOVE 'SELECT'            TO   WRK-SQL-COMANDO
              MOVE '1500'              TO   WRK-SQL-LOCAL
              PERFORM 9200-ERRO-SQL
           END-IF.

           IF ACU-PENDENTES            EQUAL     ZEROS
              GO TO 1500-99-FIM
           END-IF.

           MOVE SPACES                 TO   WRK-LINHA-IMPRIMIR.
           MOVE ' JA EXISTE EXTRACAO PENDENTE (12/13) PARA O CENTRO - CA
      -         'RGA NAO EXECUTADA, MENSAGENS MANTIDAS NA FILA'
                                       TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

           CLOSE RELATO.

           DISPLAY '**************** BUPV1080 ****************'.
           DISPLAY '*                                        *'.
           DISPLAY '*   EXTRACAO PENDENTE JA CADASTRADA      *'.
           DISPLAY '*   PARA O CENTRO ' WRK-CCTRO-CUSTO-ORIGE
                   '                   *'.
           DISPLAY '*   PROCESSAR A BUPV1054 ANTES DE NOVA   *'.
           DISPLAY '*   CARGA - MENSAGENS MANTIDAS NA FILA   *'.
           DISPLAY '*                                        *'.
           DISPLAY '**************** BUPV1080 ****************'.

           MOVE 8                      TO   RETURN-CODE.

           STOP RUN.

      *----------------------------------------------------------------*
       1500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1600-OBTER-SEQUENCIA            SECTION.
      *----------------------------------------------------------------*

      *--- A SEQUENCIA DA NOVA EXTRACAO SEGUE A MAIOR JA CADASTRADA NA
      *--- PERIODICIDADE DIARIA (1) - A BUPV1054 IDENTIFICA A LINHA
      *--- PELO PAR PERIODICIDADE/SEQUENCIA. A MESMA SEQUENCIA VAI NO
      *--- HEADER DO EARQAPOR (GERACAO).
           MOVE 1                      TO   CFNCAO-PROCM      OF
                                                             BUPVB023
                                            CPERDC-PROCM-SIST OF
                                                             BUPVB023
                                            CDADO-TRATD       OF
                                                             BUPVB023.
           MOVE WRK-CCTRO-CUSTO-ORIGE  TO   CCTRO-CUSTO-ORIGE OF
                                                             BUPVB023.
           MOVE 12                     TO   CINDCD-SIT-PREVD  OF
                                                             BUPVB023.

           EXEC SQL
               SELECT  VALUE(MAX(NSEQ_PROCM_EFETU), 0) + 1
               INTO    :BUPVB023.NSEQ-PROCM-EFETU
               FROM    DB2PRD.TCTRL_EXTRC_DADO
               WHERE   CPERDC_PROCM_SIST   =
                       :BUPVB023.CPERDC-PROCM-SIST
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              MOVE 'TCTRL_EXTRC_DADO'  TO   WRK-SQL-TABELA
              MOVE 'SELECT'            TO   WRK-SQL-COMANDO
              MOVE '1600'              TO   WRK-SQL-LOCAL
              PERFORM 9200-ERRO-SQL
           END-IF.

      *----------------------------------------------------------------*
       1600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1700-CONECTAR-FILAS             SECTION.
      *----------------------------------------------------------------*

           CALL 'MQCONN'               USING WRK-QMGR
                                             MQSB-HCONN
                                             MQSB-COMPCODE
                                             MQSB-REASON.

           IF MQSB-COMPCODE            NOT EQUAL MQCC-OK
              MOVE 'MQCONN'            TO   WRK-CHAMADA-MQ
              PERFORM 9000-ERRO-MQ
           END-IF.

           SET WRK-MQ-CONECTADO        TO   TRUE.

      *--- ABERTURA EXCLUSIVA - DUAS CARGAS SIMULTANEAS DO MESMO
      *--- CENTRO DIVIDIRIAM AS MENSAGENS ENTRE DOIS EARQAPOR.
           MOVE WRK-FILA-ENTRADA       TO   MQOD-OBJECTNAME.
           MOVE SPACES                 TO   MQOD-OBJECTQMGRNAME.

           COMPUTE MQSB-OPCOES = MQOO-INPUT-EXCLUSIVE.

           CALL 'MQOPEN'               USING MQSB-HCONN
                                             MQSB-MQOD
                                             MQSB-OPCOES
                                             MQSB-HOBJ
                                             MQSB-COMPCODE
                                             MQSB-REASON.

           IF MQSB-COMPCODE            NOT EQUAL MQCC-OK
              MOVE 'MQOPEN'            TO   WRK-CHAMADA-MQ
              PERFORM 9000-ERRO-MQ
           END-IF.

      *----------------------------------------------------------------*
       1700-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-RECEBER-MENSAGENS          SECTION.
      *----------------------------------------------------------------*

      *--- INPUT PROCEDURE DO SORT - ESVAZIA A FILA DE ENTRADA.
           PERFORM 2100-OBTER-MENSAGEM
                   UNTIL WRK-FIM-FILA.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-OBTER-MENSAGEM             SECTION.
      *----------------------------------------------------------------*

      *--- LEITURA DESTRUTIVA SOB SYNCPOINT, SEM ESPERA: A MENSAGEM SO
      *--- SAI DE FATO DA FILA NO MQCMIT DE 4000-CONFIRMAR-CARGA.
      *--- MENSAGEM MAIOR QUE O BUFFER E ACEITA TRUNCADA (E SERA
      *--- REJEITADA POR TAMANHO) PARA NAO TRAVAR A FILA.
           MOVE LOW-VALUES             TO   MQMD-MSGID
                                            MQMD-CORRELID.

           COMPUTE MQGMO-OPTIONS =
                   MQGMO-SYNCPOINT + MQGMO-ACCEPT-TRUNC-MSG.

           MOVE ZEROS                  TO   MQGMO-WAITINTERVAL.

           MOVE LENGTH OF WRK-BUFFER   TO   MQSB-TAM-BUFFER.

           MOVE SPACES                 TO   WRK-BUFFER.

           CALL 'MQGET'                USING MQSB-HCONN
                                             MQSB-HOBJ
                                             MQSB-MQMD
                                             MQSB-MQGMO
                                             MQSB-TAM-BUFFER
                                             WRK-BUFFER
                                             MQSB-TAM-DADOS
                                             MQSB-COMPCODE
                                             MQSB-REASON.

           EVALUATE TRUE
              WHEN MQSB-REASON         EQUAL MQRC-NO-MSG-AVAILABLE
                   SET WRK-FIM-FILA    TO   TRUE
                   GO TO 2100-99-FIM
              WHEN MQSB-COMPCODE       EQUAL MQCC-OK
                   CONTINUE
              WHEN MQSB-REASON         EQUAL MQRC-TRUNC-MSG-ACCEPTED
                   ADD 1               TO   ACU-TRUNCADAS
              WHEN OTHER
                   MOVE 'MQGET'        TO   WRK-CHAMADA-MQ
                   PERFORM 9000-ERRO-MQ
           END-EVALUATE.

           ADD 1                       TO   ACU-LIDAS.

           MOVE MQMD-MSGID             TO   WRK-MSGID-ORIGINAL.

           IF MQSB-TAM-DADOS           GREATER   LENGTH OF WRK-BUFFER
              MOVE LENGTH OF WRK-BUFFER
                                       TO   WRK-TAM-UTIL
           ELSE
              MOVE MQSB-TAM-DADOS      TO   WRK-TAM-UTIL
           END-IF.

           PERFORM 2200-VALIDAR-MENSAGEM.

           IF WRK-MENSAGEM-VALIDA
              RELEASE SRT-REGISTRO     FROM BU35-REGISTRO
              ADD 1                    TO   ACU-LIBERADAS-SORT
           ELSE
              PERFORM 2400-REJEITAR-MENSAGEM
           END-IF.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2200-VALIDAR-MENSAGEM           SECTION.
      *----------------------------------------------------------------*

      *--- VALIDACAO ESTRUTURAL CONTRA O I#BUPV35 - O PRIMEIRO MOTIVO
      *--- ENCONTRADO REPROVA A MENSAGEM. A CRITICA DE NEGOCIO (DIGITO
      *--- DA CONTA, PRODUTO CADASTRADO) CONTINUA NA BUPV1054, QUE
      *--- DESVIA O REGISTRO PARA O SARQCRIT COMO FAZ COM O ARQUIVO.
           MOVE ZEROS                  TO   WRK-COD-MOTIVO.
           MOVE SPACES                 TO   WRK-DESC-MOTIVO
                                            BU35-REGISTRO.

           MOVE WRK-BUFFER(1:LENGTH OF BU35-REGISTRO)
                                       TO   BU35-REGISTRO.

           IF MQSB-TAM-DADOS           NOT EQUAL LENGTH OF BU35-REGISTRO
              MOVE 001                 TO   WRK-COD-MOTIVO
              MOVE 'TAMANHO DA MENSAGEM DIFERENTE DO REGISTRO (356)'
                                       TO   WRK-DESC-MOTIVO
              GO TO 2200-99-FIM
           END-IF.

           IF BU35-REGISTRO(1:9)       EQUAL     'HDRAPOR**'
              OR BU35-REGISTRO(1:9)    EQUAL     'TRLAPOR**'
              MOVE 002                 TO   WRK-COD-MOTIVO
              MOVE 'MARCA DE HEADER/TRAILER EM MENSAGEM DE DADOS'
                                       TO   WRK-DESC-MOTIVO
              GO TO 2200-99-FIM
           END-IF.

           IF BU35-CBALCAO             EQUAL     SPACES
              OR BU35-CPRODUTO         EQUAL     SPACES
              OR BU35-CSUBPROD         EQUAL     SPACES
              OR BU35-CNUMECTA         EQUAL     SPACES
              MOVE 003                 TO   WRK-COD-MOTIVO
              MOVE 'CHAVE DO APORTE INCOMPLETA (BALCAO/PRODUTO/CONTA)'
                                       TO   WRK-DESC-MOTIVO
              GO TO 2200-99-FIM
           END-IF.

           IF BU35-ZMOVCTA             NOT NUMERIC
              MOVE 004                 TO   WRK-COD-MOTIVO
              MOVE 'ZMOVCTA NAO NUMERICO'
                                       TO   WRK-DESC-MOTIVO
              GO TO 2200-99-FIM
           END-IF.

           IF BU35-ZMOVASSOC           NOT NUMERIC
              MOVE 005                 TO   WRK-COD-MOTIVO
              MOVE 'ZMOVASSOC NAO NUMERICO'
                                       TO   WRK-DESC-MOTIVO
              GO TO 2200-99-FIM
           END-IF.

      *--- VALOR EM BRANCO E ACEITO (TRANSMISSOR NAO MIGRADO - A
      *--- BUPV1054 TRATA COMO ZERO).
           IF BU35-VLR-APORTE          NOT NUMERIC
              AND BU35-REGISTRO(55:15) NOT EQUAL SPACES
              MOVE 006                 TO   WRK-COD-MOTIVO
              MOVE 'VALOR DO APORTE NAO NUMERICO'
                                       TO   WRK-DESC-MOTIVO
              GO TO 2200-99-FIM
           END-IF.

           MOVE BU35-DCONTD            TO   WRK-DATA-VALIDAR.
           PERFORM 2300-VALIDAR-DATA.
           IF WRK-DATA-INVALIDA
              MOVE 007                 TO   WRK-COD-MOTIVO
              MOVE 'DATA CONTABIL INVALIDA (DD.MM.AAAA)'
                                       TO   WRK-DESC-MOTIVO
              GO TO 2200-99-FIM
           END-IF.

           MOVE BU35-DPROC             TO   WRK-DATA-VALIDAR.
           PERFORM 2300-VALIDAR-DATA.
           IF WRK-DATA-INVALIDA
              MOVE 008                 TO   WRK-COD-MOTIVO
              MOVE 'DATA DE PROCESSAMENTO INVALIDA (DD.MM.AAAA)'
                                       TO   WRK-DESC-MOTIVO
           END-IF.

      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2300-VALIDAR-DATA               SECTION.
      *----------------------------------------------------------------*

      *--- VALIDA DATA NO FORMATO DD.MM.AAAA, INCLUSIVE LIMITE DO DIA
      *--- POR MES E ANO BISSEXTO (MESMA REGRA DA BUPV1054).
           SET WRK-DATA-VALIDA         TO   TRUE.

           IF WRK-DTV-DIA              NOT NUMERIC
              OR WRK-DTV-MES           NOT NUMERIC
              OR WRK-DTV-ANO           NOT NUMERIC
              OR WRK-DTV-SEP1          NOT EQUAL '.'
              OR WRK-DTV-SEP2          NOT EQUAL '.'
              SET WRK-DATA-INVALIDA    TO   TRUE
              GO TO 2300-99-FIM
           END-IF.

           IF WRK-DTV-MES              LESS      01
              OR WRK-DTV-MES           GREATER   12
              OR WRK-DTV-ANO           EQUAL     ZEROS
              SET WRK-DATA-INVALIDA    TO   TRUE
              GO TO 2300-99-FIM
           END-IF.

           EVALUATE WRK-DTV-MES
              WHEN 01
              WHEN 03
              WHEN 05
              WHEN 07
              WHEN 08
              WHEN 10
              WHEN 12
                   MOVE 31             TO   WRK-DTV-DIA-MAX
              WHEN 04
              WHEN 06
              WHEN 09
              WHEN 11
                   MOVE 30             TO   WRK-DTV-DIA-MAX
              WHEN 02
                   DIVIDE WRK-DTV-ANO BY 4
                          GIVING WRK-DTV-QUOC
                          REMAINDER WRK-DTV-RESTO-4
                   DIVIDE WRK-DTV-ANO BY 100
                          GIVING WRK-DTV-QUOC
                          REMAINDER WRK-DTV-RESTO-100
                   DIVIDE WRK-DTV-ANO BY 400
                          GIVING WRK-DTV-QUOC
                          REMAINDER WRK-DTV-RESTO-400
                   IF (WRK-DTV-RESTO-4   EQUAL ZEROS AND
                       WRK-DTV-RESTO-100 NOT EQUAL ZEROS)
                      OR WRK-DTV-RESTO-400
                                       EQUAL ZEROS
                      MOVE 29          TO   WRK-DTV-DIA-MAX
                   ELSE
                      MOVE 28          TO   WRK-DTV-DIA-MAX
                   END-IF
           END-EVALUATE.

           IF WRK-DTV-DIA              LESS      01
              OR WRK-DTV-DIA           GREATER   WRK-DTV-DIA-MAX
              SET WRK-DATA-INVALIDA    TO   TRUE
           END-IF.

      *----------------------------------------------------------------*
       2300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2400-REJEITAR-MENSAGEM          SECTION.
      *----------------------------------------------------------------*

      *--- A REJEICAO VAI PARA A FILA DE REJEICAO NA MESMA UNIDADE DE
      *--- TRABALHO DO MQGET - SE A CARGA FOR DESFEITA A MENSAGEM
      *--- VOLTA PARA A FILA DE ENTRADA E A REJEICAO NAO APARECE.
      *--- DATA/HORA DO PUT ORIGINAL GUARDADAS ANTES DO MQPUT1, QUE
      *--- REGRAVA O MQMD.
           MOVE ACU-LIDAS              TO   WRK-CMD-POSICAO.
           MOVE MQMD-PUTDATE           TO   WRK-CMD-PUTDATE.
           MOVE MQMD-PUTTIME(1:6)      TO   WRK-CMD-PUTTIME.

           INITIALIZE BU4E-REJEICAO.

           MOVE WRK-PGM                TO   BU4E-PROGRAMA.
           MOVE WRK-CCTRO-CUSTO-ORIGE  TO   BU4E-CCTRO-CUSTO-ORIGE.
           MOVE WRK-FILA-ENTRADA       TO   BU4E-FILA-ORIGEM.
           MOVE WRK-DATA-PROC          TO   BU4E-DATA-REJEICAO.
           MOVE WRK-HORA-PROC          TO   BU4E-HORA-REJEICAO.
           MOVE WRK-COD-MOTIVO         TO   BU4E-COD-MOTIVO.
           MOVE WRK-DESC-MOTIVO        TO   BU4E-DESC-MOTIVO.
           MOVE MQSB-TAM-DADOS         TO   BU4E-TAM-ORIGINAL.

           IF WRK-TAM-UTIL             GREATER   ZEROS
              MOVE WRK-BUFFER(1:WRK-TAM-UTIL)
                                       TO   BU4E-PAYLOAD
           END-IF.

           COMPUTE WRK-TAM-REJEICAO =
                   LENGTH OF BU4E-CABECALHO + WRK-TAM-UTIL.

           MOVE WRK-FILA-REJEICAO      TO   MQOD-OBJECTNAME.
           MOVE SPACES                 TO   MQOD-OBJECTQMGRNAME.

           MOVE 'MQSTR   '             TO   MQMD-FORMAT.
           MOVE LOW-VALUES             TO   MQMD-MSGID.
           MOVE WRK-MSGID-ORIGINAL     TO   MQMD-CORRELID.

           COMPUTE MQPMO-OPTIONS = MQPMO-SYNCPOINT + MQPMO-NEW-MSG-ID.

           CALL 'MQPUT1'               USING MQSB-HCONN
                                             MQSB-MQOD
                                             MQSB-MQMD
                                             MQSB-MQPMO
                                             WRK-TAM-REJEICAO
                                             BU4E-REJEICAO
                                             MQSB-COMPCODE
                                             MQSB-REASON.

      *--- SEM A REJEICAO GRAVADA A MENSAGEM NAO PODE SAIR DA FILA DE
      *--- ENTRADA - 9000 DESFAZ TUDO.
           IF MQSB-COMPCODE            NOT EQUAL MQCC-OK
              MOVE 'MQPUT1'            TO   WRK-CHAMADA-MQ
              MOVE WRK-FILA-REJEICAO   TO   MQOD-OBJECTNAME
              PERFORM 9000-ERRO-MQ
           END-IF.

           MOVE WRK-FILA-ENTRADA       TO   MQOD-OBJECTNAME.

           ADD 1                       TO   ACU-REJEITADAS.

           MOVE MQSB-TAM-DADOS         TO   WRK-CMD-TAMANHO.
           MOVE BU35-REGISTRO(1:21)    TO   WRK-CMD-CHAVE.
           MOVE WRK-COD-MOTIVO         TO   WRK-CMD-COD-MOTIVO.
           MOVE WRK-DESC-MOTIVO        TO   WRK-CMD-DESC-MOTIVO.

           MOVE WRK-CMQ-DET            TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

      *----------------------------------------------------------------*
       2400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-GRAVAR-EARQAPOR            SECTION.
      *----------------------------------------------------------------*

      *--- OUTPUT PROCEDURE DO SORT - HEADER, APORTES NA ORDEM DA
      *--- CHAVE E TRAILER COM CONTAGEM E HASH-TOTAIS. O EARQAPOR E
      *--- GRAVADO MESMO SEM APORTES (SO O ENVELOPE) PARA O JOB TER
      *--- SEMPRE O ARQUIVO CATALOGADO.
           OPEN OUTPUT EARQAPOR.

           IF WRK-FS-EARQAPOR          NOT EQUAL '00'
              DISPLAY 'BUPV1080 - ERRO NA ABERTURA DO EARQAPOR - FS '
                      WRK-FS-EARQAPOR
              PERFORM 9050-DESFAZER-MQ
              MOVE 12                  TO   RETURN-CODE
              STOP RUN
           END-IF.

           INITIALIZE BU45-HEADER.

           MOVE 'HDRAPOR**'            TO   BU45-HDR-ID.
           MOVE WRK-DATA-PROC          TO   BU45-HDR-DATA-MOVTO.
           MOVE WRK-CCTRO-CUSTO-ORIGE  TO   BU45-HDR-CCTRO-ORIGE.
           MOVE NSEQ-PROCM-EFETU OF BUPVB023
                                       TO   WRK-AUX-S9-7.
           MOVE WRK-AUX-9-7            TO   BU45-HDR-NSEQ-GERAC.

           WRITE FD-EARQAPOR           FROM BU45-HEADER.
           PERFORM 3200-TESTAR-FS-EARQAPOR.

           PERFORM 3100-RETORNAR-APORTE
                   UNTIL WRK-FIM-SORT.

           INITIALIZE BU45-TRAILER.

           MOVE 'TRLAPOR**'            TO   BU45-TRL-ID.
           MOVE ACU-GRAVADOS-EARQAPOR  TO   BU45-TRL-QTD-REG.
           MOVE ACU-HASH-ZMOVCTA       TO   BU45-TRL-HASH-ZMOVCTA.
           MOVE ACU-HASH-ZMOVASSOC     TO   BU45-TRL-HASH-ZMOVASSOC.

           WRITE FD-EARQAPOR           FROM BU45-TRAILER.
           PERFORM 3200-TESTAR-FS-EARQAPOR.

           CLOSE EARQAPOR.
           PERFORM 3200-TESTAR-FS-EARQAPOR.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3100-RETORNAR-APORTE            SECTION.
      *----------------------------------------------------------------*

           RETURN SORTAPOR             INTO BU35-REGISTRO
               AT END
                  SET WRK-FIM-SORT     TO   TRUE
                  GO TO 3100-99-FIM
           END-RETURN.

           WRITE FD-EARQAPOR           FROM BU35-REGISTRO.
           PERFORM 3200-TESTAR-FS-EARQAPOR.

           ADD 1                       TO   ACU-GRAVADOS-EARQAPOR.
           ADD BU35-ZMOVCTA            TO   ACU-HASH-ZMOVCTA.
           ADD BU35-ZMOVASSOC          TO   ACU-HASH-ZMOVASSOC.

      *----------------------------------------------------------------*
       3100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3200-TESTAR-FS-EARQAPOR         SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-EARQAPOR          NOT EQUAL '00'
              DISPLAY 'BUPV1080 - ERRO NA GRAVACAO DO EARQAPOR - FS '
                      WRK-FS-EARQAPOR
              PERFORM 9050-DESFAZER-MQ
              MOVE 12                  TO   RETURN-CODE
              STOP RUN
           END-IF.

      *----------------------------------------------------------------*
       3200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4000-CONFIRMAR-CARGA            SECTION.
      *----------------------------------------------------------------*

      *--- CONCILIACAO: TODA MENSAGEM LIDA TEM QUE ESTAR NO EARQAPOR
      *--- OU NA FILA DE REJEICAO. DIVERGENCIA DESFAZ A CARGA.
           IF ACU-LIDAS                NOT EQUAL
              ACU-GRAVADOS-EARQAPOR + ACU-REJEITADAS
              OR ACU-LIBERADAS-SORT    NOT EQUAL ACU-GRAVADOS-EARQAPOR
              SET WRK-CONCILIACAO-DIVERGE
                                       TO   TRUE
              PERFORM 9050-DESFAZER-MQ
              MOVE 16                  TO   WRK-COND-CODE
              GO TO 4000-99-FIM
           END-IF.

      *--- SO HA EXTRACAO A CADASTRAR QUANDO HOUVE APORTE GRAVADO.
           IF ACU-GRAVADOS-EARQAPOR    GREATER   ZEROS
              PERFORM 4100-CADASTRAR-EXTRACAO
           END-IF.

           CALL 'MQCMIT'               USING MQSB-HCONN
                                             MQSB-COMPCODE
                                             MQSB-REASON.

      *--- A EXTRACAO JA FOI CADASTRADA E CONFIRMADA NO DB2: SE O
      *--- MQCMIT FALHAR AS MENSAGENS VOLTAM A FILA E UMA NOVA CARGA
      *--- AS DUPLICARIA - O OPERADOR PRECISA PURGAR A FILA (SBAT0050)
      *--- ANTES DE REPETIR O PASSO.
           IF MQSB-COMPCODE            NOT EQUAL MQCC-OK
              DISPLAY 'BUPV1080 - FALHA NO MQCMIT APOS O CADASTRO DA '
                      'EXTRACAO - NAO REPETIR SEM PURGAR A FILA'
              MOVE 'MQCMIT'            TO   WRK-CHAMADA-MQ
              PERFORM 9000-ERRO-MQ
           END-IF.

           IF ACU-REJEITADAS           GREATER   ZEROS
              OR ACU-GRAVADOS-EARQAPOR EQUAL     ZEROS
              MOVE 4                   TO   WRK-COND-CODE
           END-IF.

      *----------------------------------------------------------------*
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4100-CADASTRAR-EXTRACAO         SECTION.
      *----------------------------------------------------------------*

           EXEC SQL
               INSERT INTO DB2PRD.TCTRL_EXTRC_DADO
                      (CFNCAO_PROCM,
                       CPERDC_PROCM_SIST,
                       CDADO_TRATD,
                       CCTRO_CUSTO_ORIGE,
                       CINDCD_SIT_PREVD,
                       NSEQ_PROCM_EFETU,
                       DINCL_PENDC)
               VALUES (:BUPVB023.CFNCAO-PROCM,
                       :BUPVB023.CPERDC-PROCM-SIST,
                       :BUPVB023.CDADO-TRATD,
                       :BUPVB023.CCTRO-CUSTO-ORIGE,
                       :BUPVB023.CINDCD-SIT-PREVD,
                       :BUPVB023.NSEQ-PROCM-EFETU,
                       CURRENT DATE)
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              MOVE 'TCTRL_EXTRC_DADO'  TO   WRK-SQL-TABELA
              MOVE 'INSERT'            TO   WRK-SQL-COMANDO
              MOVE '4100'              TO   WRK-SQL-LOCAL
              PERFORM 9200-ERRO-SQL
           END-IF.

           EXEC SQL
               COMMIT
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              MOVE 'TCTRL_EXTRC_DADO'  TO   WRK-SQL-TABELA
              MOVE 'COMMIT'            TO   WRK-SQL-COMANDO
              MOVE '4100'              TO   WRK-SQL-LOCAL
              PERFORM 9200-ERRO-SQL
           END-IF.

      *----------------------------------------------------------------*
       4100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*

           CALL 'MQCLOSE'              USING MQSB-HCONN
                                             MQSB-HOBJ
                                             MQCO-NONE
                                             MQSB-COMPCODE
                                             MQSB-REASON.

           CALL 'MQDISC'               USING MQSB-HCONN
                                             MQSB-COMPCODE
                                             MQSB-REASON.

           IF ACU-REJEITADAS           EQUAL     ZEROS
              MOVE SPACES              TO   WRK-LINHA-IMPRIMIR
              MOVE ' NENHUMA MENSAGEM REJEITADA'
                                       TO   WRK-LINHA-IMPRIMIR
              PERFORM 1200-IMPRIMIR-LINHA
           END-IF.

           MOVE WRK-CMQ-BRANCO         TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

           MOVE 'MENSAGENS LIDAS DA FILA................:'
                                       TO   WRK-CMT-DESCRICAO.
           MOVE ACU-LIDAS              TO   WRK-CMT-QUANTIDADE.
           PERFORM 5100-IMPRIMIR-TOTAL.

           MOVE 'APORTES GRAVADOS NO EARQAPOR...........:'
                                       TO   WRK-CMT-DESCRICAO.
           MOVE ACU-GRAVADOS-EARQAPOR  TO   WRK-CMT-QUANTIDADE.
           PERFORM 5100-IMPRIMIR-TOTAL.

           MOVE 'MENSAGENS REJEITADAS...................:'
                                       TO   WRK-CMT-DESCRICAO.
           MOVE ACU-REJEITADAS         TO   WRK-CMT-QUANTIDADE.
           PERFORM 5100-IMPRIMIR-TOTAL.

           MOVE '  (DAS QUAIS TRUNCADAS NA LEITURA).....:'
                                       TO   WRK-CMT-DESCRICAO.
           MOVE ACU-TRUNCADAS          TO   WRK-CMT-QUANTIDADE.
           PERFORM 5100-IMPRIMIR-TOTAL.

           MOVE 'HASH-TOTAL ZMOVCTA.....................:'
                                       TO   WRK-CMH-DESCRICAO.
           MOVE ACU-HASH-ZMOVCTA       TO   WRK-CMH-VALOR.
           MOVE WRK-CMQ-HASH           TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

           MOVE 'HASH-TOTAL ZMOVASSOC...................:'
                                       TO   WRK-CMH-DESCRICAO.
           MOVE ACU-HASH-ZMOVASSOC     TO   WRK-CMH-VALOR.
           MOVE WRK-CMQ-HASH           TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

           MOVE WRK-CMQ-BRANCO         TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

           MOVE SPACES                 TO   WRK-LINHA-IMPRIMIR.

           EVALUATE TRUE
              WHEN WRK-CONCILIACAO-DIVERGE
                   MOVE ' CONCILIACAO LIDAS = GRAVADAS + REJEITADAS: DIV
      -                 'ERGENTE - CARGA DESFEITA (MENSAGENS DEVOLVIDAS
      -                 'A FILA)'      TO   WRK-LINHA-IMPRIMIR
              WHEN ACU-GRAVADOS-EARQAPOR
                                       EQUAL     ZEROS
                   MOVE ' CONCILIACAO LIDAS = GRAVADAS + REJEITADAS: CON
      -                 'FERE - NENHUM APORTE, EXTRACAO NAO CADASTRADA'
                                       TO   WRK-LINHA-IMPRIMIR
              WHEN OTHER
                   MOVE NSEQ-PROCM-EFETU OF BUPVB023
                                       TO   WRK-AUX-S9-7
                   STRING ' CONCILIACAO LIDAS = GRAVADAS + REJEITADAS: '
                          'CONFERE - EXTRACAO PENDENTE CADASTRADA, SEQ '
                          WRK-AUX-9-7
                      DELIMITED BY SIZE
                                       INTO WRK-LINHA-IMPRIMIR
                   END-STRING
           END-EVALUATE.

           PERFORM 1200-IMPRIMIR-LINHA.

           CLOSE RELATO.

           IF WRK-CONCILIACAO-DIVERGE
              DISPLAY '**************** BUPV1080 ****************'
              DISPLAY '*                                        *'
              DISPLAY '*   CONCILIACAO DA CARGA DIVERGENTE      *'
              DISPLAY '*   MENSAGENS DEVOLVIDAS A FILA          *'
              DISPLAY '*   VERIFICAR O RELATO                   *'
              DISPLAY '*                                        *'
              DISPLAY '**************** BUPV1080 ****************'
           END-IF.

           DISPLAY 'BUPV1080 - LIDAS ' ACU-LIDAS
                   ' GRAVADAS ' ACU-GRAVADOS-EARQAPOR
                   ' REJEITADAS ' ACU-REJEITADAS.

           MOVE WRK-COND-CODE          TO   RETURN-CODE.

           STOP RUN.

      *----------------------------------------------------------------*
       5000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5100-IMPRIMIR-TOTAL             SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-CMQ-TOTAL          TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

      *----------------------------------------------------------------*
       5100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9000-ERRO-MQ                    SECTION.
      *----------------------------------------------------------------*

           DISPLAY 'BUPV1080 - ERRO NA CHAMADA ' WRK-CHAMADA-MQ
                   ' - FILA ' MQOD-OBJECTNAME(1:32).
           DISPLAY 'BUPV1080 - COMPCODE ' MQSB-COMPCODE
                   ' REASON ' MQSB-REASON.

           PERFORM 9050-DESFAZER-MQ.

           MOVE 16                     TO   RETURN-CODE.

           STOP RUN.

      *----------------------------------------------------------------*
       9000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9050-DESFAZER-MQ                SECTION.
      *----------------------------------------------------------------*

      *--- DEVOLVE A FILA DE ENTRADA AS MENSAGENS LIDAS E CANCELA AS
      *--- REJEICOES AINDA NAO CONFIRMADAS.
           IF NOT WRK-MQ-CONECTADO
              GO TO 9050-99-FIM
           END-IF.

           CALL 'MQBACK'               USING MQSB-HCONN
                                             MQSB-COMPCODE
                                             MQSB-REASON.

           IF MQSB-COMPCODE            NOT EQUAL MQCC-OK
              DISPLAY 'BUPV1080 - FALHA NO MQBACK - REASON '
                      MQSB-REASON
           END-IF.

      *----------------------------------------------------------------*
       9050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9100-ERRO-GRAVACAO-RELATO       SECTION.
      *----------------------------------------------------------------*

           DISPLAY 'BUPV1080 - ERRO NA GRAVACAO DO RELATO - FS '
                   WRK-FS-RELATO.

           PERFORM 9050-DESFAZER-MQ.

           MOVE 12                     TO   RETURN-CODE.

           STOP RUN.

      *----------------------------------------------------------------*
       9100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9200-ERRO-SQL                   SECTION.
      *----------------------------------------------------------------*

           PERFORM 9050-DESFAZER-MQ.

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
           STRING 'CARGA MQ - CENTRO '
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
