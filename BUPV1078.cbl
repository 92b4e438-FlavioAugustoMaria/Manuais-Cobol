      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. BUPV1078.
       AUTHOR.     RAPHAEL MARQUES.
      *================================================================*
      *                   P R I M E  I N F O R M A T I C A             *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  BUPV1078                                     *
      *    PROGRAMADOR.:  RAPHAEL MARQUES                   -  PRIME   *
      *    ANALISTA....:  MAURO                             -  PRIME   *
      *    DATA........:  15/10/2026                                   *
      *----------------------------------------------------------------*
      *    OBJETIVO....:  ALERTA DE EXTRACAO ATRASADA OU AUSENTE POR   *
      *                   CENTRO DE CUSTO. CONFRONTA O CALENDARIO DE   *
      *                   CHEGADA (TCTRL_CALEND_CENTRO - DIAS DA       *
      *                   SEMANA COM MOVIMENTO E HORARIO DE CORTE -    *
      *                   E TCTRL_CALEND_FERIADO) COM AS EXTRACOES     *
      *                   REGISTRADAS NO TCTRL_EXTRC_DADO NA DATA DE   *
      *                   NEGOCIO. O BUPV1056 SO ENXERGA A EXTRACAO    *
      *                   QUE CHEGOU - ESTE PROGRAMA APONTA A QUE      *
      *                   DEVERIA TER CHEGADO E NAO CHEGOU:            *
      *                   RECEBIDA      - HA EXTRACAO NA DATA          *
      *                   NO PRAZO      - NAO CHEGOU, CORTE AINDA NAO  *
      *                                   ATINGIDO                     *
      *                   ATRASADA      - NAO CHEGOU, CORTE DE HOJE JA *
      *                                   ULTRAPASSADO                 *
      *                   AUSENTE       - NAO CHEGOU E A DATA DE       *
      *                                   NEGOCIO JA PASSOU            *
      *                   FERIADO / SEM MOVIMENTO - NADA ESPERADO      *
      *                   COM FILA INFORMADA, CADA CENTRO ATRASADO OU  *
      *                   AUSENTE GERA UMA MENSAGEM 'ATRASO'           *
      *                   (I#BUPV48) NA FILA DE MONITORACAO, COMO NO   *
      *                   BUPV1072.                                    *
      *----------------------------------------------------------------*
      *    COND CODES..:  0000 - TODAS AS EXTRACOES ESPERADAS NO PRAZO *
      *                   0004 - CALENDARIO VAZIO OU COM HORARIO DE    *
      *                          CORTE INVALIDO (VER RELATO)           *
      *                   0008 - HA CENTRO ATRASADO OU AUSENTE         *
      *                   0012 - ERRO DE PARM                          *
      *----------------------------------------------------------------*
      *    BCO DE DADOS:                                               *
      *                TABLE                          INCLUDE/BOOK     *
      *                DB2PRD.TCTRL_CALEND_CENTRO  (CALENDARIO DE      *
      *                                             CHEGADA)           *
      *                DB2PRD.TCTRL_CALEND_FERIADO (FERIADOS - CENTRO  *
      *                                             '****' = BANCO)    *
      *                DB2PRD.TCTRL_EXTRC_DADO                         *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME           I/O           INCLUDE/BOOK     *
      *                RELATO            O              (INTERNO)      *
      *----------------------------------------------------------------*
      *    BOOK'S......:                                               *
      *    I#BRAD7C - AREA PARA TRATAMENTO DE ERRO PELA BRAD7100       *
      *    I#BUPV00 - AREA DE COMUNICACAO                              *
      *    I#MQSB01 - AREAS E CONSTANTES MQSERIES                      *
      *    I#BUPV48 - MENSAGEM DE MONITORACAO (ALERTA 'ATRASO')        *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    BRAD7100 - AREA PARA TRATAMENTO DE ERRO PELA BRAD7100       *
      *    BRAD7600 - DATA E HORA ATUAL                                *
      *    BRAD0560 - OBTEM INFORMACOES DO JOB                         *
      *    BUPVM100 - GRAVAR LOG DE ERRO                               *
      *    CKRS1000 - CONEXAO COM O DB2                                *
      *    MQCONN/MQPUT1/MQDISC - MQSERIES (SO COM FILA NA PARM)       *
      *----------------------------------------------------------------*
      *    PARM........:  PARM='[DD.MM.AAAA][,FILA]'                   *
      *                   DD.MM.AAAA = DATA DE NEGOCIO (DEFAULT: DATA  *
      *                                CORRENTE)                       *
      *                   FILA       = FILA MQ DE ALERTA (OPCIONAL)    *
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

           SELECT RELATO    ASSIGN     TO   UT-S-RELATO
           FILE STATUS                 IS   WRK-FS-RELATO.

      *================================================================*
       DATA                            DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                            SECTION.
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

       77  ACU-CENTROS                 PIC  9(005) COMP-3  VALUE ZEROS.
       77  ACU-RECEBIDAS               PIC  9(005) COMP-3  VALUE ZEROS.
       77  ACU-NO-PRAZO                PIC  9(005) COMP-3  VALUE ZEROS.
       77  ACU-ATRASADAS               PIC  9(005) COMP-3  VALUE ZEROS.
       77  ACU-AUSENTES                PIC  9(005) COMP-3  VALUE ZEROS.
       77  ACU-SEM-MOVIMENTO           PIC  9(005) COMP-3  VALUE ZEROS.
       77  ACU-CORTE-INVALIDO          PIC  9(005) COMP-3  VALUE ZEROS.
       77  ACU-ALERTAS                 PIC  9(005) COMP-3  VALUE ZEROS.

       77  WRK-BATCH                   PIC  X(008)         VALUE
           'BATCH'.

       77  WRK-PGM                     PIC  X(008)         VALUE
           'BUPV1078'.

       77  WRK-MODULO                  PIC  X(008)         VALUE SPACES.

       77  WRK-COND-CODE               PIC  9(004)         VALUE ZEROS.

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
           '*** PARAMETROS E DATA DE NEGOCIO               ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       77  WRK-FILA-ALERTA             PIC  X(048)         VALUE SPACES.
           88 WRK-ALERTA-DESLIGADO                         VALUE SPACES.

       77  WRK-QMGR-ALERTA             PIC  X(048)         VALUE SPACES.

       77  WRK-SW-MQ                   PIC  X(001)         VALUE 'N'.
           88 WRK-MQ-NAO-CONECTADO                         VALUE 'N'.
           88 WRK-MQ-CONECTADO                             VALUE 'S'.
           88 WRK-MQ-FALHOU                                VALUE 'F'.

      *--- DATA DE NEGOCIO NO FORMATO EUR DO DB2 (DD.MM.AAAA).
       77  WRK-HV-DATA-NEGOCIO         PIC  X(010)         VALUE SPACES.

      *--- DIA DA SEMANA (1=SEGUNDA ... 7=DOMINGO) E DIAS ENTRE A DATA
      *--- DE NEGOCIO E HOJE (0 = HOJE), CALCULADOS PELO DB2.
       77  WRK-HV-DIA-SEMANA           PIC S9(004) COMP    VALUE ZEROS.
       77  WRK-HV-DIAS-PASSADOS        PIC S9(009) COMP    VALUE ZEROS.

       01  WRK-HORA-AGORA              PIC  X(008)         VALUE SPACES.
       01  WRK-HORA-AGORA-R            REDEFINES WRK-HORA-AGORA.
           05 WRK-AGR-HH               PIC  9(002).
           05 WRK-AGR-MM               PIC  9(002).
           05 WRK-AGR-SS               PIC  9(002).
           05 FILLER                   PIC  X(002).
       77  WRK-MIN-AGORA               PIC  9(005) COMP-3  VALUE ZEROS.
       77  WRK-MIN-CORTE               PIC  9(005) COMP-3  VALUE ZEROS.

       77  WRK-SITUACAO-CENTRO         PIC  X(013)         VALUE SPACES.
           88 WRK-CENTRO-RECEBIDA                          VALUE
              'RECEBIDA'.
           88 WRK-CENTRO-NO-PRAZO                          VALUE
              'NO PRAZO'.
           88 WRK-CENTRO-ATRASADA                          VALUE
              'ATRASADA'.
           88 WRK-CENTRO-AUSENTE                           VALUE
              'AUSENTE'.
           88 WRK-CENTRO-FERIADO                           VALUE
              'FERIADO'.
           88 WRK-CENTRO-SEM-MOVIMENTO                     VALUE
              'SEM MOVIMENTO'.

       01  WRK-AUX-S9-2                PIC +9(002)         VALUE ZEROS.
       01  FILLER                      REDEFINES WRK-AUX-S9-2.
           05 FILLER                   PIC  X(001).
           05 WRK-AUX-9-2              PIC  9(002).

       01  WRK-AUX-S9-7                PIC +9(007)         VALUE ZEROS.
       01  FILLER                      REDEFINES WRK-AUX-S9-7.
           05 FILLER                   PIC  X(001).
           05 WRK-AUX-9-7              PIC  9(007).

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  FILLER                      PIC  X(050)         VALUE
           '*** HOST VARIABLES                             ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

      *--- LINHA DA TCTRL_CALEND_CENTRO. DIAS_SEMANA TEM UMA POSICAO
      *--- POR DIA (SEGUNDA A DOMINGO): 'S' = EXTRACAO ESPERADA.
       77  WRK-HV-CENTRO               PIC  X(004)         VALUE SPACES.
       77  WRK-HV-DIAS-SEMANA          PIC  X(007)         VALUE SPACES.
       01  WRK-HV-HORA-CORTE           PIC  X(005)         VALUE SPACES.
       01  WRK-HV-HORA-CORTE-R         REDEFINES WRK-HV-HORA-CORTE.
           05 WRK-CRT-HH               PIC  9(002).
           05 WRK-CRT-SEP              PIC  X(001).
           05 WRK-CRT-MM               PIC  9(002).

       77  WRK-HV-QTD-FERIADO          PIC S9(009) COMP    VALUE ZEROS.
       77  WRK-HV-DESC-FERIADO         PIC  X(030)         VALUE SPACES.

       77  WRK-HV-QTD-EXTRACOES        PIC S9(009) COMP    VALUE ZEROS.
       77  WRK-HV-CPERDC               PIC S9(004) COMP    VALUE ZEROS.
       77  WRK-HV-NSEQ                 PIC S9(009) COMP    VALUE ZEROS.
       77  WRK-HV-SIT-PREVD            PIC S9(004) COMP    VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  FILLER                      PIC  X(050)         VALUE
           '*** LINHAS DO RELATO                           ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-LINHA-IMPRIMIR          PIC  X(133)         VALUE SPACES.

       01  WRK-CAL-CAB1.
           05 FILLER                   PIC  X(001)         VALUE '1'.
           05 FILLER                   PIC  X(008)         VALUE
              'BUPV1078'.
           05 FILLER                   PIC  X(010)         VALUE SPACES.
           05 FILLER                   PIC  X(045)         VALUE
              'CALENDARIO DE CHEGADA DAS EXTRACOES          '.
           05 FILLER                   PIC  X(053)         VALUE SPACES.
           05 FILLER                   PIC  X(005)         VALUE
              'PAG: '.
           05 WRK-CAL-PAGINA           PIC  ZZZ9.
           05 FILLER                   PIC  X(007)         VALUE SPACES.

       01  WRK-CAL-CAB2.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 FILLER                   PIC  X(017)         VALUE
              'DATA DE NEGOCIO: '.
           05 WRK-CAL-DATA-NEGOCIO     PIC  X(010)         VALUE SPACES.
           05 FILLER                   PIC  X(014)         VALUE
              '  EMITIDO EM: '.
           05 WRK-CAL-DATA             PIC  X(010)         VALUE SPACES.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-CAL-HORA             PIC  X(008)         VALUE SPACES.
           05 FILLER                   PIC  X(007)         VALUE
              '  JOB: '.
           05 WRK-CAL-JOBNAME          PIC  X(008)         VALUE SPACES.
           05 FILLER                   PIC  X(001)         VALUE '/'.
           05 WRK-CAL-JOBNUMBER        PIC  9(005)         VALUE ZEROS.
           05 FILLER                   PIC  X(051)         VALUE SPACES.

       01  WRK-CAL-CAB3.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 FILLER                   PIC  X(007)         VALUE
              'CTRO'.
           05 FILLER                   PIC  X(010)         VALUE
              'DIAS'.
           05 FILLER                   PIC  X(008)         VALUE
              'CORTE'.
           05 FILLER                   PIC  X(016)         VALUE
              'SITUACAO'.
           05 FILLER                   PIC  X(004)         VALUE
              'PER'.
           05 FILLER                   PIC  X(009)         VALUE
              'SEQUENCIA'.
           05 FILLER                   PIC  X(006)         VALUE
              'SIT'.
           05 FILLER                   PIC  X(040)         VALUE
              'OBSERVACAO'.
           05 FILLER                   PIC  X(032)         VALUE SPACES.

       01  WRK-CAL-DET.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-CLD-CENTRO           PIC  X(004)         VALUE SPACES.
           05 FILLER                   PIC  X(003)         VALUE SPACES.
           05 WRK-CLD-DIAS             PIC  X(007)         VALUE SPACES.
           05 FILLER                   PIC  X(003)         VALUE SPACES.
           05 WRK-CLD-CORTE            PIC  X(005)         VALUE SPACES.
           05 FILLER                   PIC  X(003)         VALUE SPACES.
           05 WRK-CLD-SITUACAO         PIC  X(013)         VALUE SPACES.
           05 FILLER                   PIC  X(003)         VALUE SPACES.
           05 WRK-CLD-PERIODO          PIC  X(002)         VALUE SPACES.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-CLD-SEQUENCIA        PIC  X(007)         VALUE SPACES.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-CLD-SIT-PREVD        PIC  X(003)         VALUE SPACES.
           05 FILLER                   PIC  X(003)         VALUE SPACES.
           05 WRK-CLD-OBSERVACAO       PIC  X(040)         VALUE SPACES.
           05 FILLER                   PIC  X(032)         VALUE SPACES.

       01  WRK-CAL-SIT-EDITADA         PIC  ZZ9            VALUE ZEROS.

       01  WRK-CAL-TOTAL.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-CLT-DESCRICAO        PIC  X(040)         VALUE SPACES.
           05 WRK-CLT-QUANTIDADE       PIC  ZZ.ZZ9         VALUE ZEROS.
           05 FILLER                   PIC  X(086)         VALUE SPACES.

       01  WRK-CAL-BRANCO              PIC  X(133)         VALUE SPACES.

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
           '*** AREA DE COMUNICACAO                        ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       COPY I#BUPV00.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREAS MQSERIES E MENSAGEM DE ALERTA        ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       COPY I#MQSB01.

       COPY I#BUPV48.

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

      *--- AREA DE PARM DA EXEC.
      *--- EX.: PARM='15.10.2026,BUPV.QL.MONITOR.01'
       01  LK-PARM-AREA.
           05 LK-PARM-TAM              PIC  S9(004) COMP.
           05 LK-PARM-DATA             PIC  X(010).
           05 FILLER                   PIC  X(001).
           05 LK-PARM-FILA             PIC  X(048).

      *================================================================*
       PROCEDURE                       DIVISION     USING
                                       LK-PARM-AREA.
      *================================================================*

      *----------------------------------------------------------------*
       0000-ROTINA-PRINCIPAL           SECTION.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIALIZAR.

           PERFORM 2000-CONFRONTAR-CALENDARIO.

           PERFORM 4000-FINALIZAR.

      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1000-INICIALIZAR                SECTION.
      *----------------------------------------------------------------*

           INITIALIZE BU00-REGISTRO.

           CALL 'CKRS1000'.

           PERFORM 1400-OBTER-PARAMETROS.

           PERFORM 1450-REGISTRAR-PARAMETROS.

           OPEN OUTPUT RELATO.

           IF WRK-FS-RELATO            NOT EQUAL '00'
              DISPLAY 'BUPV1078 - ERRO NA ABERTURA DO RELATO - FS '
                      WRK-FS-RELATO
              MOVE 12                  TO   RETURN-CODE
              STOP RUN
           END-IF.

           CALL 'BRAD7600'             USING WRK-7600-DATA-HORA.

           STRING WRK-7600-DIA '.'
                  WRK-7600-MES '.'
                  WRK-7600-ANO
              DELIMITED BY SIZE        INTO WRK-CAL-DATA
           END-STRING.

           STRING WRK-7600-HORA    ':'
                  WRK-7600-MINUTOS ':'
                  WRK-7600-SEGUNDOS
              DELIMITED BY SIZE        INTO WRK-CAL-HORA
           END-STRING.

           ACCEPT WRK-HORA-AGORA       FROM TIME.

           COMPUTE WRK-MIN-AGORA =
                   (WRK-AGR-HH * 60)
                 +  WRK-AGR-MM.

           CALL 'BRAD0560'             USING WRK-JOBNAME-0560
                                             WRK-JOBNUMBER-0560.

           MOVE WRK-JOBNAME-0560       TO   WRK-CAL-JOBNAME.
           MOVE WRK-JOBNUMBER-0560     TO   WRK-CAL-JOBNUMBER.
           MOVE WRK-HV-DATA-NEGOCIO    TO   WRK-CAL-DATA-NEGOCIO.

           PERFORM 1100-IMPRIMIR-CABECALHO.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1100-IMPRIMIR-CABECALHO         SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO   WRK-CTR-PAGINAS.

           MOVE WRK-CTR-PAGINAS        TO   WRK-CAL-PAGINA.

           WRITE FD-RELATO             FROM WRK-CAL-CAB1.
           WRITE FD-RELATO             FROM WRK-CAL-CAB2.
           WRITE FD-RELATO             FROM WRK-CAL-BRANCO.
           WRITE FD-RELATO             FROM WRK-CAL-CAB3.

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

      *--- SEM DATA NA PARM A DATA DE NEGOCIO E A CORRENTE. A PARM
      *--- PODE TRAZER SO A FILA (',FILA') PARA A DATA CORRENTE.
           IF LK-PARM-TAM              NOT LESS  10
              AND LK-PARM-DATA         NOT EQUAL SPACES
              AND LK-PARM-DATA(1:1)    NOT EQUAL ','
              MOVE LK-PARM-DATA        TO   WRK-HV-DATA-NEGOCIO
           ELSE
              EXEC SQL
                  SET :WRK-HV-DATA-NEGOCIO = CHAR(CURRENT DATE, EUR)
              END-EXEC
              IF SQLCODE               NOT EQUAL ZEROS
                 MOVE 'SYSDUMMY1'      TO   WRK-SQL-TABELA
                 MOVE 'SET'            TO   WRK-SQL-COMANDO
                 MOVE '1400'           TO   WRK-SQL-LOCAL
                 PERFORM 9200-ERRO-SQL
              END-IF
           END-IF.

           IF LK-PARM-TAM              GREATER   11
              MOVE LK-PARM-FILA        TO   WRK-FILA-ALERTA
           END-IF.

           IF LK-PARM-TAM              GREATER   ZEROS
              AND LK-PARM-DATA(1:1)    EQUAL     ','
              MOVE LK-PARM-AREA(4:)    TO   WRK-FILA-ALERTA
           END-IF.

      *--- A VALIDACAO DA DATA E DO PROPRIO DB2: DATA INVALIDA DEVOLVE
      *--- SQLCODE NEGATIVO (-180/-181) E E TRATADA COMO ERRO DE PARM.
           EXEC SQL
               SET :WRK-HV-DIA-SEMANA    =
                   DAYOFWEEK_ISO(DATE(:WRK-HV-DATA-NEGOCIO))
           END-EXEC.

           IF SQLCODE                  EQUAL     ZEROS
              EXEC SQL
                  SET :WRK-HV-DIAS-PASSADOS =
                      DAYS(CURRENT DATE)
                    - DAYS(DATE(:WRK-HV-DATA-NEGOCIO))
              END-EXEC
           END-IF.

           IF SQLCODE                  NOT EQUAL ZEROS
              DISPLAY 'BUPV1078 - DATA DE NEGOCIO INVALIDA NA PARM: '
                      WRK-HV-DATA-NEGOCIO ' (USAR DD.MM.AAAA)'
              MOVE 12                  TO   RETURN-CODE
              STOP RUN
           END-IF.

           IF WRK-HV-DIAS-PASSADOS     LESS      ZEROS
              DISPLAY 'BUPV1078 - DATA DE NEGOCIO FUTURA NA PARM: '
                      WRK-HV-DATA-NEGOCIO
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

           MOVE '****'                 TO   BU51-CCTRO-CUSTO.

           IF LK-PARM-TAM              GREATER   ZEROS
              SET BU51-PARM-INFORMADA  TO   TRUE
           ELSE
              SET BU51-PARM-DEFAULT    TO   TRUE
           END-IF.

           STRING 'DATA-NEGOCIO='      WRK-HV-DATA-NEGOCIO
              DELIMITED BY SIZE        INTO BU51-IDENTIFICACAO
           END-STRING.

           STRING 'FILA='
                                       DELIMITED BY SIZE
                  WRK-FILA-ALERTA      DELIMITED BY SPACE
                                       INTO BU51-OPCOES
           END-STRING.

           CALL 'BUPVM130'             USING BU51-INTERFACE.

      *----------------------------------------------------------------*
       1450-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-CONFRONTAR-CALENDARIO      SECTION.
      *----------------------------------------------------------------*

           EXEC SQL
               DECLARE CURS-CALENDARIO CURSOR FOR
               SELECT  CCTRO_CUSTO_ORIGE,
                       DIAS_SEMANA,
                       HORA_CORTE
               FROM    DB2PRD.TCTRL_CALEND_CENTRO
               WHERE   SITUACAO            =   'A'
               ORDER BY CCTRO_CUSTO_ORIGE
           END-EXEC.

           EXEC SQL
               OPEN CURS-CALENDARIO
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              MOVE 'TCTRL_CALEND_CENTRO'
                                       TO   WRK-SQL-TABELA
              MOVE 'CURSOR'            TO   WRK-SQL-COMANDO
              MOVE '2000'              TO   WRK-SQL-LOCAL
              PERFORM 9200-ERRO-SQL
           END-IF.

           PERFORM 2100-FETCH-CALENDARIO
                   UNTIL SQLCODE       EQUAL     100.

           EXEC SQL
               CLOSE CURS-CALENDARIO
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              MOVE 'TCTRL_CALEND_CENTRO'
                                       TO   WRK-SQL-TABELA
              MOVE 'CURSOR'            TO   WRK-SQL-COMANDO
              MOVE '2000'              TO   WRK-SQL-LOCAL
              PERFORM 9200-ERRO-SQL
           END-IF.

           IF ACU-CENTROS              EQUAL     ZEROS
              MOVE SPACES              TO   WRK-LINHA-IMPRIMIR
              MOVE ' NENHUM CENTRO ATIVO NO CALENDARIO DE CHEGADA'
                                       TO   WRK-LINHA-IMPRIMIR(1:46)
              PERFORM 1200-IMPRIMIR-LINHA
              PERFORM 2900-ELEVAR-COND-4
           END-IF.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-FETCH-CALENDARIO           SECTION.
      *----------------------------------------------------------------*

           EXEC SQL
               FETCH CURS-CALENDARIO
               INTO  :WRK-HV-CENTRO,
                     :WRK-HV-DIAS-SEMANA,
                     :WRK-HV-HORA-CORTE
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE             EQUAL     ZEROS
                   PERFORM 2200-TRATAR-CENTRO
              WHEN SQLCODE             EQUAL     100
                   CONTINUE
              WHEN OTHER
                   MOVE 'TCTRL_CALEND_CENTRO'
                                       TO   WRK-SQL-TABELA
                   MOVE 'CURSOR'       TO   WRK-SQL-COMANDO
                   MOVE '2100'         TO   WRK-SQL-LOCAL
                   PERFORM 9200-ERRO-SQL
           END-EVALUATE.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2200-TRATAR-CENTRO              SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO   ACU-CENTROS.

           MOVE SPACES                 TO   WRK-CLD-PERIODO
                                            WRK-CLD-SEQUENCIA
                                            WRK-CLD-SIT-PREVD
                                            WRK-CLD-OBSERVACAO.

      *--- 1) DIA SEM MOVIMENTO PARA O CENTRO OU FERIADO (DO CENTRO OU
      *---    DO BANCO INTEIRO) - NADA E ESPERADO.
           IF WRK-HV-DIAS-SEMANA(WRK-HV-DIA-SEMANA:1)
                                       NOT EQUAL 'S'
              SET WRK-CENTRO-SEM-MOVIMENTO
                                       TO   TRUE
              ADD 1                    TO   ACU-SEM-MOVIMENTO
              PERFORM 2800-IMPRIMIR-CENTRO
              GO TO 2200-99-FIM
           END-IF.

           PERFORM 2300-VERIFICAR-FERIADO.

           IF WRK-HV-QTD-FERIADO       GREATER   ZEROS
              SET WRK-CENTRO-FERIADO   TO   TRUE
              MOVE WRK-HV-DESC-FERIADO TO   WRK-CLD-OBSERVACAO
              ADD 1                    TO   ACU-SEM-MOVIMENTO
              PERFORM 2800-IMPRIMIR-CENTRO
              GO TO 2200-99-FIM
           END-IF.

      *--- 2) EXTRACAO REGISTRADA NA DATA DE NEGOCIO (QUALQUER
      *---    SITUACAO - PENDENTE OU JA CONCLUIDA) = RECEBIDA.
           PERFORM 2400-VERIFICAR-EXTRACAO.

           IF WRK-HV-QTD-EXTRACOES     GREATER   ZEROS
              SET WRK-CENTRO-RECEBIDA  TO   TRUE
              ADD 1                    TO   ACU-RECEBIDAS
              MOVE WRK-HV-CPERDC       TO   WRK-AUX-S9-2
              MOVE WRK-AUX-9-2         TO   WRK-CLD-PERIODO
              MOVE WRK-HV-NSEQ         TO   WRK-AUX-S9-7
              MOVE WRK-AUX-9-7         TO   WRK-CLD-SEQUENCIA
              MOVE WRK-HV-SIT-PREVD    TO   WRK-CAL-SIT-EDITADA
              MOVE WRK-CAL-SIT-EDITADA TO   WRK-CLD-SIT-PREVD
              IF WRK-HV-QTD-EXTRACOES  GREATER   1
                 MOVE 'MAIS DE UMA EXTRACAO NA DATA - ULTIMA'
                                       TO   WRK-CLD-OBSERVACAO
              END-IF
              PERFORM 2800-IMPRIMIR-CENTRO
              GO TO 2200-99-FIM
           END-IF.

      *--- 3) NAO CHEGOU: DATA JA ENCERRADA = AUSENTE; HOJE, DEPENDE
      *---    DO HORARIO DE CORTE DO CENTRO.
           IF WRK-HV-DIAS-PASSADOS     GREATER   ZEROS
              SET WRK-CENTRO-AUSENTE   TO   TRUE
              ADD 1                    TO   ACU-AUSENTES
              MOVE 'NENHUMA EXTRACAO REGISTRADA NA DATA'
                                       TO   WRK-CLD-OBSERVACAO
              PERFORM 2800-IMPRIMIR-CENTRO
              PERFORM 3000-ALERTAR-ATRASO
              GO TO 2200-99-FIM
           END-IF.

           IF WRK-CRT-HH               NOT NUMERIC
              OR WRK-CRT-MM            NOT NUMERIC
              OR WRK-CRT-SEP           NOT EQUAL '.'
              OR WRK-CRT-HH            GREATER   23
              OR WRK-CRT-MM            GREATER   59
              SET WRK-CENTRO-NO-PRAZO  TO   TRUE
              ADD 1                    TO   ACU-NO-PRAZO
              ADD 1                    TO   ACU-CORTE-INVALIDO
              MOVE 'HORARIO DE CORTE INVALIDO NO CALENDARIO'
                                       TO   WRK-CLD-OBSERVACAO
              PERFORM 2800-IMPRIMIR-CENTRO
              PERFORM 2900-ELEVAR-COND-4
              GO TO 2200-99-FIM
           END-IF.

           COMPUTE WRK-MIN-CORTE =
                   (WRK-CRT-HH * 60)
                 +  WRK-CRT-MM.

           IF WRK-MIN-AGORA            GREATER   WRK-MIN-CORTE
              SET WRK-CENTRO-ATRASADA  TO   TRUE
              ADD 1                    TO   ACU-ATRASADAS
              MOVE 'CORTE ULTRAPASSADO SEM EXTRACAO'
                                       TO   WRK-CLD-OBSERVACAO
              PERFORM 2800-IMPRIMIR-CENTRO
              PERFORM 3000-ALERTAR-ATRASO
           ELSE
              SET WRK-CENTRO-NO-PRAZO  TO   TRUE
              ADD 1                    TO   ACU-NO-PRAZO
              PERFORM 2800-IMPRIMIR-CENTRO
           END-IF.

      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2300-VERIFICAR-FERIADO          SECTION.
      *----------------------------------------------------------------*

      *--- CENTRO '****' NA TABELA DE FERIADOS = FERIADO BANCARIO
      *--- (VALE PARA TODOS OS CENTROS).
           EXEC SQL
               SELECT  COUNT(*),
                       VALUE(MAX(DESCRICAO), ' ')
               INTO    :WRK-HV-QTD-FERIADO,
                       :WRK-HV-DESC-FERIADO
               FROM    DB2PRD.TCTRL_CALEND_FERIADO
               WHERE   DATA_FERIADO        =
                       DATE(:WRK-HV-DATA-NEGOCIO)
               AND     CCTRO_CUSTO_ORIGE   IN (:WRK-HV-CENTRO, '****')
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              MOVE 'TCTRL_CALEND_FERIADO'
                                       TO   WRK-SQL-TABELA
              MOVE 'SELECT'            TO   WRK-SQL-COMANDO
              MOVE '2300'              TO   WRK-SQL-LOCAL
              PERFORM 9200-ERRO-SQL
           END-IF.

      *----------------------------------------------------------------*
       2300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2400-VERIFICAR-EXTRACAO         SECTION.
      *----------------------------------------------------------------*

      *--- DINCL_PENDC E A DATA EM QUE A EXTRACAO FOI REGISTRADA (O
      *--- MESMO CRITERIO DE IDADE DO BUPV1056). A TABELA NAO GUARDA A
      *--- HORA DO REGISTRO - A CHEGADA E CONTROLADA POR DATA.
           EXEC SQL
               SELECT  COUNT(*),
                       VALUE(MAX(NSEQ_PROCM_EFETU), 0)
               INTO    :WRK-HV-QTD-EXTRACOES,
                       :WRK-HV-NSEQ
               FROM    DB2PRD.TCTRL_EXTRC_DADO
               WHERE   CFNCAO_PROCM        =   1
               AND     CPERDC_PROCM_SIST   IN (1, 3)
               AND     CDADO_TRATD         =   1
               AND     CCTRO_CUSTO_ORIGE   =   :WRK-HV-CENTRO
               AND     DINCL_PENDC         =
                       DATE(:WRK-HV-DATA-NEGOCIO)
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              MOVE 'TCTRL_EXTRC_DADO'  TO   WRK-SQL-TABELA
              MOVE 'SELECT'            TO   WRK-SQL-COMANDO
              MOVE '2400'              TO   WRK-SQL-LOCAL
              PERFORM 9200-ERRO-SQL
           END-IF.

           IF WRK-HV-QTD-EXTRACOES     EQUAL     ZEROS
              GO TO 2400-99-FIM
           END-IF.

           EXEC SQL
               SELECT  CPERDC_PROCM_SIST,
                       CINDCD_SIT_PREVD
               INTO    :WRK-HV-CPERDC,
                       :WRK-HV-SIT-PREVD
               FROM    DB2PRD.TCTRL_EXTRC_DADO
               WHERE   CFNCAO_PROCM        =   1
               AND     CPERDC_PROCM_SIST   IN (1, 3)
               AND     CDADO_TRATD         =   1
               AND     CCTRO_CUSTO_ORIGE   =   :WRK-HV-CENTRO
               AND     NSEQ_PROCM_EFETU    =   :WRK-HV-NSEQ
               FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              MOVE 'TCTRL_EXTRC_DADO'  TO   WRK-SQL-TABELA
              MOVE 'SELECT'            TO   WRK-SQL-COMANDO
              MOVE '2400'              TO   WRK-SQL-LOCAL
              PERFORM 9200-ERRO-SQL
           END-IF.

      *----------------------------------------------------------------*
       2400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2800-IMPRIMIR-CENTRO            SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-HV-CENTRO          TO   WRK-CLD-CENTRO.
           MOVE WRK-HV-DIAS-SEMANA     TO   WRK-CLD-DIAS.
           MOVE WRK-HV-HORA-CORTE      TO   WRK-CLD-CORTE.
           MOVE WRK-SITUACAO-CENTRO    TO   WRK-CLD-SITUACAO.

           MOVE WRK-CAL-DET            TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

      *----------------------------------------------------------------*
       2800-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2900-ELEVAR-COND-4              SECTION.
      *----------------------------------------------------------------*

           IF WRK-COND-CODE            LESS      4
              MOVE 4                   TO   WRK-COND-CODE
           END-IF.

      *----------------------------------------------------------------*
       2900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-ALERTAR-ATRASO             SECTION.
      *----------------------------------------------------------------*

           MOVE 8                      TO   WRK-COND-CODE.

           IF WRK-ALERTA-DESLIGADO
              OR WRK-MQ-FALHOU
              GO TO 3000-99-FIM
           END-IF.

      *--- UMA CONEXAO PARA TODOS OS ALERTAS DA EXECUCAO, FEITA NO
      *--- PRIMEIRO. FALHA DE MQ NAO MUDA O COND CODE - O 8 JA ALERTA
      *--- O SCHEDULER.
           IF WRK-MQ-NAO-CONECTADO
              MOVE ZEROS               TO   MQSB-HCONN
              CALL 'MQCONN'            USING WRK-QMGR-ALERTA
                                             MQSB-HCONN
                                             MQSB-COMPCODE
                                             MQSB-REASON
              IF MQSB-COMPCODE         EQUAL     MQCC-FAILED
                 DISPLAY 'BUPV1078 - FALHA NO MQCONN DO ALERTA - '
                         'REASON ' MQSB-REASON
                 SET WRK-MQ-FALHOU     TO   TRUE
                 GO TO 3000-99-FIM
              END-IF
              SET WRK-MQ-CONECTADO     TO   TRUE
           END-IF.

      *--- MESMO LAYOUT I#BUPV48 DO BUPV1072 / CONSUMIDOR BUPV1067. SEM
      *--- EXTRACAO NAO HA PERIODO/SEQUENCIA - VAO ZERADOS.
           INITIALIZE BU48-MENSAGEM.

           MOVE WRK-PGM                TO   BU48-PROGRAMA.
           MOVE WRK-JOBNAME-0560       TO   BU48-NOME-JOB.
           MOVE WRK-JOBNUMBER-0560     TO   BU48-NUMERO-JOB.
           MOVE WRK-HV-CENTRO          TO   BU48-CCTRO-CUSTO-ORIGE.
           MOVE 'ATRASO'               TO   BU48-SITUACAO.

           IF WRK-CENTRO-AUSENTE
              STRING 'EXTRACAO AUSENTE - NADA REGISTRADO EM '
                     WRK-HV-DATA-NEGOCIO
                 DELIMITED BY SIZE     INTO BU48-ERR-TEXTO
              END-STRING
           ELSE
              STRING 'EXTRACAO ATRASADA - CORTE '
                     WRK-HV-HORA-CORTE
                     ' DE '
                     WRK-HV-DATA-NEGOCIO
                     ' ULTRAPASSADO'
                 DELIMITED BY SIZE     INTO BU48-ERR-TEXTO
              END-STRING
           END-IF.

           MOVE WRK-HV-DATA-NEGOCIO    TO   BU48-DATA-PROC.
           MOVE WRK-CAL-HORA           TO   BU48-HORA-PROC.

           MOVE WRK-FILA-ALERTA        TO   MQOD-OBJECTNAME.
           MOVE SPACES                 TO   MQOD-OBJECTQMGRNAME.
           MOVE 'MQSTR   '             TO   MQMD-FORMAT.
           MOVE LOW-VALUES             TO   MQMD-MSGID
                                            MQMD-CORRELID.
           MOVE LENGTH OF BU48-MENSAGEM
                                       TO   MQSB-TAM-DADOS.

           CALL 'MQPUT1'               USING MQSB-HCONN
                                             MQSB-MQOD
                                             MQSB-MQMD
                                             MQSB-MQPMO
                                             MQSB-TAM-DADOS
                                             BU48-MENSAGEM
                                             MQSB-COMPCODE
                                             MQSB-REASON.

           IF MQSB-COMPCODE            NOT EQUAL MQCC-OK
              DISPLAY 'BUPV1078 - FALHA NO MQPUT1 DO ALERTA - REASON '
                      MQSB-REASON ' - CENTRO ' WRK-HV-CENTRO
           ELSE
              ADD 1                    TO   ACU-ALERTAS
           END-IF.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*

           IF WRK-MQ-CONECTADO
              CALL 'MQDISC'            USING MQSB-HCONN
                                             MQSB-COMPCODE
                                             MQSB-REASON
           END-IF.

           MOVE WRK-CAL-BRANCO         TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

           MOVE 'CENTROS NO CALENDARIO..................:'
                                       TO   WRK-CLT-DESCRICAO.
           MOVE ACU-CENTROS            TO   WRK-CLT-QUANTIDADE.
           PERFORM 4100-IMPRIMIR-TOTAL.

           MOVE 'EXTRACOES RECEBIDAS....................:'
                                       TO   WRK-CLT-DESCRICAO.
           MOVE ACU-RECEBIDAS          TO   WRK-CLT-QUANTIDADE.
           PERFORM 4100-IMPRIMIR-TOTAL.

           MOVE 'AGUARDADAS NO PRAZO....................:'
                                       TO   WRK-CLT-DESCRICAO.
           MOVE ACU-NO-PRAZO           TO   WRK-CLT-QUANTIDADE.
           PERFORM 4100-IMPRIMIR-TOTAL.

           MOVE 'ATRASADAS..............................:'
                                       TO   WRK-CLT-DESCRICAO.
           MOVE ACU-ATRASADAS          TO   WRK-CLT-QUANTIDADE.
           PERFORM 4100-IMPRIMIR-TOTAL.

           MOVE 'AUSENTES...............................:'
                                       TO   WRK-CLT-DESCRICAO.
           MOVE ACU-AUSENTES           TO   WRK-CLT-QUANTIDADE.
           PERFORM 4100-IMPRIMIR-TOTAL.

           MOVE 'FERIADO / SEM MOVIMENTO................:'
                                       TO   WRK-CLT-DESCRICAO.
           MOVE ACU-SEM-MOVIMENTO      TO   WRK-CLT-QUANTIDADE.
           PERFORM 4100-IMPRIMIR-TOTAL.

           MOVE 'HORARIO DE CORTE INVALIDO..............:'
                                       TO   WRK-CLT-DESCRICAO.
           MOVE ACU-CORTE-INVALIDO     TO   WRK-CLT-QUANTIDADE.
           PERFORM 4100-IMPRIMIR-TOTAL.

           MOVE 'ALERTAS PUBLICADOS NA FILA.............:'
                                       TO   WRK-CLT-DESCRICAO.
           MOVE ACU-ALERTAS            TO   WRK-CLT-QUANTIDADE.
           PERFORM 4100-IMPRIMIR-TOTAL.

           CLOSE RELATO.

           IF WRK-COND-CODE            EQUAL     8
              DISPLAY '**************** BUPV1078 ****************'
              DISPLAY '*                                        *'
              DISPLAY '*   EXTRACAO ATRASADA OU AUSENTE PARA A  *'
              DISPLAY '*   DATA DE NEGOCIO ' WRK-HV-DATA-NEGOCIO
                      '           *'
              DISPLAY '*   VERIFICAR O RELATO                   *'
              DISPLAY '*                                        *'
              DISPLAY '**************** BUPV1078 ****************'
           END-IF.

           MOVE WRK-COND-CODE          TO   RETURN-CODE.

           STOP RUN.

      *----------------------------------------------------------------*
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4100-IMPRIMIR-TOTAL             SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-CAL-TOTAL          TO   WRK-LINHA-IMPRIMIR.

           PERFORM 1200-IMPRIMIR-LINHA.

      *----------------------------------------------------------------*
       4100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9100-ERRO-GRAVACAO-RELATO       SECTION.
      *----------------------------------------------------------------*

           DISPLAY 'BUPV1078 - ERRO NA GRAVACAO DO RELATO - FS '
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
           MOVE 998                    TO BU00-ES-COD-RETORNO.
           MOVE WRK-PGM                TO BU00-COD-PROGRAMA.
           MOVE '001'                  TO BU00-LOCAL.
           STRING 'CALENDARIO DE CHEGADA - CENTRO '
                  WRK-HV-CENTRO
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
           MOVE WRK-HV-CENTRO          TO BU00-EE-CENTRO-CUSTO-ORIGEM.
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
