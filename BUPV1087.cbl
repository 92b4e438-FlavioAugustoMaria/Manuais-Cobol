      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. BUPV1087.
       AUTHOR.     RAPHAEL MARQUES.
      *================================================================*
      *                   P R I M E  I N F O R M A T I C A             *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  BUPV1087                                     *
      *    PROGRAMADOR.:  RAPHAEL MARQUES                   -  PRIME   *
      *    ANALISTA....:  MAURO                             -  PRIME   *
      *    DATA........:  15/10/2026                                   *
      *----------------------------------------------------------------*
      *    OBJETIVO....:  CONFRONTO DOS PARAMETROS EFETIVOS DE CADA    *
      *                   EXECUCAO DA SUITE (TCTRL_LOG_PARM, GRAVADA   *
      *                   PELO BUPVM130) COM O PERFIL PADRAO           *
      *                   CADASTRADO PARA O PROGRAMA/CENTRO DE CUSTO   *
      *                   (TCTRL_PERFIL_PARM, MANTIDA PELO DBA). O     *
      *                   PERFIL DO CENTRO PREVALECE; SEM ELE VALE O   *
      *                   PERFIL '****' DO PROGRAMA. AS OPCOES SAO     *
      *                   CONFRONTADAS NOME A NOME ('NOME=VALOR;...'): *
      *                   OPCAO COM VALOR DIFERENTE DO PADRAO          *
      *                   (DIVERGENTE), OPCAO DO PERFIL QUE A EXECUCAO *
      *                   NAO REGISTROU (AUSENTE) E OPCAO REGISTRADA   *
      *                   QUE O PERFIL NAO PREVE (FORA PERFIL) SAO     *
      *                   LISTADAS COM O PADRAO AO LADO DO EXECUTADO.  *
      *                   EXECUCAO DE PROGRAMA/CENTRO SEM PERFIL ATIVO *
      *                   E LISTADA A PARTE (SEM PERFIL). A            *
      *                   IDENTIFICACAO DA EXECUCAO (EXTRACAO, DATAS,  *
      *                   PARTICAO) NAO E CONFRONTADA. UM PARAMETRO DE *
      *                   TESTE ESQUECIDO NA PRODUCAO APARECE NA       *
      *                   MANHA SEGUINTE, NAO NA SEMANA SEGUINTE.      *
      *----------------------------------------------------------------*
      *    COND CODES..:  0000 - TODAS AS EXECUCOES CONFORMES          *
      *                   0004 - EXECUCAO SEM PERFIL CADASTRADO OU     *
      *                          NENHUMA EXECUCAO NO PERIODO           *
      *                   0008 - EXISTE EXECUCAO COM DESVIO DO PERFIL  *
      *                   0012 - ERRO DE PARM/ARQUIVO                  *
      *----------------------------------------------------------------*
      *    BCO DE DADOS:                                               *
      *                TABLE                          INCLUDE/BOOK     *
      *                DB2PRD.TCTRL_LOG_PARM         (LOG DE           *
      *                                               PARAMETROS)      *
      *                DB2PRD.TCTRL_PERFIL_PARM      (PERFIL PADRAO    *
      *                                               PROGRAMA/CENTRO) *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME           I/O           INCLUDE/BOOK     *
      *                RELATO            O              (INTERNO)      *
      *----------------------------------------------------------------*
      *    BOOK'S......:                                               *
      *    I#BRAD7C - AREA PARA TRATAMENTO DE ERRO PELA BRAD7100       *
      *    I#BUPV00 - AREA DE COMUNICACAO                              *
      *    I#BUPV51 - INTERFACE DO LOG DE PARAMETROS                   *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    BRAD7100 - AREA PARA TRATAMENTO DE ERRO PELA BRAD7100       *
      *    BRAD7600 - DATA E HORA ATUAL                                *
      *    BUPVM100 - GRAVAR LOG DE ERRO                               *
      *    BUPVM130 - LOG DE PARAMETROS DA EXECUCAO                    *
      *    CKRS1000 - CONEXAO COM O DB2                                *
      *----------------------------------------------------------------*
      *    PARM........:  PARM='DD.MM.AAAA[,DD.MM.AAAA]'  (OPCIONAL)   *
      *                   1A DATA = INICIO DO PERIODO                  *
      *                   2A DATA = FIM DO PERIODO (DEFAULT = 1A DATA) *
      *                   SEM PARM: DE ONTEM ATE HOJE (A NOITE QUE     *
      *                   ATRAVESSA A MEIA-NOITE FICA INTEIRA)         *
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

       77  ACU-EXECUCOES-LIDAS         PIC  9(007) COMP-3  VALUE ZEROS.
       77  ACU-EXECUCOES-CONFORMES     PIC  9(007) COMP-3  VALUE ZEROS.
       77  ACU-EXECUCOES-DESVIO        PIC  9(007) COMP-3  VALUE ZEROS.
       77  ACU-EXECUCOES-SEM-PERFIL    PIC  9(007) COMP-3  VALUE ZEROS.
       77  ACU-OPCOES-DESVIO           PIC  9(007) COMP-3  VALUE ZEROS.

       77  WRK-BATCH                   PIC  X(008)         VALUE
           'BATCH'.

       77  WRK-PGM                     PIC  X(008)         VALUE
           'BUPV1087'.

       77  WRK-MODULO                  PIC  X(008)         VALUE SPACES.

       77  WRK-COND-CODE               PIC  9(004)         VALUE ZEROS.

      *--- PERIODO DO CONFRONTO (PARM OU DEFAULT ONTEM/HOJE).
       77  WRK-FILTRO-DATA-INI         PIC  X(010)         VALUE SPACES.
       77  WRK-FILTRO-DATA-FIM         PIC  X(010)         VALUE SPACES.

       77  WRK-SQL-TABELA              PIC  X(020)         VALUE SPACES.
       77  WRK-SQL-COMANDO             PIC  X(008)         VALUE SPACES.
       77  WRK-SQL-LOCAL               PIC  X(004)         VALUE SPACES.

       01  WRK-SQLCODE-S9-9            PIC S9(009)         VALUE ZEROS.
       01  FILLER                      REDEFINES WRK-SQLCODE-S9-9.
           05 FILLER                   PIC  X(006).
           05 WRK-SQLCODE-S9-3         PIC S9(003).

       77  WRK-FS-RELATO               PIC  X(002)         VALUE SPACES.

       77  WRK-CTR-LINHAS              PIC  9(003) COMP-3  VALUE ZEROS.
       77  WRK-CTR-PAGINAS             PIC  9(005) COMP-3  VALUE ZEROS.
       77  WRK-MAX-LINHAS              PIC  9(003) COMP-3  VALUE 56.

       77  WRK-SW-FIM-CURSOR           PIC  X(001)         VALUE 'N'.
           88 WRK-FIM-CURSOR                               VALUE 'S'.

      *--- O CURSOR VEM ORDENADO POR PROGRAMA/CENTRO - O PERFIL SO E
      *--- RELIDO QUANDO A CHAVE MUDA.
       01  WRK-CHAVE-PERFIL.
           05 WRK-CHV-PROGRAMA         PIC  X(008)         VALUE SPACES.
           05 WRK-CHV-CCTRO            PIC  X(004)         VALUE SPACES.

       77  WRK-SW-PERFIL               PIC  X(001)         VALUE 'N'.
           88 WRK-PERFIL-ACHADO                            VALUE 'S'.
           88 WRK-SEM-PERFIL                               VALUE 'N'.

       77  WRK-QTD-DESVIOS-EXEC        PIC  9(003) COMP    VALUE ZEROS.

      *--- HOST VARIABLES DA TCTRL_LOG_PARM / TCTRL_PERFIL_PARM.
       77  WRK-HV-PROGRAMA             PIC  X(008)         VALUE SPACES.
       77  WRK-HV-CCTRO                PIC  X(004)         VALUE SPACES.
       77  WRK-HV-DTHR-EXECUCAO        PIC  X(026)         VALUE SPACES.
       77  WRK-HV-JOB                  PIC  X(008)         VALUE SPACES.
       77  WRK-HV-USUARIO              PIC  X(008)         VALUE SPACES.
       77  WRK-HV-OPCOES               PIC  X(250)         VALUE SPACES.
       77  WRK-HV-CCTRO-PERFIL         PIC  X(004)         VALUE SPACES.
       77  WRK-HV-OPCOES-PERFIL        PIC  X(250)         VALUE SPACES.
       77  WRK-HV-DIAS-PERIODO         PIC S9(009) COMP    VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  FILLER                      PIC  X(050)         VALUE
           '*** SEPARACAO DAS OPCOES (NOME=VALOR;...)      ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       77  WRK-OPC-TEXTO               PIC  X(250)         VALUE SPACES.
       77  WRK-OPC-TOKEN               PIC  X(250)         VALUE SPACES.
       77  WRK-OPC-PONTEIRO            PIC  9(003) COMP    VALUE ZEROS.
       77  WRK-MAX-OPCOES              PIC  9(003) COMP    VALUE 30.

      *--- AS TRES TABELAS TEM O MESMO LAYOUT: A SEPARACAO PREENCHE A
      *--- DE TRABALHO, COPIADA DEPOIS PARA A DO PERFIL OU A DA
      *--- EXECUCAO.
       01  WRK-TAB-SEPARADA.
           05 WRK-SEP-ITEM             OCCURS 30 TIMES.
              10 WRK-SEP-NOME          PIC  X(020).
              10 WRK-SEP-VALOR         PIC  X(060).
              10 WRK-SEP-SW-USADA      PIC  X(001).

       01  WRK-TAB-PADRAO.
           05 WRK-PAD-ITEM             OCCURS 30 TIMES.
              10 WRK-PAD-NOME          PIC  X(020).
              10 WRK-PAD-VALOR         PIC  X(060).
              10 WRK-PAD-SW-USADA      PIC  X(001).
                 88 WRK-PAD-USADA                          VALUE 'S'.

       01  WRK-TAB-EXECUTADA.
           05 WRK-EXE-ITEM             OCCURS 30 TIMES.
              10 WRK-EXE-NOME          PIC  X(020).
              10 WRK-EXE-VALOR         PIC  X(060).
              10 WRK-EXE-SW-USADA      PIC  X(001).

       77  WRK-QTD-SEPARADA            PIC  9(003) COMP    VALUE ZEROS.
       77  WRK-QTD-PADRAO              PIC  9(003) COMP    VALUE ZEROS.
       77  WRK-QTD-EXECUTADA           PIC  9(003) COMP    VALUE ZEROS.
       77  WRK-IND-PAD                 PIC  9(003) COMP    VALUE ZEROS.
       77  WRK-IND-EXE                 PIC  9(003) COMP    VALUE ZEROS.
       77  WRK-IND-ACHADO              PIC  9(003) COMP    VALUE ZEROS.

       77  WRK-SW-OPCAO                PIC  X(001)         VALUE 'N'.
           88 WRK-OPCAO-ACHADA                             VALUE 'S'.
           88 WRK-OPCAO-NAO-ACHADA                         VALUE 'N'.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  FILLER                      PIC  X(050)         VALUE
           '*** AREA DA BRAD7600                           ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-7600-DATA-HORA.
           05 WRK-7600-ANO             PIC  9(004)         VALUE ZEROS.
           05 WRK-7600-MES             PIC  9(002)         VALUE ZEROS.
           05 WRK-7600-DIA             PIC  9(002)         VALUE ZEROS.
           05 WRK-7600-HORA            PIC  9(002)         VALUE ZEROS.
           05 WRK-7600-MINUTOS         PIC  9(002)         VALUE ZEROS.
           05 WRK-7600-SEGUNDOS        PIC  9(002)         VALUE ZEROS.
           05 FILLER                   PIC  X(006)         VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  FILLER                      PIC  X(050)         VALUE
           '*** LINHAS DO RELATO                           ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-LINHA-IMPRIMIR          PIC  X(133)         VALUE SPACES.

       01  WRK-PRF-CAB1.
           05 FILLER                   PIC  X(001)         VALUE '1'.
           05 FILLER                   PIC  X(008)         VALUE
              'BUPV1087'.
           05 FILLER                   PIC  X(010)         VALUE SPACES.
           05 FILLER                   PIC  X(048)         VALUE
              'DESVIOS DE PARAMETROS X PERFIL PADRAO (BUPVM130)'.
           05 FILLER                   PIC  X(050)         VALUE SPACES.
           05 FILLER                   PIC  X(005)         VALUE
              'PAG: '.
           05 WRK-PRF-PAGINA           PIC  ZZZ9.
           05 FILLER                   PIC  X(007)         VALUE SPACES.

       01  WRK-PRF-CAB2.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 FILLER                   PIC  X(009)         VALUE
              'PERIODO: '.
           05 WRK-PRF-DATA-INI         PIC  X(010)         VALUE SPACES.
           05 FILLER                   PIC  X(003)         VALUE ' A '.
           05 WRK-PRF-DATA-FIM         PIC  X(010)         VALUE SPACES.
           05 FILLER                   PIC  X(014)         VALUE
              '  EMISSAO EM: '.
           05 WRK-PRF-DATA-PROC        PIC  X(010)         VALUE SPACES.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-PRF-HORA-PROC        PIC  X(008)         VALUE SPACES.
           05 FILLER                   PIC  X(067)         VALUE SPACES.

       01  WRK-PRF-CAB3.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 FILLER                   PIC  X(010)         VALUE
              'PROGRAMA'.
           05 FILLER                   PIC  X(007)         VALUE
              'CENTRO'.
           05 FILLER                   PIC  X(021)         VALUE
              'DATA/HORA EXECUCAO'.
           05 FILLER                   PIC  X(010)         VALUE
              'JOB'.
           05 FILLER                   PIC  X(010)         VALUE
              'USUARIO'.
           05 FILLER                   PIC  X(015)         VALUE
              'OPCAO'.
           05 FILLER                   PIC  X(024)         VALUE
              'PADRAO DO PERFIL'.
           05 FILLER                   PIC  X(024)         VALUE
              'EXECUTADO'.
           05 FILLER                   PIC  X(011)         VALUE
              'SITUACAO'.

       01  WRK-PRF-DET.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-PRD-PROGRAMA         PIC  X(008)         VALUE SPACES.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-PRD-CCTRO            PIC  X(004)         VALUE SPACES.
           05 FILLER                   PIC  X(003)         VALUE SPACES.
           05 WRK-PRD-DTHR             PIC  X(019)         VALUE SPACES.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-PRD-JOB              PIC  X(008)         VALUE SPACES.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-PRD-USUARIO          PIC  X(008)         VALUE SPACES.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-PRD-OPCAO            PIC  X(014)         VALUE SPACES.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-PRD-PADRAO           PIC  X(023)         VALUE SPACES.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-PRD-EXECUTADO        PIC  X(023)         VALUE SPACES.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-PRD-SITUACAO         PIC  X(011)         VALUE SPACES.

       01  WRK-PRF-TOTAL.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-PRT-DESCRICAO        PIC  X(032)         VALUE SPACES.
           05 WRK-PRT-QUANTIDADE       PIC  ZZZZ.ZZ9       VALUE ZEROS.
           05 FILLER                   PIC  X(092)         VALUE SPACES.

       01  WRK-PRF-BRANCO              PIC  X(133)         VALUE SPACES.

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
      *--- EX.: PARM='14.10.2026,15.10.2026'
       01  LK-PARM-AREA.
           05 LK-PARM-TAM              PIC  S9(004) COMP.
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

           PERFORM 2000-CONFRONTAR-EXECUCOES.

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
              DISPLAY 'BUPV1087 - ERRO NA ABERTURA DO RELATO - FS '
                      WRK-FS-RELATO
              MOVE 12                  TO   RETURN-CODE
              STOP RUN
           END-IF.

           CALL 'BRAD7600'             USING WRK-7600-DATA-HORA.

           STRING WRK-7600-DIA '.'
                  WRK-7600-MES '.'
                  WRK-7600-ANO
              DELIMITED BY SIZE        INTO WRK-PRF-DATA-PROC
           END-STRING.

           STRING WRK-7600-HORA    ':'
                  WRK-7600-MINUTOS ':'
                  WRK-7600-SEGUNDOS
              DELIMITED BY SIZE        INTO WRK-PRF-HORA-PROC
           END-STRING.

           MOVE WRK-FILTRO-DATA-INI    TO   WRK-PRF-DATA-INI.
           MOVE WRK-FILTRO-DATA-FIM    TO   WRK-PRF-DATA-FIM.

           PERFORM 1100-IMPRIMIR-CABECALHO.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1100-IMPRIMIR-CABECALHO         SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO   WRK-CTR-PAGINAS.

           MOVE WRK-CTR-PAGINAS        TO   WRK-PRF-PAGINA.

           WRITE FD-RELATO             FROM WRK-PRF-CAB1.
           WRITE FD-RELATO             FROM WRK-PRF-CAB2.
           WRITE FD-RELATO             FROM WRK-PRF-BRANCO.
           WRITE FD-RELATO             FROM WRK-PRF-CAB3.

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

      *--- SEM PARM: DE ONTEM ATE HOJE - O LOTE NOTURNO ATRAVESSA A
      *--- MEIA-NOITE. COM UMA DATA SO, O PERIODO E AQUELE DIA.
           IF LK-PARM-TAM              NOT LESS  10
              MOVE LK-PARM-DATA-INI    TO   WRK-FILTRO-DATA-INI
              IF LK-PARM-TAM           NOT LESS  21
                 MOVE LK-PARM-DATA-FIM TO   WRK-FILTRO-DATA-FIM
              ELSE
                 MOVE LK-PARM-DATA-INI TO   WRK-FILTRO-DATA-FIM
              END-IF
           ELSE
              EXEC SQL
                  SET :WRK-FILTRO-DATA-INI =
                      CHAR(CURRENT DATE - 1 DAY, EUR)
              END-EXEC
              IF SQLCODE               EQUAL     ZEROS
                 EXEC SQL
                     SET :WRK-FILTRO-DATA-FIM = CHAR(CURRENT DATE, EUR)
                 END-EXEC
              END-IF
              IF SQLCODE               NOT EQUAL ZEROS
                 MOVE 'SYSDUMMY1'      TO   WRK-SQL-TABELA
                 MOVE 'SET'            TO   WRK-SQL-COMANDO
                 MOVE '1400'           TO   WRK-SQL-LOCAL
                 PERFORM 9200-ERRO-SQL
              END-IF
           END-IF.

           EXEC SQL
               SET :WRK-HV-DIAS-PERIODO =
                   DAYS(DATE(:WRK-FILTRO-DATA-FIM))
                 - DAYS(DATE(:WRK-FILTRO-DATA-INI))
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              DISPLAY '**************** BUPV1087 ****************'
              DISPLAY '*                                        *'
              DISPLAY '*   DATA INVALIDA NA PARM                *'
              DISPLAY '*   EX.: PARM=' QUOTE '14.10.2026,15.10.2026'
                      QUOTE ' *'
              DISPLAY '*                                        *'
              DISPLAY '**************** BUPV1087 ****************'
              MOVE 12                  TO   RETURN-CODE
              STOP RUN
           END-IF.

           IF WRK-HV-DIAS-PERIODO      LESS      ZEROS
              DISPLAY 'BUPV1087 - PERIODO INVALIDO NA PARM: '
                      WRK-FILTRO-DATA-INI ' A ' WRK-FILTRO-DATA-FIM
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

           STRING 'DE='                WRK-FILTRO-DATA-INI
                  ';ATE='              WRK-FILTRO-DATA-FIM
              DELIMITED BY SIZE        INTO BU51-IDENTIFICACAO
           END-STRING.

           CALL 'BUPVM130'             USING BU51-INTERFACE.

      *----------------------------------------------------------------*
       1450-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-CONFRONTAR-EXECUCOES       SECTION.
      *----------------------------------------------------------------*

           EXEC SQL
               DECLARE CURS-LOG-PARM CURSOR FOR
               SELECT  CPROGRAMA,
                       CCTRO_CUSTO,
                       CHAR(DTHR_EXECUCAO),
                       CJOB,
                       CUSUAR,
                       OPCOES
               FROM    DB2PRD.TCTRL_LOG_PARM
               WHERE   DATE(DTHR_EXECUCAO)
                       BETWEEN DATE(:WRK-FILTRO-DATA-INI)
                       AND     DATE(:WRK-FILTRO-DATA-FIM)
               ORDER BY CPROGRAMA, CCTRO_CUSTO, DTHR_EXECUCAO
           END-EXEC.

           EXEC SQL
               OPEN CURS-LOG-PARM
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              MOVE 'TCTRL_LOG_PARM'    TO   WRK-SQL-TABELA
              MOVE 'CURSOR'            TO   WRK-SQL-COMANDO
              MOVE '2000'              TO   WRK-SQL-LOCAL
              PERFORM 9200-ERRO-SQL
           END-IF.

      *--- O FIM DO CURSOR VAI PARA CHAVE PROPRIA: A LEITURA DO
      *--- PERFIL NO MEIO DO LOOP TAMBEM DEVOLVE SQLCODE 100.
           MOVE 'N'                    TO   WRK-SW-FIM-CURSOR.

           PERFORM 2100-FETCH-EXECUCAO
                   UNTIL WRK-FIM-CURSOR.

           EXEC SQL
               CLOSE CURS-LOG-PARM
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              MOVE 'TCTRL_LOG_PARM'    TO   WRK-SQL-TABELA
              MOVE 'CURSOR'            TO   WRK-SQL-COMANDO
              MOVE '2000'              TO   WRK-SQL-LOCAL
              PERFORM 9200-ERRO-SQL
           END-IF.

           IF ACU-EXECUCOES-LIDAS      EQUAL     ZEROS
              MOVE SPACES              TO   WRK-LINHA-IMPRIMIR
              MOVE ' NENHUMA EXECUCAO REGISTRADA NO PERIODO'
                                       TO   WRK-LINHA-IMPRIMIR(1:40)
              PERFORM 1200-IMPRIMIR-LINHA
              GO TO 2000-99-FIM
           END-IF.

           IF ACU-EXECUCOES-DESVIO     EQUAL     ZEROS
              AND ACU-EXECUCOES-SEM-PERFIL
                                       EQUAL     ZEROS
              MOVE SPACES              TO   WRK-LINHA-IMPRIMIR
              MOVE ' NENHUM DESVIO DO PERFIL PADRAO NO PERIODO'
                                       TO   WRK-LINHA-IMPRIMIR(1:43)
              PERFORM 1200-IMPRIMIR-LINHA
           END-IF.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-FETCH-EXECUCAO             SECTION.
      *----------------------------------------------------------------*

           EXEC SQL
               FETCH CURS-LOG-PARM
               INTO  :WRK-HV-PROGRAMA,
                     :WRK-HV-CCTRO,
                     :WRK-HV-DTHR-EXECUCAO,
                     :WRK-HV-JOB,
                     :WRK-HV-USUARIO,
                     :WRK-HV-OPCOES
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE             EQUAL     ZEROS
                   PERFORM 2200-TRATAR-EXECUCAO
              WHEN SQLCODE             EQUAL     100
                   SET WRK-FIM-CURSOR  TO   TRUE
              WHEN OTHER
                   MOVE 'TCTRL_LOG_PARM'
                                       TO   WRK-SQL-TABELA
                   MOVE 'FETCH'        TO   WRK-SQL-COMANDO
                   MOVE '2100'         TO   WRK-SQL-LOCAL
                   PERFORM 9200-ERRO-SQL
           END-EVALUATE.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2200-TRATAR-EXECUCAO            SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO   ACU-EXECUCOES-LIDAS.

           IF WRK-HV-PROGRAMA          NOT EQUAL WRK-CHV-PROGRAMA
              OR WRK-HV-CCTRO          NOT EQUAL WRK-CHV-CCTRO
              PERFORM 2300-OBTER-PERFIL
           END-IF.

           MOVE WRK-HV-PROGRAMA        TO   WRK-PRD-PROGRAMA.
           MOVE WRK-HV-CCTRO           TO   WRK-PRD-CCTRO.
           MOVE WRK-HV-DTHR-EXECUCAO(1:19)
                                       TO   WRK-PRD-DTHR.
           MOVE WRK-HV-JOB             TO   WRK-PRD-JOB.
           MOVE WRK-HV-USUARIO         TO   WRK-PRD-USUARIO.

           IF WRK-SEM-PERFIL
              ADD 1                    TO   ACU-EXECUCOES-SEM-PERFIL
              MOVE SPACES              TO   WRK-PRD-OPCAO
              MOVE '(SEM PERFIL ATIVO)'
                                       TO   WRK-PRD-PADRAO
              MOVE WRK-HV-OPCOES       TO   WRK-PRD-EXECUTADO
              MOVE 'SEM PERFIL'        TO   WRK-PRD-SITUACAO
              MOVE WRK-PRF-DET         TO   WRK-LINHA-IMPRIMIR
              PERFORM 1200-IMPRIMIR-LINHA
              GO TO 2200-99-FIM
           END-IF.

      *--- O PERFIL E SEPARADO A CADA EXECUCAO PORQUE A MARCA DE
      *--- OPCAO USADA (PARA ACHAR AS AUSENTES) E DA EXECUCAO.
           MOVE WRK-HV-OPCOES-PERFIL   TO   WRK-OPC-TEXTO.
           PERFORM 2500-SEPARAR-OPCOES.
           MOVE WRK-TAB-SEPARADA       TO   WRK-TAB-PADRAO.
           MOVE WRK-QTD-SEPARADA       TO   WRK-QTD-PADRAO.

           MOVE WRK-HV-OPCOES          TO   WRK-OPC-TEXTO.
           PERFORM 2500-SEPARAR-OPCOES.
           MOVE WRK-TAB-SEPARADA       TO   WRK-TAB-EXECUTADA.
           MOVE WRK-QTD-SEPARADA       TO   WRK-QTD-EXECUTADA.

           MOVE ZEROS                  TO   WRK-QTD-DESVIOS-EXEC.

           PERFORM 2600-CONFRONTAR-OPCAO
                   VARYING WRK-IND-EXE FROM 1 BY 1
                   UNTIL   WRK-IND-EXE GREATER WRK-QTD-EXECUTADA.

           PERFORM 2700-VERIFICAR-AUSENTE
                   VARYING WRK-IND-PAD FROM 1 BY 1
                   UNTIL   WRK-IND-PAD GREATER WRK-QTD-PADRAO.

           IF WRK-QTD-DESVIOS-EXEC     GREATER   ZEROS
              ADD 1                    TO   ACU-EXECUCOES-DESVIO
              ADD WRK-QTD-DESVIOS-EXEC TO   ACU-OPCOES-DESVIO
           ELSE
              ADD 1                    TO   ACU-EXECUCOES-CONFORMES
           END-IF.

      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2300-OBTER-PERFIL               SECTION.
      *----------------------------------------------------------------*

      *--- PERFIL DO CENTRO PREVALECE; SEM ELE, O PERFIL '****' DO
      *--- PROGRAMA.
           MOVE WRK-HV-PROGRAMA        TO   WRK-CHV-PROGRAMA.
           MOVE WRK-HV-CCTRO           TO   WRK-CHV-CCTRO
                                            WRK-HV-CCTRO-PERFIL.

           PERFORM 2310-LER-PERFIL.

           IF WRK-SEM-PERFIL
              AND WRK-HV-CCTRO         NOT EQUAL '****'
              MOVE '****'              TO   WRK-HV-CCTRO-PERFIL
              PERFORM 2310-LER-PERFIL
           END-IF.

      *----------------------------------------------------------------*
       2300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2310-LER-PERFIL                 SECTION.
      *----------------------------------------------------------------*

           EXEC SQL
               SELECT  OPCOES
               INTO    :WRK-HV-OPCOES-PERFIL
               FROM    DB2PRD.TCTRL_PERFIL_PARM
               WHERE   CPROGRAMA           =   :WRK-HV-PROGRAMA
               AND     CCTRO_CUSTO         =   :WRK-HV-CCTRO-PERFIL
               AND     CINDCD_SIT          =   'A'
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE             EQUAL     ZEROS
                   SET WRK-PERFIL-ACHADO
                                       TO   TRUE
              WHEN SQLCODE             EQUAL     100
                   SET WRK-SEM-PERFIL  TO   TRUE
                   MOVE SPACES         TO   WRK-HV-OPCOES-PERFIL
              WHEN OTHER
                   MOVE 'TCTRL_PERFIL_PARM'
                                       TO   WRK-SQL-TABELA
                   MOVE 'SELECT'       TO   WRK-SQL-COMANDO
                   MOVE '2310'         TO   WRK-SQL-LOCAL
                   PERFORM 9200-ERRO-SQL
           END-EVALUATE.

      *----------------------------------------------------------------*
       2310-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2500-SEPARAR-OPCOES             SECTION.
      *----------------------------------------------------------------*

      *--- QUEBRA WRK-OPC-TEXTO ('NOME=VALOR;NOME=VALOR;...') NA
      *--- TABELA DE TRABALHO. O TOKEN TEM O TAMANHO DO TEXTO INTEIRO,
      *--- ENTAO O UNSTRING NUNCA ESTOURA E O PONTEIRO SEMPRE AVANCA.
           INITIALIZE WRK-TAB-SEPARADA.

           MOVE ZEROS                  TO   WRK-QTD-SEPARADA.
           MOVE 1                      TO   WRK-OPC-PONTEIRO.

           PERFORM 2510-SEPARAR-TOKEN
                   UNTIL WRK-OPC-PONTEIRO GREATER 250.

      *----------------------------------------------------------------*
       2500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2510-SEPARAR-TOKEN              SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO   WRK-OPC-TOKEN.

           UNSTRING WRK-OPC-TEXTO      DELIMITED BY ';'
                    INTO WRK-OPC-TOKEN
                    WITH POINTER WRK-OPC-PONTEIRO
           END-UNSTRING.

           IF WRK-OPC-TOKEN            EQUAL     SPACES
              GO TO 2510-99-FIM
           END-IF.

           IF WRK-QTD-SEPARADA         NOT LESS  WRK-MAX-OPCOES
              DISPLAY 'BUPV1087 - TABELA DE OPCOES ESGOTADA - AMPLIAR '
                      'WRK-TAB-SEPARADA/PADRAO/EXECUTADA'
              MOVE 12                  TO   RETURN-CODE
              STOP RUN
           END-IF.

           ADD 1                       TO   WRK-QTD-SEPARADA.

           UNSTRING WRK-OPC-TOKEN      DELIMITED BY '='
                    INTO WRK-SEP-NOME  (WRK-QTD-SEPARADA)
                         WRK-SEP-VALOR (WRK-QTD-SEPARADA)
           END-UNSTRING.

      *----------------------------------------------------------------*
       2510-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2600-CONFRONTAR-OPCAO           SECTION.
      *----------------------------------------------------------------*

           SET WRK-OPCAO-NAO-ACHADA    TO   TRUE.

           PERFORM 2610-PROCURAR-PADRAO
                   VARYING WRK-IND-PAD FROM 1 BY 1
                   UNTIL   WRK-IND-PAD GREATER WRK-QTD-PADRAO
                   OR      WRK-OPCAO-ACHADA.

           MOVE WRK-EXE-NOME (WRK-IND-EXE)
                                       TO   WRK-PRD-OPCAO.
           MOVE WRK-EXE-VALOR (WRK-IND-EXE)
                                       TO   WRK-PRD-EXECUTADO.

           IF WRK-OPCAO-NAO-ACHADA
              MOVE '(NAO PREVISTA)'    TO   WRK-PRD-PADRAO
              MOVE 'FORA PERFIL'       TO   WRK-PRD-SITUACAO
              PERFORM 2800-IMPRIMIR-DESVIO
              GO TO 2600-99-FIM
           END-IF.

           IF WRK-PAD-VALOR (WRK-IND-ACHADO)
                                       NOT EQUAL
              WRK-EXE-VALOR (WRK-IND-EXE)
              MOVE WRK-PAD-VALOR (WRK-IND-ACHADO)
                                       TO   WRK-PRD-PADRAO
              MOVE 'DIVERGENTE'        TO   WRK-PRD-SITUACAO
              PERFORM 2800-IMPRIMIR-DESVIO
           END-IF.

      *----------------------------------------------------------------*
       2600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2610-PROCURAR-PADRAO            SECTION.
      *----------------------------------------------------------------*

           IF WRK-PAD-NOME (WRK-IND-PAD)
                                       EQUAL     WRK-EXE-NOME
                                                 (WRK-IND-EXE)
              SET WRK-OPCAO-ACHADA     TO   TRUE
              MOVE WRK-IND-PAD         TO   WRK-IND-ACHADO
              MOVE 'S'                 TO   WRK-PAD-SW-USADA
                                            (WRK-IND-PAD)
           END-IF.

      *----------------------------------------------------------------*
       2610-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2700-VERIFICAR-AUSENTE          SECTION.
      *----------------------------------------------------------------*

           IF WRK-PAD-USADA (WRK-IND-PAD)
              GO TO 2700-99-FIM
           END-IF.

           MOVE WRK-PAD-NOME (WRK-IND-PAD)
                                       TO   WRK-PRD-OPCAO.
           MOVE WRK-PAD-VALOR (WRK-IND-PAD)
                                       TO   WRK-PRD-PADRAO.
           MOVE '(NAO REGISTRADA)'     TO   WRK-PRD-EXECUTADO.
           MOVE 'AUSENTE'              TO   WRK-PRD-SITUACAO.

           PERFORM 2800-IMPRIMIR-DESVIO.

      *----------------------------------------------------------------*
       2700-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2800-IMPRIMIR-DESVIO            SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO   WRK-QTD-DESVIOS-EXEC.

           MOVE 8                      TO   WRK-COND-CODE.

           MOVE WRK-PRF-DET            TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

      *----------------------------------------------------------------*
       2800-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-PRF-BRANCO         TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

           MOVE 'EXECUCOES NO PERIODO..........:'
                                       TO   WRK-PRT-DESCRICAO.
           MOVE ACU-EXECUCOES-LIDAS    TO   WRK-PRT-QUANTIDADE.
           MOVE WRK-PRF-TOTAL          TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

           MOVE 'EXECUCOES CONFORMES AO PERFIL.:'
                                       TO   WRK-PRT-DESCRICAO.
           MOVE ACU-EXECUCOES-CONFORMES
                                       TO   WRK-PRT-QUANTIDADE.
           MOVE WRK-PRF-TOTAL          TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

           MOVE 'EXECUCOES COM DESVIO..........:'
                                       TO   WRK-PRT-DESCRICAO.
           MOVE ACU-EXECUCOES-DESVIO   TO   WRK-PRT-QUANTIDADE.
           MOVE WRK-PRF-TOTAL          TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

           MOVE 'OPCOES EM DESVIO..............:'
                                       TO   WRK-PRT-DESCRICAO.
           MOVE ACU-OPCOES-DESVIO      TO   WRK-PRT-QUANTIDADE.
           MOVE WRK-PRF-TOTAL          TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

           MOVE 'EXECUCOES SEM PERFIL..........:'
                                       TO   WRK-PRT-DESCRICAO.
           MOVE ACU-EXECUCOES-SEM-PERFIL
                                       TO   WRK-PRT-QUANTIDADE.
           MOVE WRK-PRF-TOTAL          TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

           CLOSE RELATO.

      *--- DESVIO (8) PREVALECE SOBRE AUSENCIA DE PERFIL OU DE
      *--- EXECUCOES (4).
           IF WRK-COND-CODE            EQUAL     ZEROS
              IF ACU-EXECUCOES-SEM-PERFIL
                                       GREATER   ZEROS
                 OR ACU-EXECUCOES-LIDAS
                                       EQUAL     ZEROS
                 MOVE 4                TO   WRK-COND-CODE
              END-IF
           END-IF.

           IF WRK-COND-CODE            EQUAL     8
              DISPLAY '**************** BUPV1087 ****************'
              DISPLAY '*                                        *'
              DISPLAY '*   EXISTEM EXECUCOES COM PARAMETROS     *'
              DISPLAY '*   FORA DO PERFIL PADRAO - VER RELATO   *'
              DISPLAY '*                                        *'
              DISPLAY '**************** BUPV1087 ****************'
           END-IF.

           MOVE WRK-COND-CODE          TO   RETURN-CODE.

           STOP RUN.

      *----------------------------------------------------------------*
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9100-ERRO-GRAVACAO-RELATO       SECTION.
      *----------------------------------------------------------------*

           DISPLAY 'BUPV1087 - ERRO NA GRAVACAO DO RELATO - FS '
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
           STRING 'CONFRONTO DE PARAMETROS - PROGRAMA '
                  WRK-HV-PROGRAMA
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
