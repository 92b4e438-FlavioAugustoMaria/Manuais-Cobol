      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. BUPV1077.
       AUTHOR.     RAPHAEL MARQUES.
      *================================================================*
      *                   P R I M E  I N F O R M A T I C A             *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  BUPV1077                                     *
      *    PROGRAMADOR.:  RAPHAEL MARQUES                   -  PRIME   *
      *    ANALISTA....:  MAURO                             -  PRIME   *
      *    DATA........:  15/10/2026                                   *
      *----------------------------------------------------------------*
      *    OBJETIVO....:  DUPLO CONTROLE (SUBMISSAO/APROVACAO) DOS     *
      *                   CARTOES DE OPERADOR DA BUPV1060 (REPARO),    *
      *                   BUPV1065 (SITUACAO DE EXCECOES), BUPV1069    *
      *                   (PRODUTO/SUBPRODUTO), BUPV1082               *
      *                   (INCORPORACAO DE BALCAO) E BUPV1088          *
      *                   (BLOQUEIO DE APORTES). NENHUM CARTAO         *
      *                   CHEGA A ESSES PROGRAMAS SEM PASSAR POR AQUI: *
      *                   S - SUBMETER: GRAVA CADA CARTAO DO ECARTAO   *
      *                       NA TCTRL_CARTAO_APROV COMO 'PENDENTE',   *
      *                       COM O USUARIO DA EXECUCAO (SUBMISSOR).   *
      *                   A - APROVAR: LE OS CARTOES DE DECISAO E      *
      *                       APROVA OU REJEITA CADA PENDENTE. O       *
      *                       APROVADOR E O USUARIO DA EXECUCAO, QUE   *
      *                       TEM QUE SER DIFERENTE DO SUBMISSOR -     *
      *                       AUTO-APROVACAO E RECUSADA.               *
      *                   L - LIBERAR: GRAVA NO SCARTAO, NA ORDEM DE   *
      *                       SUBMISSAO, SO OS CARTOES APROVADOS E     *
      *                       AINDA NAO LIBERADOS, E OS MARCA COMO     *
      *                       'LIBERADO'. O SCARTAO E O ECARTAO DO     *
      *                       PROGRAMA DESTINO NO PASSO SEGUINTE E     *
      *                       COMECA POR UM CARTAO DE CABECALHO        *
      *                       (I#BUPV53) COM O TIMESTAMP DA LIBERACAO  *
      *                       E A QUANTIDADE DE CARTOES, CONFERIDOS    *
      *                       PELO DESTINO. SE O CURSOR NAO ENTREGAR   *
      *                       A QUANTIDADE DO CABECALHO (DECISAO       *
      *                       CONCORRENTE), A EXECUCAO ABENDA E O DB2  *
      *                       DESFAZ AS MARCAS DE LIBERADO. OS         *
      *                       DESTINOS COM DB2 SO APLICAM CARTAO       *
      *                       'LIBERADO' NESTA TABELA E O PASSAM A     *
      *                       'PROCESSADO'.                            *
      *                   O RELATO DE CADA MODO TRAZ, POR CARTAO,      *
      *                   QUEM SUBMETEU, QUEM APROVOU/REJEITOU E       *
      *                   QUANDO (TRILHA DE AUDITORIA DO DUPLO         *
      *                   CONTROLE).                                   *
      *----------------------------------------------------------------*
      *    COND CODES..:  0000 - PROCESSAMENTO NORMAL                  *
      *                   0004 - HOUVE DECISAO RECUSADA (VER RELATO)   *
      *                          OU NENHUM CARTAO A LIBERAR            *
      *                   0012 - ERRO DE PARM/CARTAO/ABERTURA          *
      *                   ERRO DE GRAVACAO/LEITURA DE ARQUIVO OU DE    *
      *                   SQL ABENDA PELA BRAD7100 (DB2 DESFAZ TUDO)   *
      *----------------------------------------------------------------*
      *    BCO DE DADOS:                                               *
      *                TABLE                          INCLUDE/BOOK     *
      *                DB2PRD.TCTRL_CARTAO_APROV (CARTOES EM DUPLO     *
      *                                           CONTROLE)            *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME           I/O           OBS              *
      *                ECARTAO           I    MODO S: CARTOES DO       *
      *                                       PROGRAMA DESTINO, NO     *
      *                                       LAYOUT DELE              *
      *                                       MODO A: CARTOES DE       *
      *                                       DECISAO:                 *
      *                  COLS 01-09 SEQUENCIA DO CARTAO (DO RELATO DA  *
      *                             SUBMISSAO)                         *
      *                  COLS 11-11 DECISAO (A=APROVAR/R=REJEITAR)     *
      *                  COLS 13-42 MOTIVO DA DECISAO                  *
      *                  ('*' NA COL 1 = COMENTARIO)                   *
      *                SCARTAO           O    MODO L: CABECALHO        *
      *                                       (I#BUPV53) E CARTOES     *
      *                                       APROVADOS (LRECL 80)     *
      *                RELATO            O    RELATORIO FBA 133        *
      *----------------------------------------------------------------*
      *    BOOK'S......:                                               *
      *    I#BRAD7C - AREA PARA TRATAMENTO DE ERRO PELA BRAD7100       *
      *    I#BUPV00 - AREA DE COMUNICACAO                              *
      *    I#BUPV51 - INTERFACE DO LOG DE PARAMETROS (BUPVM130)        *
      *    I#BUPV53 - CABECALHO DA LIBERACAO DE CARTOES (SCARTAO)      *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    BRAD7100 - AREA PARA TRATAMENTO DE ERRO PELA BRAD7100       *
      *    BRAD7600 - DATA E HORA ATUAL                                *
      *    BUPVM100 - GRAVAR LOG DE ERRO                               *
      *    CKRS1000 - CONEXAO COM O DB2                                *
      *----------------------------------------------------------------*
      *    PARM........:  PARM='M,PPPPPPPP'                            *
      *                   M = S (SUBMETER), A (APROVAR), L (LIBERAR)   *
      *                   PPPPPPPP = BUPV1060, BUPV1065, BUPV1069,     *
      *                              BUPV1082 OU BUPV1088              *
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

           SELECT ECARTAO   ASSIGN     TO   UT-S-ECARTAO
           FILE STATUS                 IS   WRK-FS-ECARTAO.

           SELECT SCARTAO   ASSIGN     TO   UT-S-SCARTAO
           FILE STATUS                 IS   WRK-FS-SCARTAO.

           SELECT RELATO    ASSIGN     TO   UT-S-RELATO
           FILE STATUS                 IS   WRK-FS-RELATO.

      *================================================================*
       DATA                            DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*

       FD  ECARTAO
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  FD-ECARTAO                  PIC  X(080).

       FD  SCARTAO
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  FD-SCARTAO                  PIC  X(080).

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

       77  ACU-LIDOS-ECARTAO           PIC  9(005) COMP-3  VALUE ZEROS.
       77  ACU-SUBMETIDOS              PIC  9(005) COMP-3  VALUE ZEROS.
       77  ACU-APROVADOS               PIC  9(005) COMP-3  VALUE ZEROS.
       77  ACU-REJEITADOS              PIC  9(005) COMP-3  VALUE ZEROS.
       77  ACU-RECUSADOS               PIC  9(005) COMP-3  VALUE ZEROS.
       77  ACU-LIBERADOS               PIC  9(005) COMP-3  VALUE ZEROS.

       77  WRK-BATCH                   PIC  X(008)         VALUE
           'BATCH'.

       77  WRK-PGM                     PIC  X(008)         VALUE
           'BUPV1077'.

       77  WRK-MODULO                  PIC  X(008)         VALUE SPACES.

       77  WRK-COND-CODE               PIC  9(004)         VALUE ZEROS.

       77  WRK-MODO                    PIC  X(001)         VALUE SPACES.
           88 WRK-MODO-SUBMETER                            VALUE 'S'.
           88 WRK-MODO-APROVAR                             VALUE 'A'.
           88 WRK-MODO-LIBERAR                             VALUE 'L'.

       77  WRK-PROGRAMA-DESTINO        PIC  X(008)         VALUE SPACES.
           88 WRK-DESTINO-VALIDO                           VALUES
              'BUPV1060'
              'BUPV1065'
              'BUPV1069'
              'BUPV1082'
              'BUPV1088'.

       77  WRK-SW-FIM-CURSOR           PIC  X(001)         VALUE 'N'.
           88 WRK-FIM-CURSOR                               VALUE 'S'.

      *--- CARTAO DE DECISAO (MODO A).
       01  WRK-DECISAO.
           05 WRK-DEC-SEQUENCIA        PIC  X(009).
           05 WRK-DEC-SEQUENCIA-N      REDEFINES WRK-DEC-SEQUENCIA
                                       PIC  9(009).
           05 FILLER                   PIC  X(001).
           05 WRK-DEC-ACAO             PIC  X(001).
              88 WRK-DEC-APROVAR                           VALUE 'A'.
              88 WRK-DEC-REJEITAR                          VALUE 'R'.
           05 FILLER                   PIC  X(001).
           05 WRK-DEC-MOTIVO           PIC  X(030).
           05 FILLER                   PIC  X(038).

       01  WRK-SQLCODE-S9-9            PIC S9(009)         VALUE ZEROS.
       01  FILLER                      REDEFINES WRK-SQLCODE-S9-9.
           05 FILLER                   PIC  X(006).
           05 WRK-SQLCODE-S9-3         PIC S9(003).

       77  WRK-FS-ECARTAO              PIC  X(002)         VALUE SPACES.
       77  WRK-FS-SCARTAO              PIC  X(002)         VALUE SPACES.
       77  WRK-FS-RELATO               PIC  X(002)         VALUE SPACES.

       77  WRK-CTR-LINHAS              PIC  9(003) COMP-3  VALUE ZEROS.
       77  WRK-CTR-PAGINAS             PIC  9(005) COMP-3  VALUE ZEROS.
       77  WRK-MAX-LINHAS              PIC  9(003) COMP-3  VALUE 56.

      *--- TABELA, COMANDO E LOCAL DO ACESSO DB2 EM CURSO - USADOS PELA
      *--- 9200-ERRO-SQL.
       77  WRK-SQL-COMANDO             PIC  X(008)         VALUE SPACES.
       77  WRK-SQL-LOCAL               PIC  X(004)         VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** HOST VARIABLES                             ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

      *--- USUARIO E MOMENTO DA EXECUCAO - UM SO TIMESTAMP PARA TODOS
      *--- OS CARTOES TRATADOS NELA.
       77  WRK-HV-USUARIO              PIC  X(008)         VALUE SPACES.
       77  WRK-HV-DTHR-EXECUCAO        PIC  X(026)         VALUE SPACES.

      *--- LINHA DA TCTRL_CARTAO_APROV (SEM DCLGEN).
       01  WRK-HV-CARTAO.
           05 WRK-HV-PROGRAMA          PIC  X(008)         VALUE SPACES.
           05 WRK-HV-NSEQ              PIC S9(009) COMP    VALUE ZEROS.
           05 WRK-HV-IMAGEM            PIC  X(080)         VALUE SPACES.
           05 WRK-HV-SITUACAO          PIC  X(010)         VALUE SPACES.
           05 WRK-HV-USU-SUBMISSAO     PIC  X(008)         VALUE SPACES.
           05 WRK-HV-DTHR-SUBMISSAO    PIC  X(026)         VALUE SPACES.
           05 WRK-HV-USU-APROVACAO     PIC  X(008)         VALUE SPACES.
           05 WRK-HV-DTHR-APROVACAO    PIC  X(026)         VALUE SPACES.
           05 WRK-HV-MOTIVO            PIC  X(030)         VALUE SPACES.

       77  WRK-HV-QTD-PENDENTES        PIC S9(009) COMP    VALUE ZEROS.

      *--- CARTOES QUE O CURSOR DO MODO L VAI LIBERAR (CABECALHO DO
      *--- SCARTAO).
       77  WRK-HV-QTD-LIBERAR          PIC S9(009) COMP    VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  FILLER                      PIC  X(050)         VALUE
           '*** LINHAS DO RELATO                           ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-LINHA-IMPRIMIR          PIC  X(133)         VALUE SPACES.

       01  WRK-APR-CAB1.
           05 FILLER                   PIC  X(001)         VALUE '1'.
           05 FILLER                   PIC  X(008)         VALUE
              'BUPV1077'.
           05 FILLER                   PIC  X(010)         VALUE SPACES.
           05 FILLER                   PIC  X(040)         VALUE
              'DUPLO CONTROLE DOS CARTOES DE OPERADOR -'.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-APR-MODO             PIC  X(010)         VALUE SPACES.
           05 FILLER                   PIC  X(011)         VALUE
              ' - DESTINO '.
           05 WRK-APR-DESTINO          PIC  X(008)         VALUE SPACES.
           05 FILLER                   PIC  X(028)         VALUE SPACES.
           05 FILLER                   PIC  X(005)         VALUE
              'PAG: '.
           05 WRK-APR-PAGINA           PIC  ZZZ9.
           05 FILLER                   PIC  X(007)         VALUE SPACES.

       01  WRK-APR-CAB2.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 FILLER                   PIC  X(011)         VALUE
              'USUARIO: '.
           05 WRK-APR-USUARIO          PIC  X(008)         VALUE SPACES.
           05 FILLER                   PIC  X(013)         VALUE
              '   EXECUCAO: '.
           05 WRK-APR-DTHR             PIC  X(019)         VALUE SPACES.
           05 FILLER                   PIC  X(081)         VALUE SPACES.

       01  WRK-APR-CAB3.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 FILLER                   PIC  X(011)         VALUE
              'SEQUENCIA'.
           05 FILLER                   PIC  X(012)         VALUE
              'SITUACAO'.
           05 FILLER                   PIC  X(010)         VALUE
              'SUBMISSOR'.
           05 FILLER                   PIC  X(021)         VALUE
              'SUBMETIDO EM'.
           05 FILLER                   PIC  X(010)         VALUE
              'APROVADOR'.
           05 FILLER                   PIC  X(021)         VALUE
              'DECIDIDO EM'.
           05 FILLER                   PIC  X(030)         VALUE
              'RESULTADO'.
           05 FILLER                   PIC  X(017)         VALUE SPACES.

       01  WRK-APR-DET.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-APD-SEQUENCIA        PIC  ZZZZZZZZ9      VALUE ZEROS.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-APD-SITUACAO         PIC  X(010)         VALUE SPACES.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-APD-USU-SUBMISSAO    PIC  X(008)         VALUE SPACES.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-APD-DTHR-SUBMISSAO   PIC  X(019)         VALUE SPACES.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-APD-USU-APROVACAO    PIC  X(008)         VALUE SPACES.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-APD-DTHR-APROVACAO   PIC  X(019)         VALUE SPACES.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-APD-RESULTADO        PIC  X(030)         VALUE SPACES.
           05 FILLER                   PIC  X(017)         VALUE SPACES.

       01  WRK-APR-DET-CARTAO.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 FILLER                   PIC  X(011)         VALUE SPACES.
           05 FILLER                   PIC  X(008)         VALUE
              'CARTAO: '.
           05 WRK-APC-IMAGEM           PIC  X(080)         VALUE SPACES.
           05 FILLER                   PIC  X(033)         VALUE SPACES.

       01  WRK-APR-TOTAL.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-APT-DESCRICAO        PIC  X(040)         VALUE SPACES.
           05 WRK-APT-QUANTIDADE       PIC  ZZZZ9          VALUE ZEROS.
           05 FILLER                   PIC  X(087)         VALUE SPACES.

       01  WRK-APR-BRANCO              PIC  X(133)         VALUE SPACES.

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
           '*** CABECALHO DA LIBERACAO (SCARTAO)           ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       COPY I#BUPV53.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** FIM DA WORKING-STORAGE SECTION             ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*

      *--- AREA DE PARM DA EXEC.
      *--- EX.: PARM='A,BUPV1060'
       01  LK-PARM-AREA.
           05 LK-PARM-TAM              PIC  S9(004) COMP.
           05 LK-PARM-MODO             PIC  X(001).
           05 FILLER                   PIC  X(001).
           05 LK-PARM-PROGRAMA         PIC  X(008).

      *================================================================*
       PROCEDURE                       DIVISION     USING
                                       LK-PARM-AREA.
      *================================================================*

      *----------------------------------------------------------------*
       0000-ROTINA-PRINCIPAL           SECTION.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIALIZAR.

           EVALUATE TRUE
              WHEN WRK-MODO-SUBMETER
                   PERFORM 2000-SUBMETER-CARTOES
              WHEN WRK-MODO-APROVAR
                   PERFORM 3000-DECIDIR-CARTOES
              WHEN OTHER
                   PERFORM 4000-LIBERAR-CARTOES
           END-EVALUATE.

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

           IF WRK-MODO-LIBERAR
              OPEN OUTPUT SCARTAO
                          RELATO
              MOVE '00'                TO   WRK-FS-ECARTAO
           ELSE
              OPEN INPUT  ECARTAO
                   OUTPUT RELATO
              MOVE '00'                TO   WRK-FS-SCARTAO
           END-IF.

           IF WRK-FS-ECARTAO           NOT EQUAL '00'
              OR WRK-FS-SCARTAO        NOT EQUAL '00'
              OR WRK-FS-RELATO         NOT EQUAL '00'
              DISPLAY 'BUPV1077 - ERRO NA ABERTURA DOS ARQUIVOS'
              DISPLAY 'BUPV1077 - FS ECARTAO = ' WRK-FS-ECARTAO
                      ' SCARTAO = ' WRK-FS-SCARTAO
                      ' RELATO = '  WRK-FS-RELATO
              MOVE 12                  TO   RETURN-CODE
              STOP RUN
           END-IF.

           CALL 'BRAD7600'             USING WRK-7600-DATA-HORA.

      *--- O USUARIO DA EXECUCAO (ID DE AUTORIZACAO DO JOB) E QUEM
      *--- SUBMETE, DECIDE OU LIBERA - NAO VEM DE CARTAO NEM DE PARM.
           EXEC SQL
               SET :WRK-HV-USUARIO       = USER
           END-EXEC.

           IF SQLCODE                  EQUAL     ZEROS
              EXEC SQL
                  SET :WRK-HV-DTHR-EXECUCAO = CHAR(CURRENT TIMESTAMP)
              END-EXEC
           END-IF.

           IF SQLCODE                  NOT EQUAL ZEROS
              MOVE 'SET'               TO   WRK-SQL-COMANDO
              MOVE '1000'              TO   WRK-SQL-LOCAL
              PERFORM 9200-ERRO-SQL
           END-IF.

           EVALUATE TRUE
              WHEN WRK-MODO-SUBMETER
                   MOVE 'SUBMISSAO'    TO   WRK-APR-MODO
              WHEN WRK-MODO-APROVAR
                   MOVE 'APROVACAO'    TO   WRK-APR-MODO
              WHEN OTHER
                   MOVE 'LIBERACAO'    TO   WRK-APR-MODO
           END-EVALUATE.

           MOVE WRK-PROGRAMA-DESTINO   TO   WRK-APR-DESTINO
                                            WRK-HV-PROGRAMA.
           MOVE WRK-HV-USUARIO         TO   WRK-APR-USUARIO.
           MOVE WRK-HV-DTHR-EXECUCAO   TO   WRK-APR-DTHR.

           PERFORM 1100-IMPRIMIR-CABECALHO.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1100-IMPRIMIR-CABECALHO         SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO   WRK-CTR-PAGINAS.

           MOVE WRK-CTR-PAGINAS        TO   WRK-APR-PAGINA.

           WRITE FD-RELATO             FROM WRK-APR-CAB1.
           WRITE FD-RELATO             FROM WRK-APR-CAB2.
           WRITE FD-RELATO             FROM WRK-APR-BRANCO.
           WRITE FD-RELATO             FROM WRK-APR-CAB3.

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
       1300-IMPRIMIR-CARTAO            SECTION.
      *----------------------------------------------------------------*

      *--- DUAS LINHAS POR CARTAO: A TRILHA (SUBMISSOR/APROVADOR E
      *--- QUANDO) E A IMAGEM DO CARTAO. O CABECALHO NAO SEPARA AS
      *--- DUAS.
           IF WRK-CTR-LINHAS           NOT LESS  WRK-MAX-LINHAS - 1
              PERFORM 1100-IMPRIMIR-CABECALHO
           END-IF.

           MOVE WRK-HV-NSEQ            TO   WRK-APD-SEQUENCIA.
           MOVE WRK-HV-SITUACAO        TO   WRK-APD-SITUACAO.
           MOVE WRK-HV-USU-SUBMISSAO   TO   WRK-APD-USU-SUBMISSAO.
           MOVE WRK-HV-DTHR-SUBMISSAO  TO   WRK-APD-DTHR-SUBMISSAO.
           MOVE WRK-HV-USU-APROVACAO   TO   WRK-APD-USU-APROVACAO.
           MOVE WRK-HV-DTHR-APROVACAO  TO   WRK-APD-DTHR-APROVACAO.
           MOVE WRK-APR-DET            TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

           MOVE WRK-HV-IMAGEM          TO   WRK-APC-IMAGEM.
           MOVE WRK-APR-DET-CARTAO     TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

      *----------------------------------------------------------------*
       1300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1400-OBTER-PARAMETROS           SECTION.
      *----------------------------------------------------------------*

           IF LK-PARM-TAM              LESS      10
              DISPLAY '**************** BUPV1077 ****************'
              DISPLAY '*                                        *'
              DISPLAY '*  PARM OBRIGATORIA: ' QUOTE 'M,PPPPPPPP' QUOTE
                      '          *'
              DISPLAY '*  M = S (SUBMETER), A (APROVAR) OU      *'
              DISPLAY '*      L (LIBERAR)                       *'
              DISPLAY '*  PPPPPPPP = BUPV1060/BUPV1065/BUPV1069 *'
              DISPLAY '*             BUPV1082 OU BUPV1088       *'
              DISPLAY '*                                        *'
              DISPLAY '**************** BUPV1077 ****************'
              MOVE 12                  TO   RETURN-CODE
              STOP RUN
           END-IF.

           MOVE LK-PARM-MODO           TO   WRK-MODO.
           MOVE LK-PARM-PROGRAMA       TO   WRK-PROGRAMA-DESTINO.

           IF NOT WRK-MODO-SUBMETER
              AND NOT WRK-MODO-APROVAR
              AND NOT WRK-MODO-LIBERAR
              DISPLAY 'BUPV1077 - MODO INVALIDO NA PARM: ' WRK-MODO
              MOVE 12                  TO   RETURN-CODE
              STOP RUN
           END-IF.

           IF NOT WRK-DESTINO-VALIDO
              DISPLAY 'BUPV1077 - PROGRAMA DESTINO INVALIDO NA PARM: '
                      WRK-PROGRAMA-DESTINO
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

           SET BU51-PARM-INFORMADA     TO   TRUE.

           STRING 'MODO='              WRK-MODO
                  ';PROGRAMA='         WRK-PROGRAMA-DESTINO
              DELIMITED BY SIZE        INTO BU51-IDENTIFICACAO
           END-STRING.

           CALL 'BUPVM130'             USING BU51-INTERFACE.

      *----------------------------------------------------------------*
       1450-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1500-LER-CARTAO                 SECTION.
      *----------------------------------------------------------------*

      *--- DEVOLVE O PROXIMO CARTAO UTIL EM WRK-HV-IMAGEM (COMENTARIO
      *--- E BRANCO SAO SALTADOS) OU FS '10' NO FIM.
           MOVE SPACES                 TO   WRK-HV-IMAGEM.

           READ ECARTAO                INTO WRK-HV-IMAGEM.

           IF WRK-FS-ECARTAO           NOT EQUAL '00'
              AND WRK-FS-ECARTAO       NOT EQUAL '10'
              PERFORM 9120-ERRO-LEITURA-ECARTAO
           END-IF.

           IF WRK-FS-ECARTAO           EQUAL     '00'
              IF WRK-HV-IMAGEM         EQUAL     SPACES
                 OR WRK-HV-IMAGEM(1:1) EQUAL     '*'
                 GO TO 1500-LER-CARTAO
              END-IF
              ADD 1                    TO   ACU-LIDOS-ECARTAO
           END-IF.

      *----------------------------------------------------------------*
       1500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-SUBMETER-CARTOES           SECTION.
      *----------------------------------------------------------------*

      *--- A SEQUENCIA CONTINUA A DO PROGRAMA DESTINO - E O NUMERO QUE
      *--- O APROVADOR INFORMA NO CARTAO DE DECISAO.
           EXEC SQL
               SELECT  VALUE(MAX(NSEQ_CARTAO), 0)
               INTO    :WRK-HV-NSEQ
               FROM    DB2PRD.TCTRL_CARTAO_APROV
               WHERE   PROGRAMA_DESTINO    =   :WRK-HV-PROGRAMA
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              MOVE 'SELECT'            TO   WRK-SQL-COMANDO
              MOVE '2000'              TO   WRK-SQL-LOCAL
              PERFORM 9200-ERRO-SQL
           END-IF.

           PERFORM 1500-LER-CARTAO.

           PERFORM 2100-SUBMETER-CARTAO
                   UNTIL WRK-FS-ECARTAO EQUAL '10'.

           IF ACU-SUBMETIDOS           EQUAL     ZEROS
              DISPLAY 'BUPV1077 - NENHUM CARTAO A SUBMETER NO ECARTAO'
              MOVE 12                  TO   RETURN-CODE
              STOP RUN
           END-IF.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-SUBMETER-CARTAO            SECTION.
      *----------------------------------------------------------------*

      *--- O CONTEUDO DO CARTAO NAO E CRITICADO AQUI: A VALIDACAO
      *--- CONTINUA SENDO A DO PROGRAMA DESTINO, NA HORA DE APLICAR.
           ADD 1                       TO   WRK-HV-NSEQ.

           MOVE 'PENDENTE'             TO   WRK-HV-SITUACAO.
           MOVE WRK-HV-USUARIO         TO   WRK-HV-USU-SUBMISSAO.
           MOVE WRK-HV-DTHR-EXECUCAO   TO   WRK-HV-DTHR-SUBMISSAO.
           MOVE SPACES                 TO   WRK-HV-USU-APROVACAO
                                            WRK-HV-DTHR-APROVACAO
                                            WRK-HV-MOTIVO.

           EXEC SQL
               INSERT INTO DB2PRD.TCTRL_CARTAO_APROV
                      (PROGRAMA_DESTINO,
                       NSEQ_CARTAO,
                       IMAGEM_CARTAO,
                       SITUACAO,
                       USUARIO_SUBMISSAO,
                       DTHR_SUBMISSAO,
                       USUARIO_APROVACAO,
                       DTHR_APROVACAO,
                       MOTIVO_DECISAO,
                       DTHR_LIBERACAO)
               VALUES (:WRK-HV-PROGRAMA,
                       :WRK-HV-NSEQ,
                       :WRK-HV-IMAGEM,
                       :WRK-HV-SITUACAO,
                       :WRK-HV-USU-SUBMISSAO,
                       TIMESTAMP(:WRK-HV-DTHR-SUBMISSAO),
                       :WRK-HV-USU-APROVACAO,
                       NULL,
                       :WRK-HV-MOTIVO,
                       NULL)
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              MOVE 'INSERT'            TO   WRK-SQL-COMANDO
              MOVE '2100'              TO   WRK-SQL-LOCAL
              PERFORM 9200-ERRO-SQL
           END-IF.

           ADD 1                       TO   ACU-SUBMETIDOS.

           MOVE 'AGUARDANDO APROVACAO' TO   WRK-APD-RESULTADO.
           PERFORM 1300-IMPRIMIR-CARTAO.

           PERFORM 1500-LER-CARTAO.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-DECIDIR-CARTOES            SECTION.
      *----------------------------------------------------------------*

           PERFORM 1500-LER-CARTAO.

           PERFORM 3100-DECIDIR-CARTAO
                   UNTIL WRK-FS-ECARTAO EQUAL '10'.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3100-DECIDIR-CARTAO             SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-HV-IMAGEM          TO   WRK-DECISAO.

           PERFORM 3200-VALIDAR-DECISAO.

           PERFORM 1500-LER-CARTAO.

      *----------------------------------------------------------------*
       3100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3200-VALIDAR-DECISAO            SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO   WRK-HV-NSEQ.
           MOVE SPACES                 TO   WRK-HV-SITUACAO
                                            WRK-HV-USU-SUBMISSAO
                                            WRK-HV-DTHR-SUBMISSAO
                                            WRK-HV-USU-APROVACAO
                                            WRK-HV-DTHR-APROVACAO.

           IF WRK-DEC-SEQUENCIA        NOT NUMERIC
              OR (NOT WRK-DEC-APROVAR
                  AND NOT WRK-DEC-REJEITAR)
              MOVE 'CARTAO DE DECISAO INVALIDO'
                                       TO   WRK-APD-RESULTADO
              PERFORM 3900-RECUSAR-DECISAO
              GO TO 3200-99-FIM
           END-IF.

           MOVE WRK-DEC-SEQUENCIA-N    TO   WRK-HV-NSEQ.

           EXEC SQL
               SELECT  IMAGEM_CARTAO,
                       SITUACAO,
                       USUARIO_SUBMISSAO,
                       CHAR(DTHR_SUBMISSAO)
               INTO    :WRK-HV-IMAGEM,
                       :WRK-HV-SITUACAO,
                       :WRK-HV-USU-SUBMISSAO,
                       :WRK-HV-DTHR-SUBMISSAO
               FROM    DB2PRD.TCTRL_CARTAO_APROV
               WHERE   PROGRAMA_DESTINO    =   :WRK-HV-PROGRAMA
               AND     NSEQ_CARTAO         =   :WRK-HV-NSEQ
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE             EQUAL     ZEROS
                   CONTINUE
              WHEN SQLCODE             EQUAL     100
                   MOVE 'CARTAO INEXISTENTE'
                                       TO   WRK-APD-RESULTADO
                   PERFORM 3900-RECUSAR-DECISAO
                   GO TO 3200-99-FIM
              WHEN OTHER
                   MOVE 'SELECT'       TO   WRK-SQL-COMANDO
                   MOVE '3200'         TO   WRK-SQL-LOCAL
                   PERFORM 9200-ERRO-SQL
           END-EVALUATE.

           IF WRK-HV-SITUACAO          NOT EQUAL 'PENDENTE'
              MOVE 'CARTAO NAO ESTA PENDENTE'
                                       TO   WRK-APD-RESULTADO
              PERFORM 3900-RECUSAR-DECISAO
              GO TO 3200-99-FIM
           END-IF.

      *--- DUPLO CONTROLE: QUEM SUBMETEU NAO DECIDE O PROPRIO CARTAO.
           IF WRK-HV-USU-SUBMISSAO     EQUAL     WRK-HV-USUARIO
              MOVE 'AUTO-APROVACAO RECUSADA'
                                       TO   WRK-APD-RESULTADO
              PERFORM 3900-RECUSAR-DECISAO
              GO TO 3200-99-FIM
           END-IF.

           PERFORM 3300-GRAVAR-DECISAO.

      *----------------------------------------------------------------*
       3200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3300-GRAVAR-DECISAO             SECTION.
      *----------------------------------------------------------------*

           IF WRK-DEC-APROVAR
              MOVE 'APROVADO'          TO   WRK-HV-SITUACAO
           ELSE
              MOVE 'REJEITADO'         TO   WRK-HV-SITUACAO
           END-IF.

           MOVE WRK-HV-USUARIO         TO   WRK-HV-USU-APROVACAO.
           MOVE WRK-HV-DTHR-EXECUCAO   TO   WRK-HV-DTHR-APROVACAO.
           MOVE WRK-DEC-MOTIVO         TO   WRK-HV-MOTIVO.

      *--- A CONDICAO DE PENDENTE NO WHERE PROTEGE CONTRA DUAS
      *--- DECISOES CONCORRENTES SOBRE O MESMO CARTAO.
           EXEC SQL
               UPDATE  DB2PRD.TCTRL_CARTAO_APROV
               SET     SITUACAO            =   :WRK-HV-SITUACAO,
                       USUARIO_APROVACAO   =   :WRK-HV-USU-APROVACAO,
                       DTHR_APROVACAO      =
                       TIMESTAMP(:WRK-HV-DTHR-APROVACAO),
                       MOTIVO_DECISAO      =   :WRK-HV-MOTIVO
               WHERE   PROGRAMA_DESTINO    =   :WRK-HV-PROGRAMA
               AND     NSEQ_CARTAO         =   :WRK-HV-NSEQ
               AND     SITUACAO            =   'PENDENTE'
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE             EQUAL     ZEROS
                   CONTINUE
              WHEN SQLCODE             EQUAL     100
                   MOVE 'PENDENTE'     TO   WRK-HV-SITUACAO
                   MOVE SPACES         TO   WRK-HV-USU-APROVACAO
                                            WRK-HV-DTHR-APROVACAO
                   MOVE 'CARTAO NAO ESTA PENDENTE'
                                       TO   WRK-APD-RESULTADO
                   PERFORM 3900-RECUSAR-DECISAO
                   GO TO 3300-99-FIM
              WHEN OTHER
                   MOVE 'UPDATE'       TO   WRK-SQL-COMANDO
                   MOVE '3300'         TO   WRK-SQL-LOCAL
                   PERFORM 9200-ERRO-SQL
           END-EVALUATE.

           IF WRK-DEC-APROVAR
              ADD 1                    TO   ACU-APROVADOS
           ELSE
              ADD 1                    TO   ACU-REJEITADOS
           END-IF.

           MOVE WRK-DEC-MOTIVO         TO   WRK-APD-RESULTADO.
           PERFORM 1300-IMPRIMIR-CARTAO.

      *----------------------------------------------------------------*
       3300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3900-RECUSAR-DECISAO            SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO   ACU-RECUSADOS.

           MOVE 4                      TO   WRK-COND-CODE.

           IF WRK-HV-IMAGEM            EQUAL     SPACES
              MOVE WRK-DECISAO         TO   WRK-HV-IMAGEM
           END-IF.

           PERFORM 1300-IMPRIMIR-CARTAO.

      *----------------------------------------------------------------*
       3900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4000-LIBERAR-CARTOES            SECTION.
      *----------------------------------------------------------------*

      *--- MESMO FILTRO DA 4100: SO CONTA O QUE VAI SER LIBERADO.
           EXEC SQL
               SELECT  COUNT(*)
               INTO    :WRK-HV-QTD-LIBERAR
               FROM    DB2PRD.TCTRL_CARTAO_APROV
               WHERE   PROGRAMA_DESTINO    =   :WRK-HV-PROGRAMA
               AND     SITUACAO            =   'APROVADO'
               AND     USUARIO_APROVACAO   <>  ' '
               AND     USUARIO_APROVACAO   <>  USUARIO_SUBMISSAO
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              MOVE 'SELECT'            TO   WRK-SQL-COMANDO
              MOVE '4000'              TO   WRK-SQL-LOCAL
              PERFORM 9200-ERRO-SQL
           END-IF.

      *--- CABECALHO: O DESTINO SO ACEITA O SCARTAO COM ELE NA FRENTE.
           MOVE WRK-PROGRAMA-DESTINO   TO   BU53-CAB-PROGRAMA.
           MOVE WRK-HV-DTHR-EXECUCAO   TO   BU53-CAB-DTHR-LIBERACAO.
           MOVE WRK-HV-QTD-LIBERAR     TO   BU53-CAB-QTD-CARTOES.

           WRITE FD-SCARTAO            FROM BU53-CABECALHO.

           IF WRK-FS-SCARTAO           NOT EQUAL '00'
              PERFORM 9110-ERRO-GRAVACAO-SCARTAO
           END-IF.

           EXEC SQL
               DECLARE CURS-APROVADOS CURSOR FOR
               SELECT  NSEQ_CARTAO,
                       IMAGEM_CARTAO,
                       SITUACAO,
                       USUARIO_SUBMISSAO,
                       CHAR(DTHR_SUBMISSAO),
                       USUARIO_APROVACAO,
                       VALUE(CHAR(DTHR_APROVACAO), ' ')
               FROM    DB2PRD.TCTRL_CARTAO_APROV
               WHERE   PROGRAMA_DESTINO    =   :WRK-HV-PROGRAMA
               AND     SITUACAO            =   'APROVADO'
               ORDER BY NSEQ_CARTAO
           END-EXEC.

           EXEC SQL
               OPEN CURS-APROVADOS
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              MOVE 'CURSOR'            TO   WRK-SQL-COMANDO
              MOVE '4000'              TO   WRK-SQL-LOCAL
              PERFORM 9200-ERRO-SQL
           END-IF.

           PERFORM 4100-FETCH-APROVADO
                   UNTIL WRK-FIM-CURSOR.

           EXEC SQL
               CLOSE CURS-APROVADOS
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              MOVE 'CURSOR'            TO   WRK-SQL-COMANDO
              MOVE '4000'              TO   WRK-SQL-LOCAL
              PERFORM 9200-ERRO-SQL
           END-IF.

      *--- O SCARTAO TEM QUE BATER COM O CABECALHO JA GRAVADO.
           IF ACU-LIBERADOS            NOT EQUAL WRK-HV-QTD-LIBERAR
              PERFORM 9130-ERRO-QTD-LIBERADA
           END-IF.

      *--- PENDENTES QUE FICARAM DE FORA DESTA LIBERACAO.
           EXEC SQL
               SELECT  COUNT(*)
               INTO    :WRK-HV-QTD-PENDENTES
               FROM    DB2PRD.TCTRL_CARTAO_APROV
               WHERE   PROGRAMA_DESTINO    =   :WRK-HV-PROGRAMA
               AND     SITUACAO            =   'PENDENTE'
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              MOVE 'SELECT'            TO   WRK-SQL-COMANDO
              MOVE '4000'              TO   WRK-SQL-LOCAL
              PERFORM 9200-ERRO-SQL
           END-IF.

      *--- SEM CARTAO LIBERADO O PROGRAMA DESTINO NAO TEM O QUE APLICAR
      *--- - O RC 4 PERMITE A JCL SALTAR O PASSO SEGUINTE.
           IF ACU-LIBERADOS            EQUAL     ZEROS
              MOVE 4                   TO   WRK-COND-CODE
           END-IF.

      *----------------------------------------------------------------*
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4100-FETCH-APROVADO             SECTION.
      *----------------------------------------------------------------*

           EXEC SQL
               FETCH CURS-APROVADOS
               INTO  :WRK-HV-NSEQ,
                     :WRK-HV-IMAGEM,
                     :WRK-HV-SITUACAO,
                     :WRK-HV-USU-SUBMISSAO,
                     :WRK-HV-DTHR-SUBMISSAO,
                     :WRK-HV-USU-APROVACAO,
                     :WRK-HV-DTHR-APROVACAO
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE             EQUAL     ZEROS
                   CONTINUE
              WHEN SQLCODE             EQUAL     100
                   SET WRK-FIM-CURSOR  TO   TRUE
                   GO TO 4100-99-FIM
              WHEN OTHER
                   MOVE 'CURSOR'       TO   WRK-SQL-COMANDO
                   MOVE '4100'         TO   WRK-SQL-LOCAL
                   PERFORM 9200-ERRO-SQL
           END-EVALUATE.

      *--- APROVACAO QUE NAO PASSOU PELO MODO A (SEM APROVADOR OU COM
      *--- O PROPRIO SUBMISSOR) NAO E LIBERADA.
           IF WRK-HV-USU-APROVACAO     EQUAL     SPACES
              OR WRK-HV-USU-APROVACAO  EQUAL     WRK-HV-USU-SUBMISSAO
              ADD 1                    TO   ACU-RECUSADOS
              MOVE 4                   TO   WRK-COND-CODE
              MOVE 'APROVACAO INVALIDA - RETIDO'
                                       TO   WRK-APD-RESULTADO
              PERFORM 1300-IMPRIMIR-CARTAO
              GO TO 4100-99-FIM
           END-IF.

           WRITE FD-SCARTAO            FROM WRK-HV-IMAGEM.

           IF WRK-FS-SCARTAO           NOT EQUAL '00'
              PERFORM 9110-ERRO-GRAVACAO-SCARTAO
           END-IF.

           EXEC SQL
               UPDATE  DB2PRD.TCTRL_CARTAO_APROV
               SET     SITUACAO            =   'LIBERADO',
                       DTHR_LIBERACAO      =
                       TIMESTAMP(:WRK-HV-DTHR-EXECUCAO)
               WHERE   PROGRAMA_DESTINO    =   :WRK-HV-PROGRAMA
               AND     NSEQ_CARTAO         =   :WRK-HV-NSEQ
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              MOVE 'UPDATE'            TO   WRK-SQL-COMANDO
              MOVE '4100'              TO   WRK-SQL-LOCAL
              PERFORM 9200-ERRO-SQL
           END-IF.

           ADD 1                       TO   ACU-LIBERADOS.

           MOVE 'LIBERADO'             TO   WRK-HV-SITUACAO.
           MOVE 'LIBERADO PARA O DESTINO'
                                       TO   WRK-APD-RESULTADO.
           PERFORM 1300-IMPRIMIR-CARTAO.

      *----------------------------------------------------------------*
       4100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-APR-BRANCO         TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

           EVALUATE TRUE
              WHEN WRK-MODO-SUBMETER
                   MOVE 'CARTOES SUBMETIDOS (PENDENTES).........:'
                                       TO   WRK-APT-DESCRICAO
                   MOVE ACU-SUBMETIDOS TO   WRK-APT-QUANTIDADE
                   PERFORM 5100-IMPRIMIR-TOTAL
              WHEN WRK-MODO-APROVAR
                   MOVE 'CARTOES DE DECISAO LIDOS...............:'
                                       TO   WRK-APT-DESCRICAO
                   MOVE ACU-LIDOS-ECARTAO
                                       TO   WRK-APT-QUANTIDADE
                   PERFORM 5100-IMPRIMIR-TOTAL
                   MOVE 'CARTOES APROVADOS......................:'
                                       TO   WRK-APT-DESCRICAO
                   MOVE ACU-APROVADOS  TO   WRK-APT-QUANTIDADE
                   PERFORM 5100-IMPRIMIR-TOTAL
                   MOVE 'CARTOES REJEITADOS.....................:'
                                       TO   WRK-APT-DESCRICAO
                   MOVE ACU-REJEITADOS TO   WRK-APT-QUANTIDADE
                   PERFORM 5100-IMPRIMIR-TOTAL
                   MOVE 'DECISOES RECUSADAS.....................:'
                                       TO   WRK-APT-DESCRICAO
                   MOVE ACU-RECUSADOS  TO   WRK-APT-QUANTIDADE
                   PERFORM 5100-IMPRIMIR-TOTAL
              WHEN OTHER
                   MOVE 'CARTOES LIBERADOS (SCARTAO)............:'
                                       TO   WRK-APT-DESCRICAO
                   MOVE ACU-LIBERADOS  TO   WRK-APT-QUANTIDADE
                   PERFORM 5100-IMPRIMIR-TOTAL
                   MOVE 'APROVACOES INVALIDAS (RETIDOS).........:'
                                       TO   WRK-APT-DESCRICAO
                   MOVE ACU-RECUSADOS  TO   WRK-APT-QUANTIDADE
                   PERFORM 5100-IMPRIMIR-TOTAL
                   MOVE 'AINDA PENDENTES DE APROVACAO...........:'
                                       TO   WRK-APT-DESCRICAO
                   MOVE WRK-HV-QTD-PENDENTES
                                       TO   WRK-APT-QUANTIDADE
                   PERFORM 5100-IMPRIMIR-TOTAL
           END-EVALUATE.

           IF WRK-MODO-LIBERAR
              CLOSE SCARTAO
                    RELATO
           ELSE
              CLOSE ECARTAO
                    RELATO
           END-IF.

           MOVE WRK-COND-CODE          TO   RETURN-CODE.

           STOP RUN.

      *----------------------------------------------------------------*
       5000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5100-IMPRIMIR-TOTAL             SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-APR-TOTAL          TO   WRK-LINHA-IMPRIMIR.

           PERFORM 1200-IMPRIMIR-LINHA.

      *----------------------------------------------------------------*
       5100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9100-ERRO-GRAVACAO-RELATO       SECTION.
      *----------------------------------------------------------------*

      *--- ABENDA PELA BRAD7100 PARA O DB2 DESFAZER O QUE A EXECUCAO
      *--- JA GRAVOU NA TCTRL_CARTAO_APROV.
           DISPLAY 'BUPV1077 - ERRO NA GRAVACAO DO RELATO - FS '
                   WRK-FS-RELATO.

           MOVE 'APL'                  TO   ERR-TIPO-ACESSO.
           MOVE 'ERRO NA GRAVACAO DO ARQUIVO RELATO'
                                       TO   ERR-TEXTO.
           MOVE 039                    TO   BU00-ES-COD-RETORNO.
           PERFORM 9996-MOVIMENTACAO-LOG-ERRO.
           PERFORM 9997-GRAVAR-LOG-ERRO.
           PERFORM 9999-ROTINA-ERRO.

      *----------------------------------------------------------------*
       9100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9110-ERRO-GRAVACAO-SCARTAO      SECTION.
      *----------------------------------------------------------------*

      *--- ABENDA PELA BRAD7100 PARA O DB2 DESFAZER AS MARCAS DE
      *--- LIBERADO JA FEITAS NESTA EXECUCAO.
           DISPLAY 'BUPV1077 - ERRO NA GRAVACAO DO SCARTAO - FS '
                   WRK-FS-SCARTAO.

           MOVE 'APL'                  TO   ERR-TIPO-ACESSO.
           MOVE 'ERRO NA GRAVACAO DO ARQUIVO SCARTAO'
                                       TO   ERR-TEXTO.
           MOVE 039                    TO   BU00-ES-COD-RETORNO.
           PERFORM 9996-MOVIMENTACAO-LOG-ERRO.
           PERFORM 9997-GRAVAR-LOG-ERRO.
           PERFORM 9999-ROTINA-ERRO.

      *----------------------------------------------------------------*
       9110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9120-ERRO-LEITURA-ECARTAO       SECTION.
      *----------------------------------------------------------------*

      *--- ABENDA PELA BRAD7100 PARA O DB2 DESFAZER AS SUBMISSOES OU
      *--- DECISOES JA GRAVADAS NESTA EXECUCAO.
           DISPLAY 'BUPV1077 - ERRO NA LEITURA DO ECARTAO - FS '
                   WRK-FS-ECARTAO.

           MOVE 'APL'                  TO   ERR-TIPO-ACESSO.
           MOVE 'ERRO NA LEITURA DO ARQUIVO ECARTAO'
                                       TO   ERR-TEXTO.
           MOVE 038                    TO   BU00-ES-COD-RETORNO.
           PERFORM 9996-MOVIMENTACAO-LOG-ERRO.
           PERFORM 9997-GRAVAR-LOG-ERRO.
           PERFORM 9999-ROTINA-ERRO.

      *----------------------------------------------------------------*
       9120-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9130-ERRO-QTD-LIBERADA          SECTION.
      *----------------------------------------------------------------*

      *--- CARTAO APROVADO OU REJEITADO ENTRE A CONTAGEM E O CURSOR: O
      *--- CABECALHO JA GRAVADO NAO CONFERE. ABENDA PARA O DB2 DESFAZER
      *--- AS MARCAS DE LIBERADO - BASTA REEXECUTAR O MODO L.
           DISPLAY 'BUPV1077 - CARTOES LIBERADOS = ' ACU-LIBERADOS
                   ' CABECALHO DO SCARTAO = ' BU53-CAB-QTD-CARTOES.

           MOVE 'APL'                  TO   ERR-TIPO-ACESSO.
           MOVE 'QTDE LIBERADA DIFERE DO CABECALHO DO SCARTAO'
                                       TO   ERR-TEXTO.
           MOVE 039                    TO   BU00-ES-COD-RETORNO.
           PERFORM 9996-MOVIMENTACAO-LOG-ERRO.
           PERFORM 9997-GRAVAR-LOG-ERRO.
           PERFORM 9999-ROTINA-ERRO.

      *----------------------------------------------------------------*
       9130-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9200-ERRO-SQL                   SECTION.
      *----------------------------------------------------------------*

           MOVE 'DB2'                  TO ERR-TIPO-ACESSO.
           MOVE 'TCTRL_CARTAO_APROV'   TO ERR-DBD-TAB
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
              OR WRK-SQL-COMANDO       EQUAL     'SET'
              MOVE 998                 TO BU00-ES-COD-RETORNO
           ELSE
              MOVE 999                 TO BU00-ES-COD-RETORNO
           END-IF.
           MOVE WRK-PGM                TO BU00-COD-PROGRAMA.
           MOVE '001'                  TO BU00-LOCAL.
           STRING 'DUPLO CONTROLE DE CARTOES - DESTINO '
                  WRK-PROGRAMA-DESTINO
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
