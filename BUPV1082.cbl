      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. BUPV1082.
       AUTHOR.     RAPHAEL MARQUES.
      *================================================================*
      *                   P R I M E  I N F O R M A T I C A             *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  BUPV1082                                     *
      *    PROGRAMADOR.:  RAPHAEL MARQUES                   -  PRIME   *
      *    ANALISTA....:  MAURO                             -  PRIME   *
      *    DATA........:  15/10/2026                                   *
      *----------------------------------------------------------------*
      *    OBJETIVO....:  MANUTENCAO BATCH DA TABELA DE INCORPORACAO   *
      *                   DE BALCAO (TCTRL_BALCAO_INCORP) - BALCAO     *
      *                   ANTIGO, BALCAO NOVO E DATA EFETIVA - QUE     *
      *                   ALIMENTA A REMAPEACAO DO CBALCAO DAS         *
      *                   ENTRADAS DO BATIMENTO (BUPV1083, PASSO       *
      *                   ANTERIOR A BUPV1054). APLICA CARTOES DE      *
      *                   INCLUSAO E DE EXCLUSAO (INATIVACAO LOGICA -  *
      *                   A LINHA FICA NA TABELA COMO TRILHA),         *
      *                   VALIDANDO O CONTEUDO (CODIGOS, DATA,         *
      *                   DUPLICIDADE, CICLO ENTRE INCORPORACOES E     *
      *                   CADEIA ACIMA DE 5 SALTOS) E RECUSANDO A      *
      *                   EXCLUSAO DE INCORPORACAO JA EFETIVA ENQUANTO *
      *                   EXISTIR EXTRACAO PENDENTE (12/13) NO         *
      *                   TCTRL_EXTRC_DADO - A EXTRACAO PODE TER SIDO  *
      *                   REMAPEADA POR ELA. O RELATO TRAZ O           *
      *                   ANTES/DEPOIS DE CADA ALTERACAO (TRILHA DE    *
      *                   AUDITORIA) E CADA LINHA GUARDA O USUARIO E O *
      *                   MOMENTO DA ULTIMA ATUALIZACAO.               *
      *----------------------------------------------------------------*
      *    COND CODES..:  0000 - TODOS OS CARTOES APLICADOS            *
      *                   0004 - HOUVE CARTAO RECUSADO (VER RELATO)    *
      *                   0012 - ERRO DE CARTAO/ARQUIVO                *
      *                   ECARTAO SEM O CABECALHO DA LIBERACAO OU COM  *
      *                   QUANTIDADE DIFERENTE DELE ABENDA PELA        *
      *                   BRAD7100 (DB2 DESFAZ O QUE FOI APLICADO)     *
      *----------------------------------------------------------------*
      *    BCO DE DADOS:                                               *
      *                DB2PRD.TCTRL_BALCAO_INCORP (MANUTENCAO)         *
      *                DB2PRD.TCTRL_EXTRC_DADO  (TRAVA DE PENDENTES)   *
      *                DB2PRD.TCTRL_CARTAO_APROV (CONFERENCIA DA       *
      *                                           LIBERACAO)           *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME           I/O           OBS              *
      *                ECARTAO           I    CARTOES DE MANUTENCAO:   *
      *                  (SCARTAO DA LIBERACAO DA BUPV1077 -           *
      *                  SO CARTOES APROVADOS EM DUPLO CONTROLE)       *
      *                  1O CARTAO UTIL: CABECALHO DA LIBERACAO        *
      *                  (I#BUPV53) - OBRIGATORIO, PARA A BUPV1082 E   *
      *                  COM A QUANTIDADE DOS CARTOES QUE O SEGUEM.    *
      *                  CADA CARTAO SO E APLICADO SE CONSTAR COMO     *
      *                  LIBERADO PARA A BUPV1082 NESSA LIBERACAO NA   *
      *                  TCTRL_CARTAO_APROV (A SEQUENCIA CONFERIDA     *
      *                  PASSA A 'PROCESSADO' E NAO VALE DE NOVO)      *
      *                  COLS 01-07 FUNCAO (INCLUIR/EXCLUIR)           *
      *                  COLS 09-13 CBALCAO ANTIGO (INCORPORADO)       *
      *                  COLS 15-19 CBALCAO NOVO (INCORPORADOR - SO    *
      *                             INCLUIR)                           *
      *                  COLS 21-30 DATA EFETIVA (DD.MM.AAAA - SO      *
      *                             INCLUIR; BRANCO = HOJE)            *
      *                  ('*' NA COL 1 = COMENTARIO)                   *
      *                RELATO            O    RELATORIO FBA 133        *
      *----------------------------------------------------------------*
      *    BOOK'S......:                                               *
      *    I#BRAD7C - AREA PARA TRATAMENTO DE ERRO PELA BRAD7100       *
      *    I#BUPV00 - AREA DE COMUNICACAO                              *
      *    I#BUPV53 - CABECALHO DA LIBERACAO DE CARTOES (BUPV1077)     *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    BRAD7100 - AREA PARA TRATAMENTO DE ERRO PELA BRAD7100       *
      *    BRAD7600 - DATA E HORA ATUAL                                *
      *    BUPVM100 - GRAVAR LOG DE ERRO                               *
      *    CKRS1000 - CONEXAO COM O DB2                                *
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
       77  ACU-INCLUIDOS               PIC  9(005) COMP-3  VALUE ZEROS.
       77  ACU-EXCLUIDOS               PIC  9(005) COMP-3  VALUE ZEROS.
       77  ACU-RECUSADOS               PIC  9(005) COMP-3  VALUE ZEROS.

       77  WRK-BATCH                   PIC  X(008)         VALUE
           'BATCH'.

       77  WRK-PGM                     PIC  X(008)         VALUE
           'BUPV1082'.

       77  WRK-MODULO                  PIC  X(008)         VALUE SPACES.

       77  WRK-COND-CODE               PIC  9(004)         VALUE ZEROS.

      *--- O CABECALHO DA LIBERACAO (I#BUPV53) TEM QUE SER O 1O CARTAO
      *--- UTIL DO ECARTAO - SEM ELE O DECK NAO VEIO DA BUPV1077.
       77  WRK-SW-CABECALHO            PIC  X(001)         VALUE 'N'.
           88 WRK-CABECALHO-LIDO                           VALUE 'S'.

       77  WRK-SW-CARTAO-LIBERADO      PIC  X(001)         VALUE 'N'.
           88 WRK-CARTAO-LIBERADO                          VALUE 'S'.

      *--- COMANDO DO ACESSO A TCTRL_CARTAO_APROV EM CURSO (2960).
       77  WRK-APV-COMANDO             PIC  X(008)         VALUE SPACES.

       01  WRK-CARTAO.
           05 WRK-CTO-FUNCAO           PIC  X(007).
              88 WRK-CTO-INCLUIR                           VALUE
                 'INCLUIR'.
              88 WRK-CTO-EXCLUIR                           VALUE
                 'EXCLUIR'.
           05 FILLER                   PIC  X(001).
           05 WRK-CTO-BALCAO-ANTIGO    PIC  X(005).
           05 FILLER                   PIC  X(001).
           05 WRK-CTO-BALCAO-NOVO      PIC  X(005).
           05 FILLER                   PIC  X(001).
           05 WRK-CTO-DATA-EFETIVA     PIC  X(010).
           05 FILLER                   PIC  X(050).

      *--- DATA EFETIVA RESOLVIDA DO CARTAO CORRENTE.
       77  WRK-DATA-EFETIVA            PIC  X(010)         VALUE SPACES.

      *--- LINHA CORRENTE DA TABELA (ANTES DA ALTERACAO).
       77  WRK-ANT-BALCAO-NOVO         PIC  X(005)         VALUE SPACES.
       77  WRK-ANT-DATA-EFETIVA        PIC  X(010)         VALUE SPACES.

       77  WRK-QTD-EXISTENTES          PIC S9(009) COMP    VALUE ZEROS.
       77  WRK-QTD-PENDENTES           PIC S9(009) COMP    VALUE ZEROS.

      *--- PERCURSO DA CADEIA DE INCORPORACOES A PARTIR DO BALCAO NOVO
      *--- (CICLO E LIMITE DE SALTOS - A BUPV1083 RESOLVE NO MAXIMO
      *--- WRK-MAX-SALTOS INCORPORACOES ENCADEADAS POR REGISTRO).
       77  WRK-MAX-SALTOS              PIC  9(002) COMP-3  VALUE 5.
       77  WRK-QTD-SALTOS              PIC  9(002) COMP-3  VALUE ZEROS.
       77  WRK-BALCAO-CORRENTE         PIC  X(005)         VALUE SPACES.

       77  WRK-SW-CADEIA               PIC  X(001)         VALUE SPACES.
           88 WRK-CADEIA-OK                                VALUE 'S'.
           88 WRK-CADEIA-CICLO                             VALUE 'C'.
           88 WRK-CADEIA-LONGA                             VALUE 'L'.
           88 WRK-CADEIA-FIM                               VALUES
              'S' 'C' 'L'.

      *--- VALIDACAO DE DATA DD.MM.AAAA (MESMO CRITERIO DA CRITICA DE
      *--- CONTEUDO DA BUPV1054, INCLUSIVE BISSEXTO).
       01  WRK-DATA-VALIDAR            PIC  X(010)         VALUE SPACES.
       01  WRK-DATA-VALIDAR-R          REDEFINES WRK-DATA-VALIDAR.
           05 WRK-DTV-DIA              PIC  9(002).
           05 WRK-DTV-SEP1             PIC  X(001).
           05 WRK-DTV-MES              PIC  9(002).
           05 WRK-DTV-SEP2             PIC  X(001).
           05 WRK-DTV-ANO              PIC  9(004).

       77  WRK-SW-DATA-VALIDA          PIC  X(001)         VALUE 'S'.
           88 WRK-DATA-VALIDA                              VALUE 'S'.
           88 WRK-DATA-INVALIDA                            VALUE 'N'.

       77  WRK-DTV-DIA-MAX             PIC  9(002)         VALUE ZEROS.
       77  WRK-DTV-QUOC                PIC  9(004)         VALUE ZEROS.
       77  WRK-DTV-RESTO-4             PIC  9(004)         VALUE ZEROS.
       77  WRK-DTV-RESTO-100           PIC  9(004)         VALUE ZEROS.
       77  WRK-DTV-RESTO-400           PIC  9(004)         VALUE ZEROS.

       01  WRK-SQLCODE-S9-9            PIC S9(009)         VALUE ZEROS.
       01  FILLER                      REDEFINES WRK-SQLCODE-S9-9.
           05 FILLER                   PIC  X(006).
           05 WRK-SQLCODE-S9-3         PIC S9(003).

       77  WRK-FS-ECARTAO              PIC  X(002)         VALUE SPACES.
       77  WRK-FS-RELATO               PIC  X(002)         VALUE SPACES.

       77  WRK-CTR-LINHAS              PIC  9(003) COMP-3  VALUE ZEROS.
       77  WRK-CTR-PAGINAS             PIC  9(005) COMP-3  VALUE ZEROS.
       77  WRK-MAX-LINHAS              PIC  9(003) COMP-3  VALUE 56.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  FILLER                      PIC  X(050)         VALUE
           '*** LINHAS DO RELATO                           ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-LINHA-IMPRIMIR          PIC  X(133)         VALUE SPACES.

       01  WRK-INC-CAB1.
           05 FILLER                   PIC  X(001)         VALUE '1'.
           05 FILLER                   PIC  X(008)         VALUE
              'BUPV1082'.
           05 FILLER                   PIC  X(010)         VALUE SPACES.
           05 FILLER                   PIC  X(049)         VALUE
              'MANUTENCAO DA TABELA DE INCORPORACAO DE BALCAO   '.
           05 FILLER                   PIC  X(049)         VALUE SPACES.
           05 FILLER                   PIC  X(005)         VALUE
              'PAG: '.
           05 WRK-INC-PAGINA           PIC  ZZZ9.
           05 FILLER                   PIC  X(007)         VALUE SPACES.

       01  WRK-INC-CAB2.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 FILLER                   PIC  X(050)         VALUE
              'FUNCAO   ANTIGO  NOVO   DATA EFETIVA              '.
           05 FILLER                   PIC  X(030)         VALUE
              'RESULTADO                     '.
           05 FILLER                   PIC  X(052)         VALUE SPACES.

       01  WRK-INC-DET.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-IND-FUNCAO           PIC  X(007)         VALUE SPACES.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-IND-BALCAO-ANTIGO    PIC  X(005)         VALUE SPACES.
           05 FILLER                   PIC  X(003)         VALUE SPACES.
           05 WRK-IND-BALCAO-NOVO      PIC  X(005)         VALUE SPACES.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-IND-DATA-EFETIVA     PIC  X(010)         VALUE SPACES.
           05 FILLER                   PIC  X(016)         VALUE SPACES.
           05 WRK-IND-RESULTADO        PIC  X(024)         VALUE SPACES.
           05 FILLER                   PIC  X(058)         VALUE SPACES.

      *--- LINHA DE ANTES/DEPOIS DA ALTERACAO (TRILHA DE AUDITORIA).
       01  WRK-INC-AUDIT.
           05 FILLER                   PIC  X(003)         VALUE SPACES.
           05 WRK-INA-MOMENTO          PIC  X(007)         VALUE SPACES.
           05 FILLER                   PIC  X(002)         VALUE ': '.
           05 WRK-INA-DESCRICAO        PIC  X(012)         VALUE SPACES.
           05 WRK-INA-BALCAO-NOVO      PIC  X(005)         VALUE SPACES.
           05 FILLER                   PIC  X(011)         VALUE
              '  EFETIVA '.
           05 WRK-INA-DATA-EFETIVA     PIC  X(010)         VALUE SPACES.
           05 FILLER                   PIC  X(007)         VALUE
              '  SIT. '.
           05 WRK-INA-SITUACAO         PIC  X(008)         VALUE SPACES.
           05 FILLER                   PIC  X(068)         VALUE SPACES.

       01  WRK-INC-TOTAL.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-INT-DESCRICAO        PIC  X(032)         VALUE SPACES.
           05 WRK-INT-QUANTIDADE       PIC  ZZZZ9          VALUE ZEROS.
           05 FILLER                   PIC  X(095)         VALUE SPACES.

       01  WRK-INC-BRANCO              PIC  X(133)         VALUE SPACES.

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

       77  WRK-DATA-HOJE               PIC  X(010)         VALUE SPACES.

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

      *--- HOST VARIABLES DA TCTRL_BALCAO_INCORP (TABELA PEQUENA - SEM
      *--- DCLGEN PROPRIO, COMO A TCTRL_PROD_SUBPR DA BUPV1069).
       01  WRK-HV-BALCAO-ANTIGO        PIC  X(005)         VALUE SPACES.
       01  WRK-HV-BALCAO-NOVO          PIC  X(005)         VALUE SPACES.
       01  WRK-HV-DATA-EFETIVA         PIC  X(010)         VALUE SPACES.
       01  WRK-HV-BALCAO-SEGUINTE      PIC  X(005)         VALUE SPACES.
       01  WRK-HV-USUARIO              PIC  X(008)         VALUE SPACES.

      *--- HOST VARIABLES DA TCTRL_CARTAO_APROV (DUPLO CONTROLE DOS
      *--- CARTOES - SEM DCLGEN, COMO NA BUPV1077).
       01  WRK-HV-APV-PROGRAMA         PIC  X(008)         VALUE SPACES.
       01  WRK-HV-APV-NSEQ             PIC S9(009) COMP    VALUE ZEROS.
       01  WRK-HV-APV-IMAGEM           PIC  X(080)         VALUE SPACES.
       01  WRK-HV-APV-DTHR-LIBERACAO   PIC  X(026)         VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** CABECALHO DA LIBERACAO (ECARTAO)           ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       COPY I#BUPV53.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** FIM DA WORKING-STORAGE SECTION             ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       0000-ROTINA-PRINCIPAL           SECTION.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIALIZAR.

           PERFORM 2000-APLICAR-CARTOES.

           PERFORM 4000-FINALIZAR.

      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1000-INICIALIZAR                SECTION.
      *----------------------------------------------------------------*

           INITIALIZE BU00-REGISTRO.

           CALL 'CKRS1000'.

           OPEN INPUT  ECARTAO
                OUTPUT RELATO.

           IF WRK-FS-ECARTAO           NOT EQUAL '00'
              OR WRK-FS-RELATO         NOT EQUAL '00'
              DISPLAY 'BUPV1082 - ERRO NA ABERTURA DOS ARQUIVOS'
              DISPLAY 'BUPV1082 - FS ECARTAO = ' WRK-FS-ECARTAO
                      ' RELATO = ' WRK-FS-RELATO
              MOVE 12                  TO   RETURN-CODE
              STOP RUN
           END-IF.

           CALL 'BRAD7600'             USING WRK-7600-DATA-HORA.

           STRING WRK-7600-DIA '.'
                  WRK-7600-MES '.'
                  WRK-7600-ANO
              DELIMITED BY SIZE        INTO WRK-DATA-HOJE
           END-STRING.

      *--- O USUARIO DA EXECUCAO (ID DE AUTORIZACAO DO JOB) FICA EM
      *--- CADA LINHA ALTERADA - NAO VEM DE CARTAO.
           EXEC SQL
               SET :WRK-HV-USUARIO       = USER
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              PERFORM 2900-ERRO-SQL-INCORPORACAO
           END-IF.

           PERFORM 1100-IMPRIMIR-CABECALHO.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1100-IMPRIMIR-CABECALHO         SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO   WRK-CTR-PAGINAS.

           MOVE WRK-CTR-PAGINAS        TO   WRK-INC-PAGINA.

           WRITE FD-RELATO             FROM WRK-INC-CAB1.
           WRITE FD-RELATO             FROM WRK-INC-BRANCO.
           WRITE FD-RELATO             FROM WRK-INC-CAB2.

           IF WRK-FS-RELATO            NOT EQUAL '00'
              PERFORM 9100-ERRO-GRAVACAO-RELATO
           END-IF.

           MOVE 3                      TO   WRK-CTR-LINHAS.

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
       2000-APLICAR-CARTOES            SECTION.
      *----------------------------------------------------------------*

           PERFORM 2100-LER-CARTAO
                   UNTIL WRK-FS-ECARTAO EQUAL '10'.

      *--- SEM CABECALHO OU COM CARTAO A MAIS/A MENOS QUE O LIBERADO, O
      *--- DECK NAO E O QUE A BUPV1077 GEROU: ABENDA E O DB2 DESFAZ O
      *--- QUE JA FOI APLICADO.
           IF NOT WRK-CABECALHO-LIDO
              MOVE 'ECARTAO SEM O CABECALHO DA LIBERACAO DA BUPV1077'
                                       TO   ERR-TEXTO
              PERFORM 2950-ERRO-LIBERACAO
           END-IF.

           IF ACU-LIDOS-ECARTAO        NOT EQUAL BU53-CAB-QTD-CARTOES
              DISPLAY 'BUPV1082 - ECARTAO COM ' ACU-LIDOS-ECARTAO
                      ' CARTOES - CABECALHO DA LIBERACAO = '
                      BU53-CAB-QTD-CARTOES
              MOVE 'QTDE DE CARTOES DIFERE DO CABECALHO DA LIBERACAO'
                                       TO   ERR-TEXTO
              PERFORM 2950-ERRO-LIBERACAO
           END-IF.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-LER-CARTAO                 SECTION.
      *----------------------------------------------------------------*

           READ ECARTAO                INTO WRK-CARTAO.

           IF WRK-FS-ECARTAO           NOT EQUAL '00'
              AND WRK-FS-ECARTAO       NOT EQUAL '10'
              DISPLAY 'BUPV1082 - ERRO NA LEITURA DO ECARTAO - FS '
                      WRK-FS-ECARTAO
              MOVE 12                  TO   RETURN-CODE
              STOP RUN
           END-IF.

           IF WRK-FS-ECARTAO           NOT EQUAL '00'
              OR WRK-CARTAO            EQUAL     SPACES
              OR WRK-CARTAO(1:1)       EQUAL     '*'
              GO TO 2100-99-FIM
           END-IF.

           IF NOT WRK-CABECALHO-LIDO
              PERFORM 2150-VALIDAR-CABECALHO
              GO TO 2100-99-FIM
           END-IF.

           ADD 1                       TO   ACU-LIDOS-ECARTAO.
           PERFORM 2200-TRATAR-CARTAO.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2150-VALIDAR-CABECALHO          SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-CARTAO             TO   BU53-CABECALHO.

           IF NOT BU53-CABECALHO-LIBERACAO
              OR BU53-CAB-PROGRAMA     NOT EQUAL WRK-PGM
              OR BU53-CAB-DTHR-LIBERACAO
                                       EQUAL     SPACES
              OR BU53-CAB-QTD-CARTOES  NOT NUMERIC
              DISPLAY 'BUPV1082 - 1O CARTAO: ' WRK-CARTAO(1:50)
              MOVE 'ECARTAO SEM O CABECALHO DA LIBERACAO DA BUPV1077'
                                       TO   ERR-TEXTO
              PERFORM 2950-ERRO-LIBERACAO
           END-IF.

           DISPLAY 'BUPV1082 - LIBERACAO DA BUPV1077 DE '
                   BU53-CAB-DTHR-LIBERACAO ' - '
                   BU53-CAB-QTD-CARTOES ' CARTOES'.

           MOVE WRK-PGM                TO   WRK-HV-APV-PROGRAMA.
           MOVE BU53-CAB-DTHR-LIBERACAO
                                       TO   WRK-HV-APV-DTHR-LIBERACAO.

           SET WRK-CABECALHO-LIDO      TO   TRUE.

      *----------------------------------------------------------------*
       2150-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2160-CONFERIR-LIBERACAO         SECTION.
      *----------------------------------------------------------------*

      *--- SO E APLICADO O CARTAO LIBERADO PARA ESTE PROGRAMA NA
      *--- LIBERACAO DO CABECALHO, COM A MESMA IMAGEM. A SEQUENCIA
      *--- CONFERIDA PASSA A 'PROCESSADO' NA MESMA UNIDADE DE TRABALHO
      *--- DA APLICACAO E NAO SERVE DE NOVO (DECK REPROCESSADO OU
      *--- CARTAO REPETIDO ALEM DO QUE FOI LIBERADO).
           MOVE 'N'                    TO   WRK-SW-CARTAO-LIBERADO.
           MOVE WRK-CARTAO             TO   WRK-HV-APV-IMAGEM.

           EXEC SQL
               SELECT  VALUE(MIN(NSEQ_CARTAO), 0)
               INTO    :WRK-HV-APV-NSEQ
               FROM    DB2PRD.TCTRL_CARTAO_APROV
               WHERE   PROGRAMA_DESTINO    =   :WRK-HV-APV-PROGRAMA
               AND     SITUACAO            =   'LIBERADO'
               AND     DTHR_LIBERACAO      =
                       TIMESTAMP(:WRK-HV-APV-DTHR-LIBERACAO)
               AND     IMAGEM_CARTAO       =   :WRK-HV-APV-IMAGEM
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              MOVE 'SELECT'            TO   WRK-APV-COMANDO
              PERFORM 2960-ERRO-SQL-CARTAO-APROV
           END-IF.

           IF WRK-HV-APV-NSEQ          EQUAL     ZEROS
              GO TO 2160-99-FIM
           END-IF.

           EXEC SQL
               UPDATE  DB2PRD.TCTRL_CARTAO_APROV
               SET     SITUACAO            =   'PROCESSADO'
               WHERE   PROGRAMA_DESTINO    =   :WRK-HV-APV-PROGRAMA
               AND     NSEQ_CARTAO         =   :WRK-HV-APV-NSEQ
               AND     SITUACAO            =   'LIBERADO'
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE             EQUAL     ZEROS
                   SET WRK-CARTAO-LIBERADO
                                       TO   TRUE
              WHEN SQLCODE             EQUAL     100
                   CONTINUE
              WHEN OTHER
                   MOVE 'UPDATE'       TO   WRK-APV-COMANDO
                   PERFORM 2960-ERRO-SQL-CARTAO-APROV
           END-EVALUATE.

      *----------------------------------------------------------------*
       2160-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2200-TRATAR-CARTAO              SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-CTO-FUNCAO         TO   WRK-IND-FUNCAO.
           MOVE WRK-CTO-BALCAO-ANTIGO  TO   WRK-IND-BALCAO-ANTIGO.
           MOVE WRK-CTO-BALCAO-NOVO    TO   WRK-IND-BALCAO-NOVO.
           MOVE WRK-CTO-DATA-EFETIVA   TO   WRK-IND-DATA-EFETIVA.

           PERFORM 2160-CONFERIR-LIBERACAO.

           IF NOT WRK-CARTAO-LIBERADO
              MOVE 'CARTAO NAO LIBERADO'
                                       TO   WRK-IND-RESULTADO
              PERFORM 2800-RECUSAR-CARTAO
              GO TO 2200-99-FIM
           END-IF.

           IF NOT WRK-CTO-INCLUIR
              AND NOT WRK-CTO-EXCLUIR
              MOVE 'FUNCAO INVALIDA'   TO   WRK-IND-RESULTADO
              PERFORM 2800-RECUSAR-CARTAO
              GO TO 2200-99-FIM
           END-IF.

           IF WRK-CTO-BALCAO-ANTIGO    EQUAL     SPACES
              OR (WRK-CTO-INCLUIR
                  AND WRK-CTO-BALCAO-NOVO
                                       EQUAL     SPACES)
              MOVE 'BALCAO EM BRANCO'  TO   WRK-IND-RESULTADO
              PERFORM 2800-RECUSAR-CARTAO
              GO TO 2200-99-FIM
           END-IF.

           MOVE WRK-CTO-BALCAO-ANTIGO  TO   WRK-HV-BALCAO-ANTIGO.

           IF WRK-CTO-INCLUIR
              PERFORM 2400-INCLUIR-INCORPORACAO
           ELSE
              PERFORM 2500-EXCLUIR-INCORPORACAO
           END-IF.

      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2350-VALIDAR-DATA               SECTION.
      *----------------------------------------------------------------*

      *--- VALIDA DATA NO FORMATO DD.MM.AAAA, INCLUSIVE LIMITE DO DIA
      *--- POR MES E ANO BISSEXTO (MESMO CRITERIO DA BUPV1054).
           IF WRK-DTV-DIA              NOT NUMERIC
              OR WRK-DTV-MES           NOT NUMERIC
              OR WRK-DTV-ANO           NOT NUMERIC
              OR WRK-DTV-SEP1          NOT EQUAL '.'
              OR WRK-DTV-SEP2          NOT EQUAL '.'
              SET WRK-DATA-INVALIDA    TO   TRUE
           ELSE
              IF WRK-DTV-MES           LESS      01
                 OR WRK-DTV-MES        GREATER   12
                 OR WRK-DTV-ANO        EQUAL     ZEROS
                 SET WRK-DATA-INVALIDA TO   TRUE
              ELSE
                 EVALUATE WRK-DTV-MES
                    WHEN 01
                    WHEN 03
                    WHEN 05
                    WHEN 07
                    WHEN 08
                    WHEN 10
                    WHEN 12
                         MOVE 31       TO   WRK-DTV-DIA-MAX
                    WHEN 04
                    WHEN 06
                    WHEN 09
                    WHEN 11
                         MOVE 30       TO   WRK-DTV-DIA-MAX
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
                            MOVE 29    TO   WRK-DTV-DIA-MAX
                         ELSE
                            MOVE 28    TO   WRK-DTV-DIA-MAX
                         END-IF
                 END-EVALUATE
                 IF WRK-DTV-DIA        LESS      01
                    OR WRK-DTV-DIA     GREATER   WRK-DTV-DIA-MAX
                    SET WRK-DATA-INVALIDA
                                       TO   TRUE
                 END-IF
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       2350-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2400-INCLUIR-INCORPORACAO       SECTION.
      *----------------------------------------------------------------*

           IF WRK-CTO-BALCAO-NOVO      EQUAL     WRK-CTO-BALCAO-ANTIGO
              MOVE 'BALCAO NOVO = ANTIGO'
                                       TO   WRK-IND-RESULTADO
              PERFORM 2800-RECUSAR-CARTAO
              GO TO 2400-99-FIM
           END-IF.

           SET WRK-DATA-VALIDA         TO   TRUE.

           IF WRK-CTO-DATA-EFETIVA     EQUAL     SPACES
              MOVE WRK-DATA-HOJE       TO   WRK-DATA-EFETIVA
           ELSE
              MOVE WRK-CTO-DATA-EFETIVA
                                       TO   WRK-DATA-EFETIVA
                                            WRK-DATA-VALIDAR
              PERFORM 2350-VALIDAR-DATA
           END-IF.

           MOVE WRK-DATA-EFETIVA       TO   WRK-IND-DATA-EFETIVA.

           IF WRK-DATA-INVALIDA
              MOVE 'DATA INVALIDA'     TO   WRK-IND-RESULTADO
              PERFORM 2800-RECUSAR-CARTAO
              GO TO 2400-99-FIM
           END-IF.

      *--- UM BALCAO SO TEM UMA INCORPORACAO ATIVA - A REMAPEACAO NAO
      *--- TERIA COMO ESCOLHER ENTRE DOIS BALCOES NOVOS. TROCA DE
      *--- DESTINO E EXCLUIR + INCLUIR.
           EXEC SQL
               SELECT  COUNT(*)
               INTO    :WRK-QTD-EXISTENTES
               FROM    DB2PRD.TCTRL_BALCAO_INCORP
               WHERE   CBALCAO_ANTIGO      =   :WRK-HV-BALCAO-ANTIGO
               AND     CINDCD_SIT          =   'A'
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              PERFORM 2900-ERRO-SQL-INCORPORACAO
           END-IF.

           IF WRK-QTD-EXISTENTES       GREATER   ZEROS
              MOVE 'JA INCORPORADO'    TO   WRK-IND-RESULTADO
              PERFORM 2800-RECUSAR-CARTAO
              GO TO 2400-99-FIM
           END-IF.

           PERFORM 2450-VERIFICAR-CADEIA.

           IF WRK-CADEIA-CICLO
              MOVE 'CICLO DE INCORPORACAO'
                                       TO   WRK-IND-RESULTADO
              PERFORM 2800-RECUSAR-CARTAO
              GO TO 2400-99-FIM
           END-IF.

           IF WRK-CADEIA-LONGA
              MOVE 'CADEIA ACIMA DE 5 SALTOS'
                                       TO   WRK-IND-RESULTADO
              PERFORM 2800-RECUSAR-CARTAO
              GO TO 2400-99-FIM
           END-IF.

           MOVE WRK-CTO-BALCAO-NOVO    TO   WRK-HV-BALCAO-NOVO.
           MOVE WRK-DATA-EFETIVA       TO   WRK-HV-DATA-EFETIVA.

           EXEC SQL
               INSERT INTO DB2PRD.TCTRL_BALCAO_INCORP
                      (CBALCAO_ANTIGO,
                       CBALCAO_NOVO,
                       DATA_EFETIVA,
                       CINDCD_SIT,
                       DTHR_ATUALZ,
                       CUSUAR_ATUALZ)
               VALUES (:WRK-HV-BALCAO-ANTIGO,
                       :WRK-HV-BALCAO-NOVO,
                       :WRK-HV-DATA-EFETIVA,
                       'A',
                       CURRENT TIMESTAMP,
                       :WRK-HV-USUARIO)
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              PERFORM 2900-ERRO-SQL-INCORPORACAO
           END-IF.

           ADD 1                       TO   ACU-INCLUIDOS.

           MOVE 'INCLUIDO'             TO   WRK-IND-RESULTADO.
           MOVE WRK-INC-DET            TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

           MOVE 'ANTES'                TO   WRK-INA-MOMENTO.
           MOVE 'SEM LINHA'            TO   WRK-INA-DESCRICAO.
           MOVE SPACES                 TO   WRK-INA-BALCAO-NOVO
                                            WRK-INA-DATA-EFETIVA
                                            WRK-INA-SITUACAO.
           MOVE WRK-INC-AUDIT          TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

           MOVE 'DEPOIS'               TO   WRK-INA-MOMENTO.
           MOVE 'BALCAO NOVO '         TO   WRK-INA-DESCRICAO.
           MOVE WRK-HV-BALCAO-NOVO     TO   WRK-INA-BALCAO-NOVO.
           MOVE WRK-DATA-EFETIVA       TO   WRK-INA-DATA-EFETIVA.
           MOVE 'ATIVA'                TO   WRK-INA-SITUACAO.
           MOVE WRK-INC-AUDIT          TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

      *----------------------------------------------------------------*
       2400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2450-VERIFICAR-CADEIA           SECTION.
      *----------------------------------------------------------------*

      *--- PERCORRE AS INCORPORACOES ATIVAS A PARTIR DO BALCAO NOVO DO
      *--- CARTAO: VOLTAR AO BALCAO ANTIGO E CICLO (A REMAPEACAO NAO
      *--- TERMINARIA); PASSAR DO LIMITE DE SALTOS DEIXARIA REGISTRO
      *--- COM BALCAO AINDA INCORPORADO NA ENTRADA DO BATIMENTO.
           MOVE WRK-CTO-BALCAO-NOVO    TO   WRK-BALCAO-CORRENTE.
           MOVE 1                      TO   WRK-QTD-SALTOS.
           MOVE SPACES                 TO   WRK-SW-CADEIA.

           PERFORM 2460-PROXIMO-SALTO
                   UNTIL WRK-CADEIA-FIM.

      *----------------------------------------------------------------*
       2450-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2460-PROXIMO-SALTO              SECTION.
      *----------------------------------------------------------------*

           EXEC SQL
               SELECT  CBALCAO_NOVO
               INTO    :WRK-HV-BALCAO-SEGUINTE
               FROM    DB2PRD.TCTRL_BALCAO_INCORP
               WHERE   CBALCAO_ANTIGO      =   :WRK-BALCAO-CORRENTE
               AND     CINDCD_SIT          =   'A'
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE             EQUAL     ZEROS
                   CONTINUE
              WHEN SQLCODE             EQUAL     100
                   SET WRK-CADEIA-OK   TO   TRUE
                   GO TO 2460-99-FIM
              WHEN OTHER
                   PERFORM 2900-ERRO-SQL-INCORPORACAO
           END-EVALUATE.

           IF WRK-HV-BALCAO-SEGUINTE   EQUAL     WRK-CTO-BALCAO-ANTIGO
              SET WRK-CADEIA-CICLO     TO   TRUE
              GO TO 2460-99-FIM
           END-IF.

           ADD 1                       TO   WRK-QTD-SALTOS.

           IF WRK-QTD-SALTOS           GREATER   WRK-MAX-SALTOS
              SET WRK-CADEIA-LONGA     TO   TRUE
              GO TO 2460-99-FIM
           END-IF.

           MOVE WRK-HV-BALCAO-SEGUINTE TO   WRK-BALCAO-CORRENTE.

      *----------------------------------------------------------------*
       2460-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2500-EXCLUIR-INCORPORACAO       SECTION.
      *----------------------------------------------------------------*

           EXEC SQL
               SELECT  CBALCAO_NOVO,
                       DATA_EFETIVA
               INTO    :WRK-ANT-BALCAO-NOVO,
                       :WRK-ANT-DATA-EFETIVA
               FROM    DB2PRD.TCTRL_BALCAO_INCORP
               WHERE   CBALCAO_ANTIGO      =   :WRK-HV-BALCAO-ANTIGO
               AND     CINDCD_SIT          =   'A'
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE             EQUAL     ZEROS
                   CONTINUE
              WHEN SQLCODE             EQUAL     100
                   MOVE 'SEM INCORPORACAO ATIVA'
                                       TO   WRK-IND-RESULTADO
                   PERFORM 2800-RECUSAR-CARTAO
                   GO TO 2500-99-FIM
              WHEN OTHER
                   PERFORM 2900-ERRO-SQL-INCORPORACAO
           END-EVALUATE.

           MOVE WRK-ANT-BALCAO-NOVO    TO   WRK-IND-BALCAO-NOVO.
           MOVE WRK-ANT-DATA-EFETIVA   TO   WRK-IND-DATA-EFETIVA.

      *--- INCORPORACAO JA EFETIVA (DATA ATE HOJE) PODE TER REMAPEADO
      *--- A EXTRACAO PENDENTE (12/13) - EXCLUIR AGORA DEIXARIA A
      *--- REEXECUCAO DA BUPV1083 DIFERENTE DA PRIMEIRA, ENTAO O
      *--- CARTAO E RECUSADO. INCORPORACAO FUTURA SAI NORMALMENTE.
           IF WRK-ANT-DATA-EFETIVA(7:4)
                                       LESS  WRK-DATA-HOJE(7:4)
              OR (WRK-ANT-DATA-EFETIVA(7:4)
                                       EQUAL WRK-DATA-HOJE(7:4)
                  AND WRK-ANT-DATA-EFETIVA(4:2)
                                       LESS  WRK-DATA-HOJE(4:2))
              OR (WRK-ANT-DATA-EFETIVA(7:4)
                                       EQUAL WRK-DATA-HOJE(7:4)
                  AND WRK-ANT-DATA-EFETIVA(4:2)
                                       EQUAL WRK-DATA-HOJE(4:2)
                  AND WRK-ANT-DATA-EFETIVA(1:2)
                                       NOT GREATER
                      WRK-DATA-HOJE(1:2))
              PERFORM 2600-CONTAR-PENDENTES
              IF WRK-QTD-PENDENTES     GREATER   ZEROS
                 MOVE 'EXTRACAO PENDENTE'
                                       TO   WRK-IND-RESULTADO
                 PERFORM 2800-RECUSAR-CARTAO
                 GO TO 2500-99-FIM
              END-IF
           END-IF.

           EXEC SQL
               UPDATE  DB2PRD.TCTRL_BALCAO_INCORP
               SET     CINDCD_SIT          =   'I',
                       DTHR_ATUALZ         =   CURRENT TIMESTAMP,
                       CUSUAR_ATUALZ       =   :WRK-HV-USUARIO
               WHERE   CBALCAO_ANTIGO      =   :WRK-HV-BALCAO-ANTIGO
               AND     CINDCD_SIT          =   'A'
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              PERFORM 2900-ERRO-SQL-INCORPORACAO
           END-IF.

           ADD 1                       TO   ACU-EXCLUIDOS.

           MOVE 'EXCLUIDO'             TO   WRK-IND-RESULTADO.
           MOVE WRK-INC-DET            TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

           MOVE 'ANTES'                TO   WRK-INA-MOMENTO.
           MOVE 'BALCAO NOVO '         TO   WRK-INA-DESCRICAO.
           MOVE WRK-ANT-BALCAO-NOVO    TO   WRK-INA-BALCAO-NOVO.
           MOVE WRK-ANT-DATA-EFETIVA   TO   WRK-INA-DATA-EFETIVA.
           MOVE 'ATIVA'                TO   WRK-INA-SITUACAO.
           MOVE WRK-INC-AUDIT          TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

           MOVE 'DEPOIS'               TO   WRK-INA-MOMENTO.
           MOVE 'INATIVA'              TO   WRK-INA-SITUACAO.
           MOVE WRK-INC-AUDIT          TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

      *----------------------------------------------------------------*
       2500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2600-CONTAR-PENDENTES           SECTION.
      *----------------------------------------------------------------*

           EXEC SQL
               SELECT  COUNT(*)
               INTO    :WRK-QTD-PENDENTES
               FROM    DB2PRD.TCTRL_EXTRC_DADO
               WHERE   CFNCAO_PROCM        =   1
               AND     CPERDC_PROCM_SIST   IN (1, 3)
               AND     CDADO_TRATD         =   1
               AND     CINDCD_SIT_PREVD    IN (12, 13)
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              PERFORM 2900-ERRO-SQL-INCORPORACAO
           END-IF.

      *----------------------------------------------------------------*
       2600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2800-RECUSAR-CARTAO             SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO   ACU-RECUSADOS.

           MOVE 4                      TO   WRK-COND-CODE.

           MOVE WRK-INC-DET            TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

      *----------------------------------------------------------------*
       2800-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2900-ERRO-SQL-INCORPORACAO      SECTION.
      *----------------------------------------------------------------*

           MOVE 'DB2'                  TO ERR-TIPO-ACESSO.
           MOVE 'TCTRL_BALCAO_INCORP'  TO ERR-DBD-TAB
                                          BU00-TABELA.
           MOVE 'MANUTENCAO'           TO ERR-FUN-COMANDO
                                          BU00-COMANDO.
           MOVE SQLCODE                TO ERR-SQL-CODE
                                          WRK-SQLCODE-S9-9.
           MOVE WRK-SQLCODE-S9-3       TO BU00-SQLCODE.
           MOVE '2900'                 TO ERR-LOCAL.
           MOVE SPACES                 TO ERR-PGM
                                          ERR-SEGM.
           MOVE 998                    TO BU00-ES-COD-RETORNO.
           MOVE WRK-PGM                TO BU00-COD-PROGRAMA.
           MOVE '001'                  TO BU00-LOCAL.
           STRING 'MANUTENCAO INCORPORACAO BALCAO '
                  WRK-HV-BALCAO-ANTIGO
              DELIMITED BY SIZE       INTO BU00-COMPLEMENTO
           END-STRING.
           PERFORM 9996-MOVIMENTACAO-LOG-ERRO.
           PERFORM 9997-GRAVAR-LOG-ERRO.
           PERFORM 9999-ROTINA-ERRO.

      *----------------------------------------------------------------*
       2900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2950-ERRO-LIBERACAO             SECTION.
      *----------------------------------------------------------------*

      *--- ERR-TEXTO PREENCHIDO PELO CHAMADOR. ABENDA PELA BRAD7100
      *--- PARA O DB2 DESFAZER O QUE JA FOI APLICADO NESTA EXECUCAO.
           DISPLAY 'BUPV1082 - ' ERR-TEXTO.

           MOVE 'APL'                  TO   ERR-TIPO-ACESSO.
           MOVE 038                    TO   BU00-ES-COD-RETORNO.
           PERFORM 9996-MOVIMENTACAO-LOG-ERRO.
           PERFORM 9997-GRAVAR-LOG-ERRO.
           PERFORM 9999-ROTINA-ERRO.

      *----------------------------------------------------------------*
       2950-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2960-ERRO-SQL-CARTAO-APROV      SECTION.
      *----------------------------------------------------------------*

           MOVE 'DB2'                  TO ERR-TIPO-ACESSO.
           MOVE 'TCTRL_CARTAO_APROV'   TO ERR-DBD-TAB
                                          BU00-TABELA.
           MOVE WRK-APV-COMANDO        TO ERR-FUN-COMANDO
                                          BU00-COMANDO.
           MOVE SQLCODE                TO ERR-SQL-CODE
                                          WRK-SQLCODE-S9-9.
           MOVE WRK-SQLCODE-S9-3       TO BU00-SQLCODE.
           MOVE '2960'                 TO ERR-LOCAL.
           MOVE SPACES                 TO ERR-PGM
                                          ERR-SEGM.
           IF WRK-APV-COMANDO          EQUAL     'SELECT'
              MOVE 998                 TO BU00-ES-COD-RETORNO
           ELSE
              MOVE 999                 TO BU00-ES-COD-RETORNO
           END-IF.
           MOVE WRK-PGM                TO BU00-COD-PROGRAMA.
           MOVE '001'                  TO BU00-LOCAL.
           STRING 'CONFERENCIA DA LIBERACAO BUPV1077 DE '
                  WRK-HV-APV-DTHR-LIBERACAO
              DELIMITED BY SIZE       INTO BU00-COMPLEMENTO
           END-STRING.
           PERFORM 9996-MOVIMENTACAO-LOG-ERRO.
           PERFORM 9997-GRAVAR-LOG-ERRO.
           PERFORM 9999-ROTINA-ERRO.

      *----------------------------------------------------------------*
       2960-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-INC-BRANCO         TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

           MOVE 'CARTOES LIDOS.................:'
                                       TO   WRK-INT-DESCRICAO.
           MOVE ACU-LIDOS-ECARTAO      TO   WRK-INT-QUANTIDADE.
           MOVE WRK-INC-TOTAL          TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

           MOVE 'CARTOES LIBERADOS (BUPV1077)...:'
                                       TO   WRK-INT-DESCRICAO.
           MOVE BU53-CAB-QTD-CARTOES   TO   WRK-INT-QUANTIDADE.
           MOVE WRK-INC-TOTAL          TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

           MOVE 'INCORPORACOES INCLUIDAS.......:'
                                       TO   WRK-INT-DESCRICAO.
           MOVE ACU-INCLUIDOS          TO   WRK-INT-QUANTIDADE.
           MOVE WRK-INC-TOTAL          TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

           MOVE 'INCORPORACOES EXCLUIDAS.......:'
                                       TO   WRK-INT-DESCRICAO.
           MOVE ACU-EXCLUIDOS          TO   WRK-INT-QUANTIDADE.
           MOVE WRK-INC-TOTAL          TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

           MOVE 'CARTOES RECUSADOS.............:'
                                       TO   WRK-INT-DESCRICAO.
           MOVE ACU-RECUSADOS          TO   WRK-INT-QUANTIDADE.
           MOVE WRK-INC-TOTAL          TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

           CLOSE ECARTAO
                 RELATO.

           MOVE WRK-COND-CODE          TO   RETURN-CODE.

           STOP RUN.

      *----------------------------------------------------------------*
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9100-ERRO-GRAVACAO-RELATO       SECTION.
      *----------------------------------------------------------------*

           DISPLAY 'BUPV1082 - ERRO NA GRAVACAO DO RELATO - FS '
                   WRK-FS-RELATO.

           MOVE 12                     TO   RETURN-CODE.

           STOP RUN.

      *----------------------------------------------------------------*
       9100-99-FIM.                    EXIT.
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
