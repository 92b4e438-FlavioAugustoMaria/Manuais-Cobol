      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. BUPV1088.
       AUTHOR.     RAPHAEL MARQUES.
      *================================================================*
      *                   P R I M E  I N F O R M A T I C A             *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  BUPV1088                                     *
      *    PROGRAMADOR.:  RAPHAEL MARQUES                   -  PRIME   *
      *    ANALISTA....:  MAURO                             -  PRIME   *
      *    DATA........:  15/10/2026                                   *
      *----------------------------------------------------------------*
      *    OBJETIVO....:  MANUTENCAO BATCH DA TABELA DE BLOQUEIO DE    *
      *                   APORTES (TCTRL_BLOQ_APORTE) - CONTAS         *
      *                   (BALCAO/PRODUTO/CONTA) CUJOS APORTES NAO     *
      *                   PODEM SEGUIR PARA O ALTAMIRA POR ORDEM       *
      *                   JUDICIAL OU DA PREVENCAO A FRAUDE. A         *
      *                   BUPV1054 RETEM NO SARQRETD OS APORTES        *
      *                   CASADOS DAS CONTAS BLOQUEADAS E A BUPV1089   *
      *                   LIBERA OS RETIDOS QUANDO O BLOQUEIO E        *
      *                   ENCERRADO. APLICA CARTOES DE INCLUSAO E DE   *
      *                   ENCERRAMENTO (INATIVACAO LOGICA - A LINHA    *
      *                   FICA NA TABELA COMO TRILHA, COM QUEM PEDIU E *
      *                   O MOTIVO DA INCLUSAO E DO ENCERRAMENTO),     *
      *                   VALIDANDO O CONTEUDO (CAMPOS OBRIGATORIOS,   *
      *                   DATAS, VIGENCIA E DUPLICIDADE - UMA CONTA SO *
      *                   TEM UM BLOQUEIO ATIVO). O RELATO TRAZ O      *
      *                   ANTES/DEPOIS DE CADA ALTERACAO (TRILHA DE    *
      *                   AUDITORIA) E CADA LINHA GUARDA O USUARIO E O *
      *                   MOMENTO DA INCLUSAO E DA ULTIMA ATUALIZACAO. *
      *                   O BLOQUEIO NAO DISTINGUE SUBPRODUTO - VALE   *
      *                   PARA TODOS OS SUBPRODUTOS DO PRODUTO.        *
      *----------------------------------------------------------------*
      *    COND CODES..:  0000 - TODOS OS CARTOES APLICADOS            *
      *                   0004 - HOUVE CARTAO RECUSADO (VER RELATO)    *
      *                   0012 - ERRO DE CARTAO/ARQUIVO                *
      *                   ECARTAO SEM O CABECALHO DA LIBERACAO OU COM  *
      *                   QUANTIDADE DIFERENTE DELE ABENDA PELA        *
      *                   BRAD7100 (DB2 DESFAZ O QUE FOI APLICADO)     *
      *----------------------------------------------------------------*
      *    BCO DE DADOS:                                               *
      *                DB2PRD.TCTRL_BLOQ_APORTE (MANUTENCAO)           *
      *                DB2PRD.TCTRL_CARTAO_APROV (CONFERENCIA DA       *
      *                                           LIBERACAO)           *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME           I/O           OBS              *
      *                ECARTAO           I    CARTOES DE MANUTENCAO:   *
      *                  (SCARTAO DA LIBERACAO DA BUPV1077 -           *
      *                  SO CARTOES APROVADOS EM DUPLO CONTROLE)       *
      *                  1O CARTAO UTIL: CABECALHO DA LIBERACAO        *
      *                  (I#BUPV53) - OBRIGATORIO, PARA A BUPV1088 E   *
      *                  COM A QUANTIDADE DOS CARTOES QUE O SEGUEM.    *
      *                  CADA CARTAO SO E APLICADO SE CONSTAR COMO     *
      *                  LIBERADO PARA A BUPV1088 NESSA LIBERACAO NA   *
      *                  TCTRL_CARTAO_APROV (A SEQUENCIA CONFERIDA     *
      *                  PASSA A 'PROCESSADO' E NAO VALE DE NOVO)      *
      *                  COLS 01-07 FUNCAO (INCLUIR/ENCERRAR)          *
      *                  COLS 09-13 CBALCAO                            *
      *                  COLS 15-16 CPRODUTO                           *
      *                  COLS 18-23 CNUMECTA                           *
      *                  COLS 25-34 DATA INICIO (DD.MM.AAAA - SO       *
      *                             INCLUIR; BRANCO = HOJE)            *
      *                  COLS 36-45 DATA FIM (DD.MM.AAAA - SO INCLUIR; *
      *                             BRANCO = ATE SEGUNDA ORDEM)        *
      *                  COLS 47-54 REQUISITANTE (JURIDICO/FRAUDE -    *
      *                             QUEM PEDIU A INCLUSAO OU O         *
      *                             ENCERRAMENTO)                      *
      *                  COLS 56-80 MOTIVO (PROCESSO/OCORRENCIA)       *
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
       77  ACU-ENCERRADOS              PIC  9(005) COMP-3  VALUE ZEROS.
       77  ACU-RECUSADOS               PIC  9(005) COMP-3  VALUE ZEROS.

       77  WRK-BATCH                   PIC  X(008)         VALUE
           'BATCH'.

       77  WRK-PGM                     PIC  X(008)         VALUE
           'BUPV1088'.

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
              88 WRK-CTO-ENCERRAR                          VALUE
                 'ENCERRA'.
           05 WRK-CTO-FUNCAO-COMPL     PIC  X(001).
           05 WRK-CTO-CBALCAO          PIC  X(005).
           05 FILLER                   PIC  X(001).
           05 WRK-CTO-CPRODUTO         PIC  X(002).
           05 FILLER                   PIC  X(001).
           05 WRK-CTO-CNUMECTA         PIC  X(006).
           05 FILLER                   PIC  X(001).
           05 WRK-CTO-DATA-INICIO      PIC  X(010).
           05 FILLER                   PIC  X(001).
           05 WRK-CTO-DATA-FIM         PIC  X(010).
           05 FILLER                   PIC  X(001).
           05 WRK-CTO-REQUISITANTE     PIC  X(008).
           05 FILLER                   PIC  X(001).
           05 WRK-CTO-MOTIVO           PIC  X(025).

      *--- DATAS RESOLVIDAS DO CARTAO CORRENTE. SEM DATA FIM O
      *--- BLOQUEIO VALE ATE SEGUNDA ORDEM (ENCERRAMENTO POR CARTAO).
       77  WRK-DATA-INICIO             PIC  X(010)         VALUE SPACES.
       77  WRK-DATA-FIM                PIC  X(010)         VALUE SPACES.
       77  WRK-DATA-SEM-FIM            PIC  X(010)         VALUE
           '31.12.9999'.

      *--- DATAS EM AAAAMMDD PARA COMPARACAO (VER 2360).
       77  WRK-INV-INICIO              PIC  X(008)         VALUE SPACES.
       77  WRK-INV-FIM                 PIC  X(008)         VALUE SPACES.
       77  WRK-INV-HOJE                PIC  X(008)         VALUE SPACES.
       77  WRK-DATA-INVERTIDA          PIC  X(008)         VALUE SPACES.

      *--- LINHA CORRENTE DA TABELA (ANTES DA ALTERACAO).
       77  WRK-ANT-DATA-INICIO         PIC  X(010)         VALUE SPACES.
       77  WRK-ANT-DATA-FIM            PIC  X(010)         VALUE SPACES.
       77  WRK-ANT-REQUISITANTE        PIC  X(008)         VALUE SPACES.
       77  WRK-ANT-MOTIVO              PIC  X(025)         VALUE SPACES.

       77  WRK-QTD-EXISTENTES          PIC S9(009) COMP    VALUE ZEROS.

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
              'BUPV1088'.
           05 FILLER                   PIC  X(010)         VALUE SPACES.
           05 FILLER                   PIC  X(049)         VALUE
              'MANUTENCAO DA TABELA DE BLOQUEIO DE APORTES      '.
           05 FILLER                   PIC  X(049)         VALUE SPACES.
           05 FILLER                   PIC  X(005)         VALUE
              'PAG: '.
           05 WRK-INC-PAGINA           PIC  ZZZ9.
           05 FILLER                   PIC  X(007)         VALUE SPACES.

       01  WRK-INC-CAB2.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 FILLER                   PIC  X(031)         VALUE
              'FUNCAO   BALC.  PR  CONTA   INI'.
           05 FILLER                   PIC  X(031)         VALUE
              'CIO      FIM         REQUIS.   '.
           05 FILLER                   PIC  X(030)         VALUE
              'RESULTADO                     '.
           05 FILLER                   PIC  X(040)         VALUE SPACES.

       01  WRK-INC-DET.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-IND-FUNCAO           PIC  X(007)         VALUE SPACES.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-IND-CBALCAO          PIC  X(005)         VALUE SPACES.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-IND-CPRODUTO         PIC  X(002)         VALUE SPACES.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-IND-CNUMECTA         PIC  X(006)         VALUE SPACES.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-IND-DATA-INICIO      PIC  X(010)         VALUE SPACES.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-IND-DATA-FIM         PIC  X(010)         VALUE SPACES.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-IND-REQUISITANTE     PIC  X(008)         VALUE SPACES.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-IND-RESULTADO        PIC  X(024)         VALUE SPACES.
           05 FILLER                   PIC  X(046)         VALUE SPACES.

      *--- LINHA DE ANTES/DEPOIS DA ALTERACAO (TRILHA DE AUDITORIA).
       01  WRK-INC-AUDIT.
           05 FILLER                   PIC  X(003)         VALUE SPACES.
           05 WRK-INA-MOMENTO          PIC  X(007)         VALUE SPACES.
           05 FILLER                   PIC  X(002)         VALUE ': '.
           05 WRK-INA-DATA-INICIO      PIC  X(010)         VALUE SPACES.
           05 FILLER                   PIC  X(003)         VALUE
              ' A '.
           05 WRK-INA-DATA-FIM         PIC  X(010)         VALUE SPACES.
           05 FILLER                   PIC  X(007)         VALUE
              '  REQ. '.
           05 WRK-INA-REQUISITANTE     PIC  X(008)         VALUE SPACES.
           05 FILLER                   PIC  X(010)         VALUE
              '  MOTIVO '.
           05 WRK-INA-MOTIVO           PIC  X(025)         VALUE SPACES.
           05 FILLER                   PIC  X(007)         VALUE
              '  SIT. '.
           05 WRK-INA-SITUACAO         PIC  X(009)         VALUE SPACES.
           05 FILLER                   PIC  X(032)         VALUE SPACES.

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

      *--- HOST VARIABLES DA TCTRL_BLOQ_APORTE (TABELA PEQUENA - SEM
      *--- DCLGEN PROPRIO, COMO A TCTRL_BALCAO_INCORP DA BUPV1082).
       01  WRK-HV-CBALCAO              PIC  X(005)         VALUE SPACES.
       01  WRK-HV-CPRODUTO             PIC  X(002)         VALUE SPACES.
       01  WRK-HV-CNUMECTA             PIC  X(006)         VALUE SPACES.
       01  WRK-HV-DATA-INICIO          PIC  X(010)         VALUE SPACES.
       01  WRK-HV-DATA-FIM             PIC  X(010)         VALUE SPACES.
       01  WRK-HV-REQUISITANTE         PIC  X(008)         VALUE SPACES.
       01  WRK-HV-MOTIVO               PIC  X(025)         VALUE SPACES.
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
              DISPLAY 'BUPV1088 - ERRO NA ABERTURA DOS ARQUIVOS'
              DISPLAY 'BUPV1088 - FS ECARTAO = ' WRK-FS-ECARTAO
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

           MOVE WRK-DATA-HOJE          TO   WRK-DATA-VALIDAR.
           PERFORM 2360-INVERTER-DATA.
           MOVE WRK-DATA-INVERTIDA     TO   WRK-INV-HOJE.

      *--- O USUARIO DA EXECUCAO (ID DE AUTORIZACAO DO JOB) FICA EM
      *--- CADA LINHA ALTERADA - NAO VEM DE CARTAO.
           EXEC SQL
               SET :WRK-HV-USUARIO       = USER
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              PERFORM 2900-ERRO-SQL-BLOQUEIO
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
              DISPLAY 'BUPV1088 - ECARTAO COM ' ACU-LIDOS-ECARTAO
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
              DISPLAY 'BUPV1088 - ERRO NA LEITURA DO ECARTAO - FS '
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
              DISPLAY 'BUPV1088 - 1O CARTAO: ' WRK-CARTAO(1:50)
              MOVE 'ECARTAO SEM O CABECALHO DA LIBERACAO DA BUPV1077'
                                       TO   ERR-TEXTO
              PERFORM 2950-ERRO-LIBERACAO
           END-IF.

           DISPLAY 'BUPV1088 - LIBERACAO DA BUPV1077 DE '
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

           MOVE WRK-CARTAO(1:8)        TO   WRK-IND-FUNCAO.
           MOVE WRK-CTO-CBALCAO        TO   WRK-IND-CBALCAO.
           MOVE WRK-CTO-CPRODUTO       TO   WRK-IND-CPRODUTO.
           MOVE WRK-CTO-CNUMECTA       TO   WRK-IND-CNUMECTA.
           MOVE WRK-CTO-DATA-INICIO    TO   WRK-IND-DATA-INICIO.
           MOVE WRK-CTO-DATA-FIM       TO   WRK-IND-DATA-FIM.
           MOVE WRK-CTO-REQUISITANTE   TO   WRK-IND-REQUISITANTE.

           PERFORM 2160-CONFERIR-LIBERACAO.

           IF NOT WRK-CARTAO-LIBERADO
              MOVE 'CARTAO NAO LIBERADO'
                                       TO   WRK-IND-RESULTADO
              PERFORM 2800-RECUSAR-CARTAO
              GO TO 2200-99-FIM
           END-IF.

      *--- 'ENCERRAR' OCUPA AS COLUNAS 01-08 - A OITAVA LETRA FICA NO
      *--- COMPLEMENTO DA FUNCAO.
           IF NOT WRK-CTO-INCLUIR
              AND NOT (WRK-CTO-ENCERRAR
                       AND WRK-CTO-FUNCAO-COMPL
                                       EQUAL     'R')
              MOVE 'FUNCAO INVALIDA'   TO   WRK-IND-RESULTADO
              PERFORM 2800-RECUSAR-CARTAO
              GO TO 2200-99-FIM
           END-IF.

           IF WRK-CTO-CBALCAO          EQUAL     SPACES
              OR WRK-CTO-CPRODUTO      EQUAL     SPACES
              OR WRK-CTO-CNUMECTA      EQUAL     SPACES
              MOVE 'CONTA EM BRANCO'   TO   WRK-IND-RESULTADO
              PERFORM 2800-RECUSAR-CARTAO
              GO TO 2200-99-FIM
           END-IF.

      *--- QUEM PEDIU E POR QUE SAO A TRILHA EXIGIDA PELO JURIDICO -
      *--- OBRIGATORIOS NA INCLUSAO E NO ENCERRAMENTO.
           IF WRK-CTO-REQUISITANTE     EQUAL     SPACES
              OR WRK-CTO-MOTIVO        EQUAL     SPACES
              MOVE 'REQUISITANTE/MOTIVO'
                                       TO   WRK-IND-RESULTADO
              PERFORM 2800-RECUSAR-CARTAO
              GO TO 2200-99-FIM
           END-IF.

           MOVE WRK-CTO-CBALCAO        TO   WRK-HV-CBALCAO.
           MOVE WRK-CTO-CPRODUTO       TO   WRK-HV-CPRODUTO.
           MOVE WRK-CTO-CNUMECTA       TO   WRK-HV-CNUMECTA.
           MOVE WRK-CTO-REQUISITANTE   TO   WRK-HV-REQUISITANTE.
           MOVE WRK-CTO-MOTIVO         TO   WRK-HV-MOTIVO.

           IF WRK-CTO-INCLUIR
              PERFORM 2400-INCLUIR-BLOQUEIO
           ELSE
              PERFORM 2500-ENCERRAR-BLOQUEIO
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
       2360-INVERTER-DATA              SECTION.
      *----------------------------------------------------------------*

      *--- DD.MM.AAAA -> AAAAMMDD, PARA COMPARAR DATAS DO CARTAO.
           STRING WRK-DATA-VALIDAR(7:4)
                  WRK-DATA-VALIDAR(4:2)
                  WRK-DATA-VALIDAR(1:2)
              DELIMITED BY SIZE        INTO WRK-DATA-INVERTIDA
           END-STRING.

      *----------------------------------------------------------------*
       2360-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2400-INCLUIR-BLOQUEIO           SECTION.
      *----------------------------------------------------------------*

           SET WRK-DATA-VALIDA         TO   TRUE.

           IF WRK-CTO-DATA-INICIO      EQUAL     SPACES
              MOVE WRK-DATA-HOJE       TO   WRK-DATA-INICIO
           ELSE
              MOVE WRK-CTO-DATA-INICIO TO   WRK-DATA-INICIO
                                            WRK-DATA-VALIDAR
              PERFORM 2350-VALIDAR-DATA
           END-IF.

           IF WRK-CTO-DATA-FIM         EQUAL     SPACES
              MOVE WRK-DATA-SEM-FIM    TO   WRK-DATA-FIM
           ELSE
              MOVE WRK-CTO-DATA-FIM    TO   WRK-DATA-FIM
                                            WRK-DATA-VALIDAR
              PERFORM 2350-VALIDAR-DATA
           END-IF.

           MOVE WRK-DATA-INICIO        TO   WRK-IND-DATA-INICIO.
           MOVE WRK-DATA-FIM           TO   WRK-IND-DATA-FIM.

           IF WRK-DATA-INVALIDA
              MOVE 'DATA INVALIDA'     TO   WRK-IND-RESULTADO
              PERFORM 2800-RECUSAR-CARTAO
              GO TO 2400-99-FIM
           END-IF.

           MOVE WRK-DATA-INICIO        TO   WRK-DATA-VALIDAR.
           PERFORM 2360-INVERTER-DATA.
           MOVE WRK-DATA-INVERTIDA     TO   WRK-INV-INICIO.

           MOVE WRK-DATA-FIM           TO   WRK-DATA-VALIDAR.
           PERFORM 2360-INVERTER-DATA.
           MOVE WRK-DATA-INVERTIDA     TO   WRK-INV-FIM.

           IF WRK-INV-FIM              LESS      WRK-INV-INICIO
              MOVE 'FIM ANTERIOR AO INICIO'
                                       TO   WRK-IND-RESULTADO
              PERFORM 2800-RECUSAR-CARTAO
              GO TO 2400-99-FIM
           END-IF.

      *--- BLOQUEIO JA VENCIDO NA INCLUSAO NAO RETERIA NADA - E ERRO
      *--- DE DIGITACAO DA DATA.
           IF WRK-INV-FIM              LESS      WRK-INV-HOJE
              MOVE 'FIM JA VENCIDO'    TO   WRK-IND-RESULTADO
              PERFORM 2800-RECUSAR-CARTAO
              GO TO 2400-99-FIM
           END-IF.

      *--- UMA CONTA SO TEM UM BLOQUEIO ATIVO (VIGENTE OU FUTURO) - A
      *--- LIBERACAO DA BUPV1089 NAO TERIA COMO SABER QUAL DELES
      *--- ENCERRA A RETENCAO. TROCA DE DATAS/MOTIVO E ENCERRAR +
      *--- INCLUIR.
           EXEC SQL
               SELECT  COUNT(*)
               INTO    :WRK-QTD-EXISTENTES
               FROM    DB2PRD.TCTRL_BLOQ_APORTE
               WHERE   CBALCAO             =   :WRK-HV-CBALCAO
               AND     CPRODUTO            =   :WRK-HV-CPRODUTO
               AND     CNUMECTA            =   :WRK-HV-CNUMECTA
               AND     CINDCD_SIT          =   'A'
               AND     DATA_FIM            >=  CURRENT DATE
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              PERFORM 2900-ERRO-SQL-BLOQUEIO
           END-IF.

           IF WRK-QTD-EXISTENTES       GREATER   ZEROS
              MOVE 'JA BLOQUEADA'      TO   WRK-IND-RESULTADO
              PERFORM 2800-RECUSAR-CARTAO
              GO TO 2400-99-FIM
           END-IF.

           MOVE WRK-DATA-INICIO        TO   WRK-HV-DATA-INICIO.
           MOVE WRK-DATA-FIM           TO   WRK-HV-DATA-FIM.

           EXEC SQL
               INSERT INTO DB2PRD.TCTRL_BLOQ_APORTE
                      (CBALCAO,
                       CPRODUTO,
                       CNUMECTA,
                       DATA_INICIO,
                       DATA_FIM,
                       CREQUIS,
                       MOTIVO,
                       CINDCD_SIT,
                       DTHR_INCL,
                       CUSUAR_INCL,
                       DTHR_ATUALZ,
                       CUSUAR_ATUALZ,
                       CREQUIS_ENCER,
                       MOTIVO_ENCER)
               VALUES (:WRK-HV-CBALCAO,
                       :WRK-HV-CPRODUTO,
                       :WRK-HV-CNUMECTA,
                       :WRK-HV-DATA-INICIO,
                       :WRK-HV-DATA-FIM,
                       :WRK-HV-REQUISITANTE,
                       :WRK-HV-MOTIVO,
                       'A',
                       CURRENT TIMESTAMP,
                       :WRK-HV-USUARIO,
                       CURRENT TIMESTAMP,
                       :WRK-HV-USUARIO,
                       ' ',
                       ' ')
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              PERFORM 2900-ERRO-SQL-BLOQUEIO
           END-IF.

           ADD 1                       TO   ACU-INCLUIDOS.

           MOVE 'INCLUIDO'             TO   WRK-IND-RESULTADO.
           MOVE WRK-INC-DET            TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

           MOVE 'ANTES'                TO   WRK-INA-MOMENTO.
           MOVE 'SEM LINHA'            TO   WRK-INA-DATA-INICIO.
           MOVE SPACES                 TO   WRK-INA-DATA-FIM
                                            WRK-INA-REQUISITANTE
                                            WRK-INA-MOTIVO
                                            WRK-INA-SITUACAO.
           MOVE WRK-INC-AUDIT          TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

           MOVE 'DEPOIS'               TO   WRK-INA-MOMENTO.
           MOVE WRK-DATA-INICIO        TO   WRK-INA-DATA-INICIO.
           MOVE WRK-DATA-FIM           TO   WRK-INA-DATA-FIM.
           MOVE WRK-HV-REQUISITANTE    TO   WRK-INA-REQUISITANTE.
           MOVE WRK-HV-MOTIVO          TO   WRK-INA-MOTIVO.
           MOVE 'ATIVO'                TO   WRK-INA-SITUACAO.
           MOVE WRK-INC-AUDIT          TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

      *----------------------------------------------------------------*
       2400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2500-ENCERRAR-BLOQUEIO          SECTION.
      *----------------------------------------------------------------*

      *--- BLOQUEIO JA VENCIDO (DATA FIM PASSADA) NAO RETEM MAIS NADA -
      *--- SO O ATIVO VIGENTE OU FUTURO PODE SER ENCERRADO.
           EXEC SQL
               SELECT  DATA_INICIO,
                       DATA_FIM,
                       CREQUIS,
                       MOTIVO
               INTO    :WRK-ANT-DATA-INICIO,
                       :WRK-ANT-DATA-FIM,
                       :WRK-ANT-REQUISITANTE,
                       :WRK-ANT-MOTIVO
               FROM    DB2PRD.TCTRL_BLOQ_APORTE
               WHERE   CBALCAO             =   :WRK-HV-CBALCAO
               AND     CPRODUTO            =   :WRK-HV-CPRODUTO
               AND     CNUMECTA            =   :WRK-HV-CNUMECTA
               AND     CINDCD_SIT          =   'A'
               AND     DATA_FIM            >=  CURRENT DATE
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE             EQUAL     ZEROS
                   CONTINUE
              WHEN SQLCODE             EQUAL     100
                   MOVE 'SEM BLOQUEIO ATIVO'
                                       TO   WRK-IND-RESULTADO
                   PERFORM 2800-RECUSAR-CARTAO
                   GO TO 2500-99-FIM
              WHEN OTHER
                   PERFORM 2900-ERRO-SQL-BLOQUEIO
           END-EVALUATE.

           MOVE WRK-ANT-DATA-INICIO    TO   WRK-IND-DATA-INICIO.
           MOVE WRK-ANT-DATA-FIM       TO   WRK-IND-DATA-FIM.

           EXEC SQL
               UPDATE  DB2PRD.TCTRL_BLOQ_APORTE
               SET     CINDCD_SIT          =   'I',
                       CREQUIS_ENCER       =   :WRK-HV-REQUISITANTE,
                       MOTIVO_ENCER        =   :WRK-HV-MOTIVO,
                       DTHR_ATUALZ         =   CURRENT TIMESTAMP,
                       CUSUAR_ATUALZ       =   :WRK-HV-USUARIO
               WHERE   CBALCAO             =   :WRK-HV-CBALCAO
               AND     CPRODUTO            =   :WRK-HV-CPRODUTO
               AND     CNUMECTA            =   :WRK-HV-CNUMECTA
               AND     CINDCD_SIT          =   'A'
               AND     DATA_FIM            >=  CURRENT DATE
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              PERFORM 2900-ERRO-SQL-BLOQUEIO
           END-IF.

           ADD 1                       TO   ACU-ENCERRADOS.

           MOVE 'ENCERRADO'            TO   WRK-IND-RESULTADO.
           MOVE WRK-INC-DET            TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

           MOVE 'ANTES'                TO   WRK-INA-MOMENTO.
           MOVE WRK-ANT-DATA-INICIO    TO   WRK-INA-DATA-INICIO.
           MOVE WRK-ANT-DATA-FIM       TO   WRK-INA-DATA-FIM.
           MOVE WRK-ANT-REQUISITANTE   TO   WRK-INA-REQUISITANTE.
           MOVE WRK-ANT-MOTIVO         TO   WRK-INA-MOTIVO.
           MOVE 'ATIVO'                TO   WRK-INA-SITUACAO.
           MOVE WRK-INC-AUDIT          TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

           MOVE 'DEPOIS'               TO   WRK-INA-MOMENTO.
           MOVE WRK-HV-REQUISITANTE    TO   WRK-INA-REQUISITANTE.
           MOVE WRK-HV-MOTIVO          TO   WRK-INA-MOTIVO.
           MOVE 'ENCERRADO'            TO   WRK-INA-SITUACAO.
           MOVE WRK-INC-AUDIT          TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

      *----------------------------------------------------------------*
       2500-99-FIM.                    EXIT.
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
       2900-ERRO-SQL-BLOQUEIO          SECTION.
      *----------------------------------------------------------------*

           MOVE 'DB2'                  TO ERR-TIPO-ACESSO.
           MOVE 'TCTRL_BLOQ_APORTE'    TO ERR-DBD-TAB
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
           STRING 'MANUTENCAO BLOQUEIO APORTE '
                  WRK-HV-CBALCAO '/'
                  WRK-HV-CPRODUTO '/'
                  WRK-HV-CNUMECTA
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
           DISPLAY 'BUPV1088 - ' ERR-TEXTO.

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

           MOVE 'BLOQUEIOS INCLUIDOS...........:'
                                       TO   WRK-INT-DESCRICAO.
           MOVE ACU-INCLUIDOS          TO   WRK-INT-QUANTIDADE.
           MOVE WRK-INC-TOTAL          TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

           MOVE 'BLOQUEIOS ENCERRADOS..........:'
                                       TO   WRK-INT-DESCRICAO.
           MOVE ACU-ENCERRADOS         TO   WRK-INT-QUANTIDADE.
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

           DISPLAY 'BUPV1088 - ERRO NA GRAVACAO DO RELATO - FS '
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
