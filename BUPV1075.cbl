      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. BUPV1075.
       AUTHOR.     RAPHAEL MARQUES.
      *================================================================*
      *                   P R I M E  I N F O R M A T I C A             *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  BUPV1075                                     *
      *    PROGRAMADOR.:  RAPHAEL MARQUES                   -  PRIME   *
      *    ANALISTA....:  MAURO                             -  PRIME   *
      *    DATA........:  15/10/2026                                   *
      *----------------------------------------------------------------*
      *    OBJETIVO....:  REABERTURA CONTROLADA DE EXTRACAO CONCLUIDA  *
      *                   (SITUACAO 99 NO TCTRL_EXTRC_DADO) PARA       *
      *                   REPROCESSAMENTO LIMPO PELA BUPV1054 - CASO   *
      *                   DE EARQAPOR ERRADO (GERACAO TROCADA OU       *
      *                   ARQUIVO SUBSTITUIDO PELO TRANSMISSOR).       *
      *                   LEVANTA TUDO O QUE A EXTRACAO PRODUZIU NO    *
      *                   DB2 (LINHA DE AUDITORIA, TRAJETORIA NO       *
      *                   HISTORICO POR DESTINO, EXCECOES CADASTRADAS  *
      *                   PELA BUPV1064, PASSOS DA CADEIA, CHAVES      *
      *                   APONTADAS COMO NAO CONFIRMADAS PELA BUPV1062 *
      *                   E VOLUME POR BALCAO GRAVADO PELA BUPV1079 NA *
      *                   DATA DA EXTRACAO) E IMPRIME A EVIDENCIA      *
      *                   'ANTES'. SO COM A PARM DE CONFIRMACAO ('R')  *
      *                   DESFAZ:                                      *
      *                   - EXCLUI A AUDITORIA, O HISTORICO E OS       *
      *                     PASSOS DA CADEIA DA EXTRACAO;              *
      *                   - EXCLUI OS APONTAMENTOS DE NAO CONFIRMADOS  *
      *                     DA EXTRACAO (NAO AUTORIZAM MAIS            *
      *                     RETRANSMISSAO PELO SNAOCONF);              *
      *                   - EXCLUI O VOLUME POR BALCAO DA DATA DA      *
      *                     EXTRACAO (O ARQUIVO ERRADO NAO ENTRA NA    *
      *                     BASE DO ESPERADO DA BUPV1079);             *
      *                   - EXCLUI A EXCECAO AINDA 'ABERTA' CUJA       *
      *                     PRIMEIRA OCORRENCIA FOI ESTA EXTRACAO;     *
      *                     EXCECAO DA EXTRACAO JA ENCERRADA PELO      *
      *                     OPERADOR (BUPV1065) NAO SE PERDE - FICA    *
      *                     'SUPERADA', COM A SITUACAO ANTERIOR NA     *
      *                     NOTA; EXCECAO 'EM-ANALISE' CONTINUA EM     *
      *                     ABERTO (SE RECORRER NO REPROCESSAMENTO A   *
      *                     BUPV1064 A ENCONTRA JA CADASTRADA);        *
      *                     EXCECAO ANTERIOR A EXTRACAO E MANTIDA;     *
      *                   - DEVOLVE A EXTRACAO A PENDENTE (12).        *
      *                   TUDO NUMA UNICA UNIDADE DE TRABALHO: ERRO    *
      *                   DB2 NO MEIO ABENDA PELA BRAD7100 E NADA      *
      *                   FICA PELA METADE. EM SEGUIDA IMPRIME A       *
      *                   EVIDENCIA 'DEPOIS' PARA A AUDITORIA.         *
      *                   RECUSA A REABERTURA SE A EXTRACAO NAO ESTA   *
      *                   EM 99 (95 = EM CONFIRMACAO ALTAMIRA) OU SE   *
      *                   A BUPV1062 JA REGISTROU CONFIRMACAO DO       *
      *                   ALTAMIRA (TCTRL_CONFM_ALTAM) - APORTE JA     *
      *                   CARREGADO NO AMT32 NAO SE DESFAZ POR AQUI.   *
      *                   RECUSA TAMBEM ENQUANTO HOUVER ARQUIVO DA     *
      *                   EXTRACAO LIBERADO PARA TRANSMISSAO PELA      *
      *                   BUPV1081 (TCTRL_TRANS_ALTAM SITUACAO 'L' -   *
      *                   TRANSFERENCIA QUE NAO OCORREU E CANCELADA    *
      *                   ANTES PELA PROPRIA BUPV1081, OPCAO 'C') E    *
      *                   ENQUANTO HOUVER APORTE DA EXTRACAO RETIDO    *
      *                   POR BLOQUEIO SEM LIBERACAO PELA BUPV1089 -   *
      *                   O REPROCESSAMENTO RETERIA OS MESMOS APORTES  *
      *                   DE NOVO NO EARQRETD.                         *
      *----------------------------------------------------------------*
      *    COND CODES..:  0000 - REABERTA (OU LISTADA, SEM IMPEDIMENTO)*
      *                   0008 - REABERTURA RECUSADA (VER RELATO)      *
      *                   0012 - ERRO DE PARM/ARQUIVO                  *
      *----------------------------------------------------------------*
      *    BCO DE DADOS:                                               *
      *                TABLE                          INCLUDE/BOOK     *
      *                DB2PRD.TCTRL_EXTRC_DADO           BUPVB023      *
      *                DB2PRD.TCTRL_EXTRC_AUDIT          BUPVB024      *
      *                DB2PRD.TCTRL_BATIM_HIST           BUPVB025      *
      *                DB2PRD.TCTRL_BATIM_EXCEC          BUPVB026      *
      *                DB2PRD.TCTRL_CADEIA_PASSO                       *
      *                DB2PRD.TCTRL_CONFM_ALTAM (RETORNOS DA BUPV1062) *
      *                DB2PRD.TCTRL_NAOCONF_ALTAM (CHAVES NAO          *
      *                                           CONFIRMADAS)         *
      *                DB2PRD.TCTRL_TRANS_ALTAM  (REGISTRO DAS         *
      *                                           TRANSMISSOES)        *
      *                DB2PRD.TCTRL_VOLUME_BALCAO  (VOLUME DIARIO POR  *
      *                                             BALCAO)            *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME           I/O           INCLUDE/BOOK     *
      *                RELATO            O    RELATORIO FBA 133        *
      *----------------------------------------------------------------*
      *    BOOK'S......:                                               *
      *    I#BRAD7C - AREA PARA TRATAMENTO DE ERRO PELA BRAD7100       *
      *    I#BUPV00 - AREA DE COMUNICACAO                              *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    BRAD7100 - AREA PARA TRATAMENTO DE ERRO PELA BRAD7100       *
      *    BRAD7600 - DATA E HORA ATUAL                                *
      *    BUPVM100 - GRAVAR LOG DE ERRO                               *
      *    CKRS1000 - CONEXAO COM O DB2                                *
      *----------------------------------------------------------------*
      *    PARM........:  PARM='CCCC,PP,SSSSSSS[,M]'                   *
      *                   CCCC    = CENTRO DE CUSTO ORIGEM             *
      *                   PP      = CPERDC_PROCM_SIST                  *
      *                   SSSSSSS = NSEQ_PROCM_EFETU                   *
      *                   M       = L - SO LISTA (DEFAULT)             *
      *                             R - CONFIRMA A REABERTURA          *
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

      *----------------------------------------------------------------*
      *   OUTPUT:  EVIDENCIA DA REABERTURA (ANTES/DEPOIS)              *
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

      *--- CONTAGENS ANTES E DEPOIS DA REABERTURA.
       77  ACU-ANT-AUDIT               PIC  9(009) COMP-3  VALUE ZEROS.
       77  ACU-ANT-HIST                PIC  9(009) COMP-3  VALUE ZEROS.
       77  ACU-ANT-EXCEC               PIC  9(009) COMP-3  VALUE ZEROS.
       77  ACU-ANT-PASSO               PIC  9(009) COMP-3  VALUE ZEROS.
       77  ACU-ANT-NAOCONF             PIC  9(009) COMP-3  VALUE ZEROS.
       77  ACU-ANT-VOLUME              PIC  9(009) COMP-3  VALUE ZEROS.
       77  ACU-DEP-AUDIT               PIC  9(009) COMP-3  VALUE ZEROS.
       77  ACU-DEP-HIST                PIC  9(009) COMP-3  VALUE ZEROS.
       77  ACU-DEP-PASSO               PIC  9(009) COMP-3  VALUE ZEROS.
       77  ACU-DEP-NAOCONF             PIC  9(009) COMP-3  VALUE ZEROS.
       77  ACU-DEP-VOLUME              PIC  9(009) COMP-3  VALUE ZEROS.
       77  ACU-EXC-EXCLUIDAS           PIC  9(009) COMP-3  VALUE ZEROS.
       77  ACU-EXC-SUPERADAS           PIC  9(009) COMP-3  VALUE ZEROS.
       77  ACU-EXC-MANTIDAS            PIC  9(009) COMP-3  VALUE ZEROS.

       77  WRK-BATCH                   PIC  X(008)         VALUE
           'BATCH'.

       77  WRK-PGM                     PIC  X(008)         VALUE
           'BUPV1075'.

       77  WRK-MODULO                  PIC  X(008)         VALUE SPACES.

       77  WRK-CCTRO-CUSTO-ORIGE       PIC  X(004)         VALUE SPACES.

       77  WRK-COND-CODE               PIC  9(004)         VALUE ZEROS.

       77  WRK-MODO                    PIC  X(001)         VALUE 'L'.
           88 WRK-MODO-LISTAGEM                            VALUE 'L'.
           88 WRK-MODO-REABERTURA                          VALUE 'R'.

       77  WRK-SW-RECUSA               PIC  X(001)         VALUE 'N'.
           88 WRK-REABERTURA-RECUSADA                      VALUE 'S'.
           88 WRK-REABERTURA-LIBERADA                      VALUE 'N'.

       01  WRK-MOTIVO-RECUSA           PIC  X(080)         VALUE SPACES.

      *--- SITUACAO DA EXTRACAO ANTES E DEPOIS (CINDCD_SIT_PREVD).
       77  WRK-SIT-ANTES               PIC S9(004) COMP    VALUE ZEROS.
       77  WRK-SIT-DEPOIS              PIC S9(004) COMP    VALUE ZEROS.

      *--- DATA DE PROCESSAMENTO DA EXTRACAO (DATA_PROC DA AUDITORIA)
      *--- - IDENTIFICA A EXCECAO CUJA PRIMEIRA OCORRENCIA FOI ELA E O
      *--- VOLUME POR BALCAO QUE A BUPV1079 GRAVOU NA MESMA CADEIA.
       01  WRK-DATA-EXTRACAO           PIC  X(010)         VALUE SPACES.

       01  WRK-DATA-HOJE               PIC  X(010)         VALUE SPACES.

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

       77  WRK-FS-RELATO               PIC  X(002)         VALUE SPACES.

       77  WRK-CTR-LINHAS              PIC  9(003) COMP-3  VALUE ZEROS.
       77  WRK-CTR-PAGINAS             PIC  9(005) COMP-3  VALUE ZEROS.
       77  WRK-MAX-LINHAS              PIC  9(003) COMP-3  VALUE 56.

      *--- TABELA, COMANDO E LOCAL DO ACESSO DB2 EM CURSO - USADOS PELA
      *--- 9100-ERRO-SQL.
       77  WRK-SQL-TABELA              PIC  X(020)         VALUE SPACES.
       77  WRK-SQL-COMANDO             PIC  X(008)         VALUE SPACES.
       77  WRK-SQL-LOCAL               PIC  X(004)         VALUE SPACES.

      *--- HOST VARIABLES DAS TABELAS SEM DCLGEN PROPRIO
      *--- (TCTRL_CADEIA_PASSO, TCTRL_CONFM_ALTAM, TCTRL_NAOCONF_ALTAM,
      *--- TCTRL_TRANS_ALTAM E TCTRL_VOLUME_BALCAO) E DAS CONTAGENS.
       77  WRK-HV-QTD                  PIC S9(009) COMP    VALUE ZEROS.
       77  WRK-HV-QTD-PENDENTE         PIC S9(009) COMP    VALUE ZEROS.
       77  WRK-HV-QTD-APORTE           PIC S9(009) COMP    VALUE ZEROS.
       77  WRK-HV-QTD-CCORRASS         PIC S9(009) COMP    VALUE ZEROS.
       77  WRK-HV-USUARIO              PIC  X(008)         VALUE SPACES.
       77  WRK-HV-DESTINO              PIC  X(012)         VALUE SPACES.
       77  WRK-HV-PASSO                PIC  X(008)         VALUE SPACES.
       77  WRK-HV-SITUACAO             PIC  X(010)         VALUE SPACES.
       77  WRK-HV-QTD-REGISTROS        PIC S9(009) COMP    VALUE ZEROS.
       77  WRK-HV-DTHR-INICIO          PIC  X(026)         VALUE SPACES.
       77  WRK-HV-DTHR-FIM             PIC  X(026)         VALUE SPACES.
       01  WRK-HV-NOTA                 PIC  X(060)         VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** TABELA DAS EXCECOES DA EXTRACAO            ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

      *--- CARREGADA ANTES DE QUALQUER ALTERACAO (A SELECAO DEPENDE DO
      *--- HISTORICO, QUE E EXCLUIDO NA REABERTURA). AMPLIAR O OCCURS
      *--- (E O LIMITE EM 3310) SE PASSAR DE 3000.
       01  WRK-TAB-EXCECOES.
           05 WRK-EXC-ITEM             OCCURS 3000 TIMES.
              10 WRK-EXC-CHAVE         PIC  X(021).
              10 WRK-EXC-TIPO          PIC  X(012).
              10 WRK-EXC-SITUACAO      PIC  X(012).
              10 WRK-EXC-DATA-PRIMEIRA PIC  X(010).
              10 WRK-EXC-ACAO          PIC  X(008).
                 88 WRK-EXC-EXCLUIR                        VALUE
                    'EXCLUIR'.
                 88 WRK-EXC-SUPERAR                        VALUE
                    'SUPERAR'.
                 88 WRK-EXC-MANTER                         VALUE
                    'MANTER'.

       77  WRK-QTD-EXCECOES            PIC  9(004) COMP    VALUE ZEROS.
       77  WRK-IND-EXCECOES            PIC  9(004) COMP    VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE MSG ERRO FILE STATUS               ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-ERRO-FS.
           05 FILLER                   PIC  X(011)         VALUE
              'BUPV1075 - '.
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

       01  WRK-REA-CAB1.
           05 FILLER                   PIC  X(001)         VALUE '1'.
           05 FILLER                   PIC  X(008)         VALUE
              'BUPV1075'.
           05 FILLER                   PIC  X(010)         VALUE SPACES.
           05 FILLER                   PIC  X(050)         VALUE
              'REABERTURA DE EXTRACAO - EVIDENCIA ANTES/DEPOIS   '.
           05 FILLER                   PIC  X(048)         VALUE SPACES.
           05 FILLER                   PIC  X(005)         VALUE
              'PAG: '.
           05 WRK-REA-PAGINA           PIC  ZZZ9.
           05 FILLER                   PIC  X(007)         VALUE SPACES.

       01  WRK-REA-CAB2.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 FILLER                   PIC  X(008)         VALUE
              'CENTRO: '.
           05 WRK-REA-CENTRO           PIC  X(004)         VALUE SPACES.
           05 FILLER                   PIC  X(011)         VALUE
              '  PERIODO: '.
           05 WRK-REA-PERIODO          PIC  9(002)         VALUE ZEROS.
           05 FILLER                   PIC  X(013)         VALUE
              '  SEQUENCIA: '.
           05 WRK-REA-SEQUENCIA        PIC  9(007)         VALUE ZEROS.
           05 FILLER                   PIC  X(008)         VALUE
              '  MODO: '.
           05 WRK-REA-MODO             PIC  X(010)         VALUE SPACES.
           05 FILLER                   PIC  X(011)         VALUE
              '  USUARIO: '.
           05 WRK-REA-USUARIO          PIC  X(008)         VALUE SPACES.
           05 FILLER                   PIC  X(008)         VALUE
              '  DATA: '.
           05 WRK-REA-DATA             PIC  X(010)         VALUE SPACES.
           05 FILLER                   PIC  X(008)         VALUE
              '  HORA: '.
           05 WRK-REA-HORA             PIC  X(008)         VALUE SPACES.
           05 FILLER                   PIC  X(017)         VALUE SPACES.

       01  WRK-REA-CAB3.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 FILLER                   PIC  X(050)         VALUE
              'FASE    TABELA                EVIDENCIA          '.
           05 FILLER                   PIC  X(082)         VALUE SPACES.

       01  WRK-REA-DET.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-RED-FASE             PIC  X(006)         VALUE SPACES.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-RED-TABELA           PIC  X(020)         VALUE SPACES.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-RED-TEXTO            PIC  X(102)         VALUE SPACES.

       01  WRK-REA-TOTAL.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-RET-DESCRICAO        PIC  X(036)         VALUE SPACES.
           05 WRK-RET-QUANTIDADE       PIC  ZZZ.ZZZ.ZZ9    VALUE ZEROS.
           05 FILLER                   PIC  X(085)         VALUE SPACES.

       01  WRK-REA-BRANCO              PIC  X(133)         VALUE SPACES.

      *--- CAMPOS EDITADOS PARA MONTAGEM DO TEXTO DA EVIDENCIA.
       77  WRK-EDT-QTD-1               PIC  ZZZ.ZZZ.ZZ9    VALUE ZEROS.
       77  WRK-EDT-QTD-2               PIC  ZZZ.ZZZ.ZZ9    VALUE ZEROS.
       77  WRK-EDT-QTD-3               PIC  ZZZ.ZZZ.ZZ9    VALUE ZEROS.
       77  WRK-EDT-SITUACAO            PIC  ZZ9            VALUE ZEROS.

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

           EXEC SQL
                INCLUDE BUPVB023
           END-EXEC.

           EXEC SQL
                INCLUDE BUPVB024
           END-EXEC.

           EXEC SQL
                INCLUDE BUPVB026
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

      *--- AREA DE PARM DA EXEC. EX.: PARM='ALTA,01,0001234,R'
       01  LK-PARM-AREA.
           05 LK-PARM-TAM              PIC  S9(004) COMP.
           05 LK-PARM-CENTRO           PIC  X(004).
           05 FILLER                   PIC  X(001).
           05 LK-PARM-PERIODO          PIC  X(002).
           05 FILLER                   PIC  X(001).
           05 LK-PARM-SEQUENCIA        PIC  X(007).
           05 FILLER                   PIC  X(001).
           05 LK-PARM-MODO             PIC  X(001).

      *================================================================*
       PROCEDURE                       DIVISION     USING
                                       LK-PARM-AREA.
      *================================================================*

      *----------------------------------------------------------------*
       0000-ROTINA-PRINCIPAL           SECTION.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIALIZAR.

           PERFORM 2000-VERIFICAR-EXTRACAO.

           PERFORM 3000-LEVANTAR-ANTES.

           PERFORM 4000-REABRIR-EXTRACAO.

           PERFORM 5000-LEVANTAR-DEPOIS.

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

           OPEN OUTPUT RELATO.

           SET WRK-ABERTURA            TO   TRUE.

           PERFORM 1310-TESTAR-FS-RELATO.

           CALL 'BRAD7600'             USING WRK-7600-DATA-HORA.

           STRING WRK-7600-DIA '.'
                  WRK-7600-MES '.'
                  WRK-7600-ANO
              DELIMITED BY SIZE        INTO WRK-DATA-HOJE
           END-STRING.

           STRING WRK-7600-HORA    ':'
                  WRK-7600-MINUTOS ':'
                  WRK-7600-SEGUNDOS
              DELIMITED BY SIZE        INTO WRK-REA-HORA
           END-STRING.

      *--- USUARIO DA EXECUCAO (ID DE AUTORIZACAO DO JOB NO DB2) - VAI
      *--- PARA O CABECALHO DA EVIDENCIA E PARA A EXCECAO SUPERADA.
           EXEC SQL
               SET :WRK-HV-USUARIO = USER
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              MOVE 'SYSIBM.USER'       TO   WRK-SQL-TABELA
              MOVE 'SET'               TO   WRK-SQL-COMANDO
              MOVE '1000'              TO   WRK-SQL-LOCAL
              PERFORM 9100-ERRO-SQL
           END-IF.

           MOVE WRK-DATA-HOJE          TO   WRK-REA-DATA.
           MOVE WRK-HV-USUARIO         TO   WRK-REA-USUARIO.
           MOVE WRK-CCTRO-CUSTO-ORIGE  TO   WRK-REA-CENTRO.
           MOVE CPERDC-PROCM-SIST OF BUPVB023
                                       TO   WRK-AUX-S9-2.
           MOVE WRK-AUX-9-2            TO   WRK-REA-PERIODO.
           MOVE NSEQ-PROCM-EFETU  OF BUPVB023
                                       TO   WRK-AUX-S9-7.
           MOVE WRK-AUX-9-7            TO   WRK-REA-SEQUENCIA.

           IF WRK-MODO-REABERTURA
              MOVE 'REABERTURA'        TO   WRK-REA-MODO
           ELSE
              MOVE 'LISTAGEM'          TO   WRK-REA-MODO
           END-IF.

           PERFORM 1100-IMPRIMIR-CABECALHO.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1100-IMPRIMIR-CABECALHO         SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO   WRK-CTR-PAGINAS.

           MOVE WRK-CTR-PAGINAS        TO   WRK-REA-PAGINA.

           WRITE FD-RELATO             FROM WRK-REA-CAB1.
           WRITE FD-RELATO             FROM WRK-REA-CAB2.
           WRITE FD-RELATO             FROM WRK-REA-BRANCO.
           WRITE FD-RELATO             FROM WRK-REA-CAB3.

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
       1210-IMPRIMIR-EVIDENCIA         SECTION.
      *----------------------------------------------------------------*

      *--- O CHAMADOR CARREGA WRK-RED-FASE, WRK-RED-TABELA E
      *--- WRK-RED-TEXTO.
           MOVE WRK-REA-DET            TO   WRK-LINHA-IMPRIMIR.

           PERFORM 1200-IMPRIMIR-LINHA.

           MOVE SPACES                 TO   WRK-RED-TEXTO.

      *----------------------------------------------------------------*
       1210-99-FIM.                    EXIT.
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

           IF LK-PARM-TAM              LESS      15
              DISPLAY '**************** BUPV1075 ****************'
              DISPLAY '*                                        *'
              DISPLAY '*   PARM OBRIGATORIA NAO INFORMADA       *'
              DISPLAY '*   EX.: PARM=' QUOTE 'ALTA,01,0001234' QUOTE
                      '       *'
              DISPLAY '*   (,R NO FIM CONFIRMA A REABERTURA)    *'
              DISPLAY '*                                        *'
              DISPLAY '**************** BUPV1075 ****************'
              MOVE 12                  TO   RETURN-CODE
              STOP RUN
           END-IF.

           MOVE LK-PARM-CENTRO         TO   WRK-CCTRO-CUSTO-ORIGE.

           IF LK-PARM-PERIODO          NUMERIC
              MOVE LK-PARM-PERIODO     TO   WRK-AUX-9-2
              MOVE WRK-AUX-9-2         TO   CPERDC-PROCM-SIST
                                            OF BUPVB023
           ELSE
              DISPLAY 'BUPV1075 - PERIODO DA PARM NAO NUMERICO: '
                      LK-PARM-PERIODO
              MOVE 12                  TO   RETURN-CODE
              STOP RUN
           END-IF.

           IF LK-PARM-SEQUENCIA        NUMERIC
              MOVE LK-PARM-SEQUENCIA   TO   WRK-AUX-9-7
              MOVE WRK-AUX-9-7         TO   NSEQ-PROCM-EFETU
                                            OF BUPVB023
           ELSE
              DISPLAY 'BUPV1075 - SEQUENCIA DA PARM NAO NUMERICA: '
                      LK-PARM-SEQUENCIA
              MOVE 12                  TO   RETURN-CODE
              STOP RUN
           END-IF.

      *--- SEM O MODO, OU COM QUALQUER COISA DIFERENTE DE 'R', SO LISTA
      *--- - A REABERTURA EXIGE CONFIRMACAO EXPLICITA.
           IF LK-PARM-TAM              GREATER   16
              IF LK-PARM-MODO          EQUAL     'R'
                 SET WRK-MODO-REABERTURA
                                       TO   TRUE
              ELSE
                 IF LK-PARM-MODO       NOT EQUAL 'L'
                    DISPLAY 'BUPV1075 - MODO INVALIDO NA PARM: '
                            LK-PARM-MODO
                    MOVE 12            TO   RETURN-CODE
                    STOP RUN
                 END-IF
              END-IF
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
              DELIMITED BY SIZE        INTO BU51-IDENTIFICACAO
           END-STRING.

           STRING 'MODO='              WRK-MODO
              DELIMITED BY SIZE        INTO BU51-OPCOES
           END-STRING.

           CALL 'BUPVM130'             USING BU51-INTERFACE.

      *----------------------------------------------------------------*
       1450-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-VERIFICAR-EXTRACAO         SECTION.
      *----------------------------------------------------------------*

           SET WRK-REABERTURA-LIBERADA TO   TRUE.

           EXEC SQL
               SELECT  CINDCD_SIT_PREVD
               INTO    :BUPVB023.CINDCD-SIT-PREVD
               FROM    DB2PRD.TCTRL_EXTRC_DADO
               WHERE   CFNCAO_PROCM        =   1
               AND     CPERDC_PROCM_SIST   =
                       :BUPVB023.CPERDC-PROCM-SIST
               AND     CDADO_TRATD         =   1
               AND     CCTRO_CUSTO_ORIGE   =   :WRK-CCTRO-CUSTO-ORIGE
               AND     NSEQ_PROCM_EFETU    =
                       :BUPVB023.NSEQ-PROCM-EFETU
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE             EQUAL     ZEROS
                   MOVE CINDCD-SIT-PREVD OF BUPVB023
                                       TO   WRK-SIT-ANTES
              WHEN SQLCODE             EQUAL     100
                   SET WRK-REABERTURA-RECUSADA
                                       TO   TRUE
                   MOVE 'EXTRACAO NAO CADASTRADA NO TCTRL_EXTRC_DADO'
                                       TO   WRK-MOTIVO-RECUSA
                   GO TO 2000-99-FIM
              WHEN OTHER
                   MOVE 'TCTRL_EXTRC_DADO'
                                       TO   WRK-SQL-TABELA
                   MOVE 'SELECT'       TO   WRK-SQL-COMANDO
                   MOVE '2000'         TO   WRK-SQL-LOCAL
                   PERFORM 9100-ERRO-SQL
           END-EVALUATE.

           MOVE WRK-SIT-ANTES          TO   WRK-EDT-SITUACAO.
           MOVE 'ANTES'                TO   WRK-RED-FASE.
           MOVE 'TCTRL_EXTRC_DADO'     TO   WRK-RED-TABELA.
           STRING 'SITUACAO DA EXTRACAO: ' WRK-EDT-SITUACAO
              DELIMITED BY SIZE        INTO WRK-RED-TEXTO
           END-STRING.
           PERFORM 1210-IMPRIMIR-EVIDENCIA.

           IF WRK-SIT-ANTES            NOT EQUAL 99
              SET WRK-REABERTURA-RECUSADA
                                       TO   TRUE
              IF WRK-SIT-ANTES         EQUAL     95
                 MOVE 'EXTRACAO EM CONFIRMACAO ALTAMIRA (95) - JA TRANSM
      -               'ITIDA E COM RETORNO DA BUPV1062'
                                       TO   WRK-MOTIVO-RECUSA
              ELSE
                 MOVE 'EXTRACAO NAO ESTA CONCLUIDA (99) - NADA A REABRIR
      -               ''               TO   WRK-MOTIVO-RECUSA
              END-IF
              GO TO 2000-99-FIM
           END-IF.

      *--- RETORNO DA BUPV1062 COM PELO MENOS UM APORTE CARREGADO NO
      *--- AMT32 IMPEDE A REABERTURA.
           EXEC SQL
               SELECT  COUNT(*)
               INTO    :WRK-HV-QTD
               FROM    DB2PRD.TCTRL_CONFM_ALTAM
               WHERE   CCTRO_CUSTO_ORIGE   =   :WRK-CCTRO-CUSTO-ORIGE
               AND     CPERDC_PROCM_SIST   =
                       :BUPVB023.CPERDC-PROCM-SIST
               AND     NSEQ_PROCM_EFETU    =
                       :BUPVB023.NSEQ-PROCM-EFETU
               AND     QTD_CONFIRMADOS     >   0
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              MOVE 'TCTRL_CONFM_ALTAM' TO   WRK-SQL-TABELA
              MOVE 'SELECT'            TO   WRK-SQL-COMANDO
              MOVE '2000'              TO   WRK-SQL-LOCAL
              PERFORM 9100-ERRO-SQL
           END-IF.

           MOVE WRK-HV-QTD             TO   WRK-EDT-QTD-1.
           MOVE 'TCTRL_CONFM_ALTAM'    TO   WRK-RED-TABELA.
           STRING 'RETORNOS COM CONFIRMACAO ALTAMIRA: ' WRK-EDT-QTD-1
              DELIMITED BY SIZE        INTO WRK-RED-TEXTO
           END-STRING.
           PERFORM 1210-IMPRIMIR-EVIDENCIA.

           IF WRK-HV-QTD               GREATER   ZEROS
              SET WRK-REABERTURA-RECUSADA
                                       TO   TRUE
              MOVE 'ALTAMIRA JA CONFIRMOU CARGA DE APORTE DA EXTRACAO (B
      -            'UPV1062)'          TO   WRK-MOTIVO-RECUSA
           END-IF.

      *--- ARQUIVO DA EXTRACAO LIBERADO PELA BUPV1081 ('L') IMPEDE A
      *--- REABERTURA: A BUPV1081 RECUSARIA O SARQAPOR CORRIGIDO DA
      *--- MESMA EXTRACAO. TRANSFERENCIA QUE NAO OCORREU E CANCELADA
      *--- NA PROPRIA BUPV1081 (OPCAO 'C') E A REABERTURA REPETIDA.
           EXEC SQL
               SELECT  COUNT(*)
               INTO    :WRK-HV-QTD
               FROM    DB2PRD.TCTRL_TRANS_ALTAM
               WHERE   CCTRO_CUSTO_ORIGE   =   :WRK-CCTRO-CUSTO-ORIGE
               AND     CPERDC_PROCM_SIST   =
                       :BUPVB023.CPERDC-PROCM-SIST
               AND     NSEQ_PROCM_EFETU    =
                       :BUPVB023.NSEQ-PROCM-EFETU
               AND     CINDCD_SIT_TRANS    =   'L'
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              MOVE 'TCTRL_TRANS_ALTAM' TO   WRK-SQL-TABELA
              MOVE 'SELECT'            TO   WRK-SQL-COMANDO
              MOVE '2000'              TO   WRK-SQL-LOCAL
              PERFORM 9100-ERRO-SQL
           END-IF.

           MOVE WRK-HV-QTD             TO   WRK-EDT-QTD-1.
           MOVE 'TCTRL_TRANS_ALTAM'    TO   WRK-RED-TABELA.
           STRING 'ARQUIVOS LIBERADOS PARA TRANSMISSAO: ' WRK-EDT-QTD-1
              DELIMITED BY SIZE        INTO WRK-RED-TEXTO
           END-STRING.
           PERFORM 1210-IMPRIMIR-EVIDENCIA.

           IF WRK-HV-QTD               GREATER   ZEROS
              SET WRK-REABERTURA-RECUSADA
                                       TO   TRUE
              MOVE 'ARQUIVO DA EXTRACAO LIBERADO P/ TRANSMISSAO (BUPV108
      -            '1) - CANCELAR ANTES (C)'
                                       TO   WRK-MOTIVO-RECUSA
           END-IF.

      *--- APORTE RETIDO POR BLOQUEIO ('RETIDA' NO HISTORICO) AINDA SEM
      *--- A 'LIBERADA' DA BUPV1089 ESTA NO EARQRETD: REPROCESSAR A
      *--- EXTRACAO O RETERIA DE NOVO E A BUPV1089 LIBERARIA TAMBEM O
      *--- DO ARQUIVO ERRADO.
           EXEC SQL
               SELECT  COUNT(*)
               INTO    :WRK-HV-QTD
               FROM    DB2PRD.TCTRL_BATIM_HIST R
               WHERE   R.CCTRO_CUSTO_ORIGE =   :WRK-CCTRO-CUSTO-ORIGE
               AND     R.CPERDC_PROCM_SIST =
                       :BUPVB023.CPERDC-PROCM-SIST
               AND     R.NSEQ_PROCM_EFETU  =
                       :BUPVB023.NSEQ-PROCM-EFETU
               AND     R.DESTINO_BATIM     =   'RETIDA'
               AND     NOT EXISTS
                      (SELECT 1
                       FROM    DB2PRD.TCTRL_BATIM_HIST L
                       WHERE   L.CCTRO_CUSTO_ORIGE = R.CCTRO_CUSTO_ORIGE
                       AND     L.CPERDC_PROCM_SIST = R.CPERDC_PROCM_SIST
                       AND     L.NSEQ_PROCM_EFETU  = R.NSEQ_PROCM_EFETU
                       AND     L.CBALCAO           = R.CBALCAO
                       AND     L.CPRODUTO          = R.CPRODUTO
                       AND     L.CSUBPROD          = R.CSUBPROD
                       AND     L.CNUMECTA          = R.CNUMECTA
                       AND     L.CDIGICTA          = R.CDIGICTA
                       AND     L.ZMOVCTA           = R.ZMOVCTA
                       AND     L.DESTINO_BATIM     = 'LIBERADA')
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              MOVE 'TCTRL_BATIM_HIST'  TO   WRK-SQL-TABELA
              MOVE 'SELECT'            TO   WRK-SQL-COMANDO
              MOVE '2000'              TO   WRK-SQL-LOCAL
              PERFORM 9100-ERRO-SQL
           END-IF.

           MOVE WRK-HV-QTD             TO   WRK-EDT-QTD-1.
           MOVE 'TCTRL_BATIM_HIST'     TO   WRK-RED-TABELA.
           STRING 'APORTES RETIDOS AINDA NAO LIBERADOS: ' WRK-EDT-QTD-1
              DELIMITED BY SIZE        INTO WRK-RED-TEXTO
           END-STRING.
           PERFORM 1210-IMPRIMIR-EVIDENCIA.

           IF WRK-HV-QTD               GREATER   ZEROS
              SET WRK-REABERTURA-RECUSADA
                                       TO   TRUE
              MOVE 'APORTE DA EXTRACAO RETIDO POR BLOQUEIO NO EARQRETD -
      -            ' LIBERAR ANTES (BUPV1089)'
                                       TO   WRK-MOTIVO-RECUSA
           END-IF.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-LEVANTAR-ANTES             SECTION.
      *----------------------------------------------------------------*

           MOVE 'ANTES'                TO   WRK-RED-FASE.

           PERFORM 3100-LEVANTAR-AUDITORIA.

           PERFORM 3200-LEVANTAR-HISTORICO.

           PERFORM 3300-LEVANTAR-EXCECOES.

           PERFORM 3400-LEVANTAR-PASSOS.

           PERFORM 3500-LEVANTAR-NAOCONF.

           PERFORM 3600-LEVANTAR-VOLUME.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3100-LEVANTAR-AUDITORIA         SECTION.
      *----------------------------------------------------------------*

           MOVE 'TCTRL_EXTRC_AUDIT'    TO   WRK-RED-TABELA.

           EXEC SQL
               SELECT  NOME_JOB,
                       DATA_PROC,
                       HORA_PROC,
                       QTD_LIDOS_APORTE,
                       QTD_LIDOS_CCORRASS,
                       QTD_GRAVADOS_APORTE
               INTO    :BUPVB024.NOME-JOB,
                       :BUPVB024.DATA-PROC,
                       :BUPVB024.HORA-PROC,
                       :BUPVB024.QTD-LIDOS-APORTE,
                       :BUPVB024.QTD-LIDOS-CCORRASS,
                       :BUPVB024.QTD-GRAVADOS-APORTE
               FROM    DB2PRD.TCTRL_EXTRC_AUDIT
               WHERE   CPERDC_PROCM_SIST   =
                       :BUPVB023.CPERDC-PROCM-SIST
               AND     NSEQ_PROCM_EFETU    =
                       :BUPVB023.NSEQ-PROCM-EFETU
               AND     CCTRO_CUSTO_ORIGE   =   :WRK-CCTRO-CUSTO-ORIGE
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE             EQUAL     ZEROS
                   ADD 1               TO   ACU-ANT-AUDIT
                   MOVE DATA-PROC OF BUPVB024
                                       TO   WRK-DATA-EXTRACAO
                   MOVE QTD-LIDOS-APORTE    OF BUPVB024
                                       TO   WRK-EDT-QTD-1
                   MOVE QTD-LIDOS-CCORRASS  OF BUPVB024
                                       TO   WRK-EDT-QTD-2
                   MOVE QTD-GRAVADOS-APORTE OF BUPVB024
                                       TO   WRK-EDT-QTD-3
                   STRING 'JOB ' NOME-JOB OF BUPVB024
                          ' EM ' DATA-PROC OF BUPVB024
                          ' '    HORA-PROC OF BUPVB024
                          ' LID.APOR '  WRK-EDT-QTD-1
                          ' LID.CCOR '  WRK-EDT-QTD-2
                          ' GRAV '      WRK-EDT-QTD-3
                      DELIMITED BY SIZE INTO WRK-RED-TEXTO
                   END-STRING
              WHEN SQLCODE             EQUAL     100
                   MOVE 'SEM LINHA DE AUDITORIA'
                                       TO   WRK-RED-TEXTO
              WHEN OTHER
                   MOVE 'TCTRL_EXTRC_AUDIT'
                                       TO   WRK-SQL-TABELA
                   MOVE 'SELECT'       TO   WRK-SQL-COMANDO
                   MOVE '3100'         TO   WRK-SQL-LOCAL
                   PERFORM 9100-ERRO-SQL
           END-EVALUATE.

           PERFORM 1210-IMPRIMIR-EVIDENCIA.

      *----------------------------------------------------------------*
       3100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3200-LEVANTAR-HISTORICO         SECTION.
      *----------------------------------------------------------------*

           MOVE 'TCTRL_BATIM_HIST'     TO   WRK-RED-TABELA.

           EXEC SQL
               DECLARE CURS-HIST-DESTINO CURSOR FOR
               SELECT  DESTINO_BATIM,
                       COUNT(*)
               FROM    DB2PRD.TCTRL_BATIM_HIST
               WHERE   CCTRO_CUSTO_ORIGE   =   :WRK-CCTRO-CUSTO-ORIGE
               AND     CPERDC_PROCM_SIST   =
                       :BUPVB023.CPERDC-PROCM-SIST
               AND     NSEQ_PROCM_EFETU    =
                       :BUPVB023.NSEQ-PROCM-EFETU
               GROUP BY DESTINO_BATIM
               ORDER BY DESTINO_BATIM
           END-EXEC.

           EXEC SQL
               OPEN CURS-HIST-DESTINO
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              PERFORM 3290-ERRO-SQL-HIST
           END-IF.

           PERFORM 3210-FETCH-HIST-DESTINO
                   UNTIL SQLCODE       EQUAL     100.

           EXEC SQL
               CLOSE CURS-HIST-DESTINO
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              PERFORM 3290-ERRO-SQL-HIST
           END-IF.

           MOVE ACU-ANT-HIST           TO   WRK-EDT-QTD-1.
           STRING 'TOTAL DE LINHAS DA EXTRACAO        ' WRK-EDT-QTD-1
              DELIMITED BY SIZE        INTO WRK-RED-TEXTO
           END-STRING.
           PERFORM 1210-IMPRIMIR-EVIDENCIA.

      *----------------------------------------------------------------*
       3200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3210-FETCH-HIST-DESTINO         SECTION.
      *----------------------------------------------------------------*

           EXEC SQL
               FETCH CURS-HIST-DESTINO
               INTO  :WRK-HV-DESTINO,
                     :WRK-HV-QTD
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE             EQUAL     ZEROS
                   ADD WRK-HV-QTD      TO   ACU-ANT-HIST
                   MOVE WRK-HV-QTD     TO   WRK-EDT-QTD-1
                   STRING 'DESTINO ' WRK-HV-DESTINO
                          '               ' WRK-EDT-QTD-1
                      DELIMITED BY SIZE INTO WRK-RED-TEXTO
                   END-STRING
                   PERFORM 1210-IMPRIMIR-EVIDENCIA
              WHEN SQLCODE             EQUAL     100
                   CONTINUE
              WHEN OTHER
                   PERFORM 3290-ERRO-SQL-HIST
           END-EVALUATE.

      *----------------------------------------------------------------*
       3210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3290-ERRO-SQL-HIST              SECTION.
      *----------------------------------------------------------------*

           MOVE 'TCTRL_BATIM_HIST'     TO   WRK-SQL-TABELA.
           MOVE 'CURSOR'               TO   WRK-SQL-COMANDO.
           MOVE '3200'                 TO   WRK-SQL-LOCAL.

           PERFORM 9100-ERRO-SQL.

      *----------------------------------------------------------------*
       3290-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3300-LEVANTAR-EXCECOES          SECTION.
      *----------------------------------------------------------------*

           MOVE 'TCTRL_BATIM_EXCEC'    TO   WRK-RED-TABELA.

      *--- A TCTRL_BATIM_EXCEC NAO GUARDA A EXTRACAO - A LIGACAO E
      *--- PELA CHAVE: EXCECAO DO CENTRO CUJA CHAVE PASSOU PELO
      *--- HISTORICO DESTA EXTRACAO. A ACAO PREVISTA E DECIDIDA EM 3320
      *--- PELA DATA DE PRIMEIRA OCORRENCIA E PELA SITUACAO.
           EXEC SQL
               DECLARE CURS-EXCECOES CURSOR FOR
               SELECT  E.CHAVE_BATIM,
                       E.TIPO_EXCECAO,
                       E.SITUACAO,
                       E.DATA_PRIMEIRA
               FROM    DB2PRD.TCTRL_BATIM_EXCEC E
               WHERE   E.CCTRO_CUSTO_ORIGE =   :WRK-CCTRO-CUSTO-ORIGE
               AND     EXISTS
                      (SELECT 1
                       FROM    DB2PRD.TCTRL_BATIM_HIST H
                       WHERE   H.CCTRO_CUSTO_ORIGE = E.CCTRO_CUSTO_ORIGE
                       AND     H.CPERDC_PROCM_SIST =
                               :BUPVB023.CPERDC-PROCM-SIST
                       AND     H.NSEQ_PROCM_EFETU  =
                               :BUPVB023.NSEQ-PROCM-EFETU
                       AND     H.CBALCAO  CONCAT H.CPRODUTO CONCAT
                               H.CSUBPROD CONCAT H.CNUMECTA CONCAT
                               H.CDIGICTA CONCAT H.ZMOVCTA
                                           =   E.CHAVE_BATIM)
               ORDER BY E.CHAVE_BATIM, E.TIPO_EXCECAO
           END-EXEC.

           EXEC SQL
               OPEN CURS-EXCECOES
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              PERFORM 3390-ERRO-SQL-EXCEC
           END-IF.

           PERFORM 3310-FETCH-EXCECAO
                   UNTIL SQLCODE       EQUAL     100.

           EXEC SQL
               CLOSE CURS-EXCECOES
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              PERFORM 3390-ERRO-SQL-EXCEC
           END-IF.

           IF WRK-QTD-EXCECOES         EQUAL     ZEROS
              MOVE 'NENHUMA EXCECAO LIGADA A EXTRACAO'
                                       TO   WRK-RED-TEXTO
              PERFORM 1210-IMPRIMIR-EVIDENCIA
           END-IF.

      *----------------------------------------------------------------*
       3300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3310-FETCH-EXCECAO              SECTION.
      *----------------------------------------------------------------*

           EXEC SQL
               FETCH CURS-EXCECOES
               INTO  :BUPVB026.CHAVE-BATIM,
                     :BUPVB026.TIPO-EXCECAO,
                     :BUPVB026.SITUACAO,
                     :BUPVB026.DATA-PRIMEIRA
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE             EQUAL     ZEROS
                   PERFORM 3320-GUARDAR-EXCECAO
              WHEN SQLCODE             EQUAL     100
                   CONTINUE
              WHEN OTHER
                   PERFORM 3390-ERRO-SQL-EXCEC
           END-EVALUATE.

      *----------------------------------------------------------------*
       3310-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3320-GUARDAR-EXCECAO            SECTION.
      *----------------------------------------------------------------*

           IF WRK-QTD-EXCECOES         NOT LESS  3000
              DISPLAY 'BUPV1075 - TABELA INTERNA DE EXCECOES ESGOTADA -
      -               'AMPLIAR WRK-TAB-EXCECOES'
              MOVE 12                  TO   RETURN-CODE
              STOP RUN
           END-IF.

           ADD 1                       TO   WRK-QTD-EXCECOES
                                            ACU-ANT-EXCEC.

           MOVE CHAVE-BATIM   OF BUPVB026
                                       TO   WRK-EXC-CHAVE
                                            (WRK-QTD-EXCECOES).
           MOVE TIPO-EXCECAO  OF BUPVB026
                                       TO   WRK-EXC-TIPO
                                            (WRK-QTD-EXCECOES).
           MOVE SITUACAO      OF BUPVB026
                                       TO   WRK-EXC-SITUACAO
                                            (WRK-QTD-EXCECOES).
           MOVE DATA-PRIMEIRA OF BUPVB026
                                       TO   WRK-EXC-DATA-PRIMEIRA
                                            (WRK-QTD-EXCECOES).

      *--- PRIMEIRA OCORRENCIA EM OUTRA DATA = EXCECAO QUE JA EXISTIA
      *--- ANTES DESTA EXTRACAO (RECORRENCIA) - NAO E DELA, FICA.
           EVALUATE TRUE
              WHEN DATA-PRIMEIRA OF BUPVB026
                                       NOT EQUAL WRK-DATA-EXTRACAO
                   SET WRK-EXC-MANTER (WRK-QTD-EXCECOES)
                                       TO   TRUE
              WHEN SITUACAO OF BUPVB026
                                       EQUAL     'ABERTA'
                   SET WRK-EXC-EXCLUIR (WRK-QTD-EXCECOES)
                                       TO   TRUE
      *--- EM ANALISE CONTINUA NAS LISTAS DE ABERTAS (BUPV1066 E
      *--- BUPV1085): A BUPV1064 NAO REABRE SUPERADA QUE RECORRE.
              WHEN SITUACAO OF BUPVB026
                                       EQUAL     'EM-ANALISE'
                   SET WRK-EXC-MANTER (WRK-QTD-EXCECOES)
                                       TO   TRUE
              WHEN OTHER
                   SET WRK-EXC-SUPERAR (WRK-QTD-EXCECOES)
                                       TO   TRUE
           END-EVALUATE.

           STRING CHAVE-BATIM   OF BUPVB026 ' '
                  TIPO-EXCECAO  OF BUPVB026 ' '
                  SITUACAO      OF BUPVB026 ' 1A OCORR. '
                  DATA-PRIMEIRA OF BUPVB026 '  ACAO: '
                  WRK-EXC-ACAO (WRK-QTD-EXCECOES)
              DELIMITED BY SIZE        INTO WRK-RED-TEXTO
           END-STRING.
           PERFORM 1210-IMPRIMIR-EVIDENCIA.

      *----------------------------------------------------------------*
       3320-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3390-ERRO-SQL-EXCEC             SECTION.
      *----------------------------------------------------------------*

           MOVE 'TCTRL_BATIM_EXCEC'    TO   WRK-SQL-TABELA.
           MOVE 'CURSOR'               TO   WRK-SQL-COMANDO.
           MOVE '3300'                 TO   WRK-SQL-LOCAL.

           PERFORM 9100-ERRO-SQL.

      *----------------------------------------------------------------*
       3390-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3400-LEVANTAR-PASSOS            SECTION.
      *----------------------------------------------------------------*

           MOVE 'TCTRL_CADEIA_PASSO'   TO   WRK-RED-TABELA.

           EXEC SQL
               DECLARE CURS-PASSOS CURSOR FOR
               SELECT  PASSO,
                       SITUACAO,
                       QTD_REGISTROS,
                       CHAR(DTHR_INICIO),
                       VALUE(CHAR(DTHR_FIM), ' ')
               FROM    DB2PRD.TCTRL_CADEIA_PASSO
               WHERE   CCTRO_CUSTO_ORIGE   =   :WRK-CCTRO-CUSTO-ORIGE
               AND     CPERDC_PROCM_SIST   =
                       :BUPVB023.CPERDC-PROCM-SIST
               AND     NSEQ_PROCM_EFETU    =
                       :BUPVB023.NSEQ-PROCM-EFETU
               ORDER BY DTHR_INICIO
           END-EXEC.

           EXEC SQL
               OPEN CURS-PASSOS
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              PERFORM 3490-ERRO-SQL-PASSO
           END-IF.

           PERFORM 3410-FETCH-PASSO
                   UNTIL SQLCODE       EQUAL     100.

           EXEC SQL
               CLOSE CURS-PASSOS
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              PERFORM 3490-ERRO-SQL-PASSO
           END-IF.

           IF ACU-ANT-PASSO            EQUAL     ZEROS
              MOVE 'NENHUM PASSO REGISTRADO'
                                       TO   WRK-RED-TEXTO
              PERFORM 1210-IMPRIMIR-EVIDENCIA
           END-IF.

      *----------------------------------------------------------------*
       3400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3410-FETCH-PASSO                SECTION.
      *----------------------------------------------------------------*

           EXEC SQL
               FETCH CURS-PASSOS
               INTO  :WRK-HV-PASSO,
                     :WRK-HV-SITUACAO,
                     :WRK-HV-QTD-REGISTROS,
                     :WRK-HV-DTHR-INICIO,
                     :WRK-HV-DTHR-FIM
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE             EQUAL     ZEROS
                   ADD 1               TO   ACU-ANT-PASSO
                   MOVE WRK-HV-QTD-REGISTROS
                                       TO   WRK-EDT-QTD-1
                   STRING WRK-HV-PASSO ' '
                          WRK-HV-SITUACAO ' '
                          WRK-HV-DTHR-INICIO(1:19) ' '
                          WRK-HV-DTHR-FIM(1:19) ' '
                          WRK-EDT-QTD-1
                      DELIMITED BY SIZE INTO WRK-RED-TEXTO
                   END-STRING
                   PERFORM 1210-IMPRIMIR-EVIDENCIA
              WHEN SQLCODE             EQUAL     100
                   CONTINUE
              WHEN OTHER
                   PERFORM 3490-ERRO-SQL-PASSO
           END-EVALUATE.

      *----------------------------------------------------------------*
       3410-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3490-ERRO-SQL-PASSO             SECTION.
      *----------------------------------------------------------------*

           MOVE 'TCTRL_CADEIA_PASSO'   TO   WRK-SQL-TABELA.
           MOVE 'CURSOR'               TO   WRK-SQL-COMANDO.
           MOVE '3400'                 TO   WRK-SQL-LOCAL.

           PERFORM 9100-ERRO-SQL.

      *----------------------------------------------------------------*
       3490-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3500-LEVANTAR-NAOCONF           SECTION.
      *----------------------------------------------------------------*

      *--- APONTAMENTO PENDENTE ('N') AUTORIZA A BUPV1081 A LIBERAR O
      *--- SNAOCONF - COM A EXTRACAO REABERTA ELE NAO VALE MAIS.
           MOVE 'TCTRL_NAOCONF_ALTAM'  TO   WRK-RED-TABELA.

           EXEC SQL
               SELECT  COUNT(*),
                       VALUE(SUM(CASE WHEN CINDCD_RETRANS = 'N'
                                      THEN 1 ELSE 0 END), 0)
               INTO    :WRK-HV-QTD,
                       :WRK-HV-QTD-PENDENTE
               FROM    DB2PRD.TCTRL_NAOCONF_ALTAM
               WHERE   CCTRO_CUSTO_ORIGE   =   :WRK-CCTRO-CUSTO-ORIGE
               AND     CPERDC_PROCM_SIST   =
                       :BUPVB023.CPERDC-PROCM-SIST
               AND     NSEQ_PROCM_EFETU    =
                       :BUPVB023.NSEQ-PROCM-EFETU
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              MOVE 'TCTRL_NAOCONF_ALTAM'
                                       TO   WRK-SQL-TABELA
              MOVE 'SELECT'            TO   WRK-SQL-COMANDO
              MOVE '3500'              TO   WRK-SQL-LOCAL
              PERFORM 9100-ERRO-SQL
           END-IF.

           MOVE WRK-HV-QTD             TO   ACU-ANT-NAOCONF
                                            WRK-EDT-QTD-1.
           MOVE WRK-HV-QTD-PENDENTE    TO   WRK-EDT-QTD-2.
           STRING 'CHAVES APONTADAS ' WRK-EDT-QTD-1
                  ' - PENDENTES DE RETRANSMISSAO ' WRK-EDT-QTD-2
              DELIMITED BY SIZE        INTO WRK-RED-TEXTO
           END-STRING.
           PERFORM 1210-IMPRIMIR-EVIDENCIA.

      *----------------------------------------------------------------*
       3500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3600-LEVANTAR-VOLUME            SECTION.
      *----------------------------------------------------------------*

      *--- A TCTRL_VOLUME_BALCAO NAO GUARDA A EXTRACAO - A BUPV1079
      *--- GRAVA O VOLUME DO DIA (DATA DA EXECUCAO) NO PASSO ANTERIOR
      *--- A BUPV1054. A LIGACAO E PELA DATA DE PROCESSAMENTO DA
      *--- AUDITORIA; SEM AUDITORIA NAO HA COMO LOCALIZAR.
           MOVE 'TCTRL_VOLUME_BALCAO'  TO   WRK-RED-TABELA.

           IF WRK-DATA-EXTRACAO        EQUAL     SPACES
              MOVE 'SEM DATA DA EXTRACAO (SEM AUDITORIA) - VOLUME POR BA
      -            'LCAO NAO LOCALIZADO'
                                       TO   WRK-RED-TEXTO
              PERFORM 1210-IMPRIMIR-EVIDENCIA
              GO TO 3600-99-FIM
           END-IF.

           EXEC SQL
               SELECT  COUNT(*),
                       VALUE(SUM(QTD_APORTE), 0),
                       VALUE(SUM(QTD_CCORRASS), 0)
               INTO    :WRK-HV-QTD,
                       :WRK-HV-QTD-APORTE,
                       :WRK-HV-QTD-CCORRASS
               FROM    DB2PRD.TCTRL_VOLUME_BALCAO
               WHERE   CCTRO_CUSTO_ORIGE   =   :WRK-CCTRO-CUSTO-ORIGE
               AND     DATA_MOVTO          =
                       DATE(:WRK-DATA-EXTRACAO)
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              MOVE 'TCTRL_VOLUME_BALCAO'
                                       TO   WRK-SQL-TABELA
              MOVE 'SELECT'            TO   WRK-SQL-COMANDO
              MOVE '3600'              TO   WRK-SQL-LOCAL
              PERFORM 9100-ERRO-SQL
           END-IF.

           MOVE WRK-HV-QTD             TO   ACU-ANT-VOLUME
                                            WRK-EDT-QTD-1.
           MOVE WRK-HV-QTD-APORTE      TO   WRK-EDT-QTD-2.
           MOVE WRK-HV-QTD-CCORRASS    TO   WRK-EDT-QTD-3.
           STRING 'EM ' WRK-DATA-EXTRACAO
                  ' BALCOES ' WRK-EDT-QTD-1
                  ' APORTES ' WRK-EDT-QTD-2
                  ' CCORRASS ' WRK-EDT-QTD-3
              DELIMITED BY SIZE        INTO WRK-RED-TEXTO
           END-STRING.
           PERFORM 1210-IMPRIMIR-EVIDENCIA.

      *----------------------------------------------------------------*
       3600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4000-REABRIR-EXTRACAO           SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-REA-BRANCO         TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

           MOVE SPACES                 TO   WRK-RED-FASE
                                            WRK-RED-TABELA.

           IF WRK-REABERTURA-RECUSADA
              MOVE 8                   TO   WRK-COND-CODE
              STRING 'REABERTURA RECUSADA - ' WRK-MOTIVO-RECUSA
                 DELIMITED BY SIZE     INTO WRK-RED-TEXTO
              END-STRING
              PERFORM 1210-IMPRIMIR-EVIDENCIA
              GO TO 4000-99-FIM
           END-IF.

           IF WRK-MODO-LISTAGEM
              MOVE 'MODO LISTAGEM - NADA FOI ALTERADO (PARM ,R CONFIRMA
      -            'A REABERTURA)'     TO   WRK-RED-TEXTO
              PERFORM 1210-IMPRIMIR-EVIDENCIA
              GO TO 4000-99-FIM
           END-IF.

           PERFORM 4100-TRATAR-EXCECAO
                   VARYING WRK-IND-EXCECOES FROM 1 BY 1
                   UNTIL   WRK-IND-EXCECOES GREATER WRK-QTD-EXCECOES.

           PERFORM 4200-EXCLUIR-HISTORICO.

           PERFORM 4300-EXCLUIR-PASSOS.

           PERFORM 4400-EXCLUIR-AUDITORIA.

           PERFORM 4600-EXCLUIR-NAOCONF.

           PERFORM 4700-EXCLUIR-VOLUME.

           PERFORM 4500-DEVOLVER-PENDENTE.

           MOVE 'REABERTURA EFETUADA - EXTRACAO DEVOLVIDA A PENDENTE (12
      -         ') PARA NOVA EXECUCAO DA BUPV1054'
                                       TO   WRK-RED-TEXTO.
           PERFORM 1210-IMPRIMIR-EVIDENCIA.

      *----------------------------------------------------------------*
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4100-TRATAR-EXCECAO             SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-EXC-CHAVE (WRK-IND-EXCECOES)
                                       TO   CHAVE-BATIM  OF BUPVB026.
           MOVE WRK-EXC-TIPO  (WRK-IND-EXCECOES)
                                       TO   TIPO-EXCECAO OF BUPVB026.

           EVALUATE TRUE
              WHEN WRK-EXC-EXCLUIR (WRK-IND-EXCECOES)
                   EXEC SQL
                       DELETE FROM DB2PRD.TCTRL_BATIM_EXCEC
                       WHERE   CCTRO_CUSTO_ORIGE  =
                               :WRK-CCTRO-CUSTO-ORIGE
                       AND     CHAVE_BATIM        =
                               :BUPVB026.CHAVE-BATIM
                       AND     TIPO_EXCECAO       =
                               :BUPVB026.TIPO-EXCECAO
                   END-EXEC
                   MOVE 'DELETE'       TO   WRK-SQL-COMANDO
                   ADD 1               TO   ACU-EXC-EXCLUIDAS
              WHEN WRK-EXC-SUPERAR (WRK-IND-EXCECOES)
      *--- O TRATAMENTO DO OPERADOR FICA NA NOTA (SITUACAO ANTERIOR);
      *--- O RESOLVEDOR PASSA A SER QUEM REABRIU.
                   MOVE SPACES         TO   WRK-HV-NOTA
                   STRING 'REABERTURA '
                          WRK-REA-PERIODO '/' WRK-REA-SEQUENCIA
                          ' - SIT ANTERIOR: '
                          WRK-EXC-SITUACAO (WRK-IND-EXCECOES)
                      DELIMITED BY SIZE INTO WRK-HV-NOTA
                   END-STRING
                   EXEC SQL
                       UPDATE  DB2PRD.TCTRL_BATIM_EXCEC
                       SET     SITUACAO           =   'SUPERADA',
                               DATA_SITUACAO      =   :WRK-DATA-HOJE,
                               RESOLVEDOR         =   :WRK-HV-USUARIO,
                               NOTA_RESOLUCAO     =   :WRK-HV-NOTA
                       WHERE   CCTRO_CUSTO_ORIGE  =
                               :WRK-CCTRO-CUSTO-ORIGE
                       AND     CHAVE_BATIM        =
                               :BUPVB026.CHAVE-BATIM
                       AND     TIPO_EXCECAO       =
                               :BUPVB026.TIPO-EXCECAO
                   END-EXEC
                   MOVE 'UPDATE'       TO   WRK-SQL-COMANDO
                   ADD 1               TO   ACU-EXC-SUPERADAS
              WHEN OTHER
                   ADD 1               TO   ACU-EXC-MANTIDAS
                   GO TO 4100-99-FIM
           END-EVALUATE.

           IF SQLCODE                  NOT EQUAL ZEROS
              MOVE 'TCTRL_BATIM_EXCEC' TO   WRK-SQL-TABELA
              MOVE '4100'              TO   WRK-SQL-LOCAL
              PERFORM 9100-ERRO-SQL
           END-IF.

      *----------------------------------------------------------------*
       4100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4200-EXCLUIR-HISTORICO          SECTION.
      *----------------------------------------------------------------*

           EXEC SQL
               DELETE FROM DB2PRD.TCTRL_BATIM_HIST
               WHERE   CCTRO_CUSTO_ORIGE   =   :WRK-CCTRO-CUSTO-ORIGE
               AND     CPERDC_PROCM_SIST   =
                       :BUPVB023.CPERDC-PROCM-SIST
               AND     NSEQ_PROCM_EFETU    =
                       :BUPVB023.NSEQ-PROCM-EFETU
           END-EXEC.

      *--- 100 = EXTRACAO SEM HISTORICO (SIMULACAO) - NADA A EXCLUIR.
           IF SQLCODE                  NOT EQUAL ZEROS
              AND SQLCODE              NOT EQUAL 100
              MOVE 'TCTRL_BATIM_HIST'  TO   WRK-SQL-TABELA
              MOVE 'DELETE'            TO   WRK-SQL-COMANDO
              MOVE '4200'              TO   WRK-SQL-LOCAL
              PERFORM 9100-ERRO-SQL
           END-IF.

      *----------------------------------------------------------------*
       4200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4300-EXCLUIR-PASSOS             SECTION.
      *----------------------------------------------------------------*

           EXEC SQL
               DELETE FROM DB2PRD.TCTRL_CADEIA_PASSO
               WHERE   CCTRO_CUSTO_ORIGE   =   :WRK-CCTRO-CUSTO-ORIGE
               AND     CPERDC_PROCM_SIST   =
                       :BUPVB023.CPERDC-PROCM-SIST
               AND     NSEQ_PROCM_EFETU    =
                       :BUPVB023.NSEQ-PROCM-EFETU
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              AND SQLCODE              NOT EQUAL 100
              MOVE 'TCTRL_CADEIA_PASSO' TO  WRK-SQL-TABELA
              MOVE 'DELETE'            TO   WRK-SQL-COMANDO
              MOVE '4300'              TO   WRK-SQL-LOCAL
              PERFORM 9100-ERRO-SQL
           END-IF.

      *----------------------------------------------------------------*
       4300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4400-EXCLUIR-AUDITORIA          SECTION.
      *----------------------------------------------------------------*

           EXEC SQL
               DELETE FROM DB2PRD.TCTRL_EXTRC_AUDIT
               WHERE   CPERDC_PROCM_SIST   =
                       :BUPVB023.CPERDC-PROCM-SIST
               AND     NSEQ_PROCM_EFETU    =
                       :BUPVB023.NSEQ-PROCM-EFETU
               AND     CCTRO_CUSTO_ORIGE   =   :WRK-CCTRO-CUSTO-ORIGE
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              AND SQLCODE              NOT EQUAL 100
              MOVE 'TCTRL_EXTRC_AUDIT' TO   WRK-SQL-TABELA
              MOVE 'DELETE'            TO   WRK-SQL-COMANDO
              MOVE '4400'              TO   WRK-SQL-LOCAL
              PERFORM 9100-ERRO-SQL
           END-IF.

      *----------------------------------------------------------------*
       4400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4500-DEVOLVER-PENDENTE          SECTION.
      *----------------------------------------------------------------*

      *--- A CONDICAO NA SITUACAO 99 PROTEGE CONTRA ALTERACAO
      *--- CONCORRENTE ENTRE A VERIFICACAO (2000) E ESTE PONTO.
           MOVE 12                     TO   CINDCD-SIT-PREVD
                                            OF BUPVB023.

           EXEC SQL
               UPDATE  DB2PRD.TCTRL_EXTRC_DADO
               SET     CINDCD_SIT_PREVD    =
                       :BUPVB023.CINDCD-SIT-PREVD
               WHERE   CFNCAO_PROCM        =   1
               AND     CPERDC_PROCM_SIST   =
                       :BUPVB023.CPERDC-PROCM-SIST
               AND     CDADO_TRATD         =   1
               AND     CCTRO_CUSTO_ORIGE   =   :WRK-CCTRO-CUSTO-ORIGE
               AND     NSEQ_PROCM_EFETU    =
                       :BUPVB023.NSEQ-PROCM-EFETU
               AND     CINDCD_SIT_PREVD    =   99
           END-EXEC.

           IF (SQLCODE                 NOT EQUAL ZEROS) OR
              (SQLWARN0                EQUAL 'W')
              MOVE 'TCTRL_EXTRC_DADO'  TO   WRK-SQL-TABELA
              MOVE 'UPDATE'            TO   WRK-SQL-COMANDO
              MOVE '4500'              TO   WRK-SQL-LOCAL
              PERFORM 9100-ERRO-SQL
           END-IF.

      *----------------------------------------------------------------*
       4500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4600-EXCLUIR-NAOCONF            SECTION.
      *----------------------------------------------------------------*

      *--- NAO HA APONTAMENTO RETRANSMITIDO ('S') AQUI: ELE SO EXISTE
      *--- COM SNAOCONF LIBERADO ('L'), QUE RECUSA A REABERTURA EM 2000.
           EXEC SQL
               DELETE FROM DB2PRD.TCTRL_NAOCONF_ALTAM
               WHERE   CCTRO_CUSTO_ORIGE   =   :WRK-CCTRO-CUSTO-ORIGE
               AND     CPERDC_PROCM_SIST   =
                       :BUPVB023.CPERDC-PROCM-SIST
               AND     NSEQ_PROCM_EFETU    =
                       :BUPVB023.NSEQ-PROCM-EFETU
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              AND SQLCODE              NOT EQUAL 100
              MOVE 'TCTRL_NAOCONF_ALTAM'
                                       TO   WRK-SQL-TABELA
              MOVE 'DELETE'            TO   WRK-SQL-COMANDO
              MOVE '4600'              TO   WRK-SQL-LOCAL
              PERFORM 9100-ERRO-SQL
           END-IF.

      *----------------------------------------------------------------*
       4600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4700-EXCLUIR-VOLUME             SECTION.
      *----------------------------------------------------------------*

      *--- O REPROCESSAMENTO PASSA DE NOVO PELA BUPV1079, QUE GRAVA O
      *--- VOLUME DO ARQUIVO CORRETO NA DATA EM QUE RODAR.
           IF WRK-DATA-EXTRACAO        EQUAL     SPACES
              GO TO 4700-99-FIM
           END-IF.

           EXEC SQL
               DELETE FROM DB2PRD.TCTRL_VOLUME_BALCAO
               WHERE   CCTRO_CUSTO_ORIGE   =   :WRK-CCTRO-CUSTO-ORIGE
               AND     DATA_MOVTO          =
                       DATE(:WRK-DATA-EXTRACAO)
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              AND SQLCODE              NOT EQUAL 100
              MOVE 'TCTRL_VOLUME_BALCAO'
                                       TO   WRK-SQL-TABELA
              MOVE 'DELETE'            TO   WRK-SQL-COMANDO
              MOVE '4700'              TO   WRK-SQL-LOCAL
              PERFORM 9100-ERRO-SQL
           END-IF.

      *----------------------------------------------------------------*
       4700-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5000-LEVANTAR-DEPOIS            SECTION.
      *----------------------------------------------------------------*

      *--- SO HA 'DEPOIS' QUANDO A REABERTURA FOI EFETUADA.
           IF WRK-REABERTURA-RECUSADA
              OR WRK-MODO-LISTAGEM
              GO TO 5000-99-FIM
           END-IF.

           MOVE WRK-REA-BRANCO         TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

           MOVE 'DEPOIS'               TO   WRK-RED-FASE.

           EXEC SQL
               SELECT  CINDCD_SIT_PREVD
               INTO    :BUPVB023.CINDCD-SIT-PREVD
               FROM    DB2PRD.TCTRL_EXTRC_DADO
               WHERE   CFNCAO_PROCM        =   1
               AND     CPERDC_PROCM_SIST   =
                       :BUPVB023.CPERDC-PROCM-SIST
               AND     CDADO_TRATD         =   1
               AND     CCTRO_CUSTO_ORIGE   =   :WRK-CCTRO-CUSTO-ORIGE
               AND     NSEQ_PROCM_EFETU    =
                       :BUPVB023.NSEQ-PROCM-EFETU
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              MOVE 'TCTRL_EXTRC_DADO'  TO   WRK-SQL-TABELA
              MOVE 'SELECT'            TO   WRK-SQL-COMANDO
              MOVE '5000'              TO   WRK-SQL-LOCAL
              PERFORM 9100-ERRO-SQL
           END-IF.

           MOVE CINDCD-SIT-PREVD OF BUPVB023
                                       TO   WRK-SIT-DEPOIS.
           MOVE WRK-SIT-DEPOIS         TO   WRK-EDT-SITUACAO.
           MOVE 'TCTRL_EXTRC_DADO'     TO   WRK-RED-TABELA.
           STRING 'SITUACAO DA EXTRACAO: ' WRK-EDT-SITUACAO
              DELIMITED BY SIZE        INTO WRK-RED-TEXTO
           END-STRING.
           PERFORM 1210-IMPRIMIR-EVIDENCIA.

           EXEC SQL
               SELECT  COUNT(*)
               INTO    :WRK-HV-QTD
               FROM    DB2PRD.TCTRL_EXTRC_AUDIT
               WHERE   CPERDC_PROCM_SIST   =
                       :BUPVB023.CPERDC-PROCM-SIST
               AND     NSEQ_PROCM_EFETU    =
                       :BUPVB023.NSEQ-PROCM-EFETU
               AND     CCTRO_CUSTO_ORIGE   =   :WRK-CCTRO-CUSTO-ORIGE
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              MOVE 'TCTRL_EXTRC_AUDIT' TO   WRK-SQL-TABELA
              MOVE 'SELECT'            TO   WRK-SQL-COMANDO
              MOVE '5000'              TO   WRK-SQL-LOCAL
              PERFORM 9100-ERRO-SQL
           END-IF.

           MOVE WRK-HV-QTD             TO   ACU-DEP-AUDIT.
           MOVE 'TCTRL_EXTRC_AUDIT'    TO   WRK-RED-TABELA.
           PERFORM 5100-IMPRIMIR-RESTANTES.

           EXEC SQL
               SELECT  COUNT(*)
               INTO    :WRK-HV-QTD
               FROM    DB2PRD.TCTRL_BATIM_HIST
               WHERE   CCTRO_CUSTO_ORIGE   =   :WRK-CCTRO-CUSTO-ORIGE
               AND     CPERDC_PROCM_SIST   =
                       :BUPVB023.CPERDC-PROCM-SIST
               AND     NSEQ_PROCM_EFETU    =
                       :BUPVB023.NSEQ-PROCM-EFETU
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              MOVE 'TCTRL_BATIM_HIST'  TO   WRK-SQL-TABELA
              MOVE 'SELECT'            TO   WRK-SQL-COMANDO
              MOVE '5000'              TO   WRK-SQL-LOCAL
              PERFORM 9100-ERRO-SQL
           END-IF.

           MOVE WRK-HV-QTD             TO   ACU-DEP-HIST.
           MOVE 'TCTRL_BATIM_HIST'     TO   WRK-RED-TABELA.
           PERFORM 5100-IMPRIMIR-RESTANTES.

           MOVE 'TCTRL_BATIM_EXCEC'    TO   WRK-RED-TABELA.

           PERFORM 5200-CONFERIR-EXCECAO
                   VARYING WRK-IND-EXCECOES FROM 1 BY 1
                   UNTIL   WRK-IND-EXCECOES GREATER WRK-QTD-EXCECOES.

           EXEC SQL
               SELECT  COUNT(*)
               INTO    :WRK-HV-QTD
               FROM    DB2PRD.TCTRL_CADEIA_PASSO
               WHERE   CCTRO_CUSTO_ORIGE   =   :WRK-CCTRO-CUSTO-ORIGE
               AND     CPERDC_PROCM_SIST   =
                       :BUPVB023.CPERDC-PROCM-SIST
               AND     NSEQ_PROCM_EFETU    =
                       :BUPVB023.NSEQ-PROCM-EFETU
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              MOVE 'TCTRL_CADEIA_PASSO' TO  WRK-SQL-TABELA
              MOVE 'SELECT'            TO   WRK-SQL-COMANDO
              MOVE '5000'              TO   WRK-SQL-LOCAL
              PERFORM 9100-ERRO-SQL
           END-IF.

           MOVE WRK-HV-QTD             TO   ACU-DEP-PASSO.
           MOVE 'TCTRL_CADEIA_PASSO'   TO   WRK-RED-TABELA.
           PERFORM 5100-IMPRIMIR-RESTANTES.

           EXEC SQL
               SELECT  COUNT(*)
               INTO    :WRK-HV-QTD
               FROM    DB2PRD.TCTRL_NAOCONF_ALTAM
               WHERE   CCTRO_CUSTO_ORIGE   =   :WRK-CCTRO-CUSTO-ORIGE
               AND     CPERDC_PROCM_SIST   =
                       :BUPVB023.CPERDC-PROCM-SIST
               AND     NSEQ_PROCM_EFETU    =
                       :BUPVB023.NSEQ-PROCM-EFETU
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              MOVE 'TCTRL_NAOCONF_ALTAM'
                                       TO   WRK-SQL-TABELA
              MOVE 'SELECT'            TO   WRK-SQL-COMANDO
              MOVE '5000'              TO   WRK-SQL-LOCAL
              PERFORM 9100-ERRO-SQL
           END-IF.

           MOVE WRK-HV-QTD             TO   ACU-DEP-NAOCONF.
           MOVE 'TCTRL_NAOCONF_ALTAM'  TO   WRK-RED-TABELA.
           PERFORM 5100-IMPRIMIR-RESTANTES.

           IF WRK-DATA-EXTRACAO        EQUAL     SPACES
              GO TO 5000-99-FIM
           END-IF.

           EXEC SQL
               SELECT  COUNT(*)
               INTO    :WRK-HV-QTD
               FROM    DB2PRD.TCTRL_VOLUME_BALCAO
               WHERE   CCTRO_CUSTO_ORIGE   =   :WRK-CCTRO-CUSTO-ORIGE
               AND     DATA_MOVTO          =
                       DATE(:WRK-DATA-EXTRACAO)
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              MOVE 'TCTRL_VOLUME_BALCAO'
                                       TO   WRK-SQL-TABELA
              MOVE 'SELECT'            TO   WRK-SQL-COMANDO
              MOVE '5000'              TO   WRK-SQL-LOCAL
              PERFORM 9100-ERRO-SQL
           END-IF.

           MOVE WRK-HV-QTD             TO   ACU-DEP-VOLUME.
           MOVE 'TCTRL_VOLUME_BALCAO'  TO   WRK-RED-TABELA.
           PERFORM 5100-IMPRIMIR-RESTANTES.

      *----------------------------------------------------------------*
       5000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5100-IMPRIMIR-RESTANTES         SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-HV-QTD             TO   WRK-EDT-QTD-1.

           STRING 'LINHAS DA EXTRACAO RESTANTES      ' WRK-EDT-QTD-1
              DELIMITED BY SIZE        INTO WRK-RED-TEXTO
           END-STRING.

           PERFORM 1210-IMPRIMIR-EVIDENCIA.

      *----------------------------------------------------------------*
       5100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5200-CONFERIR-EXCECAO           SECTION.
      *----------------------------------------------------------------*

      *--- RELE CADA EXCECAO LEVANTADA NO 'ANTES' E MOSTRA COMO FICOU.
           MOVE WRK-EXC-CHAVE (WRK-IND-EXCECOES)
                                       TO   CHAVE-BATIM  OF BUPVB026.
           MOVE WRK-EXC-TIPO  (WRK-IND-EXCECOES)
                                       TO   TIPO-EXCECAO OF BUPVB026.

           EXEC SQL
               SELECT  SITUACAO,
                       RESOLVEDOR
               INTO    :BUPVB026.SITUACAO,
                       :BUPVB026.RESOLVEDOR
               FROM    DB2PRD.TCTRL_BATIM_EXCEC
               WHERE   CCTRO_CUSTO_ORIGE   =   :WRK-CCTRO-CUSTO-ORIGE
               AND     CHAVE_BATIM         =   :BUPVB026.CHAVE-BATIM
               AND     TIPO_EXCECAO        =   :BUPVB026.TIPO-EXCECAO
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE             EQUAL     ZEROS
                   STRING CHAVE-BATIM  OF BUPVB026 ' '
                          TIPO-EXCECAO OF BUPVB026 ' '
                          SITUACAO     OF BUPVB026 ' RESOLVEDOR '
                          RESOLVEDOR   OF BUPVB026
                      DELIMITED BY SIZE INTO WRK-RED-TEXTO
                   END-STRING
              WHEN SQLCODE             EQUAL     100
                   STRING CHAVE-BATIM  OF BUPVB026 ' '
                          TIPO-EXCECAO OF BUPVB026 ' EXCLUIDA'
                      DELIMITED BY SIZE INTO WRK-RED-TEXTO
                   END-STRING
              WHEN OTHER
                   MOVE 'TCTRL_BATIM_EXCEC'
                                       TO   WRK-SQL-TABELA
                   MOVE 'SELECT'       TO   WRK-SQL-COMANDO
                   MOVE '5200'         TO   WRK-SQL-LOCAL
                   PERFORM 9100-ERRO-SQL
           END-EVALUATE.

           PERFORM 1210-IMPRIMIR-EVIDENCIA.

      *----------------------------------------------------------------*
       5200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-REA-BRANCO         TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

           MOVE 'AUDITORIA - LINHAS ANTES..........:'
                                       TO   WRK-RET-DESCRICAO.
           MOVE ACU-ANT-AUDIT          TO   WRK-RET-QUANTIDADE.
           PERFORM 6100-IMPRIMIR-TOTAL.

           MOVE 'HISTORICO - LINHAS ANTES..........:'
                                       TO   WRK-RET-DESCRICAO.
           MOVE ACU-ANT-HIST           TO   WRK-RET-QUANTIDADE.
           PERFORM 6100-IMPRIMIR-TOTAL.

           MOVE 'EXCECOES LIGADAS A EXTRACAO.......:'
                                       TO   WRK-RET-DESCRICAO.
           MOVE ACU-ANT-EXCEC          TO   WRK-RET-QUANTIDADE.
           PERFORM 6100-IMPRIMIR-TOTAL.

           MOVE 'PASSOS DA CADEIA - ANTES..........:'
                                       TO   WRK-RET-DESCRICAO.
           MOVE ACU-ANT-PASSO          TO   WRK-RET-QUANTIDADE.
           PERFORM 6100-IMPRIMIR-TOTAL.

           MOVE 'NAO CONFIRMADOS - CHAVES ANTES....:'
                                       TO   WRK-RET-DESCRICAO.
           MOVE ACU-ANT-NAOCONF        TO   WRK-RET-QUANTIDADE.
           PERFORM 6100-IMPRIMIR-TOTAL.

           MOVE 'VOLUME POR BALCAO - LINHAS ANTES..:'
                                       TO   WRK-RET-DESCRICAO.
           MOVE ACU-ANT-VOLUME         TO   WRK-RET-QUANTIDADE.
           PERFORM 6100-IMPRIMIR-TOTAL.

           IF WRK-MODO-REABERTURA
              AND WRK-REABERTURA-LIBERADA
              MOVE 'AUDITORIA - LINHAS DEPOIS.........:'
                                       TO   WRK-RET-DESCRICAO
              MOVE ACU-DEP-AUDIT       TO   WRK-RET-QUANTIDADE
              PERFORM 6100-IMPRIMIR-TOTAL
              MOVE 'HISTORICO - LINHAS DEPOIS.........:'
                                       TO   WRK-RET-DESCRICAO
              MOVE ACU-DEP-HIST        TO   WRK-RET-QUANTIDADE
              PERFORM 6100-IMPRIMIR-TOTAL
              MOVE 'EXCECOES EXCLUIDAS................:'
                                       TO   WRK-RET-DESCRICAO
              MOVE ACU-EXC-EXCLUIDAS   TO   WRK-RET-QUANTIDADE
              PERFORM 6100-IMPRIMIR-TOTAL
              MOVE 'EXCECOES SUPERADAS................:'
                                       TO   WRK-RET-DESCRICAO
              MOVE ACU-EXC-SUPERADAS   TO   WRK-RET-QUANTIDADE
              PERFORM 6100-IMPRIMIR-TOTAL
              MOVE 'EXCECOES MANTIDAS (ANTERIORES)....:'
                                       TO   WRK-RET-DESCRICAO
              MOVE ACU-EXC-MANTIDAS    TO   WRK-RET-QUANTIDADE
              PERFORM 6100-IMPRIMIR-TOTAL
              MOVE 'PASSOS DA CADEIA - DEPOIS.........:'
                                       TO   WRK-RET-DESCRICAO
              MOVE ACU-DEP-PASSO       TO   WRK-RET-QUANTIDADE
              PERFORM 6100-IMPRIMIR-TOTAL
              MOVE 'NAO CONFIRMADOS - CHAVES DEPOIS...:'
                                       TO   WRK-RET-DESCRICAO
              MOVE ACU-DEP-NAOCONF     TO   WRK-RET-QUANTIDADE
              PERFORM 6100-IMPRIMIR-TOTAL
              MOVE 'VOLUME POR BALCAO - LINHAS DEPOIS.:'
                                       TO   WRK-RET-DESCRICAO
              MOVE ACU-DEP-VOLUME      TO   WRK-RET-QUANTIDADE
              PERFORM 6100-IMPRIMIR-TOTAL
           END-IF.

           CLOSE RELATO.

           SET WRK-FECHAMENTO          TO   TRUE.

           PERFORM 1310-TESTAR-FS-RELATO.

           IF WRK-REABERTURA-RECUSADA
              DISPLAY '**************** BUPV1075 ****************'
              DISPLAY '*                                        *'
              DISPLAY '*   REABERTURA RECUSADA - VER RELATO     *'
              DISPLAY '*                                        *'
              DISPLAY '**************** BUPV1075 ****************'
           END-IF.

           MOVE WRK-COND-CODE          TO   RETURN-CODE.

           STOP RUN.

      *----------------------------------------------------------------*
       6000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6100-IMPRIMIR-TOTAL             SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-REA-TOTAL          TO   WRK-LINHA-IMPRIMIR.

           PERFORM 1200-IMPRIMIR-LINHA.

      *----------------------------------------------------------------*
       6100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9100-ERRO-SQL                   SECTION.
      *----------------------------------------------------------------*

      *--- ABENDA PELA BRAD7100 - O DB2 DESFAZ TUDO O QUE A REABERTURA
      *--- JA TINHA FEITO NESTA UNIDADE DE TRABALHO.
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
           MOVE 'REABERTURA DE EXTRACAO'
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

           MOVE SPACES                 TO BU00-AREA-ENTRADA.
           MOVE 1                      TO BU00-EE-FUNCAO-PROCESSAMENTO.
           MOVE CPERDC-PROCM-SIST      OF BUPVB023
                                       TO WRK-AUX-S9-2.
           MOVE WRK-AUX-9-2            TO BU00-EE-PERIOD-PROCESSAMENTO.
           MOVE 1                      TO BU00-EE-DADO-TRATADA.
           MOVE WRK-CCTRO-CUSTO-ORIGE  TO BU00-EE-CENTRO-CUSTO-ORIGEM.
           MOVE NSEQ-PROCM-EFETU       OF BUPVB023
                                       TO WRK-AUX-S9-7.
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

           DISPLAY '**************** BUPV1075 ****************'.
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
           DISPLAY '**************** BUPV1075 ****************'.

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
