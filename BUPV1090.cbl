      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. BUPV1090.
       AUTHOR.     RAPHAEL MARQUES.
      *================================================================*
      *                   P R I M E  I N F O R M A T I C A             *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  BUPV1090                                     *
      *    PROGRAMADOR.:  RAPHAEL MARQUES                   -  PRIME   *
      *    ANALISTA....:  MAURO                             -  PRIME   *
      *    DATA........:  15/10/2026                                   *
      *----------------------------------------------------------------*
      *    OBJETIVO....:  INTERCALACAO DOS APORTES LIBERADOS PELA      *
      *                   BUPV1089 (SAPORLIB) COM O EARQAPOR DO CICLO  *
      *                   - PASSO ANTERIOR A BUPV1054. A SOMA DOS DOIS *
      *                   ARQUIVOS NO JCL QUEBRARIA O ENVELOPE DO      *
      *                   EARQAPOR (TRAILER NO MEIO, CONTAGEM E HASHES *
      *                   SEM OS LIBERADOS) E A BUPV1054 ABORTARIA NO  *
      *                   MODO ENVELOPE 'E'.                           *
      *                   OS DOIS ENVELOPES SAO CONFERIDOS NA LEITURA  *
      *                   (CENTRO DO HEADER, CONTAGEM E HASH-TOTAIS DO *
      *                   TRAILER CONTRA OS DADOS LIDOS) - ARQUIVO     *
      *                   QUE NAO CONFERE ABORTA O PASSO, PARA O       *
      *                   TRAILER REFEITO NAO ENCOBRIR ARQUIVO         *
      *                   TRUNCADO. OS DADOS DOS DOIS SAO              *
      *                   CLASSIFICADOS PELA CHAVE DO BATIMENTO (21    *
      *                   BYTES); NA MESMA CHAVE O DO EARQAPOR VEM     *
      *                   PRIMEIRO.                                    *
      *                   O SAPORINT SAI COM O HEADER ORIGINAL DO      *
      *                   EARQAPOR, OS DADOS INTERCALADOS E UM TRAILER *
      *                   NOVO COM A CONTAGEM E OS HASH-TOTAIS DO      *
      *                   TOTAL. EARQAPOR SEM ENVELOPE GERA SAPORINT   *
      *                   SEM ENVELOPE (BUPV1054 NO MODO 'N').         *
      *                   O SAPORLIB VAZIO (DUMMY - NENHUMA LIBERACAO  *
      *                   NO DIA) E ACEITO: O SAPORINT SAI IGUAL AO    *
      *                   EARQAPOR.                                    *
      *----------------------------------------------------------------*
      *    COND CODES..:  0000 - PROCESSAMENTO NORMAL                  *
      *                   0004 - HA CHAVE REPETIDA ENTRE OS DOIS       *
      *                          ARQUIVOS (A BUPV1054 DESCARTA A       *
      *                          SEGUNDA - VER RELATO)                 *
      *                   0012 - ERRO DE PARM/ARQUIVO/ENVELOPE/SORT    *
      *----------------------------------------------------------------*
      *    BCO DE DADOS:                                               *
      *                DB2PRD.TCTRL_LOG_PARM (SO O LOG DOS PARAMETROS  *
      *                DA EXECUCAO, VIA BUPVM130 - CONEXAO CKRS1000)   *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME           I/O           INCLUDE/BOOK     *
      *                EARQAPOR          I              I#BUPV35       *
      *                  (COM OU SEM ENVELOPE I#BUPV45)                *
      *                SAPORLIB          I         I#BUPV35/I#BUPV45   *
      *                  (GERADO PELA BUPV1089 NO MODO 'L')            *
      *                SAPORINT          O              I#BUPV35       *
      *                  (EARQAPOR + LIBERADOS - ENTRADA DA BUPV1054)  *
      *                SORTWK01          -    (SORT INTERNO)           *
      *                RELATO            O    RELATORIO FBA 133        *
      *----------------------------------------------------------------*
      *    BOOK'S......:                                               *
      *    I#BUPV35 - AREA PARA ARQUIVOS DE APORTES                    *
      *    I#BUPV45 - ENVELOPE (HEADER/TRAILER) DOS APORTES            *
      *    I#BUPV51 - INTERFACE DO LOG DE PARAMETROS (BUPVM130)        *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    BRAD7600 - DATA E HORA ATUAL                                *
      *    BUPVM130 - LOG DE PARAMETROS DA EXECUCAO                    *
      *    CKRS1000 - CONEXAO COM O DB2                                *
      *----------------------------------------------------------------*
      *    PARM........:  PARM='CCCC'                                  *
      *                   CCCC = CENTRO DE CUSTO ORIGEM (O MESMO DA    *
      *                          BUPV1089 E DA BUPV1054)               *
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

           SELECT SAPORLIB  ASSIGN     TO   UT-S-SAPORLIB
           FILE STATUS                 IS   WRK-FS-SAPORLIB.

           SELECT SAPORINT  ASSIGN     TO   UT-S-SAPORINT
           FILE STATUS                 IS   WRK-FS-SAPORINT.

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
      *   INPUT:   APORTES DO CICLO (COM OU SEM ENVELOPE I#BUPV45)     *
      *            ORG. SEQUENCIAL     -   LRECL   =   356             *
      *----------------------------------------------------------------*
       FD  EARQAPOR
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  FD-EARQAPOR                 PIC  X(356).

      *----------------------------------------------------------------*
      *   INPUT:   APORTES LIBERADOS PELA BUPV1089 (COM ENVELOPE)      *
      *            ORG. SEQUENCIAL     -   LRECL   =   356             *
      *----------------------------------------------------------------*
       FD  SAPORLIB
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  FD-SAPORLIB                 PIC  X(356).

      *----------------------------------------------------------------*
      *   OUTPUT:  APORTES INTERCALADOS NA ORDEM DA CHAVE DO BATIMENTO *
      *            ORG. SEQUENCIAL     -   LRECL   =   356             *
      *----------------------------------------------------------------*
       FD  SAPORINT
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  FD-SAPORINT                 PIC  X(356).

      *----------------------------------------------------------------*
      *   SORT:    APORTES DE DADOS NA ORDEM DA CHAVE DO BATIMENTO     *
      *----------------------------------------------------------------*
       SD  SORTAPOR.
       01  SRT-APOR-REGISTRO.
           05 SRT-APOR-CHAVE           PIC  X(021).
           05 FILLER                   PIC  X(335).

      *----------------------------------------------------------------*
      *   OUTPUT:  RELATORIO DA INTERCALACAO                           *
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

       77  WRK-PGM                     PIC  X(008)         VALUE
           'BUPV1090'.

       77  ACU-LIDOS-EARQAPOR          PIC  9(009) COMP-3  VALUE ZEROS.
       77  ACU-LIDOS-SAPORLIB          PIC  9(009) COMP-3  VALUE ZEROS.
       77  ACU-GRAVADOS-SAPORINT       PIC  9(009) COMP-3  VALUE ZEROS.
       77  ACU-CHAVES-REPETIDAS        PIC  9(009) COMP-3  VALUE ZEROS.

      *--- HASH-TOTAIS POR ARQUIVO (CONFERENCIA DO TRAILER LIDO) E DA
      *--- SAIDA (TRAILER NOVO) - MESMO CRITERIO DA BUPV1054.
       77  ACU-HASH-ZMOVCTA-APOR       PIC  9(018) COMP-3  VALUE ZEROS.
       77  ACU-HASH-ZMOVASSOC-APOR     PIC  9(018) COMP-3  VALUE ZEROS.
       77  ACU-HASH-ZMOVCTA-LIB        PIC  9(018) COMP-3  VALUE ZEROS.
       77  ACU-HASH-ZMOVASSOC-LIB      PIC  9(018) COMP-3  VALUE ZEROS.
       77  ACU-HASH-ZMOVCTA            PIC  9(018) COMP-3  VALUE ZEROS.
       77  ACU-HASH-ZMOVASSOC          PIC  9(018) COMP-3  VALUE ZEROS.

       77  WRK-COND-CODE               PIC  9(004)         VALUE ZEROS.

       77  WRK-FS-EARQAPOR             PIC  X(002)         VALUE SPACES.
       77  WRK-FS-SAPORLIB             PIC  X(002)         VALUE SPACES.
       77  WRK-FS-SAPORINT             PIC  X(002)         VALUE SPACES.
       77  WRK-FS-RELATO               PIC  X(002)         VALUE SPACES.

       77  WRK-CTR-LINHAS              PIC  9(003) COMP-3  VALUE ZEROS.
       77  WRK-CTR-PAGINAS             PIC  9(005) COMP-3  VALUE ZEROS.
       77  WRK-MAX-LINHAS              PIC  9(003) COMP-3  VALUE 56.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  FILLER                      PIC  X(050)         VALUE
           '*** PARAMETROS E CONTROLES                     ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       77  WRK-CCTRO-CUSTO-ORIGE       PIC  X(004)         VALUE SPACES.

       77  WRK-DATA-PROC               PIC  X(010)         VALUE SPACES.
       77  WRK-HORA-PROC               PIC  X(008)         VALUE SPACES.

       77  WRK-SW-FIM-SORT             PIC  X(001)         VALUE 'N'.
           88 WRK-FIM-SORT                                 VALUE 'S'.

       77  WRK-CHAVE-ANTERIOR          PIC  X(021)         VALUE SPACES.

      *--- ENVELOPE DO EARQAPOR: O HEADER VOLTA NA SAIDA, O TRAILER SO
      *--- E CONFERIDO (A SAIDA GANHA TRAILER NOVO).
       77  WRK-SW-HEADER-APOR          PIC  X(001)         VALUE 'N'.
           88 WRK-TEM-HEADER-APOR                          VALUE 'S'.
       77  WRK-SW-TRAILER-APOR         PIC  X(001)         VALUE 'N'.
           88 WRK-TEM-TRAILER-APOR                         VALUE 'S'.
       01  WRK-HEADER-APOR             PIC  X(356)         VALUE SPACES.
       01  WRK-TRAILER-APOR            PIC  X(356)         VALUE SPACES.

      *--- ENVELOPE DO SAPORLIB: SO CONFERIDO.
       77  WRK-SW-HEADER-LIB           PIC  X(001)         VALUE 'N'.
           88 WRK-TEM-HEADER-LIB                           VALUE 'S'.
       77  WRK-SW-TRAILER-LIB          PIC  X(001)         VALUE 'N'.
           88 WRK-TEM-TRAILER-LIB                          VALUE 'S'.
       01  WRK-HEADER-LIB              PIC  X(356)         VALUE SPACES.
       01  WRK-TRAILER-LIB             PIC  X(356)         VALUE SPACES.

       77  WRK-NOME-ARQ                PIC  X(008)         VALUE SPACES.
       77  WRK-MOTIVO-ENVELOPE         PIC  X(050)         VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  FILLER                      PIC  X(050)         VALUE
           '*** LINHAS DO RELATO                           ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-LINHA-IMPRIMIR          PIC  X(133)         VALUE SPACES.

       01  WRK-INT-CAB1.
           05 FILLER                   PIC  X(001)         VALUE '1'.
           05 FILLER                   PIC  X(008)         VALUE
              'BUPV1090'.
           05 FILLER                   PIC  X(010)         VALUE SPACES.
           05 FILLER                   PIC  X(049)         VALUE
              'INTERCALACAO DOS APORTES LIBERADOS NO EARQAPOR   '.
           05 FILLER                   PIC  X(049)         VALUE SPACES.
           05 FILLER                   PIC  X(005)         VALUE
              'PAG: '.
           05 WRK-INC-PAGINA           PIC  ZZZ9.
           05 FILLER                   PIC  X(007)         VALUE SPACES.

       01  WRK-INT-CAB2.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 FILLER                   PIC  X(008)         VALUE
              'CENTRO: '.
           05 WRK-INC-CENTRO           PIC  X(004)         VALUE SPACES.
           05 FILLER                   PIC  X(010)         VALUE
              '   DATA: '.
           05 WRK-INC-DATA             PIC  X(010)         VALUE SPACES.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-INC-HORA             PIC  X(008)         VALUE SPACES.
           05 FILLER                   PIC  X(091)         VALUE SPACES.

       01  WRK-INT-TOTAL.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-INT-DESCRICAO        PIC  X(040)         VALUE SPACES.
           05 WRK-INT-QUANTIDADE       PIC  ZZZ.ZZZ.ZZ9    VALUE ZEROS.
           05 FILLER                   PIC  X(081)         VALUE SPACES.

       01  WRK-INT-MENSAGEM.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-INT-TEXTO            PIC  X(100)         VALUE SPACES.
           05 FILLER                   PIC  X(032)         VALUE SPACES.

       01  WRK-INT-BRANCO              PIC  X(133)         VALUE SPACES.

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
           '*** AREAS DOS ARQUIVOS                         ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       COPY I#BUPV35.

       COPY I#BUPV45.

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
      *--- EX.: PARM='ALTA'
       01  LK-PARM-AREA.
           05 LK-PARM-TAM              PIC  S9(004) COMP.
           05 LK-PARM-CENTRO           PIC  X(004).

      *================================================================*
       PROCEDURE                       DIVISION     USING
                                       LK-PARM-AREA.
      *================================================================*

      *----------------------------------------------------------------*
       0000-ROTINA-PRINCIPAL           SECTION.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIALIZAR.

      *--- DUPLICATES IN ORDER - O EARQAPOR E LIBERADO AO SORT ANTES
      *--- DO SAPORLIB, ENTAO NA MESMA CHAVE O DO CICLO VEM PRIMEIRO.
           SORT SORTAPOR
                ON ASCENDING KEY SRT-APOR-CHAVE
                WITH DUPLICATES IN ORDER
                INPUT  PROCEDURE IS 2000-CARREGAR-APORTES
                OUTPUT PROCEDURE IS 3000-GRAVAR-SAPORINT.

           IF SORT-RETURN              NOT EQUAL ZEROS
              DISPLAY 'BUPV1090 - ERRO NO SORT DOS APORTES - '
                      'SORT-RETURN ' SORT-RETURN
              MOVE 12                  TO   RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 4000-FINALIZAR.

      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1000-INICIALIZAR                SECTION.
      *----------------------------------------------------------------*

           PERFORM 1400-OBTER-PARAMETROS.

           PERFORM 1450-REGISTRAR-PARAMETROS.

           OPEN OUTPUT RELATO.

           IF WRK-FS-RELATO            NOT EQUAL '00'
              DISPLAY 'BUPV1090 - ERRO NA ABERTURA DO RELATO - FS '
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

           MOVE WRK-CCTRO-CUSTO-ORIGE  TO   WRK-INC-CENTRO.
           MOVE WRK-DATA-PROC          TO   WRK-INC-DATA.
           MOVE WRK-HORA-PROC          TO   WRK-INC-HORA.

           PERFORM 1100-IMPRIMIR-CABECALHO.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1100-IMPRIMIR-CABECALHO         SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO   WRK-CTR-PAGINAS.

           MOVE WRK-CTR-PAGINAS        TO   WRK-INC-PAGINA.

           WRITE FD-RELATO             FROM WRK-INT-CAB1.
           WRITE FD-RELATO             FROM WRK-INT-CAB2.
           WRITE FD-RELATO             FROM WRK-INT-BRANCO.

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
       1400-OBTER-PARAMETROS           SECTION.
      *----------------------------------------------------------------*

           IF LK-PARM-TAM              LESS      4
              OR LK-PARM-CENTRO        EQUAL     SPACES
              DISPLAY '**************** BUPV1090 ****************'
              DISPLAY '*                                        *'
              DISPLAY '*   PARM OBRIGATORIA NAO INFORMADA       *'
              DISPLAY '*   CENTRO                               *'
              DISPLAY '*                                        *'
              DISPLAY '**************** BUPV1090 ****************'
              MOVE 12                  TO   RETURN-CODE
              STOP RUN
           END-IF.

           MOVE LK-PARM-CENTRO         TO   WRK-CCTRO-CUSTO-ORIGE.

      *----------------------------------------------------------------*
       1400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1450-REGISTRAR-PARAMETROS       SECTION.
      *----------------------------------------------------------------*

      *--- O PROGRAMA NAO USA DB2 - A CONEXAO E SO PARA O LOG.
           CALL 'CKRS1000'.

      *--- PARAMETROS EFETIVOS NO LOG COMUM DA CADEIA VIA BUPVM130
      *--- (VER I#BUPV51). FALHA DE REGISTRO E TOLERADA PELO PROPRIO
      *--- BUPVM130.
           INITIALIZE BU51-INTERFACE.

           MOVE WRK-PGM                TO   BU51-PROGRAMA.

           MOVE WRK-CCTRO-CUSTO-ORIGE  TO   BU51-CCTRO-CUSTO.

           SET BU51-PARM-INFORMADA     TO   TRUE.

           CALL 'BUPVM130'             USING BU51-INTERFACE.

      *----------------------------------------------------------------*
       1450-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-CARREGAR-APORTES           SECTION.
      *----------------------------------------------------------------*

      *--- INPUT PROCEDURE DO SORT - OS ENVELOPES FICAM GUARDADOS PARA
      *--- A CONFERENCIA; SO DADOS VAO AO SORT.
           OPEN INPUT EARQAPOR
                      SAPORLIB.

           IF WRK-FS-EARQAPOR          NOT EQUAL '00'
              OR WRK-FS-SAPORLIB       NOT EQUAL '00'
              DISPLAY 'BUPV1090 - ERRO NA ABERTURA DOS ARQUIVOS'
              DISPLAY 'BUPV1090 - FS EARQAPOR = ' WRK-FS-EARQAPOR
                      ' SAPORLIB = ' WRK-FS-SAPORLIB
              MOVE 12                  TO   RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 2100-LER-EARQAPOR
                   UNTIL WRK-FS-EARQAPOR EQUAL '10'.

           PERFORM 2200-CONFERIR-EARQAPOR.

           PERFORM 2300-LER-SAPORLIB
                   UNTIL WRK-FS-SAPORLIB EQUAL '10'.

           PERFORM 2400-CONFERIR-SAPORLIB.

           CLOSE EARQAPOR
                 SAPORLIB.

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
              DISPLAY 'BUPV1090 - ERRO NA LEITURA DO EARQAPOR - FS '
                      WRK-FS-EARQAPOR
              MOVE 12                  TO   RETURN-CODE
              STOP RUN
           END-IF.

           MOVE 'EARQAPOR'             TO   WRK-NOME-ARQ.

      *--- MESMA ORDEM EXIGIDA PELA BUPV1054: HEADER SO NO PRIMEIRO
      *--- REGISTRO E NADA DEPOIS DO TRAILER.
           IF WRK-TEM-TRAILER-APOR
              MOVE 'REGISTRO APOS O TRAILER'
                                       TO   WRK-MOTIVO-ENVELOPE
              PERFORM 2900-ERRO-ENVELOPE
           END-IF.

           IF BU35-REGISTRO(1:9)       EQUAL     'HDRAPOR**'
              IF WRK-TEM-HEADER-APOR
                 OR ACU-LIDOS-EARQAPOR GREATER   ZEROS
                 MOVE 'HEADER FORA DO PRIMEIRO REGISTRO'
                                       TO   WRK-MOTIVO-ENVELOPE
                 PERFORM 2900-ERRO-ENVELOPE
              END-IF
              MOVE BU35-REGISTRO       TO   WRK-HEADER-APOR
              SET WRK-TEM-HEADER-APOR  TO   TRUE
              GO TO 2100-99-FIM
           END-IF.

           IF BU35-REGISTRO(1:9)       EQUAL     'TRLAPOR**'
              MOVE BU35-REGISTRO       TO   WRK-TRAILER-APOR
              SET WRK-TEM-TRAILER-APOR TO   TRUE
              GO TO 2100-99-FIM
           END-IF.

           ADD 1                       TO   ACU-LIDOS-EARQAPOR.

           IF BU35-ZMOVCTA             NUMERIC
              ADD BU35-ZMOVCTA         TO   ACU-HASH-ZMOVCTA-APOR
           END-IF.

           IF BU35-ZMOVASSOC           NUMERIC
              ADD BU35-ZMOVASSOC       TO   ACU-HASH-ZMOVASSOC-APOR
           END-IF.

           RELEASE SRT-APOR-REGISTRO   FROM BU35-REGISTRO.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2200-CONFERIR-EARQAPOR          SECTION.
      *----------------------------------------------------------------*

           MOVE 'EARQAPOR'             TO   WRK-NOME-ARQ.

      *--- EARQAPOR SEM ENVELOPE - SAPORINT TAMBEM SAI SEM.
           IF NOT WRK-TEM-HEADER-APOR
              AND NOT WRK-TEM-TRAILER-APOR
              GO TO 2200-99-FIM
           END-IF.

           IF NOT WRK-TEM-HEADER-APOR
              MOVE 'TRAILER SEM HEADER'
                                       TO   WRK-MOTIVO-ENVELOPE
              PERFORM 2900-ERRO-ENVELOPE
           END-IF.

           IF NOT WRK-TEM-TRAILER-APOR
              MOVE 'FIM DO ARQUIVO SEM TRAILER'
                                       TO   WRK-MOTIVO-ENVELOPE
              PERFORM 2900-ERRO-ENVELOPE
           END-IF.

           MOVE WRK-HEADER-APOR        TO   BU45-HEADER.

           IF BU45-HDR-CCTRO-ORIGE     NOT EQUAL WRK-CCTRO-CUSTO-ORIGE
              MOVE 'CENTRO DO HEADER DIFERENTE DA PARM'
                                       TO   WRK-MOTIVO-ENVELOPE
              PERFORM 2900-ERRO-ENVELOPE
           END-IF.

           MOVE WRK-TRAILER-APOR       TO   BU45-TRAILER.

           IF BU45-TRL-QTD-REG         NOT EQUAL ACU-LIDOS-EARQAPOR
              MOVE 'CONTAGEM DO TRAILER NAO CONFERE'
                                       TO   WRK-MOTIVO-ENVELOPE
              PERFORM 2900-ERRO-ENVELOPE
           END-IF.

           IF BU45-TRL-HASH-ZMOVCTA    NOT EQUAL ACU-HASH-ZMOVCTA-APOR
              OR BU45-TRL-HASH-ZMOVASSOC
                                       NOT EQUAL
                                       ACU-HASH-ZMOVASSOC-APOR
              MOVE 'HASH-TOTAL DO TRAILER NAO CONFERE'
                                       TO   WRK-MOTIVO-ENVELOPE
              PERFORM 2900-ERRO-ENVELOPE
           END-IF.

      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2300-LER-SAPORLIB               SECTION.
      *----------------------------------------------------------------*

           READ SAPORLIB               INTO BU35-REGISTRO.

           IF WRK-FS-SAPORLIB          EQUAL     '10'
              GO TO 2300-99-FIM
           END-IF.

           IF WRK-FS-SAPORLIB          NOT EQUAL '00'
              DISPLAY 'BUPV1090 - ERRO NA LEITURA DO SAPORLIB - FS '
                      WRK-FS-SAPORLIB
              MOVE 12                  TO   RETURN-CODE
              STOP RUN
           END-IF.

           MOVE 'SAPORLIB'             TO   WRK-NOME-ARQ.

           IF WRK-TEM-TRAILER-LIB
              MOVE 'REGISTRO APOS O TRAILER'
                                       TO   WRK-MOTIVO-ENVELOPE
              PERFORM 2900-ERRO-ENVELOPE
           END-IF.

           IF BU35-REGISTRO(1:9)       EQUAL     'HDRAPOR**'
              IF WRK-TEM-HEADER-LIB
                 OR ACU-LIDOS-SAPORLIB GREATER   ZEROS
                 MOVE 'HEADER FORA DO PRIMEIRO REGISTRO'
                                       TO   WRK-MOTIVO-ENVELOPE
                 PERFORM 2900-ERRO-ENVELOPE
              END-IF
              MOVE BU35-REGISTRO       TO   WRK-HEADER-LIB
              SET WRK-TEM-HEADER-LIB   TO   TRUE
              GO TO 2300-99-FIM
           END-IF.

           IF BU35-REGISTRO(1:9)       EQUAL     'TRLAPOR**'
              MOVE BU35-REGISTRO       TO   WRK-TRAILER-LIB
              SET WRK-TEM-TRAILER-LIB  TO   TRUE
              GO TO 2300-99-FIM
           END-IF.

      *--- A BUPV1089 SEMPRE GRAVA O HEADER - DADO ANTES DELE E
      *--- ARQUIVO DE OUTRA ORIGEM.
           IF NOT WRK-TEM-HEADER-LIB
              MOVE 'REGISTRO DE DADOS SEM HEADER'
                                       TO   WRK-MOTIVO-ENVELOPE
              PERFORM 2900-ERRO-ENVELOPE
           END-IF.

           ADD 1                       TO   ACU-LIDOS-SAPORLIB.

           IF BU35-ZMOVCTA             NUMERIC
              ADD BU35-ZMOVCTA         TO   ACU-HASH-ZMOVCTA-LIB
           END-IF.

           IF BU35-ZMOVASSOC           NUMERIC
              ADD BU35-ZMOVASSOC       TO   ACU-HASH-ZMOVASSOC-LIB
           END-IF.

           RELEASE SRT-APOR-REGISTRO   FROM BU35-REGISTRO.

      *----------------------------------------------------------------*
       2300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2400-CONFERIR-SAPORLIB          SECTION.
      *----------------------------------------------------------------*

           MOVE 'SAPORLIB'             TO   WRK-NOME-ARQ.

      *--- SAPORLIB VAZIO (DUMMY) = NENHUM APORTE LIBERADO.
           IF NOT WRK-TEM-HEADER-LIB
              AND NOT WRK-TEM-TRAILER-LIB
              GO TO 2400-99-FIM
           END-IF.

           IF NOT WRK-TEM-HEADER-LIB
              MOVE 'TRAILER SEM HEADER'
                                       TO   WRK-MOTIVO-ENVELOPE
              PERFORM 2900-ERRO-ENVELOPE
           END-IF.

           IF NOT WRK-TEM-TRAILER-LIB
              MOVE 'FIM DO ARQUIVO SEM TRAILER'
                                       TO   WRK-MOTIVO-ENVELOPE
              PERFORM 2900-ERRO-ENVELOPE
           END-IF.

           MOVE WRK-HEADER-LIB         TO   BU45-HEADER.

           IF BU45-HDR-CCTRO-ORIGE     NOT EQUAL WRK-CCTRO-CUSTO-ORIGE
              MOVE 'CENTRO DO HEADER DIFERENTE DA PARM'
                                       TO   WRK-MOTIVO-ENVELOPE
              PERFORM 2900-ERRO-ENVELOPE
           END-IF.

           MOVE WRK-TRAILER-LIB        TO   BU45-TRAILER.

           IF BU45-TRL-QTD-REG         NOT EQUAL ACU-LIDOS-SAPORLIB
              MOVE 'CONTAGEM DO TRAILER NAO CONFERE'
                                       TO   WRK-MOTIVO-ENVELOPE
              PERFORM 2900-ERRO-ENVELOPE
           END-IF.

           IF BU45-TRL-HASH-ZMOVCTA    NOT EQUAL ACU-HASH-ZMOVCTA-LIB
              OR BU45-TRL-HASH-ZMOVASSOC
                                       NOT EQUAL
                                       ACU-HASH-ZMOVASSOC-LIB
              MOVE 'HASH-TOTAL DO TRAILER NAO CONFERE'
                                       TO   WRK-MOTIVO-ENVELOPE
              PERFORM 2900-ERRO-ENVELOPE
           END-IF.

      *----------------------------------------------------------------*
       2400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2900-ERRO-ENVELOPE              SECTION.
      *----------------------------------------------------------------*

      *--- ENVELOPE INVALIDO NAO E CORRIGIDO AQUI - O TRAILER NOVO
      *--- ENCOBRIRIA ARQUIVO TRUNCADO OU CONCATENADO ERRADO.
           MOVE SPACES                 TO   WRK-INT-TEXTO.

           STRING 'ENVELOPE INVALIDO NO '
                  WRK-NOME-ARQ
                  ' - '
                  WRK-MOTIVO-ENVELOPE
              DELIMITED BY SIZE        INTO WRK-INT-TEXTO
           END-STRING.

           MOVE WRK-INT-MENSAGEM       TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

           CLOSE RELATO.

           DISPLAY 'BUPV1090 - ' WRK-INT-TEXTO.

           MOVE 12                     TO   RETURN-CODE.

           STOP RUN.

      *----------------------------------------------------------------*
       2900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-GRAVAR-SAPORINT            SECTION.
      *----------------------------------------------------------------*

      *--- OUTPUT PROCEDURE DO SORT - HEADER ORIGINAL DO EARQAPOR,
      *--- APORTES NA ORDEM DA CHAVE E TRAILER REFEITO COM CONTAGEM E
      *--- HASH-TOTAIS DO ARQUIVO INTERCALADO.
           OPEN OUTPUT SAPORINT.

           IF WRK-FS-SAPORINT          NOT EQUAL '00'
              DISPLAY 'BUPV1090 - ERRO NA ABERTURA DO SAPORINT - FS '
                      WRK-FS-SAPORINT
              MOVE 12                  TO   RETURN-CODE
              STOP RUN
           END-IF.

           IF WRK-TEM-HEADER-APOR
              WRITE FD-SAPORINT        FROM WRK-HEADER-APOR
              PERFORM 3200-TESTAR-FS-SAPORINT
           END-IF.

           PERFORM 3100-RETORNAR-APORTE
                   UNTIL WRK-FIM-SORT.

           IF WRK-TEM-HEADER-APOR
              INITIALIZE BU45-TRAILER
              MOVE 'TRLAPOR**'         TO   BU45-TRL-ID
              MOVE ACU-GRAVADOS-SAPORINT
                                       TO   BU45-TRL-QTD-REG
              MOVE ACU-HASH-ZMOVCTA    TO   BU45-TRL-HASH-ZMOVCTA
              MOVE ACU-HASH-ZMOVASSOC  TO   BU45-TRL-HASH-ZMOVASSOC
              WRITE FD-SAPORINT        FROM BU45-TRAILER
              PERFORM 3200-TESTAR-FS-SAPORINT
           END-IF.

           CLOSE SAPORINT.
           PERFORM 3200-TESTAR-FS-SAPORINT.

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

      *--- CHAVE REPETIDA SEGUE NO ARQUIVO - O DESCARTE (E O REGISTRO
      *--- NA CRITICA) FICA COM A BUPV1054, COMO NO EARQAPOR ORIGINAL.
           IF ACU-GRAVADOS-SAPORINT    GREATER   ZEROS
              AND BU35-REGISTRO(1:21)  EQUAL     WRK-CHAVE-ANTERIOR
              ADD 1                    TO   ACU-CHAVES-REPETIDAS
           END-IF.

           MOVE BU35-REGISTRO(1:21)    TO   WRK-CHAVE-ANTERIOR.

           WRITE FD-SAPORINT           FROM BU35-REGISTRO.
           PERFORM 3200-TESTAR-FS-SAPORINT.

           ADD 1                       TO   ACU-GRAVADOS-SAPORINT.

           IF BU35-ZMOVCTA             NUMERIC
              ADD BU35-ZMOVCTA         TO   ACU-HASH-ZMOVCTA
           END-IF.

           IF BU35-ZMOVASSOC           NUMERIC
              ADD BU35-ZMOVASSOC       TO   ACU-HASH-ZMOVASSOC
           END-IF.

      *----------------------------------------------------------------*
       3100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3200-TESTAR-FS-SAPORINT         SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-SAPORINT          NOT EQUAL '00'
              DISPLAY 'BUPV1090 - ERRO NA GRAVACAO DO SAPORINT - FS '
                      WRK-FS-SAPORINT
              MOVE 12                  TO   RETURN-CODE
              STOP RUN
           END-IF.

      *----------------------------------------------------------------*
       3200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE 'APORTES LIDOS DO EARQAPOR..............:'
                                       TO   WRK-INT-DESCRICAO.
           MOVE ACU-LIDOS-EARQAPOR     TO   WRK-INT-QUANTIDADE.
           MOVE WRK-INT-TOTAL          TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

           MOVE 'APORTES LIBERADOS LIDOS DO SAPORLIB....:'
                                       TO   WRK-INT-DESCRICAO.
           MOVE ACU-LIDOS-SAPORLIB     TO   WRK-INT-QUANTIDADE.
           MOVE WRK-INT-TOTAL          TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

           MOVE 'APORTES GRAVADOS NO SAPORINT...........:'
                                       TO   WRK-INT-DESCRICAO.
           MOVE ACU-GRAVADOS-SAPORINT  TO   WRK-INT-QUANTIDADE.
           MOVE WRK-INT-TOTAL          TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

           MOVE 'CHAVES REPETIDAS (BUPV1054 DESCARTA)...:'
                                       TO   WRK-INT-DESCRICAO.
           MOVE ACU-CHAVES-REPETIDAS   TO   WRK-INT-QUANTIDADE.
           MOVE WRK-INT-TOTAL          TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

           MOVE WRK-INT-BRANCO         TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

           IF WRK-TEM-HEADER-APOR
              MOVE 'ENVELOPE: HEADER DO EARQAPOR MANTIDO, TRAILER REFEIT
      -            'O COM A CONTAGEM E OS HASH-TOTAIS DO SAPORINT'
                                       TO   WRK-INT-TEXTO
           ELSE
              MOVE 'ENVELOPE: EARQAPOR SEM ENVELOPE - SAPORINT GRAVADO S
      -            'EM ENVELOPE'
                                       TO   WRK-INT-TEXTO
           END-IF.
           MOVE WRK-INT-MENSAGEM       TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

           IF ACU-CHAVES-REPETIDAS     GREATER   ZEROS
              MOVE 4                   TO   WRK-COND-CODE
           END-IF.

           CLOSE RELATO.

           DISPLAY 'BUPV1090 - LIDOS EARQAPOR...: ' ACU-LIDOS-EARQAPOR.
           DISPLAY 'BUPV1090 - LIDOS SAPORLIB...: ' ACU-LIDOS-SAPORLIB.
           DISPLAY 'BUPV1090 - GRAVADOS SAPORINT: '
                   ACU-GRAVADOS-SAPORINT.
           DISPLAY 'BUPV1090 - CHAVES REPETIDAS.: '
                   ACU-CHAVES-REPETIDAS.

           MOVE WRK-COND-CODE          TO   RETURN-CODE.

           STOP RUN.

      *----------------------------------------------------------------*
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9100-ERRO-GRAVACAO-RELATO       SECTION.
      *----------------------------------------------------------------*

           DISPLAY 'BUPV1090 - ERRO NA GRAVACAO DO RELATO - FS '
                   WRK-FS-RELATO.

           MOVE 12                     TO   RETURN-CODE.

           STOP RUN.

      *----------------------------------------------------------------*
       9100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
