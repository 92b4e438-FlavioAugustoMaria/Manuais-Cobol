      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. BUPV1084.
       AUTHOR.     RAPHAEL MARQUES.
      *================================================================*
      *                   P R I M E  I N F O R M A T I C A             *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  BUPV1084                                     *
      *    PROGRAMADOR.:  RAPHAEL MARQUES                   -  PRIME   *
      *    ANALISTA....:  MAURO                             -  PRIME   *
      *    DATA........:  15/10/2026                                   *
      *----------------------------------------------------------------*
      *    OBJETIVO....:  CONSULTA REVERSA DO TOKEN PSEUDONIMO DE      *
      *                   CONTA (GERADO PELO BUPVM120 NAS SAIDAS QUE   *
      *                   DEIXAM A AREA DE OPERACOES - EXTRACAO DA     *
      *                   SBAT0050 E TRAJETORIA DA BUPV1061). DEVOLVE  *
      *                   BALCAO/CONTA/DIGITO DE CADA TOKEN INFORMADO  *
      *                   EM CARTAO, COM O CHAMADO QUE JUSTIFICA A     *
      *                   CONSULTA. ACESSO RESTRITO: SO RESOLVE SE O   *
      *                   USUARIO DO JOB ESTIVER ATIVO NA              *
      *                   TCTRL_TOKEN_AUTORZ. TODA CONSULTA - INCLUSIVE*
      *                   A NEGADA E A DE CARTAO INVALIDO - FICA NA    *
      *                   TCTRL_TOKEN_CONSULTA (TOKEN, CHAMADO,        *
      *                   USUARIO, JOB, MOMENTO E RESULTADO).          *
      *----------------------------------------------------------------*
      *    COND CODES..:  0000 - TODOS OS TOKENS RESOLVIDOS            *
      *                   0004 - CARTAO INVALIDO OU TOKEN INEXISTENTE  *
      *                   0008 - USUARIO SEM AUTORIZACAO (NADA FOI     *
      *                          RESOLVIDO - TENTATIVA REGISTRADA)     *
      *                   0012 - ERRO DE ARQUIVO                       *
      *----------------------------------------------------------------*
      *    BCO DE DADOS:                                               *
      *                DB2PRD.TCTRL_TOKEN_CONTA    (CONSULTA)          *
      *                DB2PRD.TCTRL_TOKEN_AUTORZ   (CONSULTA)          *
      *                DB2PRD.TCTRL_TOKEN_CONSULTA (INCLUSAO)          *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME           I/O           OBS              *
      *                ECARTAO           I    CARTOES DE CONSULTA:     *
      *                  COLS 01-12 TOKEN (12 LETRAS, INICIA COM 'T')  *
      *                  COLS 14-33 CHAMADO (OBRIGATORIO)              *
      *                  ('*' NA COL 1 = COMENTARIO)                   *
      *                RELATO            O    RELATORIO FBA 133        *
      *                  (DISTRIBUICAO RESTRITA - TRAZ A CONTA ABERTA) *
      *----------------------------------------------------------------*
      *    BOOK'S......:                                               *
      *    I#BRAD7C - AREA PARA TRATAMENTO DE ERRO PELA BRAD7100       *
      *    I#BUPV00 - AREA DE COMUNICACAO                              *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    BRAD0560 - OBTEM INFORMACOES DO JOB                         *
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
       77  ACU-RESOLVIDOS              PIC  9(005) COMP-3  VALUE ZEROS.
       77  ACU-INEXISTENTES            PIC  9(005) COMP-3  VALUE ZEROS.
       77  ACU-NEGADOS                 PIC  9(005) COMP-3  VALUE ZEROS.
       77  ACU-RECUSADOS               PIC  9(005) COMP-3  VALUE ZEROS.

       77  WRK-BATCH                   PIC  X(008)         VALUE
           'BATCH'.

       77  WRK-PGM                     PIC  X(008)         VALUE
           'BUPV1084'.

       77  WRK-MODULO                  PIC  X(008)         VALUE SPACES.

       77  WRK-COND-CODE               PIC  9(004)         VALUE ZEROS.

       01  WRK-CARTAO.
           05 WRK-CTO-TOKEN            PIC  X(012).
           05 FILLER                   PIC  X(001).
           05 WRK-CTO-CHAMADO          PIC  X(020).
           05 FILLER                   PIC  X(047).

       77  WRK-QTD-BRANCOS             PIC  9(003) COMP-3  VALUE ZEROS.

      *--- AUTORIZACAO DO USUARIO DO JOB (LIDA UMA VEZ NO INICIO).
       77  WRK-SW-AUTORIZADO           PIC  X(001)         VALUE 'N'.
           88 WRK-USUARIO-AUTORIZADO                       VALUE 'S'.
           88 WRK-USUARIO-NEGADO                           VALUE 'N'.

       77  WRK-QTD-AUTORZ              PIC S9(009) COMP    VALUE ZEROS.

       01  WRK-SQLCODE-S9-9            PIC S9(009)         VALUE ZEROS.
       01  FILLER                      REDEFINES WRK-SQLCODE-S9-9.
           05 FILLER                   PIC  X(006).
           05 WRK-SQLCODE-S9-3         PIC S9(003).

       77  WRK-SQL-TABELA              PIC  X(020)         VALUE SPACES.
       77  WRK-SQL-COMANDO             PIC  X(008)         VALUE SPACES.
       77  WRK-SQL-LOCAL               PIC  X(004)         VALUE SPACES.

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

       01  WRK-TOK-CAB1.
           05 FILLER                   PIC  X(001)         VALUE '1'.
           05 FILLER                   PIC  X(008)         VALUE
              'BUPV1084'.
           05 FILLER                   PIC  X(010)         VALUE SPACES.
           05 FILLER                   PIC  X(049)         VALUE
              'CONSULTA REVERSA DE TOKEN DE CONTA - RESTRITO    '.
           05 FILLER                   PIC  X(049)         VALUE SPACES.
           05 FILLER                   PIC  X(005)         VALUE
              'PAG: '.
           05 WRK-TOK-PAGINA           PIC  ZZZ9.
           05 FILLER                   PIC  X(007)         VALUE SPACES.

       01  WRK-TOK-CAB2.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 FILLER                   PIC  X(010)         VALUE
              'USUARIO: '.
           05 WRK-TOK-USUARIO          PIC  X(008)         VALUE SPACES.
           05 FILLER                   PIC  X(008)         VALUE
              '   JOB: '.
           05 WRK-TOK-JOB              PIC  X(008)         VALUE SPACES.
           05 FILLER                   PIC  X(001)         VALUE '/'.
           05 WRK-TOK-NJOB             PIC  9(005)         VALUE ZEROS.
           05 FILLER                   PIC  X(009)         VALUE
              '   DATA: '.
           05 WRK-TOK-DATA             PIC  X(010)         VALUE SPACES.
           05 FILLER                   PIC  X(011)         VALUE
              '   ACESSO: '.
           05 WRK-TOK-ACESSO           PIC  X(010)         VALUE SPACES.
           05 FILLER                   PIC  X(052)         VALUE SPACES.

       01  WRK-TOK-CAB3.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 FILLER                   PIC  X(050)         VALUE
              'TOKEN         CHAMADO               RESULTADO     '.
           05 FILLER                   PIC  X(050)         VALUE
              'BALCAO CONTA  DV  CRIADO EM            PROGRAMA   '.
           05 FILLER                   PIC  X(032)         VALUE SPACES.

       01  WRK-TOK-DET.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-TKD-TOKEN            PIC  X(012)         VALUE SPACES.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-TKD-CHAMADO          PIC  X(020)         VALUE SPACES.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-TKD-RESULTADO        PIC  X(011)         VALUE SPACES.
           05 FILLER                   PIC  X(003)         VALUE SPACES.
           05 WRK-TKD-BALCAO           PIC  X(005)         VALUE SPACES.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-TKD-CONTA            PIC  X(006)         VALUE SPACES.
           05 FILLER                   PIC  X(001)         VALUE SPACES.
           05 WRK-TKD-DIGITO           PIC  X(001)         VALUE SPACES.
           05 FILLER                   PIC  X(003)         VALUE SPACES.
           05 WRK-TKD-CRIACAO          PIC  X(019)         VALUE SPACES.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-TKD-PROGRAMA         PIC  X(008)         VALUE SPACES.
           05 FILLER                   PIC  X(035)         VALUE SPACES.

       01  WRK-TOK-TOTAL.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-TKT-DESCRICAO        PIC  X(032)         VALUE SPACES.
           05 WRK-TKT-QUANTIDADE       PIC  ZZZZ9          VALUE ZEROS.
           05 FILLER                   PIC  X(095)         VALUE SPACES.

       01  WRK-TOK-BRANCO              PIC  X(133)         VALUE SPACES.

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
           '*** AREA DAS TABELAS                           ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

           EXEC SQL
                INCLUDE SQLCA
           END-EXEC.

      *--- HOST VARIABLES DAS TABELAS DE TOKEN (TABELAS PEQUENAS - SEM
      *--- DCLGEN PROPRIO, COMO A TCTRL_PROD_SUBPR DA BUPV1069).
       01  WRK-HV-TOKEN                PIC  X(012)         VALUE SPACES.
       01  WRK-HV-CHAMADO              PIC  X(020)         VALUE SPACES.
       01  WRK-HV-RESULTADO            PIC  X(011)         VALUE SPACES.
       01  WRK-HV-CBALCAO              PIC  X(005)         VALUE SPACES.
       01  WRK-HV-CNUMECTA             PIC  X(006)         VALUE SPACES.
       01  WRK-HV-CDIGICTA             PIC  X(001)         VALUE SPACES.
       01  WRK-HV-DTHR-CRIACAO         PIC  X(026)         VALUE SPACES.
       01  WRK-HV-CPGM-CRIACAO         PIC  X(008)         VALUE SPACES.
       01  WRK-HV-USUARIO              PIC  X(008)         VALUE SPACES.
       01  WRK-HV-JOB                  PIC  X(008)         VALUE SPACES.
       01  WRK-HV-NJOB                 PIC S9(009) COMP    VALUE ZEROS.

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

           PERFORM 2000-CONSULTAR-CARTOES.

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
              DISPLAY 'BUPV1084 - ERRO NA ABERTURA DOS ARQUIVOS'
              DISPLAY 'BUPV1084 - FS ECARTAO = ' WRK-FS-ECARTAO
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

           CALL 'BRAD0560'             USING WRK-JOBNAME-0560
                                             WRK-JOBNUMBER-0560.

           MOVE WRK-JOBNAME-0560       TO   WRK-HV-JOB.
           MOVE WRK-JOBNUMBER-0560     TO   WRK-HV-NJOB.

      *--- A AUTORIZACAO E DO USUARIO DA EXECUCAO (ID DE AUTORIZACAO
      *--- DO JOB) - NAO VEM DE CARTAO.
           EXEC SQL
               SET :WRK-HV-USUARIO       = USER
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              MOVE 'SYSIBM.USER'       TO   WRK-SQL-TABELA
              MOVE 'SET'               TO   WRK-SQL-COMANDO
              MOVE '1000'              TO   WRK-SQL-LOCAL
              PERFORM 9200-ERRO-SQL
           END-IF.

           PERFORM 1300-VERIFICAR-AUTORIZACAO.

           MOVE WRK-HV-USUARIO         TO   WRK-TOK-USUARIO.
           MOVE WRK-JOBNAME-0560       TO   WRK-TOK-JOB.
           MOVE WRK-JOBNUMBER-0560     TO   WRK-TOK-NJOB.
           MOVE WRK-DATA-HOJE          TO   WRK-TOK-DATA.

           PERFORM 1100-IMPRIMIR-CABECALHO.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1100-IMPRIMIR-CABECALHO         SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO   WRK-CTR-PAGINAS.

           MOVE WRK-CTR-PAGINAS        TO   WRK-TOK-PAGINA.

           WRITE FD-RELATO             FROM WRK-TOK-CAB1.
           WRITE FD-RELATO             FROM WRK-TOK-BRANCO.
           WRITE FD-RELATO             FROM WRK-TOK-CAB2.
           WRITE FD-RELATO             FROM WRK-TOK-BRANCO.
           WRITE FD-RELATO             FROM WRK-TOK-CAB3.

           IF WRK-FS-RELATO            NOT EQUAL '00'
              PERFORM 9100-ERRO-GRAVACAO-RELATO
           END-IF.

           MOVE 5                      TO   WRK-CTR-LINHAS.

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
       1300-VERIFICAR-AUTORIZACAO      SECTION.
      *----------------------------------------------------------------*

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WRK-QTD-AUTORZ
                 FROM DB2PRD.TCTRL_TOKEN_AUTORZ
                WHERE CUSUAR             = :WRK-HV-USUARIO
                  AND CINDCD_SIT         = 'A'
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              MOVE 'TCTRL_TOKEN_AUTORZ' TO  WRK-SQL-TABELA
              MOVE 'SELECT'            TO   WRK-SQL-COMANDO
              MOVE '1300'              TO   WRK-SQL-LOCAL
              PERFORM 9200-ERRO-SQL
           END-IF.

           IF WRK-QTD-AUTORZ           GREATER ZEROS
              SET WRK-USUARIO-AUTORIZADO TO TRUE
              MOVE 'AUTORIZADO'        TO   WRK-TOK-ACESSO
           ELSE
              SET WRK-USUARIO-NEGADO   TO   TRUE
              MOVE 'NEGADO'            TO   WRK-TOK-ACESSO
              MOVE 8                   TO   WRK-COND-CODE
              DISPLAY '************************************************'
              DISPLAY '* BUPV1084 - USUARIO ' WRK-HV-USUARIO
                      ' SEM AUTORIZACAO       *'
              DISPLAY '* NA TCTRL_TOKEN_AUTORZ - NENHUM TOKEN SERA    *'
              DISPLAY '* RESOLVIDO. AS TENTATIVAS FICAM REGISTRADAS.  *'
              DISPLAY '************************************************'
           END-IF.

      *----------------------------------------------------------------*
       1300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-CONSULTAR-CARTOES          SECTION.
      *----------------------------------------------------------------*

           PERFORM 2100-LER-CARTAO
                   UNTIL WRK-FS-ECARTAO EQUAL '10'.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-LER-CARTAO                 SECTION.
      *----------------------------------------------------------------*

           READ ECARTAO                INTO WRK-CARTAO.

           IF WRK-FS-ECARTAO           NOT EQUAL '00'
              AND WRK-FS-ECARTAO       NOT EQUAL '10'
              DISPLAY 'BUPV1084 - ERRO NA LEITURA DO ECARTAO - FS '
                      WRK-FS-ECARTAO
              MOVE 12                  TO   RETURN-CODE
              STOP RUN
           END-IF.

           IF WRK-FS-ECARTAO           EQUAL     '00'
              AND WRK-CARTAO           NOT EQUAL SPACES
              AND WRK-CARTAO(1:1)      NOT EQUAL '*'
              ADD 1                    TO   ACU-LIDOS-ECARTAO
              PERFORM 2200-TRATAR-CARTAO
           END-IF.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2200-TRATAR-CARTAO              SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-CTO-TOKEN          TO   WRK-TKD-TOKEN
                                            WRK-HV-TOKEN.
           MOVE WRK-CTO-CHAMADO        TO   WRK-TKD-CHAMADO
                                            WRK-HV-CHAMADO.
           MOVE SPACES                 TO   WRK-TKD-BALCAO
                                            WRK-TKD-CONTA
                                            WRK-TKD-DIGITO
                                            WRK-TKD-CRIACAO
                                            WRK-TKD-PROGRAMA.

      *--- TOKEN: 12 LETRAS MAIUSCULAS SEM BRANCOS, INICIANDO COM 'T'
      *--- (FORMATO DO BUPVM120). SEM CHAMADO A CONSULTA NAO E FEITA.
           MOVE ZEROS                  TO   WRK-QTD-BRANCOS.
           INSPECT WRK-CTO-TOKEN       TALLYING WRK-QTD-BRANCOS
                                       FOR ALL SPACE.

           IF WRK-CTO-TOKEN(1:1)       NOT EQUAL 'T'
              OR WRK-CTO-TOKEN         IS NOT ALPHABETIC-UPPER
              OR WRK-QTD-BRANCOS       GREATER ZEROS
              MOVE 'INVALIDO'          TO   WRK-HV-RESULTADO
              PERFORM 2800-RECUSAR-CARTAO
              GO TO 2200-99-FIM
           END-IF.

           IF WRK-CTO-CHAMADO          EQUAL SPACES
              MOVE 'SEM CHAMADO'       TO   WRK-HV-RESULTADO
              PERFORM 2800-RECUSAR-CARTAO
              GO TO 2200-99-FIM
           END-IF.

           IF WRK-USUARIO-NEGADO
              ADD 1                    TO   ACU-NEGADOS
              MOVE 'NEGADO'            TO   WRK-HV-RESULTADO
              PERFORM 2500-REGISTRAR-CONSULTA
              PERFORM 2700-IMPRIMIR-DETALHE
              GO TO 2200-99-FIM
           END-IF.

           PERFORM 2300-RESOLVER-TOKEN.

           PERFORM 2500-REGISTRAR-CONSULTA.

           PERFORM 2700-IMPRIMIR-DETALHE.

      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2300-RESOLVER-TOKEN             SECTION.
      *----------------------------------------------------------------*

           EXEC SQL
               SELECT CBALCAO
                    , CNUMECTA
                    , CDIGICTA
                    , CHAR(DTHR_CRIACAO)
                    , CPGM_CRIACAO
                 INTO :WRK-HV-CBALCAO
                    , :WRK-HV-CNUMECTA
                    , :WRK-HV-CDIGICTA
                    , :WRK-HV-DTHR-CRIACAO
                    , :WRK-HV-CPGM-CRIACAO
                 FROM DB2PRD.TCTRL_TOKEN_CONTA
                WHERE TOKEN              = :WRK-HV-TOKEN
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZEROS
                    ADD 1              TO   ACU-RESOLVIDOS
                    MOVE 'RESOLVIDO'   TO   WRK-HV-RESULTADO
                    MOVE WRK-HV-CBALCAO
                                       TO   WRK-TKD-BALCAO
                    MOVE WRK-HV-CNUMECTA
                                       TO   WRK-TKD-CONTA
                    MOVE WRK-HV-CDIGICTA
                                       TO   WRK-TKD-DIGITO
                    MOVE WRK-HV-DTHR-CRIACAO(1:19)
                                       TO   WRK-TKD-CRIACAO
                    MOVE WRK-HV-CPGM-CRIACAO
                                       TO   WRK-TKD-PROGRAMA
               WHEN +100
                    ADD 1              TO   ACU-INEXISTENTES
                    MOVE 'INEXISTENTE' TO   WRK-HV-RESULTADO
                    IF WRK-COND-CODE   LESS 4
                       MOVE 4          TO   WRK-COND-CODE
                    END-IF
               WHEN OTHER
                    MOVE 'TCTRL_TOKEN_CONTA'
                                       TO   WRK-SQL-TABELA
                    MOVE 'SELECT'      TO   WRK-SQL-COMANDO
                    MOVE '2300'        TO   WRK-SQL-LOCAL
                    PERFORM 9200-ERRO-SQL
           END-EVALUATE.

      *----------------------------------------------------------------*
       2300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2500-REGISTRAR-CONSULTA         SECTION.
      *----------------------------------------------------------------*

           EXEC SQL
               INSERT INTO DB2PRD.TCTRL_TOKEN_CONSULTA
                    ( TOKEN
                    , CHAMADO
                    , CUSUAR
                    , CJOB
                    , NJOB
                    , DTHR_CONSULTA
                    , RESULTADO
                    )
               VALUES
                    ( :WRK-HV-TOKEN
                    , :WRK-HV-CHAMADO
                    , :WRK-HV-USUARIO
                    , :WRK-HV-JOB
                    , :WRK-HV-NJOB
                    , CURRENT TIMESTAMP
                    , :WRK-HV-RESULTADO
                    )
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              MOVE 'TCTRL_TOKEN_CONSULTA' TO WRK-SQL-TABELA
              MOVE 'INSERT'            TO   WRK-SQL-COMANDO
              MOVE '2500'              TO   WRK-SQL-LOCAL
              PERFORM 9200-ERRO-SQL
           END-IF.

      *----------------------------------------------------------------*
       2500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2700-IMPRIMIR-DETALHE           SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-HV-RESULTADO       TO   WRK-TKD-RESULTADO.

           MOVE WRK-TOK-DET            TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

      *----------------------------------------------------------------*
       2700-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2800-RECUSAR-CARTAO             SECTION.
      *----------------------------------------------------------------*

      *--- O CARTAO RECUSADO TAMBEM FICA NA TRILHA DE CONSULTAS.
           ADD 1                       TO   ACU-RECUSADOS.

           IF WRK-COND-CODE            LESS 4
              MOVE 4                   TO   WRK-COND-CODE
           END-IF.

           PERFORM 2500-REGISTRAR-CONSULTA.

           PERFORM 2700-IMPRIMIR-DETALHE.

      *----------------------------------------------------------------*
       2800-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-TOK-BRANCO         TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

           MOVE 'CARTOES LIDOS.................:'
                                       TO   WRK-TKT-DESCRICAO.
           MOVE ACU-LIDOS-ECARTAO      TO   WRK-TKT-QUANTIDADE.
           MOVE WRK-TOK-TOTAL          TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

           MOVE 'TOKENS RESOLVIDOS.............:'
                                       TO   WRK-TKT-DESCRICAO.
           MOVE ACU-RESOLVIDOS         TO   WRK-TKT-QUANTIDADE.
           MOVE WRK-TOK-TOTAL          TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

           MOVE 'TOKENS INEXISTENTES...........:'
                                       TO   WRK-TKT-DESCRICAO.
           MOVE ACU-INEXISTENTES       TO   WRK-TKT-QUANTIDADE.
           MOVE WRK-TOK-TOTAL          TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

           MOVE 'CONSULTAS NEGADAS.............:'
                                       TO   WRK-TKT-DESCRICAO.
           MOVE ACU-NEGADOS            TO   WRK-TKT-QUANTIDADE.
           MOVE WRK-TOK-TOTAL          TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

           MOVE 'CARTOES RECUSADOS.............:'
                                       TO   WRK-TKT-DESCRICAO.
           MOVE ACU-RECUSADOS          TO   WRK-TKT-QUANTIDADE.
           MOVE WRK-TOK-TOTAL          TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

      *--- A TRILHA DE CONSULTAS E EFETIVADA MESMO QUANDO O ACESSO E
      *--- NEGADO.
           EXEC SQL
               COMMIT
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              MOVE 'TCTRL_TOKEN_CONSULTA' TO WRK-SQL-TABELA
              MOVE 'COMMIT'            TO   WRK-SQL-COMANDO
              MOVE '4000'              TO   WRK-SQL-LOCAL
              PERFORM 9200-ERRO-SQL
           END-IF.

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

           DISPLAY 'BUPV1084 - ERRO NA GRAVACAO DO RELATO - FS '
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
              MOVE 998                 TO BU00-ES-COD-RETORNO
           ELSE
              MOVE 999                 TO BU00-ES-COD-RETORNO
           END-IF.
           MOVE WRK-PGM                TO BU00-COD-PROGRAMA.
           MOVE '001'                  TO BU00-LOCAL.
           STRING 'CONSULTA REVERSA DE TOKEN ' WRK-HV-TOKEN
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
