      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. BUPVM130.
       AUTHOR.     RAPHAEL MARQUES.
      *================================================================*
      *                   P R I M E  I N F O R M A T I C A             *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  BUPVM130                                     *
      *    PROGRAMADOR.:  RAPHAEL MARQUES                   -  PRIME   *
      *    ANALISTA....:  MAURO                             -  PRIME   *
      *    DATA........:  15/10/2026                                   *
      *----------------------------------------------------------------*
      *    OBJETIVO....:  MODULO DE LOG DOS PARAMETROS EFETIVOS DE     *
      *                   CADA EXECUCAO DA CADEIA (TCTRL_LOG_PARM).    *
      *                   RECEBE DO CHAMADOR O PROGRAMA, O CENTRO DE   *
      *                   CUSTO, A IDENTIFICACAO DA EXECUCAO E AS      *
      *                   OPCOES JA COM OS DEFAULTS APLICADOS          *
      *                   (I#BUPV51) E ACRESCENTA JOB/NUMERO DO JOB    *
      *                   (BRAD0560), USUARIO (ID DE AUTORIZACAO DO    *
      *                   JOB NO DB2) E TIMESTAMP. OS PARAMETROS SAO   *
      *                   TAMBEM EXIBIDOS NO SYSOUT DO STEP. A         *
      *                   BUPV1087 CONFRONTA O LOG COM O PERFIL PADRAO *
      *                   DE CADA PROGRAMA/CENTRO.                     *
      *                   FALHA DE SQL NAO DERRUBA O CHAMADOR: O LOG E *
      *                   AUDITORIA, NAO PROCESSAMENTO - A FALHA E     *
      *                   EXIBIDA E DEVOLVIDA NO CODIGO DE RETORNO DA  *
      *                   INTERFACE (MESMA FILOSOFIA DO BUPVM110).     *
      *                   A LINHA FICA NA UNIDADE DE TRABALHO DO       *
      *                   CHAMADOR.                                    *
      *----------------------------------------------------------------*
      *    BCO DE DADOS:                                               *
      *                DB2PRD.TCTRL_LOG_PARM                           *
      *                (CONEXAO DB2 E DO CHAMADOR - VIA CKRS1000)      *
      *----------------------------------------------------------------*
      *    BOOK'S......:                                               *
      *    I#BUPV51 - INTERFACE DO LOG DE PARAMETROS (LINKAGE)         *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    BRAD0560 - OBTEM INFORMACOES DO JOB                         *
      *================================================================*

      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       CONFIGURATION                   SECTION.
      *----------------------------------------------------------------*

       SPECIAL-NAMES.
           DECIMAL-POINT               IS COMMA.

      *================================================================*
       DATA                            DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  FILLER                      PIC  X(050)        VALUE
           '*** INICIO DA WORKING-STORAGE SECTION         ****'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       77  WRK-PGM                     PIC  X(008)         VALUE
           'BUPVM130'.

      *--- HOST VARIABLES DA TCTRL_LOG_PARM.
       77  WRK-HV-PROGRAMA             PIC  X(008)         VALUE SPACES.
       77  WRK-HV-CCTRO                PIC  X(004)         VALUE SPACES.
       77  WRK-HV-JOB                  PIC  X(008)         VALUE SPACES.
       77  WRK-HV-NJOB                 PIC S9(009) COMP    VALUE ZEROS.
       77  WRK-HV-USUARIO              PIC  X(008)         VALUE SPACES.
       77  WRK-HV-ORIGEM-PARM          PIC  X(001)         VALUE SPACES.
       77  WRK-HV-IDENTIFICACAO        PIC  X(060)         VALUE SPACES.
       77  WRK-HV-OPCOES               PIC  X(250)         VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DA BRAD0560                           ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-AREA-BRAD0560.
           05 WRK-JOBNAME-0560         PIC  X(008)         VALUE SPACES.
           05 WRK-JOBNUMBER-0560       PIC  9(005)         VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DAS TABELAS                           ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

           EXEC SQL
                INCLUDE SQLCA
           END-EXEC.

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*

       COPY I#BUPV51.

      *================================================================*
       PROCEDURE                       DIVISION     USING
                                       BU51-INTERFACE.
      *================================================================*

      *----------------------------------------------------------------*
       0000-ROTINA-PRINCIPAL           SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO   BU51-CODIGO-RETORNO.

           PERFORM 1000-EXIBIR-PARAMETROS.

           PERFORM 2000-REGISTRAR-LOG.

           GOBACK.

      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1000-EXIBIR-PARAMETROS          SECTION.
      *----------------------------------------------------------------*

           DISPLAY 'BUPVM130 - PARAMETROS EFETIVOS DA ' BU51-PROGRAMA
                   ' - CENTRO ' BU51-CCTRO-CUSTO
                   ' - ORIGEM ' BU51-ORIGEM-PARM.
           DISPLAY 'BUPVM130 - IDENTIFICACAO: ' BU51-IDENTIFICACAO.
           DISPLAY 'BUPVM130 - OPCOES.......: ' BU51-OPCOES.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-REGISTRAR-LOG              SECTION.
      *----------------------------------------------------------------*

           CALL 'BRAD0560'             USING WRK-JOBNAME-0560
                                             WRK-JOBNUMBER-0560.

           MOVE BU51-PROGRAMA          TO   WRK-HV-PROGRAMA.
           MOVE BU51-CCTRO-CUSTO       TO   WRK-HV-CCTRO.
           MOVE WRK-JOBNAME-0560       TO   WRK-HV-JOB.
           MOVE WRK-JOBNUMBER-0560     TO   WRK-HV-NJOB.
           MOVE BU51-ORIGEM-PARM       TO   WRK-HV-ORIGEM-PARM.
           MOVE BU51-IDENTIFICACAO     TO   WRK-HV-IDENTIFICACAO.
           MOVE BU51-OPCOES            TO   WRK-HV-OPCOES.

      *--- USUARIO DA EXECUCAO (ID DE AUTORIZACAO DO JOB NO DB2).
           EXEC SQL
               SET :WRK-HV-USUARIO = USER
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              PERFORM 9000-FALHA-TOLERADA
              GO TO 2000-99-FIM
           END-IF.

           EXEC SQL
               INSERT INTO DB2PRD.TCTRL_LOG_PARM
                      (CPROGRAMA,
                       CCTRO_CUSTO,
                       DTHR_EXECUCAO,
                       CJOB,
                       NJOB,
                       CUSUAR,
                       CORIGEM_PARM,
                       IDENTIFICACAO,
                       OPCOES)
               VALUES (:WRK-HV-PROGRAMA,
                       :WRK-HV-CCTRO,
                       CURRENT TIMESTAMP,
                       :WRK-HV-JOB,
                       :WRK-HV-NJOB,
                       :WRK-HV-USUARIO,
                       :WRK-HV-ORIGEM-PARM,
                       :WRK-HV-IDENTIFICACAO,
                       :WRK-HV-OPCOES)
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              PERFORM 9000-FALHA-TOLERADA
           END-IF.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9000-FALHA-TOLERADA             SECTION.
      *----------------------------------------------------------------*

      *--- O LOG DE PARAMETROS E AUDITORIA - FALHA E EXIBIDA E
      *--- DEVOLVIDA AO CHAMADOR, QUE SEGUE O PROCESSAMENTO. OS
      *--- PARAMETROS JA FICARAM NO SYSOUT (VER 1000).
           DISPLAY 'BUPVM130 - FALHA NO LOG DE PARAMETROS DA '
                   BU51-PROGRAMA ' - SQLCODE ' SQLCODE.
           DISPLAY 'BUPVM130 - O PROCESSAMENTO DO CHAMADOR NAO FOI '
                   'INTERROMPIDO'.

           MOVE 01                     TO   BU51-CODIGO-RETORNO.

      *----------------------------------------------------------------*
       9000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
