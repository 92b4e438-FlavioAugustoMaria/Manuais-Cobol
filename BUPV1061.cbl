      *                   SUBSTITUI O GREP MANUAL EM VARIOS DIAS DE    *
      *                   SARQAPOR/SARQCCOR/SARQCREJ/SARQCRIT/         *
      *                   SARQDUPL/SARQDIVE.                           *
      *                   O RELATO COSTUMA SER ANEXADO A CHAMADOS: COM *
      *                   MASCARAMENTO NA PARM, O CABECALHO SAI COM    *
      *                   BALCAO/CONTA MASCARADOS E A COLUNA CONTA DE  *
      *                   CADA LINHA SAI MASCARADA ('M') OU COM O      *
      *                   TOKEN PSEUDONIMO DA CONTA ('T' - BUPVM120).  *
      *----------------------------------------------------------------*
      *    COND CODES..:  0000 - TRAJETORIA ENCONTRADA                 *
      *                   0004 - NENHUMA LINHA PARA OS FILTROS         *
      *    BOOK'S......:                                               *
      *    I#BRAD7C - AREA PARA TRATAMENTO DE ERRO PELA BRAD7100       *
      *    I#BUPV00 - AREA DE COMUNICACAO                              *
      *    I#BUPV4F - INTERFACE DO MASCARAMENTO DE CONTA               *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    BRAD7100 - AREA PARA TRATAMENTO DE ERRO PELA BRAD7100       *
      *    BRAD7600 - DATA E HORA ATUAL                                *
      *    BRAD0560 - OBTEM INFORMACOES DO JOB                         *
      *    BUPVM100 - GRAVAR LOG DE ERRO                               *
      *    BUPVM120 - MASCARAMENTO/TOKEN DE CONTA                      *
      *    CKRS1000 - CONEXAO COM O DB2                                *
      *----------------------------------------------------------------*
      *    PARM........:  PARM='BBBBB,PP,SS,CCCCCC[,X]'                *
      *                   BBBBB  = BALCAO (OBRIGATORIO)                *
      *                   PP     = PRODUTO  ('**' = TODOS)             *
      *                   SS     = SUBPROD  ('**' = TODOS)             *
      *                   CCCCCC = CONTA (OBRIGATORIO)                 *
      *                   X      = MASCARAMENTO (OPCIONAL)             *
      *                            M = CONTA MASCARADA                 *
      *                            T = TOKEN PSEUDONIMO DA CONTA       *
      *================================================================*

      *================================================================*
       77  WRK-FILTRO-SUBPROD          PIC  X(002)         VALUE '**'.
       77  WRK-FILTRO-CONTA            PIC  X(006)         VALUE SPACES.

      *--- MASCARAMENTO DA CONTA NO RELATO (BRANCO = CONTA ABERTA,
      *--- USO INTERNO DA AREA DE OPERACOES).
       77  WRK-MASCARAMENTO            PIC  X(001)         VALUE SPACE.
           88 WRK-SEM-MASCARA                              VALUE SPACE.
           88 WRK-MASCARA-VALIDA                           VALUES
              SPACE 'M' 'T'.

       77  WRK-COND-CODE               PIC  9(004)         VALUE ZEROS.

       01  WRK-SQLCODE-S9-9            PIC S9(009)         VALUE ZEROS.
           05 FILLER                   PIC  X(008)         VALUE
              '  HORA: '.
           05 WRK-TRJ-HORA             PIC  X(008)         VALUE SPACES.
           05 FILLER                   PIC  X(008)         VALUE
              '  MASC: '.
           05 WRK-TRJ-MASCARA          PIC  X(001)         VALUE SPACE.
           05 FILLER                   PIC  X(035)         VALUE SPACES.

       01  WRK-TRJ-CAB3.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
              'DESTINO       RECICLO  PROD  SUB  DIG  MOV    MOTI'.
           05 FILLER                   PIC  X(003)         VALUE
              'VOS'.
           05 FILLER                   PIC  X(013)         VALUE SPACES.
           05 FILLER                   PIC  X(012)         VALUE
              'CONTA'.
           05 FILLER                   PIC  X(004)         VALUE SPACES.

       01  WRK-TRJ-DET.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-TRD-ZMOVCTA          PIC  X(005)         VALUE SPACES.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-TRD-MOTIVOS          PIC  X(018)         VALUE SPACES.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-TRD-CONTA.
              10 WRK-TRD-CTA-BALCAO    PIC  X(005)         VALUE SPACES.
              10 WRK-TRD-CTA-NUMERO    PIC  X(006)         VALUE SPACES.
              10 WRK-TRD-CTA-DIGITO    PIC  X(001)         VALUE SPACE.
           05 FILLER                   PIC  X(012)         VALUE SPACES.

       01  WRK-TRJ-TOTAL.
           05 FILLER                   PIC  X(001)         VALUE SPACE.

       COPY I#BUPV00.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** MASCARAMENTO DE CONTA (BUPVM120)           ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       COPY I#BUPV4F.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DAS TABELAS                           ***'.
                INCLUDE BUPVB025
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** LOG DE PARAMETROS DA EXECUCAO (BUPVM130)   ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       COPY I#BUPV51.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** FIM DA WORKING-STORAGE SECTION             ***'.
      *----------------------------------------------------------------*

      *--- AREA DE PARM DA EXEC. EX.: PARM='00123,01,02,123456'
      *---                          OU PARM='00123,01,02,123456,T'
       01  LK-PARM-AREA.
           05 LK-PARM-TAM              PIC  S9(004) COMP.
           05 LK-PARM-BALCAO           PIC  X(005).
           05 LK-PARM-SUBPROD          PIC  X(002).
           05 FILLER                   PIC  X(001).
           05 LK-PARM-CONTA            PIC  X(006).
           05 FILLER                   PIC  X(001).
           05 LK-PARM-MASCARA          PIC  X(001).

      *================================================================*
       PROCEDURE                       DIVISION     USING

           CALL 'CKRS1000'.

           PERFORM 1450-REGISTRAR-PARAMETROS.

           OPEN OUTPUT RELATO.

           SET WRK-ABERTURA            TO   TRUE.
           MOVE WRK-FILTRO-PRODUTO     TO   WRK-TRJ-PRODUTO.
           MOVE WRK-FILTRO-SUBPROD     TO   WRK-TRJ-SUBPROD.
           MOVE WRK-FILTRO-CONTA       TO   WRK-TRJ-CONTA.
           MOVE WRK-MASCARAMENTO       TO   WRK-TRJ-MASCARA.

      *--- COM MASCARAMENTO O CABECALHO TRAZ A CONSULTA SEMPRE NA
      *--- FORMA MASCARADA - O TOKEN (MODO 'T') VAI NA COLUNA CONTA
      *--- DE CADA LINHA, QUE TEM O DIGITO.
           IF NOT WRK-SEM-MASCARA
              MOVE 'M'                 TO   BU4F-MODO
              MOVE WRK-FILTRO-BALCAO   TO   BU4F-CBALCAO
              MOVE WRK-FILTRO-CONTA    TO   BU4F-CNUMECTA
              MOVE SPACE               TO   BU4F-CDIGICTA
              PERFORM 2300-MASCARAR-CONTA
              MOVE BU4F-CBALCAO        TO   WRK-TRJ-BALCAO
              MOVE BU4F-CNUMECTA       TO   WRK-TRJ-CONTA
           END-IF.

           PERFORM 1100-IMPRIMIR-CABECALHO.

              MOVE LK-PARM-CONTA       TO   WRK-FILTRO-CONTA
           END-IF.

           IF LK-PARM-TAM              GREATER   19
              MOVE LK-PARM-MASCARA     TO   WRK-MASCARAMENTO
           END-IF.

           IF NOT WRK-MASCARA-VALIDA
              DISPLAY '**************** BUPV1061 ****************'
              DISPLAY '*                                        *'
              DISPLAY '*   MASCARAMENTO INVALIDO NA PARM: '
                      WRK-MASCARAMENTO '     *'
              DISPLAY '*   M = MASCARA   T = TOKEN              *'
              DISPLAY '*                                        *'
              DISPLAY '**************** BUPV1061 ****************'
              MOVE 12                  TO   RETURN-CODE
              STOP RUN
           END-IF.

           IF WRK-FILTRO-BALCAO        EQUAL     SPACES
              OR WRK-FILTRO-CONTA      EQUAL     SPACES
              DISPLAY '**************** BUPV1061 ****************'
       1400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1450-REGISTRAR-PARAMETROS       SECTION.
      *----------------------------------------------------------------*

      *--- PARAMETROS EFETIVOS (JA COM OS DEFAULTS) NO LOG COMUM DA
      *--- CADEIA VIA BUPVM130 (VER I#BUPV51). FALHA DE REGISTRO E
      *--- TOLERADA PELO PROPRIO BUPVM130.
      *--- A CONTA CONSULTADA NAO VAI PARA O LOG - SO O BALCAO E O
      *--- PRODUTO/SUBPRODUTO IDENTIFICAM A CONSULTA.
           INITIALIZE BU51-INTERFACE.

           MOVE WRK-PGM                TO   BU51-PROGRAMA.

           MOVE '****'                 TO   BU51-CCTRO-CUSTO.

           SET BU51-PARM-INFORMADA     TO   TRUE.

           STRING 'BALCAO='            WRK-FILTRO-BALCAO
                  ';PRODUTO='          WRK-FILTRO-PRODUTO
                  ';SUBPROD='          WRK-FILTRO-SUBPROD
              DELIMITED BY SIZE        INTO BU51-IDENTIFICACAO
           END-STRING.

           STRING 'MASCARA='           WRK-MASCARAMENTO
              DELIMITED BY SIZE        INTO BU51-OPCOES
           END-STRING.

           CALL 'BUPVM130'             USING BU51-INTERFACE.

      *----------------------------------------------------------------*
       1450-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-LISTAR-TRAJETORIA          SECTION.
      *----------------------------------------------------------------*
                                       TO   WRK-TRD-ZMOVCTA.
           MOVE MOTIVOS-CRITICA   OF BUPVB025
                                       TO   WRK-TRD-MOTIVOS.
           MOVE CBALCAO           OF BUPVB025
                                       TO   WRK-TRD-CTA-BALCAO.
           MOVE CNUMECTA          OF BUPVB025
                                       TO   WRK-TRD-CTA-NUMERO.
           MOVE CDIGICTA          OF BUPVB025
                                       TO   WRK-TRD-CTA-DIGITO.

           IF NOT WRK-SEM-MASCARA
              MOVE WRK-MASCARAMENTO    TO   BU4F-MODO
              MOVE WRK-TRD-CTA-BALCAO  TO   BU4F-CBALCAO
              MOVE WRK-TRD-CTA-NUMERO  TO   BU4F-CNUMECTA
              MOVE WRK-TRD-CTA-DIGITO  TO   BU4F-CDIGICTA
              PERFORM 2300-MASCARAR-CONTA
              MOVE BU4F-CBALCAO        TO   WRK-TRD-CTA-BALCAO
              MOVE BU4F-CNUMECTA       TO   WRK-TRD-CTA-NUMERO
              MOVE BU4F-CDIGICTA       TO   WRK-TRD-CTA-DIGITO
                                            WRK-TRD-DIGITO
           END-IF.

           MOVE WRK-TRJ-DET            TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2300-MASCARAR-CONTA             SECTION.
      *----------------------------------------------------------------*

      *--- BUPVM120 (VER I#BUPV4F) - O CHAMADOR JA ARMOU MODO E CONTA.
      *--- FALHA DO TOKEN E TOLERADA PELO MODULO, QUE DEVOLVE A CONTA
      *--- MASCARADA.
           MOVE WRK-PGM                TO   BU4F-PROGRAMA.

           CALL 'BUPVM120'             USING BU4F-INTERFACE.

      *----------------------------------------------------------------*
       2300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2900-ERRO-SQL-HIST              SECTION.
      *----------------------------------------------------------------*
