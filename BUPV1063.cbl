      *                   0004 - SARQDIVE VAZIO (NADA GERADO)          *
      *                   0012 - ERRO DE PARM/ARQUIVO                  *
      *----------------------------------------------------------------*
      *    BCO DE DADOS:                                               *
      *                DB2PRD.TCTRL_LOG_PARM (SO O LOG DOS PARAMETROS  *
      *                DA EXECUCAO, VIA BUPVM130 - CONEXAO CKRS1000)   *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME           I/O           INCLUDE/BOOK     *
      *                EARQDIVE          I              I#BUPV47       *

       COPY I#BUPV4B.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** LOG DE PARAMETROS DA EXECUCAO (BUPVM130)   ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       COPY I#BUPV51.

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
              END-IF
           END-IF.

           PERFORM 1450-REGISTRAR-PARAMETROS.

           OPEN INPUT  EARQDIVE
                OUTPUT SCONTAB
                       RELATO.
       1200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1450-REGISTRAR-PARAMETROS       SECTION.
      *----------------------------------------------------------------*

      *--- O PROGRAMA NAO USA DB2 - A CONEXAO E SO PARA O LOG.
           CALL 'CKRS1000'.

      *--- PARAMETROS EFETIVOS (JA COM OS DEFAULTS) NO LOG COMUM DA
      *--- CADEIA VIA BUPVM130 (VER I#BUPV51). FALHA DE REGISTRO E
      *--- TOLERADA PELO PROPRIO BUPVM130.
           INITIALIZE BU51-INTERFACE.

           MOVE WRK-PGM                TO   BU51-PROGRAMA.

           MOVE WRK-CCTRO-CUSTO-ORIGE  TO   BU51-CCTRO-CUSTO.

           SET BU51-PARM-INFORMADA     TO   TRUE.

      *--- MATERIALIDADE EM CENTAVOS, COMO NA PARM.
           STRING 'MATERIALIDADE='     WRK-MATERIALIDADE(1:7)
              DELIMITED BY SIZE        INTO BU51-OPCOES
           END-STRING.

           CALL 'BUPVM130'             USING BU51-INTERFACE.

      *----------------------------------------------------------------*
       1450-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-GERAR-LANCAMENTOS          SECTION.
      *----------------------------------------------------------------*
