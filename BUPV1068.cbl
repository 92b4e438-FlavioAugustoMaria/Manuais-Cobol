      *                   0004 - EARQAPOR VAZIO (NADA GERADO)          *
      *                   0012 - ERRO DE PARM/ARQUIVO/BALCAO           *
      *----------------------------------------------------------------*
      *    BCO DE DADOS:                                               *
      *                DB2PRD.TCTRL_LOG_PARM (SO O LOG DOS PARAMETROS  *
      *                DA EXECUCAO, VIA BUPVM130 - CONEXAO CKRS1000)   *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME           I/O           INCLUDE/BOOK     *
      *                EARQAPOR          I              I#BUPV35       *

       COPY I#BUPV35.

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

           OPEN INPUT  EARQAPOR
                OUTPUT SPARTDEF
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

           MOVE '****'                 TO   BU51-CCTRO-CUSTO.

           IF LK-PARM-TAM              GREATER   ZEROS
              SET BU51-PARM-INFORMADA  TO   TRUE
           ELSE
              SET BU51-PARM-DEFAULT    TO   TRUE
           END-IF.

           STRING 'PARTICOES='         WRK-QTD-PARTICOES
              DELIMITED BY SIZE        INTO BU51-OPCOES
           END-STRING.

           CALL 'BUPVM130'             USING BU51-INTERFACE.

      *----------------------------------------------------------------*
       1450-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-MEDIR-VOLUME               SECTION.
      *----------------------------------------------------------------*
