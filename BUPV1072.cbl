                INCLUDE SQLCA
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** LOG DE PARAMETROS DA EXECUCAO (BUPVM130)   ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       COPY I#BUPV51.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** FIM DA WORKING-STORAGE SECTION             ***'.

           CALL 'CKRS1000'.

           PERFORM 1450-REGISTRAR-PARAMETROS.

           OPEN OUTPUT RELATO.

           IF WRK-FS-RELATO            NOT EQUAL '00'
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

           STRING 'LIMITE='            WRK-LIMITE-HORARIO
                  ';PREVISTOS='        WRK-PASSOS-PREVISTOS
                  ';FILA='
                                       DELIMITED BY SIZE
                  WRK-FILA-ALERTA      DELIMITED BY SPACE
                                       INTO BU51-OPCOES
           END-STRING.

           CALL 'BUPVM130'             USING BU51-INTERFACE.

      *----------------------------------------------------------------*
       1450-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-LER-PASSOS                 SECTION.
      *----------------------------------------------------------------*
