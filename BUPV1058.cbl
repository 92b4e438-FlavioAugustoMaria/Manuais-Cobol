       77  WRK-QTD-FAIXAS              PIC  9(001) COMP    VALUE ZEROS.
       77  WRK-IND-FAIXAS              PIC  9(001) COMP    VALUE ZEROS.
       77  WRK-PART-DESTINO            PIC  9(001) COMP    VALUE ZEROS.
       77  WRK-QTD-FAIXAS-LOG          PIC  9(001)         VALUE ZEROS.

       77  WRK-CARTAO                  PIC  X(080)         VALUE SPACES.


       COPY I#BUPV4C.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** LOG DE PARAMETROS DA EXECUCAO (BUPVM130)   ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       COPY I#BUPV51.

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                  TO   BU4C-QTD-REGISTROS.
           PERFORM 1300-REGISTRAR-PASSO.

           PERFORM 1450-REGISTRAR-PARAMETROS.

      *----------------------------------------------------------------*
       1200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
       1300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1450-REGISTRAR-PARAMETROS       SECTION.
      *----------------------------------------------------------------*

      *--- PARAMETROS EFETIVOS (JA COM OS DEFAULTS) NO LOG COMUM DA
      *--- CADEIA VIA BUPVM130 (VER I#BUPV51). FALHA DE REGISTRO E
      *--- TOLERADA PELO PROPRIO BUPVM130.
      *--- SO COM A CADEIA LIGADA (E A CONEXAO DB2 FEITA). A
      *--- QUANTIDADE DE PARTICOES VEM DOS CARTOES PARTDEF.
           INITIALIZE BU51-INTERFACE.

           MOVE WRK-PGM                TO   BU51-PROGRAMA.

           MOVE LK-PARM-CENTRO         TO   BU51-CCTRO-CUSTO.

           SET BU51-PARM-INFORMADA     TO   TRUE.

           STRING 'PERIODO='           LK-PARM-PERIODO
                  ';SEQUENCIA='        LK-PARM-SEQUENCIA
              DELIMITED BY SIZE        INTO BU51-IDENTIFICACAO
           END-STRING.

           MOVE WRK-QTD-FAIXAS         TO   WRK-QTD-FAIXAS-LOG.

           STRING 'PARTICOES='         WRK-QTD-FAIXAS-LOG
              DELIMITED BY SIZE        INTO BU51-OPCOES
           END-STRING.

           CALL 'BUPVM130'             USING BU51-INTERFACE.

      *----------------------------------------------------------------*
       1450-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-RECORTAR-APORTES           SECTION.
      *----------------------------------------------------------------*
