                INCLUDE BUPVB024
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

           PERFORM 1200-OBTER-SEQUENCIA.

      *--- ABRE O PASSO DA CONFERENCIA NA CADEIA DO BATIMENTO (VER
                       QTD_CRITIC_CCORRASS,
                       QTD_DUPL_APORTE,
                       QTD_DUPL_CCORRASS,
                       QTD_DIVERGE_VALOR,
                       QTD_RETIDOS_APORTE
               INTO    :BUPVB024.QTD-LIDOS-APORTE,
                       :BUPVB024.QTD-LIDOS-CCORRASS,
                       :BUPVB024.QTD-GRAVADOS-APORTE,
                       :BUPVB024.QTD-CRITIC-CCORRASS,
                       :BUPVB024.QTD-DUPL-APORTE,
                       :BUPVB024.QTD-DUPL-CCORRASS,
                       :BUPVB024.QTD-DIVERGE-VALOR,
                       :BUPVB024.QTD-RETIDOS-APORTE
               FROM    DB2PRD.TCTRL_EXTRC_AUDIT
               WHERE   CPERDC_PROCM_SIST   =
                       :BUPVB023.CPERDC-PROCM-SIST
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

           IF LK-PARM-TAM              GREATER   ZEROS
              SET BU51-PARM-INFORMADA  TO   TRUE
           ELSE
              SET BU51-PARM-DEFAULT    TO   TRUE
           END-IF.

           STRING 'ENVELOPE='          WRK-MODO-ENVELOPE
              DELIMITED BY SIZE        INTO BU51-OPCOES
           END-STRING.

           CALL 'BUPVM130'             USING BU51-INTERFACE.

      *----------------------------------------------------------------*
       1450-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-CONTAR-SARQAPOR            SECTION.
      *----------------------------------------------------------------*

      *--- CONFERENCIA 2: ARITMETICA DO LADO APORTE - TODO REGISTRO
      *--- LIDO TEM QUE TER VIRADO GRAVACAO, BALANCE (SEM CCORRASS),
      *--- CRITICA DE CONTEUDO, FORA-DE-SEQUENCIA, DIVERGENCIA DE
      *--- VALOR (CASADO PELA CHAVE MAS DESVIADO PARA O SARQDIVE) OU
      *--- RETENCAO POR BLOQUEIO DA CONTA (DESVIADO PARA O SARQRETD).
           COMPUTE WRK-SOMA-CONFERE =
                   QTD-GRAVADOS-APORTE OF   BUPVB024
                 + QTD-DESPREZA-APORTE OF   BUPVB024
                 + QTD-CRITIC-APORTE   OF   BUPVB024
                 + QTD-DUPL-APORTE     OF   BUPVB024
                 + QTD-DIVERGE-VALOR   OF   BUPVB024
                 + QTD-RETIDOS-APORTE  OF   BUPVB024
                 + ACU-SEQ-APORTE.

           IF WRK-SOMA-CONFERE         NOT EQUAL
