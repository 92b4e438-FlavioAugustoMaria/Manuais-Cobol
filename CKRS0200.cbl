      *                   JOB OU ALTERAR O CHECKPOINT EXISTENTE - ESTE *
      *                   PROGRAMA NUNCA CHAMA CKRS0100 COM FUNCAO 'C' *
      *                   (CHECKPOINT) NEM 'F' (FINALIZAR).            *
      *                   A AREA DE RESTART E EXIBIDA NO LAYOUT DO     *
      *                   PLANO CONSULTADO: BUPV1059 (I#BUPV94),       *
      *                   BUPV1062 (I#BUPV93), BUPV1064 (I#BUPV95),    *
      *                   BUPV1071 (I#BUPV92), BUPV1076 (I#BUPV96) E,  *
      *                   PARA OS DEMAIS PLANOS, O LAYOUT DO           *
      *                   BATIMENTO BUPV105X (I#BUPV97).               *
      *----------------------------------------------------------------*
      *    BCO DE DADOS:  NENHUM ACESSO DIRETO - A LEITURA DA TABELA   *
      *                   DE CONTROLE DE RESTART E FEITA PELA CKRS0100 *
      *    I#CKRS01 - AREA DE CONTROLE DE COMMIT/RESTART               *
      *    I#BUPV97 - LAYOUT DA AREA DE RESTART (COMPARTILHADO COM     *
      *                BUPV1054)                                       *
      *    I#BUPV96 - AREA DE RESTART DA BUPV1076                      *
      *    I#BUPV95 - AREA DE RESTART DA BUPV1064                      *
      *    I#BUPV94 - AREA DE RESTART DA BUPV1059                      *
      *    I#BUPV93 - AREA DE RESTART DA BUPV1062                      *
      *    I#BUPV92 - AREA DE RESTART DA BUPV1071                      *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    CKRS1000 - CONEXAO COM O DB2                                *

       COPY I#BUPV97.

       COPY I#BUPV96.

       COPY I#BUPV95.

       COPY I#BUPV94.

       COPY I#BUPV93.

       COPY I#BUPV92.

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*

           INITIALIZE CKRS01-INTERFACE
                      WRK-AREA-RESTART
                      WRK-AREA-RESTART-RET
                      WRK-AREA-RESTART-EXC
                      WRK-AREA-RESTART-CNS
                      WRK-AREA-RESTART-NCF
                      WRK-AREA-RESTART-CMP.

      *--- MOVER 'I' PARA CK01-FUNCAO - SOMENTE LEITURA DO ULTIMO
      *--- CHECKPOINT. ESTA ROTINA NUNCA CHAMA CKRS0100 COM 'C'

           MOVE WRK-PLANO-CONSULTA     TO   CK01-PLAN.
           MOVE WRK-ID-DB2-CONSULTA    TO   CK01-ID-DB2.

      *--- CADA PLANO GRAVA A SUA PROPRIA AREA - O TAMANHO INFORMADO
      *--- E O DO LAYOUT DO PLANO CONSULTADO.
           EVALUATE WRK-PLANO-CONSULTA
              WHEN 'BUPV1059'
                   MOVE WRK-AREA-RESTART-CNS
                                       TO   CK01-AREA-RESTART
                   MOVE LENGTH         OF   WRK-AREA-RESTART-CNS
                                       TO   CK01-TAM-AREA-RESTART
              WHEN 'BUPV1062'
                   MOVE WRK-AREA-RESTART-NCF
                                       TO   CK01-AREA-RESTART
                   MOVE LENGTH         OF   WRK-AREA-RESTART-NCF
                                       TO   CK01-TAM-AREA-RESTART
              WHEN 'BUPV1064'
                   MOVE WRK-AREA-RESTART-EXC
                                       TO   CK01-AREA-RESTART
                   MOVE LENGTH         OF   WRK-AREA-RESTART-EXC
                                       TO   CK01-TAM-AREA-RESTART
              WHEN 'BUPV1071'
                   MOVE WRK-AREA-RESTART-CMP
                                       TO   CK01-AREA-RESTART
                   MOVE LENGTH         OF   WRK-AREA-RESTART-CMP
                                       TO   CK01-TAM-AREA-RESTART
              WHEN 'BUPV1076'
                   MOVE WRK-AREA-RESTART-RET
                                       TO   CK01-AREA-RESTART
                   MOVE LENGTH         OF   WRK-AREA-RESTART-RET
                                       TO   CK01-TAM-AREA-RESTART
              WHEN OTHER
                   MOVE WRK-AREA-RESTART
                                       TO   CK01-AREA-RESTART
                   MOVE LENGTH         OF   WRK-AREA-RESTART
                                       TO   CK01-TAM-AREA-RESTART
           END-EVALUATE.

           PERFORM 2100-CHAMAR-CKRS0100.

           IF CK01-RESTART
              PERFORM 2200-CARREGAR-AREA
           END-IF.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2200-CARREGAR-AREA              SECTION.
      *----------------------------------------------------------------*

           EVALUATE WRK-PLANO-CONSULTA
              WHEN 'BUPV1059'
                   MOVE CK01-AREA-RESTART(1:CK01-TAM-AREA-RESTART)
                                       TO   WRK-AREA-RESTART-CNS
              WHEN 'BUPV1062'
                   MOVE CK01-AREA-RESTART(1:CK01-TAM-AREA-RESTART)
                                       TO   WRK-AREA-RESTART-NCF
              WHEN 'BUPV1064'
                   MOVE CK01-AREA-RESTART(1:CK01-TAM-AREA-RESTART)
                                       TO   WRK-AREA-RESTART-EXC
              WHEN 'BUPV1071'
                   MOVE CK01-AREA-RESTART(1:CK01-TAM-AREA-RESTART)
                                       TO   WRK-AREA-RESTART-CMP
              WHEN 'BUPV1076'
                   MOVE CK01-AREA-RESTART(1:CK01-TAM-AREA-RESTART)
                                       TO   WRK-AREA-RESTART-RET
              WHEN OTHER
                   MOVE CK01-AREA-RESTART(1:CK01-TAM-AREA-RESTART)
                                       TO   WRK-AREA-RESTART
           END-EVALUATE.

      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-EXIBIR-RESTART             SECTION.
      *----------------------------------------------------------------*
              DISPLAY '* ID-DB2............: ' WRK-ID-DB2-CONSULTA
                      '                *'
              DISPLAY '*                                            *'
              EVALUATE WRK-PLANO-CONSULTA
                 WHEN 'BUPV1059'
                      PERFORM 3300-EXIBIR-AREA-CONSOLIDACAO
                 WHEN 'BUPV1062'
                      PERFORM 3400-EXIBIR-AREA-CONFIRMACAO
                 WHEN 'BUPV1064'
                      PERFORM 3200-EXIBIR-AREA-EXCECOES
                 WHEN 'BUPV1071'
                      PERFORM 3500-EXIBIR-AREA-COMPRESSAO
                 WHEN 'BUPV1076'
                      PERFORM 3600-EXIBIR-AREA-RETENCAO
                 WHEN OTHER
                      PERFORM 3100-EXIBIR-AREA-BATIMENTO
              END-EVALUATE
              DISPLAY '*                                            *'
              DISPLAY '***************** CKRS0200 ******************'
           ELSE
      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3100-EXIBIR-AREA-BATIMENTO      SECTION.
      *----------------------------------------------------------------*

      *--- PLANOS DO BATIMENTO BUPV105X (I#BUPV97).
           DISPLAY '* LIDOS-EARQAPOR....= ' WRK-AR-LDS-EARQAPOR
                   '            *'.
           DISPLAY '* LIDOS-EARQCCOR....= ' WRK-AR-LDS-EARQCCOR
                   '            *'.
           DISPLAY '* GRAVADOS-SARQAPOR.= ' WRK-AR-GRAV-SARQAPOR
                   '            *'.
           DISPLAY '* DESPREZA-EARQAPOR.= ' WRK-AR-DESP-EARQAPOR
                   '            *'.
           DISPLAY '* DESPREZA-EARQCCOR.= ' WRK-AR-DESP-EARQCCOR
                   '            *'.
           DISPLAY '* DESPREZA-SEQUENCIA= ' WRK-AR-DESP-SEQUENCIA
                   '            *'.
           DISPLAY '*                                            *'.
           DISPLAY '* CHAVE-APORTE..........: ' WRK-AR-CHV-APORTE
                   ' *'.
           DISPLAY '* CHAVE-APORTE-ANTERIOR.: '
                   WRK-AR-CHV-APORTE-ANT                        ' *'.
           DISPLAY '* CHAVE-CCORRASS........: '
                   WRK-AR-CHV-CCORRASS                          ' *'.
           DISPLAY '* CHAVE-CCORRASS-ANTERIOR: '
                   WRK-AR-CHV-CCORRASS-ANT                     '*'.

      *----------------------------------------------------------------*
       3100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3200-EXIBIR-AREA-EXCECOES       SECTION.
      *----------------------------------------------------------------*

      *--- PLANO BUPV1064 - CARGA DO CADASTRO DE EXCECOES (I#BUPV95).
           DISPLAY '* CENTRO............= ' WRK-RE-CENTRO
                   '                   *'.
           DISPLAY '* DATA-EXECUCAO.....= ' WRK-RE-DATA-HOJE
                   '             *'.
           DISPLAY '* LIDOS-EARQCREJ....= ' WRK-RE-LIDOS-CREJ
                   '              *'.
           DISPLAY '* LIDOS-EARQDUPL....= ' WRK-RE-LIDOS-DUPL
                   '              *'.
           DISPLAY '* LIDOS-EARQDIVE....= ' WRK-RE-LIDOS-DIVE
                   '              *'.
           DISPLAY '* INCLUIDAS.........= ' WRK-RE-INCLUIDAS
                   '              *'.
           DISPLAY '* JA-CADASTRADAS....= ' WRK-RE-JA-CADASTRADAS
                   '              *'.

      *----------------------------------------------------------------*
       3200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3300-EXIBIR-AREA-CONSOLIDACAO   SECTION.
      *----------------------------------------------------------------*

      *--- PLANO BUPV1059 - CONSOLIDACAO DAS PARTICOES (I#BUPV94).
           DISPLAY '* CENTRO............= ' WRK-RC-CENTRO
                   '                   *'.
           DISPLAY '* PERIODO...........= ' WRK-RC-CPERDC-PROCM
                   '                     *'.
           DISPLAY '* SEQUENCIA.........= ' WRK-RC-NSEQ-PROCM
                   '                *'.
           DISPLAY '* FASE (C=COMITADA).= ' WRK-RC-FASE
                   '                      *'.
           DISPLAY '* PARTICOES.........= ' WRK-RC-PARTICOES
                   '                  *'.
           DISPLAY '* LIDOS-EARQAPOR....= ' WRK-RC-LIDOS-EARQAPOR
                   '              *'.
           DISPLAY '* GRAVADOS-SARQAPOR.= ' WRK-RC-GRAVADOS-SARQAPOR
                   '              *'.
           DISPLAY '* LIDOS-EARQCCOR....= ' WRK-RC-LIDOS-EARQCCOR
                   '              *'.
           DISPLAY '* JOB...............= ' WRK-RC-JOBNAME
                   '               *'.
           DISPLAY '* NUMERO DO JOB.....= ' WRK-RC-JOBNUMBER
                   '                  *'.
           DISPLAY '* DATA-PROCESSAMENTO= ' WRK-RC-DATAPROC
                   '             *'.

      *----------------------------------------------------------------*
       3300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3400-EXIBIR-AREA-CONFIRMACAO    SECTION.
      *----------------------------------------------------------------*

      *--- PLANO BUPV1062 - CONFIRMACAO DO ALTAMIRA (I#BUPV93).
           DISPLAY '* CENTRO............= ' WRK-RN-CENTRO
                   '                   *'.
           DISPLAY '* PERIODO...........= ' WRK-RN-CPERDC-PROCM
                   '                     *'.
           DISPLAY '* SEQUENCIA.........= ' WRK-RN-NSEQ-PROCM
                   '                *'.
           DISPLAY '* LIDOS-SARQAPOR....= ' WRK-RN-LIDOS-SARQAPOR
                   '              *'.
           DISPLAY '* LIDOS-ERETALTA....= ' WRK-RN-LIDOS-ERETALTA
                   '              *'.
           DISPLAY '* CHAVE-ENVIADO.....= ' WRK-RN-CHV-ENVIADO
                   '  *'.
           DISPLAY '* CHAVE-RETORNO.....= ' WRK-RN-CHV-RETORNO
                   '  *'.
           DISPLAY '* GRAVADOS-SNAOCONF.= ' WRK-RN-GRAVADOS-SNAOCONF
                   '              *'.
           DISPLAY '* CONFIRMADOS.......= ' WRK-RN-CONFIRMADOS
                   '              *'.
           DISPLAY '* RECUSADOS.........= ' WRK-RN-RECUSADOS
                   '              *'.
           DISPLAY '* SEM-RETORNO.......= ' WRK-RN-SEM-RETORNO
                   '              *'.
           DISPLAY '* RETORNO-SEM-ENVIO.= ' WRK-RN-RETORNO-SEM-ENVIO
                   '              *'.
           DISPLAY '* COND-CODE.........= ' WRK-RN-COND-CODE
                   '                   *'.

      *----------------------------------------------------------------*
       3400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3500-EXIBIR-AREA-COMPRESSAO     SECTION.
      *----------------------------------------------------------------*

      *--- PLANO BUPV1071 - DRIVER DE COMPRESSAO (I#BUPV92).
           DISPLAY '* ULTIMO DATASET CATALOGADO:                 *'.
           DISPLAY '*' WRK-RK-ULT-DSN '*'.
           DISPLAY '* DATA-CATALOGO.....= ' WRK-RK-DATA-CATALOGO
                   '             *'.
           DISPLAY '* HORA-CATALOGO.....= ' WRK-RK-HORA-CATALOGO
                   '               *'.
           DISPLAY '* DATASETS..........= ' WRK-RK-DATASETS
                   '                  *'.
           DISPLAY '* CERTIFICADOS......= ' WRK-RK-CERTIFICADOS
                   '                  *'.
           DISPLAY '* DIVERGENTES.......= ' WRK-RK-DIVERGENTES
                   '                  *'.
           DISPLAY '* COND-CODE.........= ' WRK-RK-COND-CODE
                   '                   *'.

      *----------------------------------------------------------------*
       3500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3600-EXIBIR-AREA-RETENCAO       SECTION.
      *----------------------------------------------------------------*

      *--- PLANO BUPV1076 - RETENCAO/ARQUIVAMENTO (I#BUPV96).
           DISPLAY '* MODO (A/R)........= ' WRK-RR-MODO
                   '                      *'.
           DISPLAY '* DATA-BASE.........= ' WRK-RR-DATA-BASE
                   '             *'.
           DISPLAY '* TABELA............= ' WRK-RR-TABELA
                   '     *'.
           DISPLAY '* CONCLUIDA (S/N)...= ' WRK-RR-SW-CONCLUIDA
                   '                      *'.
           DISPLAY '* REGS-ARQUIVO......= ' WRK-RR-REGS-ARQUIVO
                   '              *'.
           DISPLAY '* TABELAS-TOTALIZ...= ' WRK-RR-QTD-TABELAS
                   '                   *'.

      *----------------------------------------------------------------*
       3600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
