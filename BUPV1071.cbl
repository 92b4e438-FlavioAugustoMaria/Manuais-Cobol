      *                   A ELIMINACAO DO ORIGINAL CONTINUA SENDO      *
      *                   DECISAO DA JCL/OPERACAO, CONDICIONADA A      *
      *                   CERTIFICACAO LIMPA DESTE STEP.               *
      *                   COMMIT/RESTART PELA CKRS0100 (PLANO          *
      *                   BUPV1071): CHECKPOINT APOS CADA DATASET      *
      *                   CATALOGADO. O RESTART RECOMECA NO DATASET    *
      *                   SEGUINTE AO ULTIMO CATALOGADO (O DATASET     *
      *                   INTERROMPIDO E REFEITO DO ZERO) E RETOMA OS  *
      *                   TOTAIS E A DATA DE CATALOGACAO DA EXECUCAO   *
      *                   INTERROMPIDA (AREA I#BUPV92).                *
      *----------------------------------------------------------------*
      *    COND CODES..:  0000 - TODOS COMPRIMIDOS E CERTIFICADOS      *
      *                   0008 - HOUVE CERTIFICACAO COM DIVERGENCIA    *
      *                   0012 - ERRO DE ALOCACAO/ARQUIVO              *
      *                   0016 - ERRO DB2 OU NA CHAMADA A CKRS0100     *
      *----------------------------------------------------------------*
      *    BCO DE DADOS:                                               *
      *                DB2PRD.TCTRL_COMPR_DSN   (LISTA DE DATASETS)    *
      *                                       ALOCADO PELA OPERACAO)   *
      *                RELATO            O    RELATORIO FBA 133        *
      *----------------------------------------------------------------*
      *    BOOK'S......:                                               *
      *    I#CKRS01 - AREA DE CONTROLE DE COMMIT/RESTART               *
      *    I#BUPV92 - LAYOUT DA AREA DE RESTART (COMPARTILHADO COM     *
      *                CKRS0200/CKRS0300)                              *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    BPXWDYN  - ALOCACAO DINAMICA                                *
      *    CKRS1000 - CONEXAO COM O DB2                                *
      *    CKRS0100 - TRATAMENTO DE COMMIT/RESTART                     *
      *================================================================*

      *================================================================*

       77  WRK-COND-CODE               PIC  9(004)         VALUE ZEROS.

       77  WRK-MODULO                  PIC  X(008)         VALUE SPACES.

       77  WRK-SW-RESTART              PIC  X(001)         VALUE 'N'.
           88 WRK-EXECUCAO-RESTART                         VALUE 'S'.
           88 WRK-EXECUCAO-NORMAL                          VALUE 'N'.

       77  WRK-TAM-SAI                 PIC  9(005) COMP    VALUE ZEROS.

       77  WRK-FS-ENTRA                PIC  X(002)         VALUE SPACES.
                                                           VALUE ZEROS.
           05 FILLER                   PIC  X(085)         VALUE SPACES.

       01  WRK-CMP-RESTART.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 FILLER                   PIC  X(050)         VALUE
              'EXECUCAO RETOMADA (RESTART) APOS O DATASET        '.
           05 WRK-CMR-DSN              PIC  X(044)         VALUE SPACES.
           05 FILLER                   PIC  X(038)         VALUE SPACES.

       01  WRK-CMP-BRANCO              PIC  X(133)         VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
                INCLUDE SQLCA
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE CONTROLE DE COMMIT/RESTART         ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       COPY I#CKRS01.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA UTILIZADA PELO MODULO RESTART         ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       COPY I#BUPV92.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** FIM DA WORKING-STORAGE SECTION             ***'.
       1000-INICIALIZAR                SECTION.
      *----------------------------------------------------------------*

           PERFORM 1300-INICIALIZAR-CKRS.

           OPEN OUTPUT RELATO.

              DELIMITED BY SIZE        INTO WRK-HORA-CATALOGO
           END-STRING.

      *--- NO RESTART O CATALOGO CONTINUA COM A DATA/HORA DA EXECUCAO
      *--- INTERROMPIDA.
           IF WRK-EXECUCAO-RESTART
              MOVE WRK-RK-DATA-CATALOGO
                                       TO   WRK-DATA-CATALOGO
              MOVE WRK-RK-HORA-CATALOGO
                                       TO   WRK-HORA-CATALOGO
           ELSE
              MOVE WRK-DATA-CATALOGO   TO   WRK-RK-DATA-CATALOGO
              MOVE WRK-HORA-CATALOGO   TO   WRK-RK-HORA-CATALOGO
           END-IF.

           PERFORM 1100-IMPRIMIR-CABECALHO.

           IF WRK-EXECUCAO-RESTART
              MOVE WRK-RK-ULT-DSN      TO   WRK-CMR-DSN
              MOVE WRK-CMP-RESTART     TO   WRK-LINHA-IMPRIMIR
              PERFORM 1200-IMPRIMIR-LINHA
           END-IF.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
       1200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1300-INICIALIZAR-CKRS           SECTION.
      *----------------------------------------------------------------*

           CALL 'CKRS1000'.

           INITIALIZE CKRS01-INTERFACE
                      WRK-AREA-RESTART-CMP.

      *--- MOVER 'I' PARA CK01-FUNCAO
           SET CK01-INICIALIZAR        TO   TRUE.

           MOVE WRK-PGM                TO   CK01-PLAN.
           MOVE 'DB2'                  TO   CK01-ID-DB2.
           MOVE WRK-AREA-RESTART-CMP   TO   CK01-AREA-RESTART.
           MOVE LENGTH                 OF   WRK-AREA-RESTART-CMP
                                       TO   CK01-TAM-AREA-RESTART.

           PERFORM 1310-CHAMAR-CKRS.

           IF CK01-RESTART
              MOVE CK01-AREA-RESTART(1:CK01-TAM-AREA-RESTART)
                                       TO   WRK-AREA-RESTART-CMP
              SET WRK-EXECUCAO-RESTART TO   TRUE
              MOVE WRK-RK-DATASETS     TO   ACU-DATASETS
              MOVE WRK-RK-CERTIFICADOS TO   ACU-CERTIFICADOS
              MOVE WRK-RK-DIVERGENTES  TO   ACU-DIVERGENTES
              MOVE WRK-RK-GER-BYTES-ENTRA
                                       TO   ACU-GER-BYTES-ENTRA
              MOVE WRK-RK-GER-BYTES-SAI
                                       TO   ACU-GER-BYTES-SAI
              MOVE WRK-RK-COND-CODE    TO   WRK-COND-CODE
              DISPLAY 'BUPV1071 - RESTART - RETOMANDO APOS O DATASET '
                      WRK-RK-ULT-DSN
           END-IF.

      *----------------------------------------------------------------*
       1300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1310-CHAMAR-CKRS                SECTION.
      *----------------------------------------------------------------*

           MOVE 'CKRS0100'             TO    WRK-MODULO.

           CALL WRK-MODULO             USING CKRS01-INTERFACE.

           IF CK01-CODIGO-RETORNO      NOT EQUAL ZEROS
              DISPLAY 'BUPV1071 - ERRO NA CHAMADA AO CKRS0100 - '
                      'RETORNO ' CK01-CODIGO-RETORNO
              MOVE 16                  TO   RETURN-CODE
              STOP RUN
           END-IF.

      *----------------------------------------------------------------*
       1310-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-PROCESSAR-LISTA            SECTION.
      *----------------------------------------------------------------*

      *--- WITH HOLD: O CURSOR ATRAVESSA OS COMMITS DOS CHECKPOINTS.
      *--- NO RESTART COMECA APOS O ULTIMO DATASET CATALOGADO (NA
      *--- EXECUCAO NORMAL WRK-RK-ULT-DSN E BRANCOS - TODOS ENTRAM).
           EXEC SQL
               DECLARE CURS-DSNS CURSOR WITH HOLD FOR
               SELECT  DSN_ENTRADA,
                       DSN_SAIDA,
                       LRECL_ORIGINAL,
                       CLASSE_RETENCAO
               FROM    DB2PRD.TCTRL_COMPR_DSN
               WHERE   ATIVO           =   'S'
               AND     DSN_ENTRADA     >   :WRK-RK-ULT-DSN
               ORDER BY DSN_ENTRADA
           END-EXEC.

           MOVE 'SAI'                  TO   WRK-DYN-DDNAME.
           PERFORM 8100-EXECUTAR-FREE.

           PERFORM 2900-FUNCAO-CHECKPOINT.

      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
       2600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2900-FUNCAO-CHECKPOINT          SECTION.
      *----------------------------------------------------------------*

      *--- CADA DATASET E UMA UNIDADE (COMPRESSAO E CERTIFICACAO SAO
      *--- LONGAS): COMMIT DA LINHA DO CATALOGO COM A POSICAO DO CURSOR
      *--- E OS TOTAIS.
           MOVE WRK-DSN-ENTRADA        TO   WRK-RK-ULT-DSN.
           MOVE ACU-DATASETS           TO   WRK-RK-DATASETS.
           MOVE ACU-CERTIFICADOS       TO   WRK-RK-CERTIFICADOS.
           MOVE ACU-DIVERGENTES        TO   WRK-RK-DIVERGENTES.
           MOVE ACU-GER-BYTES-ENTRA    TO   WRK-RK-GER-BYTES-ENTRA.
           MOVE ACU-GER-BYTES-SAI      TO   WRK-RK-GER-BYTES-SAI.
           MOVE WRK-COND-CODE          TO   WRK-RK-COND-CODE.

           INITIALIZE CKRS01-INTERFACE.

           SET CK01-CHECKPOINT         TO   TRUE.

           MOVE WRK-PGM                TO   CK01-PLAN.
           MOVE 'DB2'                  TO   CK01-ID-DB2.

           MOVE WRK-AREA-RESTART-CMP   TO   CK01-AREA-RESTART.
           MOVE LENGTH                 OF   WRK-AREA-RESTART-CMP
                                       TO   CK01-TAM-AREA-RESTART.

           PERFORM 1310-CHAMAR-CKRS.

      *----------------------------------------------------------------*
       2900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-CMP-TOTAL          TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

      *--- O 'F' DO CKRS0100 FAZ O COMMIT FINAL E LIMPA O RESTART.
           PERFORM 4100-FINALIZAR-CKRS.

           CLOSE RELATO.

           MOVE WRK-COND-CODE          TO   RETURN-CODE.
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4100-FINALIZAR-CKRS             SECTION.
      *----------------------------------------------------------------*

           INITIALIZE CKRS01-INTERFACE.

           SET CK01-FINALIZAR          TO   TRUE.

           MOVE WRK-PGM                TO   CK01-PLAN.
           MOVE 'DB2'                  TO   CK01-ID-DB2.

           PERFORM 1310-CHAMAR-CKRS.

      *----------------------------------------------------------------*
       4100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       8000-EXECUTAR-ALLOC             SECTION.
      *----------------------------------------------------------------*
