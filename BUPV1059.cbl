      *                   SAO REUNIDAS POR SIMPLES CONCATENACAO DE     *
      *                   DD NO STEP SEGUINTE - A ORDEM DE CHAVES SE   *
      *                   PRESERVA.                                    *
      *                   COMMIT/RESTART PELA CKRS0100 (PLANO          *
      *                   BUPV1059): A AUDITORIA E O STATUS 99 SAO     *
      *                   COMITADOS COMO UM CHECKPOINT (AREA           *
      *                   I#BUPV94). O RESTART RELE O SARQTOT, CONFERE *
      *                   A EXTRACAO E OS TOTAIS COM OS JA GRAVADOS E  *
      *                   NAO REGRAVA A AUDITORIA - SO CONCLUI A       *
      *                   ESTATISTICA E O REGISTRO DO PASSO.           *
      *----------------------------------------------------------------*
      *    COND CODES..:  0000 - CONSOLIDACAO EFETUADA                 *
      *                   0012 - SARQTOT VAZIO OU COM EXTRACOES        *
      *                          MISTURADAS, OU RESTART PENDENTE QUE   *
      *                          NAO CONFERE COM O SARQTOT             *
      *----------------------------------------------------------------*
      *    BCO DE DADOS:                                               *
      *                TABLE                          INCLUDE/BOOK     *
      *                DDNAME           I/O           INCLUDE/BOOK     *
      *                SARQTOT           I              I#BUPV42       *
      *----------------------------------------------------------------*
      *    BOOK'S......:                                               *
      *    I#CKRS01 - AREA DE CONTROLE DE COMMIT/RESTART               *
      *    I#BUPV94 - LAYOUT DA AREA DE RESTART (COMPARTILHADO COM     *
      *                CKRS0200/CKRS0300)                              *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    BRAD7100 - AREA PARA TRATAMENTO DE ERRO PELA BRAD7100       *
      *    BRAD7600 - DATA E HORA ATUAL                                *
      *    BRAD0560 - OBTEM INFORMACOES DO JOB                         *
      *    BUPVM100 - GRAVAR LOG DE ERRO                               *
      *    CKRS1000 - CONEXAO COM O DB2                                *
      *    CKRS0100 - TRATAMENTO DE COMMIT/RESTART                     *
      *================================================================*

      *================================================================*
       77  ACU-DUPL-EARQAPOR           PIC  9(009) COMP-3  VALUE ZEROS.
       77  ACU-DUPL-EARQCCOR           PIC  9(009) COMP-3  VALUE ZEROS.
       77  ACU-DIVERGE-VALOR           PIC  9(009) COMP-3  VALUE ZEROS.
       77  ACU-RETIDOS-APORTE          PIC  9(009) COMP-3  VALUE ZEROS.

       77  WRK-FS-SARQTOT              PIC  X(002)         VALUE SPACES.


       77  WRK-CCTRO-CUSTO-ORIGE       PIC  X(004)         VALUE SPACES.

       77  WRK-SW-RESTART              PIC  X(001)         VALUE 'N'.
           88 WRK-EXECUCAO-RESTART                         VALUE 'S'.
           88 WRK-EXECUCAO-NORMAL                          VALUE 'N'.

       01  WRK-ERRO-MODULO.
           05 FILLER                   PIC  X(038)         VALUE
              'ERRO NA CHAMADA AO CKRS0100 - RETORNO '.
           05 WRK-COD-RETORNO          PIC  X(004)         VALUE SPACES.

       01  WRK-SQLCODE-S9-9            PIC S9(009)         VALUE ZEROS.
       01  FILLER                      REDEFINES WRK-SQLCODE-S9-9.
           05 FILLER                   PIC  X(006).

       COPY I#BUPV4C.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE CONTROLE DE COMMIT/RESTART         ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       COPY I#CKRS01.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA UTILIZADA PELO MODULO RESTART         ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       COPY I#BUPV94.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DAS TABELAS                           ***'.

           INITIALIZE BU00-REGISTRO.

           PERFORM 1100-INICIALIZAR-CKRS.

           OPEN INPUT SARQTOT.

       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1100-INICIALIZAR-CKRS           SECTION.
      *----------------------------------------------------------------*

           CALL 'CKRS1000'.

           INITIALIZE CKRS01-INTERFACE
                      WRK-AREA-RESTART-CNS.

      *--- MOVER 'I' PARA CK01-FUNCAO
           SET CK01-INICIALIZAR        TO   TRUE.

           MOVE WRK-PGM                TO   CK01-PLAN.
           MOVE 'DB2'                  TO   CK01-ID-DB2.
           MOVE WRK-AREA-RESTART-CNS   TO   CK01-AREA-RESTART.
           MOVE LENGTH                 OF   WRK-AREA-RESTART-CNS
                                       TO   CK01-TAM-AREA-RESTART.

           PERFORM 1110-CHAMAR-CKRS.

      *--- A EXTRACAO SO E CONHECIDA APOS A LEITURA DO SARQTOT - A
      *--- CONFERENCIA DO RESTART FICA EM 3100-CONFERIR-RESTART.
           IF CK01-RESTART
              MOVE CK01-AREA-RESTART(1:CK01-TAM-AREA-RESTART)
                                       TO   WRK-AREA-RESTART-CNS
              SET WRK-EXECUCAO-RESTART TO   TRUE
           END-IF.

      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1110-CHAMAR-CKRS                SECTION.
      *----------------------------------------------------------------*

           MOVE 'CKRS0100'             TO    WRK-MODULO.

           CALL WRK-MODULO             USING CKRS01-INTERFACE.

           IF CK01-CODIGO-RETORNO      NOT EQUAL ZEROS
              DISPLAY '***************** BUPV1059 ******************'
              DISPLAY '*                                           *'
              DISPLAY '*         ERRO NA CHAMADA AO MODULO         *'
              DISPLAY '*             CKRS0100 (RESTART)            *'
              DISPLAY '*                                           *'
              DISPLAY '*               RETORNO =   ' CK01-CODIGO-RETORNO
                      '              *'
              DISPLAY '*                                           *'
              DISPLAY '*          PROCESSAMENTO ENCERRADO          *'
              DISPLAY '*                                           *'
              DISPLAY '***************** BUPV1059 ******************'
              MOVE 'APL'               TO   ERR-TIPO-ACESSO
              STRING CK01-CODIGO-RETORNO
                 DELIMITED BY SIZE     INTO WRK-COD-RETORNO
              END-STRING
              MOVE WRK-ERRO-MODULO     TO   ERR-TEXTO OF ERRO-AREA
              MOVE 997                 TO   BU00-ES-COD-RETORNO
              PERFORM 9996-MOVIMENTACAO-LOG-ERRO
              PERFORM 9997-GRAVAR-LOG-ERRO
              PERFORM 9999-ROTINA-ERRO
           END-IF.

      *----------------------------------------------------------------*
       1110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-SOMAR-PARTICOES            SECTION.
      *----------------------------------------------------------------*
                                       TO   ACU-DUPL-EARQCCOR
              ADD BU42-QTD-DIVERGE-VALOR
                                       TO   ACU-DIVERGE-VALOR
      *--- O CONTADOR DE RETIDOS FICA NO FINAL DO REGISTRO, NO ANTIGO
      *--- FILLER - SARQTOT GRAVADO ANTES DA RETENCAO POR BLOQUEIO
      *--- TRAZ BRANCOS NESSA POSICAO E VALE ZERO.
              IF BU42-QTD-RETIDOS      NUMERIC
                 ADD BU42-QTD-RETIDOS  TO   ACU-RETIDOS-APORTE
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       3000-GRAVAR-CONSOLIDADO         SECTION.
      *----------------------------------------------------------------*

      *--- RESTART: A AUDITORIA E O STATUS 99 DESTA EXTRACAO JA FORAM
      *--- COMITADOS PELA EXECUCAO INTERROMPIDA - SO A CONFERENCIA.
           IF WRK-EXECUCAO-RESTART
              PERFORM 3100-CONFERIR-RESTART
              GO TO 3000-99-FIM
           END-IF.

           CALL 'BRAD7600'             USING WRK-7600-DATA-HORA.

           STRING WRK-7600-DIA '.'
                       QTD_CRITIC_CCORRASS,
                       QTD_DUPL_APORTE,
                       QTD_DUPL_CCORRASS,
                       QTD_DIVERGE_VALOR,
                       QTD_RETIDOS_APORTE)
               VALUES (:BUPVB023.CPERDC-PROCM-SIST,
                       :BUPVB023.NSEQ-PROCM-EFETU,
                       :WRK-CCTRO-CUSTO-ORIGE,
                       :ACU-CRITICA-EARQCCOR,
                       :ACU-DUPL-EARQAPOR,
                       :ACU-DUPL-EARQCCOR,
                       :ACU-DIVERGE-VALOR,
                       :ACU-RETIDOS-APORTE)
           END-EXEC.

           IF (SQLCODE                 NOT EQUAL ZEROS) OR
              PERFORM 9900-ERRO-SQL
           END-IF.

           MOVE WRK-CCTRO-CUSTO-ORIGE  TO   WRK-RC-CENTRO.
           MOVE CPERDC-PROCM-SIST OF BUPVB023
                                       TO   WRK-RC-CPERDC-PROCM.
           MOVE NSEQ-PROCM-EFETU  OF BUPVB023
                                       TO   WRK-RC-NSEQ-PROCM.
           SET WRK-RC-CONSOLIDADO      TO   TRUE.
           MOVE ACU-PARTICOES          TO   WRK-RC-PARTICOES.
           MOVE ACU-LIDOS-EARQAPOR     TO   WRK-RC-LIDOS-EARQAPOR.
           MOVE ACU-GRAVADOS-SARQAPOR  TO   WRK-RC-GRAVADOS-SARQAPOR.
           MOVE ACU-LIDOS-EARQCCOR     TO   WRK-RC-LIDOS-EARQCCOR.
           MOVE WRK-DS6-JOBNAME        TO   WRK-RC-JOBNAME.
           MOVE WRK-DS6-JOBNUMBER      TO   WRK-RC-JOBNUMBER.
           MOVE WRK-DS6-DATAPROC       TO   WRK-RC-DATAPROC.
           MOVE WRK-DS6-HORAPROC       TO   WRK-RC-HORAPROC.

           PERFORM 3900-FUNCAO-CHECKPOINT.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3100-CONFERIR-RESTART           SECTION.
      *----------------------------------------------------------------*

      *--- O RESTART SO CONCLUI A MESMA EXTRACAO, COM O MESMO SARQTOT
      *--- - OUTRO CONJUNTO DE PARTICOES DARIA ESTATISTICA DIFERENTE
      *--- DA AUDITORIA JA GRAVADA.
           IF NOT WRK-RC-CONSOLIDADO
              OR WRK-RC-CENTRO         NOT EQUAL WRK-CCTRO-CUSTO-ORIGE
              OR WRK-RC-CPERDC-PROCM   NOT EQUAL CPERDC-PROCM-SIST
                                            OF BUPVB023
              OR WRK-RC-NSEQ-PROCM     NOT EQUAL NSEQ-PROCM-EFETU
                                            OF BUPVB023
              OR WRK-RC-PARTICOES      NOT EQUAL ACU-PARTICOES
              OR WRK-RC-LIDOS-EARQAPOR NOT EQUAL ACU-LIDOS-EARQAPOR
              OR WRK-RC-GRAVADOS-SARQAPOR
                                       NOT EQUAL ACU-GRAVADOS-SARQAPOR
              OR WRK-RC-LIDOS-EARQCCOR NOT EQUAL ACU-LIDOS-EARQCCOR
              DISPLAY '**************** BUPV1059 ****************'
              DISPLAY '*                                        *'
              DISPLAY '* RESTART PENDENTE NAO CONFERE COM O     *'
              DISPLAY '* SARQTOT INFORMADO                      *'
              DISPLAY '* EXTRACAO DO RESTART: ' WRK-RC-CENTRO
                      ' ' WRK-RC-CPERDC-PROCM
                      ' ' WRK-RC-NSEQ-PROCM '   *'
              DISPLAY '* PARTICOES..........: ' WRK-RC-PARTICOES
                      '             *'
              DISPLAY '* CONFERIR A CONCATENACAO DO SARQTOT     *'
              DISPLAY '*                                        *'
              DISPLAY '**************** BUPV1059 ****************'
              MOVE 12                  TO   RETURN-CODE
              STOP RUN
           END-IF.

           MOVE WRK-RC-JOBNAME         TO   WRK-DS6-JOBNAME.
           MOVE WRK-RC-JOBNUMBER       TO   WRK-DS6-JOBNUMBER.
           MOVE WRK-RC-DATAPROC        TO   WRK-DS6-DATAPROC.
           MOVE WRK-RC-HORAPROC        TO   WRK-DS6-HORAPROC.

      *----------------------------------------------------------------*
       3100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3900-FUNCAO-CHECKPOINT          SECTION.
      *----------------------------------------------------------------*

      *--- COMMIT DA AUDITORIA E DO STATUS 99 JUNTO COM A AREA DE
      *--- RESTART - A FASE 'C' IMPEDE A REGRAVACAO NO RESTART.
           INITIALIZE CKRS01-INTERFACE.

           SET CK01-CHECKPOINT         TO   TRUE.

           MOVE WRK-PGM                TO   CK01-PLAN.
           MOVE 'DB2'                  TO   CK01-ID-DB2.

           MOVE WRK-AREA-RESTART-CNS   TO   CK01-AREA-RESTART.
           MOVE LENGTH                 OF   WRK-AREA-RESTART-CNS
                                       TO   CK01-TAM-AREA-RESTART.

           PERFORM 1110-CHAMAR-CKRS.

      *----------------------------------------------------------------*
       3900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
           MOVE ACU-DIVERGE-VALOR      TO   WRK-DS9-QTDEARQ.
           DISPLAY WRK-DISP9.

           MOVE 'RETIDOS POR BLOQUEIO (SOMA)'
                                       TO   WRK-DS9-DESCARQ.
           MOVE ACU-RETIDOS-APORTE     TO   WRK-DS9-QTDEARQ.
           DISPLAY WRK-DISP9.

           DISPLAY WRK-DISP3.
           DISPLAY WRK-DISP1.

           CLOSE SARQTOT.

      *--- O 'F' DO CKRS0100 LIMPA O RESTART DA CONSOLIDACAO.
           PERFORM 4100-FINALIZAR-CKRS.

      *--- REGISTRA A CONCLUSAO DA CONSOLIDACAO NA CADEIA DO
      *--- BATIMENTO (VER 7100) - A IDENTIDADE DA EXTRACAO SO E
      *--- CONHECIDA APOS A LEITURA DO SARQTOT, ENTAO O PASSO E
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4100-FINALIZAR-CKRS             SECTION.
      *----------------------------------------------------------------*

           INITIALIZE CKRS01-INTERFACE.

           SET CK01-FINALIZAR          TO   TRUE.

           MOVE WRK-PGM                TO   CK01-PLAN.
           MOVE 'DB2'                  TO   CK01-ID-DB2.

           PERFORM 1110-CHAMAR-CKRS.

      *----------------------------------------------------------------*
       4100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7100-REGISTRAR-PASSO            SECTION.
      *----------------------------------------------------------------*
