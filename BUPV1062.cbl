      *                   A SITUACAO VOLTA A 99 (CONCLUIDA). O         *
      *                   BATIMENTO SO ESTA REALMENTE ENCERRADO        *
      *                   QUANDO O ALTAMIRA CONFIRMA A CARGA.          *
      *                   CADA RETORNO PROCESSADO FICA REGISTRADO NA   *
      *                   TCTRL_CONFM_ALTAM (CONTAGENS E TIMESTAMP) -  *
      *                   EXTRACAO COM CONFIRMACAO REGISTRADA NAO      *
      *                   PODE MAIS SER REABERTA PELA BUPV1075.        *
      *                   CADA CHAVE DESVIADA PARA O SNAOCONF FICA     *
      *                   APONTADA NA TCTRL_NAOCONF_ALTAM - SO ESTAS   *
      *                   CHAVES PODEM SER RETRANSMITIDAS (CONFERIDO   *
      *                   PELA BUPV1081 ANTES DA TRANSMISSAO). OS      *
      *                   APONTAMENTOS AINDA NAO RETRANSMITIDOS DE UM  *
      *                   RETORNO ANTERIOR DA MESMA EXTRACAO SAO       *
      *                   SUPERADOS PELO RETORNO CORRENTE.             *
      *                   COMMIT/RESTART PELA CKRS0100 (PLANO          *
      *                   BUPV1062): O RESTART RELE O SARQAPOR E O     *
      *                   ERETALTA ATE A POSICAO DO ULTIMO CHECKPOINT, *
      *                   REPOSICIONA O SNAOCONF E RETOMA OS TOTAIS    *
      *                   DA EXECUCAO INTERROMPIDA (AREA I#BUPV93) -   *
      *                   O RELATO FECHA COM OS MESMOS TOTAIS DE UMA   *
      *                   EXECUCAO SEM INTERRUPCAO (AS LINHAS DE       *
      *                   DETALHE SAO SO AS POSTERIORES AO RESTART).   *
      *                   NO RESTART OS APONTAMENTOS NAO SAO           *
      *                   SUPERADOS DE NOVO (OS JA COMITADOS SAO DO    *
      *                   PROPRIO RETORNO CORRENTE).                   *
      *----------------------------------------------------------------*
      *    COND CODES..:  0000 - TODOS OS APORTES CONFIRMADOS E        *
      *                          CONTAGEM CONFERE COM A AUDITORIA      *
      *                   0008 - EXISTE APORTE NAO CONFIRMADO/RECUSADO *
      *                          OU CONTAGEM DIVERGENTE (EXTRACAO      *
      *                          MANTIDA EM ABERTO - SITUACAO 95)      *
      *                   0012 - ERRO DE PARM/ARQUIVO OU RESTART       *
      *                          DE OUTRA EXTRACAO/ARQUIVOS QUE NAO    *
      *                          CONFEREM COM O CHECKPOINT             *
      *----------------------------------------------------------------*
      *    BCO DE DADOS:                                               *
      *                TABLE                          INCLUDE/BOOK     *
      *                DB2PRD.TCTRL_EXTRC_DADO           BUPVB023      *
      *                DB2PRD.TCTRL_EXTRC_AUDIT          BUPVB024      *
      *                DB2PRD.TCTRL_CONFM_ALTAM (RETORNOS PROCESSADOS) *
      *                DB2PRD.TCTRL_NAOCONF_ALTAM (CHAVES NAO          *
      *                                     CONFIRMADAS)               *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME           I/O           INCLUDE/BOOK     *
      *                  (RETORNO DE CONFIRMACAO - CLASSIFICADO PELA   *
      *                   CHAVE, MESMA ORDEM DO SARQAPOR)              *
      *                SNAOCONF          O              I#BUPV35       *
      *                  (APORTES SEM CONFIRMACAO/RECUSADOS - NO       *
      *                   RESTART, A GERACAO DA EXECUCAO INTERROMPIDA) *
      *                SWRKNCNF         I/O (REPOSICIONAMENTO)         *
      *                RELATO            O    RELATORIO FBA 133        *
      *----------------------------------------------------------------*
      *    BOOK'S......:                                               *
      *    I#BUPV35 - AREA PARA ARQUIVOS DE APORTES                    *
      *    I#BUPV4A - RETORNO DE CONFIRMACAO DO ALTAMIRA               *
      *    I#BUPV00 - AREA DE COMUNICACAO                              *
      *    I#CKRS01 - AREA DE CONTROLE DE COMMIT/RESTART               *
      *    I#BUPV93 - LAYOUT DA AREA DE RESTART (COMPARTILHADO COM     *
      *                CKRS0200/CKRS0300)                              *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    BRAD7100 - AREA PARA TRATAMENTO DE ERRO PELA BRAD7100       *
      *    BRAD0560 - OBTEM INFORMACOES DO JOB                         *
      *    BUPVM100 - GRAVAR LOG DE ERRO                               *
      *    CKRS1000 - CONEXAO COM O DB2                                *
      *    CKRS0100 - TRATAMENTO DE COMMIT/RESTART                     *
      *----------------------------------------------------------------*
      *    PARM........:  PARM='CCCC,PP,SSSSSSS'                       *
      *                   CCCC    = CENTRO DE CUSTO ORIGEM             *
           SELECT SNAOCONF  ASSIGN     TO   UT-S-SNAOCONF
           FILE STATUS                 IS   WRK-FS-SNAOCONF.

           SELECT SWRKNCNF  ASSIGN     TO   UT-S-SWRKNCNF
           FILE STATUS                 IS   WRK-FS-SWRKNCNF.

           SELECT RELATO    ASSIGN     TO   UT-S-RELATO
           FILE STATUS                 IS   WRK-FS-RELATO.

           BLOCK CONTAINS 0 RECORDS.
       01  FD-SNAOCONF                 PIC  X(356).

      *----------------------------------------------------------------*
      *   I/O   :  TRABALHO DO REPOSICIONAMENTO DO SNAOCONF EM RESTART *
      *            ORG. SEQUENCIAL     -   LRECL   =   356             *
      *----------------------------------------------------------------*
       FD  SWRKNCNF
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  FD-SWRKNCNF                 PIC  X(356).

      *----------------------------------------------------------------*
      *   OUTPUT:  RELATORIO DA CONFIRMACAO                            *
      *            ORG. SEQUENCIAL     -   LRECL   =   133  RECFM FBA  *

       77  WRK-COND-CODE               PIC  9(004)         VALUE ZEROS.

      *--- INTERVALO DE COMMIT (CHAVES CASADAS POR CHECKPOINT) - O DO
      *--- PLANO NA CKRS0100 OU, SEM ELE, O DEFAULT.
       77  WRK-INTERVALO-CKPT          PIC  9(005)         VALUE 500.
       77  WRK-CTR-CKPT                PIC  9(005) COMP-3  VALUE ZEROS.

       77  WRK-SW-RESTART              PIC  X(001)         VALUE 'N'.
           88 WRK-EXECUCAO-RESTART                         VALUE 'S'.
           88 WRK-EXECUCAO-NORMAL                          VALUE 'N'.

      *--- REPOSICIONAMENTO DO SNAOCONF NO RESTART.
       77  WRK-QTD-COPIA               PIC  9(009) COMP-3  VALUE ZEROS.
       77  WRK-CTR-COPIA               PIC  9(009) COMP-3  VALUE ZEROS.
       77  WRK-SW-FIM-SWRKNCNF         PIC  X(001)         VALUE 'N'.
           88 WRK-FIM-SWRKNCNF                             VALUE 'S'.

      *--- QUANTIDADE TRANSMITIDA SEGUNDO A LINHA DE AUDITORIA DA
      *--- EXTRACAO (QTD_GRAVADOS_APORTE) - CONFRONTADA COM O QUE FOI
      *--- REALMENTE LIDO DO SARQAPOR.
       77  WRK-QTD-AUDITORIA           PIC S9(009) COMP    VALUE ZEROS.

      *--- MOTIVO DO DESVIO PARA O SNAOCONF, GRAVADO NO APONTAMENTO DA
      *--- CHAVE (TCTRL_NAOCONF_ALTAM).
       77  WRK-SIT-NAOCONF             PIC  X(001)         VALUE SPACES.
           88 WRK-NAOCONF-RECUSADO                         VALUE 'R'.
           88 WRK-NAOCONF-SEM-RETORNO                      VALUE 'S'.

       77  WRK-SQL-COMANDO             PIC  X(008)         VALUE SPACES.
       77  WRK-SQL-LOCAL               PIC  X(004)         VALUE SPACES.

      *--- CHAVES CORRENTES DO MERGE SARQAPOR X ERETALTA. HIGH-VALUES
      *--- MARCA FIM DE ARQUIVO, COMO NO BATIMENTO DA BUPV1054.
       01  WRK-CHV-ENVIADO             PIC  X(021)         VALUE SPACES.
           05 FILLER                   PIC  X(001).
           05 WRK-AUX-9-7              PIC  9(007).

       01  WRK-ERRO-MODULO.
           05 FILLER                   PIC  X(038)         VALUE
              'ERRO NA CHAMADA AO CKRS0100 - RETORNO '.
           05 WRK-COD-RETORNO          PIC  X(004)         VALUE SPACES.

       77  WRK-FS-SARQAPOR             PIC  X(002)         VALUE SPACES.
       77  WRK-FS-ERETALTA             PIC  X(002)         VALUE SPACES.
       77  WRK-FS-SNAOCONF             PIC  X(002)         VALUE SPACES.
       77  WRK-FS-SWRKNCNF             PIC  X(002)         VALUE SPACES.
       77  WRK-FS-RELATO               PIC  X(002)         VALUE SPACES.

       77  WRK-CTR-LINHAS              PIC  9(003) COMP-3  VALUE ZEROS.
           05 FILLER                   PIC  X(008)         VALUE
              '  HORA: '.
           05 WRK-CNF-HORA             PIC  X(008)         VALUE SPACES.
           05 FILLER                   PIC  X(011)         VALUE
              '  RESTART: '.
           05 WRK-CNF-RESTART          PIC  X(003)         VALUE 'NAO'.
           05 FILLER                   PIC  X(039)         VALUE SPACES.

       01  WRK-CNF-CAB3.
           05 FILLER                   PIC  X(001)         VALUE SPACE.

       COPY I#BUPV00.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE CONTROLE DE COMMIT/RESTART         ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       COPY I#CKRS01.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA UTILIZADA PELO MODULO RESTART         ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       COPY I#BUPV93.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DAS TABELAS                           ***'.
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

           PERFORM 1400-OBTER-PARAMETROS.

           PERFORM 1700-INICIALIZAR-CKRS.

           PERFORM 1450-REGISTRAR-PARAMETROS.

      *--- NO RESTART OS APONTAMENTOS 'N' JA COMITADOS SAO DO PROPRIO
      *--- RETORNO CORRENTE - NAO PODEM SER SUPERADOS.
           IF WRK-EXECUCAO-NORMAL
              PERFORM 1500-SUPERAR-APONTAMENTOS
           END-IF.

           OPEN INPUT  SARQAPOR
                       ERETALTA
                OUTPUT RELATO.

           IF WRK-EXECUCAO-RESTART
              PERFORM 1600-REPOSICIONAR-SNAOCONF
              MOVE 'SIM'               TO   WRK-CNF-RESTART
           ELSE
              OPEN OUTPUT SNAOCONF
           END-IF.

           SET WRK-ABERTURA            TO   TRUE.


           PERFORM 2200-LER-ERETALTA.

           IF WRK-EXECUCAO-RESTART
              PERFORM 1800-REPOSICIONAR-MERGE
           END-IF.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
       1320-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1330-TESTAR-FS-SWRKNCNF         SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-SWRKNCNF          NOT EQUAL '00'
              MOVE 'SWRKNCNF'          TO   WRK-NOME-ARQ
              MOVE WRK-FS-SWRKNCNF     TO   WRK-FILE-STATUS
              PERFORM 1320-ABORTAR-FILE-STATUS
           END-IF.

      *----------------------------------------------------------------*
       1330-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1400-OBTER-PARAMETROS           SECTION.
      *----------------------------------------------------------------*
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

           CALL 'BUPVM130'             USING BU51-INTERFACE.

      *----------------------------------------------------------------*
       1450-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1500-SUPERAR-APONTAMENTOS       SECTION.
      *----------------------------------------------------------------*

      *--- O RETORNO CORRENTE DEFINE O QUE AINDA ESTA SEM CONFIRMACAO:
      *--- APONTAMENTO PENDENTE ('N') DE RETORNO ANTERIOR PASSA A 'X'
      *--- (SUPERADO) E NAO AUTORIZA MAIS RETRANSMISSAO. OS JA
      *--- RETRANSMITIDOS ('S') FICAM COMO ESTAO.
           EXEC SQL
               UPDATE  DB2PRD.TCTRL_NAOCONF_ALTAM
               SET     CINDCD_RETRANS     =   'X'
               WHERE   CCTRO_CUSTO_ORIGE  =   :WRK-CCTRO-CUSTO-ORIGE
               AND     CPERDC_PROCM_SIST  =
                       :BUPVB023.CPERDC-PROCM-SIST
               AND     NSEQ_PROCM_EFETU   =
                       :BUPVB023.NSEQ-PROCM-EFETU
               AND     CINDCD_RETRANS     =   'N'
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              AND SQLCODE              NOT EQUAL 100
              MOVE 'UPDATE'            TO   WRK-SQL-COMANDO
              MOVE '1500'              TO   WRK-SQL-LOCAL
              PERFORM 4920-ERRO-SQL-NAOCONF
           END-IF.

      *----------------------------------------------------------------*
       1500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1600-REPOSICIONAR-SNAOCONF      SECTION.
      *----------------------------------------------------------------*

      *--- RELE O SNAOCONF PARCIAL DA EXECUCAO INTERROMPIDA, COPIA PARA
      *--- O SWRKNCNF EXATAMENTE OS REGISTROS COBERTOS PELO ULTIMO
      *--- CHECKPOINT (CUJO APONTAMENTO NA TCTRL_NAOCONF_ALTAM FOI
      *--- COMITADO), REABRE O SNAOCONF COMO OUTPUT (DESCARTANDO O QUE
      *--- FOI GRAVADO APOS O CHECKPOINT - ESSAS CHAVES VOLTAM A SER
      *--- CASADAS) E DEVOLVE OS REGISTROS COPIADOS.
           MOVE WRK-RN-GRAVADOS-SNAOCONF
                                       TO   WRK-QTD-COPIA.
           MOVE ZEROS                  TO   WRK-CTR-COPIA.

           OPEN INPUT  SNAOCONF.
           SET WRK-ABERTURA            TO   TRUE.
           PERFORM 1300-TESTAR-FILE-STATUS.

           OPEN OUTPUT SWRKNCNF.
           PERFORM 1330-TESTAR-FS-SWRKNCNF.

           PERFORM 1610-COPIAR-PARA-SWRK
                   UNTIL WRK-CTR-COPIA NOT LESS WRK-QTD-COPIA.

           CLOSE SNAOCONF
                 SWRKNCNF.
           SET WRK-FECHAMENTO          TO   TRUE.
           PERFORM 1300-TESTAR-FILE-STATUS.
           PERFORM 1330-TESTAR-FS-SWRKNCNF.

           OPEN INPUT  SWRKNCNF.
           SET WRK-ABERTURA            TO   TRUE.
           PERFORM 1330-TESTAR-FS-SWRKNCNF.

           OPEN OUTPUT SNAOCONF.
           PERFORM 1300-TESTAR-FILE-STATUS.

           PERFORM 1620-LER-SWRKNCNF.

           PERFORM 1630-DEVOLVER-SNAOCONF
                   UNTIL WRK-FIM-SWRKNCNF.

           CLOSE SWRKNCNF.
           SET WRK-FECHAMENTO          TO   TRUE.
           PERFORM 1330-TESTAR-FS-SWRKNCNF.

      *----------------------------------------------------------------*
       1600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1610-COPIAR-PARA-SWRK           SECTION.
      *----------------------------------------------------------------*

           READ SNAOCONF               INTO BU35-REGISTRO.

      *--- O SNAOCONF TEM QUE TER PELO MENOS OS REGISTROS DO CHECKPOINT
      *--- - MENOS QUE ISSO E GERACAO ERRADA NA JCL DE RESTART.
           IF WRK-FS-SNAOCONF          EQUAL     '10'
              DISPLAY 'BUPV1062 - SNAOCONF MENOR QUE O CHECKPOINT - '
                      'CONFERIR A GERACAO NA JCL DE RESTART'
              MOVE '10'                TO   WRK-FS-SNAOCONF
           END-IF.

           SET WRK-LEITURA             TO   TRUE.
           PERFORM 1300-TESTAR-FILE-STATUS.

           WRITE FD-SWRKNCNF           FROM BU35-REGISTRO.

           SET WRK-GRAVACAO            TO   TRUE.
           PERFORM 1330-TESTAR-FS-SWRKNCNF.

           ADD 1                       TO   WRK-CTR-COPIA.

      *----------------------------------------------------------------*
       1610-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1620-LER-SWRKNCNF               SECTION.
      *----------------------------------------------------------------*

           READ SWRKNCNF               INTO BU35-REGISTRO.

           IF WRK-FS-SWRKNCNF          EQUAL     '10'
              SET WRK-FIM-SWRKNCNF     TO   TRUE
              GO TO 1620-99-FIM
           END-IF.

           SET WRK-LEITURA             TO   TRUE.
           PERFORM 1330-TESTAR-FS-SWRKNCNF.

      *----------------------------------------------------------------*
       1620-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1630-DEVOLVER-SNAOCONF          SECTION.
      *----------------------------------------------------------------*

           WRITE FD-SNAOCONF           FROM BU35-REGISTRO.

           SET WRK-GRAVACAO            TO   TRUE.
           PERFORM 1300-TESTAR-FILE-STATUS.

           PERFORM 1620-LER-SWRKNCNF.

      *----------------------------------------------------------------*
       1630-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1700-INICIALIZAR-CKRS           SECTION.
      *----------------------------------------------------------------*

           CALL 'CKRS1000'.

           INITIALIZE CKRS01-INTERFACE
                      WRK-AREA-RESTART-NCF.

      *--- MOVER 'I' PARA CK01-FUNCAO
           SET CK01-INICIALIZAR        TO   TRUE.

           MOVE WRK-PGM                TO   CK01-PLAN.
           MOVE 'DB2'                  TO   CK01-ID-DB2.
           MOVE WRK-AREA-RESTART-NCF   TO   CK01-AREA-RESTART.
           MOVE LENGTH                 OF   WRK-AREA-RESTART-NCF
                                       TO   CK01-TAM-AREA-RESTART.

           PERFORM 1710-CHAMAR-CKRS.

           MOVE CPERDC-PROCM-SIST OF BUPVB023
                                       TO   WRK-AUX-S9-2.
           MOVE NSEQ-PROCM-EFETU  OF BUPVB023
                                       TO   WRK-AUX-S9-7.

           IF CK01-RESTART
              MOVE CK01-AREA-RESTART(1:CK01-TAM-AREA-RESTART)
                                       TO   WRK-AREA-RESTART-NCF
              SET WRK-EXECUCAO-RESTART TO   TRUE
      *--- O RESTART SO CONTINUA O RETORNO DA MESMA EXTRACAO - OS
      *--- ARQUIVOS DE OUTRA EXTRACAO NAO TEM AS MESMAS POSICOES.
              IF WRK-RN-CENTRO         NOT EQUAL WRK-CCTRO-CUSTO-ORIGE
                 OR WRK-RN-CPERDC-PROCM
                                       NOT EQUAL WRK-AUX-9-2
                 OR WRK-RN-NSEQ-PROCM  NOT EQUAL WRK-AUX-9-7
                 DISPLAY '**************** BUPV1062 ****************'
                 DISPLAY '*                                        *'
                 DISPLAY '* EXISTE RESTART PENDENTE DE OUTRA       *'
                 DISPLAY '* EXTRACAO                               *'
                 DISPLAY '* CENTRO/PERIODO/SEQ.: ' WRK-RN-CENTRO '/'
                         WRK-RN-CPERDC-PROCM '/' WRK-RN-NSEQ-PROCM
                         '   *'
                 DISPLAY '* CONCLUIR A EXECUCAO INTERROMPIDA       *'
                 DISPLAY '*                                        *'
                 DISPLAY '**************** BUPV1062 ****************'
                 MOVE 12               TO   RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WRK-RN-CONFIRMADOS  TO   ACU-CONFIRMADOS
              MOVE WRK-RN-RECUSADOS    TO   ACU-RECUSADOS
              MOVE WRK-RN-SEM-RETORNO  TO   ACU-SEM-RETORNO
              MOVE WRK-RN-RETORNO-SEM-ENVIO
                                       TO   ACU-RETORNO-SEM-ENVIO
              MOVE WRK-RN-COND-CODE    TO   WRK-COND-CODE
           END-IF.

           MOVE WRK-CCTRO-CUSTO-ORIGE  TO   WRK-RN-CENTRO.
           MOVE WRK-AUX-9-2            TO   WRK-RN-CPERDC-PROCM.
           MOVE WRK-AUX-9-7            TO   WRK-RN-NSEQ-PROCM.

      *--- INTERVALO DE CHECKPOINT CONFIGURADO NA CKRS0100 (PLANO). SE
      *--- NAO CONFIGURADO (ZERO), FICA O DEFAULT DO PROGRAMA.
           IF CK01-INTERVALO-CKPT      GREATER   ZEROS
              MOVE CK01-INTERVALO-CKPT TO   WRK-INTERVALO-CKPT
           END-IF.

      *----------------------------------------------------------------*
       1700-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1710-CHAMAR-CKRS                SECTION.
      *----------------------------------------------------------------*

           MOVE 'CKRS0100'             TO    WRK-MODULO.

           CALL WRK-MODULO             USING CKRS01-INTERFACE.

           IF CK01-CODIGO-RETORNO      NOT EQUAL ZEROS
              DISPLAY '***************** BUPV1062 ******************'
              DISPLAY '*                                           *'
              DISPLAY '*         ERRO NA CHAMADA AO MODULO         *'
              DISPLAY '*             CKRS0100 (RESTART)            *'
              DISPLAY '*                                           *'
              DISPLAY '*               RETORNO =   ' CK01-CODIGO-RETORNO
                      '              *'
              DISPLAY '*                                           *'
              DISPLAY '*          PROCESSAMENTO ENCERRADO          *'
              DISPLAY '*                                           *'
              DISPLAY '***************** BUPV1062 ******************'
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
       1710-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1800-REPOSICIONAR-MERGE         SECTION.
      *----------------------------------------------------------------*

      *--- RELE AS DUAS PONTAS ATE O REGISTRO CORRENTE DO ULTIMO
      *--- CHECKPOINT (AINDA NAO CASADO NA EXECUCAO INTERROMPIDA). OS
      *--- LIDOS E O DESCARTE DE ENVELOPE SAO RECONTADOS NA RELEITURA.
           PERFORM 2100-LER-SARQAPOR
                   UNTIL WRK-CHV-ENVIADO EQUAL HIGH-VALUES
                   OR   (ACU-LIDOS-SARQAPOR
                                       NOT LESS  WRK-RN-LIDOS-SARQAPOR
                   AND   WRK-CHV-ENVIADO
                                       EQUAL     WRK-RN-CHV-ENVIADO).

           PERFORM 2200-LER-ERETALTA
                   UNTIL WRK-CHV-RETORNO EQUAL HIGH-VALUES
                   OR   (ACU-LIDOS-ERETALTA
                                       NOT LESS  WRK-RN-LIDOS-ERETALTA
                   AND   WRK-CHV-RETORNO
                                       EQUAL     WRK-RN-CHV-RETORNO).

      *--- ARQUIVO DIFERENTE DO DA EXECUCAO INTERROMPIDA NAO PODE SER
      *--- CONTINUADO - OS TOTAIS RETOMADOS NAO FECHARIAM.
           IF ACU-LIDOS-SARQAPOR       NOT EQUAL WRK-RN-LIDOS-SARQAPOR
              OR WRK-CHV-ENVIADO       NOT EQUAL WRK-RN-CHV-ENVIADO
              OR ACU-LIDOS-ERETALTA    NOT EQUAL WRK-RN-LIDOS-ERETALTA
              OR WRK-CHV-RETORNO       NOT EQUAL WRK-RN-CHV-RETORNO
              DISPLAY '**************** BUPV1062 ****************'
              DISPLAY '*                                        *'
              DISPLAY '*   SARQAPOR/ERETALTA NAO CONFEREM COM   *'
              DISPLAY '*   O ULTIMO CHECKPOINT - CONFERIR AS    *'
              DISPLAY '*   GERACOES NA JCL DE RESTART           *'
              DISPLAY '*                                        *'
              DISPLAY '**************** BUPV1062 ****************'
              MOVE 12                  TO   RETURN-CODE
              STOP RUN
           END-IF.

      *----------------------------------------------------------------*
       1800-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-CASAR-RETORNO              SECTION.
      *----------------------------------------------------------------*
                   IF BU4A-CARREGADO
                      ADD 1            TO   ACU-CONFIRMADOS
                   ELSE
                      SET WRK-NAOCONF-RECUSADO
                                       TO   TRUE
                      PERFORM 2400-GRAVAR-NAO-CONFIRMADO
                      MOVE 'RECUSADO ALTAMIRA'
                                       TO   WRK-CND-SITUACAO
              WHEN WRK-CHV-ENVIADO     LESS      WRK-CHV-RETORNO
      *--- APORTE TRANSMITIDO SEM LINHA DE RETORNO - O ALTAMIRA
      *--- PERDEU/DESCARTOU O REGISTRO SEM ACUSAR.
                   SET WRK-NAOCONF-SEM-RETORNO
                                       TO   TRUE
                   PERFORM 2400-GRAVAR-NAO-CONFIRMADO
                   MOVE 'SEM RETORNO'  TO   WRK-CND-SITUACAO
                   MOVE SPACES         TO   WRK-CND-COD-RETORNO
                   PERFORM 2200-LER-ERETALTA
           END-EVALUATE.

           PERFORM 2900-CONTAR-CHECKPOINT.

      *----------------------------------------------------------------*
       2300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

           MOVE 8                      TO   WRK-COND-CODE.

           PERFORM 2410-APONTAR-NAO-CONFIRMADO.

      *----------------------------------------------------------------*
       2400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2410-APONTAR-NAO-CONFIRMADO     SECTION.
      *----------------------------------------------------------------*

      *--- CHAVE AUTORIZADA PARA RETRANSMISSAO ('N' = AINDA NAO
      *--- RETRANSMITIDA). A BUPV1081 MARCA 'S' E O NUMERO DA
      *--- TRANSMISSAO QUANDO LIBERA O SNAOCONF.
           EXEC SQL
               INSERT INTO DB2PRD.TCTRL_NAOCONF_ALTAM
                      (CCTRO_CUSTO_ORIGE,
                       CPERDC_PROCM_SIST,
                       NSEQ_PROCM_EFETU,
                       CHAVE_BATIM,
                       CSIT_NAOCONF,
                       DTHR_APONTAMENTO,
                       CINDCD_RETRANS,
                       NSEQ_TRANS)
               VALUES (:WRK-CCTRO-CUSTO-ORIGE,
                       :BUPVB023.CPERDC-PROCM-SIST,
                       :BUPVB023.NSEQ-PROCM-EFETU,
                       :WRK-CHV-ENVIADO,
                       :WRK-SIT-NAOCONF,
                       CURRENT TIMESTAMP,
                       'N',
                       0)
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              MOVE 'INSERT'            TO   WRK-SQL-COMANDO
              MOVE '2410'              TO   WRK-SQL-LOCAL
              PERFORM 4920-ERRO-SQL-NAOCONF
           END-IF.

      *----------------------------------------------------------------*
       2410-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2500-RELATAR-EXCECAO            SECTION.
      *----------------------------------------------------------------*
       2500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2900-CONTAR-CHECKPOINT          SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO   WRK-CTR-CKPT.

           IF WRK-CTR-CKPT             NOT LESS  WRK-INTERVALO-CKPT
              PERFORM 2950-FUNCAO-CHECKPOINT
           END-IF.

      *----------------------------------------------------------------*
       2900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2950-FUNCAO-CHECKPOINT          SECTION.
      *----------------------------------------------------------------*

      *--- COMMIT DO BLOCO: A AREA DE RESTART LEVA A POSICAO DAS DUAS
      *--- PONTAS DO MERGE, O TAMANHO DO SNAOCONF E OS TOTAIS.
           MOVE ACU-LIDOS-SARQAPOR     TO   WRK-RN-LIDOS-SARQAPOR.
           MOVE ACU-LIDOS-ERETALTA     TO   WRK-RN-LIDOS-ERETALTA.
           MOVE WRK-CHV-ENVIADO        TO   WRK-RN-CHV-ENVIADO.
           MOVE WRK-CHV-RETORNO        TO   WRK-RN-CHV-RETORNO.
           ADD  ACU-RECUSADOS
                ACU-SEM-RETORNO        GIVING WRK-RN-GRAVADOS-SNAOCONF.
           MOVE ACU-CONFIRMADOS        TO   WRK-RN-CONFIRMADOS.
           MOVE ACU-RECUSADOS          TO   WRK-RN-RECUSADOS.
           MOVE ACU-SEM-RETORNO        TO   WRK-RN-SEM-RETORNO.
           MOVE ACU-RETORNO-SEM-ENVIO  TO   WRK-RN-RETORNO-SEM-ENVIO.
           MOVE WRK-COND-CODE          TO   WRK-RN-COND-CODE.

           INITIALIZE CKRS01-INTERFACE.

           SET CK01-CHECKPOINT         TO   TRUE.

           MOVE WRK-PGM                TO   CK01-PLAN.
           MOVE 'DB2'                  TO   CK01-ID-DB2.

           MOVE WRK-AREA-RESTART-NCF   TO   CK01-AREA-RESTART.
           MOVE LENGTH                 OF   WRK-AREA-RESTART-NCF
                                       TO   CK01-TAM-AREA-RESTART.

           PERFORM 1710-CHAMAR-CKRS.

           MOVE ZEROS                  TO   WRK-CTR-CKPT.

      *----------------------------------------------------------------*
       2950-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-CONFERIR-AUDITORIA         SECTION.
      *----------------------------------------------------------------*

           PERFORM 4100-ATUALIZAR-SITUACAO.

      *--- O 'F' DO CKRS0100 FAZ O COMMIT FINAL E LIMPA O RESTART.
           PERFORM 4300-FINALIZAR-CKRS.

           CLOSE SARQAPOR
                 ERETALTA
                 SNAOCONF
              PERFORM 4900-ERRO-SQL-DADO
           END-IF.

           PERFORM 4200-REGISTRAR-CONFIRMACAO.

      *----------------------------------------------------------------*
       4100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4200-REGISTRAR-CONFIRMACAO      SECTION.
      *----------------------------------------------------------------*

      *--- UMA LINHA POR RETORNO PROCESSADO (RETORNO COMPLEMENTAR
      *--- GERA NOVA LINHA). QTD_CONFIRMADOS MAIOR QUE ZERO PROVA QUE O
      *--- ALTAMIRA JA CARREGOU APORTE DA EXTRACAO - A REABERTURA DA
      *--- BUPV1075 CONSULTA ESTA TABELA ANTES DE DESFAZER QUALQUER
      *--- COISA.
           EXEC SQL
               INSERT INTO DB2PRD.TCTRL_CONFM_ALTAM
                      (CCTRO_CUSTO_ORIGE,
                       CPERDC_PROCM_SIST,
                       NSEQ_PROCM_EFETU,
                       DTHR_RETORNO,
                       QTD_TRANSMITIDOS,
                       QTD_CONFIRMADOS,
                       QTD_RECUSADOS,
                       QTD_SEM_RETORNO,
                       CINDCD_SIT_PREVD)
               VALUES (:WRK-CCTRO-CUSTO-ORIGE,
                       :BUPVB023.CPERDC-PROCM-SIST,
                       :BUPVB023.NSEQ-PROCM-EFETU,
                       CURRENT TIMESTAMP,
                       :ACU-LIDOS-SARQAPOR,
                       :ACU-CONFIRMADOS,
                       :ACU-RECUSADOS,
                       :ACU-SEM-RETORNO,
                       :BUPVB023.CINDCD-SIT-PREVD)
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              PERFORM 4910-ERRO-SQL-CONFM
           END-IF.

      *----------------------------------------------------------------*
       4200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4300-FINALIZAR-CKRS             SECTION.
      *----------------------------------------------------------------*

           INITIALIZE CKRS01-INTERFACE.

           SET CK01-FINALIZAR          TO   TRUE.

           MOVE WRK-PGM                TO   CK01-PLAN.
           MOVE 'DB2'                  TO   CK01-ID-DB2.

           PERFORM 1710-CHAMAR-CKRS.

      *----------------------------------------------------------------*
       4300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4900-ERRO-SQL-DADO              SECTION.
      *----------------------------------------------------------------*
       4900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4910-ERRO-SQL-CONFM             SECTION.
      *----------------------------------------------------------------*

           MOVE 'DB2'                  TO ERR-TIPO-ACESSO.
           MOVE 'TCTRL_CONFM_ALTAM'    TO ERR-DBD-TAB
                                          BU00-TABELA.
           MOVE 'INSERT'               TO ERR-FUN-COMANDO
                                          BU00-COMANDO.
           MOVE SQLCODE                TO ERR-SQL-CODE
                                          WRK-SQLCODE-S9-9.
           MOVE WRK-SQLCODE-S9-3       TO BU00-SQLCODE.
           MOVE '4910'                 TO ERR-LOCAL.
           MOVE SPACES                 TO ERR-PGM
                                          ERR-SEGM.
           MOVE 999                    TO BU00-ES-COD-RETORNO.
           MOVE WRK-PGM                TO BU00-COD-PROGRAMA.
           MOVE '001'                  TO BU00-LOCAL.
           MOVE 'CONFIRMACAO ALTAMIRA - REGISTRO DO RETORNO'
                                       TO BU00-COMPLEMENTO.
           PERFORM 9996-MOVIMENTACAO-LOG-ERRO.
           PERFORM 9997-GRAVAR-LOG-ERRO.
           PERFORM 9998-EXIBIR-LOG-ERRO.
           PERFORM 9999-ROTINA-ERRO.

      *----------------------------------------------------------------*
       4910-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4920-ERRO-SQL-NAOCONF           SECTION.
      *----------------------------------------------------------------*

           MOVE 'DB2'                  TO ERR-TIPO-ACESSO.
           MOVE 'TCTRL_NAOCONF_ALTAM'  TO ERR-DBD-TAB
                                          BU00-TABELA.
           MOVE WRK-SQL-COMANDO        TO ERR-FUN-COMANDO
                                          BU00-COMANDO.
           MOVE SQLCODE                TO ERR-SQL-CODE
                                          WRK-SQLCODE-S9-9.
           MOVE WRK-SQLCODE-S9-3       TO BU00-SQLCODE.
           MOVE WRK-SQL-LOCAL          TO ERR-LOCAL.
           MOVE SPACES                 TO ERR-PGM
                                          ERR-SEGM.
           MOVE 999                    TO BU00-ES-COD-RETORNO.
           MOVE WRK-PGM                TO BU00-COD-PROGRAMA.
           MOVE '001'                  TO BU00-LOCAL.
           MOVE 'CONFIRMACAO ALTAMIRA - APONTAMENTO NAO CONFIRMADO'
                                       TO BU00-COMPLEMENTO.
           PERFORM 9996-MOVIMENTACAO-LOG-ERRO.
           PERFORM 9997-GRAVAR-LOG-ERRO.
           PERFORM 9998-EXIBIR-LOG-ERRO.
           PERFORM 9999-ROTINA-ERRO.

      *----------------------------------------------------------------*
       4920-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9996-MOVIMENTACAO-LOG-ERRO      SECTION.
      *----------------------------------------------------------------*
