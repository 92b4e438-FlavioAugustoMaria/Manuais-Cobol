      *                  (TRAJETORIA DE CADA REGISTRO NO BATIMENTO -   *
      *                   UMA LINHA POR DESTINO/CICLO, CONSULTADA      *
      *                   PELA BUPV1061)                               *
      *                DB2PRD.TCTRL_BLOQ_APORTE                        *
      *                  (CONTAS BLOQUEADAS POR ORDEM JUDICIAL/FRAUDE -*
      *                   SO LEITURA, VER 1550-CARREGAR-BLOQUEIOS)     *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME           I/O           INCLUDE/BOOK     *
      *                RELATORI          O              I#BUPV98       *
      *                  (RELATORIO GERENCIAL FBA 133 COM SUBTOTAIS    *
      *                   POR BALCAO E PRODUTO/SUBPRODUTO)             *
      *                SARQRETD          O              I#BUPV52       *
      *                  (APORTES CASADOS RETIDOS POR BLOQUEIO DA      *
      *                   CONTA - NAO SEGUEM PARA O SARQAPOR, FICAM    *
      *                   COM A BUPV1089 ATE A LIBERACAO)              *
      *----------------------------------------------------------------*
      *    BOOK'S......:                                               *
      *    I#BRAD7C - AREA PARA TRATAMENTO DE ERRO PELA BRAD7100       *
           SELECT SARQDIVE  ASSIGN     TO   UT-S-SARQDIVE
           FILE STATUS                 IS   WRK-FS-SARQDIVE.

      *--- SARQRETD: APORTES CASADOS DE CONTAS BLOQUEADAS NA
      *--- TCTRL_BLOQ_APORTE - DESVIADOS DO SARQAPOR (VER I#BUPV52).
           SELECT SARQRETD  ASSIGN     TO   UT-S-SARQRETD
           FILE STATUS                 IS   WRK-FS-SARQRETD.

      *================================================================*
       DATA                            DIVISION.
      *================================================================*
           BLOCK CONTAINS 0 RECORDS.
       01  FD-SARQDIVE                 PIC  X(100).

      *----------------------------------------------------------------*
      *   OUTPUT:  APORTES RETIDOS POR BLOQUEIO DA CONTA               *
      *            ORG. SEQUENCIAL     -   LRECL   =   400             *
      *----------------------------------------------------------------*
       FD  SARQRETD
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  FD-SARQRETD                 PIC  X(400).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  ACU-REGS-SARQDUPL           PIC  9(009) COMP-3  VALUE ZEROS.
       77  ACU-REGS-RELATORI           PIC  9(009) COMP-3  VALUE ZEROS.
       77  ACU-DIVERGE-VALOR           PIC  9(009) COMP-3  VALUE ZEROS.
       77  ACU-RETIDOS-APORTE          PIC  9(009) COMP-3  VALUE ZEROS.

       77  WRK-INTERVALO-CKPT          PIC  9(005) COMP-3  VALUE 1.
       77  WRK-CONTADOR-CKPT           PIC  9(005) COMP-3  VALUE ZEROS.
           88 WRK-PRODUTO-ACHADO                           VALUE 'S'.
           88 WRK-PRODUTO-DESCONHECIDO                     VALUE 'N'.

      *--- CONTAS BLOQUEADAS (BALCAO/PRODUTO/CONTA) VIGENTES NA
      *--- TCTRL_BLOQ_APORTE, CARREGADAS EM 1550-CARREGAR-BLOQUEIOS E
      *--- PESQUISADAS POR 3170-VERIFICAR-BLOQUEIO. O BLOQUEIO NAO
      *--- DISTINGUE SUBPRODUTO - VALE PARA TODOS OS DO PRODUTO.
       01  WRK-TAB-BLOQUEIOS.
           05 WRK-BLOQ-CHAVE           OCCURS 1000 TIMES
                                       PIC  X(013).

       77  WRK-QTD-BLOQUEIOS           PIC  9(004) COMP    VALUE ZEROS.
       77  WRK-IND-BLOQUEIOS           PIC  9(004) COMP    VALUE ZEROS.

       01  WRK-BLOQUEIO-LIDO.
           05 WRK-BLQ-CBALCAO          PIC  X(005)         VALUE SPACES.
           05 WRK-BLQ-CPRODUTO         PIC  X(002)         VALUE SPACES.
           05 WRK-BLQ-CNUMECTA         PIC  X(006)         VALUE SPACES.

       01  WRK-BLOQUEIO-VERIFICAR.
           05 WRK-BLV-CBALCAO          PIC  X(005)         VALUE SPACES.
           05 WRK-BLV-CPRODUTO         PIC  X(002)         VALUE SPACES.
           05 WRK-BLV-CNUMECTA         PIC  X(006)         VALUE SPACES.

       77  WRK-SW-CONTA-BLOQUEADA      PIC  X(001)         VALUE 'N'.
           88 WRK-CONTA-BLOQUEADA                          VALUE 'S'.
           88 WRK-CONTA-LIVRE                              VALUE 'N'.

       77  WRK-SW-PESQUISA-BLOQ        PIC  X(001)         VALUE 'N'.
           88 WRK-PESQUISA-BLOQ-ENCERRADA                  VALUE 'S'.
           88 WRK-PESQUISA-BLOQ-ANDAMENTO                  VALUE 'N'.

       77  WRK-COD-MOTIVO              PIC  X(003)         VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  WRK-FS-SWRKSAID             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-SARQTOT              PIC  X(002)         VALUE SPACES.
       01  WRK-FS-SARQDIVE             PIC  X(002)         VALUE SPACES.
       01  WRK-FS-SARQRETD             PIC  X(002)         VALUE SPACES.

      *--- CONTROLE DO REPOSICIONAMENTO DAS SAIDAS EM RESTART.
       77  WRK-TAM-SWRK                PIC  9(004) COMP    VALUE ZEROS.

       COPY I#BUPV47.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** APORTE RETIDO POR BLOQUEIO (SARQRETD)      ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       COPY I#BUPV52.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREAS MQSERIES E MENSAGEM DE MONITORACAO   ***'.

       COPY I#BUPV4C.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** LOG DE PARAMETROS DA EXECUCAO (BUPVM130)   ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       COPY I#BUPV51.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** LINHAS DO RELATORIO GERENCIAL (RELATORI)   ***'.
      *---                    (EXECUCAO INTEGRAL, DEFAULT) OU 1-9/A-Z
      *---                    EXCETO '4' (O PLANO 'BUPV105'+ID
      *---                    COLIDIRIA COM O DA EXECUCAO INTEGRAL)
      *---                    E '9' (COLIDIRIA COM O PLANO DA
      *---                    CONSOLIDACAO BUPV1059)
      *---                    (POSICAO 8, APOS A 7A VIRGULA)
      *--- LK-PARM-TOLERANCIA = TOLERANCIA DA CONCILIACAO DE VALORES
      *---                    EM CENTAVOS - 7 DIGITOS, '0000000'

           PERFORM 1100-INICIALIZAR-CKRS.

      *--- EM MODO SIMULACAO NAO HA LOG, COMO NAO HA NENHUMA OUTRA
      *--- GRAVACAO.
           IF WRK-EXECUCAO-REAL
              PERFORM 1450-REGISTRAR-PARAMETROS
           END-IF.

           PERFORM 1500-CARREGAR-PRODUTOS.

           PERFORM 1550-CARREGAR-BLOQUEIOS.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

           PERFORM 1399-TESTAR-FS-SARQDIVE.

           PERFORM 1397-TESTAR-FS-SARQRETD.

      *--- ERECCCOR/SARQCREJ SO SAO ABERTOS COM O RECICLO LIGADO -
      *--- FORA DISSO O FILE STATUS DELES PERMANECE EM SPACES E NAO
      *--- DEVE SER CRITICADO.
       1398-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1397-TESTAR-FS-SARQRETD         SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-SARQRETD          NOT EQUAL '00'
              MOVE 'APL'               TO   ERR-TIPO-ACESSO
              MOVE 'SARQRETD'          TO   WRK-NOME-ARQ
              MOVE WRK-FS-SARQRETD     TO   WRK-FILE-STATUS
              MOVE WRK-ERRO-FS-7100    TO   ERR-TEXTO
              MOVE WRK-ERRO-FS         TO   BU00-SS-MENSAGEM
              EVALUATE TRUE
                 WHEN WRK-ABERTURA
                      MOVE 037         TO   BU00-ES-COD-RETORNO
                 WHEN WRK-GRAVACAO
                      MOVE 039         TO   BU00-ES-COD-RETORNO
                 WHEN WRK-FECHAMENTO
                      MOVE 040         TO   BU00-ES-COD-RETORNO
              END-EVALUATE
              PERFORM 9996-MOVIMENTACAO-LOG-ERRO
              PERFORM 9997-GRAVAR-LOG-ERRO
              PERFORM 9998-EXIBIR-LOG-ERRO
              PERFORM 9999-ROTINA-ERRO
           END-IF.

           MOVE ZEROS                  TO   BU00-ES-COD-RETORNO.

      *----------------------------------------------------------------*
       1397-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1399-TESTAR-FS-SARQDIVE         SECTION.
      *----------------------------------------------------------------*
              PERFORM 9999-ROTINA-ERRO
           END-IF.

      *--- A IDENTIDADE '9' TAMBEM E REJEITADA: O PLANO FICARIA
      *--- 'BUPV1059' - O MESMO DA CONSOLIDACAO DAS PARTICOES, QUE TEM
      *--- CHECKPOINT PROPRIO (AREA I#BUPV94).
           IF WRK-PARTICAO               EQUAL     '9'
              MOVE 'APL'                 TO   ERR-TIPO-ACESSO
              MOVE 061                   TO   BU00-ES-COD-RETORNO
              MOVE 'BUPV1054 - IDENTIDADE DE PARTICAO INVALIDA (9) - COL
      -           'IDIRIA COM O PLANO DA CONSOLIDACAO (BUPV1059)'
                                         TO   BU00-SS-MENSAGEM
              MOVE BU00-SS-MENSAGEM(12:79)
                                         TO   ERR-TEXTO
              PERFORM 9996-MOVIMENTACAO-LOG-ERRO
              PERFORM 9997-GRAVAR-LOG-ERRO
              PERFORM 9998-EXIBIR-LOG-ERRO
              PERFORM 9999-ROTINA-ERRO
           END-IF.

           MOVE WRK-PGM                  TO   WRK-PLAN-CKRS.

           IF NOT WRK-SEM-PARTICAO
       1400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1450-REGISTRAR-PARAMETROS       SECTION.
      *----------------------------------------------------------------*

      *--- PARAMETROS EFETIVOS (JA COM OS DEFAULTS) NO LOG COMUM DA
      *--- CADEIA VIA BUPVM130 (VER I#BUPV51). A PARTICAO E O PLANO
      *--- IDENTIFICAM A INSTANCIA E NAO ENTRAM NO CONFRONTO COM O
      *--- PERFIL. FALHA DE REGISTRO E TOLERADA PELO PROPRIO BUPVM130.
           INITIALIZE BU51-INTERFACE.

           MOVE WRK-PGM                TO   BU51-PROGRAMA.

           IF WRK-MULTIPLOS-CENTROS
              MOVE '****'              TO   BU51-CCTRO-CUSTO
           ELSE
              MOVE WRK-CCTRO-CUSTO-ORIGE
                                       TO   BU51-CCTRO-CUSTO
           END-IF.

           IF LK-PARM-TAM              GREATER   ZEROS
              SET BU51-PARM-INFORMADA  TO   TRUE
           ELSE
              SET BU51-PARM-DEFAULT    TO   TRUE
           END-IF.

           STRING 'PARTICAO='          WRK-PARTICAO
                  ';PLANO='            WRK-PLAN-CKRS
              DELIMITED BY SIZE        INTO BU51-IDENTIFICACAO
           END-STRING.

           STRING 'SEQUENCIA='         WRK-MODO-SEQUENCIA
                  ';EXECUCAO='         WRK-MODO-EXECUCAO
                  ';ENTRADA='          WRK-FORMATO-ENTRADA
                  ';RECICLO='          WRK-MAX-RECICLO
                  ';DUPLICADA='        WRK-POLITICA-DUP
                  ';ENVELOPE='         WRK-MODO-ENVELOPE
                  ';TOLERANCIA='       WRK-TOLERANCIA-VALOR
                  ';FILA='
                                       DELIMITED BY SIZE
                  WRK-FILA-MONITOR     DELIMITED BY SPACE
                                       INTO BU51-OPCOES
           END-STRING.

           CALL 'BUPVM130'             USING BU51-INTERFACE.

      *----------------------------------------------------------------*
       1450-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1500-CARREGAR-PRODUTOS          SECTION.
      *----------------------------------------------------------------*
       1520-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1550-CARREGAR-BLOQUEIOS         SECTION.
      *----------------------------------------------------------------*

      *--- CARREGA AS CONTAS BLOQUEADAS POR ORDEM JUDICIAL/PREVENCAO A
      *--- FRAUDE (VER 3170-VERIFICAR-BLOQUEIO). SO ENTRAM OS BLOQUEIOS
      *--- ATIVOS E VIGENTES NA DATA CORRENTE - INCLUSAO E ENCERRAMENTO
      *--- SAO FEITOS PELA MANUTENCAO BUPV1088, SEM DELETE FISICO. A
      *--- TABELA NORMALMENTE E VAZIA - SEM BLOQUEIO NADA E RETIDO.
           EXEC SQL
               DECLARE CURS-BLOQUEIOS CURSOR FOR
               SELECT  CBALCAO,
                       CPRODUTO,
                       CNUMECTA
               FROM    DB2PRD.TCTRL_BLOQ_APORTE
               WHERE   CINDCD_SIT          =   'A'
               AND     DATA_INICIO         <=  CURRENT DATE
               AND     DATA_FIM            >=  CURRENT DATE
               ORDER BY CBALCAO, CPRODUTO, CNUMECTA
           END-EXEC.

           EXEC SQL
               OPEN CURS-BLOQUEIOS
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              PERFORM 1560-ERRO-SQL-BLOQUEIOS
           END-IF.

           MOVE ZEROS                  TO   WRK-QTD-BLOQUEIOS.

           PERFORM 1570-FETCH-BLOQUEIOS
                   UNTIL SQLCODE       EQUAL     100.

           EXEC SQL
               CLOSE CURS-BLOQUEIOS
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              PERFORM 1560-ERRO-SQL-BLOQUEIOS
           END-IF.

           DISPLAY 'BUPV1054 - CONTAS BLOQUEADAS CARREGADAS: '
                   WRK-QTD-BLOQUEIOS.

      *----------------------------------------------------------------*
       1550-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1560-ERRO-SQL-BLOQUEIOS         SECTION.
      *----------------------------------------------------------------*

           MOVE 'DB2'                  TO ERR-TIPO-ACESSO.
           MOVE 'TCTRL_BLOQ_APORTE'    TO ERR-DBD-TAB
                                          BU00-TABELA.
           MOVE 'CURSOR'               TO ERR-FUN-COMANDO
                                          BU00-COMANDO.
           MOVE SQLCODE                TO ERR-SQL-CODE
                                          WRK-SQLCODE-S9-9.
           MOVE WRK-SQLCODE-S9-3       TO BU00-SQLCODE.
           MOVE '1550'                 TO ERR-LOCAL.
           MOVE SPACES                 TO ERR-PGM
                                          ERR-SEGM.
           MOVE 998                    TO BU00-ES-COD-RETORNO.
           MOVE WRK-PGM                TO BU00-COD-PROGRAMA.
           MOVE '001'                  TO BU00-LOCAL.
           STRING 'CARGA DE CONTAS BLOQUEADAS '
                  WRK-CCTRO-CUSTO-ORIGE
              DELIMITED BY SIZE       INTO BU00-COMPLEMENTO
           END-STRING.
           PERFORM 9996-MOVIMENTACAO-LOG-ERRO.
           PERFORM 9997-GRAVAR-LOG-ERRO.
           PERFORM 9998-EXIBIR-LOG-ERRO.
           PERFORM 9999-ROTINA-ERRO.

      *----------------------------------------------------------------*
       1560-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1570-FETCH-BLOQUEIOS            SECTION.
      *----------------------------------------------------------------*

           EXEC SQL
               FETCH CURS-BLOQUEIOS
               INTO  :WRK-BLQ-CBALCAO,
                     :WRK-BLQ-CPRODUTO,
                     :WRK-BLQ-CNUMECTA
           END-EXEC.

      *--- ESTOURO DA TABELA INTERNA E TRATADO COMO ERRO - IGNORAR UM
      *--- BLOQUEIO POR FALTA DE ESPACO DEIXARIA SEGUIR PARA O
      *--- ALTAMIRA APORTE QUE O JURIDICO MANDOU RETER. AMPLIAR O
      *--- OCCURS DE WRK-TAB-BLOQUEIOS SE PASSAR DE 1000 CONTAS.
           EVALUATE TRUE
              WHEN SQLCODE             EQUAL     ZEROS
                   AND WRK-QTD-BLOQUEIOS
                                       LESS      1000
                   ADD 1               TO   WRK-QTD-BLOQUEIOS
                   MOVE WRK-BLOQUEIO-LIDO
                                       TO   WRK-BLOQ-CHAVE
                                            (WRK-QTD-BLOQUEIOS)
              WHEN SQLCODE             EQUAL     ZEROS
                   MOVE 'APL'          TO   ERR-TIPO-ACESSO
                   MOVE 996            TO   BU00-ES-COD-RETORNO
                   MOVE 'BUPV1054 - TABELA INTERNA DE CONTAS BLOQUEADAS
      -                 ' ESGOTADA - AMPLIAR WRK-TAB-BLOQUEIOS'
                                       TO   BU00-SS-MENSAGEM
                   MOVE BU00-SS-MENSAGEM(12:79)
                                       TO   ERR-TEXTO
                   PERFORM 9996-MOVIMENTACAO-LOG-ERRO
                   PERFORM 9997-GRAVAR-LOG-ERRO
                   PERFORM 9998-EXIBIR-LOG-ERRO
                   PERFORM 9999-ROTINA-ERRO
              WHEN SQLCODE             EQUAL     100
                   CONTINUE
              WHEN OTHER
                   PERFORM 1560-ERRO-SQL-BLOQUEIOS
           END-EVALUATE.

      *----------------------------------------------------------------*
       1570-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-VERIFICAR-VAZIO-RESTART    SECTION.
      *----------------------------------------------------------------*
                      WRK-VLR-CCORRASS -         WRK-VLR-APORTE
           END-IF.

      *--- CONTA BLOQUEADA NA TCTRL_BLOQ_APORTE (ORDEM JUDICIAL/
      *--- PREVENCAO A FRAUDE) NAO PODE CHEGAR AO ALTAMIRA - O APORTE
      *--- E RETIDO NO SARQRETD ANTES DE QUALQUER OUTRA DESTINACAO. A
      *--- CONCILIACAO DE VALORES E REFEITA NO CICLO EM QUE A BUPV1089
      *--- DEVOLVE O APORTE LIBERADO AO EARQAPOR.
           MOVE WRK-CBALCAO-APORTE     TO        WRK-BLV-CBALCAO.
           MOVE WRK-CPRODUTO-APORTE    TO        WRK-BLV-CPRODUTO.
           MOVE WRK-CNUMECTA-APORTE    TO        WRK-BLV-CNUMECTA.
           PERFORM 3170-VERIFICAR-BLOQUEIO.

           IF WRK-CONTA-BLOQUEADA
              PERFORM 3160-GRAVAR-SARQRETD
           ELSE
      *--- PAR DIVERGENTE NAO SEGUE PARA O SARQAPOR - E DESVIADO PARA
      *--- O SARQDIVE COM OS DOIS VALORES E A DIFERENCA, ANTES DA
      *--- TRANSMISSAO AO ALTAMIRA.
              IF WRK-VLR-DIFERENCA        GREATER   WRK-TOLERANCIA-VALOR
                 PERFORM 3150-GRAVAR-SARQDIVE
              ELSE
      *--- EM MODO SIMULACAO NAO GRAVA SARQAPOR NEM CHECKPOINTA, SO
      *--- CONTABILIZA O QUE SERIA GRAVADO (VER WRK-MODO-EXECUCAO).
                 IF WRK-EXECUCAO-REAL
                    WRITE FD-SARQAPOR     FROM      BU35-REGISTRO

                    SET WRK-GRAVACAO      TO   TRUE

                    PERFORM 1330-TESTAR-FS-SARQAPOR
                 END-IF

                 ADD 1                    TO     ACU-GRAVADOS-SARQAPOR

                 MOVE WRK-CHV-APORTE      TO        WRK-HIST-CHAVE
                 MOVE 'EARQAPOR'          TO        WRK-HIST-ORIGEM
                 MOVE 'CASADA'            TO        WRK-HIST-DESTINO
                 PERFORM 7000-GRAVAR-HISTORICO

                 IF WRK-ENVELOPE-LIGADO
                    IF BU35-ZMOVCTA       NUMERIC
                       ADD BU35-ZMOVCTA   TO        ACU-HASH-SAI-ZMOVCTA
                    END-IF
                    IF BU35-ZMOVASSOC     NUMERIC
                       ADD BU35-ZMOVASSOC TO     ACU-HASH-SAI-ZMOVASSOC
                    END-IF
                 END-IF
              END-IF
           END-IF.
       3150-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3160-GRAVAR-SARQRETD            SECTION.
      *----------------------------------------------------------------*

           PERFORM 4110-OBTER-DATA-HORA.

           MOVE WRK-CCTRO-CUSTO-ORIGE  TO        BU52-CCTRO-CUSTO.
           MOVE CPERDC-PROCM-SIST OF BUPVB023
                                       TO        WRK-AUX-S9-2.
           MOVE WRK-AUX-9-2            TO        BU52-CPERDC-PROCM.
           MOVE NSEQ-PROCM-EFETU  OF BUPVB023
                                       TO        WRK-AUX-S9-7.
           MOVE WRK-AUX-9-7            TO        BU52-NSEQ-PROCM.
           MOVE WRK-DS6-DATAPROC       TO        BU52-DATA-RETENCAO.
           MOVE WRK-DS6-HORAPROC       TO        BU52-HORA-RETENCAO.
           MOVE BU35-REGISTRO          TO        BU52-APORTE.

      *--- EM MODO SIMULACAO NAO GRAVA SARQRETD, SO CONTABILIZA E
      *--- LOGA (VER WRK-MODO-EXECUCAO). O APORTE RETIDO NAO ENTRA NO
      *--- HASH DO TRAILER DO SARQAPOR.
           IF WRK-EXECUCAO-REAL
              WRITE FD-SARQRETD        FROM      BU52-REGISTRO

              SET WRK-GRAVACAO         TO   TRUE

              PERFORM 1397-TESTAR-FS-SARQRETD
           END-IF.

           ADD 1                       TO        ACU-RETIDOS-APORTE.

           MOVE WRK-CHV-APORTE         TO        WRK-HIST-CHAVE.
           MOVE 'EARQAPOR'             TO        WRK-HIST-ORIGEM.
           MOVE 'RETIDA'               TO        WRK-HIST-DESTINO.
           PERFORM 7000-GRAVAR-HISTORICO.

           MOVE 062                    TO        BU00-ES-COD-RETORNO.
           STRING 'BUPV1054 - APORTE RETIDO POR BLOQUEIO DA CONTA.'
                  ' - CHAVE: '          WRK-CHV-APORTE
              DELIMITED BY SIZE  INTO  BU00-SS-MENSAGEM
           END-STRING.
           MOVE 'APL'                  TO        ERR-TIPO-ACESSO.
           PERFORM 9996-MOVIMENTACAO-LOG-ERRO.
           PERFORM 9997-GRAVAR-LOG-ERRO.

      *----------------------------------------------------------------*
       3160-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3170-VERIFICAR-BLOQUEIO         SECTION.
      *----------------------------------------------------------------*

      *--- O CHAMADOR CARREGA WRK-BLOQUEIO-VERIFICAR. A TABELA VEM EM
      *--- ORDEM DE CHAVE (VER 1550) - A PESQUISA PARA NO PRIMEIRO
      *--- BLOQUEIO IGUAL OU MAIOR QUE A CONTA PROCURADA.
           SET WRK-CONTA-LIVRE         TO        TRUE.
           SET WRK-PESQUISA-BLOQ-ANDAMENTO
                                       TO        TRUE.

           PERFORM 3175-COMPARAR-BLOQUEIO
                   VARYING WRK-IND-BLOQUEIOS FROM 1 BY 1
                   UNTIL   WRK-IND-BLOQUEIOS
                                       GREATER   WRK-QTD-BLOQUEIOS
                   OR      WRK-PESQUISA-BLOQ-ENCERRADA.

      *----------------------------------------------------------------*
       3170-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3175-COMPARAR-BLOQUEIO          SECTION.
      *----------------------------------------------------------------*

           EVALUATE TRUE
              WHEN WRK-BLOQ-CHAVE (WRK-IND-BLOQUEIOS)
                                       EQUAL     WRK-BLOQUEIO-VERIFICAR
                   SET WRK-CONTA-BLOQUEADA
                                       TO        TRUE
                   SET WRK-PESQUISA-BLOQ-ENCERRADA
                                       TO        TRUE
              WHEN WRK-BLOQ-CHAVE (WRK-IND-BLOQUEIOS)
                                       GREATER   WRK-BLOQUEIO-VERIFICAR
                   SET WRK-PESQUISA-BLOQ-ENCERRADA
                                       TO        TRUE
              WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
       3175-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3200-FUNCAO-CHECKPOINT          SECTION.
      *----------------------------------------------------------------*

           MOVE ACU-DIVERGE-VALOR      TO   WRK-AR-DIV-VALOR.
           MOVE WRK-CHV-APORTE-LIDA    TO   WRK-AR-CHV-APORTE-LIDA.
           MOVE ACU-RETIDOS-APORTE     TO   WRK-AR-RET-APORTE.

           MOVE WRK-AREA-RESTART       TO   CK01-AREA-RESTART.
           MOVE LENGTH                 OF   WRK-AREA-RESTART
                    RELATORI
                    SARQDUPL
                    SARQDIVE
                    SARQRETD
           ELSE
              CLOSE EARQAPOR
                    EARQCCOR
                    RELATORI
                    SARQDUPL
                    SARQDIVE
                    SARQRETD
           END-IF.

           IF WRK-RECICLO-LIGADO
           MOVE ACU-DIVERGE-VALOR      TO   WRK-DS9-QTDEARQ.
           DISPLAY WRK-DISP9.

           MOVE 'SARQRETD'             TO   WRK-DS9-DDNAME.
           MOVE 'O'                    TO   WRK-DS9-I-O.
           MOVE 'RETIDOS POR BLOQUEIO' TO   WRK-DS9-DESCARQ.
           MOVE ACU-RETIDOS-APORTE     TO   WRK-DS9-QTDEARQ.
           DISPLAY WRK-DISP9.

           DISPLAY WRK-DISP3.
           DISPLAY WRK-DISP1.

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
           MOVE ACU-DUPL-EARQAPOR      TO   BU42-QTD-DUPL-APORTE.
           MOVE ACU-DUPL-EARQCCOR      TO   BU42-QTD-DUPL-CCORRASS.
           MOVE ACU-DIVERGE-VALOR      TO   BU42-QTD-DIVERGE-VALOR.
           MOVE ACU-RETIDOS-APORTE     TO   BU42-QTD-RETIDOS.
           MOVE WRK-DS6-JOBNAME        TO   BU42-NOME-JOB.
           MOVE WRK-DS6-DATAPROC       TO   BU42-DATA-PROC.
           MOVE WRK-DS6-HORAPROC       TO   BU42-HORA-PROC.
                                            ACU-REGS-SARQDUPL
                                            ACU-REGS-RELATORI
                                            ACU-DIVERGE-VALOR
                                            ACU-RETIDOS-APORTE
                                            WRK-CONTADOR-CKPT.

           INITIALIZE WRK-CHV-APORTE
                             RELATORI
                             SARQDUPL
                             SARQDIVE
                             SARQRETD
              ELSE
                 OPEN INPUT  EARQAPOR
                             EARQCCOR
                             RELATORI
                             SARQDUPL
                             SARQDIVE
                             SARQRETD
              END-IF
      *--- ERECCCOR/SARQCREJ SO PARTICIPAM DO PROCESSAMENTO QUANDO O
      *--- RECICLO ESTA LIGADO NA PARM (VER WRK-MAX-RECICLO).
           MOVE 'OLD'                  TO   WRK-DYN-DISP.
           PERFORM 5125-EXECUTAR-ALLOC.

           MOVE 'SARQRETD'             TO   WRK-DYN-DDNAME.
           MOVE 'OLD'                  TO   WRK-DYN-DISP.
           PERFORM 5125-EXECUTAR-ALLOC.

           IF WRK-RECICLO-LIGADO
              MOVE 'ERECCCOR'          TO   WRK-DYN-DDNAME
              MOVE 'SHR'               TO   WRK-DYN-DISP
           MOVE 'SARQDIVE'             TO   WRK-DYN-DDNAME.
           PERFORM 5135-EXECUTAR-FREE.

           MOVE 'SARQRETD'             TO   WRK-DYN-DDNAME.
           PERFORM 5135-EXECUTAR-FREE.

           IF WRK-RECICLO-LIGADO
              MOVE 'ERECCCOR'          TO   WRK-DYN-DDNAME
              PERFORM 5135-EXECUTAR-FREE

           MOVE WRK-AR-DIV-VALOR       TO   ACU-DIVERGE-VALOR.
           MOVE WRK-AR-CHV-APORTE-LIDA TO   WRK-CHV-APORTE-LIDA.
           MOVE WRK-AR-RET-APORTE      TO   ACU-RETIDOS-APORTE.

           SET WRK-RESTART-CENTRO-ATIVO
                                       TO   TRUE.

           PERFORM 5178-REPOSICIONAR-SARQDIVE.

           PERFORM 5181-REPOSICIONAR-SARQRETD.

           IF WRK-RECICLO-LIGADO
              PERFORM 5177-REPOSICIONAR-SARQCREJ
           END-IF.
       5178-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5181-REPOSICIONAR-SARQRETD      SECTION.
      *----------------------------------------------------------------*

           MOVE ACU-RETIDOS-APORTE     TO   WRK-QTD-COPIA.
           MOVE 400                    TO   WRK-TAM-SWRK.
           MOVE 'SARQRETD'             TO   WRK-NOME-ARQ.

           OPEN INPUT  SARQRETD.
           SET WRK-ABERTURA            TO   TRUE.
           PERFORM 1397-TESTAR-FS-SARQRETD.

           PERFORM 5180-ABRIR-SWRK-SAIDA.

           MOVE ZEROS                  TO   WRK-CTR-COPIA.

           PERFORM 5182-COPIAR-SARQRETD
                   UNTIL WRK-CTR-COPIA NOT LESS WRK-QTD-COPIA.

           CLOSE SARQRETD.
           SET WRK-FECHAMENTO          TO   TRUE.
           PERFORM 1397-TESTAR-FS-SARQRETD.

           PERFORM 5185-VIRAR-SWRK-LEITURA.

           OPEN OUTPUT SARQRETD.
           SET WRK-ABERTURA            TO   TRUE.
           PERFORM 1397-TESTAR-FS-SARQRETD.

           MOVE SPACES                 TO   WRK-FS-SWRKSAID.

           PERFORM 5183-DEVOLVER-SARQRETD
                   UNTIL WRK-FS-SWRKSAID EQUAL '10'.

           CLOSE SWRKSAID.

      *----------------------------------------------------------------*
       5181-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5182-COPIAR-SARQRETD            SECTION.
      *----------------------------------------------------------------*

           READ SARQRETD               INTO WRK-REG-COPIA.

           IF WRK-FS-SARQRETD          EQUAL     '10'
              PERFORM 5190-ERRO-REPOSICIONAMENTO
           END-IF.

           SET WRK-LEITURA             TO   TRUE.
           PERFORM 1397-TESTAR-FS-SARQRETD.

           WRITE FD-SWRKSAID           FROM WRK-REG-COPIA.

           IF WRK-FS-SWRKSAID          NOT EQUAL '00'
              PERFORM 5190-ERRO-REPOSICIONAMENTO
           END-IF.

           ADD 1                       TO   WRK-CTR-COPIA.

      *----------------------------------------------------------------*
       5182-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5183-DEVOLVER-SARQRETD          SECTION.
      *----------------------------------------------------------------*

           READ SWRKSAID               INTO WRK-REG-COPIA.

           IF WRK-FS-SWRKSAID          NOT EQUAL '10'
              WRITE FD-SARQRETD        FROM WRK-REG-COPIA
              SET WRK-GRAVACAO         TO   TRUE
              PERFORM 1397-TESTAR-FS-SARQRETD
           END-IF.

      *----------------------------------------------------------------*
       5183-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5180-ABRIR-SWRK-SAIDA           SECTION.
      *----------------------------------------------------------------*
      *--- AS TRES COLUNAS DO RELATORIO DEVEM BATER COM OS
      *--- ACUMULADORES GRAVADOS NA TABELA.
      *--- OS CASADOS DO RELATORIO INCLUEM OS PARES DESVIADOS POR
      *--- DIVERGENCIA DE VALOR E OS APORTES RETIDOS POR BLOQUEIO
      *--- (CASARAM PELA CHAVE) - A AMARRACAO E CONTRA GRAVADOS +
      *--- DIVERGENTES + RETIDOS.
           MOVE 'CASADOS X GRAV+DIVERG+RETIDOS...:'
                                       TO   WRK-RCF-DESCRICAO.
           MOVE ACU-RTG-CASADOS        TO   WRK-RCF-RELATORIO.
           COMPUTE WRK-SOMA-EXCECOES =
                   ACU-GRAVADOS-SARQAPOR
                 + ACU-DIVERGE-VALOR
                 + ACU-RETIDOS-APORTE.
           MOVE WRK-SOMA-EXCECOES      TO   WRK-RCF-AUDITORIA.
           IF ACU-RTG-CASADOS          EQUAL WRK-SOMA-EXCECOES
              MOVE 'CONFERE'           TO   WRK-RCF-PARECER
