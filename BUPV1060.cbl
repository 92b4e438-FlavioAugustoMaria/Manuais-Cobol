      *                   0004 - HOUVE CARTAO RECUSADO, CARTAO SEM     *
      *                          REGISTRO OU REGISTRO SEM CARTAO       *
      *                          (VER RELATO)                          *
      *                   0012 - ERRO DE ARQUIVO                       *
      *                   ABEND  - ERRO DE CARTAO, ECARTAO SEM O       *
      *                          CABECALHO DA LIBERACAO, COM           *
      *                          QUANTIDADE DIFERENTE DELE OU COM      *
      *                          CARTAO NAO LIBERADO, PELA BRAD7100    *
      *                          (DB2 DESFAZ A CONFERENCIA)            *
      *----------------------------------------------------------------*
      *    BCO DE DADOS:                                               *
      *                TABLE                          INCLUDE/BOOK     *
      *                DB2PRD.TCTRL_CARTAO_APROV (CONFERENCIA DA       *
      *                                           LIBERACAO)           *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME           I/O           INCLUDE/BOOK     *
      *                ECRITDET          I              I#BUPV49       *
      *                  (SARQCRID GERADO PELA BUPV1054, OU SCRITDET   *
      *                  DOS PARES PROVAVEIS DA BUPV1074)              *
      *                ECARTAO           I    CARTOES DE CORRECAO:     *
      *                  (SCARTAO DA LIBERACAO DA BUPV1077 -           *
      *                  SO CARTOES APROVADOS EM DUPLO CONTROLE)       *
      *                  1O CARTAO UTIL: CABECALHO DA LIBERACAO        *
      *                  (I#BUPV53) - OBRIGATORIO, PARA A BUPV1060 E   *
      *                  COM A QUANTIDADE DOS CARTOES QUE O SEGUEM.    *
      *                  CADA CARTAO TEM QUE CONSTAR COMO LIBERADO     *
      *                  PARA A BUPV1060 NESSA LIBERACAO NA            *
      *                  TCTRL_CARTAO_APROV - A CONFERENCIA E FEITA    *
      *                  NA CARGA, ANTES DE QUALQUER REPARO (A         *
      *                  SEQUENCIA CONFERIDA PASSA A 'PROCESSADO' E    *
      *                  NAO VALE DE NOVO)                             *
      *                  COLS 01-21 CHAVE (BU41-CHAVE)                 *
      *                  COLS 23-30 CAMPO (CNUMECTA/CDIGICTA/ZMOVCTA/  *
      *                             ZMOVASSO/DCONTD/DPROC/CPRODUTO/    *
      *                RELATO            O    RELATORIO FBA 133        *
      *----------------------------------------------------------------*
      *    BOOK'S......:                                               *
      *    I#BRAD7C - AREA PARA TRATAMENTO DE ERRO PELA BRAD7100       *
      *    I#BUPV00 - AREA DE COMUNICACAO                              *
      *    I#BUPV35 - AREA PARA ARQUIVOS DE APORTES                    *
      *    I#BUPV3A - AREA CCORRASS                                    *
      *    I#BUPV49 - CRITICA DETALHADA (SARQCRID)                     *
      *    I#BUPV53 - CABECALHO DA LIBERACAO DE CARTOES (BUPV1077)     *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    BRAD7100 - AREA PARA TRATAMENTO DE ERRO PELA BRAD7100       *
      *    BUPVM100 - GRAVAR LOG DE ERRO                               *
      *    CKRS1000 - CONEXAO COM O DB2                                *
      *================================================================*

      *================================================================*
           '*** INICIO DA WORKING-STORAGE SECTION         ****'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       77  WRK-BATCH                   PIC  X(008)         VALUE
           'BATCH'.

       77  WRK-PGM                     PIC  X(008)         VALUE
           'BUPV1060'.

       77  WRK-MODULO                  PIC  X(008)         VALUE SPACES.

       77  ACU-LIDOS-ECRITDET          PIC  9(009) COMP-3  VALUE ZEROS.
       77  ACU-LIDOS-ECARTAO           PIC  9(009) COMP-3  VALUE ZEROS.
       77  ACU-REPARADOS-APORTE        PIC  9(009) COMP-3  VALUE ZEROS.
       77  WRK-QTD-CARTOES             PIC  9(003) COMP    VALUE ZEROS.
       77  WRK-IND-CARTOES             PIC  9(003) COMP    VALUE ZEROS.

      *--- O CABECALHO DA LIBERACAO (I#BUPV53) TEM QUE SER O 1O CARTAO
      *--- UTIL DO ECARTAO - SEM ELE O DECK NAO VEIO DA BUPV1077.
       77  WRK-SW-CABECALHO            PIC  X(001)         VALUE 'N'.
           88 WRK-CABECALHO-LIDO                           VALUE 'S'.

       77  WRK-SW-CARTAO-LIBERADO      PIC  X(001)         VALUE 'N'.
           88 WRK-CARTAO-LIBERADO                          VALUE 'S'.

      *--- COMANDO DO ACESSO A TCTRL_CARTAO_APROV EM CURSO (2960).
       77  WRK-APV-COMANDO             PIC  X(008)         VALUE SPACES.

       01  WRK-CARTAO.
           05 WRK-CTO-CHAVE            PIC  X(021).
           05 FILLER                   PIC  X(001).
           05 WRK-CTO-NOVO             PIC  X(020).
           05 FILLER                   PIC  X(008).

       01  WRK-SQLCODE-S9-9            PIC S9(009)         VALUE ZEROS.
       01  FILLER                      REDEFINES WRK-SQLCODE-S9-9.
           05 FILLER                   PIC  X(006).
           05 WRK-SQLCODE-S9-3         PIC S9(003).

      *--- CAMPO EM TRATAMENTO NO CICLO ATUAL DE 3200-APLICAR-CARTAO.
       77  WRK-CAMPO-TAMANHO           PIC  9(002) COMP    VALUE ZEROS.
       77  WRK-VALOR-ATUAL             PIC  X(020)         VALUE SPACES.
           05 WRK-RLT-QUANTIDADE       PIC  ZZZ.ZZZ.ZZ9    VALUE ZEROS.
           05 FILLER                   PIC  X(088)         VALUE SPACES.

       01  WRK-RL-LIBERACAO.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 FILLER                   PIC  X(032)         VALUE
              'CARTOES LIBERADOS PELA BUPV1077 '.
           05 FILLER                   PIC  X(003)         VALUE
              'EM '.
           05 WRK-RLL-DTHR             PIC  X(026)         VALUE SPACES.
           05 FILLER                   PIC  X(011)         VALUE
              ' - CARTOES:'.
           05 WRK-RLL-QUANTIDADE       PIC  ZZZZ9          VALUE ZEROS.
           05 FILLER                   PIC  X(055)         VALUE SPACES.

       01  WRK-RL-BRANCO               PIC  X(133)         VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       COPY I#BUPV49.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** CABECALHO DA LIBERACAO (ECARTAO)           ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       COPY I#BUPV53.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DA BRAD7100                           ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       COPY I#BRAD7C.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE COMUNICACAO                        ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       COPY I#BUPV00.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DAS TABELAS                           ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

           EXEC SQL
                INCLUDE SQLCA
           END-EXEC.

      *--- HOST VARIABLES DA TCTRL_CARTAO_APROV (DUPLO CONTROLE DOS
      *--- CARTOES - SEM DCLGEN, COMO NA BUPV1077).
       01  WRK-HV-APV-PROGRAMA         PIC  X(008)         VALUE SPACES.
       01  WRK-HV-APV-NSEQ             PIC S9(009) COMP    VALUE ZEROS.
       01  WRK-HV-APV-IMAGEM           PIC  X(080)         VALUE SPACES.
       01  WRK-HV-APV-DTHR-LIBERACAO   PIC  X(026)         VALUE SPACES.

      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*
       1000-INICIALIZAR                SECTION.
      *----------------------------------------------------------------*

           INITIALIZE BU00-REGISTRO.

           CALL 'CKRS1000'.

           OPEN INPUT  ECRITDET
                       ECARTAO
                OUTPUT SAPOROUT
           PERFORM 2100-LER-CARTAO
                   UNTIL WRK-FS-ECARTAO EQUAL '10'.

           IF NOT WRK-CABECALHO-LIDO
              MOVE 'ECARTAO SEM O CABECALHO DA LIBERACAO DA BUPV1077'
                                       TO   ERR-TEXTO
              PERFORM 2950-ERRO-LIBERACAO
           END-IF.

      *--- CARTAO A MAIS OU A MENOS QUE O LIBERADO: DECK ALTERADO
      *--- DEPOIS DA BUPV1077.
           IF ACU-LIDOS-ECARTAO        NOT EQUAL BU53-CAB-QTD-CARTOES
              DISPLAY 'BUPV1060 - ECARTAO COM ' ACU-LIDOS-ECARTAO
                      ' CARTOES - CABECALHO DA LIBERACAO = '
                      BU53-CAB-QTD-CARTOES
              MOVE 'QUANTIDADE DE CARTOES DIFERENTE DA LIBERACAO'
                                       TO   ERR-TEXTO
              PERFORM 2950-ERRO-LIBERACAO
           END-IF.

           MOVE BU53-CAB-DTHR-LIBERACAO
                                       TO   WRK-RLL-DTHR.
           MOVE BU53-CAB-QTD-CARTOES   TO   WRK-RLL-QUANTIDADE.
           MOVE WRK-RL-LIBERACAO       TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

           MOVE WRK-RL-BRANCO          TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

           IF WRK-QTD-CARTOES          EQUAL     ZEROS
              MOVE 'NENHUM CARTAO DE CORRECAO VALIDO EM ECARTAO'
                                       TO   ERR-TEXTO
              PERFORM 2950-ERRO-LIBERACAO
           END-IF.

      *----------------------------------------------------------------*
              STOP RUN
           END-IF.

           IF WRK-FS-ECARTAO           NOT EQUAL '00'
              OR WRK-CARTAO            EQUAL     SPACES
              OR WRK-CARTAO(1:1)       EQUAL     '*'
              GO TO 2100-99-FIM
           END-IF.

           IF NOT WRK-CABECALHO-LIDO
              PERFORM 2150-VALIDAR-CABECALHO
              GO TO 2100-99-FIM
           END-IF.

           IF WRK-CARTAO(1:9)          EQUAL     'LIBCART**'
              MOVE 'MAIS DE UM CABECALHO DE LIBERACAO NO ECARTAO'
                                       TO   ERR-TEXTO
              PERFORM 2950-ERRO-LIBERACAO
           END-IF.

           ADD 1                       TO   ACU-LIDOS-ECARTAO.
           PERFORM 2200-GUARDAR-CARTAO.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2150-VALIDAR-CABECALHO          SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-CARTAO             TO   BU53-CABECALHO.

           IF NOT BU53-CABECALHO-LIBERACAO
              DISPLAY 'BUPV1060 - 1O CARTAO: ' WRK-CARTAO(1:30)
              MOVE 'ECARTAO SEM O CABECALHO DA LIBERACAO DA BUPV1077'
                                       TO   ERR-TEXTO
              PERFORM 2950-ERRO-LIBERACAO
           END-IF.

           IF BU53-CAB-PROGRAMA        NOT EQUAL WRK-PGM
              OR BU53-CAB-DTHR-LIBERACAO
                                       EQUAL     SPACES
              OR BU53-CAB-QTD-CARTOES  NOT NUMERIC
              DISPLAY 'BUPV1060 - 1O CARTAO: ' WRK-CARTAO(1:50)
              MOVE 'CABECALHO DA LIBERACAO INVALIDO OU DE OUTRO PGM'
                                       TO   ERR-TEXTO
              PERFORM 2950-ERRO-LIBERACAO
           END-IF.

           MOVE WRK-PGM                TO   WRK-HV-APV-PROGRAMA.
           MOVE BU53-CAB-DTHR-LIBERACAO
                                       TO   WRK-HV-APV-DTHR-LIBERACAO.

           SET WRK-CABECALHO-LIDO      TO   TRUE.

      *----------------------------------------------------------------*
       2150-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2160-CONFERIR-LIBERACAO         SECTION.
      *----------------------------------------------------------------*

      *--- SO E CARREGADO O CARTAO LIBERADO PARA ESTE PROGRAMA NA
      *--- LIBERACAO DO CABECALHO, COM A MESMA IMAGEM. A SEQUENCIA
      *--- CONFERIDA PASSA A 'PROCESSADO' NA MESMA UNIDADE DE TRABALHO
      *--- DA EXECUCAO E NAO SERVE DE NOVO (DECK REPROCESSADO OU
      *--- CARTAO REPETIDO ALEM DO QUE FOI LIBERADO).
           MOVE 'N'                    TO   WRK-SW-CARTAO-LIBERADO.
           MOVE WRK-CARTAO             TO   WRK-HV-APV-IMAGEM.

           EXEC SQL
               SELECT  VALUE(MIN(NSEQ_CARTAO), 0)
               INTO    :WRK-HV-APV-NSEQ
               FROM    DB2PRD.TCTRL_CARTAO_APROV
               WHERE   PROGRAMA_DESTINO    =   :WRK-HV-APV-PROGRAMA
               AND     SITUACAO            =   'LIBERADO'
               AND     DTHR_LIBERACAO      =
                       TIMESTAMP(:WRK-HV-APV-DTHR-LIBERACAO)
               AND     IMAGEM_CARTAO       =   :WRK-HV-APV-IMAGEM
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              MOVE 'SELECT'            TO   WRK-APV-COMANDO
              PERFORM 2960-ERRO-SQL-CARTAO-APROV
           END-IF.

           IF WRK-HV-APV-NSEQ          EQUAL     ZEROS
              GO TO 2160-99-FIM
           END-IF.

           EXEC SQL
               UPDATE  DB2PRD.TCTRL_CARTAO_APROV
               SET     SITUACAO            =   'PROCESSADO'
               WHERE   PROGRAMA_DESTINO    =   :WRK-HV-APV-PROGRAMA
               AND     NSEQ_CARTAO         =   :WRK-HV-APV-NSEQ
               AND     SITUACAO            =   'LIBERADO'
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE             EQUAL     ZEROS
                   SET WRK-CARTAO-LIBERADO
                                       TO   TRUE
              WHEN SQLCODE             EQUAL     100
                   CONTINUE
              WHEN OTHER
                   MOVE 'UPDATE'       TO   WRK-APV-COMANDO
                   PERFORM 2960-ERRO-SQL-CARTAO-APROV
           END-EVALUATE.

      *----------------------------------------------------------------*
       2160-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2200-GUARDAR-CARTAO             SECTION.
      *----------------------------------------------------------------*

           IF WRK-CTO-CHAVE            EQUAL     SPACES
              OR WRK-CTO-CAMPO         EQUAL     SPACES
              DISPLAY 'BUPV1060 - CARTAO: ' WRK-CARTAO(1:30)
              MOVE 'CARTAO SEM CHAVE OU SEM CAMPO'
                                       TO   ERR-TEXTO
              PERFORM 2950-ERRO-LIBERACAO
           END-IF.

      *--- ESTOURO DA TABELA E ERRO DE CARGA - DEIXAR CARTAO DE FORA
      *--- GERARIA REPARO PARCIAL SILENCIOSO.
           IF WRK-QTD-CARTOES          NOT LESS  200
              MOVE 'TABELA INTERNA DE CARTOES ESGOTADA - AMPLIAR WRK-TAB
      -            '-CARTOES'          TO   ERR-TEXTO
              PERFORM 2950-ERRO-LIBERACAO
           END-IF.

      *--- CARTAO NAO LIBERADO PARA A BUPV1060 NESTA LIBERACAO (OU JA
      *--- PROCESSADO) DERRUBA A CARGA ANTES DE QUALQUER REPARO.
           PERFORM 2160-CONFERIR-LIBERACAO.

           IF NOT WRK-CARTAO-LIBERADO
              DISPLAY 'BUPV1060 - CARTAO: ' WRK-CARTAO(1:72)
              MOVE 'CARTAO NAO LIBERADO PELA BUPV1077 OU JA PROCESSADO'
                                       TO   ERR-TEXTO
              PERFORM 2950-ERRO-LIBERACAO
           END-IF.

           ADD 1                       TO   WRK-QTD-CARTOES.
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2950-ERRO-LIBERACAO             SECTION.
      *----------------------------------------------------------------*

      *--- ERR-TEXTO PREENCHIDO PELO CHAMADOR. ABENDA PELA BRAD7100
      *--- PARA O DB2 DESFAZER A CONFERENCIA JA FEITA NESTA EXECUCAO.
           DISPLAY 'BUPV1060 - ' ERR-TEXTO.

           MOVE 'APL'                  TO   ERR-TIPO-ACESSO.
           MOVE 038                    TO   BU00-ES-COD-RETORNO.
           PERFORM 9996-MOVIMENTACAO-LOG-ERRO.
           PERFORM 9997-GRAVAR-LOG-ERRO.
           PERFORM 9999-ROTINA-ERRO.

      *----------------------------------------------------------------*
       2950-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2960-ERRO-SQL-CARTAO-APROV      SECTION.
      *----------------------------------------------------------------*

           MOVE 'DB2'                  TO ERR-TIPO-ACESSO.
           MOVE 'TCTRL_CARTAO_APROV'   TO ERR-DBD-TAB
                                          BU00-TABELA.
           MOVE WRK-APV-COMANDO        TO ERR-FUN-COMANDO
                                          BU00-COMANDO.
           MOVE SQLCODE                TO ERR-SQL-CODE
                                          WRK-SQLCODE-S9-9.
           MOVE WRK-SQLCODE-S9-3       TO BU00-SQLCODE.
           MOVE '2960'                 TO ERR-LOCAL.
           MOVE SPACES                 TO ERR-PGM
                                          ERR-SEGM.
           IF WRK-APV-COMANDO          EQUAL     'SELECT'
              MOVE 998                 TO BU00-ES-COD-RETORNO
           ELSE
              MOVE 999                 TO BU00-ES-COD-RETORNO
           END-IF.
           MOVE WRK-PGM                TO BU00-COD-PROGRAMA.
           MOVE '001'                  TO BU00-LOCAL.
           STRING 'CONFERENCIA DA LIBERACAO BUPV1077 DE '
                  WRK-HV-APV-DTHR-LIBERACAO
              DELIMITED BY SIZE       INTO BU00-COMPLEMENTO
           END-STRING.
           PERFORM 9996-MOVIMENTACAO-LOG-ERRO.
           PERFORM 9997-GRAVAR-LOG-ERRO.
           PERFORM 9999-ROTINA-ERRO.

      *----------------------------------------------------------------*
       2960-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-REPARAR-CRITICADOS         SECTION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       9100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9996-MOVIMENTACAO-LOG-ERRO      SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO BU00-AREA-ENTRADA.
           MOVE 1                      TO BU00-EE-FUNCAO-PROCESSAMENTO.
           MOVE 1                      TO BU00-EE-DADO-TRATADA.
           MOVE 2                      TO BU00-SS-SITUAC-PROCESSAMENTO.

      *----------------------------------------------------------------*
       9996-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9997-GRAVAR-LOG-ERRO            SECTION.
      *----------------------------------------------------------------*

           MOVE 'BUPVM100'             TO        WRK-MODULO.

           CALL WRK-MODULO             USING     BU00-REGISTRO.

      *----------------------------------------------------------------*
       9997-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9999-ROTINA-ERRO                SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-PGM                TO   ERR-PGM.

           IF ERR-TIPO-ACESSO          EQUAL     'DB2'
              CALL 'BRAD7100'          USING WRK-BATCH
                                             ERRO-AREA
                                             SQLCA
           ELSE
              CALL 'BRAD7100'          USING WRK-BATCH
                                             ERRO-AREA
           END-IF.

           GOBACK.

      *----------------------------------------------------------------*
       9999-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
