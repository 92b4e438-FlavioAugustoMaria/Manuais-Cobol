      *    COND CODES..:  0000 - TODOS OS CARTOES APLICADOS            *
      *                   0004 - HOUVE CARTAO RECUSADO (VER RELATO)    *
      *                   0012 - ERRO DE CARTAO/ARQUIVO                *
      *                   ECARTAO SEM O CABECALHO DA LIBERACAO OU COM  *
      *                   QUANTIDADE DIFERENTE DELE ABENDA PELA        *
      *                   BRAD7100 (DB2 DESFAZ O QUE FOI APLICADO)     *
      *----------------------------------------------------------------*
      *    BCO DE DADOS:                                               *
      *                TABLE                          INCLUDE/BOOK     *
      *                DB2PRD.TCTRL_BATIM_EXCEC          BUPVB026      *
      *                DB2PRD.TCTRL_CARTAO_APROV (CONFERENCIA DA       *
      *                                           LIBERACAO)           *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME           I/O           OBS              *
      *                ECARTAO           I    CARTOES DE SITUACAO:     *
      *                  (SCARTAO DA LIBERACAO DA BUPV1077 -           *
      *                  SO CARTOES APROVADOS EM DUPLO CONTROLE)       *
      *                  1O CARTAO UTIL: CABECALHO DA LIBERACAO        *
      *                  (I#BUPV53) - OBRIGATORIO, PARA A BUPV1065 E   *
      *                  COM A QUANTIDADE DOS CARTOES QUE O SEGUEM.    *
      *                  CADA CARTAO SO E APLICADO SE CONSTAR COMO     *
      *                  LIBERADO PARA A BUPV1065 NESSA LIBERACAO NA   *
      *                  TCTRL_CARTAO_APROV (A SEQUENCIA CONFERIDA     *
      *                  PASSA A 'PROCESSADO' E NAO VALE DE NOVO)      *
      *                  COLS 01-04 CENTRO DE CUSTO                    *
      *                  COLS 06-26 CHAVE DO BATIMENTO                 *
      *                  COLS 28-31 TIPO (CREJ/DUPL/DIVE)              *
      *    BOOK'S......:                                               *
      *    I#BRAD7C - AREA PARA TRATAMENTO DE ERRO PELA BRAD7100       *
      *    I#BUPV00 - AREA DE COMUNICACAO                              *
      *    I#BUPV53 - CABECALHO DA LIBERACAO DE CARTOES (BUPV1077)     *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    BRAD7100 - AREA PARA TRATAMENTO DE ERRO PELA BRAD7100       *

       77  WRK-COND-CODE               PIC  9(004)         VALUE ZEROS.

      *--- O CABECALHO DA LIBERACAO (I#BUPV53) TEM QUE SER O 1O CARTAO
      *--- UTIL DO ECARTAO - SEM ELE O DECK NAO VEIO DA BUPV1077.
       77  WRK-SW-CABECALHO            PIC  X(001)         VALUE 'N'.
           88 WRK-CABECALHO-LIDO                           VALUE 'S'.

       77  WRK-SW-CARTAO-LIBERADO      PIC  X(001)         VALUE 'N'.
           88 WRK-CARTAO-LIBERADO                          VALUE 'S'.

      *--- COMANDO DO ACESSO A TCTRL_CARTAO_APROV EM CURSO (2960).
       77  WRK-APV-COMANDO             PIC  X(008)         VALUE SPACES.

       01  WRK-CARTAO.
           05 WRK-CTO-CENTRO           PIC  X(004).
           05 FILLER                   PIC  X(001).
                INCLUDE BUPVB026
           END-EXEC.

      *--- HOST VARIABLES DA TCTRL_CARTAO_APROV (DUPLO CONTROLE DOS
      *--- CARTOES - SEM DCLGEN, COMO NA BUPV1077).
       01  WRK-HV-APV-PROGRAMA         PIC  X(008)         VALUE SPACES.
       01  WRK-HV-APV-NSEQ             PIC S9(009) COMP    VALUE ZEROS.
       01  WRK-HV-APV-IMAGEM           PIC  X(080)         VALUE SPACES.
       01  WRK-HV-APV-DTHR-LIBERACAO   PIC  X(026)         VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** CABECALHO DA LIBERACAO (ECARTAO)           ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       COPY I#BUPV53.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** FIM DA WORKING-STORAGE SECTION             ***'.
           PERFORM 2100-LER-CARTAO
                   UNTIL WRK-FS-ECARTAO EQUAL '10'.

      *--- SEM CABECALHO OU COM CARTAO A MAIS/A MENOS QUE O LIBERADO, O
      *--- DECK NAO E O QUE A BUPV1077 GEROU: ABENDA E O DB2 DESFAZ O
      *--- QUE JA FOI APLICADO.
           IF NOT WRK-CABECALHO-LIDO
              MOVE 'ECARTAO SEM O CABECALHO DA LIBERACAO DA BUPV1077'
                                       TO   ERR-TEXTO
              PERFORM 2950-ERRO-LIBERACAO
           END-IF.

           IF ACU-LIDOS-ECARTAO        NOT EQUAL BU53-CAB-QTD-CARTOES
              DISPLAY 'BUPV1065 - ECARTAO COM ' ACU-LIDOS-ECARTAO
                      ' CARTOES - CABECALHO DA LIBERACAO = '
                      BU53-CAB-QTD-CARTOES
              MOVE 'QTDE DE CARTOES DIFERE DO CABECALHO DA LIBERACAO'
                                       TO   ERR-TEXTO
              PERFORM 2950-ERRO-LIBERACAO
           END-IF.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
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

           ADD 1                       TO   ACU-LIDOS-ECARTAO.
           PERFORM 2200-APLICAR-CARTAO.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2150-VALIDAR-CABECALHO          SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-CARTAO             TO   BU53-CABECALHO.

           IF NOT BU53-CABECALHO-LIBERACAO
              OR BU53-CAB-PROGRAMA     NOT EQUAL WRK-PGM
              OR BU53-CAB-DTHR-LIBERACAO
                                       EQUAL     SPACES
              OR BU53-CAB-QTD-CARTOES  NOT NUMERIC
              DISPLAY 'BUPV1065 - 1O CARTAO: ' WRK-CARTAO(1:50)
              MOVE 'ECARTAO SEM O CABECALHO DA LIBERACAO DA BUPV1077'
                                       TO   ERR-TEXTO
              PERFORM 2950-ERRO-LIBERACAO
           END-IF.

           DISPLAY 'BUPV1065 - LIBERACAO DA BUPV1077 DE '
                   BU53-CAB-DTHR-LIBERACAO ' - '
                   BU53-CAB-QTD-CARTOES ' CARTOES'.

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

      *--- SO E APLICADO O CARTAO LIBERADO PARA ESTE PROGRAMA NA
      *--- LIBERACAO DO CABECALHO, COM A MESMA IMAGEM. A SEQUENCIA
      *--- CONFERIDA PASSA A 'PROCESSADO' NA MESMA UNIDADE DE TRABALHO
      *--- DA APLICACAO E NAO SERVE DE NOVO (DECK REPROCESSADO OU
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
       2200-APLICAR-CARTAO             SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-CTO-SITUACAO       TO   WRK-MND-SITUACAO.
           MOVE WRK-CTO-RESOLVEDOR     TO   WRK-MND-RESOLVEDOR.

           PERFORM 2160-CONFERIR-LIBERACAO.

           IF NOT WRK-CARTAO-LIBERADO
              MOVE 'CARTAO NAO LIBERADO'
                                       TO   WRK-MND-RESULTADO
              PERFORM 2300-RECUSAR-CARTAO
              GO TO 2200-99-FIM
           END-IF.

           IF NOT WRK-CTO-SIT-VALIDA
              MOVE 'SITUACAO INVALIDA' TO   WRK-MND-RESULTADO
              PERFORM 2300-RECUSAR-CARTAO
       2900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2950-ERRO-LIBERACAO             SECTION.
      *----------------------------------------------------------------*

      *--- ERR-TEXTO PREENCHIDO PELO CHAMADOR. ABENDA PELA BRAD7100
      *--- PARA O DB2 DESFAZER O QUE JA FOI APLICADO NESTA EXECUCAO.
           DISPLAY 'BUPV1065 - ' ERR-TEXTO.

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
       4000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-MNT-TOTAL          TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

           MOVE 'CARTOES LIBERADOS (BUPV1077)...:'
                                       TO   WRK-MNT-DESCRICAO.
           MOVE BU53-CAB-QTD-CARTOES   TO   WRK-MNT-QUANTIDADE.
           MOVE WRK-MNT-TOTAL          TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

           MOVE 'CARTOES APLICADOS.............:'
                                       TO   WRK-MNT-DESCRICAO.
           MOVE ACU-APLICADOS          TO   WRK-MNT-QUANTIDADE.
