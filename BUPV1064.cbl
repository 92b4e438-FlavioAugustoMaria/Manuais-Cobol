      *                   SUBSTITUI A PLANILHA DE CONTROLE MANUAL E    *
      *                   DA A AUDITORIA A PROVA DE DISPOSICAO DE      *
      *                   CADA REJEICAO FINAL.                         *
      *                   COMMIT/RESTART PELA CKRS0100 (PLANO          *
      *                   BUPV1064): O RESTART SALTA OS REGISTROS JA   *
      *                   COMITADOS DE CADA ARQUIVO E RETOMA OS        *
      *                   TOTAIS E A DATA DA EXECUCAO INTERROMPIDA     *
      *                   (AREA I#BUPV95) - O RELATORIO FECHA COM OS   *
      *                   MESMOS TOTAIS DE UMA EXECUCAO SEM            *
      *                   INTERRUPCAO (AS LINHAS DE DETALHE SAO SO AS  *
      *                   DAS INCLUSOES FEITAS APOS O RESTART).        *
      *----------------------------------------------------------------*
      *    COND CODES..:  0000 - CARGA EFETUADA                        *
      *                   0012 - ERRO DE PARM/ARQUIVO OU RESTART       *
      *                          PENDENTE DE OUTRO CENTRO              *
      *----------------------------------------------------------------*
      *    BCO DE DADOS:                                               *
      *                TABLE                          INCLUDE/BOOK     *
      *    I#BUPV46 - EXCECAO DE CHAVE DUPLICADA (SARQDUPL)            *
      *    I#BUPV47 - DIVERGENCIA DE VALOR (SARQDIVE)                  *
      *    I#BUPV00 - AREA DE COMUNICACAO                              *
      *    I#CKRS01 - AREA DE CONTROLE DE COMMIT/RESTART               *
      *    I#BUPV95 - LAYOUT DA AREA DE RESTART (COMPARTILHADO COM     *
      *                CKRS0200/CKRS0300)                              *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    BRAD7100 - AREA PARA TRATAMENTO DE ERRO PELA BRAD7100       *
      *    BRAD7600 - DATA E HORA ATUAL                                *
      *    BUPVM100 - GRAVAR LOG DE ERRO                               *
      *    CKRS1000 - CONEXAO COM O DB2                                *
      *    CKRS0100 - TRATAMENTO DE COMMIT/RESTART                     *
      *----------------------------------------------------------------*
      *    PARM........:  PARM='CCCC'  (CENTRO DE CUSTO ORIGEM)        *
      *================================================================*

       77  WRK-CCTRO-CUSTO-ORIGE       PIC  X(004)         VALUE SPACES.

      *--- INTERVALO DE COMMIT (REGISTROS PROCESSADOS POR CHECKPOINT) -
      *--- O DO PLANO NA CKRS0100 OU, SEM ELE, O DEFAULT.
       77  WRK-INTERVALO-CKPT          PIC  9(005)         VALUE 500.
       77  WRK-CTR-CKPT                PIC  9(005) COMP-3  VALUE ZEROS.

       77  WRK-SW-RESTART              PIC  X(001)         VALUE 'N'.
           88 WRK-EXECUCAO-RESTART                         VALUE 'S'.
           88 WRK-EXECUCAO-NORMAL                          VALUE 'N'.

      *--- CHAVE/TIPO DA EXCECAO EM CARGA NO CICLO CORRENTE.
       77  WRK-EXC-CHAVE               PIC  X(021)         VALUE SPACES.
       77  WRK-EXC-TIPO                PIC  X(004)         VALUE SPACES.
           05 FILLER                   PIC  X(006).
           05 WRK-SQLCODE-S9-3         PIC S9(003).

       01  WRK-ERRO-MODULO.
           05 FILLER                   PIC  X(038)         VALUE
              'ERRO NA CHAMADA AO CKRS0100 - RETORNO '.
           05 WRK-COD-RETORNO          PIC  X(004)         VALUE SPACES.

       77  WRK-FS-EARQCREJ             PIC  X(002)         VALUE SPACES.
       77  WRK-FS-EARQDUPL             PIC  X(002)         VALUE SPACES.
       77  WRK-FS-EARQDIVE             PIC  X(002)         VALUE SPACES.
           05 FILLER                   PIC  X(008)         VALUE
              '  DATA: '.
           05 WRK-CRG-DATA             PIC  X(010)         VALUE SPACES.
           05 FILLER                   PIC  X(011)         VALUE
              '  RESTART: '.
           05 WRK-CRG-RESTART          PIC  X(003)         VALUE 'NAO'.
           05 FILLER                   PIC  X(079)         VALUE SPACES.

       01  WRK-CRG-DET.
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

       COPY I#BUPV95.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DAS TABELAS                           ***'.
                INCLUDE BUPVB026
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** LOG DE PARAMETROS DA EXECUCAO (BUPVM130)   ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       COPY I#BUPV51.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** FIM DA WORKING-STORAGE SECTION             ***'.
              STOP RUN
           END-IF.

           PERFORM 1300-INICIALIZAR-CKRS.

           PERFORM 1450-REGISTRAR-PARAMETROS.

           OPEN INPUT  EARQCREJ
                       EARQDUPL
              DELIMITED BY SIZE        INTO WRK-DATA-HOJE
           END-STRING.

      *--- NO RESTART VALE A DATA DA EXECUCAO INTERROMPIDA - A DATA DE
      *--- PRIMEIRA OCORRENCIA NAO MUDA NO MEIO DA CARGA.
           IF WRK-EXECUCAO-RESTART
              MOVE WRK-RE-DATA-HOJE    TO   WRK-DATA-HOJE
              MOVE 'SIM'               TO   WRK-CRG-RESTART
           END-IF.

           MOVE WRK-DATA-HOJE          TO   WRK-RE-DATA-HOJE.

           MOVE WRK-CCTRO-CUSTO-ORIGE  TO   WRK-CRG-CENTRO.
           MOVE WRK-DATA-HOJE          TO   WRK-CRG-DATA.

       1200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1300-INICIALIZAR-CKRS           SECTION.
      *----------------------------------------------------------------*

           CALL 'CKRS1000'.

           INITIALIZE CKRS01-INTERFACE
                      WRK-AREA-RESTART-EXC.

      *--- MOVER 'I' PARA CK01-FUNCAO
           SET CK01-INICIALIZAR        TO   TRUE.

           MOVE WRK-PGM                TO   CK01-PLAN.
           MOVE 'DB2'                  TO   CK01-ID-DB2.
           MOVE WRK-AREA-RESTART-EXC   TO   CK01-AREA-RESTART.
           MOVE LENGTH                 OF   WRK-AREA-RESTART-EXC
                                       TO   CK01-TAM-AREA-RESTART.

           PERFORM 1310-CHAMAR-CKRS.

           IF CK01-RESTART
              MOVE CK01-AREA-RESTART(1:CK01-TAM-AREA-RESTART)
                                       TO   WRK-AREA-RESTART-EXC
              SET WRK-EXECUCAO-RESTART TO   TRUE
      *--- O RESTART SO CONTINUA A CARGA DO MESMO CENTRO - OS
      *--- ARQUIVOS DE OUTRO CENTRO NAO TEM AS MESMAS POSICOES.
              IF WRK-RE-CENTRO         NOT EQUAL WRK-CCTRO-CUSTO-ORIGE
                 DISPLAY '**************** BUPV1064 ****************'
                 DISPLAY '*                                        *'
                 DISPLAY '* EXISTE RESTART PENDENTE DE OUTRO CENTRO*'
                 DISPLAY '* CENTRO DO RESTART..: ' WRK-RE-CENTRO
                         '              *'
                 DISPLAY '* CONCLUIR A EXECUCAO INTERROMPIDA       *'
                 DISPLAY '*                                        *'
                 DISPLAY '**************** BUPV1064 ****************'
                 MOVE 12               TO   RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WRK-RE-INCLUIDAS    TO   ACU-INCLUIDAS
              MOVE WRK-RE-JA-CADASTRADAS
                                       TO   ACU-JA-CADASTRADAS
           END-IF.

           MOVE WRK-CCTRO-CUSTO-ORIGE  TO   WRK-RE-CENTRO.

      *--- INTERVALO DE CHECKPOINT CONFIGURADO NA CKRS0100 (PLANO). SE
      *--- NAO CONFIGURADO (ZERO), FICA O DEFAULT DO PROGRAMA.
           IF CK01-INTERVALO-CKPT      GREATER   ZEROS
              MOVE CK01-INTERVALO-CKPT TO   WRK-INTERVALO-CKPT
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
              DISPLAY '***************** BUPV1064 ******************'
              DISPLAY '*                                           *'
              DISPLAY '*         ERRO NA CHAMADA AO MODULO         *'
              DISPLAY '*             CKRS0100 (RESTART)            *'
              DISPLAY '*                                           *'
              DISPLAY '*               RETORNO =   ' CK01-CODIGO-RETORNO
                      '              *'
              DISPLAY '*                                           *'
              DISPLAY '*          PROCESSAMENTO ENCERRADO          *'
              DISPLAY '*                                           *'
              DISPLAY '***************** BUPV1064 ******************'
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
       1310-99-FIM.                    EXIT.
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

           CALL 'BUPVM130'             USING BU51-INTERFACE.

      *----------------------------------------------------------------*
       1450-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-CARREGAR-SARQCREJ          SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-EARQCREJ          EQUAL     '00'
              ADD 1                    TO   ACU-LIDOS-CREJ
           END-IF.

      *--- NO RESTART O REGISTRO JA COMITADO PELA EXECUCAO
      *--- INTERROMPIDA SO E CONTADO.
           IF WRK-FS-EARQCREJ          EQUAL     '00'
              AND ACU-LIDOS-CREJ       GREATER   WRK-RE-LIDOS-CREJ
              MOVE BU3A-REGISTRO(1:21) TO   WRK-EXC-CHAVE
              MOVE 'CREJ'              TO   WRK-EXC-TIPO
              PERFORM 3000-INCLUIR-EXCECAO
              PERFORM 2900-CONTAR-CHECKPOINT
           END-IF.

      *----------------------------------------------------------------*

           IF WRK-FS-EARQDUPL          EQUAL     '00'
              ADD 1                    TO   ACU-LIDOS-DUPL
           END-IF.

      *--- NO RESTART O REGISTRO JA COMITADO PELA EXECUCAO
      *--- INTERROMPIDA SO E CONTADO.
           IF WRK-FS-EARQDUPL          EQUAL     '00'
              AND ACU-LIDOS-DUPL       GREATER   WRK-RE-LIDOS-DUPL
              MOVE BU46-CHAVE          TO   WRK-EXC-CHAVE
              MOVE 'DUPL'              TO   WRK-EXC-TIPO
              PERFORM 3000-INCLUIR-EXCECAO
              PERFORM 2900-CONTAR-CHECKPOINT
           END-IF.

      *----------------------------------------------------------------*

           IF WRK-FS-EARQDIVE          EQUAL     '00'
              ADD 1                    TO   ACU-LIDOS-DIVE
           END-IF.

      *--- NO RESTART O REGISTRO JA COMITADO PELA EXECUCAO
      *--- INTERROMPIDA SO E CONTADO.
           IF WRK-FS-EARQDIVE          EQUAL     '00'
              AND ACU-LIDOS-DIVE       GREATER   WRK-RE-LIDOS-DIVE
              MOVE BU47-CHAVE          TO   WRK-EXC-CHAVE
              MOVE 'DIVE'              TO   WRK-EXC-TIPO
              PERFORM 3000-INCLUIR-EXCECAO
              PERFORM 2900-CONTAR-CHECKPOINT
           END-IF.

      *----------------------------------------------------------------*
       2210-99-FIM.                    EXIT.
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

      *--- COMMIT DO BLOCO: A AREA DE RESTART LEVA A POSICAO DOS TRES
      *--- ARQUIVOS E OS TOTAIS DA CARGA.
           MOVE ACU-LIDOS-CREJ         TO   WRK-RE-LIDOS-CREJ.
           MOVE ACU-LIDOS-DUPL         TO   WRK-RE-LIDOS-DUPL.
           MOVE ACU-LIDOS-DIVE         TO   WRK-RE-LIDOS-DIVE.
           MOVE ACU-INCLUIDAS          TO   WRK-RE-INCLUIDAS.
           MOVE ACU-JA-CADASTRADAS     TO   WRK-RE-JA-CADASTRADAS.

           INITIALIZE CKRS01-INTERFACE.

           SET CK01-CHECKPOINT         TO   TRUE.

           MOVE WRK-PGM                TO   CK01-PLAN.
           MOVE 'DB2'                  TO   CK01-ID-DB2.

           MOVE WRK-AREA-RESTART-EXC   TO   CK01-AREA-RESTART.
           MOVE LENGTH                 OF   WRK-AREA-RESTART-EXC
                                       TO   CK01-TAM-AREA-RESTART.

           PERFORM 1310-CHAMAR-CKRS.

           MOVE ZEROS                  TO   WRK-CTR-CKPT.

      *----------------------------------------------------------------*
       2950-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-INCLUIR-EXCECAO            SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-CRG-TOTAL          TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

      *--- O 'F' DO CKRS0100 FAZ O COMMIT FINAL E LIMPA O RESTART.
           PERFORM 4100-FINALIZAR-CKRS.

           CLOSE EARQCREJ
                 EARQDUPL
                 EARQDIVE
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
       9100-ERRO-GRAVACAO-RELATO       SECTION.
      *----------------------------------------------------------------*
