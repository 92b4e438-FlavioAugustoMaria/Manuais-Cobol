      *                              MENSAGEM, PRECEDIDO DO MQMD -     *
      *                              PARA ANALISE OU REINJECAO. A      *
      *                              MENSAGEM PERMANECE NA FILA.       *
      *                              COM O CARTAO MASCARAMENTO (M/T)   *
      *                              O BALCAO/CONTA/DIGITO DO PAYLOAD  *
      *                              (LAYOUT DA CHAVE I#BUPV35/3A A    *
      *                              PARTIR DE MASCARA_POSICAO, PADRAO *
      *                              1) SAI MASCARADO OU COM O TOKEN   *
      *                              PSEUDONIMO DA CONTA (BUPVM120) -  *
      *                              PARA ANEXAR A CHAMADOS. EXTRACAO  *
      *                              MASCARADA NAO SERVE A REINJECAO.  *
      *                   VIGIAR   - RONDA CONSOLIDADA DE VARIAS       *
      *                              FILAS EM UMA UNICA EXECUCAO:      *
      *                              CADA CARTAO QUEUE ACRESCENTA UMA  *
      *    BCO DE DADOS:                                               *
      *                DB2PRD.TCTRL_MQ_JANELA  (JANELA_TABELA = S)     *
      *                DB2PRD.TCTRL_MQ_REENV   (FUNCAO = REENVIAR)     *
      *                DB2PRD.TCTRL_TOKEN_CONTA (MASCARAMENTO = T,     *
      *                                          VIA BUPVM120)         *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME           I/O           OBS              *
      *----------------------------------------------------------------*
      *    BOOK'S......:                                               *
      *    I#MQSB01 - AREAS E CONSTANTES MQSERIES                      *
      *    I#BUPV4F - INTERFACE DO MASCARAMENTO DE CONTA               *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    MQCONN/MQOPEN/MQGET/MQPUT1/MQINQ/MQCLOSE/MQDISC - MQSERIES  *
      *    CKRS1000 - CONEXAO COM O DB2 (QUANDO NECESSARIA)            *
      *    BUPVM120 - MASCARAMENTO/TOKEN DE CONTA (MASCARAMENTO)       *
      *================================================================*

      *================================================================*

       77  WRK-ARG-LIM-ALERTA          PIC  9(007)         VALUE ZEROS.

      *--- MASCARAMENTO DA CONTA NO PAYLOAD EXTRAIDO (FUNCAO=EXTRACAO).
      *--- MASCARA_POSICAO E A POSICAO (BASE 1) DO CBALCAO NO PAYLOAD;
      *--- CONTA E DIGITO SEGUEM O LAYOUT DA CHAVE I#BUPV35/3A (+9 E
      *--- +15). NA FILA DE REJEICAO DA CARGA (I#BUPV4E) O PAYLOAD
      *--- ORIGINAL COMECA NA POSICAO 201.
       77  WRK-ARG-MASCARA             PIC  X(001)         VALUE SPACE.
           88 WRK-SEM-MASCARA                              VALUE SPACE.
           88 WRK-MASCARA-TOKEN                            VALUE 'T'.
           88 WRK-MASCARA-VALIDA                           VALUES
              SPACE 'M' 'T'.
       77  WRK-ARG-MASC-POS            PIC  9(005)         VALUE 1.
       77  ACU-MASCARADAS              PIC  9(007) COMP-3  VALUE ZEROS.
       77  ACU-SEM-CONTA               PIC  9(007) COMP-3  VALUE ZEROS.
       77  ACU-FALHAS-TOKEN            PIC  9(007) COMP-3  VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  FILLER                      PIC  X(050)         VALUE
           '*** LISTA DE FILAS DA RONDA (FUNCAO=VIGIAR)    ***'.
           05 FILLER                   PIC  X(010)         VALUE
              '  FUNCAO: '.
           05 WRK-RL-FUNCAO            PIC  X(008)         VALUE SPACES.
           05 FILLER                   PIC  X(008)         VALUE
              '  MASC: '.
           05 WRK-RL-MASCARA           PIC  X(001)         VALUE SPACE.
           05 FILLER                   PIC  X(051)         VALUE SPACES.

       01  WRK-RL-CAB3.
           05 FILLER                   PIC  X(001)         VALUE SPACE.

       COPY I#MQSB01.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** MASCARAMENTO DE CONTA (BUPVM120)           ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       COPY I#BUPV4F.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  FILLER                      PIC  X(050)         VALUE
           '*** AREAS DO REENVIO (FUNCAO=REENVIAR)         ***'.

           PERFORM 1700-PREPARAR-FILTROS.

      *--- MASCARAMENTO SO TEM EFEITO NA EXTRACAO - AS DEMAIS FUNCOES
      *--- NAO GRAVAM O PAYLOAD.
           IF NOT WRK-MASCARA-VALIDA
              DISPLAY 'SBAT0050 - MASCARAMENTO INVALIDO: '
                      WRK-ARG-MASCARA ' (M = MASCARA, T = TOKEN)'
              MOVE 12                  TO   RETURN-CODE
              STOP RUN
           END-IF.

           IF NOT WRK-SEM-MASCARA
              AND NOT WRK-FUNCAO-EXTRACAO
              DISPLAY 'SBAT0050 - MASCARAMENTO IGNORADO - FUNCAO '
                      WRK-ARG-FUNCAO ' NAO GRAVA O PAYLOAD'
              MOVE SPACE               TO   WRK-ARG-MASCARA
           END-IF.

           IF WRK-ARG-MASC-POS         EQUAL     ZEROS
              MOVE 1                   TO   WRK-ARG-MASC-POS
           END-IF.

      *--- A CONEXAO DB2 SO E NECESSARIA PARA A JANELA POR TABELA,
      *--- PARA O CONTROLE DE REENVIOS, PARA A RONDA (LISTA/LIMITES
      *--- DA TCTRL_MQ_JANELA) E PARA O TOKEN DE CONTA.
           IF WRK-JANELA-POR-TABELA
              OR WRK-FUNCAO-REENVIAR
              OR WRK-FUNCAO-VIGIAR
              OR WRK-MASCARA-TOKEN
              CALL 'CKRS1000'
           END-IF.


           MOVE WRK-ARG-QUEUE          TO   WRK-RL-FILA.
           MOVE WRK-ARG-FUNCAO         TO   WRK-RL-FUNCAO.
           MOVE WRK-ARG-MASCARA        TO   WRK-RL-MASCARA.

           PERFORM 1100-IMPRIMIR-CABECALHO.

              WHEN 'CORRELID         '
                   MOVE WRK-VALOR-LIMPO(1:48)
                                       TO   WRK-ARG-CORRELID-HEX
              WHEN 'MASCARAMENTO     '
                   MOVE WRK-VALOR-LIMPO(1:1)
                                       TO   WRK-ARG-MASCARA
              WHEN 'MASCARA_POSICAO  '
                   IF WRK-VALOR-LIMPO(1:5) NUMERIC
                      MOVE WRK-VALOR-LIMPO(1:5)
                                       TO   WRK-ARG-MASC-POS
                   END-IF
              WHEN OTHER
                   DISPLAY 'SBAT0050 - ARGUMENTO DESCONHECIDO IGNORADO:
      -                    ' ' WRK-CHAVE-CARTAO
                                            (1:WRK-TAM-PAYLOAD)
           END-IF.

           IF NOT WRK-SEM-MASCARA
              PERFORM 2750-MASCARAR-PAYLOAD
           END-IF.

           COMPUTE WRK-TAM-SAIDA = 324 + WRK-TAM-PAYLOAD.

           WRITE FD-SAIDA              FROM WRK-REG-SAIDA.
       2700-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2750-MASCARAR-PAYLOAD           SECTION.
      *----------------------------------------------------------------*

      *--- SO A COPIA GRAVADA NO SAIDA E ALTERADA - A MENSAGEM NA
      *--- FILA FICA INTACTA. PAYLOAD QUE NAO ALCANCA O DIGITO NA
      *--- POSICAO PEDIDA NAO TEM CONTA A MASCARAR.
           IF WRK-ARG-MASC-POS + 15    GREATER   WRK-TAM-PAYLOAD
              ADD 1                    TO   ACU-SEM-CONTA
              GO TO 2750-99-FIM
           END-IF.

           MOVE WRK-ARG-MASCARA        TO   BU4F-MODO.
           MOVE WRK-PGM                TO   BU4F-PROGRAMA.
           MOVE WRK-SAIDA-PAYLOAD(WRK-ARG-MASC-POS:5)
                                       TO   BU4F-CBALCAO.
           MOVE WRK-SAIDA-PAYLOAD(WRK-ARG-MASC-POS + 9:6)
                                       TO   BU4F-CNUMECTA.
           MOVE WRK-SAIDA-PAYLOAD(WRK-ARG-MASC-POS + 15:1)
                                       TO   BU4F-CDIGICTA.

           CALL 'BUPVM120'             USING BU4F-INTERFACE.

           MOVE BU4F-CBALCAO           TO   WRK-SAIDA-PAYLOAD
                                            (WRK-ARG-MASC-POS:5).
           MOVE BU4F-CNUMECTA          TO   WRK-SAIDA-PAYLOAD
                                            (WRK-ARG-MASC-POS + 9:6).
           MOVE BU4F-CDIGICTA          TO   WRK-SAIDA-PAYLOAD
                                            (WRK-ARG-MASC-POS + 15:1).

           ADD 1                       TO   ACU-MASCARADAS.

      *--- TOKEN NAO OBTIDO: O MODULO JA DEVOLVEU A CONTA MASCARADA.
           IF NOT BU4F-SUBSTITUIDO
              ADD 1                    TO   ACU-FALHAS-TOKEN
           END-IF.

      *----------------------------------------------------------------*
       2750-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2300-RELATAR-MENSAGEM           SECTION.
      *----------------------------------------------------------------*
              PERFORM 1200-IMPRIMIR-LINHA
           END-IF.

           IF WRK-FUNCAO-EXTRACAO
              AND NOT WRK-SEM-MASCARA
              MOVE 'CONTAS MASCARADAS...........:'
                                       TO   WRK-RLT-DESCRICAO
              MOVE ACU-MASCARADAS      TO   WRK-RLT-QUANTIDADE
              MOVE WRK-RL-TOTAL        TO   WRK-LINHA-IMPRIMIR
              PERFORM 1200-IMPRIMIR-LINHA
              MOVE 'PAYLOAD SEM CONTA NA POSICAO:'
                                       TO   WRK-RLT-DESCRICAO
              MOVE ACU-SEM-CONTA       TO   WRK-RLT-QUANTIDADE
              MOVE WRK-RL-TOTAL        TO   WRK-LINHA-IMPRIMIR
              PERFORM 1200-IMPRIMIR-LINHA
              MOVE 'TOKEN NAO OBTIDO (MASCARA)..:'
                                       TO   WRK-RLT-DESCRICAO
              MOVE ACU-FALHAS-TOKEN    TO   WRK-RLT-QUANTIDADE
              MOVE WRK-RL-TOTAL        TO   WRK-LINHA-IMPRIMIR
              PERFORM 1200-IMPRIMIR-LINHA
           END-IF.

           CLOSE ENTRADA
                 RELATO.

