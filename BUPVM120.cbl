      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. BUPVM120.
       AUTHOR.     RAPHAEL MARQUES.
      *================================================================*
      *                   P R I M E  I N F O R M A T I C A             *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  BUPVM120                                     *
      *    PROGRAMADOR.:  RAPHAEL MARQUES                   -  PRIME   *
      *    ANALISTA....:  MAURO                             -  PRIME   *
      *    DATA........:  15/10/2026                                   *
      *----------------------------------------------------------------*
      *    OBJETIVO....:  MODULO DE MASCARAMENTO DE CONTA (LGPD) PARA  *
      *                   AS SAIDAS QUE DEIXAM A AREA DE OPERACOES.    *
      *                   RECEBE BALCAO/CONTA/DIGITO (I#BUPV4F) E      *
      *                   DEVOLVE NOS MESMOS CAMPOS:                   *
      *                   'M' - A FORMA MASCARADA (SEM DB2);           *
      *                   'T' - O TOKEN PSEUDONIMO DA CONTA NA         *
      *                         TCTRL_TOKEN_CONTA. CONTA SEM TOKEN     *
      *                         GANHA UM NOVO (SEQUENCIAL CONVERTIDO   *
      *                         EM 11 LETRAS APOS O 'T') - O MESMO     *
      *                         TOKEN VOLTA EM TODAS AS EXECUCOES E    *
      *                         PROGRAMAS, O QUE PERMITE AGRUPAR POR   *
      *                         CONTA SEM ABRI-LA.                     *
      *                   FALHA DE SQL NAO DERRUBA O CHAMADOR E NUNCA  *
      *                   DEVOLVE A CONTA ABERTA: O CAMPO SAI          *
      *                   MASCARADO E O CODIGO DE RETORNO DA INTERFACE *
      *                   AVISA (MESMA FILOSOFIA DO BUPVM110). MODO    *
      *                   DESCONHECIDO TAMBEM SAI MASCARADO.           *
      *                   O TOKEN CRIADO FICA NA UNIDADE DE TRABALHO   *
      *                   DO CHAMADOR.                                 *
      *----------------------------------------------------------------*
      *    BCO DE DADOS:                                               *
      *                DB2PRD.TCTRL_TOKEN_CONTA                        *
      *                (CONEXAO DB2 E DO CHAMADOR - VIA CKRS1000)      *
      *----------------------------------------------------------------*
      *    BOOK'S......:                                               *
      *    I#BUPV4F - INTERFACE DO MASCARAMENTO (LINKAGE)              *
      *================================================================*

      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       CONFIGURATION                   SECTION.
      *----------------------------------------------------------------*

       SPECIAL-NAMES.
           DECIMAL-POINT               IS COMMA.

      *================================================================*
       DATA                            DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  FILLER                      PIC  X(050)        VALUE
           '*** INICIO DA WORKING-STORAGE SECTION         ****'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       77  WRK-PGM                     PIC  X(008)         VALUE
           'BUPVM120'.

      *--- ULTIMA CONTA TOKENIZADA NESTA EXECUCAO - AS SAIDAS VEM EM
      *--- ORDEM DE CHAVE E A MESMA CONTA SE REPETE EM SEQUENCIA.
       77  WRK-ULT-CHAVE               PIC  X(012)         VALUE
           HIGH-VALUES.
       77  WRK-ULT-TOKEN               PIC  X(012)         VALUE SPACES.

       01  WRK-CHAVE-CONTA.
           05 WRK-CHV-CBALCAO          PIC  X(005)         VALUE SPACES.
           05 WRK-CHV-CNUMECTA         PIC  X(006)         VALUE SPACES.
           05 WRK-CHV-CDIGICTA         PIC  X(001)         VALUE SPACES.

      *--- MONTAGEM DO TOKEN: 'T' + NSEQ_TOKEN EM BASE 26 (A = 0) NAS
      *--- POSICOES 2 A 12 - NAO SE CONFUNDE COM CONTA NUMERICA.
       01  WRK-TOKEN                   PIC  X(012)         VALUE SPACES.
       01  WRK-TOKEN-R                 REDEFINES WRK-TOKEN.
           05 WRK-TOK-CBALCAO          PIC  X(005).
           05 WRK-TOK-CNUMECTA         PIC  X(006).
           05 WRK-TOK-CDIGICTA         PIC  X(001).

       77  WRK-ALFABETO                PIC  X(026)         VALUE
           'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       77  WRK-NUM-TOKEN               PIC  9(015) COMP-3  VALUE ZEROS.
       77  WRK-RESTO-TOKEN             PIC  9(003) COMP-3  VALUE ZEROS.
       77  WRK-POS-TOKEN               PIC  9(003) COMP-3  VALUE ZEROS.

      *--- NOVAS TENTATIVAS QUANDO OUTRO JOB CRIA O MESMO TOKEN OU A
      *--- MESMA CONTA ENTRE O SELECT E O INSERT (-803).
       77  WRK-MAX-TENTATIVAS          PIC  9(001)         VALUE 3.
       77  WRK-QTD-TENTATIVAS          PIC  9(001)         VALUE ZEROS.

       77  WRK-SW-TOKEN                PIC  X(001)         VALUE 'N'.
           88 WRK-TOKEN-OBTIDO                             VALUE 'S'.
           88 WRK-TOKEN-PENDENTE                           VALUE 'N'.

      *--- HOST VARIABLES DA TCTRL_TOKEN_CONTA.
       77  WRK-HV-TOKEN                PIC  X(012)         VALUE SPACES.
       77  WRK-HV-CBALCAO              PIC  X(005)         VALUE SPACES.
       77  WRK-HV-CNUMECTA             PIC  X(006)         VALUE SPACES.
       77  WRK-HV-CDIGICTA             PIC  X(001)         VALUE SPACES.
       77  WRK-HV-NSEQ-TOKEN           PIC S9(009) COMP    VALUE ZEROS.
       77  WRK-HV-PROGRAMA             PIC  X(008)         VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DAS TABELAS                           ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

           EXEC SQL
                INCLUDE SQLCA
           END-EXEC.

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*

       COPY I#BUPV4F.

      *================================================================*
       PROCEDURE                       DIVISION     USING
                                       BU4F-INTERFACE.
      *================================================================*

      *----------------------------------------------------------------*
       0000-ROTINA-PRINCIPAL           SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO   BU4F-CODIGO-RETORNO.

           EVALUATE TRUE
              WHEN BU4F-MASCARAR
                   PERFORM 1000-MASCARAR
              WHEN BU4F-TOKENIZAR
                   PERFORM 2000-TOKENIZAR
              WHEN OTHER
                   DISPLAY 'BUPVM120 - MODO INVALIDO: ' BU4F-MODO
                           ' - CONTA MASCARADA'
                   PERFORM 1000-MASCARAR
                   MOVE 02             TO   BU4F-CODIGO-RETORNO
           END-EVALUATE.

           GOBACK.

      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1000-MASCARAR                   SECTION.
      *----------------------------------------------------------------*

           MOVE '***'                  TO   BU4F-CBALCAO(1:3).
           MOVE '****'                 TO   BU4F-CNUMECTA(1:4).
           MOVE '*'                    TO   BU4F-CDIGICTA.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-TOKENIZAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE BU4F-CBALCAO           TO   WRK-CHV-CBALCAO.
           MOVE BU4F-CNUMECTA          TO   WRK-CHV-CNUMECTA.
           MOVE BU4F-CDIGICTA          TO   WRK-CHV-CDIGICTA.

           IF WRK-CHAVE-CONTA          EQUAL     WRK-ULT-CHAVE
              MOVE WRK-ULT-TOKEN       TO   WRK-TOKEN
              PERFORM 2900-DEVOLVER-TOKEN
              GO TO 2000-99-FIM
           END-IF.

           MOVE WRK-CHV-CBALCAO        TO   WRK-HV-CBALCAO.
           MOVE WRK-CHV-CNUMECTA       TO   WRK-HV-CNUMECTA.
           MOVE WRK-CHV-CDIGICTA       TO   WRK-HV-CDIGICTA.
           MOVE BU4F-PROGRAMA          TO   WRK-HV-PROGRAMA.

           SET WRK-TOKEN-PENDENTE      TO   TRUE.
           MOVE ZEROS                  TO   WRK-QTD-TENTATIVAS.

           PERFORM 2100-OBTER-TOKEN
                   UNTIL WRK-TOKEN-OBTIDO
                      OR WRK-QTD-TENTATIVAS
                                       NOT LESS  WRK-MAX-TENTATIVAS.

           IF WRK-TOKEN-PENDENTE
              PERFORM 9000-FALHA-TOLERADA
              GO TO 2000-99-FIM
           END-IF.

           MOVE WRK-CHAVE-CONTA        TO   WRK-ULT-CHAVE.
           MOVE WRK-HV-TOKEN           TO   WRK-ULT-TOKEN
                                            WRK-TOKEN.

           PERFORM 2900-DEVOLVER-TOKEN.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-OBTER-TOKEN                SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO   WRK-QTD-TENTATIVAS.

           EXEC SQL
               SELECT  TOKEN
               INTO   :WRK-HV-TOKEN
               FROM    DB2PRD.TCTRL_TOKEN_CONTA
               WHERE   CBALCAO             =  :WRK-HV-CBALCAO
               AND     CNUMECTA            =  :WRK-HV-CNUMECTA
               AND     CDIGICTA            =  :WRK-HV-CDIGICTA
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE             EQUAL     ZEROS
                   SET WRK-TOKEN-OBTIDO
                                       TO   TRUE
                   GO TO 2100-99-FIM
              WHEN SQLCODE             EQUAL     100
                   CONTINUE
              WHEN OTHER
                   DISPLAY 'BUPVM120 - SELECT TCTRL_TOKEN_CONTA - '
                           'SQLCODE ' SQLCODE
                   MOVE WRK-MAX-TENTATIVAS
                                       TO   WRK-QTD-TENTATIVAS
                   GO TO 2100-99-FIM
           END-EVALUATE.

      *--- CONTA AINDA SEM TOKEN - PROXIMO SEQUENCIAL.
           EXEC SQL
               SELECT  VALUE(MAX(NSEQ_TOKEN), 0) + 1
               INTO   :WRK-HV-NSEQ-TOKEN
               FROM    DB2PRD.TCTRL_TOKEN_CONTA
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              DISPLAY 'BUPVM120 - MAX TCTRL_TOKEN_CONTA - '
                      'SQLCODE ' SQLCODE
              MOVE WRK-MAX-TENTATIVAS  TO   WRK-QTD-TENTATIVAS
              GO TO 2100-99-FIM
           END-IF.

           PERFORM 2200-MONTAR-TOKEN.

           MOVE WRK-TOKEN              TO   WRK-HV-TOKEN.

           EXEC SQL
               INSERT INTO DB2PRD.TCTRL_TOKEN_CONTA
                      (NSEQ_TOKEN,
                       TOKEN,
                       CBALCAO,
                       CNUMECTA,
                       CDIGICTA,
                       DTHR_CRIACAO,
                       CPGM_CRIACAO,
                       CUSUAR_CRIACAO)
               VALUES (:WRK-HV-NSEQ-TOKEN,
                       :WRK-HV-TOKEN,
                       :WRK-HV-CBALCAO,
                       :WRK-HV-CNUMECTA,
                       :WRK-HV-CDIGICTA,
                       CURRENT TIMESTAMP,
                       :WRK-HV-PROGRAMA,
                       USER)
           END-EXEC.

      *--- -803: OUTRO JOB CRIOU A CONTA OU O SEQUENCIAL NESSE
      *--- INTERVALO - A PROXIMA TENTATIVA RELE A TABELA.
           EVALUATE TRUE
              WHEN SQLCODE             EQUAL     ZEROS
                   SET WRK-TOKEN-OBTIDO
                                       TO   TRUE
              WHEN SQLCODE             EQUAL     -803
                   CONTINUE
              WHEN OTHER
                   DISPLAY 'BUPVM120 - INSERT TCTRL_TOKEN_CONTA - '
                           'SQLCODE ' SQLCODE
                   MOVE WRK-MAX-TENTATIVAS
                                       TO   WRK-QTD-TENTATIVAS
           END-EVALUATE.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2200-MONTAR-TOKEN               SECTION.
      *----------------------------------------------------------------*

           MOVE ALL 'A'                TO   WRK-TOKEN.
           MOVE 'T'                    TO   WRK-TOKEN(1:1).
           MOVE WRK-HV-NSEQ-TOKEN      TO   WRK-NUM-TOKEN.
           MOVE 12                     TO   WRK-POS-TOKEN.

           PERFORM 2210-CONVERTER-DIGITO
                   UNTIL WRK-POS-TOKEN LESS      2
                      OR WRK-NUM-TOKEN EQUAL     ZEROS.

      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2210-CONVERTER-DIGITO           SECTION.
      *----------------------------------------------------------------*

           DIVIDE WRK-NUM-TOKEN        BY   26
                  GIVING WRK-NUM-TOKEN
                  REMAINDER WRK-RESTO-TOKEN.

           MOVE WRK-ALFABETO(WRK-RESTO-TOKEN + 1:1)
                                       TO   WRK-TOKEN(WRK-POS-TOKEN:1).

           SUBTRACT 1                  FROM WRK-POS-TOKEN.

      *----------------------------------------------------------------*
       2210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2900-DEVOLVER-TOKEN             SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-TOK-CBALCAO        TO   BU4F-CBALCAO.
           MOVE WRK-TOK-CNUMECTA       TO   BU4F-CNUMECTA.
           MOVE WRK-TOK-CDIGICTA       TO   BU4F-CDIGICTA.

      *----------------------------------------------------------------*
       2900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9000-FALHA-TOLERADA             SECTION.
      *----------------------------------------------------------------*

      *--- SEM TOKEN A CONTA SAI MASCARADA - NUNCA ABERTA. O CHAMADOR
      *--- SEGUE E APONTA A FALHA PELO CODIGO DE RETORNO.
           DISPLAY 'BUPVM120 - TOKEN NAO OBTIDO - CONTA MASCARADA '
                   '(CHAMADOR ' BU4F-PROGRAMA ')'.

           PERFORM 1000-MASCARAR.

           MOVE 01                     TO   BU4F-CODIGO-RETORNO.

      *----------------------------------------------------------------*
       9000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
