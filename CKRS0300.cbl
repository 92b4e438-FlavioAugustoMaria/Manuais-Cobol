      *                   (TCTRL_CKRS_RESTART), DE TODOS OS PLANOS,    *
      *                   COM A IDADE EM DIAS DO ULTIMO CHECKPOINT E,  *
      *                   PARA OS PLANOS DO BATIMENTO (BUPV105X), OS   *
      *                   CAMPOS-CHAVE DA AREA I#BUPV97 (BUPV1059,     *
      *                   BUPV1062, BUPV1064, BUPV1071 E BUPV1076 TEM  *
      *                   AREA PROPRIA, DECODIFICADA PELO PLANO        *
      *                   EXATO). ENTRADA MAIS VELHA QUE O LIMITE DA   *
      *                   PARM E APONTADA COMO CANDIDATA A EXPURGO.    *
      *                   NO MODO PURGAR                               *
      *                   (EXPLICITO E COM O PARAMETRO CONFIRMA) AS    *
      *                   CANDIDATAS SAO FINALIZADAS VIA CKRS0100      *
      *                   FUNCAO 'F', COM A EVIDENCIA IMPRESSA NO      *
      *    BOOK'S......:                                               *
      *    I#CKRS01 - AREA DE CONTROLE DE COMMIT/RESTART               *
      *    I#BUPV97 - LAYOUT DA AREA DE RESTART (PLANOS BUPV105X)      *
      *    I#BUPV96 - AREA DE RESTART DA BUPV1076                      *
      *    I#BUPV95 - AREA DE RESTART DA BUPV1064                      *
      *    I#BUPV94 - AREA DE RESTART DA BUPV1059                      *
      *    I#BUPV93 - AREA DE RESTART DA BUPV1062                      *
      *    I#BUPV92 - AREA DE RESTART DA BUPV1071                      *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    CKRS1000 - CONEXAO COM O DB2                                *
           05 WRK-RSC-LIDOS            PIC  ZZZ.ZZZ.ZZ9    VALUE ZEROS.
           05 FILLER                   PIC  X(016)         VALUE SPACES.

      *--- SEGUNDA LINHA DOS PLANOS COM AREA PROPRIA (BUPV1059, 1062,
      *--- 1064, 1071 E 1076) - IDENTIFICACAO, POSICAO E DUAS
      *--- CONTAGENS, COM OS ROTULOS DE CADA PLANO.
       01  WRK-RS-POSICAO.
           05 FILLER                   PIC  X(003)         VALUE SPACES.
           05 WRK-RSP-ROTULO1          PIC  X(010)         VALUE SPACES.
           05 WRK-RSP-VALOR1           PIC  X(015)         VALUE SPACES.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-RSP-ROTULO2          PIC  X(010)         VALUE SPACES.
           05 WRK-RSP-VALOR2           PIC  X(044)         VALUE SPACES.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-RSP-ROTULO3          PIC  X(010)         VALUE SPACES.
           05 WRK-RSP-QTD1             PIC  ZZZ.ZZZ.ZZ9    VALUE ZEROS.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-RSP-ROTULO4          PIC  X(010)         VALUE SPACES.
           05 WRK-RSP-QTD2             PIC  ZZZ.ZZZ.ZZ9    VALUE ZEROS.
           05 FILLER                   PIC  X(003)         VALUE SPACES.

      *--- SOMA DOS LIDOS DOS TRES ARQUIVOS DA BUPV1064.
       77  WRK-QTD-LIDOS-EXC           PIC  9(010) COMP-3  VALUE ZEROS.

       01  WRK-RS-TOTAL.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-RST-DESCRICAO        PIC  X(032)         VALUE SPACES.

       COPY I#BUPV97.

       COPY I#BUPV96.

       COPY I#BUPV95.

       COPY I#BUPV94.

       COPY I#BUPV93.

       COPY I#BUPV92.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DAS TABELAS                           ***'.
           PERFORM 1200-IMPRIMIR-LINHA.

      *--- OS PLANOS DO BATIMENTO COMPARTILHAM A AREA I#BUPV97 - OS
      *--- CAMPOS-CHAVE IDENTIFICAM ONDE O RESTART PAROU. OS PLANOS
      *--- COM AREA PROPRIA SAO TESTADOS ANTES PELO NOME EXATO (O
      *--- BUPV1059 TEM O MESMO PREFIXO DO BATIMENTO).
           EVALUATE TRUE
              WHEN WRK-TAB-PLAN        EQUAL     'BUPV1059'
                   PERFORM 2210-DECODIFICAR-CONSOLIDACAO
              WHEN WRK-TAB-PLAN        EQUAL     'BUPV1062'
                   PERFORM 2220-DECODIFICAR-CONFIRMACAO
              WHEN WRK-TAB-PLAN        EQUAL     'BUPV1064'
                   PERFORM 2230-DECODIFICAR-EXCECOES
              WHEN WRK-TAB-PLAN        EQUAL     'BUPV1071'
                   PERFORM 2240-DECODIFICAR-COMPRESSAO
              WHEN WRK-TAB-PLAN        EQUAL     'BUPV1076'
                   PERFORM 2250-DECODIFICAR-RETENCAO
              WHEN WRK-TAB-PLAN(1:7)   EQUAL     'BUPV105'
                   MOVE WRK-TAB-AREA(1:LENGTH OF WRK-AREA-RESTART)
                                       TO   WRK-AREA-RESTART
                   MOVE WRK-AR-CCTRO-CENTRO
                                       TO   WRK-RSC-CENTRO
                   MOVE WRK-AR-CHV-APORTE
                                       TO   WRK-RSC-CHV-APORTE
                   MOVE WRK-AR-CHV-CCORRASS
                                       TO   WRK-RSC-CHV-CCORRASS
                   MOVE WRK-AR-LDS-EARQAPOR
                                       TO   WRK-RSC-LIDOS
                   MOVE WRK-RS-CHAVES  TO   WRK-LINHA-IMPRIMIR
                   PERFORM 1200-IMPRIMIR-LINHA
              WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *--- A FINALIZACAO NAO ACONTECE AQUI: O CKRS0100 COMMITA E
      *--- DERRUBARIA O CURSOR ABERTO (VER WRK-TAB-EXPURGO). A
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2210-DECODIFICAR-CONSOLIDACAO   SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-TAB-AREA(1:LENGTH OF WRK-AREA-RESTART-CNS)
                                       TO   WRK-AREA-RESTART-CNS.

           MOVE SPACES                 TO   WRK-RSP-VALOR1.
           STRING WRK-RC-CENTRO        '/'
                  WRK-RC-CPERDC-PROCM  '/'
                  WRK-RC-NSEQ-PROCM
              DELIMITED BY SIZE        INTO WRK-RSP-VALOR1
           END-STRING.

           IF WRK-RC-CONSOLIDADO
              MOVE 'AUDITORIA E SITUACAO 99 JA COMITADAS'
                                       TO   WRK-RSP-VALOR2
           ELSE
              MOVE 'CONSOLIDACAO NAO COMITADA'
                                       TO   WRK-RSP-VALOR2
           END-IF.

           MOVE 'EXTRACAO: '           TO   WRK-RSP-ROTULO1.
           MOVE 'FASE:     '           TO   WRK-RSP-ROTULO2.
           MOVE 'PARTICOES:'           TO   WRK-RSP-ROTULO3.
           MOVE WRK-RC-PARTICOES       TO   WRK-RSP-QTD1.
           MOVE 'LIDOS APOR'           TO   WRK-RSP-ROTULO4.
           MOVE WRK-RC-LIDOS-EARQAPOR  TO   WRK-RSP-QTD2.

           MOVE WRK-RS-POSICAO         TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

      *----------------------------------------------------------------*
       2210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2220-DECODIFICAR-CONFIRMACAO    SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-TAB-AREA(1:LENGTH OF WRK-AREA-RESTART-NCF)
                                       TO   WRK-AREA-RESTART-NCF.

           MOVE SPACES                 TO   WRK-RSP-VALOR1.
           STRING WRK-RN-CENTRO        '/'
                  WRK-RN-CPERDC-PROCM  '/'
                  WRK-RN-NSEQ-PROCM
              DELIMITED BY SIZE        INTO WRK-RSP-VALOR1
           END-STRING.

           MOVE 'EXTRACAO: '           TO   WRK-RSP-ROTULO1.
           MOVE 'CHAVE:    '           TO   WRK-RSP-ROTULO2.
           MOVE WRK-RN-CHV-ENVIADO     TO   WRK-RSP-VALOR2.
           MOVE 'LIDOS:    '           TO   WRK-RSP-ROTULO3.
           MOVE WRK-RN-LIDOS-SARQAPOR  TO   WRK-RSP-QTD1.
           MOVE 'SNAOCONF: '           TO   WRK-RSP-ROTULO4.
           MOVE WRK-RN-GRAVADOS-SNAOCONF
                                       TO   WRK-RSP-QTD2.

           MOVE WRK-RS-POSICAO         TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

      *----------------------------------------------------------------*
       2220-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2230-DECODIFICAR-EXCECOES       SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-TAB-AREA(1:LENGTH OF WRK-AREA-RESTART-EXC)
                                       TO   WRK-AREA-RESTART-EXC.

           ADD  WRK-RE-LIDOS-CREJ
                WRK-RE-LIDOS-DUPL
                WRK-RE-LIDOS-DIVE      GIVING WRK-QTD-LIDOS-EXC.

           MOVE 'CENTRO:   '           TO   WRK-RSP-ROTULO1.
           MOVE WRK-RE-CENTRO          TO   WRK-RSP-VALOR1.
           MOVE 'DATA:     '           TO   WRK-RSP-ROTULO2.
           MOVE WRK-RE-DATA-HOJE       TO   WRK-RSP-VALOR2.
           MOVE 'LIDOS:    '           TO   WRK-RSP-ROTULO3.
           MOVE WRK-QTD-LIDOS-EXC      TO   WRK-RSP-QTD1.
           MOVE 'INCLUIDAS:'           TO   WRK-RSP-ROTULO4.
           MOVE WRK-RE-INCLUIDAS       TO   WRK-RSP-QTD2.

           MOVE WRK-RS-POSICAO         TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

      *----------------------------------------------------------------*
       2230-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2240-DECODIFICAR-COMPRESSAO     SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-TAB-AREA(1:LENGTH OF WRK-AREA-RESTART-CMP)
                                       TO   WRK-AREA-RESTART-CMP.

           MOVE 'DATA:     '           TO   WRK-RSP-ROTULO1.
           MOVE WRK-RK-DATA-CATALOGO   TO   WRK-RSP-VALOR1.
           MOVE 'ULT. DSN: '           TO   WRK-RSP-ROTULO2.
           MOVE WRK-RK-ULT-DSN         TO   WRK-RSP-VALOR2.
           MOVE 'DATASETS: '           TO   WRK-RSP-ROTULO3.
           MOVE WRK-RK-DATASETS        TO   WRK-RSP-QTD1.
           MOVE 'DIVERGEN.:'           TO   WRK-RSP-ROTULO4.
           MOVE WRK-RK-DIVERGENTES     TO   WRK-RSP-QTD2.

           MOVE WRK-RS-POSICAO         TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

      *----------------------------------------------------------------*
       2240-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2250-DECODIFICAR-RETENCAO       SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-TAB-AREA(1:LENGTH OF WRK-AREA-RESTART-RET)
                                       TO   WRK-AREA-RESTART-RET.

           MOVE 'MODO:     '           TO   WRK-RSP-ROTULO1.
           MOVE WRK-RR-MODO            TO   WRK-RSP-VALOR1.
           MOVE 'TABELA:   '           TO   WRK-RSP-ROTULO2.
           MOVE WRK-RR-TABELA          TO   WRK-RSP-VALOR2.
           MOVE 'REGISTROS:'           TO   WRK-RSP-ROTULO3.
           MOVE WRK-RR-REGS-ARQUIVO    TO   WRK-RSP-QTD1.
           MOVE 'TABELAS:  '           TO   WRK-RSP-ROTULO4.
           MOVE WRK-RR-QTD-TABELAS     TO   WRK-RSP-QTD2.

           MOVE WRK-RS-POSICAO         TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

      *----------------------------------------------------------------*
       2250-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2300-FINALIZAR-ENTRADA          SECTION.
      *----------------------------------------------------------------*
