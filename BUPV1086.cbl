      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. BUPV1086.
       AUTHOR.     RAPHAEL MARQUES.
      *================================================================*
      *                   P R I M E  I N F O R M A T I C A             *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  BUPV1086                                     *
      *    PROGRAMADOR.:  RAPHAEL MARQUES                   -  PRIME   *
      *    ANALISTA....:  MAURO                             -  PRIME   *
      *    DATA........:  15/10/2026                                   *
      *----------------------------------------------------------------*
      *    OBJETIVO....:  CONFRONTO DE EXECUCAO PARALELA DO BATIMENTO. *
      *                   RECEBE DOIS CONJUNTOS COMPLETOS DE SAIDAS DA *
      *                   BUPV1054 GERADOS A PARTIR DA MESMA ENTRADA - *
      *                   EXECUCAO A (CADEIA VIGENTE) E EXECUCAO B     *
      *                   (CADEIA ALTERADA: NOVA OPCAO DE PARM, NOVO   *
      *                   PARTDEF DA BUPV1068, NOVA TABELA DE PRODUTO  *
      *                   ETC.) - E CONFRONTA, ARQUIVO A ARQUIVO,      *
      *                   SARQAPOR, SARQCCOR, SARQCREJ, SARQCRIT,      *
      *                   SARQDUPL, SARQDIVE E SARQSEQ.                *
      *                   CADA PAR E ORDENADO (SORT INTERNO) PELA      *
      *                   CHAVE DO ARQUIVO E CASADO REGISTRO A         *
      *                   REGISTRO. O RELATO APONTA OS REGISTROS SO DA *
      *                   EXECUCAO A, SO DA EXECUCAO B E OS DE MESMA   *
      *                   CHAVE COM CONTEUDO DIFERENTE - ESTES CAMPO A *
      *                   CAMPO, PELOS LAYOUTS DOS BOOKS (I#BUPV35,    *
      *                   I#BUPV3A, I#BUPV40, I#BUPV41, I#BUPV46,      *
      *                   I#BUPV47). NAO SAO CONFRONTADOS OS CARIMBOS  *
      *                   DA PROPRIA EXECUCAO (DATA-PROC/HORA-PROC DAS *
      *                   EXCECOES) NEM, NO ENVELOPE DO SARQAPOR, A    *
      *                   DATA DE MOVIMENTO E O NUMERO DE GERACAO DO   *
      *                   HEADER - O TRAILER (QUANTIDADE E HASH-       *
      *                   TOTAIS) E O CENTRO DO HEADER SAO. NA         *
      *                   EXECUCAO PARTICIONADA CADA PARTICAO TEM O    *
      *                   SEU PAR HEADER/TRAILER: OS TRAILERS DE CADA  *
      *                   EXECUCAO SAO SOMADOS, TODOS OS HEADERS TEM   *
      *                   QUE TER O MESMO CENTRO E CADA HEADER O SEU   *
      *                   TRAILER, E SO ENTAO AS DUAS EXECUCOES SAO    *
      *                   CONFRONTADAS.                                *
      *                   A ULTIMA FOLHA E A CONCLUSAO DO PARALELO,    *
      *                   COM O RESUMO DOS SETE ARQUIVOS, O RESULTADO  *
      *                   E O ESPACO PARA O VISTO DA HOMOLOGACAO.      *
      *----------------------------------------------------------------*
      *    COND CODES..:  0000 - SAIDAS IDENTICAS (PARALELO APROVADO)  *
      *                   0004 - SAIDAS IDENTICAS, MAS TODOS OS        *
      *                          ARQUIVOS VAZIOS NAS DUAS EXECUCOES    *
      *                          (NADA FOI CONFRONTADO)                *
      *                   0008 - HA DIVERGENCIA ENTRE AS EXECUCOES     *
      *                          (PARALELO REPROVADO - VER RELATO)     *
      *                   0012 - ERRO DE ARQUIVO/SORT                  *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME           I/O           INCLUDE/BOOK     *
      *                AARQAPOR/BARQAPOR I   SARQAPOR   I#BUPV35/45    *
      *                AARQCCOR/BARQCCOR I   SARQCCOR   I#BUPV3A       *
      *                AARQCREJ/BARQCREJ I   SARQCREJ   I#BUPV3A       *
      *                AARQCRIT/BARQCRIT I   SARQCRIT   I#BUPV41       *
      *                AARQDUPL/BARQDUPL I   SARQDUPL   I#BUPV46       *
      *                AARQDIVE/BARQDIVE I   SARQDIVE   I#BUPV47       *
      *                AARQSEQ /BARQSEQ  I   SARQSEQ    I#BUPV40       *
      *                  (PREFIXO A = EXECUCAO A, B = EXECUCAO B. NA   *
      *                  EXECUCAO PARTICIONADA, AS SAIDAS DAS          *
      *                  PARTICOES VEM CONCATENADAS NA JCL. SAIDA NAO  *
      *                  GERADA NAS DUAS EXECUCOES PODE SER DUMMY)     *
      *                SORTWK01          -    (SORT INTERNO)           *
      *                RELATO            O    RELATORIO FBA 133        *
      *----------------------------------------------------------------*
      *    BOOK'S......:                                               *
      *    I#BUPV45 - ENVELOPE (HEADER/TRAILER) DO SARQAPOR            *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    BRAD7600 - DATA E HORA ATUAL                                *
      *    BRAD0560 - OBTEM INFORMACOES DO JOB                         *
      *================================================================*

      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       CONFIGURATION                   SECTION.
      *----------------------------------------------------------------*

       SPECIAL-NAMES.
           DECIMAL-POINT               IS COMMA.

      *----------------------------------------------------------------*
       INPUT-OUTPUT                    SECTION.
      *----------------------------------------------------------------*

       FILE-CONTROL.

           SELECT AARQAPOR  ASSIGN     TO   UT-S-AARQAPOR
           FILE STATUS                 IS   WRK-FS-AARQAPOR.

           SELECT BARQAPOR  ASSIGN     TO   UT-S-BARQAPOR
           FILE STATUS                 IS   WRK-FS-BARQAPOR.

           SELECT AARQCCOR  ASSIGN     TO   UT-S-AARQCCOR
           FILE STATUS                 IS   WRK-FS-AARQCCOR.

           SELECT BARQCCOR  ASSIGN     TO   UT-S-BARQCCOR
           FILE STATUS                 IS   WRK-FS-BARQCCOR.

           SELECT AARQCREJ  ASSIGN     TO   UT-S-AARQCREJ
           FILE STATUS                 IS   WRK-FS-AARQCREJ.

           SELECT BARQCREJ  ASSIGN     TO   UT-S-BARQCREJ
           FILE STATUS                 IS   WRK-FS-BARQCREJ.

           SELECT AARQCRIT  ASSIGN     TO   UT-S-AARQCRIT
           FILE STATUS                 IS   WRK-FS-AARQCRIT.

           SELECT BARQCRIT  ASSIGN     TO   UT-S-BARQCRIT
           FILE STATUS                 IS   WRK-FS-BARQCRIT.

           SELECT AARQDUPL  ASSIGN     TO   UT-S-AARQDUPL
           FILE STATUS                 IS   WRK-FS-AARQDUPL.

           SELECT BARQDUPL  ASSIGN     TO   UT-S-BARQDUPL
           FILE STATUS                 IS   WRK-FS-BARQDUPL.

           SELECT AARQDIVE  ASSIGN     TO   UT-S-AARQDIVE
           FILE STATUS                 IS   WRK-FS-AARQDIVE.

           SELECT BARQDIVE  ASSIGN     TO   UT-S-BARQDIVE
           FILE STATUS                 IS   WRK-FS-BARQDIVE.

           SELECT AARQSEQ   ASSIGN     TO   UT-S-AARQSEQ
           FILE STATUS                 IS   WRK-FS-AARQSEQ.

           SELECT BARQSEQ   ASSIGN     TO   UT-S-BARQSEQ
           FILE STATUS                 IS   WRK-FS-BARQSEQ.

           SELECT SORTCOMP  ASSIGN     TO   UT-S-SORTWK01.

           SELECT RELATO    ASSIGN     TO   UT-S-RELATO
           FILE STATUS                 IS   WRK-FS-RELATO.

      *================================================================*
       DATA                            DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *   INPUT:   APORTES (SARQAPOR) - EXECUCAO A / EXECUCAO B        *
      *            ORG. SEQUENCIAL     -   LRECL   =   356             *
      *----------------------------------------------------------------*
       FD  AARQAPOR
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  FD-AARQAPOR                 PIC  X(356).

       FD  BARQAPOR
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  FD-BARQAPOR                 PIC  X(356).

      *----------------------------------------------------------------*
      *   INPUT:   CCORRASS SEM APORTE (SARQCCOR) - EXECUCAO A / B     *
      *            ORG. SEQUENCIAL     -   LRECL   =   238             *
      *----------------------------------------------------------------*
       FD  AARQCCOR
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  FD-AARQCCOR                 PIC  X(238).

       FD  BARQCCOR
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  FD-BARQCCOR                 PIC  X(238).

      *----------------------------------------------------------------*
      *   INPUT:   CCORRASS REJEITADOS (SARQCREJ) - EXECUCAO A / B     *
      *            ORG. SEQUENCIAL     -   LRECL   =   238             *
      *----------------------------------------------------------------*
       FD  AARQCREJ
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  FD-AARQCREJ                 PIC  X(238).

       FD  BARQCREJ
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  FD-BARQCREJ                 PIC  X(238).

      *----------------------------------------------------------------*
      *   INPUT:   CRITICA DE CONTEUDO (SARQCRIT) - EXECUCAO A / B     *
      *            ORG. SEQUENCIAL     -   LRECL   =   080             *
      *----------------------------------------------------------------*
       FD  AARQCRIT
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  FD-AARQCRIT                 PIC  X(080).

       FD  BARQCRIT
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  FD-BARQCRIT                 PIC  X(080).

      *----------------------------------------------------------------*
      *   INPUT:   CHAVES DUPLICADAS (SARQDUPL) - EXECUCAO A / B       *
      *            ORG. SEQUENCIAL     -   LRECL   =   080             *
      *----------------------------------------------------------------*
       FD  AARQDUPL
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  FD-AARQDUPL                 PIC  X(080).

       FD  BARQDUPL
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  FD-BARQDUPL                 PIC  X(080).

      *----------------------------------------------------------------*
      *   INPUT:   DIVERGENCIAS DE VALOR (SARQDIVE) - EXECUCAO A / B   *
      *            ORG. SEQUENCIAL     -   LRECL   =   100             *
      *----------------------------------------------------------------*
       FD  AARQDIVE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  FD-AARQDIVE                 PIC  X(100).

       FD  BARQDIVE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  FD-BARQDIVE                 PIC  X(100).

      *----------------------------------------------------------------*
      *   INPUT:   REGISTROS FORA DE SEQUENCIA (SARQSEQ) - EXEC. A / B *
      *            ORG. SEQUENCIAL     -   LRECL   =   080             *
      *----------------------------------------------------------------*
       FD  AARQSEQ
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  FD-AARQSEQ                  PIC  X(080).

       FD  BARQSEQ
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  FD-BARQSEQ                  PIC  X(080).

      *----------------------------------------------------------------*
      *   SORT:    REGISTROS DAS DUAS EXECUCOES NA ORDEM CHAVE /       *
      *            EXECUCAO / CONTEUDO - CHAVES REPETIDAS CASAM NA     *
      *            ORDEM DO CONTEUDO                                   *
      *----------------------------------------------------------------*
       SD  SORTCOMP.
       01  SRT-COMP-REGISTRO.
           05 SRT-COMP-CHAVE           PIC  X(050).
           05 SRT-COMP-LADO            PIC  X(001).
           05 SRT-COMP-DADOS           PIC  X(356).

      *----------------------------------------------------------------*
      *   OUTPUT:  RELATORIO DO CONFRONTO E CONCLUSAO DO PARALELO      *
      *            ORG. SEQUENCIAL     -   LRECL   =   133  RECFM FBA  *
      *----------------------------------------------------------------*
       FD  RELATO
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  FD-RELATO                   PIC  X(133).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  FILLER                      PIC  X(050)        VALUE
           '*** INICIO DA WORKING-STORAGE SECTION         ****'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       77  WRK-PGM                     PIC  X(008)         VALUE
           'BUPV1086'.

       77  WRK-COND-CODE               PIC  9(004)         VALUE ZEROS.

       77  WRK-FS-AARQAPOR             PIC  X(002)         VALUE SPACES.
       77  WRK-FS-BARQAPOR             PIC  X(002)         VALUE SPACES.
       77  WRK-FS-AARQCCOR             PIC  X(002)         VALUE SPACES.
       77  WRK-FS-BARQCCOR             PIC  X(002)         VALUE SPACES.
       77  WRK-FS-AARQCREJ             PIC  X(002)         VALUE SPACES.
       77  WRK-FS-BARQCREJ             PIC  X(002)         VALUE SPACES.
       77  WRK-FS-AARQCRIT             PIC  X(002)         VALUE SPACES.
       77  WRK-FS-BARQCRIT             PIC  X(002)         VALUE SPACES.
       77  WRK-FS-AARQDUPL             PIC  X(002)         VALUE SPACES.
       77  WRK-FS-BARQDUPL             PIC  X(002)         VALUE SPACES.
       77  WRK-FS-AARQDIVE             PIC  X(002)         VALUE SPACES.
       77  WRK-FS-BARQDIVE             PIC  X(002)         VALUE SPACES.
       77  WRK-FS-AARQSEQ              PIC  X(002)         VALUE SPACES.
       77  WRK-FS-BARQSEQ              PIC  X(002)         VALUE SPACES.
       77  WRK-FS-RELATO               PIC  X(002)         VALUE SPACES.

      *--- DDNAME E FILE STATUS DA ULTIMA OPERACAO (MENSAGEM DE ERRO).
       77  WRK-DDNAME-ATUAL            PIC  X(008)         VALUE SPACES.
       77  WRK-FS-ATUAL                PIC  X(002)         VALUE SPACES.

       77  WRK-CTR-LINHAS              PIC  9(003) COMP-3  VALUE ZEROS.
       77  WRK-CTR-PAGINAS             PIC  9(005) COMP-3  VALUE ZEROS.
       77  WRK-MAX-LINHAS              PIC  9(003) COMP-3  VALUE 56.

       77  WRK-SW-FIM-SORT             PIC  X(001)         VALUE 'N'.
           88 WRK-FIM-SORT                                 VALUE 'S'.

      *--- FOLHA EM IMPRESSAO: DETALHE DE UM ARQUIVO OU CONCLUSAO.
       77  WRK-SW-FOLHA                PIC  X(001)         VALUE 'D'.
           88 WRK-FOLHA-DETALHE                            VALUE 'D'.
           88 WRK-FOLHA-CONCLUSAO                          VALUE 'C'.

       77  WRK-SW-PAR                  PIC  X(001)         VALUE 'S'.
           88 WRK-PAR-IGUAL                                VALUE 'S'.
           88 WRK-PAR-DIFERENTE                            VALUE 'N'.

       77  WRK-SW-PARALELO             PIC  X(001)         VALUE 'S'.
           88 WRK-PARALELO-APROVADO                        VALUE 'S'.
           88 WRK-PARALELO-REPROVADO                       VALUE 'N'.

       77  ACU-LIDOS-TOTAL             PIC  9(009) COMP-3  VALUE ZEROS.

       77  WRK-DATA-PROC               PIC  X(010)         VALUE SPACES.
       77  WRK-HORA-PROC               PIC  X(008)         VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  FILLER                      PIC  X(050)         VALUE
           '*** TABELA DOS ARQUIVOS CONFRONTADOS           ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

      *--- UMA ENTRADA POR SAIDA DA BUPV1054: NOME, BOOK DO LAYOUT E
      *--- TAMANHO DA CHAVE DE CASAMENTO (PRIMEIRAS POSICOES DO
      *--- REGISTRO): CHAVE DO BATIMENTO (21), ARQUIVO DE ORIGEM +
      *--- CHAVE (29) OU ARQUIVO + CHAVE ATUAL + ANTERIOR (50).
       01  WRK-TAB-ARQUIVOS-DEF.
           05 FILLER                   PIC  X(019)         VALUE
              'SARQAPORI#BUPV35021'.
           05 FILLER                   PIC  X(019)         VALUE
              'SARQCCORI#BUPV3A021'.
           05 FILLER                   PIC  X(019)         VALUE
              'SARQCREJI#BUPV3A021'.
           05 FILLER                   PIC  X(019)         VALUE
              'SARQCRITI#BUPV41029'.
           05 FILLER                   PIC  X(019)         VALUE
              'SARQDUPLI#BUPV46029'.
           05 FILLER                   PIC  X(019)         VALUE
              'SARQDIVEI#BUPV47021'.
           05 FILLER                   PIC  X(019)         VALUE
              'SARQSEQ I#BUPV40050'.
       01  FILLER                      REDEFINES WRK-TAB-ARQUIVOS-DEF.
           05 WRK-ARQ-ENTRADA          OCCURS 7 TIMES.
              10 WRK-ARQ-NOME          PIC  X(008).
              10 WRK-ARQ-BOOK          PIC  X(008).
              10 WRK-ARQ-TAM-CHAVE     PIC  9(003).

       77  WRK-QTD-ARQUIVOS            PIC  9(001)         VALUE 7.
       77  WRK-IND-ARQ                 PIC  9(001)         VALUE ZEROS.

      *--- RESULTADO DE CADA ARQUIVO (REGISTROS DE DADOS - O ENVELOPE
      *--- DO SARQAPOR E CONFERIDO A PARTE).
       01  WRK-TAB-RESULTADO.
           05 WRK-RES-ENTRADA          OCCURS 7 TIMES.
              10 WRK-RES-LIDOS-A       PIC  9(009)     COMP-3.
              10 WRK-RES-LIDOS-B       PIC  9(009)     COMP-3.
              10 WRK-RES-IGUAIS        PIC  9(009)     COMP-3.
              10 WRK-RES-SO-A          PIC  9(009)     COMP-3.
              10 WRK-RES-SO-B          PIC  9(009)     COMP-3.
              10 WRK-RES-DIFERENTES    PIC  9(009)     COMP-3.
              10 WRK-RES-SW-ENVELOPE   PIC  X(001).
                 88 WRK-RES-ENVELOPE-OK                    VALUE 'S'.
                 88 WRK-RES-ENVELOPE-DIVERGE               VALUE 'N'.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  FILLER                      PIC  X(050)         VALUE
           '*** TABELA DOS CAMPOS CONFRONTADOS             ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

      *--- CAMPOS DE CADA LAYOUT, NA ORDEM DO BOOK: ARQUIVO (POSICAO NA
      *--- TABELA DE ARQUIVOS), NOME, POSICAO INICIAL, TAMANHO E SE E
      *--- CONFRONTADO ('N' = CARIMBO DA EXECUCAO, SEMPRE DIFERENTE).
       01  WRK-TAB-CAMPOS-DEF.
           05 FILLER                   PIC  X(028)         VALUE
              '1BU35-CBALCAO        001005S'.
           05 FILLER                   PIC  X(028)         VALUE
              '1BU35-CPRODUTO       006002S'.
           05 FILLER                   PIC  X(028)         VALUE
              '1BU35-CSUBPROD       008002S'.
           05 FILLER                   PIC  X(028)         VALUE
              '1BU35-CNUMECTA       010006S'.
           05 FILLER                   PIC  X(028)         VALUE
              '1BU35-CDIGICTA       016001S'.
           05 FILLER                   PIC  X(028)         VALUE
              '1BU35-ZMOVCTA        017005S'.
           05 FILLER                   PIC  X(028)         VALUE
              '1BU35-ZMOVASSOC      022005S'.
           05 FILLER                   PIC  X(028)         VALUE
              '1BU35-COPERAC        027002S'.
           05 FILLER                   PIC  X(028)         VALUE
              '1BU35-COPER          029006S'.
           05 FILLER                   PIC  X(028)         VALUE
              '1BU35-DCONTD         035010S'.
           05 FILLER                   PIC  X(028)         VALUE
              '1BU35-DPROC          045010S'.
           05 FILLER                   PIC  X(028)         VALUE
              '1BU35-VLR-APORTE     055015S'.
           05 FILLER                   PIC  X(028)         VALUE
              '1BU35-FILLER         070287S'.
           05 FILLER                   PIC  X(028)         VALUE
              '2BU3A-CBALCAO        001005S'.
           05 FILLER                   PIC  X(028)         VALUE
              '2BU3A-CPRODUTO       006002S'.
           05 FILLER                   PIC  X(028)         VALUE
              '2BU3A-CSUBPROD       008002S'.
           05 FILLER                   PIC  X(028)         VALUE
              '2BU3A-CNUMECTA       010006S'.
           05 FILLER                   PIC  X(028)         VALUE
              '2BU3A-CDIGICTA       016001S'.
           05 FILLER                   PIC  X(028)         VALUE
              '2BU3A-ZMOVCTA        017005S'.
           05 FILLER                   PIC  X(028)         VALUE
              '2BU3A-COPERAC        022002S'.
           05 FILLER                   PIC  X(028)         VALUE
              '2BU3A-COPER          024006S'.
           05 FILLER                   PIC  X(028)         VALUE
              '2BU3A-DCONTD         030010S'.
           05 FILLER                   PIC  X(028)         VALUE
              '2BU3A-DPROC          040010S'.
           05 FILLER                   PIC  X(028)         VALUE
              '2BU3A-QTD-RECICLO    050002S'.
           05 FILLER                   PIC  X(028)         VALUE
              '2BU3A-VLR-CCORRASS   052015S'.
           05 FILLER                   PIC  X(028)         VALUE
              '2BU3A-FILLER         067172S'.
           05 FILLER                   PIC  X(028)         VALUE
              '3BU3A-CBALCAO        001005S'.
           05 FILLER                   PIC  X(028)         VALUE
              '3BU3A-CPRODUTO       006002S'.
           05 FILLER                   PIC  X(028)         VALUE
              '3BU3A-CSUBPROD       008002S'.
           05 FILLER                   PIC  X(028)         VALUE
              '3BU3A-CNUMECTA       010006S'.
           05 FILLER                   PIC  X(028)         VALUE
              '3BU3A-CDIGICTA       016001S'.
           05 FILLER                   PIC  X(028)         VALUE
              '3BU3A-ZMOVCTA        017005S'.
           05 FILLER                   PIC  X(028)         VALUE
              '3BU3A-COPERAC        022002S'.
           05 FILLER                   PIC  X(028)         VALUE
              '3BU3A-COPER          024006S'.
           05 FILLER                   PIC  X(028)         VALUE
              '3BU3A-DCONTD         030010S'.
           05 FILLER                   PIC  X(028)         VALUE
              '3BU3A-DPROC          040010S'.
           05 FILLER                   PIC  X(028)         VALUE
              '3BU3A-QTD-RECICLO    050002S'.
           05 FILLER                   PIC  X(028)         VALUE
              '3BU3A-VLR-CCORRASS   052015S'.
           05 FILLER                   PIC  X(028)         VALUE
              '3BU3A-FILLER         067172S'.
           05 FILLER                   PIC  X(028)         VALUE
              '4BU41-ARQUIVO-ORIGEM 001008S'.
           05 FILLER                   PIC  X(028)         VALUE
              '4BU41-CHAVE          009021S'.
           05 FILLER                   PIC  X(028)         VALUE
              '4BU41-QTD-MOTIVOS    030002S'.
           05 FILLER                   PIC  X(028)         VALUE
              '4BU41-MOTIVOS        032018S'.
           05 FILLER                   PIC  X(028)         VALUE
              '4BU41-DATA-PROC      050010N'.
           05 FILLER                   PIC  X(028)         VALUE
              '4BU41-HORA-PROC      060008N'.
           05 FILLER                   PIC  X(028)         VALUE
              '4BU41-FILLER         068013S'.
           05 FILLER                   PIC  X(028)         VALUE
              '5BU46-ARQUIVO-ORIGEM 001008S'.
           05 FILLER                   PIC  X(028)         VALUE
              '5BU46-CHAVE          009021S'.
           05 FILLER                   PIC  X(028)         VALUE
              '5BU46-QTD-OCORRENCIAS030004S'.
           05 FILLER                   PIC  X(028)         VALUE
              '5BU46-DATA-PROC      034010N'.
           05 FILLER                   PIC  X(028)         VALUE
              '5BU46-HORA-PROC      044008N'.
           05 FILLER                   PIC  X(028)         VALUE
              '5BU46-FILLER         052029S'.
           05 FILLER                   PIC  X(028)         VALUE
              '6BU47-CHAVE          001021S'.
           05 FILLER                   PIC  X(028)         VALUE
              '6BU47-VLR-APORTE     022015S'.
           05 FILLER                   PIC  X(028)         VALUE
              '6BU47-VLR-CCORRASS   037015S'.
           05 FILLER                   PIC  X(028)         VALUE
              '6BU47-VLR-DIFERENCA  052015S'.
           05 FILLER                   PIC  X(028)         VALUE
              '6BU47-DATA-PROC      067010N'.
           05 FILLER                   PIC  X(028)         VALUE
              '6BU47-HORA-PROC      077008N'.
           05 FILLER                   PIC  X(028)         VALUE
              '6BU47-FILLER         085016S'.
           05 FILLER                   PIC  X(028)         VALUE
              '7BU40-ARQUIVO-ORIGEM 001008S'.
           05 FILLER                   PIC  X(028)         VALUE
              '7BU40-CHAVE-ATUAL    009021S'.
           05 FILLER                   PIC  X(028)         VALUE
              '7BU40-CHAVE-ANTERIOR 030021S'.
           05 FILLER                   PIC  X(028)         VALUE
              '7BU40-DATA-PROC      051010N'.
           05 FILLER                   PIC  X(028)         VALUE
              '7BU40-HORA-PROC      061008N'.
           05 FILLER                   PIC  X(028)         VALUE
              '7BU40-FILLER         069012S'.
       01  FILLER                      REDEFINES WRK-TAB-CAMPOS-DEF.
           05 WRK-CMP-ENTRADA          OCCURS 65 TIMES.
              10 WRK-CMP-ARQUIVO       PIC  9(001).
              10 WRK-CMP-NOME          PIC  X(020).
              10 WRK-CMP-INICIO        PIC  9(003).
              10 WRK-CMP-TAMANHO       PIC  9(003).
              10 WRK-CMP-CONFRONTA     PIC  X(001).

       77  WRK-QTD-CAMPOS              PIC  9(003) COMP    VALUE 65.
       77  WRK-IND-CAMPO               PIC  9(003) COMP    VALUE ZEROS.

      *--- CAMPO DIVERGENTE EM IMPRESSAO: POSICAO (NO CAMPO) DA
      *--- PRIMEIRA DIFERENCA E TRECHO EXIBIDO DOS DOIS LADOS.
       77  WRK-POS-DIFERENCA           PIC  9(003) COMP    VALUE ZEROS.
       77  WRK-POS-EXIBIR              PIC  9(003) COMP    VALUE ZEROS.
       77  WRK-TAM-EXIBIR              PIC  9(003) COMP    VALUE ZEROS.
       77  WRK-MAX-EXIBIR              PIC  9(003) COMP    VALUE 48.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  FILLER                      PIC  X(050)         VALUE
           '*** AREAS DO CASAMENTO                         ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-REG-LIDO                PIC  X(356)         VALUE SPACES.

       01  WRK-REG-SORT.
           05 WRK-SRT-CHAVE            PIC  X(050)         VALUE SPACES.
           05 WRK-SRT-LADO             PIC  X(001)         VALUE SPACES.
              88 WRK-SRT-EXECUCAO-A                        VALUE 'A'.
              88 WRK-SRT-EXECUCAO-B                        VALUE 'B'.
           05 WRK-SRT-DADOS            PIC  X(356)         VALUE SPACES.

       77  WRK-LADO-LIDO               PIC  X(001)         VALUE SPACES.
       77  WRK-CHAVE-ATUAL             PIC  X(050)         VALUE SPACES.

      *--- REGISTROS DA EXECUCAO A DA CHAVE CORRENTE (CHAVE REPETIDA
      *--- CASA COM A EXECUCAO B NA ORDEM DO CONTEUDO).
       77  WRK-MAX-GRUPO               PIC  9(003) COMP    VALUE 100.
       77  WRK-QTD-GRUPO-A             PIC  9(003) COMP    VALUE ZEROS.
       77  WRK-IND-GRUPO               PIC  9(003) COMP    VALUE ZEROS.

       01  WRK-TAB-GRUPO-A.
           05 WRK-GRP-REGISTRO         OCCURS 100 TIMES
                                       PIC  X(356).

       01  WRK-REG-A                   PIC  X(356)         VALUE SPACES.
       01  WRK-REG-B                   PIC  X(356)         VALUE SPACES.

      *--- OCORRENCIAS DETALHADAS POR ARQUIVO - ACIMA DO LIMITE SO
      *--- SAO CONTADAS.
       77  WRK-MAX-OCORRENCIAS         PIC  9(005) COMP-3  VALUE 500.
       77  WRK-QTD-OCORRENCIAS         PIC  9(009) COMP-3  VALUE ZEROS.

      *--- ENVELOPE DO SARQAPOR DAS DUAS EXECUCOES (1 = A, 2 = B).
      *--- UM PAR HEADER/TRAILER POR PARTICAO DA BUPV1054: OS TRAILERS
      *--- SAO SOMADOS E O CENTRO TEM QUE SER O MESMO EM TODOS OS
      *--- HEADERS DA EXECUCAO.
       01  WRK-TAB-ENVELOPE.
           05 WRK-ENV-ITEM             OCCURS 2 TIMES.
              10 WRK-ENV-QTD-HDR       PIC  9(003) COMP-3.
              10 WRK-ENV-QTD-TRL       PIC  9(003) COMP-3.
              10 WRK-ENV-CENTRO        PIC  X(004).
              10 WRK-ENV-SW-CENTRO     PIC  X(001).
                 88 WRK-ENV-CENTRO-UNICO               VALUE 'S'.
                 88 WRK-ENV-CENTRO-MISTO               VALUE 'N'.
              10 WRK-ENV-QTD-REG       PIC  9(009) COMP-3.
              10 WRK-ENV-HASH-ZMOVCTA  PIC  9(018) COMP-3.
              10 WRK-ENV-HASH-ZMOVASSOC
                                       PIC  9(018) COMP-3.

       77  WRK-IND-LADO                PIC  9(001) COMP    VALUE ZEROS.

      *--- QUANTIDADES DE HEADERS/TRAILERS PARA O RELATO (4110).
       77  WRK-ENV-QTD-HDR-EDT         PIC  9(003)         VALUE ZEROS.
       77  WRK-ENV-QTD-TRL-EDT         PIC  9(003)         VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       77  FILLER                      PIC  X(050)         VALUE
           '*** LINHAS DO RELATO                           ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-LINHA-IMPRIMIR          PIC  X(133)         VALUE SPACES.

       01  WRK-RL-CAB1.
           05 FILLER                   PIC  X(001)         VALUE '1'.
           05 FILLER                   PIC  X(008)         VALUE
              'BUPV1086'.
           05 FILLER                   PIC  X(010)         VALUE SPACES.
           05 FILLER                   PIC  X(050)         VALUE
              'CONFRONTO DE EXECUCAO PARALELA DO BATIMENTO       '.
           05 FILLER                   PIC  X(048)         VALUE SPACES.
           05 FILLER                   PIC  X(005)         VALUE
              'PAG: '.
           05 WRK-RL-PAGINA            PIC  ZZZ9.
           05 FILLER                   PIC  X(007)         VALUE SPACES.

       01  WRK-RL-CAB2.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 FILLER                   PIC  X(005)         VALUE
              'JOB: '.
           05 WRK-RL-JOBNAME           PIC  X(008)         VALUE SPACES.
           05 FILLER                   PIC  X(002)         VALUE ' ('.
           05 WRK-RL-JOBNUMBER         PIC  9(005)         VALUE ZEROS.
           05 FILLER                   PIC  X(001)         VALUE ')'.
           05 FILLER                   PIC  X(008)         VALUE
              '  DATA: '.
           05 WRK-RL-DATA              PIC  X(010)         VALUE SPACES.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-RL-HORA              PIC  X(008)         VALUE SPACES.
           05 FILLER                   PIC  X(004)         VALUE SPACES.
           05 WRK-RL-SUBTITULO         PIC  X(040)         VALUE SPACES.
           05 FILLER                   PIC  X(040)         VALUE SPACES.

       01  WRK-RL-CAB3-DETALHE.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 FILLER                   PIC  X(014)         VALUE
              'OCORRENCIA'.
           05 FILLER                   PIC  X(052)         VALUE
              'CHAVE'.
           05 FILLER                   PIC  X(066)         VALUE
              'INICIO DO REGISTRO'.

       01  WRK-RL-CAB4-DETALHE.
           05 FILLER                   PIC  X(005)         VALUE SPACES.
           05 FILLER                   PIC  X(021)         VALUE
              'CAMPO DIVERGENTE'.
           05 FILLER                   PIC  X(004)         VALUE
              'POS'.
           05 FILLER                   PIC  X(052)         VALUE
              'EXECUCAO A'.
           05 FILLER                   PIC  X(051)         VALUE
              'EXECUCAO B'.

       01  WRK-RL-CAB3-CONCLUSAO.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 FILLER                   PIC  X(010)         VALUE
              'ARQUIVO'.
           05 FILLER                   PIC  X(008)         VALUE
              'BOOK'.
           05 FILLER                   PIC  X(012)         VALUE
              ' LIDOS EXC.A'.
           05 FILLER                   PIC  X(012)         VALUE
              ' LIDOS EXC.B'.
           05 FILLER                   PIC  X(012)         VALUE
              '      IGUAIS'.
           05 FILLER                   PIC  X(012)         VALUE
              ' SO NA EXC.A'.
           05 FILLER                   PIC  X(012)         VALUE
              ' SO NA EXC.B'.
           05 FILLER                   PIC  X(012)         VALUE
              '  DIFERENTES'.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 FILLER                   PIC  X(010)         VALUE
              'ENVELOPE'.
           05 FILLER                   PIC  X(010)         VALUE
              'SITUACAO'.
           05 FILLER                   PIC  X(020)         VALUE SPACES.

       01  WRK-RL-OCORRENCIA.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-RLO-TIPO             PIC  X(012)         VALUE SPACES.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-RLO-CHAVE            PIC  X(050)         VALUE SPACES.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-RLO-REGISTRO         PIC  X(066)         VALUE SPACES.

       01  WRK-RL-CAMPO.
           05 FILLER                   PIC  X(005)         VALUE SPACES.
           05 WRK-RLC-CAMPO            PIC  X(020)         VALUE SPACES.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-RLC-POSICAO          PIC  ZZ9            VALUE ZEROS.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 FILLER                   PIC  X(003)         VALUE 'A: '.
           05 WRK-RLC-VALOR-A          PIC  X(048)         VALUE SPACES.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 FILLER                   PIC  X(003)         VALUE 'B: '.
           05 WRK-RLC-VALOR-B          PIC  X(048)         VALUE SPACES.

       01  WRK-RL-RESUMO.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-RLR-ARQUIVO          PIC  X(010)         VALUE SPACES.
           05 WRK-RLR-BOOK             PIC  X(008)         VALUE SPACES.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-RLR-LIDOS-A          PIC  ZZZ.ZZZ.ZZ9    VALUE ZEROS.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-RLR-LIDOS-B          PIC  ZZZ.ZZZ.ZZ9    VALUE ZEROS.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-RLR-IGUAIS           PIC  ZZZ.ZZZ.ZZ9    VALUE ZEROS.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-RLR-SO-A             PIC  ZZZ.ZZZ.ZZ9    VALUE ZEROS.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-RLR-SO-B             PIC  ZZZ.ZZZ.ZZ9    VALUE ZEROS.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-RLR-DIFERENTES       PIC  ZZZ.ZZZ.ZZ9    VALUE ZEROS.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-RLR-ENVELOPE         PIC  X(010)         VALUE SPACES.
           05 WRK-RLR-SITUACAO         PIC  X(010)         VALUE SPACES.
           05 FILLER                   PIC  X(020)         VALUE SPACES.

       01  WRK-RL-TOTAL.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-RLT-DESCRICAO        PIC  X(040)         VALUE SPACES.
           05 WRK-RLT-QUANTIDADE       PIC  ZZZ.ZZZ.ZZ9    VALUE ZEROS.
           05 FILLER                   PIC  X(081)         VALUE SPACES.

       01  WRK-RL-MENSAGEM.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-RLM-TEXTO            PIC  X(100)         VALUE SPACES.
           05 FILLER                   PIC  X(032)         VALUE SPACES.

       01  WRK-RL-BRANCO               PIC  X(133)         VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DA BRAD7600                           ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-7600-DATA-HORA.
           05 WRK-7600-DT-JULIANA      PIC  9(005) COMP-3  VALUE ZEROS.
           05 WRK-7600-DT-AAMMDDD      PIC  9(007) COMP-3  VALUE ZEROS.
           05 WRK-7600-DT-AAAAMMDD     PIC  9(009) COMP-3  VALUE ZEROS.
           05 WRK-7600-DT-HHMMSS       PIC  9(007) COMP-3  VALUE ZEROS.
           05 WRK-7600-DT-HHMMSSSS     PIC  9(013) COMP-3  VALUE ZEROS.
           05 WRK-7600-TIMESTAMP.
              10 WRK-7600-ANO          PIC  9(004)         VALUE ZEROS.
              10 WRK-7600-MES          PIC  9(002)         VALUE ZEROS.
              10 WRK-7600-DIA          PIC  9(002)         VALUE ZEROS.
              10 WRK-7600-HORA         PIC  9(002)         VALUE ZEROS.
              10 WRK-7600-MINUTOS      PIC  9(002)         VALUE ZEROS.
              10 WRK-7600-SEGUNDOS     PIC  9(002)         VALUE ZEROS.
              10 WRK-7600-MICROSEG     PIC  9(006)         VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DA BRAD0560                           ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-AREA-BRAD0560.
           05 WRK-JOBNAME-0560         PIC  X(008)         VALUE SPACES.
           05 WRK-JOBNUMBER-0560       PIC  9(005)         VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DO ENVELOPE DO SARQAPOR               ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       COPY I#BUPV45.

      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       0000-ROTINA-PRINCIPAL           SECTION.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIALIZAR.

           PERFORM 2000-CONFRONTAR-ARQUIVO
                   VARYING WRK-IND-ARQ FROM 1 BY 1
                   UNTIL   WRK-IND-ARQ GREATER WRK-QTD-ARQUIVOS.

           PERFORM 5000-IMPRIMIR-CONCLUSAO.

           PERFORM 6000-FINALIZAR.

      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1000-INICIALIZAR                SECTION.
      *----------------------------------------------------------------*

           INITIALIZE WRK-TAB-RESULTADO.

           OPEN OUTPUT RELATO.

           IF WRK-FS-RELATO            NOT EQUAL '00'
              DISPLAY 'BUPV1086 - ERRO NA ABERTURA DO RELATO - FS '
                      WRK-FS-RELATO
              MOVE 12                  TO   RETURN-CODE
              STOP RUN
           END-IF.

           CALL 'BRAD7600'             USING WRK-7600-DATA-HORA.

           STRING WRK-7600-DIA '.'
                  WRK-7600-MES '.'
                  WRK-7600-ANO
              DELIMITED BY SIZE        INTO WRK-DATA-PROC
           END-STRING.

           STRING WRK-7600-HORA    ':'
                  WRK-7600-MINUTOS ':'
                  WRK-7600-SEGUNDOS
              DELIMITED BY SIZE        INTO WRK-HORA-PROC
           END-STRING.

           CALL 'BRAD0560'             USING WRK-JOBNAME-0560
                                             WRK-JOBNUMBER-0560.

           MOVE WRK-JOBNAME-0560       TO   WRK-RL-JOBNAME.
           MOVE WRK-JOBNUMBER-0560     TO   WRK-RL-JOBNUMBER.
           MOVE WRK-DATA-PROC          TO   WRK-RL-DATA.
           MOVE WRK-HORA-PROC          TO   WRK-RL-HORA.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1100-IMPRIMIR-CABECALHO         SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO   WRK-CTR-PAGINAS.

           MOVE WRK-CTR-PAGINAS        TO   WRK-RL-PAGINA.

           WRITE FD-RELATO             FROM WRK-RL-CAB1.
           WRITE FD-RELATO             FROM WRK-RL-CAB2.
           WRITE FD-RELATO             FROM WRK-RL-BRANCO.

           IF WRK-FOLHA-DETALHE
              WRITE FD-RELATO          FROM WRK-RL-CAB3-DETALHE
              WRITE FD-RELATO          FROM WRK-RL-CAB4-DETALHE
              MOVE 5                   TO   WRK-CTR-LINHAS
           ELSE
              WRITE FD-RELATO          FROM WRK-RL-CAB3-CONCLUSAO
              MOVE 4                   TO   WRK-CTR-LINHAS
           END-IF.

           IF WRK-FS-RELATO            NOT EQUAL '00'
              PERFORM 9100-ERRO-GRAVACAO-RELATO
           END-IF.

      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1200-IMPRIMIR-LINHA             SECTION.
      *----------------------------------------------------------------*

           IF WRK-CTR-LINHAS           NOT LESS  WRK-MAX-LINHAS
              PERFORM 1100-IMPRIMIR-CABECALHO
           END-IF.

           WRITE FD-RELATO             FROM WRK-LINHA-IMPRIMIR.

           IF WRK-FS-RELATO            NOT EQUAL '00'
              PERFORM 9100-ERRO-GRAVACAO-RELATO
           END-IF.

           ADD 1                       TO   WRK-CTR-LINHAS.

      *----------------------------------------------------------------*
       1200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-CONFRONTAR-ARQUIVO         SECTION.
      *----------------------------------------------------------------*

      *--- CADA ARQUIVO COMECA EM FOLHA NOVA, COM O SEU NOME NO
      *--- SUBTITULO DO CABECALHO.
           MOVE SPACES                 TO   WRK-RL-SUBTITULO.
           STRING 'ARQUIVO: ' WRK-ARQ-NOME(WRK-IND-ARQ)
                  ' (LAYOUT ' WRK-ARQ-BOOK(WRK-IND-ARQ) ')'
              DELIMITED BY SIZE        INTO WRK-RL-SUBTITULO
           END-STRING.

           SET WRK-FOLHA-DETALHE       TO   TRUE.
           PERFORM 1100-IMPRIMIR-CABECALHO.

           SET WRK-RES-ENVELOPE-OK(WRK-IND-ARQ)
                                       TO   TRUE.
           MOVE ZEROS                  TO   WRK-QTD-OCORRENCIAS.
           INITIALIZE WRK-TAB-ENVELOPE.
           SET WRK-ENV-CENTRO-UNICO(1) TO   TRUE.
           SET WRK-ENV-CENTRO-UNICO(2) TO   TRUE.
           MOVE 'N'                    TO   WRK-SW-FIM-SORT.

           SORT SORTCOMP
                ON ASCENDING KEY SRT-COMP-CHAVE
                                 SRT-COMP-LADO
                                 SRT-COMP-DADOS
                INPUT  PROCEDURE IS 2100-COLETAR-REGISTROS
                OUTPUT PROCEDURE IS 3000-CASAR-REGISTROS.

           IF SORT-RETURN              NOT EQUAL ZEROS
              DISPLAY 'BUPV1086 - ERRO NO SORT DO '
                      WRK-ARQ-NOME(WRK-IND-ARQ)
                      ' - SORT-RETURN ' SORT-RETURN
              MOVE 12                  TO   RETURN-CODE
              STOP RUN
           END-IF.

           IF WRK-IND-ARQ              EQUAL     1
              PERFORM 4100-CONFERIR-ENVELOPE
           END-IF.

           PERFORM 4000-IMPRIMIR-TOTAIS-ARQUIVO.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-COLETAR-REGISTROS          SECTION.
      *----------------------------------------------------------------*

      *--- INPUT PROCEDURE DO SORT - LE O PAR DE ARQUIVOS DA VEZ.
           EVALUATE WRK-IND-ARQ
              WHEN 1
                   PERFORM 2200-COLETAR-SARQAPOR
              WHEN 2
                   PERFORM 2300-COLETAR-SARQCCOR
              WHEN 3
                   PERFORM 2400-COLETAR-SARQCREJ
              WHEN 4
                   PERFORM 2500-COLETAR-SARQCRIT
              WHEN 5
                   PERFORM 2600-COLETAR-SARQDUPL
              WHEN 6
                   PERFORM 2700-COLETAR-SARQDIVE
              WHEN 7
                   PERFORM 2800-COLETAR-SARQSEQ
           END-EVALUATE.

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2200-COLETAR-SARQAPOR           SECTION.
      *----------------------------------------------------------------*

           OPEN INPUT AARQAPOR.
           MOVE 'AARQAPOR'             TO   WRK-DDNAME-ATUAL.
           MOVE WRK-FS-AARQAPOR        TO   WRK-FS-ATUAL.
           PERFORM 2950-TESTAR-ABERTURA.

           OPEN INPUT BARQAPOR.
           MOVE 'BARQAPOR'             TO   WRK-DDNAME-ATUAL.
           MOVE WRK-FS-BARQAPOR        TO   WRK-FS-ATUAL.
           PERFORM 2950-TESTAR-ABERTURA.

           MOVE 'A'                    TO   WRK-LADO-LIDO.
           PERFORM 2210-LER-AARQAPOR
                   UNTIL WRK-FS-AARQAPOR EQUAL '10'.

           MOVE 'B'                    TO   WRK-LADO-LIDO.
           PERFORM 2220-LER-BARQAPOR
                   UNTIL WRK-FS-BARQAPOR EQUAL '10'.

           CLOSE AARQAPOR
                 BARQAPOR.

      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2210-LER-AARQAPOR               SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO   WRK-REG-LIDO.

           READ AARQAPOR               INTO WRK-REG-LIDO.

           IF WRK-FS-AARQAPOR          EQUAL     '10'
              GO TO 2210-99-FIM
           END-IF.

           MOVE 'AARQAPOR'             TO   WRK-DDNAME-ATUAL.
           MOVE WRK-FS-AARQAPOR        TO   WRK-FS-ATUAL.
           PERFORM 2960-TESTAR-LEITURA.

           PERFORM 2900-LIBERAR-REGISTRO.

      *----------------------------------------------------------------*
       2210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2220-LER-BARQAPOR               SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO   WRK-REG-LIDO.

           READ BARQAPOR               INTO WRK-REG-LIDO.

           IF WRK-FS-BARQAPOR          EQUAL     '10'
              GO TO 2220-99-FIM
           END-IF.

           MOVE 'BARQAPOR'             TO   WRK-DDNAME-ATUAL.
           MOVE WRK-FS-BARQAPOR        TO   WRK-FS-ATUAL.
           PERFORM 2960-TESTAR-LEITURA.

           PERFORM 2900-LIBERAR-REGISTRO.

      *----------------------------------------------------------------*
       2220-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2300-COLETAR-SARQCCOR           SECTION.
      *----------------------------------------------------------------*

           OPEN INPUT AARQCCOR.
           MOVE 'AARQCCOR'             TO   WRK-DDNAME-ATUAL.
           MOVE WRK-FS-AARQCCOR        TO   WRK-FS-ATUAL.
           PERFORM 2950-TESTAR-ABERTURA.

           OPEN INPUT BARQCCOR.
           MOVE 'BARQCCOR'             TO   WRK-DDNAME-ATUAL.
           MOVE WRK-FS-BARQCCOR        TO   WRK-FS-ATUAL.
           PERFORM 2950-TESTAR-ABERTURA.

           MOVE 'A'                    TO   WRK-LADO-LIDO.
           PERFORM 2310-LER-AARQCCOR
                   UNTIL WRK-FS-AARQCCOR EQUAL '10'.

           MOVE 'B'                    TO   WRK-LADO-LIDO.
           PERFORM 2320-LER-BARQCCOR
                   UNTIL WRK-FS-BARQCCOR EQUAL '10'.

           CLOSE AARQCCOR
                 BARQCCOR.

      *----------------------------------------------------------------*
       2300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2310-LER-AARQCCOR               SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO   WRK-REG-LIDO.

           READ AARQCCOR               INTO WRK-REG-LIDO.

           IF WRK-FS-AARQCCOR          EQUAL     '10'
              GO TO 2310-99-FIM
           END-IF.

           MOVE 'AARQCCOR'             TO   WRK-DDNAME-ATUAL.
           MOVE WRK-FS-AARQCCOR        TO   WRK-FS-ATUAL.
           PERFORM 2960-TESTAR-LEITURA.

           PERFORM 2900-LIBERAR-REGISTRO.

      *----------------------------------------------------------------*
       2310-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2320-LER-BARQCCOR               SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO   WRK-REG-LIDO.

           READ BARQCCOR               INTO WRK-REG-LIDO.

           IF WRK-FS-BARQCCOR          EQUAL     '10'
              GO TO 2320-99-FIM
           END-IF.

           MOVE 'BARQCCOR'             TO   WRK-DDNAME-ATUAL.
           MOVE WRK-FS-BARQCCOR        TO   WRK-FS-ATUAL.
           PERFORM 2960-TESTAR-LEITURA.

           PERFORM 2900-LIBERAR-REGISTRO.

      *----------------------------------------------------------------*
       2320-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2400-COLETAR-SARQCREJ           SECTION.
      *----------------------------------------------------------------*

           OPEN INPUT AARQCREJ.
           MOVE 'AARQCREJ'             TO   WRK-DDNAME-ATUAL.
           MOVE WRK-FS-AARQCREJ        TO   WRK-FS-ATUAL.
           PERFORM 2950-TESTAR-ABERTURA.

           OPEN INPUT BARQCREJ.
           MOVE 'BARQCREJ'             TO   WRK-DDNAME-ATUAL.
           MOVE WRK-FS-BARQCREJ        TO   WRK-FS-ATUAL.
           PERFORM 2950-TESTAR-ABERTURA.

           MOVE 'A'                    TO   WRK-LADO-LIDO.
           PERFORM 2410-LER-AARQCREJ
                   UNTIL WRK-FS-AARQCREJ EQUAL '10'.

           MOVE 'B'                    TO   WRK-LADO-LIDO.
           PERFORM 2420-LER-BARQCREJ
                   UNTIL WRK-FS-BARQCREJ EQUAL '10'.

           CLOSE AARQCREJ
                 BARQCREJ.

      *----------------------------------------------------------------*
       2400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2410-LER-AARQCREJ               SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO   WRK-REG-LIDO.

           READ AARQCREJ               INTO WRK-REG-LIDO.

           IF WRK-FS-AARQCREJ          EQUAL     '10'
              GO TO 2410-99-FIM
           END-IF.

           MOVE 'AARQCREJ'             TO   WRK-DDNAME-ATUAL.
           MOVE WRK-FS-AARQCREJ        TO   WRK-FS-ATUAL.
           PERFORM 2960-TESTAR-LEITURA.

           PERFORM 2900-LIBERAR-REGISTRO.

      *----------------------------------------------------------------*
       2410-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2420-LER-BARQCREJ               SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO   WRK-REG-LIDO.

           READ BARQCREJ               INTO WRK-REG-LIDO.

           IF WRK-FS-BARQCREJ          EQUAL     '10'
              GO TO 2420-99-FIM
           END-IF.

           MOVE 'BARQCREJ'             TO   WRK-DDNAME-ATUAL.
           MOVE WRK-FS-BARQCREJ        TO   WRK-FS-ATUAL.
           PERFORM 2960-TESTAR-LEITURA.

           PERFORM 2900-LIBERAR-REGISTRO.

      *----------------------------------------------------------------*
       2420-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2500-COLETAR-SARQCRIT           SECTION.
      *----------------------------------------------------------------*

           OPEN INPUT AARQCRIT.
           MOVE 'AARQCRIT'             TO   WRK-DDNAME-ATUAL.
           MOVE WRK-FS-AARQCRIT        TO   WRK-FS-ATUAL.
           PERFORM 2950-TESTAR-ABERTURA.

           OPEN INPUT BARQCRIT.
           MOVE 'BARQCRIT'             TO   WRK-DDNAME-ATUAL.
           MOVE WRK-FS-BARQCRIT        TO   WRK-FS-ATUAL.
           PERFORM 2950-TESTAR-ABERTURA.

           MOVE 'A'                    TO   WRK-LADO-LIDO.
           PERFORM 2510-LER-AARQCRIT
                   UNTIL WRK-FS-AARQCRIT EQUAL '10'.

           MOVE 'B'                    TO   WRK-LADO-LIDO.
           PERFORM 2520-LER-BARQCRIT
                   UNTIL WRK-FS-BARQCRIT EQUAL '10'.

           CLOSE AARQCRIT
                 BARQCRIT.

      *----------------------------------------------------------------*
       2500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2510-LER-AARQCRIT               SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO   WRK-REG-LIDO.

           READ AARQCRIT               INTO WRK-REG-LIDO.

           IF WRK-FS-AARQCRIT          EQUAL     '10'
              GO TO 2510-99-FIM
           END-IF.

           MOVE 'AARQCRIT'             TO   WRK-DDNAME-ATUAL.
           MOVE WRK-FS-AARQCRIT        TO   WRK-FS-ATUAL.
           PERFORM 2960-TESTAR-LEITURA.

           PERFORM 2900-LIBERAR-REGISTRO.

      *----------------------------------------------------------------*
       2510-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2520-LER-BARQCRIT               SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO   WRK-REG-LIDO.

           READ BARQCRIT               INTO WRK-REG-LIDO.

           IF WRK-FS-BARQCRIT          EQUAL     '10'
              GO TO 2520-99-FIM
           END-IF.

           MOVE 'BARQCRIT'             TO   WRK-DDNAME-ATUAL.
           MOVE WRK-FS-BARQCRIT        TO   WRK-FS-ATUAL.
           PERFORM 2960-TESTAR-LEITURA.

           PERFORM 2900-LIBERAR-REGISTRO.

      *----------------------------------------------------------------*
       2520-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2600-COLETAR-SARQDUPL           SECTION.
      *----------------------------------------------------------------*

           OPEN INPUT AARQDUPL.
           MOVE 'AARQDUPL'             TO   WRK-DDNAME-ATUAL.
           MOVE WRK-FS-AARQDUPL        TO   WRK-FS-ATUAL.
           PERFORM 2950-TESTAR-ABERTURA.

           OPEN INPUT BARQDUPL.
           MOVE 'BARQDUPL'             TO   WRK-DDNAME-ATUAL.
           MOVE WRK-FS-BARQDUPL        TO   WRK-FS-ATUAL.
           PERFORM 2950-TESTAR-ABERTURA.

           MOVE 'A'                    TO   WRK-LADO-LIDO.
           PERFORM 2610-LER-AARQDUPL
                   UNTIL WRK-FS-AARQDUPL EQUAL '10'.

           MOVE 'B'                    TO   WRK-LADO-LIDO.
           PERFORM 2620-LER-BARQDUPL
                   UNTIL WRK-FS-BARQDUPL EQUAL '10'.

           CLOSE AARQDUPL
                 BARQDUPL.

      *----------------------------------------------------------------*
       2600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2610-LER-AARQDUPL               SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO   WRK-REG-LIDO.

           READ AARQDUPL               INTO WRK-REG-LIDO.

           IF WRK-FS-AARQDUPL          EQUAL     '10'
              GO TO 2610-99-FIM
           END-IF.

           MOVE 'AARQDUPL'             TO   WRK-DDNAME-ATUAL.
           MOVE WRK-FS-AARQDUPL        TO   WRK-FS-ATUAL.
           PERFORM 2960-TESTAR-LEITURA.

           PERFORM 2900-LIBERAR-REGISTRO.

      *----------------------------------------------------------------*
       2610-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2620-LER-BARQDUPL               SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO   WRK-REG-LIDO.

           READ BARQDUPL               INTO WRK-REG-LIDO.

           IF WRK-FS-BARQDUPL          EQUAL     '10'
              GO TO 2620-99-FIM
           END-IF.

           MOVE 'BARQDUPL'             TO   WRK-DDNAME-ATUAL.
           MOVE WRK-FS-BARQDUPL        TO   WRK-FS-ATUAL.
           PERFORM 2960-TESTAR-LEITURA.

           PERFORM 2900-LIBERAR-REGISTRO.

      *----------------------------------------------------------------*
       2620-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2700-COLETAR-SARQDIVE           SECTION.
      *----------------------------------------------------------------*

           OPEN INPUT AARQDIVE.
           MOVE 'AARQDIVE'             TO   WRK-DDNAME-ATUAL.
           MOVE WRK-FS-AARQDIVE        TO   WRK-FS-ATUAL.
           PERFORM 2950-TESTAR-ABERTURA.

           OPEN INPUT BARQDIVE.
           MOVE 'BARQDIVE'             TO   WRK-DDNAME-ATUAL.
           MOVE WRK-FS-BARQDIVE        TO   WRK-FS-ATUAL.
           PERFORM 2950-TESTAR-ABERTURA.

           MOVE 'A'                    TO   WRK-LADO-LIDO.
           PERFORM 2710-LER-AARQDIVE
                   UNTIL WRK-FS-AARQDIVE EQUAL '10'.

           MOVE 'B'                    TO   WRK-LADO-LIDO.
           PERFORM 2720-LER-BARQDIVE
                   UNTIL WRK-FS-BARQDIVE EQUAL '10'.

           CLOSE AARQDIVE
                 BARQDIVE.

      *----------------------------------------------------------------*
       2700-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2710-LER-AARQDIVE               SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO   WRK-REG-LIDO.

           READ AARQDIVE               INTO WRK-REG-LIDO.

           IF WRK-FS-AARQDIVE          EQUAL     '10'
              GO TO 2710-99-FIM
           END-IF.

           MOVE 'AARQDIVE'             TO   WRK-DDNAME-ATUAL.
           MOVE WRK-FS-AARQDIVE        TO   WRK-FS-ATUAL.
           PERFORM 2960-TESTAR-LEITURA.

           PERFORM 2900-LIBERAR-REGISTRO.

      *----------------------------------------------------------------*
       2710-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2720-LER-BARQDIVE               SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO   WRK-REG-LIDO.

           READ BARQDIVE               INTO WRK-REG-LIDO.

           IF WRK-FS-BARQDIVE          EQUAL     '10'
              GO TO 2720-99-FIM
           END-IF.

           MOVE 'BARQDIVE'             TO   WRK-DDNAME-ATUAL.
           MOVE WRK-FS-BARQDIVE        TO   WRK-FS-ATUAL.
           PERFORM 2960-TESTAR-LEITURA.

           PERFORM 2900-LIBERAR-REGISTRO.

      *----------------------------------------------------------------*
       2720-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2800-COLETAR-SARQSEQ            SECTION.
      *----------------------------------------------------------------*

           OPEN INPUT AARQSEQ.
           MOVE 'AARQSEQ'              TO   WRK-DDNAME-ATUAL.
           MOVE WRK-FS-AARQSEQ         TO   WRK-FS-ATUAL.
           PERFORM 2950-TESTAR-ABERTURA.

           OPEN INPUT BARQSEQ.
           MOVE 'BARQSEQ'              TO   WRK-DDNAME-ATUAL.
           MOVE WRK-FS-BARQSEQ         TO   WRK-FS-ATUAL.
           PERFORM 2950-TESTAR-ABERTURA.

           MOVE 'A'                    TO   WRK-LADO-LIDO.
           PERFORM 2810-LER-AARQSEQ
                   UNTIL WRK-FS-AARQSEQ EQUAL '10'.

           MOVE 'B'                    TO   WRK-LADO-LIDO.
           PERFORM 2820-LER-BARQSEQ
                   UNTIL WRK-FS-BARQSEQ EQUAL '10'.

           CLOSE AARQSEQ
                 BARQSEQ.

      *----------------------------------------------------------------*
       2800-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2810-LER-AARQSEQ                SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO   WRK-REG-LIDO.

           READ AARQSEQ                INTO WRK-REG-LIDO.

           IF WRK-FS-AARQSEQ           EQUAL     '10'
              GO TO 2810-99-FIM
           END-IF.

           MOVE 'AARQSEQ'              TO   WRK-DDNAME-ATUAL.
           MOVE WRK-FS-AARQSEQ         TO   WRK-FS-ATUAL.
           PERFORM 2960-TESTAR-LEITURA.

           PERFORM 2900-LIBERAR-REGISTRO.

      *----------------------------------------------------------------*
       2810-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2820-LER-BARQSEQ                SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO   WRK-REG-LIDO.

           READ BARQSEQ                INTO WRK-REG-LIDO.

           IF WRK-FS-BARQSEQ           EQUAL     '10'
              GO TO 2820-99-FIM
           END-IF.

           MOVE 'BARQSEQ'              TO   WRK-DDNAME-ATUAL.
           MOVE WRK-FS-BARQSEQ         TO   WRK-FS-ATUAL.
           PERFORM 2960-TESTAR-LEITURA.

           PERFORM 2900-LIBERAR-REGISTRO.

      *----------------------------------------------------------------*
       2820-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2900-LIBERAR-REGISTRO           SECTION.
      *----------------------------------------------------------------*

      *--- ENVELOPE DO SARQAPOR NAO ENTRA NO CASAMENTO - E ACUMULADO
      *--- POR EXECUCAO (UM PAR POR PARTICAO) E CONFERIDO EM 4100.
           IF WRK-IND-ARQ              EQUAL     1
              IF WRK-REG-LIDO(1:9)     EQUAL     'HDRAPOR**'
                 OR WRK-REG-LIDO(1:9)  EQUAL     'TRLAPOR**'
                 PERFORM 2910-ACUMULAR-ENVELOPE
                 GO TO 2900-99-FIM
              END-IF
           END-IF.

           IF WRK-LADO-LIDO            EQUAL     'A'
              ADD 1                    TO   WRK-RES-LIDOS-A
                                            (WRK-IND-ARQ)
           ELSE
              ADD 1                    TO   WRK-RES-LIDOS-B
                                            (WRK-IND-ARQ)
           END-IF.

           MOVE SPACES                 TO   WRK-SRT-CHAVE.
           MOVE WRK-REG-LIDO(1:WRK-ARQ-TAM-CHAVE(WRK-IND-ARQ))
                                       TO   WRK-SRT-CHAVE.
           MOVE WRK-LADO-LIDO          TO   WRK-SRT-LADO.
           MOVE WRK-REG-LIDO           TO   WRK-SRT-DADOS.

           RELEASE SRT-COMP-REGISTRO   FROM WRK-REG-SORT.

      *----------------------------------------------------------------*
       2900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2910-ACUMULAR-ENVELOPE          SECTION.
      *----------------------------------------------------------------*

           IF WRK-LADO-LIDO            EQUAL     'A'
              MOVE 1                   TO   WRK-IND-LADO
           ELSE
              MOVE 2                   TO   WRK-IND-LADO
           END-IF.

           IF WRK-REG-LIDO(1:9)        EQUAL     'HDRAPOR**'
              MOVE WRK-REG-LIDO        TO   BU45-HEADER
              ADD 1                    TO   WRK-ENV-QTD-HDR
                                            (WRK-IND-LADO)
              IF WRK-ENV-QTD-HDR(WRK-IND-LADO)
                                       EQUAL     1
                 MOVE BU45-HDR-CCTRO-ORIGE
                                       TO   WRK-ENV-CENTRO
                                            (WRK-IND-LADO)
              ELSE
                 IF BU45-HDR-CCTRO-ORIGE
                                       NOT EQUAL WRK-ENV-CENTRO
                                                 (WRK-IND-LADO)
                    SET WRK-ENV-CENTRO-MISTO(WRK-IND-LADO)
                                       TO   TRUE
                 END-IF
              END-IF
              GO TO 2910-99-FIM
           END-IF.

      *--- TRAILER: QUANTIDADE E HASH-TOTAIS DA PARTICAO SOMADOS AOS
      *--- DAS DEMAIS PARTICOES DA MESMA EXECUCAO.
           MOVE WRK-REG-LIDO           TO   BU45-TRAILER.
           ADD 1                       TO   WRK-ENV-QTD-TRL
                                            (WRK-IND-LADO).
           ADD BU45-TRL-QTD-REG        TO   WRK-ENV-QTD-REG
                                            (WRK-IND-LADO).
           ADD BU45-TRL-HASH-ZMOVCTA   TO   WRK-ENV-HASH-ZMOVCTA
                                            (WRK-IND-LADO).
           ADD BU45-TRL-HASH-ZMOVASSOC TO   WRK-ENV-HASH-ZMOVASSOC
                                            (WRK-IND-LADO).

      *----------------------------------------------------------------*
       2910-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2950-TESTAR-ABERTURA            SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-ATUAL             NOT EQUAL '00'
              DISPLAY 'BUPV1086 - ERRO NA ABERTURA DO '
                      WRK-DDNAME-ATUAL ' - FS ' WRK-FS-ATUAL
              MOVE 12                  TO   RETURN-CODE
              STOP RUN
           END-IF.

      *----------------------------------------------------------------*
       2950-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2960-TESTAR-LEITURA             SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-ATUAL             NOT EQUAL '00'
              DISPLAY 'BUPV1086 - ERRO NA LEITURA DO '
                      WRK-DDNAME-ATUAL ' - FS ' WRK-FS-ATUAL
              MOVE 12                  TO   RETURN-CODE
              STOP RUN
           END-IF.

      *----------------------------------------------------------------*
       2960-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-CASAR-REGISTROS            SECTION.
      *----------------------------------------------------------------*

      *--- OUTPUT PROCEDURE DO SORT - CADA CHAVE CHEGA COM OS
      *--- REGISTROS DA EXECUCAO A ANTES DOS DA EXECUCAO B.
           PERFORM 3100-RETORNAR-REGISTRO.

           PERFORM 3200-CASAR-CHAVE
                   UNTIL WRK-FIM-SORT.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3100-RETORNAR-REGISTRO          SECTION.
      *----------------------------------------------------------------*

           RETURN SORTCOMP             INTO WRK-REG-SORT
               AT END
                  SET WRK-FIM-SORT     TO   TRUE
                  MOVE HIGH-VALUES     TO   WRK-SRT-CHAVE
                  MOVE SPACES          TO   WRK-SRT-LADO
           END-RETURN.

      *----------------------------------------------------------------*
       3100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3200-CASAR-CHAVE                SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-SRT-CHAVE          TO   WRK-CHAVE-ATUAL.
           MOVE ZEROS                  TO   WRK-QTD-GRUPO-A
                                            WRK-IND-GRUPO.

           PERFORM 3210-GUARDAR-EXECUCAO-A
                   UNTIL WRK-SRT-CHAVE NOT EQUAL WRK-CHAVE-ATUAL
                      OR NOT WRK-SRT-EXECUCAO-A.

           PERFORM 3220-CASAR-EXECUCAO-B
                   UNTIL WRK-SRT-CHAVE NOT EQUAL WRK-CHAVE-ATUAL.

      *--- REGISTROS DA EXECUCAO A QUE SOBRARAM NA CHAVE.
           ADD 1                       TO   WRK-IND-GRUPO.

           PERFORM 3230-SOBRA-EXECUCAO-A
                   VARYING WRK-IND-GRUPO FROM WRK-IND-GRUPO BY 1
                   UNTIL   WRK-IND-GRUPO GREATER WRK-QTD-GRUPO-A.

      *----------------------------------------------------------------*
       3200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3210-GUARDAR-EXECUCAO-A         SECTION.
      *----------------------------------------------------------------*

           IF WRK-QTD-GRUPO-A          NOT LESS  WRK-MAX-GRUPO
              DISPLAY 'BUPV1086 - MAIS DE ' WRK-MAX-GRUPO
                      ' REGISTROS COM A MESMA CHAVE NO '
                      WRK-ARQ-NOME(WRK-IND-ARQ)
              DISPLAY 'BUPV1086 - CHAVE: ' WRK-CHAVE-ATUAL
              MOVE 12                  TO   RETURN-CODE
              STOP RUN
           END-IF.

           ADD 1                       TO   WRK-QTD-GRUPO-A.

           MOVE WRK-SRT-DADOS          TO   WRK-GRP-REGISTRO
                                            (WRK-QTD-GRUPO-A).

           PERFORM 3100-RETORNAR-REGISTRO.

      *----------------------------------------------------------------*
       3210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3220-CASAR-EXECUCAO-B           SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO   WRK-IND-GRUPO.

           IF WRK-IND-GRUPO            GREATER   WRK-QTD-GRUPO-A
              ADD 1                    TO   WRK-RES-SO-B(WRK-IND-ARQ)
              MOVE 'SO NA EXEC.B'      TO   WRK-RLO-TIPO
              MOVE WRK-SRT-DADOS(1:66) TO   WRK-RLO-REGISTRO
              PERFORM 3400-IMPRIMIR-OCORRENCIA
           ELSE
              MOVE WRK-GRP-REGISTRO(WRK-IND-GRUPO)
                                       TO   WRK-REG-A
              MOVE WRK-SRT-DADOS       TO   WRK-REG-B
              PERFORM 3300-COMPARAR-PAR
           END-IF.

           PERFORM 3100-RETORNAR-REGISTRO.

      *----------------------------------------------------------------*
       3220-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3230-SOBRA-EXECUCAO-A           SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO   WRK-RES-SO-A(WRK-IND-ARQ).

           MOVE 'SO NA EXEC.A'         TO   WRK-RLO-TIPO.
           MOVE WRK-GRP-REGISTRO(WRK-IND-GRUPO)(1:66)
                                       TO   WRK-RLO-REGISTRO.
           PERFORM 3400-IMPRIMIR-OCORRENCIA.

      *----------------------------------------------------------------*
       3230-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3300-COMPARAR-PAR               SECTION.
      *----------------------------------------------------------------*

           SET WRK-PAR-IGUAL           TO   TRUE.

           PERFORM 3310-COMPARAR-CAMPO
                   VARYING WRK-IND-CAMPO FROM 1 BY 1
                   UNTIL   WRK-IND-CAMPO GREATER WRK-QTD-CAMPOS.

           IF WRK-PAR-IGUAL
              ADD 1                    TO   WRK-RES-IGUAIS(WRK-IND-ARQ)
           END-IF.

      *----------------------------------------------------------------*
       3300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3310-COMPARAR-CAMPO             SECTION.
      *----------------------------------------------------------------*

           IF WRK-CMP-ARQUIVO(WRK-IND-CAMPO)
                                       NOT EQUAL WRK-IND-ARQ
              OR WRK-CMP-CONFRONTA(WRK-IND-CAMPO)
                                       NOT EQUAL 'S'
              GO TO 3310-99-FIM
           END-IF.

           IF WRK-REG-A(WRK-CMP-INICIO(WRK-IND-CAMPO):
                        WRK-CMP-TAMANHO(WRK-IND-CAMPO))
                                       EQUAL
              WRK-REG-B(WRK-CMP-INICIO(WRK-IND-CAMPO):
                        WRK-CMP-TAMANHO(WRK-IND-CAMPO))
              GO TO 3310-99-FIM
           END-IF.

      *--- PRIMEIRO CAMPO DIVERGENTE DO PAR - ABRE A OCORRENCIA.
           IF WRK-PAR-IGUAL
              SET WRK-PAR-DIFERENTE    TO   TRUE
              ADD 1                    TO   WRK-RES-DIFERENTES
                                            (WRK-IND-ARQ)
              MOVE 'DIFERENTE'         TO   WRK-RLO-TIPO
              MOVE SPACES              TO   WRK-RLO-REGISTRO
              PERFORM 3400-IMPRIMIR-OCORRENCIA
           END-IF.

           IF WRK-QTD-OCORRENCIAS      NOT GREATER WRK-MAX-OCORRENCIAS
              PERFORM 3320-IMPRIMIR-CAMPO
           END-IF.

      *----------------------------------------------------------------*
       3310-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3320-IMPRIMIR-CAMPO             SECTION.
      *----------------------------------------------------------------*

           MOVE 1                      TO   WRK-POS-DIFERENCA.

           PERFORM 3330-LOCALIZAR-DIFERENCA
                   UNTIL WRK-REG-A(WRK-CMP-INICIO(WRK-IND-CAMPO) +
                                   WRK-POS-DIFERENCA - 1:1)
                         NOT EQUAL
                         WRK-REG-B(WRK-CMP-INICIO(WRK-IND-CAMPO) +
                                   WRK-POS-DIFERENCA - 1:1).

      *--- CAMPO CURTO SAI INTEIRO; CAMPO LONGO (FILLER) SAI A PARTIR
      *--- DA PRIMEIRA POSICAO DIFERENTE.
           IF WRK-CMP-TAMANHO(WRK-IND-CAMPO)
                                       NOT GREATER WRK-MAX-EXIBIR
              MOVE 1                   TO   WRK-POS-EXIBIR
              MOVE WRK-CMP-TAMANHO(WRK-IND-CAMPO)
                                       TO   WRK-TAM-EXIBIR
           ELSE
              MOVE WRK-POS-DIFERENCA   TO   WRK-POS-EXIBIR
              COMPUTE WRK-TAM-EXIBIR   =
                      WRK-CMP-TAMANHO(WRK-IND-CAMPO) -
                      WRK-POS-DIFERENCA + 1
              IF WRK-TAM-EXIBIR        GREATER   WRK-MAX-EXIBIR
                 MOVE WRK-MAX-EXIBIR   TO   WRK-TAM-EXIBIR
              END-IF
           END-IF.

           COMPUTE WRK-POS-EXIBIR      =
                   WRK-CMP-INICIO(WRK-IND-CAMPO) + WRK-POS-EXIBIR - 1.

           MOVE WRK-CMP-NOME(WRK-IND-CAMPO)
                                       TO   WRK-RLC-CAMPO.
           MOVE WRK-POS-DIFERENCA      TO   WRK-RLC-POSICAO.
           MOVE SPACES                 TO   WRK-RLC-VALOR-A
                                            WRK-RLC-VALOR-B.
           MOVE WRK-REG-A(WRK-POS-EXIBIR:WRK-TAM-EXIBIR)
                                       TO   WRK-RLC-VALOR-A.
           MOVE WRK-REG-B(WRK-POS-EXIBIR:WRK-TAM-EXIBIR)
                                       TO   WRK-RLC-VALOR-B.

           MOVE WRK-RL-CAMPO           TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

      *----------------------------------------------------------------*
       3320-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3330-LOCALIZAR-DIFERENCA        SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO   WRK-POS-DIFERENCA.

      *----------------------------------------------------------------*
       3330-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3400-IMPRIMIR-OCORRENCIA        SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO   WRK-QTD-OCORRENCIAS.

           IF WRK-QTD-OCORRENCIAS      GREATER   WRK-MAX-OCORRENCIAS
              GO TO 3400-99-FIM
           END-IF.

           MOVE WRK-CHAVE-ATUAL        TO   WRK-RLO-CHAVE.

           MOVE WRK-RL-OCORRENCIA      TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

      *--- A PARTIR DO LIMITE AS OCORRENCIAS SO SAO CONTADAS.
           IF WRK-QTD-OCORRENCIAS      EQUAL     WRK-MAX-OCORRENCIAS
              MOVE SPACES              TO   WRK-RLM-TEXTO
              STRING '*** LIMITE DE OCORRENCIAS DETALHADAS '
                     'ATINGIDO - AS DEMAIS SO ENTRAM NOS TOTAIS ***'
                 DELIMITED BY SIZE     INTO WRK-RLM-TEXTO
              END-STRING
              MOVE WRK-RL-MENSAGEM     TO   WRK-LINHA-IMPRIMIR
              PERFORM 1200-IMPRIMIR-LINHA
           END-IF.

      *----------------------------------------------------------------*
       3400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4000-IMPRIMIR-TOTAIS-ARQUIVO    SECTION.
      *----------------------------------------------------------------*

           IF WRK-QTD-OCORRENCIAS      EQUAL     ZEROS
              MOVE SPACES              TO   WRK-RLM-TEXTO
              MOVE 'NENHUMA DIFERENCA ENTRE AS DUAS EXECUCOES'
                                       TO   WRK-RLM-TEXTO
              MOVE WRK-RL-MENSAGEM     TO   WRK-LINHA-IMPRIMIR
              PERFORM 1200-IMPRIMIR-LINHA
           END-IF.

           MOVE WRK-RL-BRANCO          TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

           MOVE 'REGISTROS LIDOS DA EXECUCAO A..........:'
                                       TO   WRK-RLT-DESCRICAO.
           MOVE WRK-RES-LIDOS-A(WRK-IND-ARQ)
                                       TO   WRK-RLT-QUANTIDADE.
           MOVE WRK-RL-TOTAL           TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

           MOVE 'REGISTROS LIDOS DA EXECUCAO B..........:'
                                       TO   WRK-RLT-DESCRICAO.
           MOVE WRK-RES-LIDOS-B(WRK-IND-ARQ)
                                       TO   WRK-RLT-QUANTIDADE.
           MOVE WRK-RL-TOTAL           TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

           MOVE 'REGISTROS IGUAIS.......................:'
                                       TO   WRK-RLT-DESCRICAO.
           MOVE WRK-RES-IGUAIS(WRK-IND-ARQ)
                                       TO   WRK-RLT-QUANTIDADE.
           MOVE WRK-RL-TOTAL           TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

           MOVE 'REGISTROS SO NA EXECUCAO A.............:'
                                       TO   WRK-RLT-DESCRICAO.
           MOVE WRK-RES-SO-A(WRK-IND-ARQ)
                                       TO   WRK-RLT-QUANTIDADE.
           MOVE WRK-RL-TOTAL           TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

           MOVE 'REGISTROS SO NA EXECUCAO B.............:'
                                       TO   WRK-RLT-DESCRICAO.
           MOVE WRK-RES-SO-B(WRK-IND-ARQ)
                                       TO   WRK-RLT-QUANTIDADE.
           MOVE WRK-RL-TOTAL           TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

           MOVE 'REGISTROS COM CONTEUDO DIFERENTE.......:'
                                       TO   WRK-RLT-DESCRICAO.
           MOVE WRK-RES-DIFERENTES(WRK-IND-ARQ)
                                       TO   WRK-RLT-QUANTIDADE.
           MOVE WRK-RL-TOTAL           TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

           IF WRK-RES-SO-A(WRK-IND-ARQ)
                                       GREATER   ZEROS
              OR WRK-RES-SO-B(WRK-IND-ARQ)
                                       GREATER   ZEROS
              OR WRK-RES-DIFERENTES(WRK-IND-ARQ)
                                       GREATER   ZEROS
              OR WRK-RES-ENVELOPE-DIVERGE(WRK-IND-ARQ)
              SET WRK-PARALELO-REPROVADO
                                       TO   TRUE
           END-IF.

      *----------------------------------------------------------------*
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4100-CONFERIR-ENVELOPE          SECTION.
      *----------------------------------------------------------------*

      *--- HEADER: SO O CENTRO E CONFRONTADO (DATA DE MOVIMENTO E
      *--- NUMERO DE GERACAO SAO DA PROPRIA EXECUCAO). TRAILER:
      *--- QUANTIDADE E HASH-TOTAIS SOMADOS DAS PARTICOES TEM QUE SER
      *--- IGUAIS. A QUANTIDADE DE PARTICOES PODE DIFERIR (PARTDEF
      *--- NOVO), MAS DENTRO DE CADA EXECUCAO CADA HEADER TEM O SEU
      *--- TRAILER E O CENTRO E UM SO.
           MOVE WRK-RL-BRANCO          TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

           MOVE 'A'                    TO   WRK-LADO-LIDO.
           MOVE 1                      TO   WRK-IND-LADO.
           PERFORM 4110-IMPRIMIR-ENVELOPE.

           MOVE 'B'                    TO   WRK-LADO-LIDO.
           MOVE 2                      TO   WRK-IND-LADO.
           PERFORM 4110-IMPRIMIR-ENVELOPE.

           IF WRK-ENV-QTD-HDR(1)       NOT EQUAL WRK-ENV-QTD-TRL(1)
              OR WRK-ENV-QTD-HDR(2)    NOT EQUAL WRK-ENV-QTD-TRL(2)
              OR WRK-ENV-CENTRO-MISTO(1)
              OR WRK-ENV-CENTRO-MISTO(2)
              OR WRK-ENV-CENTRO(1)     NOT EQUAL WRK-ENV-CENTRO(2)
              OR WRK-ENV-QTD-REG(1)    NOT EQUAL WRK-ENV-QTD-REG(2)
              OR WRK-ENV-HASH-ZMOVCTA(1)
                                       NOT EQUAL WRK-ENV-HASH-ZMOVCTA(2)
              OR WRK-ENV-HASH-ZMOVASSOC(1)
                                       NOT EQUAL
                                       WRK-ENV-HASH-ZMOVASSOC(2)
              SET WRK-RES-ENVELOPE-DIVERGE(WRK-IND-ARQ)
                                       TO   TRUE
           END-IF.

      *--- ENVELOPE NUMA EXECUCAO E NAO NA OUTRA (MODO 'E' X 'N').
           IF (WRK-ENV-QTD-HDR(1)      EQUAL     ZEROS
               AND WRK-ENV-QTD-HDR(2)  GREATER   ZEROS)
              OR (WRK-ENV-QTD-HDR(1)   GREATER   ZEROS
               AND WRK-ENV-QTD-HDR(2)  EQUAL     ZEROS)
              SET WRK-RES-ENVELOPE-DIVERGE(WRK-IND-ARQ)
                                       TO   TRUE
           END-IF.

           MOVE SPACES                 TO   WRK-RLM-TEXTO.

           IF WRK-RES-ENVELOPE-OK(WRK-IND-ARQ)
              STRING 'ENVELOPE CONFERE (CENTRO DOS HEADERS, '
                     'QUANTIDADE E HASH-TOTAIS DOS TRAILERS)'
                 DELIMITED BY SIZE     INTO WRK-RLM-TEXTO
              END-STRING
           ELSE
              MOVE '*** ENVELOPE DIVERGE ENTRE AS EXECUCOES ***'
                                       TO   WRK-RLM-TEXTO
           END-IF.

           MOVE WRK-RL-MENSAGEM        TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

      *----------------------------------------------------------------*
       4100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4110-IMPRIMIR-ENVELOPE          SECTION.
      *----------------------------------------------------------------*

      *--- WRK-LADO-LIDO/WRK-IND-LADO PREENCHIDOS PELO CHAMADOR. OS
      *--- VALORES ACUMULADOS PASSAM PELO BU45-TRAILER PARA SAIR EM
      *--- FORMATO DE IMPRESSAO.
           MOVE SPACES                 TO   WRK-RLM-TEXTO.

           IF WRK-ENV-QTD-HDR(WRK-IND-LADO)
                                       EQUAL     ZEROS
              AND WRK-ENV-QTD-TRL(WRK-IND-LADO)
                                       EQUAL     ZEROS
              STRING 'ENVELOPE EXECUCAO ' WRK-LADO-LIDO
                     ': AUSENTE'
                 DELIMITED BY SIZE     INTO WRK-RLM-TEXTO
              END-STRING
              MOVE WRK-RL-MENSAGEM     TO   WRK-LINHA-IMPRIMIR
              PERFORM 1200-IMPRIMIR-LINHA
              GO TO 4110-99-FIM
           END-IF.

           MOVE WRK-ENV-QTD-HDR(WRK-IND-LADO)
                                       TO   WRK-ENV-QTD-HDR-EDT.
           MOVE WRK-ENV-QTD-TRL(WRK-IND-LADO)
                                       TO   WRK-ENV-QTD-TRL-EDT.

           IF WRK-ENV-CENTRO-UNICO(WRK-IND-LADO)
              STRING 'ENVELOPE EXECUCAO ' WRK-LADO-LIDO
                     ': '             WRK-ENV-QTD-HDR-EDT
                     ' HEADER(S)  '   WRK-ENV-QTD-TRL-EDT
                     ' TRAILER(S)  CENTRO '
                     WRK-ENV-CENTRO(WRK-IND-LADO)
                 DELIMITED BY SIZE     INTO WRK-RLM-TEXTO
              END-STRING
           ELSE
              STRING 'ENVELOPE EXECUCAO ' WRK-LADO-LIDO
                     ': '             WRK-ENV-QTD-HDR-EDT
                     ' HEADER(S)  '   WRK-ENV-QTD-TRL-EDT
                     ' TRAILER(S)  CENTRO '
                     WRK-ENV-CENTRO(WRK-IND-LADO)
                     ' - CENTRO DIFERENTE ENTRE PARTICOES'
                 DELIMITED BY SIZE     INTO WRK-RLM-TEXTO
              END-STRING
           END-IF.

           MOVE WRK-RL-MENSAGEM        TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

           MOVE SPACES                 TO   WRK-RLM-TEXTO.

           MOVE WRK-ENV-QTD-REG(WRK-IND-LADO)
                                       TO   BU45-TRL-QTD-REG.
           MOVE WRK-ENV-HASH-ZMOVCTA(WRK-IND-LADO)
                                       TO   BU45-TRL-HASH-ZMOVCTA.
           MOVE WRK-ENV-HASH-ZMOVASSOC(WRK-IND-LADO)
                                       TO   BU45-TRL-HASH-ZMOVASSOC.

           STRING 'TRAILERS ' WRK-LADO-LIDO
                  ': REGISTROS '      BU45-TRL-QTD-REG
                  ' HASH ZMOVCTA '    BU45-TRL-HASH-ZMOVCTA
                  ' HASH ZMOVASSOC '  BU45-TRL-HASH-ZMOVASSOC
              DELIMITED BY SIZE        INTO WRK-RLM-TEXTO
           END-STRING.

           MOVE WRK-RL-MENSAGEM        TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

      *----------------------------------------------------------------*
       4110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5000-IMPRIMIR-CONCLUSAO         SECTION.
      *----------------------------------------------------------------*

           MOVE 'CONCLUSAO DO PARALELO' TO  WRK-RL-SUBTITULO.

           SET WRK-FOLHA-CONCLUSAO     TO   TRUE.
           PERFORM 1100-IMPRIMIR-CABECALHO.

           PERFORM 5100-IMPRIMIR-RESUMO-ARQUIVO
                   VARYING WRK-IND-ARQ FROM 1 BY 1
                   UNTIL   WRK-IND-ARQ GREATER WRK-QTD-ARQUIVOS.

           MOVE WRK-RL-BRANCO          TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

           MOVE SPACES                 TO   WRK-RLM-TEXTO.

           IF WRK-PARALELO-APROVADO
              STRING 'RESULTADO: PARALELO APROVADO - AS DUAS '
                     'EXECUCOES PRODUZIRAM SAIDAS IDENTICAS'
                 DELIMITED BY SIZE     INTO WRK-RLM-TEXTO
              END-STRING
              MOVE ZEROS               TO   WRK-COND-CODE
           ELSE
              STRING 'RESULTADO: PARALELO REPROVADO - HA '
                     'DIVERGENCIA ENTRE AS EXECUCOES (VER DETALHE)'
                 DELIMITED BY SIZE     INTO WRK-RLM-TEXTO
              END-STRING
              MOVE 8                   TO   WRK-COND-CODE
           END-IF.

           MOVE WRK-RL-MENSAGEM        TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

      *--- NADA CONFRONTADO: IDENTICO, MAS NAO PROVA A MUDANCA.
           IF WRK-PARALELO-APROVADO
              AND ACU-LIDOS-TOTAL      EQUAL     ZEROS
              MOVE 4                   TO   WRK-COND-CODE
              MOVE SPACES              TO   WRK-RLM-TEXTO
              STRING 'ATENCAO: TODOS OS ARQUIVOS VAZIOS NAS DUAS '
                     'EXECUCOES - NADA FOI CONFRONTADO'
                 DELIMITED BY SIZE     INTO WRK-RLM-TEXTO
              END-STRING
              MOVE WRK-RL-MENSAGEM     TO   WRK-LINHA-IMPRIMIR
              PERFORM 1200-IMPRIMIR-LINHA
           END-IF.

           MOVE WRK-RL-BRANCO          TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

           MOVE SPACES                 TO   WRK-RLM-TEXTO.
           STRING 'NAO CONFRONTADOS: DATA-PROC/HORA-PROC DAS EXCECOES '
                  'E MOVIMENTO/GERACAO DO HEADER DO SARQAPOR'
              DELIMITED BY SIZE        INTO WRK-RLM-TEXTO
           END-STRING.
           MOVE WRK-RL-MENSAGEM        TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

           MOVE WRK-RL-BRANCO          TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.
           PERFORM 1200-IMPRIMIR-LINHA.

           MOVE SPACES                 TO   WRK-RLM-TEXTO.
           STRING 'RESPONSAVEL PELA MUDANCA: '
                  '______________________________'
                  '    DATA: ____/____/________'
              DELIMITED BY SIZE        INTO WRK-RLM-TEXTO
           END-STRING.
           MOVE WRK-RL-MENSAGEM        TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

           MOVE WRK-RL-BRANCO          TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

           MOVE SPACES                 TO   WRK-RLM-TEXTO.
           STRING 'HOMOLOGADO POR..........: '
                  '______________________________'
                  '    DATA: ____/____/________'
              DELIMITED BY SIZE        INTO WRK-RLM-TEXTO
           END-STRING.
           MOVE WRK-RL-MENSAGEM        TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

      *----------------------------------------------------------------*
       5000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5100-IMPRIMIR-RESUMO-ARQUIVO    SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-ARQ-NOME(WRK-IND-ARQ)
                                       TO   WRK-RLR-ARQUIVO.
           MOVE WRK-ARQ-BOOK(WRK-IND-ARQ)
                                       TO   WRK-RLR-BOOK.
           MOVE WRK-RES-LIDOS-A(WRK-IND-ARQ)
                                       TO   WRK-RLR-LIDOS-A.
           MOVE WRK-RES-LIDOS-B(WRK-IND-ARQ)
                                       TO   WRK-RLR-LIDOS-B.
           MOVE WRK-RES-IGUAIS(WRK-IND-ARQ)
                                       TO   WRK-RLR-IGUAIS.
           MOVE WRK-RES-SO-A(WRK-IND-ARQ)
                                       TO   WRK-RLR-SO-A.
           MOVE WRK-RES-SO-B(WRK-IND-ARQ)
                                       TO   WRK-RLR-SO-B.
           MOVE WRK-RES-DIFERENTES(WRK-IND-ARQ)
                                       TO   WRK-RLR-DIFERENTES.

           EVALUATE TRUE
              WHEN WRK-IND-ARQ         NOT EQUAL 1
                   MOVE '-'            TO   WRK-RLR-ENVELOPE
              WHEN WRK-RES-ENVELOPE-OK(WRK-IND-ARQ)
                   MOVE 'CONFERE'      TO   WRK-RLR-ENVELOPE
              WHEN OTHER
                   MOVE 'DIVERGE'      TO   WRK-RLR-ENVELOPE
           END-EVALUATE.

           IF WRK-RES-SO-A(WRK-IND-ARQ)
                                       EQUAL     ZEROS
              AND WRK-RES-SO-B(WRK-IND-ARQ)
                                       EQUAL     ZEROS
              AND WRK-RES-DIFERENTES(WRK-IND-ARQ)
                                       EQUAL     ZEROS
              AND WRK-RES-ENVELOPE-OK(WRK-IND-ARQ)
              MOVE 'IDENTICO'          TO   WRK-RLR-SITUACAO
           ELSE
              MOVE 'DIVERGENTE'        TO   WRK-RLR-SITUACAO
           END-IF.

           ADD WRK-RES-LIDOS-A(WRK-IND-ARQ)
               WRK-RES-LIDOS-B(WRK-IND-ARQ)
                                       TO   ACU-LIDOS-TOTAL.

           MOVE WRK-RL-RESUMO          TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

      *----------------------------------------------------------------*
       5100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*

           CLOSE RELATO.

           IF WRK-PARALELO-REPROVADO
              DISPLAY '**************** BUPV1086 ****************'
              DISPLAY '*                                        *'
              DISPLAY '*   PARALELO REPROVADO - AS EXECUCOES    *'
              DISPLAY '*   DIVERGEM - VER O RELATO              *'
              DISPLAY '*                                        *'
              DISPLAY '**************** BUPV1086 ****************'
           ELSE
              DISPLAY 'BUPV1086 - PARALELO APROVADO - SAIDAS IDENTICAS'
           END-IF.

           MOVE WRK-COND-CODE          TO   RETURN-CODE.

           STOP RUN.

      *----------------------------------------------------------------*
       6000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9100-ERRO-GRAVACAO-RELATO       SECTION.
      *----------------------------------------------------------------*

           DISPLAY 'BUPV1086 - ERRO NA GRAVACAO DO RELATO - FS '
                   WRK-FS-RELATO.

           MOVE 12                     TO   RETURN-CODE.

           STOP RUN.

      *----------------------------------------------------------------*
       9100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
