      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*

       PROGRAM-ID. BUPV1074.
       AUTHOR.     RAPHAEL MARQUES.
      *================================================================*
      *                   P R I M E  I N F O R M A T I C A             *
      *----------------------------------------------------------------*
      *    PROGRAMA....:  BUPV1074                                     *
      *    PROGRAMADOR.:  RAPHAEL MARQUES                   -  PRIME   *
      *    ANALISTA....:  MAURO                             -  PRIME   *
      *    DATA........:  15/10/2026                                   *
      *----------------------------------------------------------------*
      *    OBJETIVO....:  SUGESTAO DE PARES PROVAVEIS ENTRE OS ORFAOS  *
      *                   DO BATIMENTO. LE OS APORTES SEM CCORRASS DA  *
      *                   EXTRACAO DA PARM (TCTRL_BATIM_HIST, DESTINO  *
      *                   'SEM-CCORRASS' GRAVADO PELA 3000-PROCESSAR   *
      *                   DA BUPV1054), BUSCA NO EARQAPOR DA EXTRACAO  *
      *                   O VALOR E A DCONTD DE CADA UM E CONFRONTA    *
      *                   COM AS CCORRASS SEM APORTE (SARQCCOR EM      *
      *                   RECICLO E SARQCREJ). CANDIDATO E A CCORRASS  *
      *                   DO MESMO BALCAO/PRODUTO CUJA CHAVE DIFERE    *
      *                   SO PELOS ERROS DE DIGITACAO CONHECIDOS       *
      *                   (ZMOVCTA +-1, CDIGICTA ERRADO, DOIS          *
      *                   ALGARISMOS VIZINHOS INVERTIDOS NA CNUMECTA,  *
      *                   CSUBPROD DIFERENTE - NO MAXIMO DOIS). A      *
      *                   PONTUACAO (0 A 100) SOMA A PROXIMIDADE DA    *
      *                   CHAVE, A IGUALDADE DE BU35-VLR-APORTE COM    *
      *                   BU3A-VLR-CCORRASS E A PROXIMIDADE DA DCONTD. *
      *                   O RELATO LISTA CADA APORTE COM SEUS          *
      *                   CANDIDATOS, PONTOS E MOTIVOS; O MELHOR PAR   *
      *                   SEM EMPATE SAI NO SCARTAO NO LAYOUT DOS      *
      *                   CARTOES DE CORRECAO DA BUPV1060 (A CHAVE DO  *
      *                   APORTE E CORRIGIDA PARA A DA CCORRASS), PARA *
      *                   CONFERENCIA DO OPERADOR ANTES DO REPARO. O   *
      *                   REGISTRO DO EARQAPOR DE CADA PAR PROPOSTO    *
      *                   SAI NO SCRITDET (LAYOUT DA CRITICA           *
      *                   DETALHADA), QUE A BUPV1060 PRECISA PARA      *
      *                   APLICAR OS CARTOES - O APORTE SEM CCORRASS   *
      *                   NAO VAI PARA O SARQCRID DA BUPV1054. APORTE  *
      *                   FORA DO EARQAPOR INFORMADO NAO GERA CARTAO.  *
      *                   SOMENTE LEITURA - NAO ALTERA O DB2.          *
      *----------------------------------------------------------------*
      *    COND CODES..:  0000 - TODO APORTE ORFAO TEVE CANDIDATO      *
      *                   0004 - EXISTE APORTE ORFAO SEM CANDIDATO     *
      *                          (VER RELATO)                          *
      *                   0012 - ERRO DE PARM/ARQUIVO                  *
      *----------------------------------------------------------------*
      *    BCO DE DADOS:                                               *
      *                TABLE                          INCLUDE/BOOK     *
      *                DB2PRD.TCTRL_BATIM_HIST           BUPVB025      *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME           I/O           INCLUDE/BOOK     *
      *                EARQAPOR          I              I#BUPV35       *
      *                  (MESMA GERACAO PROCESSADA PELA BUPV1054)      *
      *                SARQCCOR          I              I#BUPV3A       *
      *                SARQCREJ          I              I#BUPV3A       *
      *                SCARTAO           O    CARTOES NO LAYOUT DO     *
      *                                       ECARTAO DA BUPV1060      *
      *                SCRITDET          O              I#BUPV49       *
      *                  (REGISTROS DO EARQAPOR DOS PARES PROPOSTOS -  *
      *                  ALIMENTA O ECRITDET DA BUPV1060, JUNTO COM OS *
      *                  CARTOES LIBERADOS PELA BUPV1077)              *
      *                RELATO            O    RELATORIO FBA 133        *
      *----------------------------------------------------------------*
      *    BOOK'S......:                                               *
      *    I#BRAD7C - AREA PARA TRATAMENTO DE ERRO PELA BRAD7100       *
      *    I#BUPV35 - AREA PARA ARQUIVOS DE APORTES                    *
      *    I#BUPV3A - AREA CCORRASS                                    *
      *    I#BUPV49 - CRITICA DETALHADA (SCRITDET)                     *
      *    I#BUPV00 - AREA DE COMUNICACAO                              *
      *----------------------------------------------------------------*
      *    MODULOS.....:                                               *
      *    BRAD7100 - AREA PARA TRATAMENTO DE ERRO PELA BRAD7100       *
      *    BRAD7600 - DATA E HORA ATUAL                                *
      *    BUPVM100 - GRAVAR LOG DE ERRO                               *
      *    CKRS1000 - CONEXAO COM O DB2                                *
      *----------------------------------------------------------------*
      *    PARM........:  PARM='CCCC,PP,SSSSSSS[,NNN[,DD]]'            *
      *                   CCCC    = CENTRO DE CUSTO ORIGEM             *
      *                   PP      = CPERDC_PROCM_SIST                  *
      *                   SSSSSSS = NSEQ_PROCM_EFETU                   *
      *                   NNN     = PONTUACAO MINIMA DO CANDIDATO      *
      *                             (DEFAULT 050)                      *
      *                   DD      = DIAS DE TOLERANCIA DA DCONTD       *
      *                             (DEFAULT 03)                       *
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

           SELECT EARQAPOR  ASSIGN     TO   UT-S-EARQAPOR
           FILE STATUS                 IS   WRK-FS-EARQAPOR.

           SELECT SARQCCOR  ASSIGN     TO   UT-S-SARQCCOR
           FILE STATUS                 IS   WRK-FS-SARQCCOR.

           SELECT SARQCREJ  ASSIGN     TO   UT-S-SARQCREJ
           FILE STATUS                 IS   WRK-FS-SARQCREJ.

           SELECT SCARTAO   ASSIGN     TO   UT-S-SCARTAO
           FILE STATUS                 IS   WRK-FS-SCARTAO.

           SELECT SCRITDET  ASSIGN     TO   UT-S-SCRITDET
           FILE STATUS                 IS   WRK-FS-SCRITDET.

           SELECT RELATO    ASSIGN     TO   UT-S-RELATO
           FILE STATUS                 IS   WRK-FS-RELATO.

      *================================================================*
       DATA                            DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *   INPUT:   APORTES DA EXTRACAO (EARQAPOR)                      *
      *            ORG. SEQUENCIAL     -   LRECL   =   356             *
      *----------------------------------------------------------------*
       FD  EARQAPOR
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  FD-EARQAPOR                 PIC  X(356).

      *----------------------------------------------------------------*
      *   INPUT:   CCORRASS SEM APORTE EM RECICLO                      *
      *            ORG. SEQUENCIAL     -   LRECL   =   238             *
      *----------------------------------------------------------------*
       FD  SARQCCOR
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  FD-SARQCCOR                 PIC  X(238).

      *----------------------------------------------------------------*
      *   INPUT:   CCORRASS REJEITADAS (FIM DO RECICLO)                *
      *            ORG. SEQUENCIAL     -   LRECL   =   238             *
      *----------------------------------------------------------------*
       FD  SARQCREJ
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  FD-SARQCREJ                 PIC  X(238).

      *----------------------------------------------------------------*
      *   OUTPUT:  CARTOES DE CORRECAO SUGERIDOS (LAYOUT BUPV1060)     *
      *            ORG. SEQUENCIAL     -   LRECL   =   080             *
      *----------------------------------------------------------------*
       FD  SCARTAO
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  FD-SCARTAO                  PIC  X(080).

      *----------------------------------------------------------------*
      *   OUTPUT:  REGISTROS DOS PARES PROPOSTOS (LAYOUT SARQCRID)     *
      *            ORG. SEQUENCIAL     -   LRECL   =   440             *
      *----------------------------------------------------------------*
       FD  SCRITDET
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  FD-SCRITDET                 PIC  X(440).

      *----------------------------------------------------------------*
      *   OUTPUT:  RELATORIO DE PARES PROVAVEIS                        *
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

       77  ACU-ORFAOS-HISTORICO        PIC  9(009) COMP-3  VALUE ZEROS.
       77  ACU-LIDOS-EARQAPOR          PIC  9(009) COMP-3  VALUE ZEROS.
       77  ACU-LOCALIZADOS             PIC  9(009) COMP-3  VALUE ZEROS.
       77  ACU-LIDOS-SARQCCOR          PIC  9(009) COMP-3  VALUE ZEROS.
       77  ACU-LIDOS-SARQCREJ          PIC  9(009) COMP-3  VALUE ZEROS.
       77  ACU-COM-CANDIDATO           PIC  9(009) COMP-3  VALUE ZEROS.
       77  ACU-SEM-CANDIDATO           PIC  9(009) COMP-3  VALUE ZEROS.
       77  ACU-CANDIDATOS              PIC  9(009) COMP-3  VALUE ZEROS.
       77  ACU-PARES-PROPOSTOS         PIC  9(009) COMP-3  VALUE ZEROS.
       77  ACU-CARTOES-GERADOS         PIC  9(009) COMP-3  VALUE ZEROS.
       77  ACU-GRAVADOS-SCRITDET       PIC  9(009) COMP-3  VALUE ZEROS.

       77  WRK-BATCH                   PIC  X(008)         VALUE
           'BATCH'.

       77  WRK-PGM                     PIC  X(008)         VALUE
           'BUPV1074'.

       77  WRK-MODULO                  PIC  X(008)         VALUE SPACES.

       77  WRK-CCTRO-CUSTO-ORIGE       PIC  X(004)         VALUE SPACES.

       77  WRK-COND-CODE               PIC  9(004)         VALUE ZEROS.

      *--- PONTUACAO MINIMA PARA O CANDIDATO SAIR NO RELATO E
      *--- TOLERANCIA EM DIAS PARA A DCONTD SER CONSIDERADA PROXIMA -
      *--- RECEBIDAS VIA PARM DA EXEC.
       77  WRK-PONTOS-MINIMO           PIC  9(003)         VALUE 050.
       77  WRK-TOLERANCIA-DIAS         PIC  9(002)         VALUE 03.

      *--- CHAVE DO APORTE CORRENTE DO EARQAPOR NO CASAMENTO COM A
      *--- TABELA DE ORFAOS (AMBOS NA ORDEM DA CHAVE DO BATIMENTO).
       01  WRK-CHV-EARQAPOR            PIC  X(021)         VALUE SPACES.

       01  WRK-SQLCODE-S9-9            PIC S9(009)         VALUE ZEROS.
       01  FILLER                      REDEFINES WRK-SQLCODE-S9-9.
           05 FILLER                   PIC  X(006).
           05 WRK-SQLCODE-S9-3         PIC S9(003).

       01  WRK-AUX-S9-2                PIC +9(002)         VALUE ZEROS.
       01  FILLER                      REDEFINES WRK-AUX-S9-2.
           05 FILLER                   PIC  X(001).
           05 WRK-AUX-9-2              PIC  9(002).

       01  WRK-AUX-S9-7                PIC +9(007)         VALUE ZEROS.
       01  FILLER                      REDEFINES WRK-AUX-S9-7.
           05 FILLER                   PIC  X(001).
           05 WRK-AUX-9-7              PIC  9(007).

       77  WRK-FS-EARQAPOR             PIC  X(002)         VALUE SPACES.
       77  WRK-FS-SARQCCOR             PIC  X(002)         VALUE SPACES.
       77  WRK-FS-SARQCREJ             PIC  X(002)         VALUE SPACES.
       77  WRK-FS-SCARTAO              PIC  X(002)         VALUE SPACES.
       77  WRK-FS-SCRITDET             PIC  X(002)         VALUE SPACES.
       77  WRK-FS-RELATO               PIC  X(002)         VALUE SPACES.

       77  WRK-CTR-LINHAS              PIC  9(003) COMP-3  VALUE ZEROS.
       77  WRK-CTR-PAGINAS             PIC  9(005) COMP-3  VALUE ZEROS.
       77  WRK-MAX-LINHAS              PIC  9(003) COMP-3  VALUE 56.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** TABELA DOS APORTES SEM CCORRASS            ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

      *--- CARREGADA DO HISTORICO NA ORDEM DA CHAVE. O ITEM SEGUINTE
      *--- AO ULTIMO RECEBE HIGH-VALUES E SERVE DE SENTINELA NO
      *--- CASAMENTO COM O EARQAPOR. VALOR E DCONTD VEM DO EARQAPOR
      *--- (O HISTORICO SO GUARDA A CHAVE), ASSIM COMO O REGISTRO
      *--- INTEIRO, GRAVADO NO SCRITDET SE O PAR FOR PROPOSTO.
      *--- AMPLIAR O OCCURS (E O LIMITE EM 2120) SE O VOLUME DE
      *--- ORFAOS PASSAR DE 2000.
       01  WRK-TAB-APORTES.
           05 WRK-APO-ITEM             OCCURS 2001 TIMES.
              10 WRK-APO-CHAVE         PIC  X(021).
              10 WRK-APO-CHAVE-R       REDEFINES WRK-APO-CHAVE.
                 15 WRK-APO-CBALCAO    PIC  X(005).
                 15 WRK-APO-CPRODUTO   PIC  X(002).
                 15 WRK-APO-CSUBPROD   PIC  X(002).
                 15 WRK-APO-CNUMECTA   PIC  X(006).
                 15 WRK-APO-CDIGICTA   PIC  X(001).
                 15 WRK-APO-ZMOVCTA    PIC  X(005).
              10 WRK-APO-VALOR         PIC  9(013)V99 COMP-3.
              10 WRK-APO-DCONTD        PIC  X(010).
              10 WRK-APO-SW-LOCALIZADO PIC  X(001).
              10 WRK-APO-REGISTRO      PIC  X(356).

       77  WRK-QTD-APORTES             PIC  9(004) COMP    VALUE ZEROS.
       77  WRK-IND-APORTES             PIC  9(004) COMP    VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** TABELA DAS CCORRASS SEM APORTE             ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

      *--- SARQCCOR E SARQCREJ JUNTOS. O INDICADOR DE PROPOSTA EVITA
      *--- OFERECER A MESMA CCORRASS EM CARTAO PARA DOIS APORTES.
      *--- AMPLIAR O OCCURS SE O VOLUME PASSAR DE 5000.
       01  WRK-TAB-CCORRASS.
           05 WRK-CCO-ITEM             OCCURS 5000 TIMES.
              10 WRK-CCO-CHAVE         PIC  X(021).
              10 WRK-CCO-CHAVE-R       REDEFINES WRK-CCO-CHAVE.
                 15 WRK-CCO-CBALCAO    PIC  X(005).
                 15 WRK-CCO-CPRODUTO   PIC  X(002).
                 15 WRK-CCO-CSUBPROD   PIC  X(002).
                 15 WRK-CCO-CNUMECTA   PIC  X(006).
                 15 WRK-CCO-CDIGICTA   PIC  X(001).
                 15 WRK-CCO-ZMOVCTA    PIC  X(005).
              10 WRK-CCO-VALOR         PIC  9(013)V99 COMP-3.
              10 WRK-CCO-DCONTD        PIC  X(010).
              10 WRK-CCO-ORIGEM        PIC  X(008).
              10 WRK-CCO-SW-PROPOSTA   PIC  X(001).

       77  WRK-QTD-CCORRASS            PIC  9(004) COMP    VALUE ZEROS.
       77  WRK-IND-CCORRASS            PIC  9(004) COMP    VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DA PONTUACAO DO CANDIDATO             ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

      *--- PESOS: CHAVE IGUAL 40, UM ERRO DE DIGITACAO 35, DOIS ERROS
      *--- 20; VALOR IGUAL 40 (OS DOIS LADOS EM BRANCO 10); DCONTD
      *--- IGUAL 20, DENTRO DA TOLERANCIA 10. TRES OU MAIS ERROS, OU
      *--- DIFERENCA FORA DOS PADROES CONHECIDOS, NAO E CANDIDATO.
       77  WRK-PONTOS                  PIC  9(003)         VALUE ZEROS.
       77  WRK-QTD-ERROS               PIC  9(001)         VALUE ZEROS.

       77  WRK-SW-CANDIDATO            PIC  X(001)         VALUE 'N'.
           88 WRK-CANDIDATO                                VALUE 'S'.
           88 WRK-NAO-CANDIDATO                            VALUE 'N'.

       77  WRK-SW-ERRO-SUBPROD         PIC  X(001)         VALUE 'N'.
           88 WRK-ERRO-SUBPROD                             VALUE 'S'.
       77  WRK-SW-ERRO-CONTA           PIC  X(001)         VALUE 'N'.
           88 WRK-ERRO-CONTA                               VALUE 'S'.
       77  WRK-SW-ERRO-DIGITO          PIC  X(001)         VALUE 'N'.
           88 WRK-ERRO-DIGITO                              VALUE 'S'.
       77  WRK-SW-ERRO-ZMOVCTA         PIC  X(001)         VALUE 'N'.
           88 WRK-ERRO-ZMOVCTA                             VALUE 'S'.

       01  WRK-MOTIVO                  PIC  X(040)         VALUE SPACES.
       77  WRK-PTR-MOTIVO              PIC  9(003) COMP    VALUE ZEROS.

      *--- COMPARACAO ALGARISMO A ALGARISMO DA CNUMECTA (INVERSAO DE
      *--- DOIS ALGARISMOS VIZINHOS).
       01  WRK-CONTA-APORTE            PIC  X(006)         VALUE SPACES.
       01  FILLER                      REDEFINES WRK-CONTA-APORTE.
           05 WRK-CTA-ALG-APORTE       OCCURS 6 TIMES
                                       PIC  X(001).

       01  WRK-CONTA-CCORRASS          PIC  X(006)         VALUE SPACES.
       01  FILLER                      REDEFINES WRK-CONTA-CCORRASS.
           05 WRK-CTA-ALG-CCORRASS     OCCURS 6 TIMES
                                       PIC  X(001).

       77  WRK-IND-ALGARISMO           PIC  9(001) COMP    VALUE ZEROS.
       77  WRK-QTD-ALG-DIFERENTES      PIC  9(001) COMP    VALUE ZEROS.
       77  WRK-POS-ALG-DIFERENTE       PIC  9(001) COMP    VALUE ZEROS.
       77  WRK-POS-ALG-VIZINHO         PIC  9(001) COMP    VALUE ZEROS.

      *--- ZMOVCTA DOS DOIS LADOS EM FORMATO NUMERICO.
       01  WRK-ZMOV-APORTE             PIC  X(005)         VALUE SPACES.
       01  FILLER                      REDEFINES WRK-ZMOV-APORTE.
           05 WRK-ZMOV-APORTE-N        PIC  9(005).

       01  WRK-ZMOV-CCORRASS           PIC  X(005)         VALUE SPACES.
       01  FILLER                      REDEFINES WRK-ZMOV-CCORRASS.
           05 WRK-ZMOV-CCORRASS-N      PIC  9(005).

       77  WRK-ZMOV-DIFERENCA          PIC S9(005) COMP-3  VALUE ZEROS.

      *--- MELHOR CANDIDATO DO APORTE CORRENTE. EMPATE NA MELHOR
      *--- PONTUACAO NAO GERA CARTAO - A ESCOLHA FICA COM O OPERADOR.
       77  WRK-MELHOR-PONTOS           PIC  9(003)         VALUE ZEROS.
       77  WRK-MELHOR-IND              PIC  9(004) COMP    VALUE ZEROS.
       77  WRK-QTD-EMPATES             PIC  9(004) COMP    VALUE ZEROS.
       77  WRK-QTD-CANDIDATOS          PIC  9(004) COMP    VALUE ZEROS.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE CONVERSAO DE DATA EM DIAS          ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

      *--- DATA DD.MM.AAAA CONVERTIDA EM NUMERO DE DIAS CORRIDOS
      *--- (CALENDARIO GREGORIANO, ANO COMECANDO EM MARCO PARA O
      *--- FEVEREIRO FICAR NO FIM), SO PARA MEDIR A DISTANCIA ENTRE AS
      *--- DUAS DCONTD.
       01  WRK-DATA-CONVERTER          PIC  X(010)         VALUE SPACES.
       01  WRK-DATA-CONVERTER-R        REDEFINES WRK-DATA-CONVERTER.
           05 WRK-DTC-DIA              PIC  9(002).
           05 WRK-DTC-SEP1             PIC  X(001).
           05 WRK-DTC-MES              PIC  9(002).
           05 WRK-DTC-SEP2             PIC  X(001).
           05 WRK-DTC-ANO              PIC  9(004).

       77  WRK-SW-DATA-CONVERTIDA      PIC  X(001)         VALUE 'N'.
           88 WRK-DATA-CONVERTIDA                          VALUE 'S'.
           88 WRK-DATA-NAO-CONVERTIDA                      VALUE 'N'.

       77  WRK-DTC-ANO-AUX             PIC  9(005) COMP-3  VALUE ZEROS.
       77  WRK-DTC-MES-AUX             PIC  9(002) COMP-3  VALUE ZEROS.
       77  WRK-DTC-QUOC                PIC  9(007) COMP-3  VALUE ZEROS.
       77  WRK-DTC-DIAS                PIC  9(007) COMP-3  VALUE ZEROS.

       77  WRK-DIAS-APORTE             PIC  9(007) COMP-3  VALUE ZEROS.
       77  WRK-DIAS-CCORRASS           PIC  9(007) COMP-3  VALUE ZEROS.
       77  WRK-DIAS-DISTANCIA          PIC  9(007) COMP-3  VALUE ZEROS.

       77  WRK-SW-DCONTD-APORTE        PIC  X(001)         VALUE 'N'.
           88 WRK-DCONTD-APORTE-OK                         VALUE 'S'.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** CARTAO DE CORRECAO (LAYOUT BUPV1060)       ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-CARTAO.
           05 WRK-CTO-CHAVE            PIC  X(021)         VALUE SPACES.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-CTO-CAMPO            PIC  X(008)         VALUE SPACES.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-CTO-ANTIGO           PIC  X(020)         VALUE SPACES.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-CTO-NOVO             PIC  X(020)         VALUE SPACES.
           05 FILLER                   PIC  X(008)         VALUE SPACES.

      *--- CARTAO DE COMENTARIO ('*' NA COL 1 - IGNORADO PELA BUPV1060)
      *--- QUE IDENTIFICA O PAR ANTES DOS CARTOES DE CORRECAO.
       01  WRK-CARTAO-COMENTARIO.
           05 FILLER                   PIC  X(019)         VALUE
              '* PAR PROVAVEL PTS '.
           05 WRK-CTC-PONTOS           PIC  9(003)         VALUE ZEROS.
           05 FILLER                   PIC  X(011)         VALUE
              ' CCORRASS: '.
           05 WRK-CTC-CHAVE            PIC  X(021)         VALUE SPACES.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-CTC-ORIGEM           PIC  X(008)         VALUE SPACES.
           05 FILLER                   PIC  X(017)         VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE MSG ERRO FILE STATUS               ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-ERRO-FS.
           05 FILLER                   PIC  X(011)         VALUE
              'BUPV1074 - '.
           05 WRK-ERRO-FS-7100.
              10 FILLER                PIC  X(005)         VALUE
                 'ERRO '.
              10 WRK-OPERACAO          PIC  X(013)         VALUE SPACES.
                 88 WRK-ABERTURA                           VALUE
                    'NA ABERTURA'.
                 88 WRK-LEITURA                            VALUE
                    'NA LEITURA'.
                 88 WRK-GRAVACAO                           VALUE
                    'NA GRAVACAO'.
                 88 WRK-FECHAMENTO                         VALUE
                    'NO FECHAMENTO'.
              10 FILLER                PIC  X(012)         VALUE
                 ' DO ARQUIVO '.
              10 WRK-NOME-ARQ          PIC  X(008)         VALUE SPACES.
              10 FILLER                PIC  X(015)         VALUE
                 ' FILE STATUS = '.
              10 WRK-FILE-STATUS       PIC  X(002)         VALUE SPACES.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** LINHAS DO RELATO                           ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       01  WRK-LINHA-IMPRIMIR          PIC  X(133)         VALUE SPACES.

       01  WRK-PAR-CAB1.
           05 FILLER                   PIC  X(001)         VALUE '1'.
           05 FILLER                   PIC  X(008)         VALUE
              'BUPV1074'.
           05 FILLER                   PIC  X(010)         VALUE SPACES.
           05 FILLER                   PIC  X(050)         VALUE
              'PARES PROVAVEIS - APORTE SEM CCORRASS X CCORRASS S'.
           05 FILLER                   PIC  X(010)         VALUE
              'EM APORTE '.
           05 FILLER                   PIC  X(038)         VALUE SPACES.
           05 FILLER                   PIC  X(005)         VALUE
              'PAG: '.
           05 WRK-PAR-PAGINA           PIC  ZZZ9.
           05 FILLER                   PIC  X(007)         VALUE SPACES.

       01  WRK-PAR-CAB2.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 FILLER                   PIC  X(008)         VALUE
              'CENTRO: '.
           05 WRK-PAR-CENTRO           PIC  X(004)         VALUE SPACES.
           05 FILLER                   PIC  X(011)         VALUE
              '  PERIODO: '.
           05 WRK-PAR-PERIODO          PIC  9(002)         VALUE ZEROS.
           05 FILLER                   PIC  X(013)         VALUE
              '  SEQUENCIA: '.
           05 WRK-PAR-SEQUENCIA        PIC  9(007)         VALUE ZEROS.
           05 FILLER                   PIC  X(014)         VALUE
              '  PTS MINIMO: '.
           05 WRK-PAR-MINIMO           PIC  ZZ9            VALUE ZEROS.
           05 FILLER                   PIC  X(014)         VALUE
              '  TOLER DIAS: '.
           05 WRK-PAR-TOLERANCIA       PIC  Z9             VALUE ZEROS.
           05 FILLER                   PIC  X(008)         VALUE
              '  DATA: '.
           05 WRK-PAR-DATA             PIC  X(010)         VALUE SPACES.
           05 FILLER                   PIC  X(008)         VALUE
              '  HORA: '.
           05 WRK-PAR-HORA             PIC  X(008)         VALUE SPACES.
           05 FILLER                   PIC  X(012)         VALUE SPACES.

       01  WRK-PAR-CAB3.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 FILLER                   PIC  X(050)         VALUE
              'LADO      CHAVE                  ORIGEM          '.
           05 FILLER                   PIC  X(050)         VALUE
              '     VALOR  DCONTD      PTS  MOTIVOS              '.
           05 FILLER                   PIC  X(032)         VALUE SPACES.

       01  WRK-PAR-DET.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-PRD-LADO             PIC  X(008)         VALUE SPACES.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-PRD-CHAVE            PIC  X(021)         VALUE SPACES.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-PRD-ORIGEM           PIC  X(008)         VALUE SPACES.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-PRD-VALOR            PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-PRD-DCONTD           PIC  X(010)         VALUE SPACES.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-PRD-PONTOS           PIC  ZZ9            VALUE ZEROS.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-PRD-MOTIVO           PIC  X(040)         VALUE SPACES.
           05 FILLER                   PIC  X(002)         VALUE SPACES.
           05 WRK-PRD-MARCA            PIC  X(010)         VALUE SPACES.

       01  WRK-PAR-PROPOSTA.
           05 FILLER                   PIC  X(011)         VALUE
              '    >>>    '.
           05 WRK-PRP-TEXTO            PIC  X(060)         VALUE SPACES.
           05 FILLER                   PIC  X(062)         VALUE SPACES.

       01  WRK-PAR-TOTAL.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-PRT-DESCRICAO        PIC  X(036)         VALUE SPACES.
           05 WRK-PRT-QUANTIDADE       PIC  ZZZ.ZZZ.ZZ9    VALUE ZEROS.
           05 FILLER                   PIC  X(085)         VALUE SPACES.

       01  WRK-PAR-LEGENDA.
           05 FILLER                   PIC  X(001)         VALUE SPACE.
           05 WRK-PRL-TEXTO            PIC  X(100)         VALUE SPACES.
           05 FILLER                   PIC  X(032)         VALUE SPACES.

       01  WRK-PAR-BRANCO              PIC  X(133)         VALUE SPACES.

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
           '*** AREA DA BRAD7100                           ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       COPY I#BRAD7C.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE ENTRADA EARQAPOR                   ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       COPY I#BUPV35.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE ENTRADA SARQCCOR/SARQCREJ          ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       COPY I#BUPV3A.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** AREA DE SAIDA SCRITDET                     ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       COPY I#BUPV49.

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

           EXEC SQL
                INCLUDE BUPVB023
           END-EXEC.

           EXEC SQL
                INCLUDE BUPVB025
           END-EXEC.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** LOG DE PARAMETROS DA EXECUCAO (BUPVM130)   ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

       COPY I#BUPV51.

      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *
       01  FILLER                      PIC  X(050)         VALUE
           '*** FIM DA WORKING-STORAGE SECTION             ***'.
      *- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - *

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*

      *--- AREA DE PARM DA EXEC. EX.: PARM='ALTA,01,0001234,060,05'
       01  LK-PARM-AREA.
           05 LK-PARM-TAM              PIC  S9(004) COMP.
           05 LK-PARM-CENTRO           PIC  X(004).
           05 FILLER                   PIC  X(001).
           05 LK-PARM-PERIODO          PIC  X(002).
           05 FILLER                   PIC  X(001).
           05 LK-PARM-SEQUENCIA        PIC  X(007).
           05 FILLER                   PIC  X(001).
           05 LK-PARM-PONTOS           PIC  X(003).
           05 FILLER                   PIC  X(001).
           05 LK-PARM-DIAS             PIC  X(002).

      *================================================================*
       PROCEDURE                       DIVISION     USING
                                       LK-PARM-AREA.
      *================================================================*

      *----------------------------------------------------------------*
       0000-ROTINA-PRINCIPAL           SECTION.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIALIZAR.

           PERFORM 2000-CARREGAR-ORFAOS.

           PERFORM 3000-PROPOR-PARES.

           PERFORM 4000-FINALIZAR.

      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1000-INICIALIZAR                SECTION.
      *----------------------------------------------------------------*

           INITIALIZE BU00-REGISTRO.

           PERFORM 1400-OBTER-PARAMETROS.

           CALL 'CKRS1000'.

           PERFORM 1450-REGISTRAR-PARAMETROS.

           OPEN INPUT  EARQAPOR
                       SARQCCOR
                       SARQCREJ
                OUTPUT SCARTAO
                       SCRITDET
                       RELATO.

           SET WRK-ABERTURA            TO   TRUE.

           PERFORM 1300-TESTAR-FILE-STATUS.

           CALL 'BRAD7600'             USING WRK-7600-DATA-HORA.

           STRING WRK-7600-DIA '.'
                  WRK-7600-MES '.'
                  WRK-7600-ANO
              DELIMITED BY SIZE        INTO WRK-PAR-DATA
           END-STRING.

           STRING WRK-7600-HORA    ':'
                  WRK-7600-MINUTOS ':'
                  WRK-7600-SEGUNDOS
              DELIMITED BY SIZE        INTO WRK-PAR-HORA
           END-STRING.

           MOVE WRK-CCTRO-CUSTO-ORIGE  TO   WRK-PAR-CENTRO.
           MOVE CPERDC-PROCM-SIST OF BUPVB023
                                       TO   WRK-AUX-S9-2.
           MOVE WRK-AUX-9-2            TO   WRK-PAR-PERIODO.
           MOVE NSEQ-PROCM-EFETU  OF BUPVB023
                                       TO   WRK-AUX-S9-7.
           MOVE WRK-AUX-9-7            TO   WRK-PAR-SEQUENCIA.
           MOVE WRK-PONTOS-MINIMO      TO   WRK-PAR-MINIMO.
           MOVE WRK-TOLERANCIA-DIAS    TO   WRK-PAR-TOLERANCIA.

           PERFORM 1100-IMPRIMIR-CABECALHO.

      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1100-IMPRIMIR-CABECALHO         SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO   WRK-CTR-PAGINAS.

           MOVE WRK-CTR-PAGINAS        TO   WRK-PAR-PAGINA.

           WRITE FD-RELATO             FROM WRK-PAR-CAB1.
           WRITE FD-RELATO             FROM WRK-PAR-CAB2.
           WRITE FD-RELATO             FROM WRK-PAR-BRANCO.
           WRITE FD-RELATO             FROM WRK-PAR-CAB3.

           SET WRK-GRAVACAO            TO   TRUE.

           PERFORM 1310-TESTAR-FS-RELATO.

           MOVE 4                      TO   WRK-CTR-LINHAS.

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

           SET WRK-GRAVACAO            TO   TRUE.

           PERFORM 1310-TESTAR-FS-RELATO.

           ADD 1                       TO   WRK-CTR-LINHAS.

      *----------------------------------------------------------------*
       1200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1300-TESTAR-FILE-STATUS         SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-EARQAPOR          NOT EQUAL '00'
              MOVE 'EARQAPOR'          TO   WRK-NOME-ARQ
              MOVE WRK-FS-EARQAPOR     TO   WRK-FILE-STATUS
              PERFORM 1320-ABORTAR-FILE-STATUS
           END-IF.

           IF WRK-FS-SARQCCOR          NOT EQUAL '00'
              MOVE 'SARQCCOR'          TO   WRK-NOME-ARQ
              MOVE WRK-FS-SARQCCOR     TO   WRK-FILE-STATUS
              PERFORM 1320-ABORTAR-FILE-STATUS
           END-IF.

           IF WRK-FS-SARQCREJ          NOT EQUAL '00'
              MOVE 'SARQCREJ'          TO   WRK-NOME-ARQ
              MOVE WRK-FS-SARQCREJ     TO   WRK-FILE-STATUS
              PERFORM 1320-ABORTAR-FILE-STATUS
           END-IF.

           IF WRK-FS-SCARTAO           NOT EQUAL '00'
              MOVE 'SCARTAO'           TO   WRK-NOME-ARQ
              MOVE WRK-FS-SCARTAO      TO   WRK-FILE-STATUS
              PERFORM 1320-ABORTAR-FILE-STATUS
           END-IF.

           IF WRK-FS-SCRITDET          NOT EQUAL '00'
              MOVE 'SCRITDET'          TO   WRK-NOME-ARQ
              MOVE WRK-FS-SCRITDET     TO   WRK-FILE-STATUS
              PERFORM 1320-ABORTAR-FILE-STATUS
           END-IF.

           PERFORM 1310-TESTAR-FS-RELATO.

      *----------------------------------------------------------------*
       1300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1310-TESTAR-FS-RELATO           SECTION.
      *----------------------------------------------------------------*

           IF WRK-FS-RELATO            NOT EQUAL '00'
              MOVE 'RELATO'            TO   WRK-NOME-ARQ
              MOVE WRK-FS-RELATO       TO   WRK-FILE-STATUS
              PERFORM 1320-ABORTAR-FILE-STATUS
           END-IF.

      *----------------------------------------------------------------*
       1310-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1320-ABORTAR-FILE-STATUS        SECTION.
      *----------------------------------------------------------------*

           MOVE 'APL'                  TO   ERR-TIPO-ACESSO.
           MOVE WRK-ERRO-FS-7100       TO   ERR-TEXTO.
           MOVE WRK-ERRO-FS            TO   BU00-SS-MENSAGEM.
           EVALUATE TRUE
              WHEN WRK-ABERTURA
                   MOVE 037            TO   BU00-ES-COD-RETORNO
              WHEN WRK-LEITURA
                   MOVE 038            TO   BU00-ES-COD-RETORNO
              WHEN WRK-GRAVACAO
                   MOVE 039            TO   BU00-ES-COD-RETORNO
              WHEN WRK-FECHAMENTO
                   MOVE 040            TO   BU00-ES-COD-RETORNO
           END-EVALUATE.
           PERFORM 9996-MOVIMENTACAO-LOG-ERRO.
           PERFORM 9997-GRAVAR-LOG-ERRO.
           PERFORM 9999-ROTINA-ERRO.

      *----------------------------------------------------------------*
       1320-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1400-OBTER-PARAMETROS           SECTION.
      *----------------------------------------------------------------*

           IF LK-PARM-TAM              LESS      15
              DISPLAY '**************** BUPV1074 ****************'
              DISPLAY '*                                        *'
              DISPLAY '*   PARM OBRIGATORIA NAO INFORMADA       *'
              DISPLAY '*   EX.: PARM=' QUOTE 'ALTA,01,0001234' QUOTE
                      '       *'
              DISPLAY '*   (OPCIONAIS: ,PTS MINIMO,DIAS DCONTD) *'
              DISPLAY '*                                        *'
              DISPLAY '**************** BUPV1074 ****************'
              MOVE 12                  TO   RETURN-CODE
              STOP RUN
           END-IF.

           MOVE LK-PARM-CENTRO         TO   WRK-CCTRO-CUSTO-ORIGE.

           IF LK-PARM-PERIODO          NUMERIC
              MOVE LK-PARM-PERIODO     TO   WRK-AUX-9-2
              MOVE WRK-AUX-9-2         TO   CPERDC-PROCM-SIST
                                            OF BUPVB023
           ELSE
              DISPLAY 'BUPV1074 - PERIODO DA PARM NAO NUMERICO: '
                      LK-PARM-PERIODO
              MOVE 12                  TO   RETURN-CODE
              STOP RUN
           END-IF.

           IF LK-PARM-SEQUENCIA        NUMERIC
              MOVE LK-PARM-SEQUENCIA   TO   WRK-AUX-9-7
              MOVE WRK-AUX-9-7         TO   NSEQ-PROCM-EFETU
                                            OF BUPVB023
           ELSE
              DISPLAY 'BUPV1074 - SEQUENCIA DA PARM NAO NUMERICA: '
                      LK-PARM-SEQUENCIA
              MOVE 12                  TO   RETURN-CODE
              STOP RUN
           END-IF.

           IF LK-PARM-TAM              GREATER   16
              IF LK-PARM-PONTOS        NUMERIC
                 AND LK-PARM-PONTOS    NOT GREATER '100'
                 MOVE LK-PARM-PONTOS   TO   WRK-PONTOS-MINIMO
              ELSE
                 DISPLAY 'BUPV1074 - PONTUACAO MINIMA INVALIDA: '
                         LK-PARM-PONTOS
                 MOVE 12               TO   RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

           IF LK-PARM-TAM              GREATER   20
              IF LK-PARM-DIAS          NUMERIC
                 MOVE LK-PARM-DIAS     TO   WRK-TOLERANCIA-DIAS
              ELSE
                 DISPLAY 'BUPV1074 - TOLERANCIA DE DIAS INVALIDA: '
                         LK-PARM-DIAS
                 MOVE 12               TO   RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

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

           STRING 'PONTOS='            WRK-PONTOS-MINIMO
                  ';DIAS='             WRK-TOLERANCIA-DIAS
              DELIMITED BY SIZE        INTO BU51-OPCOES
           END-STRING.

           CALL 'BUPVM130'             USING BU51-INTERFACE.

      *----------------------------------------------------------------*
       1450-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-CARREGAR-ORFAOS            SECTION.
      *----------------------------------------------------------------*

           PERFORM 2100-CARREGAR-APORTES.

           PERFORM 2300-LOCALIZAR-EARQAPOR.

           PERFORM 2500-CARREGAR-CCORRASS.

      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-CARREGAR-APORTES           SECTION.
      *----------------------------------------------------------------*

      *--- ORFAOS DO LADO APORTE DA EXTRACAO, NA ORDEM DA CHAVE DO
      *--- BATIMENTO (A MESMA DO EARQAPOR) PARA O CASAMENTO EM 2300.
           EXEC SQL
               DECLARE CURS-SEM-CCORRASS CURSOR FOR
               SELECT  CBALCAO,
                       CPRODUTO,
                       CSUBPROD,
                       CNUMECTA,
                       CDIGICTA,
                       ZMOVCTA
               FROM    DB2PRD.TCTRL_BATIM_HIST
               WHERE   CCTRO_CUSTO_ORIGE   =   :WRK-CCTRO-CUSTO-ORIGE
               AND     CPERDC_PROCM_SIST   =
                       :BUPVB023.CPERDC-PROCM-SIST
               AND     NSEQ_PROCM_EFETU    =
                       :BUPVB023.NSEQ-PROCM-EFETU
               AND     DESTINO_BATIM       =   'SEM-CCORRASS'
               ORDER BY CBALCAO, CPRODUTO, CSUBPROD,
                        CNUMECTA, CDIGICTA, ZMOVCTA
           END-EXEC.

           EXEC SQL
               OPEN CURS-SEM-CCORRASS
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              PERFORM 2900-ERRO-SQL-HIST
           END-IF.

           PERFORM 2110-FETCH-SEM-CCORRASS
                   UNTIL SQLCODE       EQUAL     100.

           EXEC SQL
               CLOSE CURS-SEM-CCORRASS
           END-EXEC.

           IF SQLCODE                  NOT EQUAL ZEROS
              PERFORM 2900-ERRO-SQL-HIST
           END-IF.

      *--- SENTINELA DO CASAMENTO COM O EARQAPOR.
           MOVE HIGH-VALUES            TO   WRK-APO-CHAVE
                                            (WRK-QTD-APORTES + 1).

      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2110-FETCH-SEM-CCORRASS         SECTION.
      *----------------------------------------------------------------*

           EXEC SQL
               FETCH CURS-SEM-CCORRASS
               INTO  :BUPVB025.CBALCAO,
                     :BUPVB025.CPRODUTO,
                     :BUPVB025.CSUBPROD,
                     :BUPVB025.CNUMECTA,
                     :BUPVB025.CDIGICTA,
                     :BUPVB025.ZMOVCTA
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE             EQUAL     ZEROS
                   PERFORM 2120-GUARDAR-APORTE
              WHEN SQLCODE             EQUAL     100
                   CONTINUE
              WHEN OTHER
                   PERFORM 2900-ERRO-SQL-HIST
           END-EVALUATE.

      *----------------------------------------------------------------*
       2110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2120-GUARDAR-APORTE             SECTION.
      *----------------------------------------------------------------*

      *--- ESTOURO DA TABELA E ERRO DE CARGA - DEIXAR ORFAO DE FORA
      *--- ESCONDERIA JUSTAMENTE O QUE A CONCILIACAO PROCURA.
           IF WRK-QTD-APORTES          NOT LESS  2000
              DISPLAY 'BUPV1074 - TABELA INTERNA DE APORTES ESGOTADA -
      -               'AMPLIAR WRK-TAB-APORTES'
              MOVE 12                  TO   RETURN-CODE
              STOP RUN
           END-IF.

           ADD 1                       TO   WRK-QTD-APORTES
                                            ACU-ORFAOS-HISTORICO.

           MOVE CBALCAO  OF BUPVB025   TO   WRK-APO-CBALCAO
                                            (WRK-QTD-APORTES).
           MOVE CPRODUTO OF BUPVB025   TO   WRK-APO-CPRODUTO
                                            (WRK-QTD-APORTES).
           MOVE CSUBPROD OF BUPVB025   TO   WRK-APO-CSUBPROD
                                            (WRK-QTD-APORTES).
           MOVE CNUMECTA OF BUPVB025   TO   WRK-APO-CNUMECTA
                                            (WRK-QTD-APORTES).
           MOVE CDIGICTA OF BUPVB025   TO   WRK-APO-CDIGICTA
                                            (WRK-QTD-APORTES).
           MOVE ZMOVCTA  OF BUPVB025   TO   WRK-APO-ZMOVCTA
                                            (WRK-QTD-APORTES).
           MOVE ZEROS                  TO   WRK-APO-VALOR
                                            (WRK-QTD-APORTES).
           MOVE SPACES                 TO   WRK-APO-DCONTD
                                            (WRK-QTD-APORTES).
           MOVE 'N'                    TO   WRK-APO-SW-LOCALIZADO
                                            (WRK-QTD-APORTES).

      *----------------------------------------------------------------*
       2120-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2300-LOCALIZAR-EARQAPOR         SECTION.
      *----------------------------------------------------------------*

      *--- CASAMENTO EARQAPOR X TABELA DE ORFAOS PELA CHAVE, COMO NO
      *--- BATIMENTO: O INDICE DA TABELA SO AVANCA, A SENTINELA
      *--- HIGH-VALUES ENCERRA A BUSCA.
           MOVE 1                      TO   WRK-IND-APORTES.

           PERFORM 2310-LER-EARQAPOR
                   UNTIL WRK-FS-EARQAPOR EQUAL '10'
                   OR    WRK-IND-APORTES GREATER WRK-QTD-APORTES.

      *----------------------------------------------------------------*
       2300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2310-LER-EARQAPOR               SECTION.
      *----------------------------------------------------------------*

           READ EARQAPOR               INTO BU35-REGISTRO.

           IF WRK-FS-EARQAPOR          EQUAL     '10'
              GO TO 2310-99-FIM
           END-IF.

           IF WRK-FS-EARQAPOR          NOT EQUAL '00'
              SET WRK-LEITURA          TO   TRUE
              PERFORM 1300-TESTAR-FILE-STATUS
           END-IF.

      *--- HEADER/TRAILER DO ENVELOPE (I#BUPV45) NAO E APORTE.
           IF BU35-REGISTRO(1:9)       EQUAL     'HDRAPOR**'
              OR BU35-REGISTRO(1:9)    EQUAL     'TRLAPOR**'
              GO TO 2310-99-FIM
           END-IF.

           ADD 1                       TO   ACU-LIDOS-EARQAPOR.

           MOVE BU35-REGISTRO(1:21)    TO   WRK-CHV-EARQAPOR.

           PERFORM 2320-AVANCAR-APORTES
                   UNTIL WRK-APO-CHAVE (WRK-IND-APORTES)
                         NOT LESS      WRK-CHV-EARQAPOR.

           IF WRK-APO-CHAVE (WRK-IND-APORTES)
                                       EQUAL     WRK-CHV-EARQAPOR
              PERFORM 2330-COMPLETAR-APORTE
           END-IF.

      *----------------------------------------------------------------*
       2310-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2320-AVANCAR-APORTES            SECTION.
      *----------------------------------------------------------------*

           ADD 1                       TO   WRK-IND-APORTES.

      *----------------------------------------------------------------*
       2320-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2330-COMPLETAR-APORTE           SECTION.
      *----------------------------------------------------------------*

      *--- VALOR EM BRANCO (TRANSMISSOR NAO MIGRADO) VALE ZERO, COMO
      *--- NA CONCILIACAO DE VALORES DA BUPV1054.
           IF BU35-VLR-APORTE          NUMERIC
              MOVE BU35-VLR-APORTE     TO   WRK-APO-VALOR
                                            (WRK-IND-APORTES)
           END-IF.

           MOVE BU35-DCONTD            TO   WRK-APO-DCONTD
                                            (WRK-IND-APORTES).
           MOVE 'S'                    TO   WRK-APO-SW-LOCALIZADO
                                            (WRK-IND-APORTES).
           MOVE BU35-REGISTRO          TO   WRK-APO-REGISTRO
                                            (WRK-IND-APORTES).

           ADD 1                       TO   ACU-LOCALIZADOS.

      *--- CHAVE REPETIDA NO HISTORICO CASA COM A OCORRENCIA SEGUINTE
      *--- DO EARQAPOR.
           ADD 1                       TO   WRK-IND-APORTES.

      *----------------------------------------------------------------*
       2330-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2500-CARREGAR-CCORRASS          SECTION.
      *----------------------------------------------------------------*

           PERFORM 2510-LER-SARQCCOR
                   UNTIL WRK-FS-SARQCCOR EQUAL '10'.

           PERFORM 2520-LER-SARQCREJ
                   UNTIL WRK-FS-SARQCREJ EQUAL '10'.

      *----------------------------------------------------------------*
       2500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2510-LER-SARQCCOR               SECTION.
      *----------------------------------------------------------------*

           READ SARQCCOR               INTO BU3A-REGISTRO.

           IF WRK-FS-SARQCCOR          EQUAL     '10'
              GO TO 2510-99-FIM
           END-IF.

           IF WRK-FS-SARQCCOR          NOT EQUAL '00'
              SET WRK-LEITURA          TO   TRUE
              PERFORM 1300-TESTAR-FILE-STATUS
           END-IF.

           ADD 1                       TO   ACU-LIDOS-SARQCCOR.

           PERFORM 2530-GUARDAR-CCORRASS.

           MOVE 'SARQCCOR'             TO   WRK-CCO-ORIGEM
                                            (WRK-QTD-CCORRASS).

      *----------------------------------------------------------------*
       2510-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2520-LER-SARQCREJ               SECTION.
      *----------------------------------------------------------------*

           READ SARQCREJ               INTO BU3A-REGISTRO.

           IF WRK-FS-SARQCREJ          EQUAL     '10'
              GO TO 2520-99-FIM
           END-IF.

           IF WRK-FS-SARQCREJ          NOT EQUAL '00'
              SET WRK-LEITURA          TO   TRUE
              PERFORM 1300-TESTAR-FILE-STATUS
           END-IF.

           ADD 1                       TO   ACU-LIDOS-SARQCREJ.

           PERFORM 2530-GUARDAR-CCORRASS.

           MOVE 'SARQCREJ'             TO   WRK-CCO-ORIGEM
                                            (WRK-QTD-CCORRASS).

      *----------------------------------------------------------------*
       2520-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2530-GUARDAR-CCORRASS           SECTION.
      *----------------------------------------------------------------*

           IF WRK-QTD-CCORRASS         NOT LESS  5000
              DISPLAY 'BUPV1074 - TABELA INTERNA DE CCORRASS ESGOTADA -
      -               'AMPLIAR WRK-TAB-CCORRASS'
              MOVE 12                  TO   RETURN-CODE
              STOP RUN
           END-IF.

           ADD 1                       TO   WRK-QTD-CCORRASS.

           MOVE BU3A-REGISTRO(1:21)    TO   WRK-CCO-CHAVE
                                            (WRK-QTD-CCORRASS).

           IF BU3A-VLR-CCORRASS        NUMERIC
              MOVE BU3A-VLR-CCORRASS   TO   WRK-CCO-VALOR
                                            (WRK-QTD-CCORRASS)
           ELSE
              MOVE ZEROS               TO   WRK-CCO-VALOR
                                            (WRK-QTD-CCORRASS)
           END-IF.

           MOVE BU3A-DCONTD            TO   WRK-CCO-DCONTD
                                            (WRK-QTD-CCORRASS).
           MOVE 'N'                    TO   WRK-CCO-SW-PROPOSTA
                                            (WRK-QTD-CCORRASS).

      *----------------------------------------------------------------*
       2530-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2900-ERRO-SQL-HIST              SECTION.
      *----------------------------------------------------------------*

           MOVE 'DB2'                  TO ERR-TIPO-ACESSO.
           MOVE 'TCTRL_BATIM_HIST'     TO ERR-DBD-TAB
                                          BU00-TABELA.
           MOVE 'CURSOR'               TO ERR-FUN-COMANDO
                                          BU00-COMANDO.
           MOVE SQLCODE                TO ERR-SQL-CODE
                                          WRK-SQLCODE-S9-9.
           MOVE WRK-SQLCODE-S9-3       TO BU00-SQLCODE.
           MOVE '2900'                 TO ERR-LOCAL.
           MOVE SPACES                 TO ERR-PGM
                                          ERR-SEGM.
           MOVE 998                    TO BU00-ES-COD-RETORNO.
           MOVE WRK-PGM                TO BU00-COD-PROGRAMA.
           MOVE '001'                  TO BU00-LOCAL.
           MOVE 'PARES PROVAVEIS - APORTES SEM CCORRASS'
                                       TO BU00-COMPLEMENTO.
           PERFORM 9996-MOVIMENTACAO-LOG-ERRO.
           PERFORM 9997-GRAVAR-LOG-ERRO.
           PERFORM 9998-EXIBIR-LOG-ERRO.
           PERFORM 9999-ROTINA-ERRO.

      *----------------------------------------------------------------*
       2900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-PROPOR-PARES               SECTION.
      *----------------------------------------------------------------*

           PERFORM 3100-AVALIAR-APORTE
                   VARYING WRK-IND-APORTES FROM 1 BY 1
                   UNTIL   WRK-IND-APORTES GREATER WRK-QTD-APORTES.

           IF WRK-QTD-APORTES          EQUAL     ZEROS
              MOVE SPACES              TO   WRK-PRP-TEXTO
              MOVE 'NENHUM APORTE SEM CCORRASS NA EXTRACAO'
                                       TO   WRK-PRP-TEXTO
              MOVE WRK-PAR-PROPOSTA    TO   WRK-LINHA-IMPRIMIR
              PERFORM 1200-IMPRIMIR-LINHA
           END-IF.

      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3100-AVALIAR-APORTE             SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-PAR-BRANCO         TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

           MOVE 'APORTE'               TO   WRK-PRD-LADO.
           MOVE WRK-APO-CHAVE (WRK-IND-APORTES)
                                       TO   WRK-PRD-CHAVE.
           MOVE 'HISTOR.'              TO   WRK-PRD-ORIGEM.
           MOVE WRK-APO-VALOR (WRK-IND-APORTES)
                                       TO   WRK-PRD-VALOR.
           MOVE WRK-APO-DCONTD (WRK-IND-APORTES)
                                       TO   WRK-PRD-DCONTD.
           MOVE ZEROS                  TO   WRK-PRD-PONTOS.
           MOVE SPACES                 TO   WRK-PRD-MOTIVO
                                            WRK-PRD-MARCA.

      *--- APORTE FORA DO EARQAPOR INFORMADO (GERACAO ERRADA NA JCL)
      *--- SO CONCORRE PELA CHAVE - SEM VALOR NEM DCONTD.
           IF WRK-APO-SW-LOCALIZADO (WRK-IND-APORTES)
                                       EQUAL     'S'
              MOVE 'EARQAPOR'          TO   WRK-PRD-ORIGEM
           ELSE
              MOVE 'FORA DO EARQAPOR'  TO   WRK-PRD-MOTIVO
           END-IF.

           MOVE WRK-PAR-DET            TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

      *--- A DCONTD DO APORTE E CONVERTIDA UMA VEZ SO PARA TODOS OS
      *--- CANDIDATOS.
           MOVE 'N'                    TO   WRK-SW-DCONTD-APORTE.
           MOVE WRK-APO-DCONTD (WRK-IND-APORTES)
                                       TO   WRK-DATA-CONVERTER.
           PERFORM 3500-CONVERTER-DATA.
           IF WRK-DATA-CONVERTIDA
              MOVE 'S'                 TO   WRK-SW-DCONTD-APORTE
              MOVE WRK-DTC-DIAS        TO   WRK-DIAS-APORTE
           END-IF.

           MOVE ZEROS                  TO   WRK-MELHOR-PONTOS
                                            WRK-MELHOR-IND
                                            WRK-QTD-EMPATES
                                            WRK-QTD-CANDIDATOS.

           PERFORM 3200-AVALIAR-CANDIDATO
                   VARYING WRK-IND-CCORRASS FROM 1 BY 1
                   UNTIL   WRK-IND-CCORRASS GREATER WRK-QTD-CCORRASS.

           MOVE SPACES                 TO   WRK-PRP-TEXTO.

           EVALUATE TRUE
              WHEN WRK-QTD-CANDIDATOS  EQUAL     ZEROS
                   ADD 1               TO   ACU-SEM-CANDIDATO
                   MOVE 4              TO   WRK-COND-CODE
                   MOVE 'NENHUM CANDIDATO - TRATAMENTO MANUAL'
                                       TO   WRK-PRP-TEXTO
              WHEN WRK-QTD-EMPATES     GREATER   1
                   ADD 1               TO   ACU-COM-CANDIDATO
                   MOVE 'EMPATE NA MELHOR PONTUACAO - SEM CARTAO'
                                       TO   WRK-PRP-TEXTO
              WHEN WRK-CCO-SW-PROPOSTA (WRK-MELHOR-IND)
                                       EQUAL     'S'
                   ADD 1               TO   ACU-COM-CANDIDATO
                   MOVE 'MELHOR CCORRASS JA PROPOSTA A OUTRO APORTE - S
      -                 'EM CARTAO'    TO   WRK-PRP-TEXTO
      *--- SEM O REGISTRO DO EARQAPOR A BUPV1060 NAO TEM ONDE APLICAR
      *--- O CARTAO.
              WHEN WRK-APO-SW-LOCALIZADO (WRK-IND-APORTES)
                                       NOT EQUAL 'S'
                   ADD 1               TO   ACU-COM-CANDIDATO
                   MOVE 'APORTE FORA DO EARQAPOR - SEM CARTAO'
                                       TO   WRK-PRP-TEXTO
              WHEN OTHER
                   ADD 1               TO   ACU-COM-CANDIDATO
                   PERFORM 3400-GERAR-CARTOES
                   MOVE 'PAR PROPOSTO COM O MELHOR CANDIDATO - CARTOES N
      -                 'O SCARTAO'    TO   WRK-PRP-TEXTO
           END-EVALUATE.

           MOVE WRK-PAR-PROPOSTA       TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

      *----------------------------------------------------------------*
       3100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3200-AVALIAR-CANDIDATO          SECTION.
      *----------------------------------------------------------------*

      *--- SO CONCORRE CCORRASS DO MESMO BALCAO E PRODUTO - O INICIO
      *--- DA CHAVE NAO FAZ PARTE DOS ERROS DE DIGITACAO CONHECIDOS.
           IF WRK-CCO-CBALCAO (WRK-IND-CCORRASS)
                                       NOT EQUAL
              WRK-APO-CBALCAO (WRK-IND-APORTES)
              OR WRK-CCO-CPRODUTO (WRK-IND-CCORRASS)
                                       NOT EQUAL
                 WRK-APO-CPRODUTO (WRK-IND-APORTES)
              GO TO 3200-99-FIM
           END-IF.

           PERFORM 3300-PONTUAR-CANDIDATO.

           IF WRK-NAO-CANDIDATO
              OR WRK-PONTOS            LESS      WRK-PONTOS-MINIMO
              GO TO 3200-99-FIM
           END-IF.

           ADD 1                       TO   WRK-QTD-CANDIDATOS
                                            ACU-CANDIDATOS.

           EVALUATE TRUE
              WHEN WRK-PONTOS          GREATER   WRK-MELHOR-PONTOS
                   MOVE WRK-PONTOS     TO   WRK-MELHOR-PONTOS
                   MOVE WRK-IND-CCORRASS
                                       TO   WRK-MELHOR-IND
                   MOVE 1              TO   WRK-QTD-EMPATES
              WHEN WRK-PONTOS          EQUAL     WRK-MELHOR-PONTOS
                   ADD 1               TO   WRK-QTD-EMPATES
              WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           MOVE 'CCORRASS'             TO   WRK-PRD-LADO.
           MOVE WRK-CCO-CHAVE (WRK-IND-CCORRASS)
                                       TO   WRK-PRD-CHAVE.
           MOVE WRK-CCO-ORIGEM (WRK-IND-CCORRASS)
                                       TO   WRK-PRD-ORIGEM.
           MOVE WRK-CCO-VALOR (WRK-IND-CCORRASS)
                                       TO   WRK-PRD-VALOR.
           MOVE WRK-CCO-DCONTD (WRK-IND-CCORRASS)
                                       TO   WRK-PRD-DCONTD.
           MOVE WRK-PONTOS             TO   WRK-PRD-PONTOS.
           MOVE WRK-MOTIVO             TO   WRK-PRD-MOTIVO.

           IF WRK-CCO-SW-PROPOSTA (WRK-IND-CCORRASS)
                                       EQUAL     'S'
              MOVE 'JA PROPOSTA'       TO   WRK-PRD-MARCA
           ELSE
              MOVE SPACES              TO   WRK-PRD-MARCA
           END-IF.

           MOVE WRK-PAR-DET            TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

      *----------------------------------------------------------------*
       3200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3300-PONTUAR-CANDIDATO          SECTION.
      *----------------------------------------------------------------*

           SET WRK-CANDIDATO           TO   TRUE.

           MOVE ZEROS                  TO   WRK-PONTOS
                                            WRK-QTD-ERROS.
           MOVE 'N'                    TO   WRK-SW-ERRO-SUBPROD
                                            WRK-SW-ERRO-CONTA
                                            WRK-SW-ERRO-DIGITO
                                            WRK-SW-ERRO-ZMOVCTA.
           MOVE SPACES                 TO   WRK-MOTIVO.
           MOVE 1                      TO   WRK-PTR-MOTIVO.

      *--- CSUBPROD DIFERENTE.
           IF WRK-CCO-CSUBPROD (WRK-IND-CCORRASS)
                                       NOT EQUAL
              WRK-APO-CSUBPROD (WRK-IND-APORTES)
              ADD 1                    TO   WRK-QTD-ERROS
              MOVE 'S'                 TO   WRK-SW-ERRO-SUBPROD
              STRING 'SUBPROD '
                 DELIMITED BY SIZE     INTO WRK-MOTIVO
                 WITH POINTER          WRK-PTR-MOTIVO
              END-STRING
           END-IF.

      *--- CNUMECTA DIFERENTE SO E CANDIDATA SE FOR A INVERSAO DE DOIS
      *--- ALGARISMOS VIZINHOS.
           IF WRK-CCO-CNUMECTA (WRK-IND-CCORRASS)
                                       NOT EQUAL
              WRK-APO-CNUMECTA (WRK-IND-APORTES)
              PERFORM 3310-VERIFICAR-INVERSAO
              IF WRK-NAO-CANDIDATO
                 GO TO 3300-99-FIM
              END-IF
              ADD 1                    TO   WRK-QTD-ERROS
              MOVE 'S'                 TO   WRK-SW-ERRO-CONTA
              STRING 'CTA-INV '
                 DELIMITED BY SIZE     INTO WRK-MOTIVO
                 WITH POINTER          WRK-PTR-MOTIVO
              END-STRING
           END-IF.

      *--- CDIGICTA DIFERENTE.
           IF WRK-CCO-CDIGICTA (WRK-IND-CCORRASS)
                                       NOT EQUAL
              WRK-APO-CDIGICTA (WRK-IND-APORTES)
              ADD 1                    TO   WRK-QTD-ERROS
              MOVE 'S'                 TO   WRK-SW-ERRO-DIGITO
              STRING 'DIGITO '
                 DELIMITED BY SIZE     INTO WRK-MOTIVO
                 WITH POINTER          WRK-PTR-MOTIVO
              END-STRING
           END-IF.

      *--- ZMOVCTA DIFERENTE SO E CANDIDATA COM DISTANCIA DE 1.
           IF WRK-CCO-ZMOVCTA (WRK-IND-CCORRASS)
                                       NOT EQUAL
              WRK-APO-ZMOVCTA (WRK-IND-APORTES)
              PERFORM 3320-VERIFICAR-ZMOVCTA
              IF WRK-NAO-CANDIDATO
                 GO TO 3300-99-FIM
              END-IF
              ADD 1                    TO   WRK-QTD-ERROS
              MOVE 'S'                 TO   WRK-SW-ERRO-ZMOVCTA
              STRING 'ZMOV+-1 '
                 DELIMITED BY SIZE     INTO WRK-MOTIVO
                 WITH POINTER          WRK-PTR-MOTIVO
              END-STRING
           END-IF.

           EVALUATE WRK-QTD-ERROS
              WHEN 0
                   MOVE 40             TO   WRK-PONTOS
              WHEN 1
                   MOVE 35             TO   WRK-PONTOS
              WHEN 2
                   MOVE 20             TO   WRK-PONTOS
              WHEN OTHER
                   SET WRK-NAO-CANDIDATO
                                       TO   TRUE
                   GO TO 3300-99-FIM
           END-EVALUATE.

      *--- VALOR: SO CONTA COM O APORTE LOCALIZADO NO EARQAPOR. OS DOIS
      *--- LADOS EM BRANCO (TRANSMISSOR NAO MIGRADO) NAO PROVAM NADA E
      *--- VALEM POUCO.
           IF WRK-APO-SW-LOCALIZADO (WRK-IND-APORTES)
                                       EQUAL     'S'
              IF WRK-APO-VALOR (WRK-IND-APORTES)
                                       EQUAL     ZEROS
                 AND WRK-CCO-VALOR (WRK-IND-CCORRASS)
                                       EQUAL     ZEROS
                 ADD 10                TO   WRK-PONTOS
                 STRING 'VLR-S/INF '
                    DELIMITED BY SIZE  INTO WRK-MOTIVO
                    WITH POINTER       WRK-PTR-MOTIVO
                 END-STRING
              ELSE
                 IF WRK-APO-VALOR (WRK-IND-APORTES)
                                       EQUAL
                    WRK-CCO-VALOR (WRK-IND-CCORRASS)
                    ADD 40             TO   WRK-PONTOS
                    STRING 'VLR-IGUAL '
                       DELIMITED BY SIZE INTO WRK-MOTIVO
                       WITH POINTER    WRK-PTR-MOTIVO
                    END-STRING
                 END-IF
              END-IF
           END-IF.

      *--- DCONTD: IGUAL OU DENTRO DA TOLERANCIA DE DIAS DA PARM.
           IF WRK-DCONTD-APORTE-OK
              MOVE WRK-CCO-DCONTD (WRK-IND-CCORRASS)
                                       TO   WRK-DATA-CONVERTER
              PERFORM 3500-CONVERTER-DATA
              IF WRK-DATA-CONVERTIDA
                 MOVE WRK-DTC-DIAS     TO   WRK-DIAS-CCORRASS
                 IF WRK-DIAS-APORTE    NOT LESS  WRK-DIAS-CCORRASS
                    COMPUTE WRK-DIAS-DISTANCIA =
                            WRK-DIAS-APORTE - WRK-DIAS-CCORRASS
                 ELSE
                    COMPUTE WRK-DIAS-DISTANCIA =
                            WRK-DIAS-CCORRASS - WRK-DIAS-APORTE
                 END-IF
                 EVALUATE TRUE
                    WHEN WRK-DIAS-DISTANCIA EQUAL ZEROS
                         ADD 20        TO   WRK-PONTOS
                         STRING 'DT-IGUAL '
                            DELIMITED BY SIZE INTO WRK-MOTIVO
                            WITH POINTER WRK-PTR-MOTIVO
                         END-STRING
                    WHEN WRK-DIAS-DISTANCIA NOT GREATER
                         WRK-TOLERANCIA-DIAS
                         ADD 10        TO   WRK-PONTOS
                         STRING 'DT-PROX '
                            DELIMITED BY SIZE INTO WRK-MOTIVO
                            WITH POINTER WRK-PTR-MOTIVO
                         END-STRING
                    WHEN OTHER
                         CONTINUE
                 END-EVALUATE
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       3300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3310-VERIFICAR-INVERSAO         SECTION.
      *----------------------------------------------------------------*

      *--- EXATAMENTE DUAS POSICOES DIFERENTES, VIZINHAS, COM OS
      *--- ALGARISMOS TROCADOS ENTRE SI (EX.: 123456 X 124356).
           MOVE WRK-APO-CNUMECTA (WRK-IND-APORTES)
                                       TO   WRK-CONTA-APORTE.
           MOVE WRK-CCO-CNUMECTA (WRK-IND-CCORRASS)
                                       TO   WRK-CONTA-CCORRASS.

           MOVE ZEROS                  TO   WRK-QTD-ALG-DIFERENTES
                                            WRK-POS-ALG-DIFERENTE.

           PERFORM 3315-COMPARAR-ALGARISMO
                   VARYING WRK-IND-ALGARISMO FROM 1 BY 1
                   UNTIL   WRK-IND-ALGARISMO GREATER 6.

           SET WRK-NAO-CANDIDATO       TO   TRUE.

           IF WRK-QTD-ALG-DIFERENTES   NOT EQUAL 2
              OR WRK-POS-ALG-DIFERENTE EQUAL     6
              GO TO 3310-99-FIM
           END-IF.

           COMPUTE WRK-POS-ALG-VIZINHO = WRK-POS-ALG-DIFERENTE + 1.

           IF WRK-CTA-ALG-APORTE (WRK-POS-ALG-DIFERENTE)
                                       EQUAL
              WRK-CTA-ALG-CCORRASS (WRK-POS-ALG-VIZINHO)
              AND WRK-CTA-ALG-APORTE (WRK-POS-ALG-VIZINHO)
                                       EQUAL
                  WRK-CTA-ALG-CCORRASS (WRK-POS-ALG-DIFERENTE)
              SET WRK-CANDIDATO        TO   TRUE
           END-IF.

      *----------------------------------------------------------------*
       3310-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3315-COMPARAR-ALGARISMO         SECTION.
      *----------------------------------------------------------------*

           IF WRK-CTA-ALG-APORTE (WRK-IND-ALGARISMO)
                                       NOT EQUAL
              WRK-CTA-ALG-CCORRASS (WRK-IND-ALGARISMO)
              ADD 1                    TO   WRK-QTD-ALG-DIFERENTES
              IF WRK-QTD-ALG-DIFERENTES EQUAL    1
                 MOVE WRK-IND-ALGARISMO
                                       TO   WRK-POS-ALG-DIFERENTE
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       3315-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3320-VERIFICAR-ZMOVCTA          SECTION.
      *----------------------------------------------------------------*

           SET WRK-NAO-CANDIDATO       TO   TRUE.

           MOVE WRK-APO-ZMOVCTA (WRK-IND-APORTES)
                                       TO   WRK-ZMOV-APORTE.
           MOVE WRK-CCO-ZMOVCTA (WRK-IND-CCORRASS)
                                       TO   WRK-ZMOV-CCORRASS.

           IF WRK-ZMOV-APORTE-N        NOT NUMERIC
              OR WRK-ZMOV-CCORRASS-N   NOT NUMERIC
              GO TO 3320-99-FIM
           END-IF.

           COMPUTE WRK-ZMOV-DIFERENCA  =
                   WRK-ZMOV-APORTE-N   -    WRK-ZMOV-CCORRASS-N.

           IF WRK-ZMOV-DIFERENCA       EQUAL     1
              OR WRK-ZMOV-DIFERENCA    EQUAL     -1
              SET WRK-CANDIDATO        TO   TRUE
           END-IF.

      *----------------------------------------------------------------*
       3320-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3400-GERAR-CARTOES              SECTION.
      *----------------------------------------------------------------*

      *--- A CHAVE DO APORTE E CORRIGIDA PARA A DA CCORRASS (O LADO DO
      *--- SISTEMA DE CONTAS E A REFERENCIA). UM CARTAO POR CAMPO
      *--- DIVERGENTE, TODOS COM A CHAVE ORIGINAL DO APORTE, PRECEDIDOS
      *--- DE UM COMENTARIO COM O PAR E A PONTUACAO. A PONTUACAO DO
      *--- MELHOR CANDIDATO E RECALCULADA PARA RECUPERAR OS CAMPOS.
      *--- O REGISTRO DO APORTE VAI PARA O SCRITDET (3420), ONDE A
      *--- BUPV1060 APLICA OS CARTOES.
           MOVE WRK-MELHOR-IND         TO   WRK-IND-CCORRASS.

           PERFORM 3300-PONTUAR-CANDIDATO.

           MOVE 'S'                    TO   WRK-CCO-SW-PROPOSTA
                                            (WRK-IND-CCORRASS).

           ADD 1                       TO   ACU-PARES-PROPOSTOS.

           MOVE WRK-PONTOS             TO   WRK-CTC-PONTOS.
           MOVE WRK-CCO-CHAVE (WRK-IND-CCORRASS)
                                       TO   WRK-CTC-CHAVE.
           MOVE WRK-CCO-ORIGEM (WRK-IND-CCORRASS)
                                       TO   WRK-CTC-ORIGEM.

           WRITE FD-SCARTAO            FROM WRK-CARTAO-COMENTARIO.

           SET WRK-GRAVACAO            TO   TRUE.

           PERFORM 1300-TESTAR-FILE-STATUS.

           MOVE WRK-APO-CHAVE (WRK-IND-APORTES)
                                       TO   WRK-CTO-CHAVE.

           IF WRK-ERRO-SUBPROD
              MOVE 'CSUBPROD'          TO   WRK-CTO-CAMPO
              MOVE WRK-APO-CSUBPROD (WRK-IND-APORTES)
                                       TO   WRK-CTO-ANTIGO
              MOVE WRK-CCO-CSUBPROD (WRK-IND-CCORRASS)
                                       TO   WRK-CTO-NOVO
              PERFORM 3410-GRAVAR-CARTAO
           END-IF.

           IF WRK-ERRO-CONTA
              MOVE 'CNUMECTA'          TO   WRK-CTO-CAMPO
              MOVE WRK-APO-CNUMECTA (WRK-IND-APORTES)
                                       TO   WRK-CTO-ANTIGO
              MOVE WRK-CCO-CNUMECTA (WRK-IND-CCORRASS)
                                       TO   WRK-CTO-NOVO
              PERFORM 3410-GRAVAR-CARTAO
           END-IF.

           IF WRK-ERRO-DIGITO
              MOVE 'CDIGICTA'          TO   WRK-CTO-CAMPO
              MOVE WRK-APO-CDIGICTA (WRK-IND-APORTES)
                                       TO   WRK-CTO-ANTIGO
              MOVE WRK-CCO-CDIGICTA (WRK-IND-CCORRASS)
                                       TO   WRK-CTO-NOVO
              PERFORM 3410-GRAVAR-CARTAO
           END-IF.

           IF WRK-ERRO-ZMOVCTA
              MOVE 'ZMOVCTA '          TO   WRK-CTO-CAMPO
              MOVE WRK-APO-ZMOVCTA (WRK-IND-APORTES)
                                       TO   WRK-CTO-ANTIGO
              MOVE WRK-CCO-ZMOVCTA (WRK-IND-CCORRASS)
                                       TO   WRK-CTO-NOVO
              PERFORM 3410-GRAVAR-CARTAO
           END-IF.

           PERFORM 3420-GRAVAR-SCRITDET.

      *----------------------------------------------------------------*
       3400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3410-GRAVAR-CARTAO              SECTION.
      *----------------------------------------------------------------*

           WRITE FD-SCARTAO            FROM WRK-CARTAO.

           SET WRK-GRAVACAO            TO   TRUE.

           PERFORM 1300-TESTAR-FILE-STATUS.

           ADD 1                       TO   ACU-CARTOES-GERADOS.

      *----------------------------------------------------------------*
       3410-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3420-GRAVAR-SCRITDET            SECTION.
      *----------------------------------------------------------------*

      *--- MESMO LAYOUT DO SARQCRID DA BUPV1054, SEM MOTIVOS DE
      *--- CRITICA: O APORTE PASSOU PELA CRITICA E FICOU ORFAO.
           INITIALIZE BU49-REGISTRO.

           MOVE 'EARQAPOR'             TO   BU49-ARQUIVO-ORIGEM.
           MOVE WRK-APO-CHAVE (WRK-IND-APORTES)
                                       TO   BU49-CHAVE.
           MOVE ZEROS                  TO   BU49-QTD-MOTIVOS.
           MOVE 356                    TO   BU49-TAM-REGISTRO.
           MOVE WRK-APO-REGISTRO (WRK-IND-APORTES)
                                       TO   BU49-REGISTRO-ORIG.
           MOVE WRK-PAR-DATA           TO   BU49-DATA-PROC.
           MOVE WRK-PAR-HORA           TO   BU49-HORA-PROC.

           WRITE FD-SCRITDET           FROM BU49-REGISTRO.

           SET WRK-GRAVACAO            TO   TRUE.

           PERFORM 1300-TESTAR-FILE-STATUS.

           ADD 1                       TO   ACU-GRAVADOS-SCRITDET.

      *----------------------------------------------------------------*
       3420-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3500-CONVERTER-DATA             SECTION.
      *----------------------------------------------------------------*

      *--- DIAS = 365*A + A/4 - A/100 + A/400 + (153*(M-3)+2)/5 + D,
      *--- COM JANEIRO E FEVEREIRO CONTADOS COMO MESES 13 E 14 DO ANO
      *--- ANTERIOR. CADA DIVISAO E INTEIRA (TRUNCADA).
           SET WRK-DATA-NAO-CONVERTIDA TO   TRUE.

           IF WRK-DTC-DIA              NOT NUMERIC
              OR WRK-DTC-MES           NOT NUMERIC
              OR WRK-DTC-ANO           NOT NUMERIC
              GO TO 3500-99-FIM
           END-IF.

           IF WRK-DTC-MES              LESS      01
              OR WRK-DTC-MES           GREATER   12
              OR WRK-DTC-DIA           LESS      01
              OR WRK-DTC-DIA           GREATER   31
              OR WRK-DTC-ANO           EQUAL     ZEROS
              GO TO 3500-99-FIM
           END-IF.

           IF WRK-DTC-MES              GREATER   2
              MOVE WRK-DTC-ANO         TO   WRK-DTC-ANO-AUX
              MOVE WRK-DTC-MES         TO   WRK-DTC-MES-AUX
           ELSE
              COMPUTE WRK-DTC-ANO-AUX  =    WRK-DTC-ANO - 1
              COMPUTE WRK-DTC-MES-AUX  =    WRK-DTC-MES + 12
           END-IF.

           COMPUTE WRK-DTC-DIAS        =    WRK-DTC-ANO-AUX * 365
                                       +    WRK-DTC-DIA.

           DIVIDE WRK-DTC-ANO-AUX      BY   4
                  GIVING WRK-DTC-QUOC.
           ADD WRK-DTC-QUOC            TO   WRK-DTC-DIAS.

           DIVIDE WRK-DTC-ANO-AUX      BY   100
                  GIVING WRK-DTC-QUOC.
           SUBTRACT WRK-DTC-QUOC       FROM WRK-DTC-DIAS.

           DIVIDE WRK-DTC-ANO-AUX      BY   400
                  GIVING WRK-DTC-QUOC.
           ADD WRK-DTC-QUOC            TO   WRK-DTC-DIAS.

           COMPUTE WRK-DTC-QUOC        =
                   (153 * (WRK-DTC-MES-AUX - 3)) + 2.
           DIVIDE WRK-DTC-QUOC         BY   5
                  GIVING WRK-DTC-QUOC.
           ADD WRK-DTC-QUOC            TO   WRK-DTC-DIAS.

           SET WRK-DATA-CONVERTIDA     TO   TRUE.

      *----------------------------------------------------------------*
       3500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-PAR-BRANCO         TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

           MOVE 'APORTES SEM CCORRASS (HISTORICO)...:'
                                       TO   WRK-PRT-DESCRICAO.
           MOVE ACU-ORFAOS-HISTORICO   TO   WRK-PRT-QUANTIDADE.
           MOVE WRK-PAR-TOTAL          TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

           MOVE 'LOCALIZADOS NO EARQAPOR............:'
                                       TO   WRK-PRT-DESCRICAO.
           MOVE ACU-LOCALIZADOS        TO   WRK-PRT-QUANTIDADE.
           MOVE WRK-PAR-TOTAL          TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

           MOVE 'REGISTROS LIDOS DO EARQAPOR........:'
                                       TO   WRK-PRT-DESCRICAO.
           MOVE ACU-LIDOS-EARQAPOR     TO   WRK-PRT-QUANTIDADE.
           MOVE WRK-PAR-TOTAL          TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

           MOVE 'CCORRASS SEM APORTE (SARQCCOR).....:'
                                       TO   WRK-PRT-DESCRICAO.
           MOVE ACU-LIDOS-SARQCCOR     TO   WRK-PRT-QUANTIDADE.
           MOVE WRK-PAR-TOTAL          TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

           MOVE 'CCORRASS REJEITADAS (SARQCREJ).....:'
                                       TO   WRK-PRT-DESCRICAO.
           MOVE ACU-LIDOS-SARQCREJ     TO   WRK-PRT-QUANTIDADE.
           MOVE WRK-PAR-TOTAL          TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

           MOVE 'CANDIDATOS LISTADOS................:'
                                       TO   WRK-PRT-DESCRICAO.
           MOVE ACU-CANDIDATOS         TO   WRK-PRT-QUANTIDADE.
           MOVE WRK-PAR-TOTAL          TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

           MOVE 'APORTES COM CANDIDATO..............:'
                                       TO   WRK-PRT-DESCRICAO.
           MOVE ACU-COM-CANDIDATO      TO   WRK-PRT-QUANTIDADE.
           MOVE WRK-PAR-TOTAL          TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

           MOVE 'APORTES SEM CANDIDATO..............:'
                                       TO   WRK-PRT-DESCRICAO.
           MOVE ACU-SEM-CANDIDATO      TO   WRK-PRT-QUANTIDADE.
           MOVE WRK-PAR-TOTAL          TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

           MOVE 'PARES PROPOSTOS (COM CARTAO).......:'
                                       TO   WRK-PRT-DESCRICAO.
           MOVE ACU-PARES-PROPOSTOS    TO   WRK-PRT-QUANTIDADE.
           MOVE WRK-PAR-TOTAL          TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

           MOVE 'CARTOES DE CORRECAO GERADOS........:'
                                       TO   WRK-PRT-DESCRICAO.
           MOVE ACU-CARTOES-GERADOS    TO   WRK-PRT-QUANTIDADE.
           MOVE WRK-PAR-TOTAL          TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

           MOVE 'REGISTROS GRAVADOS NO SCRITDET.....:'
                                       TO   WRK-PRT-DESCRICAO.
           MOVE ACU-GRAVADOS-SCRITDET  TO   WRK-PRT-QUANTIDADE.
           MOVE WRK-PAR-TOTAL          TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

           PERFORM 4100-IMPRIMIR-LEGENDA.

           CLOSE EARQAPOR
                 SARQCCOR
                 SARQCREJ
                 SCARTAO
                 SCRITDET
                 RELATO.

           SET WRK-FECHAMENTO          TO   TRUE.

           PERFORM 1300-TESTAR-FILE-STATUS.

           MOVE WRK-COND-CODE          TO   RETURN-CODE.

           STOP RUN.

      *----------------------------------------------------------------*
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4100-IMPRIMIR-LEGENDA           SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-PAR-BRANCO         TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

           MOVE 'MOTIVOS: SUBPROD = CSUBPROD DIFERENTE   CTA-INV = ALGAR
      -         'ISMOS VIZINHOS INVERTIDOS NA CNUMECTA'
                                       TO   WRK-PRL-TEXTO.
           MOVE WRK-PAR-LEGENDA        TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

           MOVE '         DIGITO = CDIGICTA DIFERENTE   ZMOV+-1 = ZMOVCT
      -         'A COM DISTANCIA DE 1'
                                       TO   WRK-PRL-TEXTO.
           MOVE WRK-PAR-LEGENDA        TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

           MOVE '         VLR-IGUAL / VLR-S/INF = VALOR IGUAL / DOIS LAD
      -         'OS SEM VALOR'         TO   WRK-PRL-TEXTO.
           MOVE WRK-PAR-LEGENDA        TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

           MOVE '         DT-IGUAL / DT-PROX = DCONTD IGUAL / DENTRO DA
      -         'TOLERANCIA DE DIAS'   TO   WRK-PRL-TEXTO.
           MOVE WRK-PAR-LEGENDA        TO   WRK-LINHA-IMPRIMIR.
           PERFORM 1200-IMPRIMIR-LINHA.

      *----------------------------------------------------------------*
       4100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9996-MOVIMENTACAO-LOG-ERRO      SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES                 TO BU00-AREA-ENTRADA.
           MOVE 1                      TO BU00-EE-FUNCAO-PROCESSAMENTO.
           MOVE CPERDC-PROCM-SIST      OF BUPVB023
                                       TO WRK-AUX-S9-2.
           MOVE WRK-AUX-9-2            TO BU00-EE-PERIOD-PROCESSAMENTO.
           MOVE 1                      TO BU00-EE-DADO-TRATADA.
           MOVE WRK-CCTRO-CUSTO-ORIGE  TO BU00-EE-CENTRO-CUSTO-ORIGEM.
           MOVE NSEQ-PROCM-EFETU       OF BUPVB023
                                       TO WRK-AUX-S9-7.
           MOVE WRK-AUX-9-7            TO BU00-EE-SEQ-PROCESSAMENTO.
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
       9998-EXIBIR-LOG-ERRO            SECTION.
      *----------------------------------------------------------------*

           DISPLAY '**************** BUPV1074 ****************'.
           DISPLAY '*                                        *'.
           DISPLAY '*            LOG DE ERRO DB2             *'.
           DISPLAY '*                                        *'.
           DISPLAY '* COD. RETORNO......: '
                      BU00-ES-COD-RETORNO   '                *'.
           DISPLAY '* TABELA............: '
                      BU00-TABELA                          ' *'.
           DISPLAY '* COMANDO...........: '
                      BU00-COMANDO                 '         *'.
           DISPLAY '* SQLCODE...........: '
                      BU00-SQLCODE           '               *'.
           DISPLAY '*                                        *'.
           DISPLAY '* COMPLEMENTO: '
                                  BU00-COMPLEMENTO(01:25)  ' *'.
           DISPLAY '* '           BU00-COMPLEMENTO(26:38)  ' *'.
           DISPLAY '*                                        *'.
           DISPLAY '**************** BUPV1074 ****************'.

      *----------------------------------------------------------------*
       9998-99-FIM.                    EXIT.
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
