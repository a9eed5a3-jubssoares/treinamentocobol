      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0620.
       AUTHOR.     JULIANA SOARES.
      *================================================================*
      *    PROGRAMA....: EXER0620                                      *
      *    PROGRAMADOR.: JULIANA SOARES                                *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   PREVISAO DE CAPACIDADE DO LOTE NOTURNO:     *
      *                    A PARTIR DAS GERACOES MENSAIS DO LOG DE     *
      *                    AUDITORIA (EXER0602) E DO HISTORICO DO      *
      *                    MASTER DE CONTROLE (RCT00105), MONTA POR    *
      *                    PROGRAMA A SERIE DOS 12 ULTIMOS MESES DE    *
      *                    VOLUME (REGISTROS LIDOS) E DE DURACAO DE    *
      *                    PICO (MAIOR PAR INICIADO/OK DO MES), AJUSTA *
      *                    A TENDENCIA LINEAR (MINIMOS QUADRADOS) E    *
      *                    PROJETA DE 6 A 12 MESES A FRENTE.           *
      *                    COM AS DURACOES PROJETADAS, O HORARIO DE    *
      *                    INICIO HABITUAL E OS PREDECESSORES DA       *
      *                    AGENDA MESTRA (AGD06105), PROJETA O TERMINO *
      *                    DE CADA PASSO MES A MES E DESTACA O PRIMEIRO*
      *                    MES EM QUE O PASSO PASSA DA HORA-FIM DA     *
      *                    JANELA CONFIGURADA NA AGENDA (RC 04).       *
      *----------------------------------------------------------------*
      *    CARTAO (ARQPARM): COLS 1-6   COMPETENCIA BASE (AAAAMM) =    *
      *                                 ULTIMO MES FECHADO             *
      *                      COLS 8-9   HORIZONTE EM MESES (06 A 12,   *
      *                                 BRANCOS = 12)                  *
      *                      COLS 11-16 HORA-FIM PADRAO DA JANELA      *
      *                                 (HHMMSS, BRANCOS = 060000),    *
      *                                 PARA PASSOS SEM HORA NA AGENDA *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQPARM  (CARTAO DE PARAMETROS)           -               *
      *      ARQAGD01 (AGENDA MESTRA DA ESTEIRA)       AGD06105        *
      *      ARQAUDM  (GERACOES MENSAIS DA AUDITORIA)  AUD00105        *
      *      ARQRCT01 (MASTER DE CONTROLE, HISTORICO)  RCT00105        *
      *      ARQSAI01 (RELATORIO DE CAPACIDADE)        -               *
      *      ARQAUD01                                  AUD00105        *
      *----------------------------------------------------------------*
      *    ROTINAS.....:  ERRO2000                                     *
      *                                                                *
      *================================================================*
      *                                                                *
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*
      *                                                                *
      *----------------------------------------------------------------*
       CONFIGURATION                   SECTION.
      *----------------------------------------------------------------*
      *
       SPECIAL-NAMES.
           DECIMAL-POINT               IS COMMA.
      *
      *----------------------------------------------------------------*
       INPUT-OUTPUT                    SECTION.
      *----------------------------------------------------------------*
      *
       FILE-CONTROL.
      *
           SELECT ARQPARM ASSIGN       TO UT-S-ARQPARM
                      FILE STATUS      IS WRK-FS-ARQPARM.

           SELECT ARQAGD01 ASSIGN      TO UT-S-ARQAGD01
                      FILE STATUS      IS WRK-FS-ARQAGD01.

           SELECT ARQAUDM ASSIGN       TO UT-S-ARQAUDM
                      FILE STATUS      IS WRK-FS-ARQAUDM.

           SELECT ARQRCT01 ASSIGN      TO UT-S-ARQRCT01
                      FILE STATUS      IS WRK-FS-ARQRCT01.

           SELECT ARQSAI01 ASSIGN      TO UT-S-ARQSAI01
                      FILE STATUS      IS WRK-FS-ARQSAI01.

           SELECT ARQAUD01 ASSIGN      TO UT-S-ARQAUD01
                      FILE STATUS      IS WRK-FS-ARQAUD01.
      *
      *================================================================*
       DATA                            DIVISION.
      *================================================================*
      *                                                                *
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *   INPUT:      CARTAO DE PARAMETROS                             *
      *----------------------------------------------------------------*

       FD  ARQPARM
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQPARM              PIC X(080).

      *----------------------------------------------------------------*
      *   INPUT:      AGENDA MESTRA DA ESTEIRA (PASSOS, PREDECESSORES  *
      *               E HORA-FIM DA JANELA)                            *
      *               ORG. SEQUENCIAL   -   LRECL = 074                *
      *----------------------------------------------------------------*

       FD  ARQAGD01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQAGD01             PIC X(074).

      *----------------------------------------------------------------*
      *   INPUT:      GERACOES MENSAIS DO LOG DE AUDITORIA (TODAS AS   *
      *               GERACOES DA BASE, CORTADAS PELO EXER0602)        *
      *               ORG. SEQUENCIAL   -   LRECL = 051                *
      *----------------------------------------------------------------*

       FD  ARQAUDM
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQAUDM              PIC X(051).

      *----------------------------------------------------------------*
      *   INPUT:      MASTER DE CONTROLE DE EXECUCAO (HISTORICO        *
      *               ACUMULADO DE TODAS AS NOITES)                    *
      *               ORG. SEQUENCIAL   -   LRECL = 084                *
      *----------------------------------------------------------------*

       FD  ARQRCT01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQRCT01             PIC X(084).

      *----------------------------------------------------------------*
      *   OUTPUT:     RELATORIO DE PREVISAO DE CAPACIDADE              *
      *               ORG. SEQUENCIAL   -   LRECL = 132                *
      *----------------------------------------------------------------*

       FD  ARQSAI01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQSAI01             PIC X(132).

      *----------------------------------------------------------------*
      *   OUTPUT:     LOG DE AUDITORIA DE EXECUCAO (COMPARTILHADO      *
      *               COM OS DEMAIS PROGRAMAS DO BOOK)                 *
      *               ORG. SEQUENCIAL   -   LRECL = 051                *
      *----------------------------------------------------------------*

       FD  ARQAUD01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQAUD01             PIC X(051).

      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0620 - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC  X(008) VALUE 'EXER0620'.
       77 WRK-ERRO2000            PIC  X(008) VALUE 'ERRO2000'.
       77 WRK-MASK-QTDE           PIC  ZZZ.ZZ9.
       77 WRK-HORIZONTE           PIC  9(002) VALUE 12.
       77 WRK-HOR-LIMITE          PIC  9(006) VALUE 060000.
       77 WRK-SEG-LIMITE          PIC S9(009) COMP VALUE ZEROS.
       77 WRK-NUM-MES-BASE        PIC  9(006) VALUE ZEROS.
       77 WRK-NUM-MES-CALC        PIC  9(006) VALUE ZEROS.
       77 WRK-MES-IDX             PIC  9(002) VALUE ZEROS.
       77 WRK-MES-K               PIC  9(002) VALUE ZEROS.
       77 WRK-ANO-CALC            PIC  9(004) VALUE ZEROS.
       77 WRK-MES-CALC            PIC  9(002) VALUE ZEROS.
       77 WRK-SEG-CONVERTIDOS     PIC S9(009) COMP VALUE ZEROS.
       77 WRK-SEG-DESLOCADO       PIC S9(009) COMP VALUE ZEROS.
       77 WRK-SEG-INI             PIC S9(009) COMP VALUE ZEROS.
       77 WRK-SEG-FIM             PIC S9(009) COMP VALUE ZEROS.
       77 WRK-SEG-DURACAO         PIC S9(009) COMP VALUE ZEROS.
       77 WRK-SEG-INICIO-PRJ      PIC S9(009) COMP VALUE ZEROS.
       77 WRK-SEG-FIM-PRJ         PIC S9(009) COMP VALUE ZEROS.
       77 WRK-SEG-FORMATAR        PIC S9(009) COMP VALUE ZEROS.
       77 WRK-SEG-DIA             PIC S9(009) COMP VALUE ZEROS.
       77 WRK-QTD-DIAS            PIC S9(009) COMP VALUE ZEROS.
       77 WRK-INT-INI             PIC S9(009) COMP VALUE ZEROS.
       77 WRK-INT-FIM             PIC S9(009) COMP VALUE ZEROS.
       77 WRK-QTD-PASSADAS        PIC  9(003) VALUE ZEROS.
      *
       01 WRK-SW-ALTEROU          PIC  X(001) VALUE 'N'.
          88 WRK-PROJECAO-ALTEROU             VALUE 'S'.
          88 WRK-PROJECAO-ESTAVEL             VALUE 'N'.
      *
       01 WRK-HORA-TRABALHO.
          05 WRK-HT-HH            PIC  9(002) VALUE ZEROS.
          05 WRK-HT-MM            PIC  9(002) VALUE ZEROS.
          05 WRK-HT-SS            PIC  9(002) VALUE ZEROS.
      *
       01 WRK-HORA-EDITADA.
          05 WRK-HE-HH            PIC  9(002) VALUE ZEROS.
          05 FILLER               PIC  X(001) VALUE ':'.
          05 WRK-HE-MM            PIC  9(002) VALUE ZEROS.
      *
       01 WRK-PARM-REGISTRO.
          05 WRK-PARM-COMPETENCIA PIC  9(006) VALUE ZEROS.
          05 WRK-PARM-COMPETENCIA-R
                                  REDEFINES WRK-PARM-COMPETENCIA.
             10 WRK-PARM-ANO      PIC  9(004).
             10 WRK-PARM-MES      PIC  9(002).
          05 FILLER               PIC  X(001) VALUE SPACES.
          05 WRK-PARM-HORIZONTE   PIC  X(002) VALUE SPACES.
          05 WRK-PARM-HORIZONTE-N REDEFINES WRK-PARM-HORIZONTE
                                  PIC  9(002).
          05 FILLER               PIC  X(001) VALUE SPACES.
          05 WRK-PARM-HOR-LIMITE  PIC  X(006) VALUE SPACES.
          05 WRK-PARM-HOR-LIMITE-N
                                  REDEFINES WRK-PARM-HOR-LIMITE
                                  PIC  9(006).
          05 FILLER               PIC  X(064) VALUE SPACES.
      *
       01 WRK-COMPETENCIA-CALC    PIC  9(006) VALUE ZEROS.
       01 WRK-COMPETENCIA-CALC-R  REDEFINES WRK-COMPETENCIA-CALC.
          05 WRK-CMP-ANO          PIC  9(004).
          05 WRK-CMP-MES          PIC  9(002).
      *
       01 WRK-COMPETENCIA-FMT.
          05 WRK-CMF-MES          PIC  9(002) VALUE ZEROS.
          05 FILLER               PIC  X(001) VALUE '/'.
          05 WRK-CMF-ANO          PIC  9(004) VALUE ZEROS.
      *
       01 WRK-ACUMULADORES.
           03 ACU-LIDOS-ARQAGD01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQAUDM      PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQRCT01     PIC 9(007) VALUE ZEROS.
           03 ACU-FORA-PERIODO       PIC 9(007) VALUE ZEROS.
           03 ACU-PROGRAMAS          PIC 9(007) VALUE ZEROS.
           03 ACU-PASSOS-PROJETADOS  PIC 9(007) VALUE ZEROS.
           03 ACU-PASSOS-ESTOURO     PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQSAI01     PIC 9(007) VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    SERIES MENSAIS POR PROGRAMA: MES 12 = COMPETENCIA BASE,     *
      *    MES 01 = 11 MESES ANTES. OS HORARIOS DE INICIO SAO GUARDADOS*
      *    EM SEGUNDOS CONTADOS A PARTIR DO MEIO-DIA, PARA A NOITE     *
      *    FICAR CONTINUA APESAR DA VIRADA DA MEIA-NOITE               *
      *----------------------------------------------------------------*
       77 WRK-PRG-QTDE            PIC 9(003) VALUE ZEROS.
       77 WRK-PRG-IDX             PIC 9(003) VALUE ZEROS.
       77 WRK-PRG-BUSCA           PIC X(008) VALUE SPACES.
      *
       01 WRK-PRG-TABELA.
          05 WRK-PRG-LINHA        OCCURS 200 TIMES.
             10 WRK-PRG-PROGRAMA  PIC X(008) VALUE SPACES.
             10 WRK-PRG-NUM-PASSO PIC 9(002) VALUE ZEROS.
             10 WRK-PRG-MES       OCCURS 12 TIMES.
                15 WRK-PRG-VOLUME PIC 9(011) VALUE ZEROS.
                15 WRK-PRG-RODADAS
                                  PIC 9(005) VALUE ZEROS.
                15 WRK-PRG-NOITES PIC 9(005) VALUE ZEROS.
                15 WRK-PRG-SEG-PICO
                                  PIC 9(007) VALUE ZEROS.
                15 WRK-PRG-SEG-INI-SOMA
                                  PIC 9(011) VALUE ZEROS.
             10 WRK-PRG-TEM-INICIO
                                  PIC X(001) VALUE 'N'.
             10 WRK-PRG-SEG-INICIO
                                  PIC S9(009) COMP VALUE ZEROS.
             10 WRK-PRG-MESES-VOL PIC 9(002) VALUE ZEROS.
             10 WRK-PRG-VOL-ULTIMO
                                  PIC 9(011) VALUE ZEROS.
             10 WRK-PRG-VOL-PRJ-6 PIC 9(011) VALUE ZEROS.
             10 WRK-PRG-VOL-PRJ-H PIC 9(011) VALUE ZEROS.
             10 WRK-PRG-VOL-PCT   PIC S9(003)V9 VALUE ZEROS.
             10 WRK-PRG-MESES-SEG PIC 9(002) VALUE ZEROS.
             10 WRK-PRG-SEG-ULTIMO
                                  PIC 9(007) VALUE ZEROS.
             10 WRK-PRG-SEG-PCT   PIC S9(003)V9 VALUE ZEROS.
             10 WRK-PRG-SEG-PRJ   OCCURS 12 TIMES
                                  PIC 9(007) VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    PASSOS DA AGENDA (INDICE = NUMERO DO PASSO): PREDECESSORES, *
      *    HORA-FIM DA JANELA E PROJECAO DE TERMINO; PAR INICIADO/OK   *
      *    PENDENTE DO MASTER DE CONTROLE                              *
      *----------------------------------------------------------------*
       77 WRK-PAS-IDX             PIC 9(003) VALUE ZEROS.
       77 WRK-PRD-IDX             PIC 9(001) VALUE ZEROS.
       77 WRK-PRD-NUM             PIC 9(002) VALUE ZEROS.
      *
       01 WRK-PAS-TABELA.
          05 WRK-PAS-LINHA        OCCURS 99 TIMES.
             10 WRK-PAS-PROGRAMA  PIC X(008) VALUE SPACES.
             10 WRK-PAS-NA-AGENDA PIC X(001) VALUE 'N'.
             10 WRK-PAS-NUM-PRED  OCCURS 5 TIMES
                                  PIC 9(002) VALUE ZEROS.
             10 WRK-PAS-HOR-LIMITE
                                  PIC 9(006) VALUE ZEROS.
             10 WRK-PAS-SEG-LIMITE
                                  PIC S9(009) COMP VALUE ZEROS.
             10 WRK-PAS-PRG-IDX   PIC 9(003) VALUE ZEROS.
             10 WRK-PAS-SEG-FIM   PIC S9(009) COMP VALUE ZEROS.
             10 WRK-PAS-SEG-FIM-H PIC S9(009) COMP VALUE ZEROS.
             10 WRK-PAS-MES-ESTOURO
                                  PIC 9(002) VALUE ZEROS.
             10 WRK-PAS-PEND-DATA PIC 9(008) VALUE ZEROS.
             10 WRK-PAS-PEND-HORA PIC 9(006) VALUE ZEROS.
             10 WRK-PAS-PEND-PLAN PIC 9(008) VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    AJUSTE DA RETA DE TENDENCIA (MINIMOS QUADRADOS) SOBRE OS    *
      *    MESES COM DADOS DA SERIE; X = MES (01 A 12)                 *
      *----------------------------------------------------------------*
       01 WRK-SERIE.
          05 WRK-SER-MES          OCCURS 12 TIMES.
             10 WRK-SER-USAR      PIC X(001).
             10 WRK-SER-VALOR     PIC 9(011).
      *
       77 WRK-REG-QTDE            PIC 9(002) VALUE ZEROS.
       77 WRK-REG-SOMA-X          PIC S9(005) COMP-3 VALUE ZEROS.
       77 WRK-REG-SOMA-Y          PIC S9(013) COMP-3 VALUE ZEROS.
       77 WRK-REG-MEDIA-X         PIC S9(003)V9(06) COMP-3
                                  VALUE ZEROS.
       77 WRK-REG-MEDIA-Y         PIC S9(012)V9(04) COMP-3
                                  VALUE ZEROS.
       77 WRK-REG-SOMA-XY         PIC S9(014)V9(04) COMP-3
                                  VALUE ZEROS.
       77 WRK-REG-SOMA-XX         PIC S9(005)V9(06) COMP-3
                                  VALUE ZEROS.
       77 WRK-REG-B               PIC S9(012)V9(04) COMP-3
                                  VALUE ZEROS.
       77 WRK-REG-A               PIC S9(013)V9(04) COMP-3
                                  VALUE ZEROS.
       77 WRK-REG-PROJ            PIC S9(013)V9(04) COMP-3
                                  VALUE ZEROS.
       77 WRK-REG-PCT             PIC S9(007)V9 COMP-3 VALUE ZEROS.
       77 WRK-REG-ULTIMO          PIC 9(011) VALUE ZEROS.
       77 WRK-REG-RESULTADO       PIC 9(011) VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    AREA DO RELATORIO                                           *
      *----------------------------------------------------------------*
       01 WRK-CAB1-RELATORIO.
          05 FILLER               PIC X(040) VALUE
             'PREVISAO DE CAPACIDADE DO LOTE - BASE '.
          05 WRK-CAB1-COMPETENCIA PIC X(007) VALUE SPACES.
          05 FILLER               PIC X(014) VALUE ' - HORIZONTE '.
          05 WRK-CAB1-HORIZONTE   PIC Z9.
          05 FILLER               PIC X(032) VALUE
             ' MESES - HORA-FIM PADRAO JANELA '.
          05 WRK-CAB1-LIMITE      PIC X(005) VALUE SPACES.
          05 FILLER               PIC X(032) VALUE SPACES.

       01 WRK-CAB2-RELATORIO.
          05 FILLER               PIC X(066) VALUE
             'VOLUME = REGISTROS LIDOS NO MES (AUDITORIA); SEG = MAIOR'.
          05 FILLER               PIC X(066) VALUE
             'DURACAO DO MES EM SEGUNDOS; CRES.% = CRESCIMENTO POR MES'.

       01 WRK-CAB3-RELATORIO.
          05 FILLER               PIC X(066) VALUE
             'INIC. = INICIO HABITUAL DO PASSO; TERM. = TERMINO PROJETAD
      -      'O NO'.
          05 FILLER               PIC X(066) VALUE
             ' HORIZONTE; LIM. = HORA-FIM DA JANELA NA AGENDA'.

       01 WRK-CAB-COLUNAS.
          05 FILLER               PIC X(008) VALUE 'PROGRAMA'.
          05 FILLER               PIC X(003) VALUE ' PS'.
          05 FILLER               PIC X(003) VALUE ' MS'.
          05 FILLER               PIC X(015) VALUE ' VOLUME ULT.MES'.
          05 FILLER               PIC X(015) VALUE '  VOLUME +06MES'.
          05 FILLER               PIC X(010) VALUE '  VOLUME +'.
          05 WRK-CAB-HOR-VOL      PIC 9(002) VALUE ZEROS.
          05 FILLER               PIC X(003) VALUE 'MES'.
          05 FILLER               PIC X(007) VALUE ' CRES.%'.
          05 FILLER               PIC X(008) VALUE ' SEG.ULT'.
          05 FILLER               PIC X(008) VALUE ' SEG.+06'.
          05 FILLER               PIC X(006) VALUE ' SEG.+'.
          05 WRK-CAB-HOR-SEG      PIC 9(002) VALUE ZEROS.
          05 FILLER               PIC X(007) VALUE ' CRES.%'.
          05 FILLER               PIC X(006) VALUE ' INIC.'.
          05 FILLER               PIC X(006) VALUE ' TERM.'.
          05 FILLER               PIC X(006) VALUE ' LIM. '.
          05 FILLER               PIC X(017) VALUE ' SITUACAO'.

       01 WRK-DET-PROGRAMA.
          05 WRK-DET-PROGRAMA-NOME
                                  PIC X(008).
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DET-PASSO        PIC X(002).
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DET-MESES        PIC Z9.
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DET-VOL-ULTIMO   PIC ZZ.ZZZ.ZZZ.ZZ9.
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DET-VOL-PRJ-6    PIC ZZ.ZZZ.ZZZ.ZZ9.
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DET-VOL-PRJ-H    PIC ZZ.ZZZ.ZZZ.ZZ9.
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DET-VOL-PCT      PIC +ZZ9,9.
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DET-SEG-ULTIMO   PIC ZZZ.ZZ9.
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DET-SEG-PRJ-6    PIC ZZZ.ZZ9.
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DET-SEG-PRJ-H    PIC ZZZ.ZZ9.
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DET-SEG-PCT      PIC +ZZ9,9.
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DET-INICIO       PIC X(005).
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DET-TERMINO      PIC X(005).
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DET-LIMITE       PIC X(005).
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DET-SITUACAO     PIC X(016).

       01 WRK-RES-LINHA.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-RES-DESCRICAO    PIC X(040).
          05 WRK-RES-QTDE         PIC ZZZ.ZZZ.ZZ9.
          05 FILLER               PIC X(079) VALUE SPACES.

       01 WRK-LINHA-IMPRESSAO     PIC X(132) VALUE SPACES.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA PARA TRATAMENTO DE FILE-STATUS'.
      *----------------------------------------------------------------*
      *
       01 WRK-AREA-FS.
          05 WRK-FS-ARQPARM       PIC  X(002) VALUE SPACES.
             88 WRK-FS-PARM-OK                VALUE '00'.
          05 WRK-FS-ARQAGD01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-AGD01-OK               VALUE '00'.
             88 WRK-FS-AGD01-FIM              VALUE '10'.
          05 WRK-FS-ARQAUDM       PIC  X(002) VALUE SPACES.
             88 WRK-FS-AUDM-OK                VALUE '00'.
             88 WRK-FS-AUDM-FIM               VALUE '10'.
          05 WRK-FS-ARQRCT01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-RCT01-OK               VALUE '00'.
             88 WRK-FS-RCT01-FIM              VALUE '10'.
          05 WRK-FS-ARQSAI01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SAI01-OK               VALUE '00'.
          05 WRK-FS-ARQAUD01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-AUD01-OK               VALUE '00'.
          05 WRK-FS-DISPLAY       PIC  X(002) VALUE SPACES.

       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQPARM       VALUE 'ARQPARM '.
          88 WRK-CN-ARQAGD01      VALUE 'ARQAGD01'.
          88 WRK-CN-ARQAUDM       VALUE 'ARQAUDM '.
          88 WRK-CN-ARQRCT01      VALUE 'ARQRCT01'.
          88 WRK-CN-ARQSAI01      VALUE 'ARQSAI01'.
          88 WRK-CN-ARQAUD01      VALUE 'ARQAUD01'.

       77 WRK-COMANDO             PIC  X(006) VALUE SPACES.
          88 WRK-CN-OPEN          VALUE 'OPEN  '.
          88 WRK-CN-CLOSE         VALUE 'CLOSE '.
          88 WRK-CN-READ          VALUE 'READ  '.
          88 WRK-CN-WRITE         VALUE 'WRITE '.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DOS BOOKS DOS ARQUIVOS DE ENTRADA E SAIDA'.
      *----------------------------------------------------------------*
      *
           COPY AGD06105.
           COPY RCT00105.
           COPY AUD00105.
           COPY 'I#ERRO01'.

      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0620 - FIM DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*
      *
      *----------------------------------------------------------------*
      *    ROTINA PRINCIPAL DO PROGRAMA                                *
      *----------------------------------------------------------------*
       0000-PRINCIPAL SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 1000-INICIALIZAR

           PERFORM 1100-CARREGAR-AGENDA

           PERFORM 1200-CARREGAR-AUDITORIA

           PERFORM 1300-CARREGAR-CONTROLE

           PERFORM 2000-CALCULAR-TENDENCIA
              VARYING WRK-PRG-IDX FROM 1 BY 1
              UNTIL WRK-PRG-IDX GREATER WRK-PRG-QTDE

           PERFORM 2500-PROJETAR-MES
              VARYING WRK-MES-K FROM 1 BY 1
              UNTIL WRK-MES-K GREATER WRK-HORIZONTE

           PERFORM 2700-IMPRIMIR-PROGRAMA
              VARYING WRK-PRG-IDX FROM 1 BY 1
              UNTIL WRK-PRG-IDX GREATER WRK-PRG-QTDE

           PERFORM 4000-FINALIZAR
           .
      *----------------------------------------------------------------*
       0000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE INICIALIZACAO DO PROGRAMA                         *
      *----------------------------------------------------------------*
       1000-INICIALIZAR SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-OPEN            TO TRUE

           SET  WRK-CN-ARQPARM         TO TRUE
           OPEN INPUT ARQPARM

           IF NOT WRK-FS-PARM-OK
              MOVE WRK-FS-ARQPARM      TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           READ ARQPARM INTO WRK-PARM-REGISTRO

           IF WRK-FS-PARM-OK
              AND WRK-PARM-HORIZONTE NOT EQUAL SPACES
              IF WRK-PARM-HORIZONTE-N NUMERIC
                 MOVE WRK-PARM-HORIZONTE-N TO WRK-HORIZONTE
              ELSE
                 MOVE ZEROS            TO WRK-HORIZONTE
              END-IF
           END-IF

           IF WRK-FS-PARM-OK
              AND WRK-PARM-HOR-LIMITE NOT EQUAL SPACES
              IF WRK-PARM-HOR-LIMITE-N NUMERIC
                 MOVE WRK-PARM-HOR-LIMITE-N TO WRK-HOR-LIMITE
              ELSE
                 MOVE 999999           TO WRK-HOR-LIMITE
              END-IF
           END-IF

           MOVE WRK-HOR-LIMITE         TO WRK-HORA-TRABALHO

           IF NOT WRK-FS-PARM-OK
              OR WRK-PARM-COMPETENCIA NOT NUMERIC
              OR WRK-PARM-ANO EQUAL ZEROS
              OR WRK-PARM-MES LESS 01
              OR WRK-PARM-MES GREATER 12
              OR WRK-HORIZONTE LESS 06
              OR WRK-HORIZONTE GREATER 12
              OR WRK-HT-HH GREATER 23
              OR WRK-HT-MM GREATER 59
              OR WRK-HT-SS GREATER 59
              DISPLAY '************************************************'
              DISPLAY '* CARTAO DE PARAMETROS INVALIDO: COLS 1-6      *'
              DISPLAY '* COMPETENCIA BASE (AAAAMM), COLS 8-9          *'
              DISPLAY '* HORIZONTE (06 A 12), COLS 11-16 HORA-FIM     *'
              DISPLAY '* PADRAO DA JANELA (HHMMSS)                    *'
              DISPLAY '* PROGRAMA ' WRK-PROGRAMA
                                          ' CANCELADO                *'
              DISPLAY '************************************************'
              MOVE 08 TO RETURN-CODE
              PERFORM 9900-FIM-PROGRAMA
           END-IF

           CLOSE ARQPARM

           PERFORM 3900-CONVERTER-HORA
           PERFORM 3910-DESLOCAR-HORA
           MOVE WRK-SEG-DESLOCADO      TO WRK-SEG-LIMITE

      *    MESES CORRIDOS DESDE O ANO ZERO DA COMPETENCIA BASE, PARA
      *    SITUAR CADA MES DO HISTORICO NA SERIE DE 12 MESES
           COMPUTE WRK-NUM-MES-BASE = (WRK-PARM-ANO * 12) +
                                       WRK-PARM-MES - 1

           SET  WRK-CN-ARQSAI01        TO TRUE
           OPEN OUTPUT ARQSAI01

           IF NOT WRK-FS-SAI01-OK
              MOVE WRK-FS-ARQSAI01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQAUD01        TO TRUE
           OPEN EXTEND ARQAUD01

           IF NOT WRK-FS-AUD01-OK
              MOVE WRK-FS-ARQAUD01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           MOVE WRK-PARM-MES           TO WRK-CMF-MES
           MOVE WRK-PARM-ANO           TO WRK-CMF-ANO
           MOVE WRK-COMPETENCIA-FMT    TO WRK-CAB1-COMPETENCIA
           MOVE WRK-HORIZONTE          TO WRK-CAB1-HORIZONTE
                                          WRK-CAB-HOR-VOL
                                          WRK-CAB-HOR-SEG
           MOVE WRK-SEG-LIMITE         TO WRK-SEG-FORMATAR
           PERFORM 3920-FORMATAR-HORA
           MOVE WRK-HORA-EDITADA       TO WRK-CAB1-LIMITE

           MOVE WRK-CAB1-RELATORIO     TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           MOVE WRK-CAB2-RELATORIO     TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           MOVE WRK-CAB3-RELATORIO     TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           PERFORM 4950-GRAVAR-LINHA
           MOVE WRK-CAB-COLUNAS        TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CARGA DA AGENDA MESTRA: OS PROGRAMAS DA ESTEIRA ENTRAM NA   *
      *    TABELA NA ORDEM DOS PASSOS, COM PREDECESSORES E A HORA-FIM  *
      *    DA JANELA (ZEROS NA AGENDA = HORA-FIM PADRAO DO CARTAO)     *
      *----------------------------------------------------------------*
       1100-CARREGAR-AGENDA SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQAGD01        TO TRUE
           OPEN INPUT ARQAGD01

           IF NOT WRK-FS-AGD01-OK
              MOVE WRK-FS-ARQAGD01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 3810-LER-AGENDA

           PERFORM 1110-REGISTRAR-PASSO
              UNTIL WRK-FS-AGD01-FIM

           SET  WRK-CN-CLOSE           TO TRUE
           CLOSE ARQAGD01
           .
      *----------------------------------------------------------------*
       1100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1110-REGISTRAR-PASSO SECTION.
      *----------------------------------------------------------------*
      *
           IF ARQAGD01-NUM-PASSO NOT NUMERIC
              OR ARQAGD01-NUM-PASSO EQUAL ZEROS
              GO TO 1110-90-LER
           END-IF

           MOVE ARQAGD01-NUM-PASSO     TO WRK-PAS-IDX
           MOVE 'S'                 TO WRK-PAS-NA-AGENDA (WRK-PAS-IDX)
           MOVE ARQAGD01-PROGRAMA   TO WRK-PAS-PROGRAMA (WRK-PAS-IDX)

           PERFORM 1120-COPIAR-PREDECESSOR
              VARYING WRK-PRD-IDX FROM 1 BY 1
              UNTIL WRK-PRD-IDX GREATER 5

           IF ARQAGD01-HOR-FIM-JANELA NUMERIC
              AND ARQAGD01-HOR-FIM-JANELA GREATER ZEROS
              MOVE ARQAGD01-HOR-FIM-JANELA
                                 TO WRK-PAS-HOR-LIMITE (WRK-PAS-IDX)
              MOVE ARQAGD01-HOR-FIM-JANELA TO WRK-HORA-TRABALHO
              PERFORM 3900-CONVERTER-HORA
              PERFORM 3910-DESLOCAR-HORA
              MOVE WRK-SEG-DESLOCADO
                                 TO WRK-PAS-SEG-LIMITE (WRK-PAS-IDX)
           ELSE
              MOVE WRK-HOR-LIMITE
                                 TO WRK-PAS-HOR-LIMITE (WRK-PAS-IDX)
              MOVE WRK-SEG-LIMITE
                                 TO WRK-PAS-SEG-LIMITE (WRK-PAS-IDX)
           END-IF

           MOVE ARQAGD01-PROGRAMA      TO WRK-PRG-BUSCA
           PERFORM 5100-PROCURAR-PROGRAMA
           MOVE WRK-PRG-IDX         TO WRK-PAS-PRG-IDX (WRK-PAS-IDX)
           MOVE ARQAGD01-NUM-PASSO
                                    TO WRK-PRG-NUM-PASSO (WRK-PRG-IDX)
           .
      *----------------------------------------------------------------*
       1110-90-LER.
      *----------------------------------------------------------------*
      *
           PERFORM 3810-LER-AGENDA
           .
      *----------------------------------------------------------------*
       1110-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1120-COPIAR-PREDECESSOR SECTION.
      *----------------------------------------------------------------*
      *
           IF ARQAGD01-NUM-PRED (WRK-PRD-IDX) NUMERIC
              MOVE ARQAGD01-NUM-PRED (WRK-PRD-IDX)
                TO WRK-PAS-NUM-PRED (WRK-PAS-IDX, WRK-PRD-IDX)
           END-IF
           .
      *----------------------------------------------------------------*
       1120-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    VOLUME MENSAL POR PROGRAMA: REGISTROS LIDOS E RODADAS DAS   *
      *    GERACOES MENSAIS DA AUDITORIA DENTRO DOS 12 MESES DA SERIE  *
      *----------------------------------------------------------------*
       1200-CARREGAR-AUDITORIA SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQAUDM         TO TRUE
           OPEN INPUT ARQAUDM

           IF NOT WRK-FS-AUDM-OK
              MOVE WRK-FS-ARQAUDM      TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 3820-LER-AUDITORIA

           PERFORM 1210-ACUMULAR-VOLUME
              UNTIL WRK-FS-AUDM-FIM

           SET  WRK-CN-CLOSE           TO TRUE
           CLOSE ARQAUDM
           .
      *----------------------------------------------------------------*
       1200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1210-ACUMULAR-VOLUME SECTION.
      *----------------------------------------------------------------*
      *
           IF ARQAUD01-DATA NOT NUMERIC
              OR ARQAUD01-PROGRAMA EQUAL SPACES
              ADD 1 TO ACU-FORA-PERIODO
              GO TO 1210-90-LER
           END-IF

           MOVE ARQAUD01-DATA (1:6)    TO WRK-COMPETENCIA-CALC
           PERFORM 5400-SITUAR-MES

           IF WRK-MES-IDX EQUAL ZEROS
              ADD 1 TO ACU-FORA-PERIODO
              GO TO 1210-90-LER
           END-IF

           MOVE ARQAUD01-PROGRAMA      TO WRK-PRG-BUSCA
           PERFORM 5100-PROCURAR-PROGRAMA

           ADD 1 TO WRK-PRG-RODADAS (WRK-PRG-IDX, WRK-MES-IDX)
           IF ARQAUD01-QTDE-LIDOS NUMERIC
              ADD ARQAUD01-QTDE-LIDOS
                 TO WRK-PRG-VOLUME (WRK-PRG-IDX, WRK-MES-IDX)
           END-IF
           .
      *----------------------------------------------------------------*
       1210-90-LER.
      *----------------------------------------------------------------*
      *
           PERFORM 3820-LER-AUDITORIA
           .
      *----------------------------------------------------------------*
       1210-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    DURACOES POR PROGRAMA: CASA O PAR INICIADO/OK DE CADA PASSO *
      *    NO HISTORICO DO MASTER DE CONTROLE (COMO NO EXER0609) E     *
      *    GUARDA, POR MES DO PLANO, A MAIOR DURACAO E O HORARIO DE    *
      *    INICIO                                                      *
      *----------------------------------------------------------------*
       1300-CARREGAR-CONTROLE SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQRCT01        TO TRUE
           OPEN INPUT ARQRCT01

           IF NOT WRK-FS-RCT01-OK
              MOVE WRK-FS-ARQRCT01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 3830-LER-CONTROLE

           PERFORM 1310-CONSOLIDAR-EVENTO
              UNTIL WRK-FS-RCT01-FIM

           SET  WRK-CN-CLOSE           TO TRUE
           CLOSE ARQRCT01
           .
      *----------------------------------------------------------------*
       1300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1310-CONSOLIDAR-EVENTO SECTION.
      *----------------------------------------------------------------*
      *
           IF ARQRCT01-NUM-PASSO NOT NUMERIC
              OR ARQRCT01-NUM-PASSO EQUAL ZEROS
              GO TO 1310-90-LER
           END-IF

           MOVE ARQRCT01-NUM-PASSO     TO WRK-PAS-IDX

           IF ARQRCT01-STATUS EQUAL 'INICIADO'
              MOVE ARQRCT01-DATA TO WRK-PAS-PEND-DATA (WRK-PAS-IDX)
              MOVE ARQRCT01-HORA TO WRK-PAS-PEND-HORA (WRK-PAS-IDX)
              MOVE ARQRCT01-DAT-PLANO
                                 TO WRK-PAS-PEND-PLAN (WRK-PAS-IDX)
              GO TO 1310-90-LER
           END-IF

      *    SO O FIM OK DO MESMO PLANO FECHA O PAR (RODADA COM ERRO NAO
      *    REPRESENTA A DURACAO NORMAL DO PASSO)
           IF ARQRCT01-STATUS NOT EQUAL 'OK'
              OR WRK-PAS-PEND-PLAN (WRK-PAS-IDX) NOT EQUAL
                 ARQRCT01-DAT-PLANO
              GO TO 1310-90-LER
           END-IF

           MOVE ARQRCT01-DAT-PLANO (1:6) TO WRK-COMPETENCIA-CALC
           PERFORM 5400-SITUAR-MES

           IF WRK-MES-IDX EQUAL ZEROS
              ADD 1 TO ACU-FORA-PERIODO
              GO TO 1310-90-LER
           END-IF

           PERFORM 1320-CALCULAR-DURACAO

           MOVE ARQRCT01-PROGRAMA      TO WRK-PRG-BUSCA
           PERFORM 5100-PROCURAR-PROGRAMA

           IF WRK-PRG-NUM-PASSO (WRK-PRG-IDX) EQUAL ZEROS
              MOVE ARQRCT01-NUM-PASSO
                                 TO WRK-PRG-NUM-PASSO (WRK-PRG-IDX)
           END-IF

           ADD 1 TO WRK-PRG-NOITES (WRK-PRG-IDX, WRK-MES-IDX)
           ADD WRK-SEG-INI
              TO WRK-PRG-SEG-INI-SOMA (WRK-PRG-IDX, WRK-MES-IDX)

           IF WRK-SEG-DURACAO GREATER
              WRK-PRG-SEG-PICO (WRK-PRG-IDX, WRK-MES-IDX)
              MOVE WRK-SEG-DURACAO
                 TO WRK-PRG-SEG-PICO (WRK-PRG-IDX, WRK-MES-IDX)
           END-IF

           MOVE ZEROS             TO WRK-PAS-PEND-PLAN (WRK-PAS-IDX)
           .
      *----------------------------------------------------------------*
       1310-90-LER.
      *----------------------------------------------------------------*
      *
           PERFORM 3830-LER-CONTROLE
           .
      *----------------------------------------------------------------*
       1310-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    DURACAO DO PAR EM SEGUNDOS E HORARIO DE INICIO DESLOCADO    *
      *    PARA O MEIO-DIA (WRK-SEG-INI)                               *
      *----------------------------------------------------------------*
       1320-CALCULAR-DURACAO SECTION.
      *----------------------------------------------------------------*
      *
           COMPUTE WRK-INT-INI =
                   FUNCTION INTEGER-OF-DATE
                            (WRK-PAS-PEND-DATA (WRK-PAS-IDX))
           COMPUTE WRK-INT-FIM =
                   FUNCTION INTEGER-OF-DATE (ARQRCT01-DATA)

           MOVE WRK-PAS-PEND-HORA (WRK-PAS-IDX) TO WRK-HORA-TRABALHO
           PERFORM 3900-CONVERTER-HORA
           MOVE WRK-SEG-CONVERTIDOS    TO WRK-SEG-FIM
           PERFORM 3910-DESLOCAR-HORA
           MOVE WRK-SEG-DESLOCADO      TO WRK-SEG-INI

           MOVE ARQRCT01-HORA          TO WRK-HORA-TRABALHO
           PERFORM 3900-CONVERTER-HORA

           COMPUTE WRK-SEG-DURACAO =
                   (WRK-INT-FIM - WRK-INT-INI) * 86400
                 + WRK-SEG-CONVERTIDOS - WRK-SEG-FIM

           IF WRK-SEG-DURACAO LESS ZEROS
              MOVE ZEROS               TO WRK-SEG-DURACAO
           END-IF
           .
      *----------------------------------------------------------------*
       1320-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    TENDENCIA DE UM PROGRAMA: RETA DO VOLUME (MESES COM RODADA) *
      *    E DA DURACAO DE PICO (MESES COM PAR INICIADO/OK), PROJECAO  *
      *    PARA CADA MES DO HORIZONTE E INICIO HABITUAL (MEDIA DO      *
      *    ULTIMO MES COM DURACAO)                                     *
      *----------------------------------------------------------------*
       2000-CALCULAR-TENDENCIA SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO ACU-PROGRAMAS

      *    VOLUME
           PERFORM 2010-MONTAR-SERIE-VOLUME
              VARYING WRK-MES-IDX FROM 1 BY 1
              UNTIL WRK-MES-IDX GREATER 12

           PERFORM 5600-AJUSTAR-TENDENCIA

           MOVE WRK-REG-QTDE        TO WRK-PRG-MESES-VOL (WRK-PRG-IDX)
           MOVE WRK-REG-ULTIMO      TO WRK-PRG-VOL-ULTIMO (WRK-PRG-IDX)
           MOVE WRK-REG-PCT         TO WRK-PRG-VOL-PCT (WRK-PRG-IDX)

           MOVE 06                     TO WRK-MES-K
           PERFORM 5650-PROJETAR-VALOR
           MOVE WRK-REG-RESULTADO   TO WRK-PRG-VOL-PRJ-6 (WRK-PRG-IDX)

           MOVE WRK-HORIZONTE          TO WRK-MES-K
           PERFORM 5650-PROJETAR-VALOR
           MOVE WRK-REG-RESULTADO   TO WRK-PRG-VOL-PRJ-H (WRK-PRG-IDX)

      *    DURACAO DE PICO E INICIO HABITUAL
           PERFORM 2020-MONTAR-SERIE-DURACAO
              VARYING WRK-MES-IDX FROM 1 BY 1
              UNTIL WRK-MES-IDX GREATER 12

           PERFORM 5600-AJUSTAR-TENDENCIA

           MOVE WRK-REG-QTDE        TO WRK-PRG-MESES-SEG (WRK-PRG-IDX)
           MOVE WRK-REG-ULTIMO      TO WRK-PRG-SEG-ULTIMO (WRK-PRG-IDX)
           MOVE WRK-REG-PCT         TO WRK-PRG-SEG-PCT (WRK-PRG-IDX)

           PERFORM 2030-PROJETAR-DURACAO
              VARYING WRK-MES-K FROM 1 BY 1
              UNTIL WRK-MES-K GREATER 12
           .
      *----------------------------------------------------------------*
       2000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2010-MONTAR-SERIE-VOLUME SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-PRG-VOLUME (WRK-PRG-IDX, WRK-MES-IDX)
                                       TO WRK-SER-VALOR (WRK-MES-IDX)

           IF WRK-PRG-RODADAS (WRK-PRG-IDX, WRK-MES-IDX) GREATER ZEROS
              MOVE 'S'                 TO WRK-SER-USAR (WRK-MES-IDX)
           ELSE
              MOVE 'N'                 TO WRK-SER-USAR (WRK-MES-IDX)
           END-IF
           .
      *----------------------------------------------------------------*
       2010-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2020-MONTAR-SERIE-DURACAO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-PRG-SEG-PICO (WRK-PRG-IDX, WRK-MES-IDX)
                                       TO WRK-SER-VALOR (WRK-MES-IDX)

           IF WRK-PRG-NOITES (WRK-PRG-IDX, WRK-MES-IDX) GREATER ZEROS
              MOVE 'S'                 TO WRK-SER-USAR (WRK-MES-IDX)
              MOVE 'S'         TO WRK-PRG-TEM-INICIO (WRK-PRG-IDX)
              COMPUTE WRK-PRG-SEG-INICIO (WRK-PRG-IDX) =
                      WRK-PRG-SEG-INI-SOMA (WRK-PRG-IDX, WRK-MES-IDX)
                    / WRK-PRG-NOITES (WRK-PRG-IDX, WRK-MES-IDX)
           ELSE
              MOVE 'N'                 TO WRK-SER-USAR (WRK-MES-IDX)
           END-IF
           .
      *----------------------------------------------------------------*
       2020-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2030-PROJETAR-DURACAO SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 5650-PROJETAR-VALOR

           IF WRK-REG-RESULTADO GREATER 9999999
              MOVE 9999999             TO WRK-REG-RESULTADO
           END-IF

           MOVE WRK-REG-RESULTADO
              TO WRK-PRG-SEG-PRJ (WRK-PRG-IDX, WRK-MES-K)
           .
      *----------------------------------------------------------------*
       2030-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    TERMINO PROJETADO DOS PASSOS WRK-MES-K MESES A FRENTE: O    *
      *    PASSO COMECA NO SEU HORARIO HABITUAL OU NO FIM PROJETADO DO *
      *    PREDECESSOR MAIS TARDIO, O QUE VIER DEPOIS, E DURA A        *
      *    DURACAO DE PICO PROJETADA. AS PASSADAS SE REPETEM ATE NAO   *
      *    HAVER MAIS MUDANCA (A AGENDA NAO PRECISA ESTAR EM ORDEM)    *
      *----------------------------------------------------------------*
       2500-PROJETAR-MES SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 2510-INICIAR-PASSO
              VARYING WRK-PAS-IDX FROM 1 BY 1
              UNTIL WRK-PAS-IDX GREATER 99

           SET  WRK-PROJECAO-ALTEROU   TO TRUE
           MOVE ZEROS                  TO WRK-QTD-PASSADAS

           PERFORM 2520-PASSADA-PROJECAO
              UNTIL WRK-PROJECAO-ESTAVEL
                 OR WRK-QTD-PASSADAS GREATER 99

           PERFORM 2550-VERIFICAR-JANELA
              VARYING WRK-PAS-IDX FROM 1 BY 1
              UNTIL WRK-PAS-IDX GREATER 99
           .
      *----------------------------------------------------------------*
       2500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    PASSO DA AGENDA SEM DURACAO NO HISTORICO NAO E PROJETADO    *
      *    (FIM ZERADO) E NAO ATRASA OS SUCESSORES                     *
      *----------------------------------------------------------------*
       2510-INICIAR-PASSO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-PAS-SEG-FIM (WRK-PAS-IDX)

           IF WRK-PAS-NA-AGENDA (WRK-PAS-IDX) NOT EQUAL 'S'
              GO TO 2510-99-FIM
           END-IF

           MOVE WRK-PAS-PRG-IDX (WRK-PAS-IDX) TO WRK-PRG-IDX

           IF WRK-PRG-TEM-INICIO (WRK-PRG-IDX) EQUAL 'S'
              COMPUTE WRK-PAS-SEG-FIM (WRK-PAS-IDX) =
                      WRK-PRG-SEG-INICIO (WRK-PRG-IDX)
                    + WRK-PRG-SEG-PRJ (WRK-PRG-IDX, WRK-MES-K)
           END-IF
           .
      *----------------------------------------------------------------*
       2510-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2520-PASSADA-PROJECAO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-PROJECAO-ESTAVEL   TO TRUE
           ADD 1 TO WRK-QTD-PASSADAS

           PERFORM 2530-PROPAGAR-PASSO
              VARYING WRK-PAS-IDX FROM 1 BY 1
              UNTIL WRK-PAS-IDX GREATER 99
           .
      *----------------------------------------------------------------*
       2520-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2530-PROPAGAR-PASSO SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-PAS-SEG-FIM (WRK-PAS-IDX) EQUAL ZEROS
              GO TO 2530-99-FIM
           END-IF

           MOVE WRK-PAS-PRG-IDX (WRK-PAS-IDX) TO WRK-PRG-IDX
           MOVE WRK-PRG-SEG-INICIO (WRK-PRG-IDX)
                                       TO WRK-SEG-INICIO-PRJ

           PERFORM 2540-AVALIAR-PREDECESSOR
              VARYING WRK-PRD-IDX FROM 1 BY 1
              UNTIL WRK-PRD-IDX GREATER 5

           COMPUTE WRK-SEG-FIM-PRJ = WRK-SEG-INICIO-PRJ
                 + WRK-PRG-SEG-PRJ (WRK-PRG-IDX, WRK-MES-K)

           IF WRK-SEG-FIM-PRJ GREATER WRK-PAS-SEG-FIM (WRK-PAS-IDX)
              MOVE WRK-SEG-FIM-PRJ  TO WRK-PAS-SEG-FIM (WRK-PAS-IDX)
              SET  WRK-PROJECAO-ALTEROU TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
       2530-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2540-AVALIAR-PREDECESSOR SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-PAS-NUM-PRED (WRK-PAS-IDX, WRK-PRD-IDX)
                                       TO WRK-PRD-NUM

           IF WRK-PRD-NUM GREATER ZEROS
              IF WRK-PAS-SEG-FIM (WRK-PRD-NUM) GREATER
                 WRK-SEG-INICIO-PRJ
                 MOVE WRK-PAS-SEG-FIM (WRK-PRD-NUM)
                                       TO WRK-SEG-INICIO-PRJ
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       2540-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    PRIMEIRO MES DO HORIZONTE EM QUE O PASSO PASSA DA HORA-FIM  *
      *    DA JANELA; NO ULTIMO MES GUARDA O TERMINO PARA O RELATORIO  *
      *----------------------------------------------------------------*
       2550-VERIFICAR-JANELA SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-PAS-SEG-FIM (WRK-PAS-IDX) EQUAL ZEROS
              GO TO 2550-99-FIM
           END-IF

           IF WRK-PAS-SEG-FIM (WRK-PAS-IDX) GREATER
              WRK-PAS-SEG-LIMITE (WRK-PAS-IDX)
              AND WRK-PAS-MES-ESTOURO (WRK-PAS-IDX) EQUAL ZEROS
              MOVE WRK-MES-K     TO WRK-PAS-MES-ESTOURO (WRK-PAS-IDX)
           END-IF

           IF WRK-MES-K EQUAL WRK-HORIZONTE
              MOVE WRK-PAS-SEG-FIM (WRK-PAS-IDX)
                                 TO WRK-PAS-SEG-FIM-H (WRK-PAS-IDX)
           END-IF
           .
      *----------------------------------------------------------------*
       2550-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LINHA DO PROGRAMA NO RELATORIO: VOLUME E DURACAO (ULTIMO    *
      *    MES, +6 MESES E HORIZONTE) E, PARA PASSO DA AGENDA, INICIO, *
      *    TERMINO PROJETADO, HORA-FIM DA JANELA E SITUACAO            *
      *----------------------------------------------------------------*
       2700-IMPRIMIR-PROGRAMA SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-PRG-PROGRAMA (WRK-PRG-IDX)
                                       TO WRK-DET-PROGRAMA-NOME
           MOVE WRK-PRG-MESES-VOL (WRK-PRG-IDX) TO WRK-DET-MESES
           MOVE WRK-PRG-VOL-ULTIMO (WRK-PRG-IDX)
                                       TO WRK-DET-VOL-ULTIMO
           MOVE WRK-PRG-VOL-PRJ-6 (WRK-PRG-IDX)
                                       TO WRK-DET-VOL-PRJ-6
           MOVE WRK-PRG-VOL-PRJ-H (WRK-PRG-IDX)
                                       TO WRK-DET-VOL-PRJ-H
           MOVE WRK-PRG-VOL-PCT (WRK-PRG-IDX) TO WRK-DET-VOL-PCT
           MOVE WRK-PRG-SEG-ULTIMO (WRK-PRG-IDX)
                                       TO WRK-DET-SEG-ULTIMO
           MOVE WRK-PRG-SEG-PRJ (WRK-PRG-IDX, 06)
                                       TO WRK-DET-SEG-PRJ-6
           MOVE WRK-PRG-SEG-PRJ (WRK-PRG-IDX, WRK-HORIZONTE)
                                       TO WRK-DET-SEG-PRJ-H
           MOVE WRK-PRG-SEG-PCT (WRK-PRG-IDX) TO WRK-DET-SEG-PCT

           MOVE '  -  '                TO WRK-DET-INICIO
                                          WRK-DET-TERMINO
                                          WRK-DET-LIMITE
           MOVE SPACES                 TO WRK-DET-SITUACAO

           IF WRK-PRG-NUM-PASSO (WRK-PRG-IDX) EQUAL ZEROS
              MOVE '--'                TO WRK-DET-PASSO
              GO TO 2700-80-GRAVAR
           END-IF

           MOVE WRK-PRG-NUM-PASSO (WRK-PRG-IDX) TO WRK-PAS-IDX
           MOVE WRK-PRG-NUM-PASSO (WRK-PRG-IDX) TO WRK-DET-PASSO

           IF WRK-PRG-TEM-INICIO (WRK-PRG-IDX) EQUAL 'S'
              MOVE WRK-PRG-SEG-INICIO (WRK-PRG-IDX)
                                       TO WRK-SEG-FORMATAR
              PERFORM 3920-FORMATAR-HORA
              MOVE WRK-HORA-EDITADA    TO WRK-DET-INICIO
           END-IF

           IF WRK-PAS-NA-AGENDA (WRK-PAS-IDX) NOT EQUAL 'S'
              OR WRK-PAS-PRG-IDX (WRK-PAS-IDX) NOT EQUAL WRK-PRG-IDX
              MOVE 'FORA DA AGENDA'    TO WRK-DET-SITUACAO
              GO TO 2700-80-GRAVAR
           END-IF

           MOVE WRK-PAS-SEG-LIMITE (WRK-PAS-IDX) TO WRK-SEG-FORMATAR
           PERFORM 3920-FORMATAR-HORA
           MOVE WRK-HORA-EDITADA       TO WRK-DET-LIMITE

           IF WRK-PAS-SEG-FIM-H (WRK-PAS-IDX) EQUAL ZEROS
              MOVE 'SEM DURACAO'       TO WRK-DET-SITUACAO
              GO TO 2700-80-GRAVAR
           END-IF

           ADD 1 TO ACU-PASSOS-PROJETADOS

           MOVE WRK-PAS-SEG-FIM-H (WRK-PAS-IDX) TO WRK-SEG-FORMATAR
           PERFORM 3920-FORMATAR-HORA
           MOVE WRK-HORA-EDITADA       TO WRK-DET-TERMINO

           IF WRK-PAS-MES-ESTOURO (WRK-PAS-IDX) EQUAL ZEROS
              MOVE 'DENTRO DA JANELA'  TO WRK-DET-SITUACAO
           ELSE
              ADD 1 TO ACU-PASSOS-ESTOURO
              MOVE WRK-PAS-MES-ESTOURO (WRK-PAS-IDX) TO WRK-MES-K
              PERFORM 5450-COMPETENCIA-FUTURA
              MOVE WRK-CMP-MES         TO WRK-CMF-MES
              MOVE WRK-CMP-ANO         TO WRK-CMF-ANO
              STRING 'ESTOURA '            DELIMITED BY SIZE
                     WRK-COMPETENCIA-FMT   DELIMITED BY SIZE
                     INTO WRK-DET-SITUACAO
              END-STRING
           END-IF
           .
      *----------------------------------------------------------------*
       2700-80-GRAVAR.
      *----------------------------------------------------------------*
      *
           MOVE WRK-DET-PROGRAMA       TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       2700-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3810-LER-AGENDA SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQAGD01        TO TRUE

           READ ARQAGD01 INTO ARQAGD01-REGISTRO

           IF WRK-FS-AGD01-OK
              ADD 1 TO ACU-LIDOS-ARQAGD01
           ELSE
              IF NOT WRK-FS-AGD01-FIM
                 MOVE WRK-FS-ARQAGD01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3810-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3820-LER-AUDITORIA SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQAUDM         TO TRUE

           READ ARQAUDM INTO ARQAUD01-REGISTRO

           IF WRK-FS-AUDM-OK
              ADD 1 TO ACU-LIDOS-ARQAUDM
           ELSE
              IF NOT WRK-FS-AUDM-FIM
                 MOVE WRK-FS-ARQAUDM   TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3820-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3830-LER-CONTROLE SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQRCT01        TO TRUE

           READ ARQRCT01 INTO ARQRCT01-REGISTRO

           IF WRK-FS-RCT01-OK
              ADD 1 TO ACU-LIDOS-ARQRCT01
           ELSE
              IF NOT WRK-FS-RCT01-FIM
                 MOVE WRK-FS-ARQRCT01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3830-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3900-CONVERTER-HORA SECTION.
      *----------------------------------------------------------------*
      *
           COMPUTE WRK-SEG-CONVERTIDOS =
                   (WRK-HT-HH * 3600) + (WRK-HT-MM * 60) + WRK-HT-SS
           .
      *----------------------------------------------------------------*
       3900-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    HORARIO EM SEGUNDOS CONTADOS A PARTIR DO MEIO-DIA: A NOITE  *
      *    DE 12:00 ATE 11:59:59 DO DIA SEGUINTE FICA CRESCENTE        *
      *----------------------------------------------------------------*
       3910-DESLOCAR-HORA SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-SEG-CONVERTIDOS NOT LESS 43200
              COMPUTE WRK-SEG-DESLOCADO = WRK-SEG-CONVERTIDOS - 43200
           ELSE
              COMPUTE WRK-SEG-DESLOCADO = WRK-SEG-CONVERTIDOS + 43200
           END-IF
           .
      *----------------------------------------------------------------*
       3910-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    HORARIO DESLOCADO (WRK-SEG-FORMATAR) DE VOLTA PARA HH:MM    *
      *----------------------------------------------------------------*
       3920-FORMATAR-HORA SECTION.
      *----------------------------------------------------------------*
      *
           COMPUTE WRK-SEG-DIA = WRK-SEG-FORMATAR + 43200

           DIVIDE WRK-SEG-DIA BY 86400 GIVING WRK-QTD-DIAS
                  REMAINDER WRK-SEG-DIA

           COMPUTE WRK-HE-HH = WRK-SEG-DIA / 3600
           COMPUTE WRK-HE-MM =
                   (WRK-SEG-DIA - (WRK-HE-HH * 3600)) / 60
           .
      *----------------------------------------------------------------*
       3920-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE GRAVACAO DO LOG DE AUDITORIA DE EXECUCAO          *
      *----------------------------------------------------------------*
       3980-GRAVAR-AUDITORIA SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-PROGRAMA           TO ARQAUD01-PROGRAMA
           MOVE FUNCTION CURRENT-DATE(1:8)
                                        TO ARQAUD01-DATA
           MOVE FUNCTION CURRENT-DATE(9:6)
                                        TO ARQAUD01-HORA
           COMPUTE ARQAUD01-QTDE-LIDOS = ACU-LIDOS-ARQAUDM +
                                          ACU-LIDOS-ARQRCT01
           MOVE ACU-GRAVA-ARQSAI01      TO ARQAUD01-QTDE-GRAVA
           MOVE RETURN-CODE             TO ARQAUD01-RETCODE

           IF RETURN-CODE EQUAL ZEROS
              MOVE 'NORMAL'             TO ARQAUD01-STATUS
           ELSE
              MOVE 'ALERTA'             TO ARQAUD01-STATUS
           END-IF

           IF WRK-FS-AUD01-OK
              WRITE FD-ARQAUD01         FROM ARQAUD01-REGISTRO
           END-IF
           .
      *----------------------------------------------------------------*
       3980-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE FINALIZACAO: RESUMO DE CONTROLE E FECHAMENTO      *
      *----------------------------------------------------------------*
       4000-FINALIZAR SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 4800-GRAVAR-TOTAIS

           IF ACU-PASSOS-ESTOURO GREATER ZEROS
              MOVE 04                  TO RETURN-CODE
           END-IF

           PERFORM 3980-GRAVAR-AUDITORIA

           SET  WRK-CN-CLOSE           TO TRUE

           SET  WRK-CN-ARQSAI01        TO TRUE
           CLOSE ARQSAI01
           IF NOT WRK-FS-SAI01-OK
              MOVE WRK-FS-ARQSAI01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQAUD01        TO TRUE
           CLOSE ARQAUD01
           IF NOT WRK-FS-AUD01-OK
              MOVE WRK-FS-ARQAUD01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           DISPLAY '**************************************************'
           MOVE ACU-LIDOS-ARQAUDM      TO WRK-MASK-QTDE
           DISPLAY '* QTDE REGISTROS DE AUDITORIA: ' WRK-MASK-QTDE  '*'
           MOVE ACU-LIDOS-ARQRCT01     TO WRK-MASK-QTDE
           DISPLAY '* QTDE EVENTOS DE CONTROLE   : ' WRK-MASK-QTDE  '*'
           MOVE ACU-PROGRAMAS          TO WRK-MASK-QTDE
           DISPLAY '* QTDE PROGRAMAS PROJETADOS  : ' WRK-MASK-QTDE  '*'
           MOVE ACU-PASSOS-ESTOURO     TO WRK-MASK-QTDE
           DISPLAY '* QTDE PASSOS ESTOURANDO     : ' WRK-MASK-QTDE  '*'
           DISPLAY '*                                                *'
           DISPLAY '* ' WRK-PROGRAMA
                             ' FIM NORMAL                            *'
           DISPLAY '**************************************************'

           PERFORM 9900-FIM-PROGRAMA
           .
      *----------------------------------------------------------------*
       4000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    RESUMO DE CONTROLE NO FIM DO RELATORIO                      *
      *----------------------------------------------------------------*
       4800-GRAVAR-TOTAIS SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'PASSOS NA AGENDA........................:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-LIDOS-ARQAGD01     TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'REGISTROS DAS GERACOES DE AUDITORIA.....:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-LIDOS-ARQAUDM      TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'EVENTOS DO MASTER DE CONTROLE...........:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-LIDOS-ARQRCT01     TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE '  FORA DOS 12 MESES DA SERIE............:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-FORA-PERIODO       TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'PROGRAMAS PROJETADOS....................:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-PROGRAMAS          TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'PASSOS COM TERMINO PROJETADO............:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-PASSOS-PROJETADOS  TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'PASSOS QUE ESTOURAM A JANELA............:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-PASSOS-ESTOURO     TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       4800-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       4950-GRAVAR-LINHA SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQSAI01        TO TRUE

           WRITE FD-ARQSAI01 FROM WRK-LINHA-IMPRESSAO

           IF WRK-FS-SAI01-OK
              ADD 1 TO ACU-GRAVA-ARQSAI01
           ELSE
              MOVE WRK-FS-ARQSAI01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           MOVE SPACES                 TO WRK-LINHA-IMPRESSAO
           .
      *----------------------------------------------------------------*
       4950-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    PROGRAMA WRK-PRG-BUSCA NA TABELA (INCLUI SE NAO EXISTIR);   *
      *    DEVOLVE O INDICE EM WRK-PRG-IDX                             *
      *----------------------------------------------------------------*
       5100-PROCURAR-PROGRAMA SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 1 TO WRK-PRG-IDX

           PERFORM 5110-PROXIMO-PROGRAMA
              UNTIL WRK-PRG-IDX GREATER WRK-PRG-QTDE
                 OR WRK-PRG-PROGRAMA (WRK-PRG-IDX) EQUAL WRK-PRG-BUSCA

           IF WRK-PRG-IDX GREATER WRK-PRG-QTDE
              IF WRK-PRG-QTDE NOT LESS 200
                 DISPLAY '* TABELA DE PROGRAMAS ESGOTADA (200)'
                 MOVE 12               TO RETURN-CODE
                 PERFORM 9900-FIM-PROGRAMA
              END-IF
              ADD 1 TO WRK-PRG-QTDE
              MOVE WRK-PRG-QTDE        TO WRK-PRG-IDX
              MOVE WRK-PRG-BUSCA  TO WRK-PRG-PROGRAMA (WRK-PRG-IDX)
           END-IF
           .
      *----------------------------------------------------------------*
       5100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       5110-PROXIMO-PROGRAMA SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-PRG-IDX
           .
      *----------------------------------------------------------------*
       5110-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    POSICAO DA COMPETENCIA WRK-COMPETENCIA-CALC NA SERIE: 12 =  *
      *    COMPETENCIA BASE, 01 = 11 MESES ANTES; ZEROS = FORA DA      *
      *    SERIE (MAIS ANTIGA OU POSTERIOR A BASE)                     *
      *----------------------------------------------------------------*
       5400-SITUAR-MES SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-MES-IDX

           IF WRK-CMP-MES LESS 01
              OR WRK-CMP-MES GREATER 12
              GO TO 5400-99-FIM
           END-IF

           COMPUTE WRK-NUM-MES-CALC = (WRK-CMP-ANO * 12) +
                                       WRK-CMP-MES - 1

           IF WRK-NUM-MES-CALC GREATER WRK-NUM-MES-BASE
              OR WRK-NUM-MES-BASE - WRK-NUM-MES-CALC GREATER 11
              GO TO 5400-99-FIM
           END-IF

           COMPUTE WRK-MES-IDX = 12 -
                   (WRK-NUM-MES-BASE - WRK-NUM-MES-CALC)
           .
      *----------------------------------------------------------------*
       5400-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    COMPETENCIA WRK-MES-K MESES DEPOIS DA BASE, DEVOLVIDA EM    *
      *    WRK-COMPETENCIA-CALC (AAAAMM)                               *
      *----------------------------------------------------------------*
       5450-COMPETENCIA-FUTURA SECTION.
      *----------------------------------------------------------------*
      *
           COMPUTE WRK-NUM-MES-CALC = WRK-NUM-MES-BASE + WRK-MES-K

           DIVIDE WRK-NUM-MES-CALC BY 12 GIVING WRK-ANO-CALC
                  REMAINDER WRK-MES-CALC

           MOVE WRK-ANO-CALC           TO WRK-CMP-ANO
           COMPUTE WRK-CMP-MES = WRK-MES-CALC + 1
           .
      *----------------------------------------------------------------*
       5450-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    RETA DE TENDENCIA Y = A + B.X SOBRE OS MESES MARCADOS EM    *
      *    WRK-SER-USAR (B = SOMA((X-MX)(Y-MY)) / SOMA((X-MX)**2)).    *
      *    COM UM SO MES A RETA E HORIZONTAL; SEM MES, TUDO ZERADO.    *
      *    WRK-REG-PCT = CRESCIMENTO MENSAL SOBRE A MEDIA (PCT)        *
      *----------------------------------------------------------------*
       5600-AJUSTAR-TENDENCIA SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-REG-QTDE
                                          WRK-REG-SOMA-X
                                          WRK-REG-SOMA-Y
                                          WRK-REG-SOMA-XY
                                          WRK-REG-SOMA-XX
                                          WRK-REG-A
                                          WRK-REG-B
                                          WRK-REG-PCT
                                          WRK-REG-ULTIMO

           PERFORM 5610-SOMAR-MES
              VARYING WRK-MES-IDX FROM 1 BY 1
              UNTIL WRK-MES-IDX GREATER 12

           IF WRK-REG-QTDE EQUAL ZEROS
              GO TO 5600-99-FIM
           END-IF

           COMPUTE WRK-REG-MEDIA-X ROUNDED =
                   WRK-REG-SOMA-X / WRK-REG-QTDE
           COMPUTE WRK-REG-MEDIA-Y ROUNDED =
                   WRK-REG-SOMA-Y / WRK-REG-QTDE

           PERFORM 5620-SOMAR-DESVIO
              VARYING WRK-MES-IDX FROM 1 BY 1
              UNTIL WRK-MES-IDX GREATER 12

           IF WRK-REG-SOMA-XX GREATER ZEROS
              COMPUTE WRK-REG-B ROUNDED =
                      WRK-REG-SOMA-XY / WRK-REG-SOMA-XX
           END-IF

           COMPUTE WRK-REG-A ROUNDED =
                   WRK-REG-MEDIA-Y - (WRK-REG-B * WRK-REG-MEDIA-X)

           IF WRK-REG-MEDIA-Y GREATER ZEROS
              COMPUTE WRK-REG-PCT ROUNDED =
                      WRK-REG-B * 100 / WRK-REG-MEDIA-Y
           END-IF

           IF WRK-REG-PCT GREATER 999,9
              MOVE 999,9               TO WRK-REG-PCT
           END-IF

           IF WRK-REG-PCT LESS -999,9
              MOVE -999,9              TO WRK-REG-PCT
           END-IF
           .
      *----------------------------------------------------------------*
       5600-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       5610-SOMAR-MES SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-SER-USAR (WRK-MES-IDX) EQUAL 'S'
              ADD 1                    TO WRK-REG-QTDE
              ADD WRK-MES-IDX          TO WRK-REG-SOMA-X
              ADD WRK-SER-VALOR (WRK-MES-IDX) TO WRK-REG-SOMA-Y
              MOVE WRK-SER-VALOR (WRK-MES-IDX) TO WRK-REG-ULTIMO
           END-IF
           .
      *----------------------------------------------------------------*
       5610-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       5620-SOMAR-DESVIO SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-SER-USAR (WRK-MES-IDX) EQUAL 'S'
              COMPUTE WRK-REG-SOMA-XY = WRK-REG-SOMA-XY
                    + ((WRK-MES-IDX - WRK-REG-MEDIA-X)
                    *  (WRK-SER-VALOR (WRK-MES-IDX) - WRK-REG-MEDIA-Y))
              COMPUTE WRK-REG-SOMA-XX = WRK-REG-SOMA-XX
                    + ((WRK-MES-IDX - WRK-REG-MEDIA-X)
                    *  (WRK-MES-IDX - WRK-REG-MEDIA-X))
           END-IF
           .
      *----------------------------------------------------------------*
       5620-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    VALOR DA RETA WRK-MES-K MESES DEPOIS DA BASE (X = 12 + K),  *
      *    SEM VALOR NEGATIVO                                          *
      *----------------------------------------------------------------*
       5650-PROJETAR-VALOR SECTION.
      *----------------------------------------------------------------*
      *
           COMPUTE WRK-REG-PROJ ROUNDED =
                   WRK-REG-A + (WRK-REG-B * (12 + WRK-MES-K))

           IF WRK-REG-PROJ LESS ZEROS
              MOVE ZEROS               TO WRK-REG-PROJ
           END-IF

           COMPUTE WRK-REG-RESULTADO ROUNDED = WRK-REG-PROJ
           .
      *----------------------------------------------------------------*
       5650-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE TRATAMENTO DE ERRO                                *
      *----------------------------------------------------------------*
       9100-ERROS-ARQUIVOS SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE ERRO01-REGISTRO

           MOVE 'I#ERRO01'        TO ERRO01-ID-BLOCO
           MOVE 'ARQ'             TO ERRO01-FUNCAO
           MOVE WRK-PROGRAMA      TO ERRO01-PROGRAMA
           MOVE WRK-COMANDO       TO ERRO01-COMANDO
           MOVE WRK-ARQUIVO       TO ERRO01-ARQUIVO
           MOVE WRK-FS-DISPLAY    TO ERRO01-FILE-STATUS
           COMPUTE ERRO01-QTDE-LIDOS = ACU-LIDOS-ARQAUDM +
                                       ACU-LIDOS-ARQRCT01
           MOVE ACU-GRAVA-ARQSAI01
                                  TO ERRO01-QTDE-GRAVADOS
           MOVE WRK-PRG-BUSCA     TO ERRO01-ULT-CHAVE

           CALL WRK-ERRO2000      USING ERRO01-REGISTRO

           MOVE ERRO01-COD-RETORNO
                                  TO RETURN-CODE

           PERFORM 9900-FIM-PROGRAMA
           .
      *----------------------------------------------------------------*
       9100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       9900-FIM-PROGRAMA SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY '************************************************'
           DISPLAY '*            PROGRAMA FINALIZADO               *'
           DISPLAY '************************************************'

           STOP RUN
           .
      *----------------------------------------------------------------*
       9900-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
