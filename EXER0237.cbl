      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0237.
       AUTHOR.     JULIANA SOARES.
      *================================================================*
      *    PROGRAMA....: EXER0237                                      *
      *    PROGRAMADOR.: JULIANA SOARES                                *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   APURACAO DO RECOLHIMENTO COMPULSORIO SOBRE  *
      *                    DEPOSITOS: LE O HISTORICO DE POSICOES       *
      *                    DIARIAS DO MES (PSD02105, NO MOLDE DO       *
      *                    EXER0230) E, PARA CADA DIA DO PERIODO DE    *
      *                    CALCULO, SOMA O SALDO CREDOR EM BRL DE CADA *
      *                    CONTA NA SUA CATEGORIA DE DEPOSITO (A VISTA *
      *                    OU POUPANCA, PELO PRODUTO DO CADASTRO DE    *
      *                    CONTAS CTA02225). A BASE MEDIA DA CATEGORIA *
      *                    MENOS A DEDUCAO, VEZES A ALIQUOTA DA TABELA *
      *                    DA TESOURARIA (RCP02237), DA O RECOLHIMENTO *
      *                    EXIGIDO. O DEMONSTRATIVO TRAZ AINDA A       *
      *                    CONCILIACAO POR MOEDA DO SALDO DAS POSICOES *
      *                    DIARIAS NO FIM DO PERIODO COM O SALDO DE    *
      *                    FECHAMENTO (SLD02105).                      *
      *                    SALDO DEVEDOR NAO E DEPOSITO E ENTRA COMO   *
      *                    ZERO NA BASE. RETURN-CODE 04 = CONTA EM     *
      *                    MOEDA SEM TAXA, CATEGORIA SEM ALIQUOTA OU   *
      *                    CONCILIACAO DIVERGENTE NO FECHAMENTO.       *
      *----------------------------------------------------------------*
      *    CARTAO......:   COLS 1-8   INICIO DO PERIODO (AAAAMMDD)     *
      *                    COLS 10-17 FIM DO PERIODO (AAAAMMDD)        *
      *                    (PERIODO DENTRO DO MES DAS POSICOES)        *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQPARM  (PERIODO DE CALCULO)             -               *
      *      ARQRCP01 (ALIQUOTAS DO COMPULSORIO)       RCP02237        *
      *      ARQTAX01 (TAXAS DE CAMBIO - OPCIONAL)     TAX02105        *
      *      ARQCTA01 (CADASTRO DE CONTAS - OPCIONAL)  CTA02225        *
      *      ARQPSD01 (POSICOES DIARIAS DO MES)        PSD02105        *
      *      ARQSLD01 (POSICOES DE FECHAMENTO)         SLD02105        *
      *      ARQSAI01 (DEMONSTRATIVO)                  -               *
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

           SELECT ARQRCP01 ASSIGN      TO UT-S-ARQRCP01
                      FILE STATUS      IS WRK-FS-ARQRCP01.

           SELECT OPTIONAL ARQTAX01 ASSIGN TO UT-S-ARQTAX01
                      FILE STATUS      IS WRK-FS-ARQTAX01.

           SELECT OPTIONAL ARQCTA01 ASSIGN TO UT-S-ARQCTA01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS FD-ARQCTA01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQCTA01.

           SELECT ARQPSD01 ASSIGN      TO UT-S-ARQPSD01
                      FILE STATUS      IS WRK-FS-ARQPSD01.

           SELECT ARQSLD01 ASSIGN      TO UT-S-ARQSLD01
                      FILE STATUS      IS WRK-FS-ARQSLD01.

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
      *---------------------------------------------------------------*
      *   INPUT:      CARTAO DE PARAMETROS (PERIODO DE CALCULO)       *
      *               ORG. SEQUENCIAL   -   LRECL = 080               *
      *---------------------------------------------------------------*

       FD  ARQPARM
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQPARM              PIC X(080).

      *---------------------------------------------------------------*
      *   INPUT:      TABELA DE ALIQUOTAS DO COMPULSORIO              *
      *               ORG. SEQUENCIAL   -   LRECL = 080               *
      *---------------------------------------------------------------*

       FD  ARQRCP01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQRCP01             PIC X(080).

      *---------------------------------------------------------------*
      *   INPUT:      TAXAS DE CAMBIO PARA REAIS (OPCIONAL)           *
      *               ORG. SEQUENCIAL   -   LRECL = 024               *
      *---------------------------------------------------------------*

       FD  ARQTAX01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQTAX01             PIC X(024).

      *---------------------------------------------------------------*
      *   INPUT:      CADASTRO DE CONTAS (OPCIONAL)                   *
      *               ORG. INDEXADA     -   LRECL = 050               *
      *---------------------------------------------------------------*

       FD  ARQCTA01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQCTA01.
           05 FD-ARQCTA01-CHAVE       PIC X(18).
           05 FILLER                  PIC X(32).

      *---------------------------------------------------------------*
      *   INPUT:      POSICOES DIARIAS DE SALDO DO MES (EXER0217)     *
      *               ORG. SEQUENCIAL   -   LRECL = 035               *
      *---------------------------------------------------------------*

       FD  ARQPSD01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQPSD01             PIC X(035).

      *---------------------------------------------------------------*
      *   INPUT:      POSICOES DE FECHAMENTO DO MES (EXER0205)        *
      *               ORG. SEQUENCIAL   -   LRECL = 045               *
      *---------------------------------------------------------------*

       FD  ARQSLD01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQSLD01             PIC X(045).

      *---------------------------------------------------------------*
      *   OUTPUT:     DEMONSTRATIVO DO RECOLHIMENTO COMPULSORIO       *
      *               ORG. SEQUENCIAL   -   LRECL = 132               *
      *---------------------------------------------------------------*

       FD  ARQSAI01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQSAI01             PIC X(132).

      *---------------------------------------------------------------*
      *   OUTPUT:     LOG DE AUDITORIA DE EXECUCAO (COMPARTILHADO)    *
      *---------------------------------------------------------------*

       FD  ARQAUD01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQAUD01              PIC X(51).

      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0237 - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC  X(008) VALUE 'EXER0237'.
       77 WRK-ERRO2000            PIC  X(008) VALUE 'ERRO2000'.
       77 WRK-MASK-QTDE           PIC  ZZZ.ZZ9.
       77 WRK-MASK-VALOR          PIC  Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01 WRK-PARM-REGISTRO.
          05 WRK-PARM-DAT-INICIO  PIC  9(008) VALUE ZEROS.
          05 FILLER               PIC  X(001) VALUE SPACES.
          05 WRK-PARM-DAT-FIM     PIC  9(008) VALUE ZEROS.
          05 FILLER               PIC  X(063) VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    PERIODO DE CALCULO                                          *
      *----------------------------------------------------------------*
       01 WRK-DAT-INICIO.
          05 WRK-DIN-ANOMES       PIC  9(006) VALUE ZEROS.
          05 WRK-DIN-DIA          PIC  9(002) VALUE ZEROS.
       01 WRK-DAT-INICIO-R        REDEFINES WRK-DAT-INICIO
                                  PIC  9(008).
       01 WRK-DAT-FIM.
          05 WRK-DFI-ANOMES.
             10 WRK-DFI-ANO       PIC  9(004) VALUE ZEROS.
             10 WRK-DFI-MES       PIC  9(002) VALUE ZEROS.
          05 WRK-DFI-DIA          PIC  9(002) VALUE ZEROS.
       01 WRK-DAT-FIM-R           REDEFINES WRK-DAT-FIM
                                  PIC  9(008).
       77 WRK-DIAS-MES            PIC  9(002) VALUE ZEROS.
       77 WRK-DIAS-PERIODO        PIC  9(002) VALUE ZEROS.
       77 WRK-RESTO               PIC  9(004) VALUE ZEROS.
      *
       01 WRK-SW-FECHAMENTO       PIC  X(001) VALUE 'N'.
          88 WRK-FIM-NO-FECHAMENTO            VALUE 'S'.
      *
       01 WRK-ACUMULADORES.
           03 ACU-LIDOS-ARQRCP01     PIC 9(007) VALUE ZEROS.
           03 ACU-ALIQUOTAS-IGNORADAS PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQPSD01     PIC 9(007) VALUE ZEROS.
           03 ACU-POSICOES-FORA-MES  PIC 9(007) VALUE ZEROS.
           03 ACU-CONTAS-APURADAS    PIC 9(007) VALUE ZEROS.
           03 ACU-CONTAS-SEM-CADASTRO PIC 9(007) VALUE ZEROS.
           03 ACU-CONTAS-SEM-TAXA    PIC 9(007) VALUE ZEROS.
           03 ACU-DIAS-DEVEDORES     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQSLD01     PIC 9(007) VALUE ZEROS.
           03 ACU-MOEDAS-DIVERGENTES PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQSAI01     PIC 9(007) VALUE ZEROS.
      *
       01 WRK-TOTAIS.
           03 TOT-VAL-MEDIA          PIC S9(15)V99 COMP-3 VALUE +0.
           03 TOT-VAL-DEDUCAO        PIC S9(15)V99 COMP-3 VALUE +0.
           03 TOT-VAL-BASE           PIC S9(15)V99 COMP-3 VALUE +0.
           03 TOT-VAL-EXIGIDO        PIC S9(15)V99 COMP-3 VALUE +0.
      *
      *----------------------------------------------------------------*
      *    CATEGORIAS DE DEPOSITO E SUAS ALIQUOTAS EM VIGENCIA NO FIM  *
      *    DO PERIODO (1 = A VISTA, 2 = POUPANCA)                      *
      *----------------------------------------------------------------*
       77 WRK-CAT-IDX             PIC  9(001) VALUE ZEROS.
      *
       01 WRK-CAT-CODIGOS.
          05 FILLER               PIC X(032) VALUE
             'AVDEPOSITOS A VISTA'.
          05 FILLER               PIC X(032) VALUE
             'PPDEPOSITOS DE POUPANCA'.
       01 WRK-CAT-CODIGOS-R       REDEFINES WRK-CAT-CODIGOS.
          05 WRK-CAT-CODIGO-LINHA OCCURS 2 TIMES.
             10 WRK-CAT-CODIGO    PIC X(002).
             10 WRK-CAT-DESCRICAO PIC X(030).
      *
       01 WRK-CAT-TABELA.
          05 WRK-CAT-LINHA        OCCURS 2 TIMES.
             10 WRK-CAT-QTDE-CONTAS
                                  PIC 9(007).
             10 WRK-CAT-SOMA-DIARIA
                                  PIC S9(017)V99 COMP-3.
             10 WRK-CAT-DAT-VIGENCIA
                                  PIC 9(008).
             10 WRK-CAT-PCT-ALIQUOTA
                                  PIC 9(003)V9(04).
             10 WRK-CAT-VAL-DEDUCAO
                                  PIC S9(013)V99 COMP-3.
             10 WRK-CAT-VAL-MEDIA PIC S9(015)V99 COMP-3.
             10 WRK-CAT-VAL-BASE  PIC S9(015)V99 COMP-3.
             10 WRK-CAT-VAL-EXIGIDO
                                  PIC S9(015)V99 COMP-3.
             10 WRK-CAT-SW-ALIQUOTA
                                  PIC X(001).
                88 WRK-CAT-COM-ALIQUOTA       VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    TABELA DAS TAXAS DE CAMBIO PARA REAIS (ULTIMA TAXA DA MOEDA *
      *    ATE O FIM DO PERIODO)                                       *
      *----------------------------------------------------------------*
       01 WRK-SW-TAXAS            PIC  X(001) VALUE 'N'.
          88 WRK-TAXAS-PRESENTES              VALUE 'S'.
      *
       77 WRK-PRC-MOEDA           PIC  X(003) VALUE SPACES.
       77 WRK-TAX-QTDE            PIC  9(002) VALUE ZEROS.
       77 WRK-TAX-IDX             PIC  9(002) VALUE ZEROS.
       77 WRK-VAL-TAXA            PIC  9(007)V9(06) VALUE ZEROS.
      *
       01 WRK-TAX-TABELA.
          05 WRK-TAX-LINHA        OCCURS 20 TIMES.
             10 WRK-TAX-COD-MOEDA PIC X(003).
             10 WRK-TAX-VAL-TAXA  PIC 9(07)V9(06).
      *
      *----------------------------------------------------------------*
      *    CADASTRO DE CONTAS                                          *
      *----------------------------------------------------------------*
       01 WRK-SW-CADASTRO-CTA     PIC  X(001) VALUE 'N'.
          88 WRK-CADASTRO-CTA-PRESENTE        VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    GRUPO DE POSICOES DIARIAS DO CPF/CONTA/MOEDA CORRENTE       *
      *----------------------------------------------------------------*
       01 WRK-GRP-PSD-CHAVE.
          05 WRK-GPS-CPF          PIC  9(011) VALUE ZEROS.
          05 WRK-GPS-CONTA        PIC  9(004) VALUE ZEROS.
          05 WRK-GPS-MOEDA        PIC  X(003) VALUE SPACES.
       77 WRK-GPS-QTDE-PASSOS     PIC  9(003) VALUE ZEROS.
       77 WRK-GPS-IDX             PIC  9(003) VALUE ZEROS.
       77 WRK-GPS-PROX-DIA        PIC  9(002) VALUE ZEROS.
       77 WRK-GPS-DIA-INI         PIC  9(002) VALUE ZEROS.
       77 WRK-GPS-DIA-FIM         PIC  9(002) VALUE ZEROS.
       77 WRK-GPS-QTDE-DIAS       PIC  9(002) VALUE ZEROS.
       77 WRK-GPS-SOMA-DIARIA     PIC S9(017)V99 COMP-3 VALUE +0.
       77 WRK-GPS-SOMA-BRL        PIC S9(017)V99 COMP-3 VALUE +0.
       77 WRK-GPS-SALDO-FIM       PIC S9(015)V99 COMP-3 VALUE +0.
      *
       01 WRK-GPS-PASSOS.
          05 WRK-GPS-PASSO        OCCURS 32 TIMES.
             10 WRK-GPS-DIA       PIC 9(002).
             10 WRK-GPS-SALDO     PIC S9(015)V99 COMP-3.
       01 WRK-SW-GRUPO-PSD        PIC  X(001) VALUE 'N'.
          88 WRK-GRUPO-PSD-ABERTO             VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    CONCILIACAO POR MOEDA: SALDO DAS POSICOES DIARIAS NO FIM DO *
      *    PERIODO X SALDO DE FECHAMENTO (MOEDA ORIGINAL)              *
      *----------------------------------------------------------------*
       77 WRK-CNC-QTDE            PIC  9(002) VALUE ZEROS.
       77 WRK-CNC-IDX             PIC  9(002) VALUE ZEROS.
       77 WRK-CNC-DIFERENCA       PIC S9(015)V99 COMP-3 VALUE +0.
      *
       01 WRK-CNC-TABELA.
          05 WRK-CNC-LINHA        OCCURS 20 TIMES.
             10 WRK-CNC-MOEDA     PIC X(003).
             10 WRK-CNC-QTDE-PSD  PIC 9(007).
             10 WRK-CNC-VAL-PSD   PIC S9(015)V99 COMP-3.
             10 WRK-CNC-QTDE-SLD  PIC 9(007).
             10 WRK-CNC-VAL-SLD   PIC S9(015)V99 COMP-3.
      *
      *----------------------------------------------------------------*
      *    AREA DO DEMONSTRATIVO                                       *
      *----------------------------------------------------------------*
       01 WRK-CAB1-RELATORIO.
          05 FILLER               PIC X(041) VALUE
             'DEMONSTRATIVO DO RECOLHIMENTO COMPULSORIO'.
          05 FILLER               PIC X(012) VALUE
             ' - PERIODO '.
          05 WRK-CAB1-DAT-INICIO  PIC 9(008).
          05 FILLER               PIC X(003) VALUE ' A '.
          05 WRK-CAB1-DAT-FIM     PIC 9(008).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-CAB1-DIAS        PIC Z9.
          05 FILLER               PIC X(056) VALUE ' DIAS'.

       01 WRK-CAB2-RELATORIO.
          05 FILLER               PIC X(025) VALUE
             'CATEGORIA DE DEPOSITO'.
          05 FILLER               PIC X(008) VALUE
             ' CONTAS'.
          05 FILLER               PIC X(021) VALUE
             '          BASE MEDIA'.
          05 FILLER               PIC X(021) VALUE
             '             DEDUCAO'.
          05 FILLER               PIC X(021) VALUE
             '    BASE DE CALCULO'.
          05 FILLER               PIC X(013) VALUE
             '  ALIQUOTA %'.
          05 FILLER               PIC X(021) VALUE
             '     VALOR EXIGIDO'.
          05 FILLER               PIC X(002) VALUE SPACES.

       01 WRK-DET-CATEGORIA.
          05 WRK-DET-DESCRICAO    PIC X(025).
          05 WRK-DET-CONTAS       PIC ZZZ.ZZ9.
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DET-MEDIA        PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DET-DEDUCAO      PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DET-BASE         PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(004) VALUE SPACES.
          05 WRK-DET-ALIQUOTA     PIC ZZ9,9999.
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DET-EXIGIDO      PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DET-OBSERVACAO   PIC X(003).

       01 WRK-CAB3-RELATORIO.
          05 FILLER               PIC X(008) VALUE 'MOEDA'.
          05 FILLER               PIC X(008) VALUE 'CONTAS'.
          05 FILLER               PIC X(021) VALUE
             '  POSICOES DIARIAS'.
          05 FILLER               PIC X(008) VALUE 'CONTAS'.
          05 FILLER               PIC X(021) VALUE
             '     SALDO FECHAMENTO'.
          05 FILLER               PIC X(022) VALUE
             '            DIFERENCA'.
          05 FILLER               PIC X(044) VALUE SPACES.

       01 WRK-DET-CONCILIACAO.
          05 WRK-DCN-MOEDA        PIC X(003).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DCN-QTDE-PSD     PIC ZZZ.ZZ9.
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DCN-VAL-PSD      PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DCN-QTDE-SLD     PIC ZZZ.ZZ9.
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DCN-VAL-SLD      PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DCN-DIFERENCA    PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DCN-SITUACAO     PIC X(010).
          05 FILLER               PIC X(034) VALUE SPACES.

       01 WRK-TIT-SECAO           PIC X(132) VALUE SPACES.

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
          05 WRK-FS-ARQRCP01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-RCP01-OK               VALUE '00'.
             88 WRK-FS-RCP01-FIM              VALUE '10'.
          05 WRK-FS-ARQTAX01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-TAX01-OK               VALUE '00'.
             88 WRK-FS-TAX01-FIM              VALUE '10'.
          05 WRK-FS-ARQCTA01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-CTA01-OK               VALUE '00'.
             88 WRK-FS-CTA01-NAO-ENCONTRADO   VALUE '23'.
          05 WRK-FS-ARQPSD01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-PSD01-OK               VALUE '00'.
             88 WRK-FS-PSD01-FIM              VALUE '10'.
          05 WRK-FS-ARQSLD01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SLD01-OK               VALUE '00'.
             88 WRK-FS-SLD01-FIM              VALUE '10'.
          05 WRK-FS-ARQSAI01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SAI01-OK               VALUE '00'.
          05 WRK-FS-ARQAUD01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-AUD01-OK               VALUE '00'.
          05 WRK-FS-DISPLAY       PIC  X(002) VALUE SPACES.

       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQPARM       VALUE 'ARQPARM '.
          88 WRK-CN-ARQRCP01      VALUE 'ARQRCP01'.
          88 WRK-CN-ARQTAX01      VALUE 'ARQTAX01'.
          88 WRK-CN-ARQCTA01      VALUE 'ARQCTA01'.
          88 WRK-CN-ARQPSD01      VALUE 'ARQPSD01'.
          88 WRK-CN-ARQSLD01      VALUE 'ARQSLD01'.
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
           COPY RCP02237.
           COPY TAX02105.
           COPY CTA02225.
           COPY PSD02105.
           COPY SLD02105.
           COPY AUD00105.
           COPY 'I#ERRO01'.

      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0237 - FIM DA AREA DE WORKING'.
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

           PERFORM 2000-CARREGAR-ALIQUOTAS

           PERFORM 3000-APURAR-POSICOES

           PERFORM 3600-CONCILIAR-FECHAMENTO

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

           IF NOT WRK-FS-PARM-OK
              OR WRK-PARM-DAT-INICIO NOT NUMERIC
              OR WRK-PARM-DAT-FIM NOT NUMERIC
              OR WRK-PARM-DAT-INICIO EQUAL ZEROS
              OR WRK-PARM-DAT-FIM LESS WRK-PARM-DAT-INICIO
              OR WRK-PARM-DAT-INICIO (1:6) NOT EQUAL
                 WRK-PARM-DAT-FIM (1:6)
              DISPLAY '************************************************'
              DISPLAY '* PERIODO DE CALCULO INVALIDO NO CARTAO DE     *'
              DISPLAY '* PARAMETROS (INICIO NAS COLS 1-8 E FIM NAS    *'
              DISPLAY '* COLS 10-17, AAAAMMDD, DENTRO DO MESMO MES)   *'
              DISPLAY '* PROGRAMA ' WRK-PROGRAMA
                                          ' CANCELADO                *'
              DISPLAY '************************************************'
              MOVE 08 TO RETURN-CODE
              PERFORM 9900-FIM-PROGRAMA
           END-IF

           CLOSE ARQPARM

           MOVE WRK-PARM-DAT-INICIO    TO WRK-DAT-INICIO-R
           MOVE WRK-PARM-DAT-FIM       TO WRK-DAT-FIM-R

           PERFORM 1100-CALCULAR-DIAS-MES

           IF WRK-DIN-DIA EQUAL ZEROS
              OR WRK-DFI-DIA GREATER WRK-DIAS-MES
              DISPLAY '* DIA INVALIDO NO PERIODO DE CALCULO: '
                      WRK-DAT-INICIO-R ' A ' WRK-DAT-FIM-R
              MOVE 08 TO RETURN-CODE
              PERFORM 9900-FIM-PROGRAMA
           END-IF

           COMPUTE WRK-DIAS-PERIODO = WRK-DFI-DIA - WRK-DIN-DIA + 1

           IF WRK-DFI-DIA EQUAL WRK-DIAS-MES
              SET WRK-FIM-NO-FECHAMENTO TO TRUE
           END-IF

           DISPLAY '* PERIODO DE CALCULO: ' WRK-DAT-INICIO-R
                   ' A ' WRK-DAT-FIM-R ' (' WRK-DIAS-PERIODO ' DIAS)'

           INITIALIZE WRK-CAT-TABELA

           SET  WRK-CN-ARQTAX01        TO TRUE
           OPEN INPUT ARQTAX01

           IF WRK-FS-TAX01-OK
              SET WRK-TAXAS-PRESENTES  TO TRUE
              PERFORM 3830-LER-TAXA
              PERFORM 1200-CARREGAR-TAXAS
                 UNTIL WRK-FS-TAX01-FIM
              SET  WRK-CN-CLOSE        TO TRUE
              CLOSE ARQTAX01
              SET  WRK-CN-OPEN         TO TRUE
           ELSE
              DISPLAY '* TAXAS DE CAMBIO AUSENTES - SO POSICOES EM BRL'
           END-IF

           SET  WRK-CN-ARQCTA01        TO TRUE
           OPEN INPUT ARQCTA01

           IF WRK-FS-CTA01-OK
              SET WRK-CADASTRO-CTA-PRESENTE TO TRUE
           ELSE
              DISPLAY '* CADASTRO DE CONTAS AUSENTE - TODAS AS CONTAS '
                      'COMO DEPOSITO A VISTA'
           END-IF

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
           .
      *----------------------------------------------------------------*
       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CALCULA A QTDE DE DIAS DO MES DO PERIODO (COM BISSEXTO)     *
      *----------------------------------------------------------------*
       1100-CALCULAR-DIAS-MES SECTION.
      *----------------------------------------------------------------*
      *
           EVALUATE WRK-DFI-MES
              WHEN 01
              WHEN 03
              WHEN 05
              WHEN 07
              WHEN 08
              WHEN 10
              WHEN 12
                 MOVE 31               TO WRK-DIAS-MES
              WHEN 04
              WHEN 06
              WHEN 09
              WHEN 11
                 MOVE 30               TO WRK-DIAS-MES
              WHEN 02
                 DIVIDE WRK-DFI-ANO BY 4 GIVING WRK-RESTO
                    REMAINDER WRK-RESTO
                 IF WRK-RESTO EQUAL ZEROS
                    MOVE 29            TO WRK-DIAS-MES
                    DIVIDE WRK-DFI-ANO BY 100 GIVING WRK-RESTO
                       REMAINDER WRK-RESTO
                    IF WRK-RESTO EQUAL ZEROS
                       MOVE 28         TO WRK-DIAS-MES
                       DIVIDE WRK-DFI-ANO BY 400
                          GIVING WRK-RESTO
                          REMAINDER WRK-RESTO
                       IF WRK-RESTO EQUAL ZEROS
                          MOVE 29      TO WRK-DIAS-MES
                       END-IF
                    END-IF
                 ELSE
                    MOVE 28            TO WRK-DIAS-MES
                 END-IF
              WHEN OTHER
                 MOVE ZEROS            TO WRK-DIAS-MES
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       1100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CARREGA A TAXA DE CAMBIO LIDA: O ARQUIVO ESTA EM ORDEM DE   *
      *    DATA, ENTAO A ULTIMA TAXA DA MOEDA ATE O FIM DO PERIODO     *
      *    PREVALECE                                                   *
      *----------------------------------------------------------------*
       1200-CARREGAR-TAXAS SECTION.
      *----------------------------------------------------------------*
      *
           IF ARQTAX01-DAT-TAXA NOT GREATER WRK-DAT-FIM-R
              MOVE ARQTAX01-COD-MOEDA  TO WRK-PRC-MOEDA

              PERFORM 5100-PROCURAR-TAXA

              IF WRK-TAX-IDX NOT GREATER WRK-TAX-QTDE
                 MOVE ARQTAX01-VAL-TAXA
                                  TO WRK-TAX-VAL-TAXA (WRK-TAX-IDX)
              ELSE
                 IF WRK-TAX-QTDE LESS 20
                    ADD 1 TO WRK-TAX-QTDE
                    MOVE ARQTAX01-COD-MOEDA
                                  TO WRK-TAX-COD-MOEDA (WRK-TAX-QTDE)
                    MOVE ARQTAX01-VAL-TAXA
                                  TO WRK-TAX-VAL-TAXA (WRK-TAX-QTDE)
                 END-IF
              END-IF
           END-IF

           PERFORM 3830-LER-TAXA
           .
      *----------------------------------------------------------------*
       1200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CARREGA A TABELA DE ALIQUOTAS: PARA CADA CATEGORIA VALE A   *
      *    LINHA DE MAIOR VIGENCIA ATE O FIM DO PERIODO                *
      *----------------------------------------------------------------*
       2000-CARREGAR-ALIQUOTAS SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQRCP01        TO TRUE
           OPEN INPUT ARQRCP01

           IF NOT WRK-FS-RCP01-OK
              MOVE WRK-FS-ARQRCP01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 2050-LER-ALIQUOTA

           PERFORM 2060-TABELAR-ALIQUOTA
              UNTIL WRK-FS-RCP01-FIM

           SET  WRK-CN-CLOSE           TO TRUE
           CLOSE ARQRCP01
           .
      *----------------------------------------------------------------*
       2000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2050-LER-ALIQUOTA SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQRCP01        TO TRUE

           READ ARQRCP01 INTO ARQRCP01-REGISTRO

           IF WRK-FS-RCP01-OK OR WRK-FS-RCP01-FIM
              IF WRK-FS-RCP01-OK
                 ADD 1 TO ACU-LIDOS-ARQRCP01
              END-IF
           ELSE
              MOVE WRK-FS-ARQRCP01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       2050-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2060-TABELAR-ALIQUOTA SECTION.
      *----------------------------------------------------------------*
      *
           IF NOT ARQRCP01-CAT-VALIDA
              OR ARQRCP01-DAT-VIGENCIA NOT NUMERIC
              OR ARQRCP01-PCT-ALIQUOTA NOT NUMERIC
              OR ARQRCP01-VAL-DEDUCAO NOT NUMERIC
              ADD 1 TO ACU-ALIQUOTAS-IGNORADAS
              PERFORM 2050-LER-ALIQUOTA
              GO TO 2060-99-FIM
           END-IF

           IF ARQRCP01-CAT-A-VISTA
              MOVE 1                   TO WRK-CAT-IDX
           ELSE
              MOVE 2                   TO WRK-CAT-IDX
           END-IF

           IF ARQRCP01-DAT-VIGENCIA NOT GREATER WRK-DAT-FIM-R
              AND ARQRCP01-DAT-VIGENCIA NOT LESS
                  WRK-CAT-DAT-VIGENCIA (WRK-CAT-IDX)
              SET WRK-CAT-COM-ALIQUOTA (WRK-CAT-IDX) TO TRUE
              MOVE ARQRCP01-DAT-VIGENCIA
                                  TO WRK-CAT-DAT-VIGENCIA (WRK-CAT-IDX)
              MOVE ARQRCP01-PCT-ALIQUOTA
                                  TO WRK-CAT-PCT-ALIQUOTA (WRK-CAT-IDX)
              MOVE ARQRCP01-VAL-DEDUCAO
                                  TO WRK-CAT-VAL-DEDUCAO (WRK-CAT-IDX)
           END-IF

           PERFORM 2050-LER-ALIQUOTA
           .
      *----------------------------------------------------------------*
       2060-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LE AS POSICOES DIARIAS DO MES E APURA CADA CPF/CONTA/MOEDA; *
      *    O ARQUIVO VEM AGRUPADO POR CHAVE E ORDENADO POR DIA         *
      *    (EXER0217)                                                  *
      *----------------------------------------------------------------*
       3000-APURAR-POSICOES SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQPSD01        TO TRUE
           OPEN INPUT ARQPSD01

           IF NOT WRK-FS-PSD01-OK
              MOVE WRK-FS-ARQPSD01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 3050-LER-POSICAO-DIARIA

           PERFORM 3100-TRATAR-POSICAO-DIARIA
              UNTIL WRK-FS-PSD01-FIM

           IF WRK-GRUPO-PSD-ABERTO
              PERFORM 3200-FECHAR-GRUPO
           END-IF

           SET  WRK-CN-CLOSE           TO TRUE
           CLOSE ARQPSD01
           IF NOT WRK-FS-PSD01-OK
              MOVE WRK-FS-ARQPSD01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3050-LER-POSICAO-DIARIA SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQPSD01        TO TRUE

           READ ARQPSD01 INTO ARQPSD01-REGISTRO

           IF WRK-FS-PSD01-OK OR WRK-FS-PSD01-FIM
              IF WRK-FS-PSD01-OK
                 ADD 1 TO ACU-LIDOS-ARQPSD01
              END-IF
           ELSE
              MOVE WRK-FS-ARQPSD01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3050-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    POSICAO DE OUTRO MES NAO ENTRA NO CALCULO                   *
      *----------------------------------------------------------------*
       3100-TRATAR-POSICAO-DIARIA SECTION.
      *----------------------------------------------------------------*
      *
           IF ARQPSD01-DAT-POSICAO (1:6) NOT EQUAL WRK-DFI-ANOMES
              ADD 1 TO ACU-POSICOES-FORA-MES
              PERFORM 3050-LER-POSICAO-DIARIA
              GO TO 3100-99-FIM
           END-IF

           IF WRK-GRUPO-PSD-ABERTO
              AND (ARQPSD01-CPF NOT EQUAL WRK-GPS-CPF
                OR ARQPSD01-NUM-CONTA NOT EQUAL WRK-GPS-CONTA
                OR ARQPSD01-COD-MOEDA NOT EQUAL WRK-GPS-MOEDA)
              PERFORM 3200-FECHAR-GRUPO
           END-IF

           IF NOT WRK-GRUPO-PSD-ABERTO
              SET WRK-GRUPO-PSD-ABERTO TO TRUE
              MOVE ARQPSD01-CPF        TO WRK-GPS-CPF
              MOVE ARQPSD01-NUM-CONTA  TO WRK-GPS-CONTA
              MOVE ARQPSD01-COD-MOEDA  TO WRK-GPS-MOEDA
              MOVE ZEROS               TO WRK-GPS-QTDE-PASSOS
           END-IF

           IF WRK-GPS-QTDE-PASSOS LESS 32
              ADD 1 TO WRK-GPS-QTDE-PASSOS
              MOVE ARQPSD01-DAT-POSICAO (7:2)
                 TO WRK-GPS-DIA (WRK-GPS-QTDE-PASSOS)
              MOVE ARQPSD01-VAL-SALDO-DIA
                 TO WRK-GPS-SALDO (WRK-GPS-QTDE-PASSOS)
           END-IF

           PERFORM 3050-LER-POSICAO-DIARIA
           .
      *----------------------------------------------------------------*
       3100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    FECHA O GRUPO: SOMA O SALDO CREDOR DE CADA DIA DO PERIODO,  *
      *    CONVERTE PARA BRL E ACUMULA NA CATEGORIA DA CONTA; GUARDA O *
      *    SALDO NO FIM DO PERIODO PARA A CONCILIACAO                  *
      *----------------------------------------------------------------*
       3200-FECHAR-GRUPO SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO ACU-CONTAS-APURADAS
           MOVE ZEROS                  TO WRK-GPS-SOMA-DIARIA
                                          WRK-GPS-SALDO-FIM

           PERFORM 3250-APURAR-PASSO
              VARYING WRK-GPS-IDX FROM 1 BY 1
              UNTIL WRK-GPS-IDX GREATER WRK-GPS-QTDE-PASSOS

           MOVE WRK-GPS-MOEDA          TO WRK-PRC-MOEDA
           PERFORM 5200-PROCURAR-MOEDA-CNC

           IF WRK-CNC-IDX NOT GREATER WRK-CNC-QTDE
              ADD 1                    TO WRK-CNC-QTDE-PSD (WRK-CNC-IDX)
              ADD WRK-GPS-SALDO-FIM    TO WRK-CNC-VAL-PSD (WRK-CNC-IDX)
           END-IF

           MOVE 'N'                    TO WRK-SW-GRUPO-PSD

           PERFORM 3210-CLASSIFICAR-CONTA

           IF WRK-GPS-MOEDA EQUAL 'BRL'
              MOVE 1                   TO WRK-VAL-TAXA
           ELSE
              PERFORM 5100-PROCURAR-TAXA
              IF WRK-TAX-IDX GREATER WRK-TAX-QTDE
                 OR WRK-TAX-VAL-TAXA (WRK-TAX-IDX) NOT GREATER ZEROS
                 ADD 1 TO ACU-CONTAS-SEM-TAXA
                 DISPLAY '* ATENCAO: MOEDA SEM TAXA NO FIM DO PERIODO '
                         WRK-GPS-CPF ' ' WRK-GPS-CONTA ' '
                         WRK-GPS-MOEDA
                 GO TO 3200-99-FIM
              END-IF
              MOVE WRK-TAX-VAL-TAXA (WRK-TAX-IDX)
                                       TO WRK-VAL-TAXA
           END-IF

           COMPUTE WRK-GPS-SOMA-BRL ROUNDED =
                   WRK-GPS-SOMA-DIARIA * WRK-VAL-TAXA

           ADD 1                  TO WRK-CAT-QTDE-CONTAS (WRK-CAT-IDX)
           ADD WRK-GPS-SOMA-BRL   TO WRK-CAT-SOMA-DIARIA (WRK-CAT-IDX)
           .
      *----------------------------------------------------------------*
       3200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CATEGORIA DA CONTA PELO PRODUTO DO CADASTRO: POUPANCA OU A  *
      *    VISTA (CONTA CORRENTE, CONTA SALARIO OU SEM CADASTRO)       *
      *----------------------------------------------------------------*
       3210-CLASSIFICAR-CONTA SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 1                      TO WRK-CAT-IDX

           IF NOT WRK-CADASTRO-CTA-PRESENTE
              GO TO 3210-99-FIM
           END-IF

           MOVE WRK-GRP-PSD-CHAVE      TO FD-ARQCTA01-CHAVE

           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQCTA01        TO TRUE

           READ ARQCTA01 INTO ARQCTA01-REGISTRO

           IF WRK-FS-CTA01-NAO-ENCONTRADO
              ADD 1 TO ACU-CONTAS-SEM-CADASTRO
              GO TO 3210-99-FIM
           END-IF

           IF NOT WRK-FS-CTA01-OK
              MOVE WRK-FS-ARQCTA01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF ARQCTA01-PROD-POUPANCA
              MOVE 2                   TO WRK-CAT-IDX
           END-IF
           .
      *----------------------------------------------------------------*
       3210-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    UM PASSO DE SALDO VALE DO SEU DIA ATE O DIA ANTERIOR AO     *
      *    PROXIMO PASSO (O PASSO DO DIA 00 E A ABERTURA E VALE A      *
      *    PARTIR DO DIA 01); SO CONTAM OS DIAS DENTRO DO PERIODO E O  *
      *    SALDO DEVEDOR ENTRA COMO ZERO                               *
      *----------------------------------------------------------------*
       3250-APURAR-PASSO SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-GPS-DIA (WRK-GPS-IDX) GREATER WRK-DFI-DIA
              GO TO 3250-99-FIM
           END-IF

           MOVE WRK-GPS-SALDO (WRK-GPS-IDX)
                                       TO WRK-GPS-SALDO-FIM

           IF WRK-GPS-IDX LESS WRK-GPS-QTDE-PASSOS
              MOVE WRK-GPS-DIA (WRK-GPS-IDX + 1)
                                       TO WRK-GPS-PROX-DIA
           ELSE
              COMPUTE WRK-GPS-PROX-DIA = WRK-DIAS-MES + 1
           END-IF

           MOVE WRK-GPS-DIA (WRK-GPS-IDX)
                                       TO WRK-GPS-DIA-INI
           IF WRK-GPS-DIA-INI LESS WRK-DIN-DIA
              MOVE WRK-DIN-DIA         TO WRK-GPS-DIA-INI
           END-IF

           COMPUTE WRK-GPS-DIA-FIM = WRK-GPS-PROX-DIA - 1
           IF WRK-GPS-DIA-FIM GREATER WRK-DFI-DIA
              MOVE WRK-DFI-DIA         TO WRK-GPS-DIA-FIM
           END-IF

           IF WRK-GPS-DIA-FIM LESS WRK-GPS-DIA-INI
              GO TO 3250-99-FIM
           END-IF

           COMPUTE WRK-GPS-QTDE-DIAS =
                   WRK-GPS-DIA-FIM - WRK-GPS-DIA-INI + 1

           IF WRK-GPS-SALDO (WRK-GPS-IDX) LESS ZEROS
              ADD WRK-GPS-QTDE-DIAS    TO ACU-DIAS-DEVEDORES
           ELSE
              COMPUTE WRK-GPS-SOMA-DIARIA = WRK-GPS-SOMA-DIARIA +
                      WRK-GPS-SALDO (WRK-GPS-IDX) * WRK-GPS-QTDE-DIAS
           END-IF
           .
      *----------------------------------------------------------------*
       3250-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    SOMA POR MOEDA O SALDO DE FECHAMENTO (SLD02105) PARA A      *
      *    CONCILIACAO COM AS POSICOES DIARIAS                         *
      *----------------------------------------------------------------*
       3600-CONCILIAR-FECHAMENTO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQSLD01        TO TRUE
           OPEN INPUT ARQSLD01

           IF NOT WRK-FS-SLD01-OK
              MOVE WRK-FS-ARQSLD01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 3800-LER-SALDO

           PERFORM 3650-SOMAR-FECHAMENTO
              UNTIL WRK-FS-SLD01-FIM

           SET  WRK-CN-CLOSE           TO TRUE
           CLOSE ARQSLD01
           IF NOT WRK-FS-SLD01-OK
              MOVE WRK-FS-ARQSLD01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3600-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3650-SOMAR-FECHAMENTO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ARQSLD01-COD-MOEDA     TO WRK-PRC-MOEDA
           PERFORM 5200-PROCURAR-MOEDA-CNC

           IF WRK-CNC-IDX NOT GREATER WRK-CNC-QTDE
              ADD 1                    TO WRK-CNC-QTDE-SLD (WRK-CNC-IDX)
              ADD ARQSLD01-VAL-FECHAMENTO
                                       TO WRK-CNC-VAL-SLD (WRK-CNC-IDX)
           END-IF

           PERFORM 3800-LER-SALDO
           .
      *----------------------------------------------------------------*
       3650-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3800-LER-SALDO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQSLD01        TO TRUE

           READ ARQSLD01 INTO ARQSLD01-REGISTRO

           IF WRK-FS-SLD01-OK OR WRK-FS-SLD01-FIM
              IF WRK-FS-SLD01-OK
                 ADD 1 TO ACU-LIDOS-ARQSLD01
              END-IF
           ELSE
              MOVE WRK-FS-ARQSLD01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3800-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3830-LER-TAXA SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQTAX01        TO TRUE

           READ ARQTAX01 INTO ARQTAX01-REGISTRO

           IF NOT WRK-FS-TAX01-OK AND NOT WRK-FS-TAX01-FIM
              MOVE WRK-FS-ARQTAX01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3830-99-FIM.
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
           MOVE ACU-LIDOS-ARQPSD01      TO ARQAUD01-QTDE-LIDOS
           MOVE ACU-GRAVA-ARQSAI01      TO ARQAUD01-QTDE-GRAVA
           MOVE RETURN-CODE             TO ARQAUD01-RETCODE

           IF RETURN-CODE EQUAL ZEROS
              MOVE 'NORMAL'             TO ARQAUD01-STATUS
           ELSE
              MOVE 'ERRO'               TO ARQAUD01-STATUS
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
      *    ROTINA DE FINALIZACAO DO PROGRAMA                           *
      *----------------------------------------------------------------*
       4000-FINALIZAR SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 4800-GRAVAR-DEMONSTRATIVO

           IF ACU-CONTAS-SEM-TAXA GREATER ZEROS
              OR ACU-MOEDAS-DIVERGENTES GREATER ZEROS
              OR NOT WRK-CAT-COM-ALIQUOTA (1)
              OR NOT WRK-CAT-COM-ALIQUOTA (2)
              MOVE 04                  TO RETURN-CODE
           END-IF

           PERFORM 3980-GRAVAR-AUDITORIA

           SET  WRK-CN-CLOSE           TO TRUE

           IF WRK-CADASTRO-CTA-PRESENTE
              SET  WRK-CN-ARQCTA01     TO TRUE
              CLOSE ARQCTA01
              IF NOT WRK-FS-CTA01-OK
                 MOVE WRK-FS-ARQCTA01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF

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

           MOVE ACU-LIDOS-ARQRCP01     TO WRK-MASK-QTDE
           DISPLAY '**************************************************'
           DISPLAY '* QTDE DE ALIQUOTAS LIDAS    : ' WRK-MASK-QTDE  '*'
           MOVE ACU-LIDOS-ARQPSD01     TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE POSICOES LIDAS     : ' WRK-MASK-QTDE  '*'
           MOVE ACU-CONTAS-APURADAS    TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE CONTAS APURADAS    : ' WRK-MASK-QTDE  '*'
           MOVE ACU-CONTAS-SEM-TAXA    TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE CONTAS SEM TAXA    : ' WRK-MASK-QTDE  '*'
           MOVE ACU-LIDOS-ARQSLD01     TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE SALDOS LIDOS       : ' WRK-MASK-QTDE  '*'
           MOVE ACU-MOEDAS-DIVERGENTES TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE MOEDAS DIVERGENTES : ' WRK-MASK-QTDE  '*'
           MOVE TOT-VAL-EXIGIDO        TO WRK-MASK-VALOR
           DISPLAY '* RECOLHIMENTO EXIGIDO : ' WRK-MASK-VALOR
           DISPLAY '*                                                *'
           DISPLAY '* ' WRK-PROGRAMA ' FIM NORMAL                    *'
           DISPLAY '**************************************************'

           PERFORM 9900-FIM-PROGRAMA
           .
      *----------------------------------------------------------------*
       4000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    DEMONSTRATIVO: RECOLHIMENTO POR CATEGORIA, CONCILIACAO POR  *
      *    MOEDA COM O FECHAMENTO E RESUMO DA APURACAO                 *
      *----------------------------------------------------------------*
       4800-GRAVAR-DEMONSTRATIVO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-DAT-INICIO-R       TO WRK-CAB1-DAT-INICIO
           MOVE WRK-DAT-FIM-R          TO WRK-CAB1-DAT-FIM
           MOVE WRK-DIAS-PERIODO       TO WRK-CAB1-DIAS
           MOVE WRK-CAB1-RELATORIO     TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           PERFORM 4950-GRAVAR-LINHA
           MOVE WRK-CAB2-RELATORIO     TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           PERFORM 4850-GRAVAR-CATEGORIA
              VARYING WRK-CAT-IDX FROM 1 BY 1
              UNTIL WRK-CAT-IDX GREATER 2

           INITIALIZE WRK-DET-CATEGORIA
           MOVE 'TOTAL'                TO WRK-DET-DESCRICAO
           MOVE ACU-CONTAS-APURADAS    TO WRK-DET-CONTAS
           MOVE TOT-VAL-MEDIA          TO WRK-DET-MEDIA
           MOVE TOT-VAL-DEDUCAO        TO WRK-DET-DEDUCAO
           MOVE TOT-VAL-BASE           TO WRK-DET-BASE
           MOVE TOT-VAL-EXIGIDO        TO WRK-DET-EXIGIDO
           PERFORM 4950-GRAVAR-LINHA
           MOVE WRK-DET-CATEGORIA      TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           PERFORM 4950-GRAVAR-LINHA
           MOVE 'CONCILIACAO COM O SALDO DE FECHAMENTO (MOEDA ORIGINAL)'
                                       TO WRK-TIT-SECAO
           MOVE WRK-TIT-SECAO          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           IF NOT WRK-FIM-NO-FECHAMENTO
              MOVE '* FIM ANTES DO FECHAMENTO - DIFERENCA = MOVIMENTO'
                                       TO WRK-TIT-SECAO
              MOVE WRK-TIT-SECAO       TO WRK-LINHA-IMPRESSAO
              PERFORM 4950-GRAVAR-LINHA
           END-IF

           MOVE WRK-CAB3-RELATORIO     TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           PERFORM 4870-GRAVAR-CONCILIACAO
              VARYING WRK-CNC-IDX FROM 1 BY 1
              UNTIL WRK-CNC-IDX GREATER WRK-CNC-QTDE

           PERFORM 4950-GRAVAR-LINHA
           MOVE 'RESUMO DA APURACAO'   TO WRK-TIT-SECAO
           MOVE WRK-TIT-SECAO          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'POSICOES DIARIAS LIDAS'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-LIDOS-ARQPSD01     TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'POSICOES FORA DO MES DO PERIODO'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-POSICOES-FORA-MES  TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'CONTAS APURADAS'      TO WRK-RES-DESCRICAO
           MOVE ACU-CONTAS-APURADAS    TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'CONTAS SEM CADASTRO (A VISTA)'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-CONTAS-SEM-CADASTRO
                                       TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'CONTAS EM MOEDA SEM TAXA (FORA DA BASE)'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-CONTAS-SEM-TAXA    TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'DIAS-CONTA DEVEDORES (BASE ZERO)'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-DIAS-DEVEDORES     TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'LINHAS DE ALIQUOTA IGNORADAS'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-ALIQUOTAS-IGNORADAS
                                       TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'MOEDAS COM CONCILIACAO DIVERGENTE'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-MOEDAS-DIVERGENTES TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO
           .
      *----------------------------------------------------------------*
       4800-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CALCULA E IMPRIME O RECOLHIMENTO DE UMA CATEGORIA: BASE     *
      *    MEDIA MENOS A DEDUCAO (NAO NEGATIVA) VEZES A ALIQUOTA       *
      *----------------------------------------------------------------*
       4850-GRAVAR-CATEGORIA SECTION.
      *----------------------------------------------------------------*
      *
           COMPUTE WRK-CAT-VAL-MEDIA (WRK-CAT-IDX) ROUNDED =
                   WRK-CAT-SOMA-DIARIA (WRK-CAT-IDX) / WRK-DIAS-PERIODO

           COMPUTE WRK-CAT-VAL-BASE (WRK-CAT-IDX) =
                   WRK-CAT-VAL-MEDIA (WRK-CAT-IDX)
                 - WRK-CAT-VAL-DEDUCAO (WRK-CAT-IDX)

           IF WRK-CAT-VAL-BASE (WRK-CAT-IDX) LESS ZEROS
              MOVE ZEROS               TO WRK-CAT-VAL-BASE (WRK-CAT-IDX)
           END-IF

           COMPUTE WRK-CAT-VAL-EXIGIDO (WRK-CAT-IDX) ROUNDED =
                   WRK-CAT-VAL-BASE (WRK-CAT-IDX)
                 * WRK-CAT-PCT-ALIQUOTA (WRK-CAT-IDX) / 100

           ADD WRK-CAT-VAL-MEDIA (WRK-CAT-IDX)   TO TOT-VAL-MEDIA
           ADD WRK-CAT-VAL-DEDUCAO (WRK-CAT-IDX) TO TOT-VAL-DEDUCAO
           ADD WRK-CAT-VAL-BASE (WRK-CAT-IDX)    TO TOT-VAL-BASE
           ADD WRK-CAT-VAL-EXIGIDO (WRK-CAT-IDX) TO TOT-VAL-EXIGIDO

           MOVE WRK-CAT-DESCRICAO (WRK-CAT-IDX)
                                       TO WRK-DET-DESCRICAO
           MOVE WRK-CAT-QTDE-CONTAS (WRK-CAT-IDX)
                                       TO WRK-DET-CONTAS
           MOVE WRK-CAT-VAL-MEDIA (WRK-CAT-IDX)
                                       TO WRK-DET-MEDIA
           MOVE WRK-CAT-VAL-DEDUCAO (WRK-CAT-IDX)
                                       TO WRK-DET-DEDUCAO
           MOVE WRK-CAT-VAL-BASE (WRK-CAT-IDX)
                                       TO WRK-DET-BASE
           MOVE WRK-CAT-PCT-ALIQUOTA (WRK-CAT-IDX)
                                       TO WRK-DET-ALIQUOTA
           MOVE WRK-CAT-VAL-EXIGIDO (WRK-CAT-IDX)
                                       TO WRK-DET-EXIGIDO

           IF WRK-CAT-COM-ALIQUOTA (WRK-CAT-IDX)
              MOVE SPACES              TO WRK-DET-OBSERVACAO
           ELSE
              MOVE '(*)'               TO WRK-DET-OBSERVACAO
              DISPLAY '* ATENCAO: CATEGORIA SEM ALIQUOTA EM VIGENCIA - '
                      WRK-CAT-CODIGO (WRK-CAT-IDX)
           END-IF

           MOVE WRK-DET-CATEGORIA      TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       4850-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    IMPRIME A CONCILIACAO DE UMA MOEDA; NO FECHAMENTO DO MES    *
      *    QUALQUER DIFERENCA E DIVERGENCIA                            *
      *----------------------------------------------------------------*
       4870-GRAVAR-CONCILIACAO SECTION.
      *----------------------------------------------------------------*
      *
           COMPUTE WRK-CNC-DIFERENCA =
                   WRK-CNC-VAL-PSD (WRK-CNC-IDX)
                 - WRK-CNC-VAL-SLD (WRK-CNC-IDX)

           MOVE WRK-CNC-MOEDA (WRK-CNC-IDX)    TO WRK-DCN-MOEDA
           MOVE WRK-CNC-QTDE-PSD (WRK-CNC-IDX) TO WRK-DCN-QTDE-PSD
           MOVE WRK-CNC-VAL-PSD (WRK-CNC-IDX)  TO WRK-DCN-VAL-PSD
           MOVE WRK-CNC-QTDE-SLD (WRK-CNC-IDX) TO WRK-DCN-QTDE-SLD
           MOVE WRK-CNC-VAL-SLD (WRK-CNC-IDX)  TO WRK-DCN-VAL-SLD
           MOVE WRK-CNC-DIFERENCA              TO WRK-DCN-DIFERENCA

           IF WRK-CNC-DIFERENCA EQUAL ZEROS
              MOVE 'CONFERE'           TO WRK-DCN-SITUACAO
           ELSE
              IF WRK-FIM-NO-FECHAMENTO
                 MOVE 'DIVERGENTE'     TO WRK-DCN-SITUACAO
                 ADD 1 TO ACU-MOEDAS-DIVERGENTES
              ELSE
                 MOVE 'MOVIMENTO'      TO WRK-DCN-SITUACAO
              END-IF
           END-IF

           MOVE WRK-DET-CONCILIACAO    TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       4870-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       4900-GRAVAR-RESUMO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       4900-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE GRAVACAO DE UMA LINHA NO DEMONSTRATIVO            *
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
      *    LOCALIZA A TAXA DA MOEDA WRK-PRC-MOEDA (WRK-TAX-IDX ALEM DA *
      *    QTDE = MOEDA SEM TAXA)                                      *
      *----------------------------------------------------------------*
       5100-PROCURAR-TAXA SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 1 TO WRK-TAX-IDX

           PERFORM 5110-PROXIMA-TAXA
              UNTIL WRK-TAX-IDX GREATER WRK-TAX-QTDE
                 OR WRK-TAX-COD-MOEDA (WRK-TAX-IDX) EQUAL WRK-PRC-MOEDA
           .
      *----------------------------------------------------------------*
       5100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       5110-PROXIMA-TAXA SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-TAX-IDX
           .
      *----------------------------------------------------------------*
       5110-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LOCALIZA A MOEDA WRK-PRC-MOEDA NA TABELA DE CONCILIACAO,    *
      *    INCLUINDO-A SE FOR NOVA (WRK-CNC-IDX ALEM DA QTDE = TABELA  *
      *    CHEIA)                                                      *
      *----------------------------------------------------------------*
       5200-PROCURAR-MOEDA-CNC SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 1 TO WRK-CNC-IDX

           PERFORM 5210-PROXIMA-MOEDA-CNC
              UNTIL WRK-CNC-IDX GREATER WRK-CNC-QTDE
                 OR WRK-CNC-MOEDA (WRK-CNC-IDX) EQUAL WRK-PRC-MOEDA

           IF WRK-CNC-IDX GREATER WRK-CNC-QTDE
              IF WRK-CNC-QTDE LESS 20
                 ADD 1 TO WRK-CNC-QTDE
                 MOVE WRK-PRC-MOEDA    TO WRK-CNC-MOEDA (WRK-CNC-QTDE)
                 MOVE ZEROS   TO WRK-CNC-QTDE-PSD (WRK-CNC-QTDE)
                                     WRK-CNC-VAL-PSD (WRK-CNC-QTDE)
                                     WRK-CNC-QTDE-SLD (WRK-CNC-QTDE)
                                     WRK-CNC-VAL-SLD (WRK-CNC-QTDE)
              ELSE
                 DISPLAY '* ATENCAO: TABELA DE MOEDAS CHEIA (20) - '
                         WRK-PRC-MOEDA ' FORA DA CONCILIACAO'
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       5200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       5210-PROXIMA-MOEDA-CNC SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-CNC-IDX
           .
      *----------------------------------------------------------------*
       5210-99-FIM.
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
           MOVE ACU-LIDOS-ARQPSD01
                                  TO ERRO01-QTDE-LIDOS
           MOVE ACU-GRAVA-ARQSAI01
                                  TO ERRO01-QTDE-GRAVADOS
           MOVE WRK-GRP-PSD-CHAVE TO ERRO01-ULT-CHAVE

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
