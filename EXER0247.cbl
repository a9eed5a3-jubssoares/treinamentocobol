      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0247.
       AUTHOR.     JULIANA SOARES.
      *================================================================*
      *    PROGRAMA....: EXER0247                                      *
      *    PROGRAMADOR.: JULIANA SOARES                                *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   CONSOLIDACAO CONTABIL DIARIA. LE OS         *
      *                    LANCAMENTOS DE ORIGEM DOS PROCESSOS DO      *
      *                    BOOK:                                       *
      *                    - CTB02105 (CONCATENADOS): REAVALIACAO      *
      *                      CAMBIAL (EXER0219), JUROS CREDITADOS E    *
      *                      IRRF (EXER0210), TARIFAS (EXER0216),      *
      *                      JUROS APROPRIADOS (EXER0309) E PROVISAO   *
      *                      (EXER0310), UM LANCAMENTO POR EVENTO,     *
      *                      NATUREZA E MOEDA;                         *
      *                    - CTB03105: BAIXA PARA PREJUIZO (EXER0311), *
      *                      JA LANCADA A DEBITO E A CREDITO.          *
      *                    CADA EVENTO E CONVERTIDO EM PARTIDA DOBRADA *
      *                    PELA TABELA EVENTO X CONTAS (EVC02247),     *
      *                    COM AS CONTAS VALIDADAS NO PLANO DE CONTAS  *
      *                    (PCT02247), E GRAVADO NO ARQUIVO PADRAO DE  *
      *                    LANCAMENTOS DO RAZAO GERAL (LCT02247).      *
      *                    PROVA DEBITOS = CREDITOS POR DATA/EVENTO/   *
      *                    MOEDA E POR DATA/MOEDA, ATUALIZA OS SALDOS  *
      *                    POR CONTA E MOEDA (SCT02247, GERACAO NOVA   *
      *                    A CADA RODADA) E EMITE O BALANCETE.         *
      *                    O ARQUIVO DE LANCAMENTOS E REGISTRADO (QTDE *
      *                    E SOMA DOS VALORES) NO REGISTRO DE ARQUIVOS *
      *                    ENVIADOS (EXER0618), EXCETO NO FECHAMENTO   *
      *                    INTERROMPIDO.                               *
      *                    DATA/EVENTO/MOEDA JA CONTABILIZADOS EM      *
      *                    RODADA ANTERIOR (CONTROLE CCT02247) SAO     *
      *                    IGNORADOS; LANCAMENTOS COM DATA POSTERIOR A *
      *                    DE REFERENCIA FICAM PENDENTES PARA A RODADA *
      *                    DA DATA.                                    *
      *                    EVENTO SEM MAPEAMENTO, CONTA INEXISTENTE OU *
      *                    INATIVA, VALOR INVALIDO OU PROVA DIVERGENTE *
      *                    INTERROMPEM O FECHAMENTO: NENHUM LANCAMENTO *
      *                    E GRAVADO, O CONTROLE NAO E ATUALIZADO E OS *
      *                    SALDOS ANTERIORES SAO REPETIDOS NA GERACAO  *
      *                    NOVA.                                       *
      *                    RC 08 = CARTAO INVALIDO OU FECHAMENTO       *
      *                            INTERROMPIDO                        *
      *----------------------------------------------------------------*
      *    CARTAO (ARQPARM): COLS 1-8   DATA DE REFERENCIA (AAAAMMDD)  *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQPARM  (CARTAO DE PARAMETROS)           -               *
      *      ARQPCT01 (PLANO DE CONTAS)                PCT02247        *
      *      ARQEVC01 (EVENTO X CONTAS)                EVC02247        *
      *      ARQCCT01 (CONTROLE, ACUMULATIVO, OPC.)    CCT02247        *
      *      ARQSCT01 (SALDOS ANTERIORES, OPCIONAL)    SCT02247        *
      *      ARQCTB01 (LANCAMENTOS DE ORIGEM)          CTB02105        *
      *      ARQCTB03 (BAIXAS PARA PREJUIZO)           CTB03105        *
      *      ARQLCT01 (LANCAMENTOS DO RAZAO GERAL)     LCT02247        *
      *      ARQSCT02 (SALDOS ATUALIZADOS)             SCT02247        *
      *      ARQSAI01 (PROVA E BALANCETE)              -               *
      *      ARQTRM01 (REGISTRO DE ARQUIVOS ENVIADOS)  TRM06118        *
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

           SELECT ARQPCT01 ASSIGN      TO UT-S-ARQPCT01
                      FILE STATUS      IS WRK-FS-ARQPCT01.

           SELECT ARQEVC01 ASSIGN      TO UT-S-ARQEVC01
                      FILE STATUS      IS WRK-FS-ARQEVC01.

           SELECT OPTIONAL ARQCCT01 ASSIGN TO UT-S-ARQCCT01
                      FILE STATUS      IS WRK-FS-ARQCCT01.

           SELECT OPTIONAL ARQSCT01 ASSIGN TO UT-S-ARQSCT01
                      FILE STATUS      IS WRK-FS-ARQSCT01.

           SELECT ARQCTB01 ASSIGN      TO UT-S-ARQCTB01
                      FILE STATUS      IS WRK-FS-ARQCTB01.

           SELECT ARQCTB03 ASSIGN      TO UT-S-ARQCTB03
                      FILE STATUS      IS WRK-FS-ARQCTB03.

           SELECT ARQLCT01 ASSIGN      TO UT-S-ARQLCT01
                      FILE STATUS      IS WRK-FS-ARQLCT01.

           SELECT ARQSCT02 ASSIGN      TO UT-S-ARQSCT02
                      FILE STATUS      IS WRK-FS-ARQSCT02.

           SELECT ARQSAI01 ASSIGN      TO UT-S-ARQSAI01
                      FILE STATUS      IS WRK-FS-ARQSAI01.

           SELECT OPTIONAL ARQTRM01 ASSIGN TO UT-S-ARQTRM01
                      FILE STATUS      IS WRK-FS-ARQTRM01.

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
      *   INPUT:      PLANO DE CONTAS                                  *
      *               ORG. SEQUENCIAL   -   LRECL = 080                *
      *----------------------------------------------------------------*

       FD  ARQPCT01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQPCT01             PIC X(080).

      *----------------------------------------------------------------*
      *   INPUT:      TABELA DE EVENTO CONTABIL X CONTAS               *
      *               ORG. SEQUENCIAL   -   LRECL = 080                *
      *----------------------------------------------------------------*

       FD  ARQEVC01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQEVC01             PIC X(080).

      *----------------------------------------------------------------*
      *   INPUT/OUTPUT: CONTROLE DE DATA/EVENTO/MOEDA JA LANCADOS      *
      *               (ACUMULATIVO - LIDO NO INICIO, ESTENDIDO NO FIM) *
      *               ORG. SEQUENCIAL   -   LRECL = 050                *
      *----------------------------------------------------------------*

       FD  ARQCCT01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQCCT01             PIC X(050).

      *----------------------------------------------------------------*
      *   INPUT:      SALDOS POR CONTA E MOEDA DA RODADA ANTERIOR      *
      *               ORG. SEQUENCIAL   -   LRECL = 040                *
      *----------------------------------------------------------------*

       FD  ARQSCT01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQSCT01             PIC X(040).

      *----------------------------------------------------------------*
      *   INPUT:      LANCAMENTOS DE ORIGEM POR EVENTO E MOEDA         *
      *               ORG. SEQUENCIAL   -   LRECL = 049                *
      *----------------------------------------------------------------*

       FD  ARQCTB01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQCTB01             PIC X(049).

      *----------------------------------------------------------------*
      *   INPUT:      LANCAMENTOS DA BAIXA PARA PREJUIZO (CTB03105)    *
      *               ORG. SEQUENCIAL   -   LRECL = 062                *
      *----------------------------------------------------------------*

       FD  ARQCTB03
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQCTB03.
           05 FD-ARQCTB03-DAT-LANCAMENTO
                                  PIC 9(008).
           05 FD-ARQCTB03-COD-EVENTO
                                  PIC X(003).
           05 FD-ARQCTB03-TIP-LANCAMENTO
                                  PIC X(001).
           05 FD-ARQCTB03-COD-CONTA
                                  PIC X(008).
           05 FD-ARQCTB03-VAL-LANCAMENTO
                                  PIC S9(013)V99 COMP-3.
           05 FD-ARQCTB03-CHAVE-EMPREST
                                  PIC 9(009).
           05 FD-ARQCTB03-DES-HISTORICO
                                  PIC X(025).

      *----------------------------------------------------------------*
      *   OUTPUT:     LANCAMENTOS PADRAO DO RAZAO GERAL                *
      *               ORG. SEQUENCIAL   -   LRECL = 090                *
      *----------------------------------------------------------------*

       FD  ARQLCT01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQLCT01             PIC X(090).

      *----------------------------------------------------------------*
      *   OUTPUT:     SALDOS POR CONTA E MOEDA ATUALIZADOS             *
      *               ORG. SEQUENCIAL   -   LRECL = 040                *
      *----------------------------------------------------------------*

       FD  ARQSCT02
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQSCT02             PIC X(040).

      *----------------------------------------------------------------*
      *   OUTPUT:     RELATORIO DE PROVA E BALANCETE                   *
      *               ORG. SEQUENCIAL   -   LRECL = 132                *
      *----------------------------------------------------------------*

       FD  ARQSAI01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQSAI01             PIC X(132).

      *----------------------------------------------------------------*
      *   OUTPUT:     REGISTRO DE ARQUIVOS ENVIADOS A PARCEIROS        *
      *               (ACRESCIMO, LIDO PELO MONITOR EXER0618)          *
      *               ORG. SEQUENCIAL   -   LRECL = 120                *
      *----------------------------------------------------------------*

       FD  ARQTRM01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQTRM01             PIC X(120).

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
             'EXER0247 - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC  X(008) VALUE 'EXER0247'.
       77 WRK-ERRO2000            PIC  X(008) VALUE 'ERRO2000'.
       77 WRK-MASK-QTDE           PIC  ZZZ.ZZ9.
       77 WRK-NUM-LANCAMENTO      PIC  9(007) VALUE ZEROS.
       77 WRK-CONTA-TESTE         PIC  X(008) VALUE SPACES.
       77 WRK-VAL-SALDO-ATUAL     PIC S9(015)V99 COMP-3 VALUE +0.
      *
       01 WRK-SW-ORIGEM           PIC  X(001) VALUE SPACES.
          88 WRK-ORIGEM-ACEITA                VALUE 'A'.
          88 WRK-ORIGEM-REJEITADA             VALUE 'R'.
          88 WRK-ORIGEM-PENDENTE              VALUE 'P'.
          88 WRK-ORIGEM-JA-LANCADA            VALUE 'J'.
      *
       01 WRK-SW-FECHAMENTO       PIC  X(001) VALUE 'S'.
          88 WRK-FECHAMENTO-LIBERADO          VALUE 'S'.
          88 WRK-FECHAMENTO-INTERROMPIDO      VALUE 'N'.
      *
       01 WRK-PARM-REGISTRO.
          05 WRK-PARM-DAT-REFERENCIA
                                  PIC  9(008) VALUE ZEROS.
          05 FILLER               PIC  X(072) VALUE SPACES.
      *
       01 WRK-DAT-REFERENCIA      PIC  9(008) VALUE ZEROS.
       01 WRK-DAT-REFERENCIA-R    REDEFINES WRK-DAT-REFERENCIA.
          05 WRK-REF-ANO          PIC  9(004).
          05 WRK-REF-MES          PIC  9(002).
          05 WRK-REF-DIA          PIC  9(002).
      *
       01 WRK-DAT-FORMATAR        PIC  9(008) VALUE ZEROS.
       01 WRK-DAT-FORMATAR-R      REDEFINES WRK-DAT-FORMATAR.
          05 WRK-FMT-ANO          PIC  9(004).
          05 WRK-FMT-MES          PIC  9(002).
          05 WRK-FMT-DIA          PIC  9(002).
       01 WRK-DAT-FORMATADA       PIC  X(010) VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    LANCAMENTO DE ORIGEM CORRENTE (CTB02105 OU CTB03105) E      *
      *    PERNA DA PARTIDA A INCLUIR                                  *
      *----------------------------------------------------------------*
       01 WRK-ORI-LANCAMENTO.
          05 WRK-ORI-ARQUIVO      PIC  X(008) VALUE SPACES.
          05 WRK-ORI-DAT-LANCAMENTO
                                  PIC  X(008) VALUE SPACES.
          05 WRK-ORI-DAT-NUM      REDEFINES WRK-ORI-DAT-LANCAMENTO
                                  PIC  9(008).
          05 WRK-ORI-COD-EVENTO   PIC  X(008) VALUE SPACES.
          05 WRK-ORI-NATUREZA     PIC  X(001) VALUE SPACES.
          05 WRK-ORI-NAT-CHAVE    PIC  X(001) VALUE SPACES.
          05 WRK-ORI-COD-MOEDA    PIC  X(003) VALUE SPACES.
          05 WRK-ORI-MOEDA-LANC   PIC  X(003) VALUE SPACES.
          05 WRK-ORI-VAL-LANCAMENTO
                                  PIC S9(015)V99 COMP-3 VALUE +0.
          05 WRK-ORI-CONTA-DEBITO PIC  X(008) VALUE SPACES.
          05 WRK-ORI-CONTA-CREDITO
                                  PIC  X(008) VALUE SPACES.
          05 WRK-ORI-CHAVE-ORIGEM PIC  9(009) VALUE ZEROS.
          05 WRK-ORI-DES-HISTORICO
                                  PIC  X(025) VALUE SPACES.
          05 WRK-ORI-MOTIVO       PIC  X(030) VALUE SPACES.
          05 WRK-ORI-CONTA-MOTIVO PIC  X(008) VALUE SPACES.
      *
       01 WRK-PRN-TIP-LANCAMENTO  PIC  X(001) VALUE SPACES.
       01 WRK-PRN-COD-CONTA       PIC  X(008) VALUE SPACES.
      *
       01 WRK-ACUMULADORES.
           03 ACU-LIDOS-ARQPCT01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQEVC01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQCCT01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQSCT01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQCTB01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQCTB03     PIC 9(007) VALUE ZEROS.
           03 ACU-ACEITOS            PIC 9(007) VALUE ZEROS.
           03 ACU-REJEITADOS         PIC 9(007) VALUE ZEROS.
           03 ACU-SEM-MAPEAMENTO     PIC 9(007) VALUE ZEROS.
           03 ACU-PENDENTES          PIC 9(007) VALUE ZEROS.
           03 ACU-JA-LANCADOS        PIC 9(007) VALUE ZEROS.
           03 ACU-DIVERGENCIAS       PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQLCT01     PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQSCT02     PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQCCT01     PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQSAI01     PIC 9(007) VALUE ZEROS.
           03 ACU-HASH-ARQLCT01      PIC 9(015)V99 VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    TABELA DO PLANO DE CONTAS                                   *
      *----------------------------------------------------------------*
       77 WRK-PCT-QTDE            PIC 9(004) VALUE ZEROS.
       77 WRK-PCT-IDX             PIC 9(004) VALUE ZEROS.
       01 WRK-PCT-TABELA.
          05 WRK-PCT-LINHA        OCCURS 1000 TIMES.
             10 WRK-PCT-COD-CONTA PIC X(008).
             10 WRK-PCT-DES-CONTA PIC X(040).
             10 WRK-PCT-SIT-CONTA PIC X(001).
                88 WRK-PCT-ATIVA              VALUE 'A'.
      *
      *----------------------------------------------------------------*
      *    TABELA DE EVENTO X CONTAS                                   *
      *----------------------------------------------------------------*
       77 WRK-EVC-QTDE            PIC 9(004) VALUE ZEROS.
       77 WRK-EVC-IDX             PIC 9(004) VALUE ZEROS.
       01 WRK-EVC-TABELA.
          05 WRK-EVC-LINHA        OCCURS 300 TIMES.
             10 WRK-EVC-CHAVE.
                15 WRK-EVC-COD-EVENTO
                                  PIC X(008).
                15 WRK-EVC-NATUREZA
                                  PIC X(001).
             10 WRK-EVC-CONTA-DEBITO
                                  PIC X(008).
             10 WRK-EVC-CONTA-CREDITO
                                  PIC X(008).
             10 WRK-EVC-IND-MOEDA PIC X(001).
                88 WRK-EVC-VALOR-EM-BRL       VALUE 'B'.
      *
       01 WRK-EVC-CHAVE-PESQ.
          05 WRK-EVP-COD-EVENTO   PIC X(008) VALUE SPACES.
          05 WRK-EVP-NATUREZA     PIC X(001) VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    TABELA DO CONTROLE DE DATA/EVENTO/MOEDA JA LANCADOS (CCT)   *
      *    E DOS LANCADOS NESTA RODADA (NOV)                           *
      *----------------------------------------------------------------*
       77 WRK-CCT-QTDE            PIC 9(004) VALUE ZEROS.
       77 WRK-CCT-IDX             PIC 9(004) VALUE ZEROS.
       01 WRK-CCT-TABELA.
          05 WRK-CCT-LINHA        OCCURS 9000 TIMES.
             10 WRK-CCT-CHAVE     PIC X(019).
      *
       77 WRK-NOV-QTDE            PIC 9(004) VALUE ZEROS.
       77 WRK-NOV-IDX             PIC 9(004) VALUE ZEROS.
       01 WRK-NOV-TABELA.
          05 WRK-NOV-LINHA        OCCURS 1000 TIMES.
             10 WRK-NOV-CHAVE.
                15 WRK-NOV-DAT-LANCAMENTO
                                  PIC 9(008).
                15 WRK-NOV-COD-EVENTO
                                  PIC X(008).
                15 WRK-NOV-COD-MOEDA
                                  PIC X(003).
             10 WRK-NOV-QTD-LANCAMENTOS
                                  PIC 9(007).
             10 WRK-NOV-VAL-DEBITOS
                                  PIC S9(015)V99 COMP-3.
      *
       01 WRK-CTL-CHAVE-PESQ.
          05 WRK-CTP-DAT-LANCAMENTO
                                  PIC 9(008) VALUE ZEROS.
          05 WRK-CTP-COD-EVENTO   PIC X(008) VALUE SPACES.
          05 WRK-CTP-COD-MOEDA    PIC X(003) VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    TABELA DAS PERNAS DAS PARTIDAS ACEITAS NA RODADA            *
      *----------------------------------------------------------------*
       77 WRK-PRN-QTDE            PIC 9(004) VALUE ZEROS.
       77 WRK-PRN-IDX             PIC 9(004) VALUE ZEROS.
       01 WRK-PRN-TABELA.
          05 WRK-PRN-LINHA        OCCURS 4000 TIMES.
             10 WRK-PRN-DAT-LANCAMENTO
                                  PIC 9(008).
             10 WRK-PRN-NUM-LANCAMENTO
                                  PIC 9(007).
             10 WRK-PRN-COD-EVENTO
                                  PIC X(008).
             10 WRK-PRN-TIPO      PIC X(001).
                88 WRK-PRN-DEBITO             VALUE 'D'.
             10 WRK-PRN-CONTA     PIC X(008).
             10 WRK-PRN-MOEDA     PIC X(003).
             10 WRK-PRN-VALOR     PIC S9(015)V99 COMP-3.
             10 WRK-PRN-CHAVE-ORIGEM
                                  PIC 9(009).
             10 WRK-PRN-HISTORICO PIC X(025).
      *
      *----------------------------------------------------------------*
      *    TABELAS DA PROVA DE PARTIDAS DOBRADAS: POR DATA/EVENTO/     *
      *    MOEDA (PEV) E POR DATA/MOEDA (PDI)                          *
      *----------------------------------------------------------------*
       77 WRK-PEV-QTDE            PIC 9(004) VALUE ZEROS.
       77 WRK-PEV-IDX             PIC 9(004) VALUE ZEROS.
       01 WRK-PEV-TABELA.
          05 WRK-PEV-LINHA        OCCURS 1000 TIMES.
             10 WRK-PEV-CHAVE.
                15 WRK-PEV-DAT-LANCAMENTO
                                  PIC 9(008).
                15 WRK-PEV-COD-EVENTO
                                  PIC X(008).
                15 WRK-PEV-COD-MOEDA
                                  PIC X(003).
             10 WRK-PEV-VAL-DEBITOS
                                  PIC S9(015)V99 COMP-3.
             10 WRK-PEV-VAL-CREDITOS
                                  PIC S9(015)V99 COMP-3.
      *
       77 WRK-PDI-QTDE            PIC 9(004) VALUE ZEROS.
       77 WRK-PDI-IDX             PIC 9(004) VALUE ZEROS.
       01 WRK-PDI-TABELA.
          05 WRK-PDI-LINHA        OCCURS 500 TIMES.
             10 WRK-PDI-CHAVE.
                15 WRK-PDI-DAT-LANCAMENTO
                                  PIC 9(008).
                15 WRK-PDI-COD-MOEDA
                                  PIC X(003).
             10 WRK-PDI-VAL-DEBITOS
                                  PIC S9(015)V99 COMP-3.
             10 WRK-PDI-VAL-CREDITOS
                                  PIC S9(015)V99 COMP-3.
      *
      *----------------------------------------------------------------*
      *    TABELA DOS SALDOS POR CONTA E MOEDA, EM ORDEM CRESCENTE     *
      *----------------------------------------------------------------*
       77 WRK-SAL-QTDE            PIC 9(004) VALUE ZEROS.
       77 WRK-SAL-IDX             PIC 9(004) VALUE ZEROS.
       77 WRK-SAL-AUX             PIC 9(004) VALUE ZEROS.
       01 WRK-SAL-TABELA.
          05 WRK-SAL-LINHA        OCCURS 2000 TIMES.
             10 WRK-SAL-CHAVE.
                15 WRK-SAL-COD-CONTA
                                  PIC X(008).
                15 WRK-SAL-COD-MOEDA
                                  PIC X(003).
             10 WRK-SAL-VAL-ANTERIOR
                                  PIC S9(015)V99 COMP-3.
             10 WRK-SAL-VAL-DEBITOS
                                  PIC S9(015)V99 COMP-3.
             10 WRK-SAL-VAL-CREDITOS
                                  PIC S9(015)V99 COMP-3.
      *
       01 WRK-SAL-CHAVE-PESQ.
          05 WRK-SLP-COD-CONTA    PIC X(008) VALUE SPACES.
          05 WRK-SLP-COD-MOEDA    PIC X(003) VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    AREA DO RELATORIO                                           *
      *----------------------------------------------------------------*
       01 WRK-CAB1-RELATORIO.
          05 FILLER               PIC X(046) VALUE
             'CONSOLIDACAO CONTABIL - RAZAO GERAL - REFER. '.
          05 WRK-CAB1-DATA        PIC X(010) VALUE SPACES.
          05 FILLER               PIC X(076) VALUE SPACES.

       01 WRK-CAB-TITULO.
          05 FILLER               PIC X(003) VALUE '== '.
          05 WRK-CAB-TIT-TEXTO    PIC X(060) VALUE SPACES.
          05 FILLER               PIC X(069) VALUE SPACES.

       01 WRK-CAB-REJEITADO.
          05 FILLER               PIC X(042) VALUE
             'ORIGEM    DATA        EVENTO    N MOEDA'.
          05 FILLER               PIC X(042) VALUE
             '         VALOR   CONTA     MOTIVO'.
          05 FILLER               PIC X(048) VALUE SPACES.

       01 WRK-DET-REJEITADO.
          05 WRK-DRJ-ARQUIVO      PIC X(008).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DRJ-DATA         PIC X(010).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DRJ-EVENTO       PIC X(008).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DRJ-NATUREZA     PIC X(001).
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DRJ-MOEDA        PIC X(003).
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DRJ-VALOR        PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DRJ-CONTA        PIC X(008).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DRJ-MOTIVO       PIC X(030).
          05 FILLER               PIC X(033) VALUE SPACES.

       01 WRK-CAB-PROVA.
          05 FILLER               PIC X(042) VALUE
             'DATA        EVENTO    MOEDA           DEBI'.
          05 FILLER               PIC X(042) VALUE
             'TOS             CREDITOS  SITUACAO'.
          05 FILLER               PIC X(048) VALUE SPACES.

       01 WRK-DET-PROVA.
          05 WRK-DPV-DATA         PIC X(010).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DPV-EVENTO       PIC X(008).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DPV-MOEDA        PIC X(003).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DPV-DEBITOS      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(003) VALUE SPACES.
          05 WRK-DPV-CREDITOS     PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DPV-SITUACAO     PIC X(010).
          05 FILLER               PIC X(054) VALUE SPACES.

       01 WRK-CAB-BALANCETE.
          05 FILLER               PIC X(042) VALUE
             'CONTA     DESCRICAO'.
          05 FILLER               PIC X(042) VALUE
             'MOEDA    SALDO ANTERIOR               DEBI'.
          05 FILLER               PIC X(048) VALUE
             'TOS            CREDITOS         SALDO ATUAL'.

       01 WRK-DET-BALANCETE.
          05 WRK-DBL-CONTA        PIC X(008).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DBL-DESCRICAO    PIC X(030).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DBL-MOEDA        PIC X(003).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DBL-SALDO-ANT    PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DBL-DC-ANT       PIC X(001).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DBL-DEBITOS      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DBL-CREDITOS     PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DBL-SALDO-ATUAL  PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DBL-DC-ATUAL     PIC X(001).
          05 FILLER               PIC X(003) VALUE SPACES.

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
          05 WRK-FS-ARQPCT01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-PCT01-OK               VALUE '00'.
             88 WRK-FS-PCT01-FIM              VALUE '10'.
          05 WRK-FS-ARQEVC01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-EVC01-OK               VALUE '00'.
             88 WRK-FS-EVC01-FIM              VALUE '10'.
          05 WRK-FS-ARQCCT01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-CCT01-OK               VALUE '00'.
             88 WRK-FS-CCT01-FIM              VALUE '10'.
             88 WRK-FS-CCT01-INEXISTENTE      VALUE '05' '35'.
          05 WRK-FS-ARQSCT01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SCT01-OK               VALUE '00'.
             88 WRK-FS-SCT01-FIM              VALUE '10'.
             88 WRK-FS-SCT01-INEXISTENTE      VALUE '05' '35'.
          05 WRK-FS-ARQCTB01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-CTB01-OK               VALUE '00'.
             88 WRK-FS-CTB01-FIM              VALUE '10'.
          05 WRK-FS-ARQCTB03      PIC  X(002) VALUE SPACES.
             88 WRK-FS-CTB03-OK               VALUE '00'.
             88 WRK-FS-CTB03-FIM              VALUE '10'.
          05 WRK-FS-ARQLCT01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-LCT01-OK               VALUE '00'.
          05 WRK-FS-ARQSCT02      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SCT02-OK               VALUE '00'.
          05 WRK-FS-ARQSAI01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SAI01-OK               VALUE '00'.
          05 WRK-FS-ARQTRM01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-TRM01-OK               VALUE '00' '05'.
          05 WRK-FS-ARQAUD01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-AUD01-OK               VALUE '00'.
          05 WRK-FS-DISPLAY       PIC  X(002) VALUE SPACES.

       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQPARM       VALUE 'ARQPARM '.
          88 WRK-CN-ARQPCT01      VALUE 'ARQPCT01'.
          88 WRK-CN-ARQEVC01      VALUE 'ARQEVC01'.
          88 WRK-CN-ARQCCT01      VALUE 'ARQCCT01'.
          88 WRK-CN-ARQSCT01      VALUE 'ARQSCT01'.
          88 WRK-CN-ARQCTB01      VALUE 'ARQCTB01'.
          88 WRK-CN-ARQCTB03      VALUE 'ARQCTB03'.
          88 WRK-CN-ARQLCT01      VALUE 'ARQLCT01'.
          88 WRK-CN-ARQSCT02      VALUE 'ARQSCT02'.
          88 WRK-CN-ARQSAI01      VALUE 'ARQSAI01'.
          88 WRK-CN-ARQTRM01      VALUE 'ARQTRM01'.
          88 WRK-CN-ARQAUD01      VALUE 'ARQAUD01'.

       77 WRK-COMANDO             PIC  X(007) VALUE SPACES.
          88 WRK-CN-OPEN          VALUE 'OPEN   '.
          88 WRK-CN-CLOSE         VALUE 'CLOSE  '.
          88 WRK-CN-READ          VALUE 'READ   '.
          88 WRK-CN-WRITE         VALUE 'WRITE  '.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DOS BOOKS DOS ARQUIVOS DE ENTRADA E SAIDA'.
      *----------------------------------------------------------------*
      *
           COPY PCT02247.
           COPY EVC02247.
           COPY CCT02247.
           COPY SCT02247.
           COPY CTB02105.
           COPY LCT02247.
           COPY TRM06118.
           COPY AUD00105.
           COPY 'I#ERRO01'.

      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0247 - FIM DA AREA DE WORKING'.
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

           PERFORM 1200-CARREGAR-PLANO

           PERFORM 1300-CARREGAR-EVENTOS

           PERFORM 1400-CARREGAR-CONTROLE

           PERFORM 1500-CARREGAR-SALDOS

           PERFORM 2000-TRATAR-ORIGENS

           PERFORM 3000-PROVAR-PARTIDAS

           IF ACU-REJEITADOS GREATER ZEROS
              OR ACU-DIVERGENCIAS GREATER ZEROS
              SET WRK-FECHAMENTO-INTERROMPIDO TO TRUE
           END-IF

           IF WRK-FECHAMENTO-LIBERADO
              PERFORM 3500-GRAVAR-LANCAMENTOS
              PERFORM 3550-GRAVAR-CONTROLE
           END-IF

           PERFORM 3700-IMPRIMIR-BALANCETE

           PERFORM 3750-GRAVAR-SALDOS

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

           MOVE WRK-PARM-DAT-REFERENCIA
                                       TO WRK-DAT-REFERENCIA

           IF NOT WRK-FS-PARM-OK
              OR WRK-PARM-DAT-REFERENCIA NOT NUMERIC
              OR WRK-REF-ANO EQUAL ZEROS
              OR WRK-REF-MES LESS 01
              OR WRK-REF-MES GREATER 12
              OR WRK-REF-DIA LESS 01
              OR WRK-REF-DIA GREATER 31
              DISPLAY '************************************************'
              DISPLAY '* DATA DE REFERENCIA (COLS 1-8) INVALIDA NO    *'
              DISPLAY '* CARTAO DE PARAMETROS                         *'
              DISPLAY '* PROGRAMA ' WRK-PROGRAMA
                                          ' CANCELADO                *'
              DISPLAY '************************************************'
              MOVE 08 TO RETURN-CODE
              PERFORM 9900-FIM-PROGRAMA
           END-IF

           CLOSE ARQPARM

           SET  WRK-CN-ARQCTB01        TO TRUE
           OPEN INPUT ARQCTB01

           IF NOT WRK-FS-CTB01-OK
              MOVE WRK-FS-ARQCTB01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQCTB03        TO TRUE
           OPEN INPUT ARQCTB03

           IF NOT WRK-FS-CTB03-OK
              MOVE WRK-FS-ARQCTB03     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQLCT01        TO TRUE
           OPEN OUTPUT ARQLCT01

           IF NOT WRK-FS-LCT01-OK
              MOVE WRK-FS-ARQLCT01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQSCT02        TO TRUE
           OPEN OUTPUT ARQSCT02

           IF NOT WRK-FS-SCT02-OK
              MOVE WRK-FS-ARQSCT02     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
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

           MOVE WRK-DAT-REFERENCIA     TO WRK-DAT-FORMATAR
           PERFORM 5800-FORMATAR-DATA
           MOVE WRK-DAT-FORMATADA      TO WRK-CAB1-DATA

           MOVE WRK-CAB1-RELATORIO     TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CARGA DO PLANO DE CONTAS                                    *
      *----------------------------------------------------------------*
       1200-CARREGAR-PLANO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQPCT01        TO TRUE
           OPEN INPUT ARQPCT01

           IF NOT WRK-FS-PCT01-OK
              MOVE WRK-FS-ARQPCT01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 3810-LER-PLANO

           PERFORM 1210-GUARDAR-CONTA
              UNTIL WRK-FS-PCT01-FIM

           SET  WRK-CN-CLOSE           TO TRUE
           CLOSE ARQPCT01
           .
      *----------------------------------------------------------------*
       1200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1210-GUARDAR-CONTA SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-PCT-QTDE NOT LESS 1000
              DISPLAY '* TABELA DO PLANO DE CONTAS ESGOTADA (1000)'
              MOVE 12                  TO RETURN-CODE
              PERFORM 9900-FIM-PROGRAMA
           END-IF

           ADD 1 TO WRK-PCT-QTDE
           MOVE ARQPCT01-COD-CONTA     TO WRK-PCT-COD-CONTA
                                          (WRK-PCT-QTDE)
           MOVE ARQPCT01-DES-CONTA     TO WRK-PCT-DES-CONTA
                                          (WRK-PCT-QTDE)
           MOVE ARQPCT01-SIT-CONTA     TO WRK-PCT-SIT-CONTA
                                          (WRK-PCT-QTDE)

           PERFORM 3810-LER-PLANO
           .
      *----------------------------------------------------------------*
       1210-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CARGA DA TABELA DE EVENTO X CONTAS                          *
      *----------------------------------------------------------------*
       1300-CARREGAR-EVENTOS SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQEVC01        TO TRUE
           OPEN INPUT ARQEVC01

           IF NOT WRK-FS-EVC01-OK
              MOVE WRK-FS-ARQEVC01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 3820-LER-EVENTO

           PERFORM 1310-GUARDAR-EVENTO
              UNTIL WRK-FS-EVC01-FIM

           SET  WRK-CN-CLOSE           TO TRUE
           CLOSE ARQEVC01
           .
      *----------------------------------------------------------------*
       1300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1310-GUARDAR-EVENTO SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-EVC-QTDE NOT LESS 300
              DISPLAY '* TABELA DE EVENTOS ESGOTADA (300)'
              MOVE 12                  TO RETURN-CODE
              PERFORM 9900-FIM-PROGRAMA
           END-IF

           ADD 1 TO WRK-EVC-QTDE
           MOVE ARQEVC01-CHAVE         TO WRK-EVC-CHAVE (WRK-EVC-QTDE)
           MOVE ARQEVC01-CONTA-DEBITO  TO WRK-EVC-CONTA-DEBITO
                                          (WRK-EVC-QTDE)
           MOVE ARQEVC01-CONTA-CREDITO TO WRK-EVC-CONTA-CREDITO
                                          (WRK-EVC-QTDE)
           MOVE ARQEVC01-IND-MOEDA     TO WRK-EVC-IND-MOEDA
                                          (WRK-EVC-QTDE)

           PERFORM 3820-LER-EVENTO
           .
      *----------------------------------------------------------------*
       1310-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CARGA DO CONTROLE DE DATA/EVENTO/MOEDA JA CONTABILIZADOS    *
      *    (AUSENTE NA PRIMEIRA RODADA)                                *
      *----------------------------------------------------------------*
       1400-CARREGAR-CONTROLE SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQCCT01        TO TRUE
           OPEN INPUT ARQCCT01

           IF WRK-FS-CCT01-INEXISTENTE
              SET WRK-FS-CCT01-FIM     TO TRUE
              DISPLAY '* SEM CONTROLE DE LANCAMENTOS ANTERIORES: '
                      'PRIMEIRA RODADA'
           ELSE
              IF NOT WRK-FS-CCT01-OK
                 MOVE WRK-FS-ARQCCT01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
              PERFORM 3830-LER-CONTROLE
           END-IF

           PERFORM 1410-GUARDAR-CONTROLE
              UNTIL WRK-FS-CCT01-FIM

           SET  WRK-CN-CLOSE           TO TRUE
           CLOSE ARQCCT01
           .
      *----------------------------------------------------------------*
       1400-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1410-GUARDAR-CONTROLE SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-CCT-QTDE NOT LESS 9000
              DISPLAY '* TABELA DO CONTROLE DE LANCAMENTOS ESGOTADA '
                      '(9000)'
              MOVE 12                  TO RETURN-CODE
              PERFORM 9900-FIM-PROGRAMA
           END-IF

           ADD 1 TO WRK-CCT-QTDE
           MOVE ARQCCT01-CHAVE         TO WRK-CCT-CHAVE (WRK-CCT-QTDE)

           PERFORM 3830-LER-CONTROLE
           .
      *----------------------------------------------------------------*
       1410-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CARGA DOS SALDOS DA RODADA ANTERIOR (AUSENTES NA PRIMEIRA   *
      *    RODADA), JA EM ORDEM DE CONTA E MOEDA                       *
      *----------------------------------------------------------------*
       1500-CARREGAR-SALDOS SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQSCT01        TO TRUE
           OPEN INPUT ARQSCT01

           IF WRK-FS-SCT01-INEXISTENTE
              SET WRK-FS-SCT01-FIM     TO TRUE
              DISPLAY '* SEM SALDOS ANTERIORES: BALANCETE A PARTIR '
                      'DE SALDO ZERO'
           ELSE
              IF NOT WRK-FS-SCT01-OK
                 MOVE WRK-FS-ARQSCT01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
              PERFORM 3840-LER-SALDO
           END-IF

           PERFORM 1510-GUARDAR-SALDO
              UNTIL WRK-FS-SCT01-FIM

           SET  WRK-CN-CLOSE           TO TRUE
           CLOSE ARQSCT01
           .
      *----------------------------------------------------------------*
       1500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1510-GUARDAR-SALDO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ARQSCT01-COD-CONTA     TO WRK-SLP-COD-CONTA
           MOVE ARQSCT01-COD-MOEDA     TO WRK-SLP-COD-MOEDA

           PERFORM 5600-PROCURAR-SALDO

           ADD ARQSCT01-VAL-SALDO      TO WRK-SAL-VAL-ANTERIOR
                                          (WRK-SAL-IDX)

           PERFORM 3840-LER-SALDO
           .
      *----------------------------------------------------------------*
       1510-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LEITURA E VALIDACAO DOS LANCAMENTOS DE ORIGEM, COM A LISTA  *
      *    DOS REJEITADOS                                              *
      *----------------------------------------------------------------*
       2000-TRATAR-ORIGENS SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 4950-GRAVAR-LINHA
           MOVE 'LANCAMENTOS DE ORIGEM REJEITADOS'
                                       TO WRK-CAB-TIT-TEXTO
           MOVE WRK-CAB-TITULO         TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           MOVE WRK-CAB-REJEITADO      TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           PERFORM 3850-LER-CTB02

           PERFORM 2100-TRATAR-CTB02
              UNTIL WRK-FS-CTB01-FIM

           PERFORM 3860-LER-CTB03

           PERFORM 2200-TRATAR-CTB03
              UNTIL WRK-FS-CTB03-FIM

           IF ACU-REJEITADOS EQUAL ZEROS
              MOVE '  NENHUM LANCAMENTO DE ORIGEM REJEITADO'
                                       TO WRK-LINHA-IMPRESSAO
              PERFORM 4950-GRAVAR-LINHA
           END-IF

           SET  WRK-CN-CLOSE           TO TRUE
           CLOSE ARQCTB01
                 ARQCTB03
           .
      *----------------------------------------------------------------*
       2000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LANCAMENTO CTB02105: UMA PARTIDA DOBRADA PELAS CONTAS DO    *
      *    EVENTO E NATUREZA                                           *
      *----------------------------------------------------------------*
       2100-TRATAR-CTB02 SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE WRK-ORI-LANCAMENTO

           MOVE 'CTB02105'             TO WRK-ORI-ARQUIVO
           MOVE ARQCTB01-DAT-LANCAMENTO
                                       TO WRK-ORI-DAT-LANCAMENTO
           MOVE ARQCTB01-COD-EVENTO    TO WRK-ORI-COD-EVENTO
           MOVE ARQCTB01-NATUREZA      TO WRK-ORI-NATUREZA
                                          WRK-ORI-NAT-CHAVE
           MOVE ARQCTB01-COD-MOEDA     TO WRK-ORI-COD-MOEDA
           MOVE ARQCTB01-VAL-LANCAMENTO
                                       TO WRK-ORI-VAL-LANCAMENTO
           MOVE ARQCTB01-DES-HISTORICO TO WRK-ORI-DES-HISTORICO
           MOVE ZEROS                  TO WRK-ORI-CHAVE-ORIGEM

           PERFORM 2300-VALIDAR-ORIGEM

           IF WRK-ORIGEM-REJEITADA
              PERFORM 2400-REJEITAR-ORIGEM
           END-IF

           IF WRK-ORIGEM-ACEITA
              ADD 1 TO ACU-ACEITOS
              ADD 1 TO WRK-NUM-LANCAMENTO
              MOVE 'D'                 TO WRK-PRN-TIP-LANCAMENTO
              MOVE WRK-ORI-CONTA-DEBITO
                                       TO WRK-PRN-COD-CONTA
              PERFORM 2500-INCLUIR-PERNA
              MOVE 'C'                 TO WRK-PRN-TIP-LANCAMENTO
              MOVE WRK-ORI-CONTA-CREDITO
                                       TO WRK-PRN-COD-CONTA
              PERFORM 2500-INCLUIR-PERNA
              PERFORM 2600-REGISTRAR-CONTROLE
           END-IF

           PERFORM 3850-LER-CTB02
           .
      *----------------------------------------------------------------*
       2100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LANCAMENTO CTB03105: PERNA JA DEFINIDA PELA ORIGEM (CONTA E *
      *    TIPO DO PROPRIO LANCAMENTO). A PERNA DE DEBITO ABRE A       *
      *    PARTIDA E A DE CREDITO SEGUINTE USA O MESMO NUMERO          *
      *----------------------------------------------------------------*
       2200-TRATAR-CTB03 SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE WRK-ORI-LANCAMENTO

           MOVE 'CTB03105'             TO WRK-ORI-ARQUIVO
           MOVE FD-ARQCTB03-DAT-LANCAMENTO
                                       TO WRK-ORI-DAT-LANCAMENTO
           MOVE FD-ARQCTB03-COD-EVENTO TO WRK-ORI-COD-EVENTO
           MOVE FD-ARQCTB03-TIP-LANCAMENTO
                                       TO WRK-ORI-NATUREZA
           MOVE 'X'                    TO WRK-ORI-NAT-CHAVE
           MOVE 'BRL'                  TO WRK-ORI-COD-MOEDA
           MOVE FD-ARQCTB03-VAL-LANCAMENTO
                                       TO WRK-ORI-VAL-LANCAMENTO
           MOVE FD-ARQCTB03-DES-HISTORICO
                                       TO WRK-ORI-DES-HISTORICO
           MOVE FD-ARQCTB03-CHAVE-EMPREST
                                       TO WRK-ORI-CHAVE-ORIGEM

           PERFORM 2300-VALIDAR-ORIGEM

           IF WRK-ORIGEM-REJEITADA
              PERFORM 2400-REJEITAR-ORIGEM
           END-IF

           IF WRK-ORIGEM-ACEITA
              ADD 1 TO ACU-ACEITOS
              IF WRK-ORI-NATUREZA EQUAL 'D'
                 OR WRK-NUM-LANCAMENTO EQUAL ZEROS
                 ADD 1 TO WRK-NUM-LANCAMENTO
              END-IF
              MOVE WRK-ORI-NATUREZA    TO WRK-PRN-TIP-LANCAMENTO
              IF WRK-ORI-NATUREZA EQUAL 'D'
                 MOVE WRK-ORI-CONTA-DEBITO
                                       TO WRK-PRN-COD-CONTA
              ELSE
                 MOVE WRK-ORI-CONTA-CREDITO
                                       TO WRK-PRN-COD-CONTA
              END-IF
              PERFORM 2500-INCLUIR-PERNA
              PERFORM 2600-REGISTRAR-CONTROLE
           END-IF

           PERFORM 3860-LER-CTB03
           .
      *----------------------------------------------------------------*
       2200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    VALIDACAO COMUM DO LANCAMENTO DE ORIGEM: DATA, CONTROLE DE  *
      *    JA LANCADOS, VALOR, MAPEAMENTO DO EVENTO E CONTAS           *
      *----------------------------------------------------------------*
       2300-VALIDAR-ORIGEM SECTION.
      *----------------------------------------------------------------*
      *
           SET WRK-ORIGEM-ACEITA       TO TRUE

           IF WRK-ORI-DAT-LANCAMENTO NOT NUMERIC
              OR WRK-ORI-DAT-NUM EQUAL ZEROS
              MOVE 'DATA DO LANCAMENTO INVALIDA'
                                       TO WRK-ORI-MOTIVO
              SET WRK-ORIGEM-REJEITADA TO TRUE
              GO TO 2300-99-FIM
           END-IF

           IF WRK-ORI-DAT-NUM GREATER WRK-DAT-REFERENCIA
              SET WRK-ORIGEM-PENDENTE  TO TRUE
              ADD 1 TO ACU-PENDENTES
              GO TO 2300-99-FIM
           END-IF

           MOVE WRK-ORI-DAT-NUM        TO WRK-CTP-DAT-LANCAMENTO
           MOVE WRK-ORI-COD-EVENTO     TO WRK-CTP-COD-EVENTO
           MOVE WRK-ORI-COD-MOEDA      TO WRK-CTP-COD-MOEDA

           PERFORM 5300-PROCURAR-CONTROLE

           IF WRK-CCT-IDX NOT GREATER WRK-CCT-QTDE
              SET WRK-ORIGEM-JA-LANCADA
                                       TO TRUE
              ADD 1 TO ACU-JA-LANCADOS
              GO TO 2300-99-FIM
           END-IF

           IF WRK-ORI-VAL-LANCAMENTO NOT GREATER ZEROS
              MOVE 'VALOR DO LANCAMENTO INVALIDO'
                                       TO WRK-ORI-MOTIVO
              SET WRK-ORIGEM-REJEITADA TO TRUE
              GO TO 2300-99-FIM
           END-IF

           IF WRK-ORI-NATUREZA NOT EQUAL 'D'
              AND WRK-ORI-NATUREZA NOT EQUAL 'C'
              MOVE 'NATUREZA DO LANCAMENTO INVALIDA'
                                       TO WRK-ORI-MOTIVO
              SET WRK-ORIGEM-REJEITADA TO TRUE
              GO TO 2300-99-FIM
           END-IF

           MOVE WRK-ORI-COD-EVENTO     TO WRK-EVP-COD-EVENTO
           MOVE WRK-ORI-NAT-CHAVE      TO WRK-EVP-NATUREZA

           PERFORM 5200-PROCURAR-EVENTO

           IF WRK-EVC-IDX GREATER WRK-EVC-QTDE
              MOVE 'EVENTO SEM MAPEAMENTO CONTABIL'
                                       TO WRK-ORI-MOTIVO
              ADD 1 TO ACU-SEM-MAPEAMENTO
              SET WRK-ORIGEM-REJEITADA TO TRUE
              GO TO 2300-99-FIM
           END-IF

           IF WRK-ORI-NAT-CHAVE EQUAL 'X'
              MOVE FD-ARQCTB03-COD-CONTA
                                       TO WRK-ORI-CONTA-DEBITO
                                          WRK-ORI-CONTA-CREDITO
              MOVE WRK-ORI-COD-MOEDA   TO WRK-ORI-MOEDA-LANC
           ELSE
              MOVE WRK-EVC-CONTA-DEBITO (WRK-EVC-IDX)
                                       TO WRK-ORI-CONTA-DEBITO
              MOVE WRK-EVC-CONTA-CREDITO (WRK-EVC-IDX)
                                       TO WRK-ORI-CONTA-CREDITO
              IF WRK-EVC-VALOR-EM-BRL (WRK-EVC-IDX)
                 MOVE 'BRL'            TO WRK-ORI-MOEDA-LANC
              ELSE
                 MOVE WRK-ORI-COD-MOEDA
                                       TO WRK-ORI-MOEDA-LANC
              END-IF
           END-IF

           MOVE WRK-ORI-CONTA-DEBITO   TO WRK-CONTA-TESTE
           PERFORM 5700-VALIDAR-CONTA

           IF WRK-ORIGEM-REJEITADA
              GO TO 2300-99-FIM
           END-IF

           MOVE WRK-ORI-CONTA-CREDITO  TO WRK-CONTA-TESTE
           PERFORM 5700-VALIDAR-CONTA
           .
      *----------------------------------------------------------------*
       2300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LISTA O LANCAMENTO DE ORIGEM REJEITADO                      *
      *----------------------------------------------------------------*
       2400-REJEITAR-ORIGEM SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO ACU-REJEITADOS

           MOVE WRK-ORI-ARQUIVO        TO WRK-DRJ-ARQUIVO
           MOVE WRK-ORI-DAT-LANCAMENTO TO WRK-DRJ-DATA

           IF WRK-ORI-DAT-LANCAMENTO NUMERIC
              MOVE WRK-ORI-DAT-NUM     TO WRK-DAT-FORMATAR
              PERFORM 5800-FORMATAR-DATA
              MOVE WRK-DAT-FORMATADA   TO WRK-DRJ-DATA
           END-IF

           MOVE WRK-ORI-COD-EVENTO     TO WRK-DRJ-EVENTO
           MOVE WRK-ORI-NATUREZA       TO WRK-DRJ-NATUREZA
           MOVE WRK-ORI-COD-MOEDA      TO WRK-DRJ-MOEDA
           MOVE WRK-ORI-VAL-LANCAMENTO TO WRK-DRJ-VALOR
           MOVE WRK-ORI-CONTA-MOTIVO   TO WRK-DRJ-CONTA
           MOVE WRK-ORI-MOTIVO         TO WRK-DRJ-MOTIVO

           MOVE WRK-DET-REJEITADO      TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       2400-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    INCLUI UMA PERNA NA TABELA E ACUMULA AS PROVAS POR EVENTO   *
      *    E POR DIA                                                   *
      *----------------------------------------------------------------*
       2500-INCLUIR-PERNA SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-PRN-QTDE NOT LESS 4000
              DISPLAY '* TABELA DE PERNAS DE LANCAMENTO ESGOTADA (4000)'
              MOVE 12                  TO RETURN-CODE
              PERFORM 9900-FIM-PROGRAMA
           END-IF

           ADD 1 TO WRK-PRN-QTDE
           MOVE WRK-PRN-QTDE           TO WRK-PRN-IDX

           MOVE WRK-ORI-DAT-NUM        TO WRK-PRN-DAT-LANCAMENTO
                                          (WRK-PRN-IDX)
           MOVE WRK-NUM-LANCAMENTO     TO WRK-PRN-NUM-LANCAMENTO
                                          (WRK-PRN-IDX)
           MOVE WRK-ORI-COD-EVENTO     TO WRK-PRN-COD-EVENTO
                                          (WRK-PRN-IDX)
           MOVE WRK-PRN-TIP-LANCAMENTO TO WRK-PRN-TIPO (WRK-PRN-IDX)
           MOVE WRK-PRN-COD-CONTA      TO WRK-PRN-CONTA (WRK-PRN-IDX)
           MOVE WRK-ORI-MOEDA-LANC     TO WRK-PRN-MOEDA (WRK-PRN-IDX)
           MOVE WRK-ORI-VAL-LANCAMENTO TO WRK-PRN-VALOR (WRK-PRN-IDX)
           MOVE WRK-ORI-CHAVE-ORIGEM   TO WRK-PRN-CHAVE-ORIGEM
                                          (WRK-PRN-IDX)
           MOVE WRK-ORI-DES-HISTORICO  TO WRK-PRN-HISTORICO
                                          (WRK-PRN-IDX)

           PERFORM 5400-PROCURAR-PROVA-EVENTO
           PERFORM 5500-PROCURAR-PROVA-DIA

           IF WRK-PRN-DEBITO (WRK-PRN-IDX)
              ADD WRK-ORI-VAL-LANCAMENTO
                                 TO WRK-PEV-VAL-DEBITOS (WRK-PEV-IDX)
                                    WRK-PDI-VAL-DEBITOS (WRK-PDI-IDX)
           ELSE
              ADD WRK-ORI-VAL-LANCAMENTO
                                 TO WRK-PEV-VAL-CREDITOS (WRK-PEV-IDX)
                                    WRK-PDI-VAL-CREDITOS (WRK-PDI-IDX)
           END-IF
           .
      *----------------------------------------------------------------*
       2500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    REGISTRA A DATA/EVENTO/MOEDA DE ORIGEM LANCADA NA RODADA    *
      *----------------------------------------------------------------*
       2600-REGISTRAR-CONTROLE SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 1 TO WRK-NOV-IDX

           PERFORM 2610-PROXIMO-NOVO
              UNTIL WRK-NOV-IDX GREATER WRK-NOV-QTDE
                 OR WRK-NOV-CHAVE (WRK-NOV-IDX) EQUAL
                    WRK-CTL-CHAVE-PESQ

           IF WRK-NOV-IDX GREATER WRK-NOV-QTDE
              IF WRK-NOV-QTDE NOT LESS 1000
                 DISPLAY '* TABELA DE CONTROLE DA RODADA ESGOTADA '
                         '(1000)'
                 MOVE 12               TO RETURN-CODE
                 PERFORM 9900-FIM-PROGRAMA
              END-IF
              ADD 1 TO WRK-NOV-QTDE
              MOVE WRK-NOV-QTDE        TO WRK-NOV-IDX
              MOVE WRK-CTL-CHAVE-PESQ  TO WRK-NOV-CHAVE (WRK-NOV-IDX)
              MOVE ZEROS               TO WRK-NOV-QTD-LANCAMENTOS
                                          (WRK-NOV-IDX)
                                          WRK-NOV-VAL-DEBITOS
                                          (WRK-NOV-IDX)
           END-IF

           ADD 1 TO WRK-NOV-QTD-LANCAMENTOS (WRK-NOV-IDX)

           IF WRK-ORI-NAT-CHAVE NOT EQUAL 'X'
              OR WRK-ORI-NATUREZA EQUAL 'D'
              ADD WRK-ORI-VAL-LANCAMENTO
                                 TO WRK-NOV-VAL-DEBITOS (WRK-NOV-IDX)
           END-IF
           .
      *----------------------------------------------------------------*
       2600-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2610-PROXIMO-NOVO SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-NOV-IDX
           .
      *----------------------------------------------------------------*
       2610-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    PROVA DE PARTIDAS DOBRADAS: DEBITOS = CREDITOS POR DATA/    *
      *    EVENTO/MOEDA E POR DATA/MOEDA                               *
      *----------------------------------------------------------------*
       3000-PROVAR-PARTIDAS SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 4950-GRAVAR-LINHA
           MOVE 'PROVA DE DEBITOS X CREDITOS POR EVENTO'
                                       TO WRK-CAB-TIT-TEXTO
           MOVE WRK-CAB-TITULO         TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           MOVE WRK-CAB-PROVA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           PERFORM 3010-IMPRIMIR-PROVA-EVENTO
              VARYING WRK-PEV-IDX FROM 1 BY 1
              UNTIL WRK-PEV-IDX GREATER WRK-PEV-QTDE

           PERFORM 4950-GRAVAR-LINHA
           MOVE 'PROVA DE DEBITOS X CREDITOS POR DIA'
                                       TO WRK-CAB-TIT-TEXTO
           MOVE WRK-CAB-TITULO         TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           MOVE WRK-CAB-PROVA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           PERFORM 3020-IMPRIMIR-PROVA-DIA
              VARYING WRK-PDI-IDX FROM 1 BY 1
              UNTIL WRK-PDI-IDX GREATER WRK-PDI-QTDE
           .
      *----------------------------------------------------------------*
       3000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3010-IMPRIMIR-PROVA-EVENTO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-PEV-DAT-LANCAMENTO (WRK-PEV-IDX)
                                       TO WRK-DAT-FORMATAR
           PERFORM 5800-FORMATAR-DATA
           MOVE WRK-DAT-FORMATADA      TO WRK-DPV-DATA
           MOVE WRK-PEV-COD-EVENTO (WRK-PEV-IDX)
                                       TO WRK-DPV-EVENTO
           MOVE WRK-PEV-COD-MOEDA (WRK-PEV-IDX)
                                       TO WRK-DPV-MOEDA
           MOVE WRK-PEV-VAL-DEBITOS (WRK-PEV-IDX)
                                       TO WRK-DPV-DEBITOS
           MOVE WRK-PEV-VAL-CREDITOS (WRK-PEV-IDX)
                                       TO WRK-DPV-CREDITOS

           IF WRK-PEV-VAL-DEBITOS (WRK-PEV-IDX) EQUAL
              WRK-PEV-VAL-CREDITOS (WRK-PEV-IDX)
              MOVE 'OK'                TO WRK-DPV-SITUACAO
           ELSE
              MOVE 'DIVERGENTE'        TO WRK-DPV-SITUACAO
              ADD 1 TO ACU-DIVERGENCIAS
           END-IF

           MOVE WRK-DET-PROVA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       3010-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3020-IMPRIMIR-PROVA-DIA SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-PDI-DAT-LANCAMENTO (WRK-PDI-IDX)
                                       TO WRK-DAT-FORMATAR
           PERFORM 5800-FORMATAR-DATA
           MOVE WRK-DAT-FORMATADA      TO WRK-DPV-DATA
           MOVE 'TOTAL'                TO WRK-DPV-EVENTO
           MOVE WRK-PDI-COD-MOEDA (WRK-PDI-IDX)
                                       TO WRK-DPV-MOEDA
           MOVE WRK-PDI-VAL-DEBITOS (WRK-PDI-IDX)
                                       TO WRK-DPV-DEBITOS
           MOVE WRK-PDI-VAL-CREDITOS (WRK-PDI-IDX)
                                       TO WRK-DPV-CREDITOS

           IF WRK-PDI-VAL-DEBITOS (WRK-PDI-IDX) EQUAL
              WRK-PDI-VAL-CREDITOS (WRK-PDI-IDX)
              MOVE 'OK'                TO WRK-DPV-SITUACAO
           ELSE
              MOVE 'DIVERGENTE'        TO WRK-DPV-SITUACAO
              ADD 1 TO ACU-DIVERGENCIAS
           END-IF

           MOVE WRK-DET-PROVA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       3020-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GRAVA AS PERNAS NO ARQUIVO PADRAO DO RAZAO GERAL E AS       *
      *    ACUMULA NOS SALDOS DA CONTA/MOEDA                           *
      *----------------------------------------------------------------*
       3500-GRAVAR-LANCAMENTOS SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 3510-GRAVAR-PERNA
              VARYING WRK-PRN-IDX FROM 1 BY 1
              UNTIL WRK-PRN-IDX GREATER WRK-PRN-QTDE
           .
      *----------------------------------------------------------------*
       3500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3510-GRAVAR-PERNA SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE                 ARQLCT01-REGISTRO

           MOVE WRK-PRN-DAT-LANCAMENTO (WRK-PRN-IDX)
                                       TO ARQLCT01-DAT-LANCAMENTO
           MOVE WRK-PRN-NUM-LANCAMENTO (WRK-PRN-IDX)
                                       TO ARQLCT01-NUM-LANCAMENTO
           MOVE WRK-PRN-COD-EVENTO (WRK-PRN-IDX)
                                       TO ARQLCT01-COD-EVENTO
           MOVE WRK-PRN-TIPO (WRK-PRN-IDX)
                                       TO ARQLCT01-TIP-LANCAMENTO
           MOVE WRK-PRN-CONTA (WRK-PRN-IDX)
                                       TO ARQLCT01-COD-CONTA
           MOVE WRK-PRN-MOEDA (WRK-PRN-IDX)
                                       TO ARQLCT01-COD-MOEDA
           MOVE WRK-PRN-VALOR (WRK-PRN-IDX)
                                       TO ARQLCT01-VAL-LANCAMENTO
           MOVE WRK-PRN-CHAVE-ORIGEM (WRK-PRN-IDX)
                                       TO ARQLCT01-CHAVE-ORIGEM
           MOVE WRK-PRN-HISTORICO (WRK-PRN-IDX)
                                       TO ARQLCT01-DES-HISTORICO

           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQLCT01        TO TRUE

           WRITE FD-ARQLCT01 FROM ARQLCT01-REGISTRO

           IF WRK-FS-LCT01-OK
              ADD 1 TO ACU-GRAVA-ARQLCT01
              ADD ARQLCT01-VAL-LANCAMENTO
                                       TO ACU-HASH-ARQLCT01
           ELSE
              MOVE WRK-FS-ARQLCT01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           MOVE WRK-PRN-CONTA (WRK-PRN-IDX)
                                       TO WRK-SLP-COD-CONTA
           MOVE WRK-PRN-MOEDA (WRK-PRN-IDX)
                                       TO WRK-SLP-COD-MOEDA

           PERFORM 5600-PROCURAR-SALDO

           IF WRK-PRN-DEBITO (WRK-PRN-IDX)
              ADD WRK-PRN-VALOR (WRK-PRN-IDX)
                                 TO WRK-SAL-VAL-DEBITOS (WRK-SAL-IDX)
           ELSE
              ADD WRK-PRN-VALOR (WRK-PRN-IDX)
                                 TO WRK-SAL-VAL-CREDITOS (WRK-SAL-IDX)
           END-IF
           .
      *----------------------------------------------------------------*
       3510-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ACRESCENTA AO CONTROLE AS DATAS/EVENTOS/MOEDAS LANCADOS     *
      *----------------------------------------------------------------*
       3550-GRAVAR-CONTROLE SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQCCT01        TO TRUE
           OPEN EXTEND ARQCCT01

           IF NOT WRK-FS-CCT01-OK
              AND NOT WRK-FS-CCT01-INEXISTENTE
              MOVE WRK-FS-ARQCCT01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 3560-GRAVAR-REG-CONTROLE
              VARYING WRK-NOV-IDX FROM 1 BY 1
              UNTIL WRK-NOV-IDX GREATER WRK-NOV-QTDE

           SET  WRK-CN-CLOSE           TO TRUE
           CLOSE ARQCCT01
           .
      *----------------------------------------------------------------*
       3550-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3560-GRAVAR-REG-CONTROLE SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE                 ARQCCT01-REGISTRO

           MOVE WRK-NOV-CHAVE (WRK-NOV-IDX)
                                       TO ARQCCT01-CHAVE
           MOVE WRK-DAT-REFERENCIA     TO ARQCCT01-DAT-PROCESSAMENTO
           MOVE WRK-NOV-QTD-LANCAMENTOS (WRK-NOV-IDX)
                                       TO ARQCCT01-QTD-LANCAMENTOS
           MOVE WRK-NOV-VAL-DEBITOS (WRK-NOV-IDX)
                                       TO ARQCCT01-VAL-DEBITOS

           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQCCT01        TO TRUE

           WRITE FD-ARQCCT01 FROM ARQCCT01-REGISTRO

           IF WRK-FS-CCT01-OK
              ADD 1 TO ACU-GRAVA-ARQCCT01
           ELSE
              MOVE WRK-FS-ARQCCT01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3560-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    BALANCETE POR CONTA E MOEDA: SALDO ANTERIOR, DEBITOS E      *
      *    CREDITOS DA RODADA E SALDO ATUAL ('D' DEVEDOR / 'C' CREDOR) *
      *----------------------------------------------------------------*
       3700-IMPRIMIR-BALANCETE SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 4950-GRAVAR-LINHA
           MOVE 'BALANCETE POR CONTA E MOEDA'
                                       TO WRK-CAB-TIT-TEXTO
           MOVE WRK-CAB-TITULO         TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           MOVE WRK-CAB-BALANCETE      TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           PERFORM 3710-IMPRIMIR-CONTA
              VARYING WRK-SAL-IDX FROM 1 BY 1
              UNTIL WRK-SAL-IDX GREATER WRK-SAL-QTDE
           .
      *----------------------------------------------------------------*
       3700-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3710-IMPRIMIR-CONTA SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-SAL-COD-CONTA (WRK-SAL-IDX)
                                       TO WRK-DBL-CONTA
                                          WRK-CONTA-TESTE
           MOVE WRK-SAL-COD-MOEDA (WRK-SAL-IDX)
                                       TO WRK-DBL-MOEDA

           PERFORM 5100-PROCURAR-CONTA

           IF WRK-PCT-IDX GREATER WRK-PCT-QTDE
              MOVE '*** CONTA FORA DO PLANO ***'
                                       TO WRK-DBL-DESCRICAO
           ELSE
              MOVE WRK-PCT-DES-CONTA (WRK-PCT-IDX)
                                       TO WRK-DBL-DESCRICAO
           END-IF

           MOVE WRK-SAL-VAL-ANTERIOR (WRK-SAL-IDX)
                                       TO WRK-DBL-SALDO-ANT

           IF WRK-SAL-VAL-ANTERIOR (WRK-SAL-IDX) LESS ZEROS
              MOVE 'C'                 TO WRK-DBL-DC-ANT
           ELSE
              MOVE 'D'                 TO WRK-DBL-DC-ANT
           END-IF

           MOVE WRK-SAL-VAL-DEBITOS (WRK-SAL-IDX)
                                       TO WRK-DBL-DEBITOS
           MOVE WRK-SAL-VAL-CREDITOS (WRK-SAL-IDX)
                                       TO WRK-DBL-CREDITOS

           COMPUTE WRK-VAL-SALDO-ATUAL =
                   WRK-SAL-VAL-ANTERIOR (WRK-SAL-IDX)
                 + WRK-SAL-VAL-DEBITOS (WRK-SAL-IDX)
                 - WRK-SAL-VAL-CREDITOS (WRK-SAL-IDX)

           MOVE WRK-VAL-SALDO-ATUAL    TO WRK-DBL-SALDO-ATUAL

           IF WRK-VAL-SALDO-ATUAL LESS ZEROS
              MOVE 'C'                 TO WRK-DBL-DC-ATUAL
           ELSE
              MOVE 'D'                 TO WRK-DBL-DC-ATUAL
           END-IF

           MOVE WRK-DET-BALANCETE      TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       3710-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GRAVA OS SALDOS ATUALIZADOS (GERACAO NOVA). COM O           *
      *    FECHAMENTO INTERROMPIDO NAO HOUVE MOVIMENTO E OS SALDOS     *
      *    ANTERIORES SAO REPETIDOS                                    *
      *----------------------------------------------------------------*
       3750-GRAVAR-SALDOS SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 3760-GRAVAR-SALDO
              VARYING WRK-SAL-IDX FROM 1 BY 1
              UNTIL WRK-SAL-IDX GREATER WRK-SAL-QTDE
           .
      *----------------------------------------------------------------*
       3750-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3760-GRAVAR-SALDO SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE                 ARQSCT01-REGISTRO

           MOVE WRK-SAL-CHAVE (WRK-SAL-IDX)
                                       TO ARQSCT01-CHAVE
           MOVE WRK-DAT-REFERENCIA     TO ARQSCT01-DAT-SALDO

           COMPUTE ARQSCT01-VAL-SALDO =
                   WRK-SAL-VAL-ANTERIOR (WRK-SAL-IDX)
                 + WRK-SAL-VAL-DEBITOS (WRK-SAL-IDX)
                 - WRK-SAL-VAL-CREDITOS (WRK-SAL-IDX)

           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQSCT02        TO TRUE

           WRITE FD-ARQSCT02 FROM ARQSCT01-REGISTRO

           IF WRK-FS-SCT02-OK
              ADD 1 TO ACU-GRAVA-ARQSCT02
           ELSE
              MOVE WRK-FS-ARQSCT02     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3760-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3810-LER-PLANO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQPCT01        TO TRUE

           READ ARQPCT01 INTO ARQPCT01-REGISTRO

           IF WRK-FS-PCT01-OK
              ADD 1 TO ACU-LIDOS-ARQPCT01
           ELSE
              IF NOT WRK-FS-PCT01-FIM
                 MOVE WRK-FS-ARQPCT01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3810-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3820-LER-EVENTO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQEVC01        TO TRUE

           READ ARQEVC01 INTO ARQEVC01-REGISTRO

           IF WRK-FS-EVC01-OK
              ADD 1 TO ACU-LIDOS-ARQEVC01
           ELSE
              IF NOT WRK-FS-EVC01-FIM
                 MOVE WRK-FS-ARQEVC01  TO WRK-FS-DISPLAY
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
           SET  WRK-CN-ARQCCT01        TO TRUE

           READ ARQCCT01 INTO ARQCCT01-REGISTRO

           IF WRK-FS-CCT01-OK
              ADD 1 TO ACU-LIDOS-ARQCCT01
           ELSE
              IF NOT WRK-FS-CCT01-FIM
                 MOVE WRK-FS-ARQCCT01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3830-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3840-LER-SALDO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQSCT01        TO TRUE

           READ ARQSCT01 INTO ARQSCT01-REGISTRO

           IF WRK-FS-SCT01-OK
              ADD 1 TO ACU-LIDOS-ARQSCT01
           ELSE
              IF NOT WRK-FS-SCT01-FIM
                 MOVE WRK-FS-ARQSCT01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3840-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3850-LER-CTB02 SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQCTB01        TO TRUE

           READ ARQCTB01 INTO ARQCTB01-REGISTRO

           IF WRK-FS-CTB01-OK
              ADD 1 TO ACU-LIDOS-ARQCTB01
           ELSE
              IF NOT WRK-FS-CTB01-FIM
                 MOVE WRK-FS-ARQCTB01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3850-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3860-LER-CTB03 SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQCTB03        TO TRUE

           READ ARQCTB03

           IF WRK-FS-CTB03-OK
              ADD 1 TO ACU-LIDOS-ARQCTB03
           ELSE
              IF NOT WRK-FS-CTB03-FIM
                 MOVE WRK-FS-ARQCTB03  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3860-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    REGISTRA O ARQUIVO DE LANCAMENTOS DO RAZAO NO REGISTRO DE   *
      *    ARQUIVOS ENVIADOS (QTDE DE REGISTROS E SOMA DOS VALORES),   *
      *    PARA A CONFERENCIA DA CONFIRMACAO DE RECEBIMENTO PELO       *
      *    EXER0618                                                    *
      *----------------------------------------------------------------*
       3970-REGISTRAR-ENVIO SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE ARQTRM01-REGISTRO

           MOVE 'LCT02247'             TO ARQTRM01-ID-ARQUIVO
           MOVE WRK-PROGRAMA           TO ARQTRM01-COD-PROGRAMA
           MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO ARQTRM01-DAT-GERACAO
           MOVE FUNCTION CURRENT-DATE(9:6)
                                       TO ARQTRM01-HOR-GERACAO
           MOVE ACU-GRAVA-ARQLCT01     TO ARQTRM01-QTDE-REGS
           MOVE ACU-HASH-ARQLCT01      TO ARQTRM01-VAL-HASH
           SET ARQTRM01-AGUARDANDO     TO TRUE

           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQTRM01        TO TRUE
           OPEN EXTEND ARQTRM01

           IF NOT WRK-FS-TRM01-OK
              MOVE WRK-FS-ARQTRM01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-WRITE           TO TRUE
           WRITE FD-ARQTRM01 FROM ARQTRM01-REGISTRO

           IF NOT WRK-FS-TRM01-OK
              MOVE WRK-FS-ARQTRM01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-CLOSE           TO TRUE
           CLOSE ARQTRM01
           .
      *----------------------------------------------------------------*
       3970-99-FIM.
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
           COMPUTE ARQAUD01-QTDE-LIDOS = ACU-LIDOS-ARQCTB01
                                       + ACU-LIDOS-ARQCTB03
           MOVE ACU-GRAVA-ARQLCT01      TO ARQAUD01-QTDE-GRAVA
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
      *    ROTINA DE FINALIZACAO: RESUMO DE CONTROLE E FECHAMENTO      *
      *----------------------------------------------------------------*
       4000-FINALIZAR SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 4800-GRAVAR-TOTAIS

           IF WRK-FECHAMENTO-INTERROMPIDO
              MOVE 08                  TO RETURN-CODE
           ELSE
              PERFORM 3970-REGISTRAR-ENVIO
           END-IF

           PERFORM 3980-GRAVAR-AUDITORIA

           SET  WRK-CN-CLOSE           TO TRUE

           SET  WRK-CN-ARQLCT01        TO TRUE
           CLOSE ARQLCT01
           IF NOT WRK-FS-LCT01-OK
              MOVE WRK-FS-ARQLCT01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQSCT02        TO TRUE
           CLOSE ARQSCT02
           IF NOT WRK-FS-SCT02-OK
              MOVE WRK-FS-ARQSCT02     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
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

           COMPUTE WRK-MASK-QTDE = ACU-LIDOS-ARQCTB01
                                 + ACU-LIDOS-ARQCTB03
           DISPLAY '**************************************************'
           DISPLAY '* QTDE LANCAMENTOS DE ORIGEM : ' WRK-MASK-QTDE  '*'
           MOVE ACU-ACEITOS            TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE ORIGENS ACEITAS    : ' WRK-MASK-QTDE  '*'
           MOVE ACU-REJEITADOS         TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE ORIGENS REJEITADAS : ' WRK-MASK-QTDE  '*'
           MOVE ACU-SEM-MAPEAMENTO     TO WRK-MASK-QTDE
           DISPLAY '* QTDE EVENTOS SEM MAPEAMENTO: ' WRK-MASK-QTDE  '*'
           MOVE ACU-DIVERGENCIAS       TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE PROVAS DIVERGENTES : ' WRK-MASK-QTDE  '*'
           MOVE ACU-GRAVA-ARQLCT01     TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE PERNAS GRAVADAS    : ' WRK-MASK-QTDE  '*'
           DISPLAY '*                                                *'

           IF WRK-FECHAMENTO-INTERROMPIDO
              DISPLAY '* FECHAMENTO CONTABIL INTERROMPIDO: NENHUM     *'
              DISPLAY '* LANCAMENTO GRAVADO - VER RELATORIO           *'
              DISPLAY '* ' WRK-PROGRAMA
                             ' FIM COM RC 08                         *'
           ELSE
              DISPLAY '* ' WRK-PROGRAMA
                             ' FIM NORMAL                            *'
           END-IF

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

           IF WRK-FECHAMENTO-INTERROMPIDO
              MOVE '  *** FECHAMENTO CONTABIL INTERROMPIDO: NENHUM'
                                       TO WRK-LINHA-IMPRESSAO
              PERFORM 4950-GRAVAR-LINHA
              MOVE '  *** LANCAMENTO GRAVADO, CONTROLE NAO ATUALIZADO'
                                       TO WRK-LINHA-IMPRESSAO
              PERFORM 4950-GRAVAR-LINHA
              MOVE '  *** E SALDOS ANTERIORES REPETIDOS'
                                       TO WRK-LINHA-IMPRESSAO
              PERFORM 4950-GRAVAR-LINHA
              PERFORM 4950-GRAVAR-LINHA
           END-IF

           MOVE 'CONTAS NO PLANO DE CONTAS...............:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-LIDOS-ARQPCT01     TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'EVENTOS MAPEADOS........................:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-LIDOS-ARQEVC01     TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'LANCAMENTOS CTB02105 LIDOS..............:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-LIDOS-ARQCTB01     TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'LANCAMENTOS CTB03105 LIDOS..............:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-LIDOS-ARQCTB03     TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'JA CONTABILIZADOS (IGNORADOS)...........:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-JA-LANCADOS        TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'PENDENTES (DATA POSTERIOR A REFERENCIA).:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-PENDENTES          TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'ACEITOS.................................:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-ACEITOS            TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'REJEITADOS..............................:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-REJEITADOS         TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE '  DOS QUAIS EVENTO SEM MAPEAMENTO.......:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-SEM-MAPEAMENTO     TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'PROVAS DIVERGENTES......................:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-DIVERGENCIAS       TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'PERNAS GRAVADAS NO RAZAO GERAL..........:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-GRAVA-ARQLCT01     TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'SALDOS DE CONTA/MOEDA GRAVADOS..........:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-GRAVA-ARQSCT02     TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'REGISTROS DE CONTROLE ACRESCENTADOS.....:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-GRAVA-ARQCCT01     TO WRK-RES-QTDE
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
      *    CONTA WRK-CONTA-TESTE NO PLANO DE CONTAS                    *
      *----------------------------------------------------------------*
       5100-PROCURAR-CONTA SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 1 TO WRK-PCT-IDX

           PERFORM 5110-PROXIMA-CONTA
              UNTIL WRK-PCT-IDX GREATER WRK-PCT-QTDE
                 OR WRK-PCT-COD-CONTA (WRK-PCT-IDX) EQUAL
                    WRK-CONTA-TESTE
           .
      *----------------------------------------------------------------*
       5100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       5110-PROXIMA-CONTA SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-PCT-IDX
           .
      *----------------------------------------------------------------*
       5110-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    EVENTO E NATUREZA DE WRK-EVC-CHAVE-PESQ NA TABELA           *
      *----------------------------------------------------------------*
       5200-PROCURAR-EVENTO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 1 TO WRK-EVC-IDX

           PERFORM 5210-PROXIMO-EVENTO
              UNTIL WRK-EVC-IDX GREATER WRK-EVC-QTDE
                 OR WRK-EVC-CHAVE (WRK-EVC-IDX) EQUAL
                    WRK-EVC-CHAVE-PESQ
           .
      *----------------------------------------------------------------*
       5200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       5210-PROXIMO-EVENTO SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-EVC-IDX
           .
      *----------------------------------------------------------------*
       5210-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    DATA/EVENTO/MOEDA DE WRK-CTL-CHAVE-PESQ NO CONTROLE DE      *
      *    RODADAS ANTERIORES                                          *
      *----------------------------------------------------------------*
       5300-PROCURAR-CONTROLE SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 1 TO WRK-CCT-IDX

           PERFORM 5310-PROXIMO-CONTROLE
              UNTIL WRK-CCT-IDX GREATER WRK-CCT-QTDE
                 OR WRK-CCT-CHAVE (WRK-CCT-IDX) EQUAL
                    WRK-CTL-CHAVE-PESQ
           .
      *----------------------------------------------------------------*
       5300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       5310-PROXIMO-CONTROLE SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-CCT-IDX
           .
      *----------------------------------------------------------------*
       5310-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LINHA DA PROVA POR DATA/EVENTO/MOEDA DA PERNA (INCLUI SE    *
      *    NOVA)                                                       *
      *----------------------------------------------------------------*
       5400-PROCURAR-PROVA-EVENTO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 1 TO WRK-PEV-IDX

           PERFORM 5410-PROXIMA-PROVA-EVENTO
              UNTIL WRK-PEV-IDX GREATER WRK-PEV-QTDE
                 OR (WRK-PEV-DAT-LANCAMENTO (WRK-PEV-IDX) EQUAL
                     WRK-ORI-DAT-NUM
                 AND WRK-PEV-COD-EVENTO (WRK-PEV-IDX) EQUAL
                     WRK-ORI-COD-EVENTO
                 AND WRK-PEV-COD-MOEDA (WRK-PEV-IDX) EQUAL
                     WRK-ORI-MOEDA-LANC)

           IF WRK-PEV-IDX GREATER WRK-PEV-QTDE
              IF WRK-PEV-QTDE NOT LESS 1000
                 DISPLAY '* TABELA DA PROVA POR EVENTO ESGOTADA (1000)'
                 MOVE 12               TO RETURN-CODE
                 PERFORM 9900-FIM-PROGRAMA
              END-IF
              ADD 1 TO WRK-PEV-QTDE
              MOVE WRK-PEV-QTDE        TO WRK-PEV-IDX
              MOVE WRK-ORI-DAT-NUM     TO WRK-PEV-DAT-LANCAMENTO
                                          (WRK-PEV-IDX)
              MOVE WRK-ORI-COD-EVENTO  TO WRK-PEV-COD-EVENTO
                                          (WRK-PEV-IDX)
              MOVE WRK-ORI-MOEDA-LANC  TO WRK-PEV-COD-MOEDA
                                          (WRK-PEV-IDX)
              MOVE ZEROS               TO WRK-PEV-VAL-DEBITOS
                                          (WRK-PEV-IDX)
                                          WRK-PEV-VAL-CREDITOS
                                          (WRK-PEV-IDX)
           END-IF
           .
      *----------------------------------------------------------------*
       5400-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       5410-PROXIMA-PROVA-EVENTO SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-PEV-IDX
           .
      *----------------------------------------------------------------*
       5410-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LINHA DA PROVA POR DATA/MOEDA DA PERNA (INCLUI SE NOVA)     *
      *----------------------------------------------------------------*
       5500-PROCURAR-PROVA-DIA SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 1 TO WRK-PDI-IDX

           PERFORM 5510-PROXIMA-PROVA-DIA
              UNTIL WRK-PDI-IDX GREATER WRK-PDI-QTDE
                 OR (WRK-PDI-DAT-LANCAMENTO (WRK-PDI-IDX) EQUAL
                     WRK-ORI-DAT-NUM
                 AND WRK-PDI-COD-MOEDA (WRK-PDI-IDX) EQUAL
                     WRK-ORI-MOEDA-LANC)

           IF WRK-PDI-IDX GREATER WRK-PDI-QTDE
              IF WRK-PDI-QTDE NOT LESS 500
                 DISPLAY '* TABELA DA PROVA POR DIA ESGOTADA (500)'
                 MOVE 12               TO RETURN-CODE
                 PERFORM 9900-FIM-PROGRAMA
              END-IF
              ADD 1 TO WRK-PDI-QTDE
              MOVE WRK-PDI-QTDE        TO WRK-PDI-IDX
              MOVE WRK-ORI-DAT-NUM     TO WRK-PDI-DAT-LANCAMENTO
                                          (WRK-PDI-IDX)
              MOVE WRK-ORI-MOEDA-LANC  TO WRK-PDI-COD-MOEDA
                                          (WRK-PDI-IDX)
              MOVE ZEROS               TO WRK-PDI-VAL-DEBITOS
                                          (WRK-PDI-IDX)
                                          WRK-PDI-VAL-CREDITOS
                                          (WRK-PDI-IDX)
           END-IF
           .
      *----------------------------------------------------------------*
       5500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       5510-PROXIMA-PROVA-DIA SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-PDI-IDX
           .
      *----------------------------------------------------------------*
       5510-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LINHA DO SALDO DE WRK-SAL-CHAVE-PESQ. SE NOVA, E INCLUIDA   *
      *    NA POSICAO QUE MANTEM A TABELA EM ORDEM DE CONTA E MOEDA    *
      *----------------------------------------------------------------*
       5600-PROCURAR-SALDO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 1 TO WRK-SAL-IDX

           PERFORM 5610-PROXIMO-SALDO
              UNTIL WRK-SAL-IDX GREATER WRK-SAL-QTDE
                 OR WRK-SAL-CHAVE (WRK-SAL-IDX) NOT LESS
                    WRK-SAL-CHAVE-PESQ

           IF WRK-SAL-IDX NOT GREATER WRK-SAL-QTDE
              AND WRK-SAL-CHAVE (WRK-SAL-IDX) EQUAL
                  WRK-SAL-CHAVE-PESQ
              GO TO 5600-99-FIM
           END-IF

           IF WRK-SAL-QTDE NOT LESS 2000
              DISPLAY '* TABELA DE SALDOS POR CONTA ESGOTADA (2000)'
              MOVE 12                  TO RETURN-CODE
              PERFORM 9900-FIM-PROGRAMA
           END-IF

           PERFORM 5620-DESLOCAR-SALDO
              VARYING WRK-SAL-AUX FROM WRK-SAL-QTDE BY -1
              UNTIL WRK-SAL-AUX LESS WRK-SAL-IDX

           ADD 1 TO WRK-SAL-QTDE

           MOVE WRK-SAL-CHAVE-PESQ     TO WRK-SAL-CHAVE (WRK-SAL-IDX)
           MOVE ZEROS                  TO WRK-SAL-VAL-ANTERIOR
                                          (WRK-SAL-IDX)
                                          WRK-SAL-VAL-DEBITOS
                                          (WRK-SAL-IDX)
                                          WRK-SAL-VAL-CREDITOS
                                          (WRK-SAL-IDX)
           .
      *----------------------------------------------------------------*
       5600-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       5610-PROXIMO-SALDO SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-SAL-IDX
           .
      *----------------------------------------------------------------*
       5610-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       5620-DESLOCAR-SALDO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-SAL-LINHA (WRK-SAL-AUX)
                                       TO WRK-SAL-LINHA
                                          (WRK-SAL-AUX + 1)
           .
      *----------------------------------------------------------------*
       5620-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CONTA WRK-CONTA-TESTE INFORMADA, NO PLANO E ATIVA; SENAO    *
      *    REJEITA O LANCAMENTO DE ORIGEM                              *
      *----------------------------------------------------------------*
       5700-VALIDAR-CONTA SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-CONTA-TESTE        TO WRK-ORI-CONTA-MOTIVO

           IF WRK-CONTA-TESTE EQUAL SPACES
              MOVE 'CONTA NAO INFORMADA NO EVENTO'
                                       TO WRK-ORI-MOTIVO
              SET WRK-ORIGEM-REJEITADA TO TRUE
              GO TO 5700-99-FIM
           END-IF

           PERFORM 5100-PROCURAR-CONTA

           IF WRK-PCT-IDX GREATER WRK-PCT-QTDE
              MOVE 'CONTA INEXISTENTE NO PLANO'
                                       TO WRK-ORI-MOTIVO
              SET WRK-ORIGEM-REJEITADA TO TRUE
              GO TO 5700-99-FIM
           END-IF

           IF NOT WRK-PCT-ATIVA (WRK-PCT-IDX)
              MOVE 'CONTA INATIVA NO PLANO'
                                       TO WRK-ORI-MOTIVO
              SET WRK-ORIGEM-REJEITADA TO TRUE
              GO TO 5700-99-FIM
           END-IF

           MOVE SPACES                 TO WRK-ORI-CONTA-MOTIVO
           .
      *----------------------------------------------------------------*
       5700-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    DATA AAAAMMDD EM DD/MM/AAAA (ZEROS = BRANCOS)               *
      *----------------------------------------------------------------*
       5800-FORMATAR-DATA SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-DAT-FORMATADA

           IF WRK-DAT-FORMATAR EQUAL ZEROS
              GO TO 5800-99-FIM
           END-IF

           MOVE WRK-FMT-DIA            TO WRK-DAT-FORMATADA (1:2)
           MOVE '/'                    TO WRK-DAT-FORMATADA (3:1)
           MOVE WRK-FMT-MES            TO WRK-DAT-FORMATADA (4:2)
           MOVE '/'                    TO WRK-DAT-FORMATADA (6:1)
           MOVE WRK-FMT-ANO            TO WRK-DAT-FORMATADA (7:4)
           .
      *----------------------------------------------------------------*
       5800-99-FIM.
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
           COMPUTE ERRO01-QTDE-LIDOS = ACU-LIDOS-ARQCTB01
                                     + ACU-LIDOS-ARQCTB03
           MOVE ACU-GRAVA-ARQLCT01
                                  TO ERRO01-QTDE-GRAVADOS
           MOVE WRK-ORI-COD-EVENTO
                                  TO ERRO01-ULT-CHAVE

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
