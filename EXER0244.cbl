      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0244.
       AUTHOR.     JULIANA SOARES.
      *================================================================*
      *    PROGRAMA....: EXER0244                                      *
      *    PROGRAMADOR.: JULIANA SOARES                                *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   AGENDA DE REVISAO PERIODICA DOS DADOS       *
      *                    CADASTRAIS DOS CLIENTES (KYC). MANTEM O     *
      *                    CADASTRO DE REVISAO (KYC02244, CARRY) A     *
      *                    PARTIR DO EXTRATO DE CLIENTES DO EXER0405   *
      *                    (SAI04105, DATA DA ULTIMA ATUALIZACAO) E    *
      *                    DAS REVISOES CONCLUIDAS PELAS AGENCIAS      *
      *                    (RVK02244). A CLASSE DE RISCO DO CPF DEFINE *
      *                    O CICLO DE REVISAO:                         *
      *                    - ALTO (12 MESES): CASO DE PREVENCAO A      *
      *                      LAVAGEM ABERTO, EM ANALISE OU REPORTADO   *
      *                      (CAS02105) OU CPF BLOQUEADO NA DATA       *
      *                      (BQM02105);                               *
      *                    - MEDIO (24 MESES): CASO DESCARTADO,        *
      *                      BLOQUEIO FORA DE VIGENCIA OU HISTORICO NA *
      *                      TRILHA DA LISTA (BQH02105), OU SEGMENTO   *
      *                      PRIVATE (SEG02240);                       *
      *                    - BAIXO (36 MESES): DEMAIS CLIENTES.        *
      *                    PROXIMA REVISAO = MAIOR DATA ENTRE A ULTIMA *
      *                    ATUALIZACAO E A ULTIMA REVISAO + CICLO (EM  *
      *                    MESES DE CALENDARIO). EMITE A FILA DE       *
      *                    REVISAO POR AGENCIA (VENCIDAS E A VENCER NA *
      *                    ANTECEDENCIA DO CARTAO) E GRAVA AS VENCIDAS *
      *                    (PKY02244) PARA O BOLETIM DE ALERTAS        *
      *                    (EXER0603); VENCIDA HA MAIS DIAS QUE A      *
      *                    TOLERANCIA DO CARTAO FICA RESTRITA PARA     *
      *                    NOVOS EMPRESTIMOS (EXER0314).               *
      *                    A AGENCIA DA FILA E A DO CADASTRO DE        *
      *                    CLIENTES (CLI02105), OU A SUCESSORA ATIVA   *
      *                    QUANDO ENCERRADA (AGEN2000).                *
      *----------------------------------------------------------------*
      *    CARTAO......:   COLS 1-8   DATA DE REFERENCIA (AAAAMMDD)    *
      *                    COLS 10-12 DIAS DE ANTECEDENCIA DA FILA     *
      *                               (PADRAO 030)                     *
      *                    COLS 14-16 DIAS DE ATRASO PARA RESTRICAO    *
      *                               (PADRAO 090)                     *
      *----------------------------------------------------------------*
      *    RETORNO.....:   RC 04 = REVISAO INFORMADA REJEITADA (VER    *
      *                            RELATORIO)                          *
      *                    RC 08 = CARTAO INVALIDO                     *
      *                    RC 12 = TABELA INTERNA ESGOTADA             *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQPARM  (DATA E PRAZOS)                  -               *
      *      ARQENT01 (EXTRATO DE CLIENTES)            SAI04105        *
      *      ARQXRF01 (CRUZAMENTO CPF X CLIENTE)       XRF05108        *
      *      ARQCAS01 (CASOS DE PREVENCAO A LAVAGEM)   CAS02105        *
      *      ARQBQM01 (MESTRE DA LISTA DE BLOQUEIO)    BQM02105        *
      *      ARQBQH01 (TRILHA DA LISTA - OPCIONAL)     BQH02105        *
      *      ARQSEG01 (SEGMENTOS DE CLIENTES)          SEG02240        *
      *      ARQCLI01 (CADASTRO DE CLIENTES)           CLI02105        *
      *      ARQRVK01 (REVISOES CONCLUIDAS - OPCIONAL) RVK02244        *
      *      ARQKYC01 (CADASTRO ANTERIOR - OPCIONAL)   KYC02244        *
      *      ARQKYC02 (CADASTRO ATUALIZADO)            KYC02244        *
      *      ARQPKY01 (REVISOES VENCIDAS)              PKY02244        *
      *      ARQSAI01 (FILA DE REVISAO POR AGENCIA)    -               *
      *      ARQAGE01 (VIA AGEN2000)                   AGE02241        *
      *      ARQAUD01                                  AUD00105        *
      *----------------------------------------------------------------*
      *    ROTINAS.....:  ERRO2000                                     *
      *                   AGEN2000 (AGENCIA ATUAL E NOME DA AGENCIA)   *
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

           SELECT ARQENT01 ASSIGN      TO UT-S-ARQENT01
                      FILE STATUS      IS WRK-FS-ARQENT01.

           SELECT ARQXRF01 ASSIGN      TO UT-S-ARQXRF01
                      FILE STATUS      IS WRK-FS-ARQXRF01.

           SELECT ARQCAS01 ASSIGN      TO UT-S-ARQCAS01
                      FILE STATUS      IS WRK-FS-ARQCAS01.

           SELECT ARQBQM01 ASSIGN      TO UT-S-ARQBQM01
                      FILE STATUS      IS WRK-FS-ARQBQM01.

           SELECT OPTIONAL ARQBQH01 ASSIGN TO UT-S-ARQBQH01
                      FILE STATUS      IS WRK-FS-ARQBQH01.

           SELECT ARQSEG01 ASSIGN      TO UT-S-ARQSEG01
                      FILE STATUS      IS WRK-FS-ARQSEG01.

           SELECT ARQCLI01 ASSIGN      TO UT-S-ARQCLI01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS FD-ARQCLI01-CPF
                      FILE STATUS      IS WRK-FS-ARQCLI01.

           SELECT OPTIONAL ARQRVK01 ASSIGN TO UT-S-ARQRVK01
                      FILE STATUS      IS WRK-FS-ARQRVK01.

           SELECT OPTIONAL ARQKYC01 ASSIGN TO UT-S-ARQKYC01
                      FILE STATUS      IS WRK-FS-ARQKYC01.

           SELECT ARQKYC02 ASSIGN      TO UT-S-ARQKYC02
                      FILE STATUS      IS WRK-FS-ARQKYC02.

           SELECT ARQPKY01 ASSIGN      TO UT-S-ARQPKY01
                      FILE STATUS      IS WRK-FS-ARQPKY01.

           SELECT ARQSAI01 ASSIGN      TO UT-S-ARQSAI01
                      FILE STATUS      IS WRK-FS-ARQSAI01.

           SELECT ARQAUD01 ASSIGN      TO UT-S-ARQAUD01
                      FILE STATUS      IS WRK-FS-ARQAUD01.

           SELECT WRK-SD-FILA ASSIGN   TO "SORTWK01".
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
      *   INPUT:      EXTRATO DE CLIENTES (EXER0405) EM ORDEM DE       *
      *               CODIGO DE CLIENTE                                *
      *               ORG. SEQUENCIAL   -   LRECL = 117                *
      *----------------------------------------------------------------*

       FD  ARQENT01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQENT01             PIC X(117).

      *----------------------------------------------------------------*
      *   INPUT:      CRUZAMENTO CPF X CODIGO DE CLIENTE               *
      *               ORG. SEQUENCIAL   -   LRECL = 021                *
      *----------------------------------------------------------------*

       FD  ARQXRF01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQXRF01             PIC X(021).

      *----------------------------------------------------------------*
      *   INPUT:      CASOS DE PREVENCAO A LAVAGEM                     *
      *               ORG. SEQUENCIAL   -   LRECL = 068                *
      *----------------------------------------------------------------*

       FD  ARQCAS01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQCAS01             PIC X(068).

      *----------------------------------------------------------------*
      *   INPUT:      MESTRE DA LISTA DE BLOQUEIO DE CPFS              *
      *               ORG. SEQUENCIAL   -   LRECL = 067                *
      *----------------------------------------------------------------*

       FD  ARQBQM01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQBQM01             PIC X(067).

      *----------------------------------------------------------------*
      *   INPUT:      TRILHA DE AUDITORIA DA LISTA DE BLOQUEIO         *
      *               (OPCIONAL)                                       *
      *               ORG. SEQUENCIAL   -   LRECL = 082                *
      *----------------------------------------------------------------*

       FD  ARQBQH01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQBQH01             PIC X(082).

      *----------------------------------------------------------------*
      *   INPUT:      SEGMENTOS DE CLIENTES DO MES                     *
      *               ORG. SEQUENCIAL   -   LRECL = 080                *
      *----------------------------------------------------------------*

       FD  ARQSEG01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQSEG01             PIC X(080).

      *----------------------------------------------------------------*
      *   INPUT:      CADASTRO DE CLIENTES                             *
      *               ORG. INDEXADA     -   LRECL = 056                *
      *----------------------------------------------------------------*

       FD  ARQCLI01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQCLI01.
           05 FD-ARQCLI01-CPF         PIC 9(11).
           05 FILLER                  PIC X(45).

      *----------------------------------------------------------------*
      *   INPUT:      REVISOES CADASTRAIS CONCLUIDAS (OPCIONAL)        *
      *               ORG. SEQUENCIAL   -   LRECL = 040                *
      *----------------------------------------------------------------*

       FD  ARQRVK01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQRVK01             PIC X(040).

      *----------------------------------------------------------------*
      *   INPUT:      CADASTRO DE REVISAO DA RODADA ANTERIOR           *
      *               (OPCIONAL)                                       *
      *               ORG. SEQUENCIAL   -   LRECL = 120                *
      *----------------------------------------------------------------*

       FD  ARQKYC01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQKYC01             PIC X(120).

      *----------------------------------------------------------------*
      *   OUTPUT:     CADASTRO DE REVISAO ATUALIZADO                   *
      *               ORG. SEQUENCIAL   -   LRECL = 120                *
      *----------------------------------------------------------------*

       FD  ARQKYC02
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQKYC02             PIC X(120).

      *----------------------------------------------------------------*
      *   OUTPUT:     REVISOES VENCIDAS (BOLETIM E DECISAO DE CREDITO) *
      *               ORG. SEQUENCIAL   -   LRECL = 050                *
      *----------------------------------------------------------------*

       FD  ARQPKY01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQPKY01             PIC X(050).

      *----------------------------------------------------------------*
      *   OUTPUT:     FILA DE REVISAO CADASTRAL POR AGENCIA            *
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

      *----------------------------------------------------------------*
      *   SORT:      FILA DE REVISAO POR AGENCIA, SITUACAO E DATA      *
      *----------------------------------------------------------------*

       SD  WRK-SD-FILA.
       01  WRK-SD-REGISTRO.
           05 SD-COD-AGENCIA          PIC 9(004).
           05 SD-ORDEM                PIC 9(001).
           05 SD-DAT-PROX-REVISAO     PIC 9(008).
           05 SD-COD-CLIENTE          PIC 9(010).
           05 SD-CPF                  PIC 9(011).
           05 SD-NOM-CLIENTE          PIC X(040).
           05 SD-NOM-AGENCIA          PIC X(030).
           05 SD-COD-CLASSE-RISCO     PIC X(001).
           05 SD-DAT-ATUALIZACAO      PIC 9(008).
           05 SD-DAT-ULT-REVISAO      PIC 9(008).
           05 SD-QTD-DIAS-ATRASO      PIC 9(005).

      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0244 - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC  X(008) VALUE 'EXER0244'.
       77 WRK-ERRO2000            PIC  X(008) VALUE 'ERRO2000'.
       77 WRK-AGEN2000            PIC  X(008) VALUE 'AGEN2000'.
       77 WRK-MASK-QTDE           PIC  ZZZ.ZZ9.
       77 WRK-DIAS-ANTECEDENCIA   PIC  9(003) VALUE 030.
       77 WRK-DIAS-TOLERANCIA     PIC  9(003) VALUE 090.
       77 WRK-CHAVE-KYC           PIC  9(010) VALUE ZEROS.
       77 WRK-CHAVE-ENT           PIC  9(010) VALUE ZEROS.
       77 WRK-CHAVE-MAXIMA        PIC  9(010) VALUE 9999999999.
       77 WRK-INT-REFERENCIA      PIC S9(009) COMP VALUE +0.
       77 WRK-INT-PROXIMA         PIC S9(009) COMP VALUE +0.
       77 WRK-INT-DIAS            PIC S9(009) COMP VALUE +0.
       77 WRK-MESES-ABS           PIC  9(007) VALUE ZEROS.
       77 WRK-MESES-RESTO         PIC  9(002) VALUE ZEROS.
       77 WRK-ULTIMO-DIA          PIC  9(002) VALUE ZEROS.
       77 WRK-RESTO-BISSEXTO      PIC  9(003) VALUE ZEROS.
       77 WRK-QUOCIENTE           PIC  9(007) VALUE ZEROS.
       77 WRK-AGE-ANTERIOR        PIC  9(004) VALUE ZEROS.
       77 WRK-NOM-AGENCIA         PIC  X(030) VALUE SPACES.
      *
       01 WRK-SW-ANTERIOR         PIC  X(001) VALUE 'N'.
          88 WRK-ANTERIOR-PRESENTE            VALUE 'S'.
      *
       01 WRK-SW-REVISOES         PIC  X(001) VALUE 'N'.
          88 WRK-REVISOES-PRESENTES           VALUE 'S'.
      *
       01 WRK-SW-TRILHA           PIC  X(001) VALUE 'N'.
          88 WRK-TRILHA-PRESENTE              VALUE 'S'.
      *
       01 WRK-SW-SORT-CONTROLE    PIC  X(001) VALUE 'N'.
          88 WRK-SORT-FIM                     VALUE 'S'.
      *
       01 WRK-SW-PRIMEIRA-AGENCIA PIC  X(001) VALUE 'S'.
          88 WRK-PRIMEIRA-AGENCIA             VALUE 'S'.
      *
       01 WRK-PARM-REGISTRO.
          05 WRK-PARM-DAT-REFERENCIA
                                  PIC  9(008) VALUE ZEROS.
          05 FILLER               PIC  X(001) VALUE SPACES.
          05 WRK-PARM-DIAS-ANTECEDENCIA
                                  PIC  9(003) VALUE ZEROS.
          05 FILLER               PIC  X(001) VALUE SPACES.
          05 WRK-PARM-DIAS-TOLERANCIA
                                  PIC  9(003) VALUE ZEROS.
          05 FILLER               PIC  X(064) VALUE SPACES.
      *
       01 WRK-DAT-REFERENCIA      PIC  9(008) VALUE ZEROS.
       01 WRK-DAT-REFERENCIA-R    REDEFINES WRK-DAT-REFERENCIA.
          05 WRK-REF-ANO          PIC  9(004).
          05 WRK-REF-MES          PIC  9(002).
          05 WRK-REF-DIA          PIC  9(002).
      *
       01 WRK-DAT-CALCULO         PIC  9(008) VALUE ZEROS.
       01 WRK-DAT-CALCULO-R       REDEFINES WRK-DAT-CALCULO.
          05 WRK-DTC-ANO          PIC  9(004).
          05 WRK-DTC-MES          PIC  9(002).
          05 WRK-DTC-DIA          PIC  9(002).
      *
       01 WRK-DAT-FORMATAR        PIC  9(008) VALUE ZEROS.
       01 WRK-DAT-FORMATAR-R      REDEFINES WRK-DAT-FORMATAR.
          05 WRK-FMT-ANO          PIC  9(004).
          05 WRK-FMT-MES          PIC  9(002).
          05 WRK-FMT-DIA          PIC  9(002).
       01 WRK-DAT-FORMATADA       PIC  X(010) VALUE SPACES.
      *
       01 WRK-ACUMULADORES.
           03 ACU-LIDOS-ARQENT01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQXRF01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQCAS01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQBQM01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQBQH01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQSEG01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQRVK01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQKYC01     PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQKYC02     PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQPKY01     PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQSAI01     PIC 9(007) VALUE ZEROS.
           03 ACU-CLIENTES-NOVOS     PIC 9(007) VALUE ZEROS.
           03 ACU-SEM-CRUZAMENTO     PIC 9(007) VALUE ZEROS.
           03 ACU-SEM-CADASTRO       PIC 9(007) VALUE ZEROS.
           03 ACU-REVISOES-APLICADAS PIC 9(007) VALUE ZEROS.
           03 ACU-REVISOES-IGNORADAS PIC 9(007) VALUE ZEROS.
           03 ACU-REVISOES-REJEITADAS
                                     PIC 9(007) VALUE ZEROS.
           03 ACU-EM-DIA             PIC 9(007) VALUE ZEROS.
           03 ACU-NA-FILA            PIC 9(007) VALUE ZEROS.
           03 ACU-VENCIDAS           PIC 9(007) VALUE ZEROS.
           03 ACU-RESTRITAS          PIC 9(007) VALUE ZEROS.
           03 ACU-AGE-RESTRITAS      PIC 9(007) VALUE ZEROS.
           03 ACU-AGE-VENCIDAS       PIC 9(007) VALUE ZEROS.
           03 ACU-AGE-NA-FILA        PIC 9(007) VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    AREA DE ENTRADA DO EXTRATO (LAYOUT COM SEPARADOR ';' DO     *
      *    EXER0405)                                                   *
      *----------------------------------------------------------------*
       01 WRK-ENT-REGISTRO.
          05 WRK-ENT-COD-CLI      PIC X(013).
          05 FILLER               PIC X(001).
          05 WRK-ENT-NOM-CLI      PIC X(070).
          05 FILLER               PIC X(001).
          05 WRK-ENT-DAT-ATULZ    PIC X(026).
          05 FILLER               PIC X(006).
       01 WRK-ENT-COD-NUM         PIC 9(010) VALUE ZEROS.
       01 WRK-ENT-DAT-NUM         PIC X(008) VALUE SPACES.
      *
       01 WRK-KYC-ANTERIOR        PIC X(120) VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    TABELA DO CRUZAMENTO CPF X CODIGO DE CLIENTE                *
      *----------------------------------------------------------------*
       77 WRK-XRF-QTDE            PIC 9(004) VALUE ZEROS.
       77 WRK-XRF-IDX             PIC 9(004) VALUE ZEROS.
       01 WRK-XRF-TABELA.
          05 WRK-XRF-LINHA        OCCURS 3000 TIMES.
             10 WRK-XRF-CPF       PIC 9(011).
             10 WRK-XRF-CCLUB     PIC 9(010).
      *
      *----------------------------------------------------------------*
      *    TABELA DOS CPFS COM RISCO ALTO OU MEDIO (CPF FORA DA TABELA *
      *    = RISCO BAIXO)                                              *
      *----------------------------------------------------------------*
       77 WRK-RSC-QTDE            PIC 9(004) VALUE ZEROS.
       77 WRK-RSC-IDX             PIC 9(004) VALUE ZEROS.
       77 WRK-RSC-CPF-BUSCA       PIC 9(011) VALUE ZEROS.
       77 WRK-RSC-CLASSE-NOVA     PIC X(001) VALUE SPACES.
       01 WRK-RSC-TABELA.
          05 WRK-RSC-LINHA        OCCURS 5000 TIMES.
             10 WRK-RSC-CPF       PIC 9(011).
             10 WRK-RSC-CLASSE    PIC X(001).
      *
      *----------------------------------------------------------------*
      *    TABELA DAS REVISOES INFORMADAS PELAS AGENCIAS               *
      *----------------------------------------------------------------*
       77 WRK-RVK-QTDE            PIC 9(004) VALUE ZEROS.
       77 WRK-RVK-IDX             PIC 9(004) VALUE ZEROS.
       01 WRK-RVK-TABELA.
          05 WRK-RVK-LINHA        OCCURS 2000 TIMES.
             10 WRK-RVK-CPF       PIC 9(011).
             10 WRK-RVK-DAT-REVISAO
                                  PIC 9(008).
             10 WRK-RVK-COD-AGENCIA
                                  PIC 9(004).
             10 WRK-RVK-COD-REVISOR
                                  PIC X(008).
             10 WRK-RVK-SITUACAO  PIC X(001).
                88 WRK-RVK-PENDENTE           VALUE 'P'.
                88 WRK-RVK-APLICADA           VALUE 'A'.
                88 WRK-RVK-IGNORADA           VALUE 'I'.
                88 WRK-RVK-REJEITADA          VALUE 'R'.
             10 WRK-RVK-MOTIVO    PIC X(035).
      *
      *----------------------------------------------------------------*
      *    AREA DO RELATORIO                                           *
      *----------------------------------------------------------------*
       01 WRK-CAB1-RELATORIO.
          05 FILLER               PIC X(050) VALUE
             'FILA DE REVISAO CADASTRAL (KYC) POR AGENCIA - REFE'.
          05 FILLER               PIC X(008) VALUE
             'RENCIA: '.
          05 WRK-CAB1-DATA        PIC X(010) VALUE SPACES.
          05 FILLER               PIC X(004) VALUE SPACES.
          05 FILLER               PIC X(013) VALUE
             'ANTECEDENCIA '.
          05 WRK-CAB1-ANTECEDENCIA
                                  PIC ZZ9.
          05 FILLER               PIC X(019) VALUE
             ' DIAS - RESTRICAO: '.
          05 WRK-CAB1-TOLERANCIA  PIC ZZ9.
          05 FILLER               PIC X(022) VALUE
             ' DIAS DE ATRASO'.

       01 WRK-CAB-AGENCIA.
          05 FILLER               PIC X(008) VALUE 'AGENCIA '.
          05 WRK-CAB-AGE-CODIGO   PIC 9(004).
          05 FILLER               PIC X(003) VALUE ' - '.
          05 WRK-CAB-AGE-NOME     PIC X(030).
          05 FILLER               PIC X(087) VALUE SPACES.

       01 WRK-DET-FILA.
          05 WRK-DET-SITUACAO     PIC X(010).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DET-COD-CLIENTE  PIC 9(010).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DET-CPF          PIC 9(011).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DET-NOME         PIC X(040).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DET-RISCO        PIC X(005).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DET-DAT-ATUALIZACAO
                                  PIC X(010).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DET-DAT-REVISAO  PIC X(010).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DET-DAT-PROXIMA  PIC X(010).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DET-ATRASO       PIC ZZ.ZZ9.
          05 FILLER               PIC X(004) VALUE SPACES.

       01 WRK-TOT-AGENCIA.
          05 FILLER               PIC X(021) VALUE
             '  TOTAL DA AGENCIA - '.
          05 FILLER               PIC X(011) VALUE 'RESTRITAS: '.
          05 WRK-TOT-RESTRITAS    PIC ZZZ.ZZ9.
          05 FILLER               PIC X(012) VALUE '  VENCIDAS: '.
          05 WRK-TOT-VENCIDAS     PIC ZZZ.ZZ9.
          05 FILLER               PIC X(012) VALUE '  A VENCER: '.
          05 WRK-TOT-NA-FILA      PIC ZZZ.ZZ9.
          05 FILLER               PIC X(055) VALUE SPACES.

       01 WRK-REJ-LINHA.
          05 FILLER               PIC X(004) VALUE 'CPF '.
          05 WRK-REJ-CPF          PIC 9(011).
          05 FILLER               PIC X(008) VALUE '  DATA: '.
          05 WRK-REJ-DATA         PIC X(010).
          05 FILLER               PIC X(011) VALUE '  AGENCIA: '.
          05 WRK-REJ-AGENCIA      PIC 9(004).
          05 FILLER               PIC X(011) VALUE '  REVISOR: '.
          05 WRK-REJ-REVISOR      PIC X(008).
          05 FILLER               PIC X(010) VALUE '  MOTIVO: '.
          05 WRK-REJ-MOTIVO       PIC X(035).
          05 FILLER               PIC X(020) VALUE SPACES.

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
          05 WRK-FS-ARQENT01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-ENT01-OK               VALUE '00'.
             88 WRK-FS-ENT01-FIM              VALUE '10'.
          05 WRK-FS-ARQXRF01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-XRF01-OK               VALUE '00'.
             88 WRK-FS-XRF01-FIM              VALUE '10'.
          05 WRK-FS-ARQCAS01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-CAS01-OK               VALUE '00'.
             88 WRK-FS-CAS01-FIM              VALUE '10'.
          05 WRK-FS-ARQBQM01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-BQM01-OK               VALUE '00'.
             88 WRK-FS-BQM01-FIM              VALUE '10'.
          05 WRK-FS-ARQBQH01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-BQH01-OK               VALUE '00'.
             88 WRK-FS-BQH01-FIM              VALUE '10'.
          05 WRK-FS-ARQSEG01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SEG01-OK               VALUE '00'.
             88 WRK-FS-SEG01-FIM              VALUE '10'.
          05 WRK-FS-ARQCLI01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-CLI01-OK               VALUE '00'.
             88 WRK-FS-CLI01-NAO-ENCONTRADO   VALUE '23'.
          05 WRK-FS-ARQRVK01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-RVK01-OK               VALUE '00'.
             88 WRK-FS-RVK01-FIM              VALUE '10'.
          05 WRK-FS-ARQKYC01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-KYC01-OK               VALUE '00'.
             88 WRK-FS-KYC01-FIM              VALUE '10'.
          05 WRK-FS-ARQKYC02      PIC  X(002) VALUE SPACES.
             88 WRK-FS-KYC02-OK               VALUE '00'.
          05 WRK-FS-ARQPKY01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-PKY01-OK               VALUE '00'.
          05 WRK-FS-ARQSAI01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SAI01-OK               VALUE '00'.
          05 WRK-FS-ARQAUD01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-AUD01-OK               VALUE '00'.
          05 WRK-FS-DISPLAY       PIC  X(002) VALUE SPACES.

       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQPARM       VALUE 'ARQPARM '.
          88 WRK-CN-ARQENT01      VALUE 'ARQENT01'.
          88 WRK-CN-ARQXRF01      VALUE 'ARQXRF01'.
          88 WRK-CN-ARQCAS01      VALUE 'ARQCAS01'.
          88 WRK-CN-ARQBQM01      VALUE 'ARQBQM01'.
          88 WRK-CN-ARQBQH01      VALUE 'ARQBQH01'.
          88 WRK-CN-ARQSEG01      VALUE 'ARQSEG01'.
          88 WRK-CN-ARQCLI01      VALUE 'ARQCLI01'.
          88 WRK-CN-ARQRVK01      VALUE 'ARQRVK01'.
          88 WRK-CN-ARQKYC01      VALUE 'ARQKYC01'.
          88 WRK-CN-ARQKYC02      VALUE 'ARQKYC02'.
          88 WRK-CN-ARQPKY01      VALUE 'ARQPKY01'.
          88 WRK-CN-ARQSAI01      VALUE 'ARQSAI01'.
          88 WRK-CN-ARQAGE01      VALUE 'ARQAGE01'.
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
           COPY XRF05108.
           COPY CAS02105.
           COPY BQM02105.
           COPY BQH02105.
           COPY SEG02240.
           COPY CLI02105.
           COPY RVK02244.
           COPY KYC02244.
           COPY PKY02244.
           COPY AUD00105.
           COPY 'I#AGEN01'.
           COPY 'I#ERRO01'.

      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0244 - FIM DA AREA DE WORKING'.
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

           PERFORM 1200-CARREGAR-CRUZAMENTO

           PERFORM 1300-CARREGAR-RISCOS

           PERFORM 1400-CARREGAR-REVISOES

           SORT WRK-SD-FILA
                ASCENDING KEY SD-COD-AGENCIA
                              SD-ORDEM
                              SD-DAT-PROX-REVISAO
                              SD-COD-CLIENTE
                INPUT PROCEDURE 2000-PROCESSAR-CLIENTES
                OUTPUT PROCEDURE 3000-IMPRIMIR-FILA

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

           IF WRK-PARM-DIAS-ANTECEDENCIA NUMERIC
              AND WRK-PARM-DIAS-ANTECEDENCIA NOT EQUAL ZEROS
              MOVE WRK-PARM-DIAS-ANTECEDENCIA
                                       TO WRK-DIAS-ANTECEDENCIA
           END-IF

           IF WRK-PARM-DIAS-TOLERANCIA NUMERIC
              AND WRK-PARM-DIAS-TOLERANCIA NOT EQUAL ZEROS
              MOVE WRK-PARM-DIAS-TOLERANCIA
                                       TO WRK-DIAS-TOLERANCIA
           END-IF

           CLOSE ARQPARM

           COMPUTE WRK-INT-REFERENCIA =
                   FUNCTION INTEGER-OF-DATE (WRK-DAT-REFERENCIA)

           SET  WRK-CN-ARQENT01        TO TRUE
           OPEN INPUT ARQENT01

           IF NOT WRK-FS-ENT01-OK
              MOVE WRK-FS-ARQENT01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQCLI01        TO TRUE
           OPEN INPUT ARQCLI01

           IF NOT WRK-FS-CLI01-OK
              MOVE WRK-FS-ARQCLI01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQKYC01        TO TRUE
           OPEN INPUT ARQKYC01

           IF WRK-FS-KYC01-OK
              SET WRK-ANTERIOR-PRESENTE
                                       TO TRUE
           ELSE
              DISPLAY '* CADASTRO DE REVISAO ANTERIOR AUSENTE - '
                      'CARGA INICIAL PELO EXTRATO'
           END-IF

           SET  WRK-CN-ARQKYC02        TO TRUE
           OPEN OUTPUT ARQKYC02

           IF NOT WRK-FS-KYC02-OK
              MOVE WRK-FS-ARQKYC02     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQPKY01        TO TRUE
           OPEN OUTPUT ARQPKY01

           IF NOT WRK-FS-PKY01-OK
              MOVE WRK-FS-ARQPKY01     TO WRK-FS-DISPLAY
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
           MOVE WRK-DIAS-ANTECEDENCIA  TO WRK-CAB1-ANTECEDENCIA
           MOVE WRK-DIAS-TOLERANCIA    TO WRK-CAB1-TOLERANCIA

           MOVE WRK-CAB1-RELATORIO     TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CARGA DO CRUZAMENTO CPF X CODIGO DE CLIENTE                 *
      *----------------------------------------------------------------*
       1200-CARREGAR-CRUZAMENTO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQXRF01        TO TRUE
           OPEN INPUT ARQXRF01

           IF NOT WRK-FS-XRF01-OK
              MOVE WRK-FS-ARQXRF01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 3830-LER-CRUZAMENTO

           PERFORM 1210-GUARDAR-CRUZAMENTO
              UNTIL WRK-FS-XRF01-FIM

           SET  WRK-CN-CLOSE           TO TRUE
           CLOSE ARQXRF01
           .
      *----------------------------------------------------------------*
       1200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1210-GUARDAR-CRUZAMENTO SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-XRF-QTDE NOT LESS 3000
              DISPLAY '* TABELA DE CRUZAMENTOS ESGOTADA (3000)'
              MOVE 12                  TO RETURN-CODE
              PERFORM 9900-FIM-PROGRAMA
           END-IF

           ADD 1 TO WRK-XRF-QTDE
           MOVE ARQXRF01-CPF           TO WRK-XRF-CPF (WRK-XRF-QTDE)
           MOVE ARQXRF01-COD-CLIENTE   TO WRK-XRF-CCLUB (WRK-XRF-QTDE)

           PERFORM 3830-LER-CRUZAMENTO
           .
      *----------------------------------------------------------------*
       1210-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CLASSE DE RISCO POR CPF: CASOS DE PREVENCAO A LAVAGEM,      *
      *    LISTA DE BLOQUEIO (MESTRE E TRILHA) E SEGMENTO PRIVATE      *
      *----------------------------------------------------------------*
       1300-CARREGAR-RISCOS SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQCAS01        TO TRUE
           OPEN INPUT ARQCAS01

           IF NOT WRK-FS-CAS01-OK
              MOVE WRK-FS-ARQCAS01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 3840-LER-CASO

           PERFORM 1310-TRATAR-CASO
              UNTIL WRK-FS-CAS01-FIM

           SET  WRK-CN-CLOSE           TO TRUE
           CLOSE ARQCAS01

           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQBQM01        TO TRUE
           OPEN INPUT ARQBQM01

           IF NOT WRK-FS-BQM01-OK
              MOVE WRK-FS-ARQBQM01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 3850-LER-BLOQUEIO

           PERFORM 1320-TRATAR-BLOQUEIO
              UNTIL WRK-FS-BQM01-FIM

           SET  WRK-CN-CLOSE           TO TRUE
           CLOSE ARQBQM01

           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQBQH01        TO TRUE
           OPEN INPUT ARQBQH01

           IF WRK-FS-BQH01-OK
              SET WRK-TRILHA-PRESENTE  TO TRUE
              PERFORM 3860-LER-TRILHA
              PERFORM 1330-TRATAR-TRILHA
                 UNTIL WRK-FS-BQH01-FIM
              SET  WRK-CN-CLOSE        TO TRUE
              CLOSE ARQBQH01
           ELSE
              DISPLAY '* TRILHA DA LISTA DE BLOQUEIO AUSENTE - '
                      'SO O MESTRE E CONSIDERADO'
           END-IF

           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQSEG01        TO TRUE
           OPEN INPUT ARQSEG01

           IF NOT WRK-FS-SEG01-OK
              MOVE WRK-FS-ARQSEG01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 3870-LER-SEGMENTO

           PERFORM 1340-TRATAR-SEGMENTO
              UNTIL WRK-FS-SEG01-FIM

           SET  WRK-CN-CLOSE           TO TRUE
           CLOSE ARQSEG01
           .
      *----------------------------------------------------------------*
       1300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1310-TRATAR-CASO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ARQCAS01-CPF           TO WRK-RSC-CPF-BUSCA

           IF ARQCAS01-CASO-DESCARTADO
              MOVE 'M'                 TO WRK-RSC-CLASSE-NOVA
           ELSE
              MOVE 'A'                 TO WRK-RSC-CLASSE-NOVA
           END-IF

           PERFORM 5100-MARCAR-RISCO

           PERFORM 3840-LER-CASO
           .
      *----------------------------------------------------------------*
       1310-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1320-TRATAR-BLOQUEIO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ARQBQM01-CPF           TO WRK-RSC-CPF-BUSCA

           IF ARQBQM01-DAT-INICIO NOT GREATER WRK-DAT-REFERENCIA
              AND ARQBQM01-DAT-FIM NOT LESS WRK-DAT-REFERENCIA
              MOVE 'A'                 TO WRK-RSC-CLASSE-NOVA
           ELSE
              MOVE 'M'                 TO WRK-RSC-CLASSE-NOVA
           END-IF

           PERFORM 5100-MARCAR-RISCO

           PERFORM 3850-LER-BLOQUEIO
           .
      *----------------------------------------------------------------*
       1320-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    A IMAGEM DA TRILHA E UM REGISTRO BQM02105 (CPF NAS 11       *
      *    PRIMEIRAS POSICOES)                                         *
      *----------------------------------------------------------------*
       1330-TRATAR-TRILHA SECTION.
      *----------------------------------------------------------------*
      *
           IF ARQBQH01-DADOS-ANTES (1:11) NUMERIC
              MOVE ARQBQH01-DADOS-ANTES (1:11)
                                       TO WRK-RSC-CPF-BUSCA
              MOVE 'M'                 TO WRK-RSC-CLASSE-NOVA
              PERFORM 5100-MARCAR-RISCO
           END-IF

           PERFORM 3860-LER-TRILHA
           .
      *----------------------------------------------------------------*
       1330-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1340-TRATAR-SEGMENTO SECTION.
      *----------------------------------------------------------------*
      *
           IF ARQSEG01-SEG-PRIVATE
              MOVE ARQSEG01-CPF        TO WRK-RSC-CPF-BUSCA
              MOVE 'M'                 TO WRK-RSC-CLASSE-NOVA
              PERFORM 5100-MARCAR-RISCO
           END-IF

           PERFORM 3870-LER-SEGMENTO
           .
      *----------------------------------------------------------------*
       1340-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CARGA DAS REVISOES CONCLUIDAS INFORMADAS PELAS AGENCIAS;    *
      *    DATA INVALIDA OU POSTERIOR A REFERENCIA E REJEITADA         *
      *----------------------------------------------------------------*
       1400-CARREGAR-REVISOES SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQRVK01        TO TRUE
           OPEN INPUT ARQRVK01

           IF NOT WRK-FS-RVK01-OK
              DISPLAY '* SEM REVISOES CONCLUIDAS INFORMADAS'
              GO TO 1400-99-FIM
           END-IF

           SET WRK-REVISOES-PRESENTES  TO TRUE

           PERFORM 3880-LER-REVISAO

           PERFORM 1410-GUARDAR-REVISAO
              UNTIL WRK-FS-RVK01-FIM

           SET  WRK-CN-CLOSE           TO TRUE
           CLOSE ARQRVK01
           .
      *----------------------------------------------------------------*
       1400-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1410-GUARDAR-REVISAO SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-RVK-QTDE NOT LESS 2000
              DISPLAY '* TABELA DE REVISOES ESGOTADA (2000)'
              MOVE 12                  TO RETURN-CODE
              PERFORM 9900-FIM-PROGRAMA
           END-IF

           ADD 1 TO WRK-RVK-QTDE
           MOVE WRK-RVK-QTDE           TO WRK-RVK-IDX

           MOVE ARQRVK01-CPF           TO WRK-RVK-CPF (WRK-RVK-IDX)
           MOVE ARQRVK01-DAT-REVISAO   TO WRK-RVK-DAT-REVISAO
                                          (WRK-RVK-IDX)
           MOVE ARQRVK01-COD-AGENCIA   TO WRK-RVK-COD-AGENCIA
                                          (WRK-RVK-IDX)
           MOVE ARQRVK01-COD-REVISOR   TO WRK-RVK-COD-REVISOR
                                          (WRK-RVK-IDX)
           SET WRK-RVK-PENDENTE (WRK-RVK-IDX)
                                       TO TRUE
           MOVE SPACES                 TO WRK-RVK-MOTIVO (WRK-RVK-IDX)

           MOVE ARQRVK01-DAT-REVISAO   TO WRK-DAT-CALCULO

           EVALUATE TRUE
              WHEN ARQRVK01-CPF NOT NUMERIC
                OR ARQRVK01-CPF EQUAL ZEROS
                 MOVE 'CPF INVALIDO'   TO WRK-RVK-MOTIVO (WRK-RVK-IDX)
              WHEN ARQRVK01-DAT-REVISAO NOT NUMERIC
                OR WRK-DTC-ANO EQUAL ZEROS
                OR WRK-DTC-MES LESS 01
                OR WRK-DTC-MES GREATER 12
                OR WRK-DTC-DIA LESS 01
                OR WRK-DTC-DIA GREATER 31
                 MOVE 'DATA DA REVISAO INVALIDA'
                                       TO WRK-RVK-MOTIVO (WRK-RVK-IDX)
              WHEN ARQRVK01-DAT-REVISAO GREATER WRK-DAT-REFERENCIA
                 MOVE 'DATA DA REVISAO FUTURA'
                                       TO WRK-RVK-MOTIVO (WRK-RVK-IDX)
              WHEN ARQRVK01-COD-REVISOR EQUAL SPACES
                 MOVE 'REVISOR NAO INFORMADO'
                                       TO WRK-RVK-MOTIVO (WRK-RVK-IDX)
           END-EVALUATE

           IF WRK-RVK-MOTIVO (WRK-RVK-IDX) NOT EQUAL SPACES
              SET WRK-RVK-REJEITADA (WRK-RVK-IDX)
                                       TO TRUE
           END-IF

           PERFORM 3880-LER-REVISAO
           .
      *----------------------------------------------------------------*
       1410-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    BALANCO ENTRE O CADASTRO DE REVISAO ANTERIOR E O EXTRATO DE *
      *    CLIENTES, AMBOS EM ORDEM DE CODIGO DE CLIENTE (INPUT        *
      *    PROCEDURE DO SORT). O EXTRATO PODE SER SO DOS CLIENTES      *
      *    ALTERADOS: CLIENTE FORA DELE MANTEM OS DADOS ANTERIORES     *
      *----------------------------------------------------------------*
       2000-PROCESSAR-CLIENTES SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-ANTERIOR-PRESENTE
              PERFORM 3810-LER-ANTERIOR
           ELSE
              MOVE WRK-CHAVE-MAXIMA    TO WRK-CHAVE-KYC
           END-IF

           PERFORM 3820-LER-EXTRATO

           PERFORM 2100-TRATAR-CLIENTE
              UNTIL WRK-CHAVE-KYC EQUAL WRK-CHAVE-MAXIMA
                AND WRK-CHAVE-ENT EQUAL WRK-CHAVE-MAXIMA
           .
      *----------------------------------------------------------------*
       2000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2100-TRATAR-CLIENTE SECTION.
      *----------------------------------------------------------------*
      *
           EVALUATE TRUE
              WHEN WRK-CHAVE-KYC EQUAL WRK-CHAVE-ENT
                 MOVE WRK-KYC-ANTERIOR TO ARQKYC01-REGISTRO
                 PERFORM 2150-ATUALIZAR-EXTRATO
                 PERFORM 3810-LER-ANTERIOR
                 PERFORM 3820-LER-EXTRATO
              WHEN WRK-CHAVE-KYC LESS WRK-CHAVE-ENT
                 MOVE WRK-KYC-ANTERIOR TO ARQKYC01-REGISTRO
                 PERFORM 3810-LER-ANTERIOR
              WHEN OTHER
                 INITIALIZE ARQKYC01-REGISTRO
                 MOVE WRK-CHAVE-ENT    TO ARQKYC01-COD-CLIENTE
                 ADD 1 TO ACU-CLIENTES-NOVOS
                 PERFORM 2150-ATUALIZAR-EXTRATO
                 PERFORM 3820-LER-EXTRATO
           END-EVALUATE

           PERFORM 2200-REVISAR-CLIENTE
           .
      *----------------------------------------------------------------*
       2100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    NOME E DATA DA ULTIMA ATUALIZACAO DO EXTRATO (TIMESTAMP     *
      *    AAAA-MM-DD-HH.MM.SS.NNNNNN)                                 *
      *----------------------------------------------------------------*
       2150-ATUALIZAR-EXTRATO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-ENT-NOM-CLI (1:40) TO ARQKYC01-NOM-CLIENTE

           MOVE WRK-ENT-DAT-ATULZ (1:4) TO WRK-ENT-DAT-NUM (1:4)
           MOVE WRK-ENT-DAT-ATULZ (6:2) TO WRK-ENT-DAT-NUM (5:2)
           MOVE WRK-ENT-DAT-ATULZ (9:2) TO WRK-ENT-DAT-NUM (7:2)

           IF WRK-ENT-DAT-NUM NOT NUMERIC
              GO TO 2150-99-FIM
           END-IF

           MOVE WRK-ENT-DAT-NUM        TO WRK-DAT-CALCULO

           IF WRK-DTC-MES LESS 01 OR WRK-DTC-MES GREATER 12
              OR WRK-DTC-DIA LESS 01 OR WRK-DTC-DIA GREATER 31
              GO TO 2150-99-FIM
           END-IF

           IF WRK-DAT-CALCULO GREATER ARQKYC01-DAT-ATUALIZACAO
              MOVE WRK-DAT-CALCULO     TO ARQKYC01-DAT-ATUALIZACAO
           END-IF
           .
      *----------------------------------------------------------------*
       2150-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CPF, AGENCIA, REVISOES CONCLUIDAS, CLASSE DE RISCO E        *
      *    PROXIMA REVISAO DO CLIENTE; GRAVA O CADASTRO, A FILA E AS   *
      *    VENCIDAS                                                    *
      *----------------------------------------------------------------*
       2200-REVISAR-CLIENTE SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 5200-PROCURAR-CRUZAMENTO

           IF WRK-XRF-IDX NOT GREATER WRK-XRF-QTDE
              MOVE WRK-XRF-CPF (WRK-XRF-IDX)
                                       TO ARQKYC01-CPF
           END-IF

           IF ARQKYC01-CPF EQUAL ZEROS
              ADD 1 TO ACU-SEM-CRUZAMENTO
              MOVE ZEROS               TO ARQKYC01-COD-AGENCIA
           ELSE
              PERFORM 5300-AGENCIA-DO-CLIENTE
           END-IF

           PERFORM 5350-CONSULTAR-AGENCIA

           IF WRK-REVISOES-PRESENTES
              AND ARQKYC01-CPF NOT EQUAL ZEROS
              PERFORM 2250-APLICAR-REVISAO
                 VARYING WRK-RVK-IDX FROM 1 BY 1
                 UNTIL WRK-RVK-IDX GREATER WRK-RVK-QTDE
           END-IF

           MOVE 'B'                    TO ARQKYC01-COD-CLASSE-RISCO

           IF ARQKYC01-CPF NOT EQUAL ZEROS
              MOVE ARQKYC01-CPF        TO WRK-RSC-CPF-BUSCA
              PERFORM 5150-PROCURAR-RISCO
              IF WRK-RSC-IDX NOT GREATER WRK-RSC-QTDE
                 MOVE WRK-RSC-CLASSE (WRK-RSC-IDX)
                                       TO ARQKYC01-COD-CLASSE-RISCO
              END-IF
           END-IF

           EVALUATE TRUE
              WHEN ARQKYC01-RISCO-ALTO
                 MOVE 12               TO ARQKYC01-QTD-MESES-CICLO
              WHEN ARQKYC01-RISCO-MEDIO
                 MOVE 24               TO ARQKYC01-QTD-MESES-CICLO
              WHEN OTHER
                 MOVE 36               TO ARQKYC01-QTD-MESES-CICLO
           END-EVALUATE

           PERFORM 5500-CALCULAR-PROXIMA

           PERFORM 5600-APURAR-SITUACAO

           MOVE WRK-DAT-REFERENCIA     TO ARQKYC01-DAT-PROCESSAMENTO

           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQKYC02        TO TRUE

           WRITE FD-ARQKYC02 FROM ARQKYC01-REGISTRO

           IF WRK-FS-KYC02-OK
              ADD 1 TO ACU-GRAVA-ARQKYC02
           ELSE
              MOVE WRK-FS-ARQKYC02     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF ARQKYC01-REVISAO-EM-DIA
              GO TO 2200-99-FIM
           END-IF

           PERFORM 2300-LIBERAR-FILA

           IF ARQKYC01-REVISAO-VENCIDA
              OR ARQKYC01-REVISAO-RESTRITA
              PERFORM 2400-GRAVAR-VENCIDA
           END-IF
           .
      *----------------------------------------------------------------*
       2200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    BAIXA A REVISAO INFORMADA PARA O CPF; REVISAO COM DATA NAO  *
      *    POSTERIOR A ULTIMA JA REGISTRADA E IGNORADA                 *
      *----------------------------------------------------------------*
       2250-APLICAR-REVISAO SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-RVK-CPF (WRK-RVK-IDX) NOT EQUAL ARQKYC01-CPF
              OR NOT WRK-RVK-PENDENTE (WRK-RVK-IDX)
              GO TO 2250-99-FIM
           END-IF

           IF WRK-RVK-DAT-REVISAO (WRK-RVK-IDX) GREATER
              ARQKYC01-DAT-ULT-REVISAO
              MOVE WRK-RVK-DAT-REVISAO (WRK-RVK-IDX)
                                       TO ARQKYC01-DAT-ULT-REVISAO
              MOVE WRK-RVK-COD-REVISOR (WRK-RVK-IDX)
                                       TO ARQKYC01-COD-REVISOR
              SET WRK-RVK-APLICADA (WRK-RVK-IDX)
                                       TO TRUE
              ADD 1 TO ACU-REVISOES-APLICADAS
           ELSE
              SET WRK-RVK-IGNORADA (WRK-RVK-IDX)
                                       TO TRUE
              ADD 1 TO ACU-REVISOES-IGNORADAS
           END-IF
           .
      *----------------------------------------------------------------*
       2250-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CLIENTE NA FILA DE REVISAO (RESTRITO, VENCIDO OU A VENCER)  *
      *----------------------------------------------------------------*
       2300-LIBERAR-FILA SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE WRK-SD-REGISTRO

           MOVE ARQKYC01-COD-AGENCIA   TO SD-COD-AGENCIA

           EVALUATE TRUE
              WHEN ARQKYC01-REVISAO-RESTRITA
                 MOVE 1                TO SD-ORDEM
              WHEN ARQKYC01-REVISAO-VENCIDA
                 MOVE 2                TO SD-ORDEM
              WHEN OTHER
                 MOVE 3                TO SD-ORDEM
           END-EVALUATE

           MOVE ARQKYC01-DAT-PROX-REVISAO
                                       TO SD-DAT-PROX-REVISAO
           MOVE ARQKYC01-COD-CLIENTE   TO SD-COD-CLIENTE
           MOVE ARQKYC01-CPF           TO SD-CPF
           MOVE ARQKYC01-NOM-CLIENTE   TO SD-NOM-CLIENTE
           MOVE WRK-NOM-AGENCIA        TO SD-NOM-AGENCIA
           MOVE ARQKYC01-COD-CLASSE-RISCO
                                       TO SD-COD-CLASSE-RISCO
           MOVE ARQKYC01-DAT-ATUALIZACAO
                                       TO SD-DAT-ATUALIZACAO
           MOVE ARQKYC01-DAT-ULT-REVISAO
                                       TO SD-DAT-ULT-REVISAO
           MOVE ARQKYC01-QTD-DIAS-ATRASO
                                       TO SD-QTD-DIAS-ATRASO

           RELEASE WRK-SD-REGISTRO
           .
      *----------------------------------------------------------------*
       2300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    REVISAO VENCIDA PARA O BOLETIM E A DECISAO DE CREDITO       *
      *----------------------------------------------------------------*
       2400-GRAVAR-VENCIDA SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE ARQPKY01-REGISTRO

           MOVE ARQKYC01-CPF           TO ARQPKY01-CPF
           MOVE ARQKYC01-COD-CLIENTE   TO ARQPKY01-COD-CLIENTE
           MOVE ARQKYC01-COD-AGENCIA   TO ARQPKY01-COD-AGENCIA
           MOVE ARQKYC01-DAT-PROX-REVISAO
                                       TO ARQPKY01-DAT-PROX-REVISAO
           MOVE ARQKYC01-QTD-DIAS-ATRASO
                                       TO ARQPKY01-QTD-DIAS-ATRASO
           MOVE ARQKYC01-COD-CLASSE-RISCO
                                       TO ARQPKY01-COD-CLASSE-RISCO

           IF ARQKYC01-REVISAO-RESTRITA
              MOVE 'S'                 TO ARQPKY01-IND-RESTRITO
           ELSE
              MOVE 'N'                 TO ARQPKY01-IND-RESTRITO
           END-IF

           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQPKY01        TO TRUE

           WRITE FD-ARQPKY01 FROM ARQPKY01-REGISTRO

           IF WRK-FS-PKY01-OK
              ADD 1 TO ACU-GRAVA-ARQPKY01
           ELSE
              MOVE WRK-FS-ARQPKY01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       2400-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    IMPRESSAO DA FILA COM QUEBRA POR AGENCIA (OUTPUT PROCEDURE  *
      *    DO SORT)                                                    *
      *----------------------------------------------------------------*
       3000-IMPRIMIR-FILA SECTION.
      *----------------------------------------------------------------*
      *
           RETURN WRK-SD-FILA
              AT END
                 SET WRK-SORT-FIM      TO TRUE
           END-RETURN

           PERFORM 3100-IMPRIMIR-CLIENTE
              UNTIL WRK-SORT-FIM

           IF NOT WRK-PRIMEIRA-AGENCIA
              PERFORM 3200-TOTALIZAR-AGENCIA
           END-IF
           .
      *----------------------------------------------------------------*
       3000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3100-IMPRIMIR-CLIENTE SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-PRIMEIRA-AGENCIA
              OR SD-COD-AGENCIA NOT EQUAL WRK-AGE-ANTERIOR
              IF NOT WRK-PRIMEIRA-AGENCIA
                 PERFORM 3200-TOTALIZAR-AGENCIA
              END-IF
              MOVE 'N'                 TO WRK-SW-PRIMEIRA-AGENCIA
              MOVE SD-COD-AGENCIA      TO WRK-AGE-ANTERIOR
              PERFORM 3150-CABECALHO-AGENCIA
           END-IF

           EVALUATE SD-ORDEM
              WHEN 1
                 MOVE 'RESTRITA'       TO WRK-DET-SITUACAO
                 ADD 1 TO ACU-AGE-RESTRITAS
              WHEN 2
                 MOVE 'VENCIDA'        TO WRK-DET-SITUACAO
                 ADD 1 TO ACU-AGE-VENCIDAS
              WHEN OTHER
                 MOVE 'A VENCER'       TO WRK-DET-SITUACAO
                 ADD 1 TO ACU-AGE-NA-FILA
           END-EVALUATE

           MOVE SD-COD-CLIENTE         TO WRK-DET-COD-CLIENTE
           MOVE SD-CPF                 TO WRK-DET-CPF
           MOVE SD-NOM-CLIENTE         TO WRK-DET-NOME

           EVALUATE SD-COD-CLASSE-RISCO
              WHEN 'A'
                 MOVE 'ALTO'           TO WRK-DET-RISCO
              WHEN 'M'
                 MOVE 'MEDIO'          TO WRK-DET-RISCO
              WHEN OTHER
                 MOVE 'BAIXO'          TO WRK-DET-RISCO
           END-EVALUATE

           MOVE SD-DAT-ATUALIZACAO     TO WRK-DAT-FORMATAR
           PERFORM 5800-FORMATAR-DATA
           MOVE WRK-DAT-FORMATADA      TO WRK-DET-DAT-ATUALIZACAO

           MOVE SD-DAT-ULT-REVISAO     TO WRK-DAT-FORMATAR
           PERFORM 5800-FORMATAR-DATA
           MOVE WRK-DAT-FORMATADA      TO WRK-DET-DAT-REVISAO

           MOVE SD-DAT-PROX-REVISAO    TO WRK-DAT-FORMATAR
           PERFORM 5800-FORMATAR-DATA
           MOVE WRK-DAT-FORMATADA      TO WRK-DET-DAT-PROXIMA

           MOVE SD-QTD-DIAS-ATRASO     TO WRK-DET-ATRASO

           MOVE WRK-DET-FILA           TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           RETURN WRK-SD-FILA
              AT END
                 SET WRK-SORT-FIM      TO TRUE
           END-RETURN
           .
      *----------------------------------------------------------------*
       3100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3150-CABECALHO-AGENCIA SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 4950-GRAVAR-LINHA

           MOVE SD-COD-AGENCIA         TO WRK-CAB-AGE-CODIGO
           MOVE SD-NOM-AGENCIA         TO WRK-CAB-AGE-NOME
           MOVE WRK-CAB-AGENCIA        TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'SITUACAO    CLIENTE     CPF'
                                       TO WRK-LINHA-IMPRESSAO
           MOVE 'NOME'                 TO WRK-LINHA-IMPRESSAO (39:4)
           MOVE 'RISCO'                TO WRK-LINHA-IMPRESSAO (81:5)
           MOVE 'ATUALIZ.'             TO WRK-LINHA-IMPRESSAO (88:8)
           MOVE 'REVISAO'              TO WRK-LINHA-IMPRESSAO (100:7)
           MOVE 'PROXIMA'              TO WRK-LINHA-IMPRESSAO (112:7)
           MOVE 'ATRASO'               TO WRK-LINHA-IMPRESSAO (123:6)
           PERFORM 4950-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       3150-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3200-TOTALIZAR-AGENCIA SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ACU-AGE-RESTRITAS      TO WRK-TOT-RESTRITAS
           MOVE ACU-AGE-VENCIDAS       TO WRK-TOT-VENCIDAS
           MOVE ACU-AGE-NA-FILA        TO WRK-TOT-NA-FILA
           MOVE WRK-TOT-AGENCIA        TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE ZEROS                  TO ACU-AGE-RESTRITAS
                                          ACU-AGE-VENCIDAS
                                          ACU-AGE-NA-FILA
           .
      *----------------------------------------------------------------*
       3200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LEITURA DO CADASTRO DE REVISAO ANTERIOR                     *
      *----------------------------------------------------------------*
       3810-LER-ANTERIOR SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQKYC01        TO TRUE

           READ ARQKYC01 INTO WRK-KYC-ANTERIOR

           EVALUATE TRUE
              WHEN WRK-FS-KYC01-OK
                 ADD 1 TO ACU-LIDOS-ARQKYC01
                 MOVE WRK-KYC-ANTERIOR (1:10)
                                       TO WRK-CHAVE-KYC
              WHEN WRK-FS-KYC01-FIM
                 MOVE WRK-CHAVE-MAXIMA TO WRK-CHAVE-KYC
              WHEN OTHER
                 MOVE WRK-FS-ARQKYC01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       3810-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LEITURA DO EXTRATO DE CLIENTES; O CODIGO EDITADO            *
      *    (9.999.999.999) E CONVERTIDO PARA NUMERICO                  *
      *----------------------------------------------------------------*
       3820-LER-EXTRATO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQENT01        TO TRUE

           READ ARQENT01 INTO WRK-ENT-REGISTRO

           EVALUATE TRUE
              WHEN WRK-FS-ENT01-OK
                 ADD 1 TO ACU-LIDOS-ARQENT01
                 MOVE ZEROS            TO WRK-ENT-COD-NUM
                 MOVE WRK-ENT-COD-CLI (1:1)
                                       TO WRK-ENT-COD-NUM (1:1)
                 MOVE WRK-ENT-COD-CLI (3:3)
                                       TO WRK-ENT-COD-NUM (2:3)
                 MOVE WRK-ENT-COD-CLI (7:3)
                                       TO WRK-ENT-COD-NUM (5:3)
                 MOVE WRK-ENT-COD-CLI (11:3)
                                       TO WRK-ENT-COD-NUM (8:3)
                 MOVE WRK-ENT-COD-NUM  TO WRK-CHAVE-ENT
              WHEN WRK-FS-ENT01-FIM
                 MOVE WRK-CHAVE-MAXIMA TO WRK-CHAVE-ENT
              WHEN OTHER
                 MOVE WRK-FS-ARQENT01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       3820-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3830-LER-CRUZAMENTO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQXRF01        TO TRUE

           READ ARQXRF01 INTO ARQXRF01-REGISTRO

           IF WRK-FS-XRF01-OK
              ADD 1 TO ACU-LIDOS-ARQXRF01
           ELSE
              IF NOT WRK-FS-XRF01-FIM
                 MOVE WRK-FS-ARQXRF01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3830-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3840-LER-CASO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQCAS01        TO TRUE

           READ ARQCAS01 INTO ARQCAS01-REGISTRO

           IF WRK-FS-CAS01-OK
              ADD 1 TO ACU-LIDOS-ARQCAS01
           ELSE
              IF NOT WRK-FS-CAS01-FIM
                 MOVE WRK-FS-ARQCAS01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3840-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3850-LER-BLOQUEIO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQBQM01        TO TRUE

           READ ARQBQM01 INTO ARQBQM01-REGISTRO

           IF WRK-FS-BQM01-OK
              ADD 1 TO ACU-LIDOS-ARQBQM01
           ELSE
              IF NOT WRK-FS-BQM01-FIM
                 MOVE WRK-FS-ARQBQM01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3850-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3860-LER-TRILHA SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQBQH01        TO TRUE

           READ ARQBQH01 INTO ARQBQH01-REGISTRO

           IF WRK-FS-BQH01-OK
              ADD 1 TO ACU-LIDOS-ARQBQH01
           ELSE
              IF NOT WRK-FS-BQH01-FIM
                 MOVE WRK-FS-ARQBQH01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3860-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3870-LER-SEGMENTO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQSEG01        TO TRUE

           READ ARQSEG01 INTO ARQSEG01-REGISTRO

           IF WRK-FS-SEG01-OK
              ADD 1 TO ACU-LIDOS-ARQSEG01
           ELSE
              IF NOT WRK-FS-SEG01-FIM
                 MOVE WRK-FS-ARQSEG01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3870-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3880-LER-REVISAO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQRVK01        TO TRUE

           READ ARQRVK01 INTO ARQRVK01-REGISTRO

           IF WRK-FS-RVK01-OK
              ADD 1 TO ACU-LIDOS-ARQRVK01
           ELSE
              IF NOT WRK-FS-RVK01-FIM
                 MOVE WRK-FS-ARQRVK01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3880-99-FIM.
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
           MOVE ACU-LIDOS-ARQENT01      TO ARQAUD01-QTDE-LIDOS
           MOVE ACU-GRAVA-ARQKYC02      TO ARQAUD01-QTDE-GRAVA
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
      *    ROTINA DE FINALIZACAO: REVISOES REJEITADAS, RESUMO E        *
      *    FECHAMENTO                                                  *
      *----------------------------------------------------------------*
       4000-FINALIZAR SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 4950-GRAVAR-LINHA
           MOVE 'REVISOES INFORMADAS REJEITADAS'
                                       TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           PERFORM 4100-LISTAR-REJEITADA
              VARYING WRK-RVK-IDX FROM 1 BY 1
              UNTIL WRK-RVK-IDX GREATER WRK-RVK-QTDE

           PERFORM 4800-GRAVAR-TOTAIS

           IF ACU-REVISOES-REJEITADAS GREATER ZEROS
              MOVE 04                  TO RETURN-CODE
           END-IF

           PERFORM 3980-GRAVAR-AUDITORIA

           SET  AGEN01-FECHAR          TO TRUE
           CALL WRK-AGEN2000           USING AGEN01-REGISTRO

           SET  WRK-CN-CLOSE           TO TRUE

           SET  WRK-CN-ARQENT01        TO TRUE
           CLOSE ARQENT01
           IF NOT WRK-FS-ENT01-OK
              MOVE WRK-FS-ARQENT01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQCLI01        TO TRUE
           CLOSE ARQCLI01
           IF NOT WRK-FS-CLI01-OK
              MOVE WRK-FS-ARQCLI01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF WRK-ANTERIOR-PRESENTE
              SET  WRK-CN-ARQKYC01     TO TRUE
              CLOSE ARQKYC01
           END-IF

           SET  WRK-CN-ARQKYC02        TO TRUE
           CLOSE ARQKYC02
           IF NOT WRK-FS-KYC02-OK
              MOVE WRK-FS-ARQKYC02     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQPKY01        TO TRUE
           CLOSE ARQPKY01
           IF NOT WRK-FS-PKY01-OK
              MOVE WRK-FS-ARQPKY01     TO WRK-FS-DISPLAY
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

           MOVE ACU-LIDOS-ARQENT01     TO WRK-MASK-QTDE
           DISPLAY '**************************************************'
           DISPLAY '* QTDE DE CLIENTES NO EXTRATO: ' WRK-MASK-QTDE  '*'
           MOVE ACU-LIDOS-ARQKYC01     TO WRK-MASK-QTDE
           DISPLAY '* QTDE NO CADASTRO ANTERIOR  : ' WRK-MASK-QTDE  '*'
           MOVE ACU-GRAVA-ARQKYC02     TO WRK-MASK-QTDE
           DISPLAY '* QTDE NO CADASTRO GRAVADO   : ' WRK-MASK-QTDE  '*'
           MOVE ACU-LIDOS-ARQRVK01     TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE REVISOES INFORMADAS: ' WRK-MASK-QTDE  '*'
           MOVE ACU-REVISOES-APLICADAS TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE REVISOES BAIXADAS  : ' WRK-MASK-QTDE  '*'
           MOVE ACU-REVISOES-REJEITADAS
                                       TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE REVISOES REJEITADAS: ' WRK-MASK-QTDE  '*'
           MOVE ACU-GRAVA-ARQPKY01     TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE REVISOES VENCIDAS  : ' WRK-MASK-QTDE  '*'
           MOVE ACU-RESTRITAS          TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE CLIENTES RESTRITOS : ' WRK-MASK-QTDE  '*'
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
      *    REVISAO INVALIDA OU DE CPF FORA DO CADASTRO DE REVISAO      *
      *----------------------------------------------------------------*
       4100-LISTAR-REJEITADA SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-RVK-PENDENTE (WRK-RVK-IDX)
              MOVE 'CPF SEM CLIENTE NO CADASTRO'
                                       TO WRK-RVK-MOTIVO (WRK-RVK-IDX)
              SET WRK-RVK-REJEITADA (WRK-RVK-IDX)
                                       TO TRUE
           END-IF

           IF NOT WRK-RVK-REJEITADA (WRK-RVK-IDX)
              GO TO 4100-99-FIM
           END-IF

           ADD 1 TO ACU-REVISOES-REJEITADAS

           MOVE WRK-RVK-CPF (WRK-RVK-IDX)
                                       TO WRK-REJ-CPF
           MOVE ZEROS                  TO WRK-DAT-FORMATAR
           IF WRK-RVK-DAT-REVISAO (WRK-RVK-IDX) NUMERIC
              MOVE WRK-RVK-DAT-REVISAO (WRK-RVK-IDX)
                                       TO WRK-DAT-FORMATAR
           END-IF
           PERFORM 5800-FORMATAR-DATA
           MOVE WRK-DAT-FORMATADA      TO WRK-REJ-DATA
           MOVE WRK-RVK-COD-AGENCIA (WRK-RVK-IDX)
                                       TO WRK-REJ-AGENCIA
           MOVE WRK-RVK-COD-REVISOR (WRK-RVK-IDX)
                                       TO WRK-REJ-REVISOR
           MOVE WRK-RVK-MOTIVO (WRK-RVK-IDX)
                                       TO WRK-REJ-MOTIVO

           MOVE WRK-REJ-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       4100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    RESUMO DE CONTROLE NO FIM DO RELATORIO                      *
      *----------------------------------------------------------------*
       4800-GRAVAR-TOTAIS SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'CLIENTES NO CADASTRO DE REVISAO.........:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-GRAVA-ARQKYC02     TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'CLIENTES NOVOS (PRIMEIRA CARGA).........:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-CLIENTES-NOVOS     TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'REVISOES EM DIA.........................:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-EM-DIA             TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'REVISOES A VENCER NA ANTECEDENCIA.......:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-NA-FILA            TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'REVISOES VENCIDAS.......................:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-VENCIDAS           TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'VENCIDAS ALEM DA TOLERANCIA (RESTRITOS).:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-RESTRITAS          TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'REVISOES INFORMADAS BAIXADAS............:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-REVISOES-APLICADAS TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'REVISOES INFORMADAS JA SUPERADAS........:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-REVISOES-IGNORADAS TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'REVISOES INFORMADAS REJEITADAS..........:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-REVISOES-REJEITADAS
                                       TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'CLIENTES SEM CRUZAMENTO COM CPF.........:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-SEM-CRUZAMENTO     TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'CPFS SEM CADASTRO DE CLIENTE (AG. 0000).:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-SEM-CADASTRO       TO WRK-RES-QTDE
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
      *    INCLUI O CPF WRK-RSC-CPF-BUSCA NA TABELA DE RISCO OU SOBE A *
      *    CLASSE JA REGISTRADA (ALTO PREVALECE SOBRE MEDIO)           *
      *----------------------------------------------------------------*
       5100-MARCAR-RISCO SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 5150-PROCURAR-RISCO

           IF WRK-RSC-IDX GREATER WRK-RSC-QTDE
              IF WRK-RSC-QTDE NOT LESS 5000
                 DISPLAY '* TABELA DE RISCO POR CPF ESGOTADA (5000)'
                 MOVE 12               TO RETURN-CODE
                 PERFORM 9900-FIM-PROGRAMA
              END-IF
              ADD 1 TO WRK-RSC-QTDE
              MOVE WRK-RSC-QTDE        TO WRK-RSC-IDX
              MOVE WRK-RSC-CPF-BUSCA   TO WRK-RSC-CPF (WRK-RSC-IDX)
              MOVE WRK-RSC-CLASSE-NOVA TO WRK-RSC-CLASSE (WRK-RSC-IDX)
           ELSE
              IF WRK-RSC-CLASSE-NOVA EQUAL 'A'
                 MOVE 'A'              TO WRK-RSC-CLASSE (WRK-RSC-IDX)
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       5100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       5150-PROCURAR-RISCO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 1 TO WRK-RSC-IDX

           PERFORM 5160-PROXIMO-RISCO
              UNTIL WRK-RSC-IDX GREATER WRK-RSC-QTDE
                 OR WRK-RSC-CPF (WRK-RSC-IDX) EQUAL WRK-RSC-CPF-BUSCA
           .
      *----------------------------------------------------------------*
       5150-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       5160-PROXIMO-RISCO SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-RSC-IDX
           .
      *----------------------------------------------------------------*
       5160-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CPF DO CODIGO DE CLIENTE NO CRUZAMENTO                      *
      *----------------------------------------------------------------*
       5200-PROCURAR-CRUZAMENTO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 1 TO WRK-XRF-IDX

           PERFORM 5210-PROXIMO-CRUZAMENTO
              UNTIL WRK-XRF-IDX GREATER WRK-XRF-QTDE
                 OR WRK-XRF-CCLUB (WRK-XRF-IDX) EQUAL
                    ARQKYC01-COD-CLIENTE
           .
      *----------------------------------------------------------------*
       5200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       5210-PROXIMO-CRUZAMENTO SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-XRF-IDX
           .
      *----------------------------------------------------------------*
       5210-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    AGENCIA DO CLIENTE NO CADASTRO DE CLIENTES (0000 QUANDO O   *
      *    CPF NAO TEM CADASTRO)                                       *
      *----------------------------------------------------------------*
       5300-AGENCIA-DO-CLIENTE SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ARQKYC01-CPF           TO FD-ARQCLI01-CPF

           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQCLI01        TO TRUE

           READ ARQCLI01 INTO ARQCLI01-REGISTRO

           EVALUATE TRUE
              WHEN WRK-FS-CLI01-OK
                 MOVE ARQCLI01-COD-AGENCIA
                                       TO ARQKYC01-COD-AGENCIA
              WHEN WRK-FS-CLI01-NAO-ENCONTRADO
                 MOVE ZEROS            TO ARQKYC01-COD-AGENCIA
                 ADD 1 TO ACU-SEM-CADASTRO
              WHEN OTHER
                 MOVE WRK-FS-ARQCLI01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       5300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    NOME DA AGENCIA E AGENCIA ATUAL DA CARTEIRA (AGEN2000): A   *
      *    REVISAO DE CLIENTE DE AGENCIA ENCERRADA VAI PARA A          *
      *    SUCESSORA                                                   *
      *----------------------------------------------------------------*
       5350-CONSULTAR-AGENCIA SECTION.
      *----------------------------------------------------------------*
      *
           IF ARQKYC01-COD-AGENCIA EQUAL ZEROS
              MOVE '*CLIENTE SEM CADASTRO*'
                                       TO WRK-NOM-AGENCIA
              GO TO 5350-99-FIM
           END-IF

           INITIALIZE AGEN01-REGISTRO
           MOVE 'I#AGEN01'             TO AGEN01-ID-BLOCO
           SET  AGEN01-CONSULTAR       TO TRUE
           MOVE ARQKYC01-COD-AGENCIA   TO AGEN01-COD-AGENCIA

           CALL WRK-AGEN2000           USING AGEN01-REGISTRO

           IF AGEN01-ERRO-CADASTRO
              SET  WRK-CN-READ         TO TRUE
              SET  WRK-CN-ARQAGE01     TO TRUE
              MOVE AGEN01-FILE-STATUS  TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF AGEN01-AGENCIA-ENCERRADA
              AND AGEN01-COD-AGENCIA-ATUAL GREATER ZEROS
              AND AGEN01-COD-AGENCIA-ATUAL NOT EQUAL
                  ARQKYC01-COD-AGENCIA
              MOVE AGEN01-COD-AGENCIA-ATUAL
                                       TO ARQKYC01-COD-AGENCIA
              INITIALIZE AGEN01-REGISTRO
              MOVE 'I#AGEN01'          TO AGEN01-ID-BLOCO
              SET  AGEN01-CONSULTAR    TO TRUE
              MOVE ARQKYC01-COD-AGENCIA
                                       TO AGEN01-COD-AGENCIA
              CALL WRK-AGEN2000        USING AGEN01-REGISTRO
              IF AGEN01-ERRO-CADASTRO
                 SET  WRK-CN-READ      TO TRUE
                 SET  WRK-CN-ARQAGE01  TO TRUE
                 MOVE AGEN01-FILE-STATUS
                                       TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF

           MOVE AGEN01-NOM-AGENCIA     TO WRK-NOM-AGENCIA
           .
      *----------------------------------------------------------------*
       5350-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    PROXIMA REVISAO = MAIOR DATA ENTRE A ULTIMA ATUALIZACAO E A *
      *    ULTIMA REVISAO + CICLO EM MESES (DIA LIMITADO AO ULTIMO DIA *
      *    DO MES). SEM NENHUMA DATA, A REVISAO VENCE NA REFERENCIA    *
      *----------------------------------------------------------------*
       5500-CALCULAR-PROXIMA SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ARQKYC01-DAT-ATUALIZACAO
                                       TO WRK-DAT-CALCULO

           IF ARQKYC01-DAT-ULT-REVISAO GREATER WRK-DAT-CALCULO
              MOVE ARQKYC01-DAT-ULT-REVISAO
                                       TO WRK-DAT-CALCULO
           END-IF

           IF WRK-DAT-CALCULO EQUAL ZEROS
              MOVE WRK-DAT-REFERENCIA  TO ARQKYC01-DAT-PROX-REVISAO
              GO TO 5500-99-FIM
           END-IF

           COMPUTE WRK-MESES-ABS = WRK-DTC-ANO * 12
                                 + WRK-DTC-MES - 1
                                 + ARQKYC01-QTD-MESES-CICLO

           DIVIDE WRK-MESES-ABS BY 12
              GIVING WRK-DTC-ANO
              REMAINDER WRK-MESES-RESTO

           COMPUTE WRK-DTC-MES = WRK-MESES-RESTO + 1

           PERFORM 5550-ULTIMO-DIA-MES

           IF WRK-DTC-DIA GREATER WRK-ULTIMO-DIA
              MOVE WRK-ULTIMO-DIA      TO WRK-DTC-DIA
           END-IF

           MOVE WRK-DAT-CALCULO        TO ARQKYC01-DAT-PROX-REVISAO
           .
      *----------------------------------------------------------------*
       5500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       5550-ULTIMO-DIA-MES SECTION.
      *----------------------------------------------------------------*
      *
           EVALUATE WRK-DTC-MES
              WHEN 04
              WHEN 06
              WHEN 09
              WHEN 11
                 MOVE 30               TO WRK-ULTIMO-DIA
              WHEN 02
                 MOVE 28               TO WRK-ULTIMO-DIA
                 DIVIDE WRK-DTC-ANO BY 4
                    GIVING WRK-QUOCIENTE
                    REMAINDER WRK-RESTO-BISSEXTO
                 IF WRK-RESTO-BISSEXTO EQUAL ZEROS
                    MOVE 29            TO WRK-ULTIMO-DIA
                    DIVIDE WRK-DTC-ANO BY 100
                       GIVING WRK-QUOCIENTE
                       REMAINDER WRK-RESTO-BISSEXTO
                    IF WRK-RESTO-BISSEXTO EQUAL ZEROS
                       MOVE 28         TO WRK-ULTIMO-DIA
                       DIVIDE WRK-DTC-ANO BY 400
                          GIVING WRK-QUOCIENTE
                          REMAINDER WRK-RESTO-BISSEXTO
                       IF WRK-RESTO-BISSEXTO EQUAL ZEROS
                          MOVE 29      TO WRK-ULTIMO-DIA
                       END-IF
                    END-IF
                 END-IF
              WHEN OTHER
                 MOVE 31               TO WRK-ULTIMO-DIA
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       5550-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    SITUACAO DA REVISAO NA DATA DE REFERENCIA                   *
      *----------------------------------------------------------------*
       5600-APURAR-SITUACAO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO ARQKYC01-QTD-DIAS-ATRASO

           COMPUTE WRK-INT-PROXIMA =
                   FUNCTION INTEGER-OF-DATE (ARQKYC01-DAT-PROX-REVISAO)

           IF WRK-INT-PROXIMA NOT GREATER WRK-INT-REFERENCIA
              COMPUTE WRK-INT-DIAS = WRK-INT-REFERENCIA
                                   - WRK-INT-PROXIMA
              IF WRK-INT-DIAS GREATER 99999
                 MOVE 99999            TO ARQKYC01-QTD-DIAS-ATRASO
              ELSE
                 MOVE WRK-INT-DIAS     TO ARQKYC01-QTD-DIAS-ATRASO
              END-IF
              IF WRK-INT-DIAS GREATER WRK-DIAS-TOLERANCIA
                 SET ARQKYC01-REVISAO-RESTRITA
                                       TO TRUE
                 ADD 1 TO ACU-RESTRITAS
              ELSE
                 SET ARQKYC01-REVISAO-VENCIDA
                                       TO TRUE
                 ADD 1 TO ACU-VENCIDAS
              END-IF
              GO TO 5600-99-FIM
           END-IF

           COMPUTE WRK-INT-DIAS = WRK-INT-PROXIMA
                                - WRK-INT-REFERENCIA

           IF WRK-INT-DIAS NOT GREATER WRK-DIAS-ANTECEDENCIA
              SET ARQKYC01-REVISAO-NA-FILA
                                       TO TRUE
              ADD 1 TO ACU-NA-FILA
           ELSE
              SET ARQKYC01-REVISAO-EM-DIA
                                       TO TRUE
              ADD 1 TO ACU-EM-DIA
           END-IF
           .
      *----------------------------------------------------------------*
       5600-99-FIM.
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
           MOVE ACU-LIDOS-ARQENT01
                                  TO ERRO01-QTDE-LIDOS
           MOVE ACU-GRAVA-ARQKYC02
                                  TO ERRO01-QTDE-GRAVADOS

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
