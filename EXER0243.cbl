      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0243.
       AUTHOR.     JULIANA SOARES.
      *================================================================*
      *    PROGRAMA....: EXER0243                                      *
      *    PROGRAMADOR.: JULIANA SOARES                                *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   RESULTADO MENSAL POR AGENCIA (MIS).         *
      *                    CONSOLIDA POR AGENCIA, NO MES DO CARTAO:    *
      *                    - DEPOSITOS: SALDO DE FECHAMENTO DAS        *
      *                      POSICOES (SLD02105) EM BRL;               *
      *                    - JUROS PAGOS: JUROS BRUTOS CREDITADOS NO   *
      *                      MES (IRF02105, EXER0210) EM BRL;          *
      *                    - TARIFAS: RECEITA DE TARIFAS LANCADA NO    *
      *                      MES (HTA02216, EXER0216) EM BRL;          *
      *                    - CARTEIRA E JUROS ACUMULADOS DOS           *
      *                      EMPRESTIMOS EM ABERTO (LED03105);         *
      *                    - PROVISAO (RSK03105, EXER0310);            *
      *                    - BAIXAS PARA PREJUIZO DO MES (BXA03105).   *
      *                    A AGENCIA DOS VALORES POR CPF VEM DO        *
      *                    CADASTRO DE CLIENTES (CLI02105); CPF SEM    *
      *                    CADASTRO FICA NA AGENCIA 0000. AGENCIA      *
      *                    ENCERRADA E SOMADA NA SUCESSORA ATIVA FINAL *
      *                    (MESMA CADEIA DO EXER0242); AGENCIA FORA DO *
      *                    CADASTRO DE AGENCIAS SAI COM O NOME         *
      *                    '*NAO CADASTRADA*'.                         *
      *                    RESULTADO GERENCIAL = JUROS DA CARTEIRA +   *
      *                    TARIFAS - JUROS PAGOS - PROVISAO - BAIXAS.  *
      *                    O RELATORIO TRAZ A VARIACAO MES A MES DE    *
      *                    DEPOSITOS, CARTEIRA E RESULTADO CONTRA A    *
      *                    GERACAO DO MES ANTERIOR (MIS02243), O TOTAL *
      *                    POR REGIONAL E O TOTAL GERAL. GRAVA A       *
      *                    GERACAO DO MES E O ARQUIVO CSV PARA A       *
      *                    AREA FINANCEIRA.                            *
      *                    MOEDA SEM TAXA DE CAMBIO NAO E SOMADA.      *
      *----------------------------------------------------------------*
      *    CARTAO......:   COLS 1-6 MES DE REFERENCIA (AAAAMM)         *
      *----------------------------------------------------------------*
      *    RETORNO.....:   RC 04 = MOEDA SEM TAXA OU AGENCIA FORA DO   *
      *                            CADASTRO (VER RELATORIO)            *
      *                    RC 08 = CARTAO INVALIDO                     *
      *                    RC 12 = TABELA INTERNA ESGOTADA             *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQPARM  (MES DE REFERENCIA)              -               *
      *      ARQAGE01 (CADASTRO DE AGENCIAS)           AGE02241        *
      *      ARQCLI01 (CADASTRO DE CLIENTES)           CLI02105        *
      *      ARQTAX01 (TAXAS DE CAMBIO - OPCIONAL)     TAX02105        *
      *      ARQSLD01 (POSICAO DE SALDOS)              SLD02105        *
      *      ARQIRF01 (JUROS CREDITADOS/IRRF)          IRF02105        *
      *      ARQHTA01 (HISTORICO DE TARIFAS)           HTA02216        *
      *      ARQLED01 (RAZAO DE EMPRESTIMOS)           LED03105        *
      *      ARQRSK01 (RISCO E PROVISAO)               RSK03105        *
      *      ARQBXA01 (EMPRESTIMOS BAIXADOS)           BXA03105        *
      *      ARQMIS01 (RESULTADO DO MES ANTERIOR,OPC.) MIS02243        *
      *      ARQMIS02 (RESULTADO DO MES)               MIS02243        *
      *      ARQCSV01 (RESULTADO DO MES EM CSV)        -               *
      *      ARQSAI01 (RELATORIO DE RESULTADOS)        -               *
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

           SELECT ARQAGE01 ASSIGN      TO UT-S-ARQAGE01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS SEQUENTIAL
                      RECORD KEY       IS FD-ARQAGE01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQAGE01.

           SELECT ARQCLI01 ASSIGN      TO UT-S-ARQCLI01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS FD-ARQCLI01-CPF
                      FILE STATUS      IS WRK-FS-ARQCLI01.

           SELECT OPTIONAL ARQTAX01 ASSIGN TO UT-S-ARQTAX01
                      FILE STATUS      IS WRK-FS-ARQTAX01.

           SELECT ARQSLD01 ASSIGN      TO UT-S-ARQSLD01
                      FILE STATUS      IS WRK-FS-ARQSLD01.

           SELECT ARQIRF01 ASSIGN      TO UT-S-ARQIRF01
                      FILE STATUS      IS WRK-FS-ARQIRF01.

           SELECT ARQHTA01 ASSIGN      TO UT-S-ARQHTA01
                      FILE STATUS      IS WRK-FS-ARQHTA01.

           SELECT ARQLED01 ASSIGN      TO UT-S-ARQLED01
                      FILE STATUS      IS WRK-FS-ARQLED01.

           SELECT ARQRSK01 ASSIGN      TO UT-S-ARQRSK01
                      FILE STATUS      IS WRK-FS-ARQRSK01.

           SELECT ARQBXA01 ASSIGN      TO UT-S-ARQBXA01
                      FILE STATUS      IS WRK-FS-ARQBXA01.

           SELECT OPTIONAL ARQMIS01 ASSIGN TO UT-S-ARQMIS01
                      FILE STATUS      IS WRK-FS-ARQMIS01.

           SELECT ARQMIS02 ASSIGN      TO UT-S-ARQMIS02
                      FILE STATUS      IS WRK-FS-ARQMIS02.

           SELECT ARQCSV01 ASSIGN      TO UT-S-ARQCSV01
                      FILE STATUS      IS WRK-FS-ARQCSV01.

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
      *   INPUT:      CARTAO DE PARAMETROS: COLS 1-6 MES (AAAAMM)      *
      *----------------------------------------------------------------*

       FD  ARQPARM
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQPARM              PIC X(080).

      *----------------------------------------------------------------*
      *   INPUT:      CADASTRO DE AGENCIAS                             *
      *               ORG. INDEXADA     -   LRECL = 100                *
      *----------------------------------------------------------------*

       FD  ARQAGE01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQAGE01.
           05 FD-ARQAGE01-CHAVE       PIC 9(04).
           05 FILLER                  PIC X(96).

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
      *   INPUT:      TAXAS DE CAMBIO PARA REAIS                       *
      *               ORG. SEQUENCIAL   -   LRECL = 024                *
      *----------------------------------------------------------------*

       FD  ARQTAX01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQTAX01             PIC X(024).

      *----------------------------------------------------------------*
      *   INPUT:      POSICAO DE SALDOS POR CPF/CONTA/MOEDA            *
      *               ORG. SEQUENCIAL   -   LRECL = 045                *
      *----------------------------------------------------------------*

       FD  ARQSLD01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQSLD01             PIC X(045).

      *----------------------------------------------------------------*
      *   INPUT:      JUROS CREDITADOS E IRRF RETIDO                   *
      *               ORG. SEQUENCIAL   -   LRECL = 051                *
      *----------------------------------------------------------------*

       FD  ARQIRF01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQIRF01             PIC X(051).

      *----------------------------------------------------------------*
      *   INPUT:      HISTORICO DE TARIFAS COBRADAS                    *
      *               ORG. SEQUENCIAL   -   LRECL = 090                *
      *----------------------------------------------------------------*

       FD  ARQHTA01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQHTA01             PIC X(090).

      *----------------------------------------------------------------*
      *   INPUT:      RAZAO DE EMPRESTIMOS                             *
      *               ORG. SEQUENCIAL   -   LRECL = 075                *
      *----------------------------------------------------------------*

       FD  ARQLED01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQLED01             PIC X(075).

      *----------------------------------------------------------------*
      *   INPUT:      CLASSIFICACAO DE RISCO E PROVISAO                *
      *               ORG. SEQUENCIAL   -   LRECL = 032                *
      *----------------------------------------------------------------*

       FD  ARQRSK01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQRSK01             PIC X(032).

      *----------------------------------------------------------------*
      *   INPUT:      EMPRESTIMOS BAIXADOS COMO PREJUIZO               *
      *               ORG. SEQUENCIAL   -   LRECL = 034                *
      *----------------------------------------------------------------*

       FD  ARQBXA01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQBXA01             PIC X(034).

      *----------------------------------------------------------------*
      *   INPUT:      RESULTADO POR AGENCIA DO MES ANTERIOR (OPCIONAL) *
      *               ORG. SEQUENCIAL   -   LRECL = 120                *
      *----------------------------------------------------------------*

       FD  ARQMIS01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQMIS01             PIC X(120).

      *----------------------------------------------------------------*
      *   OUTPUT:     RESULTADO POR AGENCIA DO MES                     *
      *               ORG. SEQUENCIAL   -   LRECL = 120                *
      *----------------------------------------------------------------*

       FD  ARQMIS02
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQMIS02             PIC X(120).

      *----------------------------------------------------------------*
      *   OUTPUT:     RESULTADO POR AGENCIA EM CSV (AREA FINANCEIRA)   *
      *               ORG. SEQUENCIAL   -   LRECL = 240                *
      *----------------------------------------------------------------*

       FD  ARQCSV01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQCSV01             PIC X(240).

      *----------------------------------------------------------------*
      *   OUTPUT:     RELATORIO DE RESULTADOS POR AGENCIA              *
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
             'EXER0243 - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC  X(008) VALUE 'EXER0243'.
       77 WRK-ERRO2000            PIC  X(008) VALUE 'ERRO2000'.
       77 WRK-MASK-QTDE           PIC  ZZZ.ZZ9.
       77 WRK-DATA-CORRENTE       PIC  9(008) VALUE ZEROS.
       77 WRK-AGE-BUSCA           PIC  9(004) VALUE ZEROS.
       77 WRK-QTDE-NIVEIS         PIC  9(002) VALUE ZEROS.
       77 WRK-MAX-NIVEIS          PIC  9(002) VALUE 10.
       77 WRK-CPF-ANTERIOR        PIC  9(011) VALUE ZEROS.
       77 WRK-AGE-CPF             PIC  9(004) VALUE ZEROS.
       77 WRK-CPF-LIDO            PIC  9(011) VALUE ZEROS.
       77 WRK-CPF-SLD-ANTERIOR    PIC  9(011) VALUE ZEROS.
       77 WRK-PRC-MOEDA           PIC  X(003) VALUE SPACES.
       77 WRK-VAL-MOEDA           PIC S9(015)V99 COMP-3 VALUE +0.
       77 WRK-VAL-BRL             PIC S9(015)V99 COMP-3 VALUE +0.
       77 WRK-VAR-ATUAL           PIC S9(015)V99 COMP-3 VALUE +0.
       77 WRK-VAR-ANTERIOR        PIC S9(015)V99 COMP-3 VALUE +0.
       77 WRK-VAR-BASE            PIC S9(015)V99 COMP-3 VALUE +0.
       77 WRK-VAR-PCT             PIC S9(005)V9  COMP-3 VALUE +0.
      *
       01 WRK-SW-TAXAS            PIC  X(001) VALUE 'N'.
          88 WRK-TAXAS-PRESENTES              VALUE 'S'.
      *
       01 WRK-SW-ANTERIOR         PIC  X(001) VALUE 'N'.
          88 WRK-ANTERIOR-PRESENTE            VALUE 'S'.
      *
       01 WRK-SW-VARIACAO         PIC  X(001) VALUE 'N'.
          88 WRK-VARIACAO-CALCULADA           VALUE 'S'.
      *
       01 WRK-PARM-REGISTRO.
          05 WRK-PARM-ANOMES      PIC  9(006) VALUE ZEROS.
          05 WRK-PARM-ANOMES-R    REDEFINES WRK-PARM-ANOMES.
             10 WRK-PARM-ANO      PIC  9(004).
             10 WRK-PARM-MES      PIC  9(002).
          05 FILLER               PIC  X(074) VALUE SPACES.
      *
       01 WRK-ANOMES-ANTERIOR     PIC  9(006) VALUE ZEROS.
       01 WRK-ANOMES-ANTERIOR-R   REDEFINES WRK-ANOMES-ANTERIOR.
          05 WRK-ANT-ANO          PIC  9(004).
          05 WRK-ANT-MES          PIC  9(002).
      *
       01 WRK-ACUMULADORES.
           03 ACU-LIDOS-ARQAGE01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQSLD01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQIRF01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQHTA01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQLED01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQRSK01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQBXA01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQMIS01     PIC 9(007) VALUE ZEROS.
           03 ACU-CPF-SEM-CADASTRO   PIC 9(007) VALUE ZEROS.
           03 ACU-SEM-TAXA           PIC 9(007) VALUE ZEROS.
           03 ACU-AGE-NAO-CADASTRADA PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQMIS02     PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQCSV01     PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQSAI01     PIC 9(007) VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    TABELA DAS TAXAS DE CAMBIO PARA REAIS (A ULTIMA TAXA DA     *
      *    MOEDA NO ARQUIVO PREVALECE)                                 *
      *----------------------------------------------------------------*
       77 WRK-TAX-QTDE            PIC 9(002) VALUE ZEROS.
       77 WRK-TAX-IDX             PIC 9(002) VALUE ZEROS.
      *
       01 WRK-TAX-TABELA.
          05 WRK-TAX-LINHA        OCCURS 20 TIMES.
             10 WRK-TAX-COD-MOEDA PIC X(003).
             10 WRK-TAX-VAL-TAXA  PIC 9(07)V9(06).
      *
      *----------------------------------------------------------------*
      *    VALORES DE UMA AGENCIA/REGIONAL/TOTAL - O MESMO LEIAUTE E   *
      *    USADO NA TABELA DE AGENCIAS, NA TABELA DE REGIONAIS E NO    *
      *    TOTAL GERAL (114 BYTES)                                     *
      *----------------------------------------------------------------*
       01 WRK-VLR-CORRENTE.
          05 VLR-QTD-CLIENTES     PIC 9(007).
          05 VLR-QTD-CONTRATOS    PIC 9(007).
          05 VLR-DEPOSITOS        PIC S9(15)V99 COMP-3.
          05 VLR-JUROS-PAGOS      PIC S9(15)V99 COMP-3.
          05 VLR-TARIFAS          PIC S9(15)V99 COMP-3.
          05 VLR-CARTEIRA         PIC S9(15)V99 COMP-3.
          05 VLR-JUROS-CARTEIRA   PIC S9(15)V99 COMP-3.
          05 VLR-PROVISAO         PIC S9(15)V99 COMP-3.
          05 VLR-BAIXAS           PIC S9(15)V99 COMP-3.
          05 VLR-RESULTADO        PIC S9(15)V99 COMP-3.
          05 VLR-ANT-DEPOSITOS    PIC S9(15)V99 COMP-3.
          05 VLR-ANT-CARTEIRA     PIC S9(15)V99 COMP-3.
          05 VLR-ANT-RESULTADO    PIC S9(15)V99 COMP-3.
          05 VLR-SW-ANTERIOR      PIC X(001).
             88 VLR-COM-ANTERIOR              VALUE 'S'.
      *
       01 WRK-VLR-SOMA.
          05 SOM-QTD-CLIENTES     PIC 9(007).
          05 SOM-QTD-CONTRATOS    PIC 9(007).
          05 SOM-DEPOSITOS        PIC S9(15)V99 COMP-3.
          05 SOM-JUROS-PAGOS      PIC S9(15)V99 COMP-3.
          05 SOM-TARIFAS          PIC S9(15)V99 COMP-3.
          05 SOM-CARTEIRA         PIC S9(15)V99 COMP-3.
          05 SOM-JUROS-CARTEIRA   PIC S9(15)V99 COMP-3.
          05 SOM-PROVISAO         PIC S9(15)V99 COMP-3.
          05 SOM-BAIXAS           PIC S9(15)V99 COMP-3.
          05 SOM-RESULTADO        PIC S9(15)V99 COMP-3.
          05 SOM-ANT-DEPOSITOS    PIC S9(15)V99 COMP-3.
          05 SOM-ANT-CARTEIRA     PIC S9(15)V99 COMP-3.
          05 SOM-ANT-RESULTADO    PIC S9(15)V99 COMP-3.
          05 SOM-SW-ANTERIOR      PIC X(001).
             88 SOM-COM-ANTERIOR              VALUE 'S'.
      *
       01 WRK-VLR-TOTAL           PIC X(114) VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    TABELA DE AGENCIAS (CADASTRO EM ORDEM DE CODIGO; AGENCIAS   *
      *    FORA DO CADASTRO ACRESCENTADAS NO FIM). DESTINO = SUCESSORA *
      *    ATIVA FINAL DA AGENCIA ENCERRADA (ZEROS = SEM SUCESSORA)    *
      *----------------------------------------------------------------*
       77 WRK-AGE-QTDE            PIC  9(004) VALUE ZEROS.
       77 WRK-AGE-IDX             PIC  9(004) VALUE ZEROS.
       77 WRK-AGE-IDX-ORIGEM      PIC  9(004) VALUE ZEROS.
      *
       01 WRK-AGE-TABELA.
          05 WRK-AGE-LINHA        OCCURS 2000 TIMES.
             10 WRK-AGE-CODIGO    PIC 9(004).
             10 WRK-AGE-NOME      PIC X(030).
             10 WRK-AGE-REGIAO    PIC X(004).
             10 WRK-AGE-NOM-REGIAO
                                  PIC X(020).
             10 WRK-AGE-SITUACAO  PIC X(001).
                88 WRK-AGE-ATIVA              VALUE 'A'.
                88 WRK-AGE-ENCERRADA          VALUE 'E'.
             10 WRK-AGE-SUCESSORA PIC 9(004).
             10 WRK-AGE-DESTINO   PIC 9(004).
             10 WRK-AGE-VALORES.
                15 WRK-AGE-QTD-CLIENTES
                                  PIC 9(007).
                15 WRK-AGE-QTD-CONTRATOS
                                  PIC 9(007).
                15 WRK-AGE-DEPOSITOS
                                  PIC S9(15)V99 COMP-3.
                15 WRK-AGE-JUROS-PAGOS
                                  PIC S9(15)V99 COMP-3.
                15 WRK-AGE-TARIFAS
                                  PIC S9(15)V99 COMP-3.
                15 WRK-AGE-CARTEIRA
                                  PIC S9(15)V99 COMP-3.
                15 WRK-AGE-JUROS-CARTEIRA
                                  PIC S9(15)V99 COMP-3.
                15 WRK-AGE-PROVISAO
                                  PIC S9(15)V99 COMP-3.
                15 WRK-AGE-BAIXAS PIC S9(15)V99 COMP-3.
                15 WRK-AGE-RESULTADO
                                  PIC S9(15)V99 COMP-3.
                15 WRK-AGE-ANT-DEPOSITOS
                                  PIC S9(15)V99 COMP-3.
                15 WRK-AGE-ANT-CARTEIRA
                                  PIC S9(15)V99 COMP-3.
                15 WRK-AGE-ANT-RESULTADO
                                  PIC S9(15)V99 COMP-3.
                15 WRK-AGE-SW-ANTERIOR
                                  PIC X(001).
                   88 WRK-AGE-COM-ANTERIOR    VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    TABELA DE REGIONAIS (ORDEM DE PRIMEIRA OCORRENCIA)          *
      *----------------------------------------------------------------*
       77 WRK-REG-QTDE            PIC  9(003) VALUE ZEROS.
       77 WRK-REG-IDX             PIC  9(003) VALUE ZEROS.
      *
       01 WRK-REG-TABELA.
          05 WRK-REG-LINHA        OCCURS 100 TIMES.
             10 WRK-REG-CODIGO    PIC X(004).
             10 WRK-REG-NOME      PIC X(020).
             10 WRK-REG-VALORES   PIC X(114).
      *
      *----------------------------------------------------------------*
      *    AREA DO RELATORIO                                           *
      *----------------------------------------------------------------*
       01 WRK-CAB1-RELATORIO.
          05 FILLER               PIC X(041) VALUE
             'RESULTADO MENSAL POR AGENCIA (MIS) - MES '.
          05 WRK-CAB1-MES         PIC 9(002).
          05 FILLER               PIC X(001) VALUE '/'.
          05 WRK-CAB1-ANO         PIC 9(004).
          05 FILLER               PIC X(006) VALUE SPACES.
          05 FILLER               PIC X(015) VALUE
             'EMISSAO: '.
          05 WRK-CAB1-DATA        PIC X(010) VALUE SPACES.
          05 FILLER               PIC X(053) VALUE SPACES.

       01 WRK-TIT-SECAO           PIC X(132) VALUE SPACES.

       01 WRK-DET-LINHA1.
          05 WRK-DET-CODIGO       PIC X(004).
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DET-NOME         PIC X(030).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DET-REGIAO       PIC X(004).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DET-DEPOSITOS    PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DET-VAR-DEP      PIC X(008).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DET-CARTEIRA     PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DET-VAR-CAR      PIC X(008).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DET-RESULTADO    PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DET-VAR-RES      PIC X(008).
          05 FILLER               PIC X(001) VALUE SPACES.

       01 WRK-DET-LINHA2.
          05 FILLER               PIC X(007) VALUE SPACES.
          05 WRK-DET-JUROS-PAGOS  PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DET-TARIFAS      PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DET-JUROS-CART   PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DET-PROVISAO     PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DET-BAIXAS       PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DET-QTD-CLI      PIC Z.ZZZ.ZZ9.
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DET-QTD-CTR      PIC Z.ZZZ.ZZ9.
          05 FILLER               PIC X(001) VALUE SPACES.

       01 WRK-VAR-EXIBICAO.
          05 WRK-VAR-EDITADA      PIC -ZZZ9,9.
          05 FILLER               PIC X(001) VALUE '%'.
       01 WRK-VAR-EXIBICAO-X      REDEFINES WRK-VAR-EXIBICAO
                                  PIC X(008).

       01 WRK-RES-LINHA.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-RES-DESCRICAO    PIC X(040).
          05 WRK-RES-QTDE         PIC ZZZ.ZZZ.ZZ9.
          05 FILLER               PIC X(079) VALUE SPACES.

       01 WRK-LINHA-IMPRESSAO     PIC X(132) VALUE SPACES.

      *----------------------------------------------------------------*
      *    AREA DO ARQUIVO CSV                                         *
      *----------------------------------------------------------------*
       01 WRK-CABEC-CSV.
          05 FILLER               PIC X(050) VALUE
             'ANOMES;AGENCIA;NOME AGENCIA;REGIONAL;DEPOSITOS;JUR'.
          05 FILLER               PIC X(050) VALUE
             'OS PAGOS;TARIFAS;CARTEIRA;JUROS CARTEIRA;PROVISAO;'.
          05 FILLER               PIC X(050) VALUE
             'BAIXAS;RESULTADO;VAR DEPOSITOS;VAR CARTEIRA;VAR RE'.
          05 FILLER               PIC X(090) VALUE
             'SULTADO'.

       01 WRK-CSV-DETALHE.
          05 WRK-CSV-ANOMES       PIC 9(006).
          05 FILLER               PIC X(001) VALUE ';'.
          05 WRK-CSV-AGENCIA      PIC 9(004).
          05 FILLER               PIC X(001) VALUE ';'.
          05 WRK-CSV-NOME         PIC X(030).
          05 FILLER               PIC X(001) VALUE ';'.
          05 WRK-CSV-REGIAO       PIC X(004).
          05 FILLER               PIC X(001) VALUE ';'.
          05 WRK-CSV-DEPOSITOS    PIC -ZZZZZZZZZZZZZZ9,99.
          05 FILLER               PIC X(001) VALUE ';'.
          05 WRK-CSV-JUROS-PAGOS  PIC -ZZZZZZZZZZZZZZ9,99.
          05 FILLER               PIC X(001) VALUE ';'.
          05 WRK-CSV-TARIFAS      PIC -ZZZZZZZZZZZZZZ9,99.
          05 FILLER               PIC X(001) VALUE ';'.
          05 WRK-CSV-CARTEIRA     PIC -ZZZZZZZZZZZZZZ9,99.
          05 FILLER               PIC X(001) VALUE ';'.
          05 WRK-CSV-JUROS-CART   PIC -ZZZZZZZZZZZZZZ9,99.
          05 FILLER               PIC X(001) VALUE ';'.
          05 WRK-CSV-PROVISAO     PIC -ZZZZZZZZZZZZZZ9,99.
          05 FILLER               PIC X(001) VALUE ';'.
          05 WRK-CSV-BAIXAS       PIC -ZZZZZZZZZZZZZZ9,99.
          05 FILLER               PIC X(001) VALUE ';'.
          05 WRK-CSV-RESULTADO    PIC -ZZZZZZZZZZZZZZ9,99.
          05 FILLER               PIC X(001) VALUE ';'.
          05 WRK-CSV-VAR-DEP      PIC X(008).
          05 FILLER               PIC X(001) VALUE ';'.
          05 WRK-CSV-VAR-CAR      PIC X(008).
          05 FILLER               PIC X(001) VALUE ';'.
          05 WRK-CSV-VAR-RES      PIC X(008).
          05 FILLER               PIC X(006) VALUE SPACES.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA PARA TRATAMENTO DE FILE-STATUS'.
      *----------------------------------------------------------------*
      *
       01 WRK-AREA-FS.
          05 WRK-FS-ARQPARM       PIC  X(002) VALUE SPACES.
             88 WRK-FS-PARM-OK                VALUE '00'.
          05 WRK-FS-ARQAGE01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-AGE01-OK               VALUE '00'.
             88 WRK-FS-AGE01-FIM              VALUE '10'.
          05 WRK-FS-ARQCLI01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-CLI01-OK               VALUE '00'.
             88 WRK-FS-CLI01-NAO-ENCONTRADO   VALUE '23'.
          05 WRK-FS-ARQTAX01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-TAX01-OK               VALUE '00'.
             88 WRK-FS-TAX01-FIM              VALUE '10'.
          05 WRK-FS-ARQSLD01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SLD01-OK               VALUE '00'.
             88 WRK-FS-SLD01-FIM              VALUE '10'.
          05 WRK-FS-ARQIRF01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-IRF01-OK               VALUE '00'.
             88 WRK-FS-IRF01-FIM              VALUE '10'.
          05 WRK-FS-ARQHTA01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-HTA01-OK               VALUE '00'.
             88 WRK-FS-HTA01-FIM              VALUE '10'.
          05 WRK-FS-ARQLED01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-LED01-OK               VALUE '00'.
             88 WRK-FS-LED01-FIM              VALUE '10'.
          05 WRK-FS-ARQRSK01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-RSK01-OK               VALUE '00'.
             88 WRK-FS-RSK01-FIM              VALUE '10'.
          05 WRK-FS-ARQBXA01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-BXA01-OK               VALUE '00'.
             88 WRK-FS-BXA01-FIM              VALUE '10'.
          05 WRK-FS-ARQMIS01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-MIS01-OK               VALUE '00'.
             88 WRK-FS-MIS01-FIM              VALUE '10'.
          05 WRK-FS-ARQMIS02      PIC  X(002) VALUE SPACES.
             88 WRK-FS-MIS02-OK               VALUE '00'.
          05 WRK-FS-ARQCSV01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-CSV01-OK               VALUE '00'.
          05 WRK-FS-ARQSAI01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SAI01-OK               VALUE '00'.
          05 WRK-FS-ARQAUD01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-AUD01-OK               VALUE '00'.
          05 WRK-FS-DISPLAY       PIC  X(002) VALUE SPACES.

       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQPARM       VALUE 'ARQPARM '.
          88 WRK-CN-ARQAGE01      VALUE 'ARQAGE01'.
          88 WRK-CN-ARQCLI01      VALUE 'ARQCLI01'.
          88 WRK-CN-ARQTAX01      VALUE 'ARQTAX01'.
          88 WRK-CN-ARQSLD01      VALUE 'ARQSLD01'.
          88 WRK-CN-ARQIRF01      VALUE 'ARQIRF01'.
          88 WRK-CN-ARQHTA01      VALUE 'ARQHTA01'.
          88 WRK-CN-ARQLED01      VALUE 'ARQLED01'.
          88 WRK-CN-ARQRSK01      VALUE 'ARQRSK01'.
          88 WRK-CN-ARQBXA01      VALUE 'ARQBXA01'.
          88 WRK-CN-ARQMIS01      VALUE 'ARQMIS01'.
          88 WRK-CN-ARQMIS02      VALUE 'ARQMIS02'.
          88 WRK-CN-ARQCSV01      VALUE 'ARQCSV01'.
          88 WRK-CN-ARQSAI01      VALUE 'ARQSAI01'.
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
           COPY AGE02241.
           COPY CLI02105.
           COPY TAX02105.
           COPY SLD02105.
           COPY IRF02105.
           COPY HTA02216.
           COPY LED03105.
           COPY RSK03105.
           COPY BXA03105.
           COPY MIS02243.
           COPY AUD00105.
           COPY 'I#ERRO01'.

      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0243 - FIM DA AREA DE WORKING'.
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

           PERFORM 2000-CARREGAR-AGENCIAS

           PERFORM 2500-CARREGAR-ANTERIOR

           PERFORM 3000-SOMAR-DEPOSITOS

           PERFORM 3200-SOMAR-JUROS-PAGOS

           PERFORM 3300-SOMAR-TARIFAS

           PERFORM 3400-SOMAR-CARTEIRA

           PERFORM 3500-SOMAR-PROVISAO

           PERFORM 3600-SOMAR-BAIXAS

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
           MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO WRK-DATA-CORRENTE

           SET  WRK-CN-OPEN            TO TRUE

           SET  WRK-CN-ARQPARM         TO TRUE
           OPEN INPUT ARQPARM

           IF NOT WRK-FS-PARM-OK
              MOVE WRK-FS-ARQPARM      TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           READ ARQPARM INTO WRK-PARM-REGISTRO

           IF NOT WRK-FS-PARM-OK
              OR WRK-PARM-ANOMES NOT NUMERIC
              OR WRK-PARM-ANO EQUAL ZEROS
              OR WRK-PARM-MES LESS 01
              OR WRK-PARM-MES GREATER 12
              DISPLAY '************************************************'
              DISPLAY '* MES DE REFERENCIA (COLS 1-6) INVALIDO NO     *'
              DISPLAY '* CARTAO DE PARAMETROS                         *'
              DISPLAY '* PROGRAMA ' WRK-PROGRAMA
                                          ' CANCELADO                *'
              DISPLAY '************************************************'
              MOVE 08 TO RETURN-CODE
              PERFORM 9900-FIM-PROGRAMA
           END-IF

           CLOSE ARQPARM

           MOVE WRK-PARM-ANO           TO WRK-ANT-ANO
           IF WRK-PARM-MES EQUAL 01
              MOVE 12                  TO WRK-ANT-MES
              SUBTRACT 1 FROM WRK-ANT-ANO
           ELSE
              COMPUTE WRK-ANT-MES = WRK-PARM-MES - 1
           END-IF

           SET  WRK-CN-ARQAGE01        TO TRUE
           OPEN INPUT ARQAGE01

           IF NOT WRK-FS-AGE01-OK
              MOVE WRK-FS-ARQAGE01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQCLI01        TO TRUE
           OPEN INPUT ARQCLI01

           IF NOT WRK-FS-CLI01-OK
              MOVE WRK-FS-ARQCLI01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQTAX01        TO TRUE
           OPEN INPUT ARQTAX01

           IF WRK-FS-TAX01-OK
              SET WRK-TAXAS-PRESENTES  TO TRUE
           ELSE
              DISPLAY '* TAXAS DE CAMBIO AUSENTES - SO POSICOES EM BRL'
           END-IF

           SET  WRK-CN-ARQSLD01        TO TRUE
           OPEN INPUT ARQSLD01

           IF NOT WRK-FS-SLD01-OK
              MOVE WRK-FS-ARQSLD01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQIRF01        TO TRUE
           OPEN INPUT ARQIRF01

           IF NOT WRK-FS-IRF01-OK
              MOVE WRK-FS-ARQIRF01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQHTA01        TO TRUE
           OPEN INPUT ARQHTA01

           IF NOT WRK-FS-HTA01-OK
              MOVE WRK-FS-ARQHTA01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQLED01        TO TRUE
           OPEN INPUT ARQLED01

           IF NOT WRK-FS-LED01-OK
              MOVE WRK-FS-ARQLED01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQRSK01        TO TRUE
           OPEN INPUT ARQRSK01

           IF NOT WRK-FS-RSK01-OK
              MOVE WRK-FS-ARQRSK01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQBXA01        TO TRUE
           OPEN INPUT ARQBXA01

           IF NOT WRK-FS-BXA01-OK
              MOVE WRK-FS-ARQBXA01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQMIS01        TO TRUE
           OPEN INPUT ARQMIS01

           IF WRK-FS-MIS01-OK
              SET WRK-ANTERIOR-PRESENTE
                                       TO TRUE
           ELSE
              DISPLAY '* RESULTADO DO MES ANTERIOR AUSENTE - SEM '
                      'VARIACAO MES A MES'
           END-IF

           SET  WRK-CN-ARQMIS02        TO TRUE
           OPEN OUTPUT ARQMIS02

           IF NOT WRK-FS-MIS02-OK
              MOVE WRK-FS-ARQMIS02     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQCSV01        TO TRUE
           OPEN OUTPUT ARQCSV01

           IF NOT WRK-FS-CSV01-OK
              MOVE WRK-FS-ARQCSV01     TO WRK-FS-DISPLAY
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

           IF WRK-TAXAS-PRESENTES
              PERFORM 3830-LER-TAXA
              PERFORM 2900-CARREGAR-TAXAS
                 UNTIL WRK-FS-TAX01-FIM
           END-IF

           MOVE WRK-PARM-MES           TO WRK-CAB1-MES
           MOVE WRK-PARM-ANO           TO WRK-CAB1-ANO
           MOVE WRK-DATA-CORRENTE (7:2) TO WRK-CAB1-DATA (1:2)
           MOVE '/'                    TO WRK-CAB1-DATA (3:1)
           MOVE WRK-DATA-CORRENTE (5:2) TO WRK-CAB1-DATA (4:2)
           MOVE '/'                    TO WRK-CAB1-DATA (6:1)
           MOVE WRK-DATA-CORRENTE (1:4) TO WRK-CAB1-DATA (7:4)

           MOVE WRK-CAB1-RELATORIO     TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE WRK-CABEC-CSV          TO FD-ARQCSV01
           PERFORM 4960-GRAVAR-CSV
           .
      *----------------------------------------------------------------*
       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CARGA DO CADASTRO DE AGENCIAS EM TABELA E RESOLUCAO DA      *
      *    SUCESSORA FINAL DE CADA AGENCIA ENCERRADA                   *
      *----------------------------------------------------------------*
       2000-CARREGAR-AGENCIAS SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 3810-LER-AGENCIA

           PERFORM 2100-GUARDAR-AGENCIA
              UNTIL WRK-FS-AGE01-FIM

           PERFORM 2200-RESOLVER-DESTINO
              VARYING WRK-AGE-IDX-ORIGEM FROM 1 BY 1
              UNTIL WRK-AGE-IDX-ORIGEM GREATER WRK-AGE-QTDE
           .
      *----------------------------------------------------------------*
       2000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2100-GUARDAR-AGENCIA SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 5150-INCLUIR-AGENCIA

           MOVE ARQAGE01-COD-AGENCIA   TO WRK-AGE-CODIGO (WRK-AGE-QTDE)
           MOVE ARQAGE01-NOM-AGENCIA   TO WRK-AGE-NOME (WRK-AGE-QTDE)
           MOVE ARQAGE01-COD-REGIAO    TO WRK-AGE-REGIAO (WRK-AGE-QTDE)
           MOVE ARQAGE01-NOM-REGIAO    TO WRK-AGE-NOM-REGIAO
                                          (WRK-AGE-QTDE)
           MOVE ARQAGE01-SIT-AGENCIA   TO WRK-AGE-SITUACAO
                                          (WRK-AGE-QTDE)
           MOVE ARQAGE01-COD-AGE-SUCESSORA
                                       TO WRK-AGE-SUCESSORA
                                          (WRK-AGE-QTDE)

           PERFORM 3810-LER-AGENCIA
           .
      *----------------------------------------------------------------*
       2100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    SEGUE A CADEIA DE SUCESSORAS DA AGENCIA ENCERRADA ATE UMA   *
      *    AGENCIA ATIVA (NO MAXIMO 10 NIVEIS, COMO NO EXER0242)       *
      *----------------------------------------------------------------*
       2200-RESOLVER-DESTINO SECTION.
      *----------------------------------------------------------------*
      *
           IF NOT WRK-AGE-ENCERRADA (WRK-AGE-IDX-ORIGEM)
              GO TO 2200-99-FIM
           END-IF

           MOVE WRK-AGE-IDX-ORIGEM     TO WRK-AGE-IDX
           MOVE ZEROS                  TO WRK-QTDE-NIVEIS

           PERFORM 2210-SEGUIR-SUCESSORA
              UNTIL WRK-AGE-IDX GREATER WRK-AGE-QTDE
                 OR WRK-AGE-ATIVA (WRK-AGE-IDX)
                 OR WRK-AGE-SUCESSORA (WRK-AGE-IDX) EQUAL ZEROS
                 OR WRK-QTDE-NIVEIS NOT LESS WRK-MAX-NIVEIS

           IF WRK-AGE-IDX NOT GREATER WRK-AGE-QTDE
              IF WRK-AGE-ATIVA (WRK-AGE-IDX)
                 MOVE WRK-AGE-CODIGO (WRK-AGE-IDX)
                                       TO WRK-AGE-DESTINO
                                          (WRK-AGE-IDX-ORIGEM)
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       2200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2210-SEGUIR-SUCESSORA SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-QTDE-NIVEIS
           MOVE WRK-AGE-SUCESSORA (WRK-AGE-IDX)
                                       TO WRK-AGE-BUSCA
           PERFORM 5100-PROCURAR-AGENCIA
           .
      *----------------------------------------------------------------*
       2210-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CARGA DO RESULTADO DO MES ANTERIOR (BASE DA VARIACAO).      *
      *    GERACAO DE OUTRO MES E DESPREZADA                           *
      *----------------------------------------------------------------*
       2500-CARREGAR-ANTERIOR SECTION.
      *----------------------------------------------------------------*
      *
           IF NOT WRK-ANTERIOR-PRESENTE
              GO TO 2500-99-FIM
           END-IF

           PERFORM 3890-LER-ANTERIOR

           PERFORM 2510-GUARDAR-ANTERIOR
              UNTIL WRK-FS-MIS01-FIM
           .
      *----------------------------------------------------------------*
       2500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2510-GUARDAR-ANTERIOR SECTION.
      *----------------------------------------------------------------*
      *
           IF ARQMIS01-ANOMES NOT EQUAL WRK-ANOMES-ANTERIOR
              PERFORM 3890-LER-ANTERIOR
              GO TO 2510-99-FIM
           END-IF

           MOVE ARQMIS01-COD-AGENCIA   TO WRK-AGE-BUSCA
           PERFORM 5200-LOCALIZAR-AGENCIA

           ADD ARQMIS01-VAL-DEPOSITOS  TO WRK-AGE-ANT-DEPOSITOS
                                          (WRK-AGE-IDX)
           ADD ARQMIS01-VAL-CARTEIRA   TO WRK-AGE-ANT-CARTEIRA
                                          (WRK-AGE-IDX)
           ADD ARQMIS01-VAL-RESULTADO  TO WRK-AGE-ANT-RESULTADO
                                          (WRK-AGE-IDX)
           SET WRK-AGE-COM-ANTERIOR (WRK-AGE-IDX)
                                       TO TRUE

           PERFORM 3890-LER-ANTERIOR
           .
      *----------------------------------------------------------------*
       2510-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CARREGA A TAXA DE CAMBIO LIDA (A ULTIMA TAXA DA MOEDA NO    *
      *    ARQUIVO PREVALECE)                                          *
      *----------------------------------------------------------------*
       2900-CARREGAR-TAXAS SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ARQTAX01-COD-MOEDA     TO WRK-PRC-MOEDA

           PERFORM 5400-PROCURAR-TAXA

           IF WRK-TAX-IDX NOT GREATER WRK-TAX-QTDE
              MOVE ARQTAX01-VAL-TAXA   TO WRK-TAX-VAL-TAXA (WRK-TAX-IDX)
           ELSE
              IF WRK-TAX-QTDE LESS 20
                 ADD 1 TO WRK-TAX-QTDE
                 MOVE ARQTAX01-COD-MOEDA
                                  TO WRK-TAX-COD-MOEDA (WRK-TAX-QTDE)
                 MOVE ARQTAX01-VAL-TAXA
                                  TO WRK-TAX-VAL-TAXA (WRK-TAX-QTDE)
              END-IF
           END-IF

           PERFORM 3830-LER-TAXA
           .
      *----------------------------------------------------------------*
       2900-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    DEPOSITOS: SALDO DE FECHAMENTO DAS POSICOES EM BRL NA       *
      *    AGENCIA DO CLIENTE                                          *
      *----------------------------------------------------------------*
       3000-SOMAR-DEPOSITOS SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 3820-LER-POSICAO

           PERFORM 3100-TRATAR-POSICAO
              UNTIL WRK-FS-SLD01-FIM
           .
      *----------------------------------------------------------------*
       3000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3100-TRATAR-POSICAO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ARQSLD01-CPF           TO WRK-CPF-ANTERIOR
           PERFORM 5300-AGENCIA-DO-CPF

           IF ARQSLD01-CPF NOT EQUAL WRK-CPF-SLD-ANTERIOR
              ADD 1 TO WRK-AGE-QTD-CLIENTES (WRK-AGE-IDX)
              MOVE ARQSLD01-CPF        TO WRK-CPF-SLD-ANTERIOR
           END-IF

           MOVE ARQSLD01-COD-MOEDA     TO WRK-PRC-MOEDA
           MOVE ARQSLD01-VAL-FECHAMENTO
                                       TO WRK-VAL-MOEDA
           PERFORM 5450-CONVERTER-BRL

           ADD WRK-VAL-BRL             TO WRK-AGE-DEPOSITOS
                                          (WRK-AGE-IDX)

           PERFORM 3820-LER-POSICAO
           .
      *----------------------------------------------------------------*
       3100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    JUROS PAGOS: JUROS BRUTOS CREDITADOS NO MES DE REFERENCIA   *
      *----------------------------------------------------------------*
       3200-SOMAR-JUROS-PAGOS SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 3840-LER-IRRF

           PERFORM 3210-TRATAR-JUROS
              UNTIL WRK-FS-IRF01-FIM
           .
      *----------------------------------------------------------------*
       3200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3210-TRATAR-JUROS SECTION.
      *----------------------------------------------------------------*
      *
           IF ARQIRF01-DAT-CREDITO (1:6) EQUAL WRK-PARM-ANOMES
              MOVE ARQIRF01-CPF        TO WRK-CPF-ANTERIOR
              PERFORM 5300-AGENCIA-DO-CPF
              MOVE ARQIRF01-COD-MOEDA  TO WRK-PRC-MOEDA
              MOVE ARQIRF01-VAL-JUROS-BRUTO
                                       TO WRK-VAL-MOEDA
              PERFORM 5450-CONVERTER-BRL
              ADD WRK-VAL-BRL          TO WRK-AGE-JUROS-PAGOS
                                          (WRK-AGE-IDX)
           END-IF

           PERFORM 3840-LER-IRRF
           .
      *----------------------------------------------------------------*
       3210-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    TARIFAS: DETALHES DO HISTORICO LANCADOS NO MES DE           *
      *    REFERENCIA                                                  *
      *----------------------------------------------------------------*
       3300-SOMAR-TARIFAS SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 3850-LER-TARIFA

           PERFORM 3310-TRATAR-TARIFA
              UNTIL WRK-FS-HTA01-FIM
           .
      *----------------------------------------------------------------*
       3300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3310-TRATAR-TARIFA SECTION.
      *----------------------------------------------------------------*
      *
           IF ARQHTA01-REG-DETALHE
              AND ARQHTA01-DAT-LANCAMENTO (1:6) EQUAL WRK-PARM-ANOMES
              MOVE ARQHTA01-CPF        TO WRK-CPF-ANTERIOR
              PERFORM 5300-AGENCIA-DO-CPF
              MOVE ARQHTA01-COD-MOEDA  TO WRK-PRC-MOEDA
              MOVE ARQHTA01-VAL-TARIFAS
                                       TO WRK-VAL-MOEDA
              PERFORM 5450-CONVERTER-BRL
              ADD WRK-VAL-BRL          TO WRK-AGE-TARIFAS
                                          (WRK-AGE-IDX)
           END-IF

           PERFORM 3850-LER-TARIFA
           .
      *----------------------------------------------------------------*
       3310-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CARTEIRA: SALDO DEVEDOR E JUROS ACUMULADOS DOS EMPRESTIMOS  *
      *    EM ABERTO                                                   *
      *----------------------------------------------------------------*
       3400-SOMAR-CARTEIRA SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 3860-LER-RAZAO

           PERFORM 3410-TRATAR-EMPRESTIMO
              UNTIL WRK-FS-LED01-FIM
           .
      *----------------------------------------------------------------*
       3400-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3410-TRATAR-EMPRESTIMO SECTION.
      *----------------------------------------------------------------*
      *
           IF ARQLED01-SIT-EMPRESTIMO NOT EQUAL 'QUITADO'
              AND ARQLED01-VAL-SALDO GREATER ZEROS
              MOVE ARQLED01-COD-AGENCIA
                                       TO WRK-AGE-BUSCA
              PERFORM 5200-LOCALIZAR-AGENCIA
              ADD 1                    TO WRK-AGE-QTD-CONTRATOS
                                          (WRK-AGE-IDX)
              ADD ARQLED01-VAL-SALDO   TO WRK-AGE-CARTEIRA
                                          (WRK-AGE-IDX)
              ADD ARQLED01-VAL-JUROS-ACUM
                                       TO WRK-AGE-JUROS-CARTEIRA
                                          (WRK-AGE-IDX)
           END-IF

           PERFORM 3860-LER-RAZAO
           .
      *----------------------------------------------------------------*
       3410-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    PROVISAO DA CLASSIFICACAO DE RISCO                          *
      *----------------------------------------------------------------*
       3500-SOMAR-PROVISAO SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 3870-LER-RISCO

           PERFORM 3510-TRATAR-RISCO
              UNTIL WRK-FS-RSK01-FIM
           .
      *----------------------------------------------------------------*
       3500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3510-TRATAR-RISCO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ARQRSK01-COD-AGENCIA   TO WRK-AGE-BUSCA
           PERFORM 5200-LOCALIZAR-AGENCIA

           ADD ARQRSK01-VAL-PROVISAO   TO WRK-AGE-PROVISAO
                                          (WRK-AGE-IDX)

           PERFORM 3870-LER-RISCO
           .
      *----------------------------------------------------------------*
       3510-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    BAIXAS PARA PREJUIZO COM DATA DE BAIXA NO MES               *
      *----------------------------------------------------------------*
       3600-SOMAR-BAIXAS SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 3880-LER-BAIXA

           PERFORM 3610-TRATAR-BAIXA
              UNTIL WRK-FS-BXA01-FIM
           .
      *----------------------------------------------------------------*
       3600-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3610-TRATAR-BAIXA SECTION.
      *----------------------------------------------------------------*
      *
           IF ARQBXA01-DAT-BAIXA (1:6) EQUAL WRK-PARM-ANOMES
              MOVE ARQBXA01-COD-AGENCIA
                                       TO WRK-AGE-BUSCA
              PERFORM 5200-LOCALIZAR-AGENCIA
              ADD ARQBXA01-VAL-SALDO   TO WRK-AGE-BAIXAS
                                          (WRK-AGE-IDX)
           END-IF

           PERFORM 3880-LER-BAIXA
           .
      *----------------------------------------------------------------*
       3610-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LEITURA SEQUENCIAL DO CADASTRO DE AGENCIAS                  *
      *----------------------------------------------------------------*
       3810-LER-AGENCIA SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQAGE01        TO TRUE

           READ ARQAGE01 NEXT INTO ARQAGE01-REGISTRO

           IF WRK-FS-AGE01-OK
              ADD 1 TO ACU-LIDOS-ARQAGE01
           ELSE
              IF NOT WRK-FS-AGE01-FIM
                 MOVE WRK-FS-ARQAGE01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3810-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3820-LER-POSICAO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQSLD01        TO TRUE

           READ ARQSLD01 INTO ARQSLD01-REGISTRO

           IF WRK-FS-SLD01-OK
              ADD 1 TO ACU-LIDOS-ARQSLD01
           ELSE
              IF NOT WRK-FS-SLD01-FIM
                 MOVE WRK-FS-ARQSLD01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3820-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3830-LER-TAXA SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQTAX01        TO TRUE

           READ ARQTAX01 INTO ARQTAX01-REGISTRO

           IF NOT WRK-FS-TAX01-OK
              AND NOT WRK-FS-TAX01-FIM
              MOVE WRK-FS-ARQTAX01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3830-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3840-LER-IRRF SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQIRF01        TO TRUE

           READ ARQIRF01 INTO ARQIRF01-REGISTRO

           IF WRK-FS-IRF01-OK
              ADD 1 TO ACU-LIDOS-ARQIRF01
           ELSE
              IF NOT WRK-FS-IRF01-FIM
                 MOVE WRK-FS-ARQIRF01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3840-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3850-LER-TARIFA SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQHTA01        TO TRUE

           READ ARQHTA01 INTO ARQHTA01-REGISTRO

           IF WRK-FS-HTA01-OK
              ADD 1 TO ACU-LIDOS-ARQHTA01
           ELSE
              IF NOT WRK-FS-HTA01-FIM
                 MOVE WRK-FS-ARQHTA01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3850-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3860-LER-RAZAO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQLED01        TO TRUE

           READ ARQLED01 INTO ARQLED01-REGISTRO

           IF WRK-FS-LED01-OK
              ADD 1 TO ACU-LIDOS-ARQLED01
           ELSE
              IF NOT WRK-FS-LED01-FIM
                 MOVE WRK-FS-ARQLED01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3860-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3870-LER-RISCO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQRSK01        TO TRUE

           READ ARQRSK01 INTO ARQRSK01-REGISTRO

           IF WRK-FS-RSK01-OK
              ADD 1 TO ACU-LIDOS-ARQRSK01
           ELSE
              IF NOT WRK-FS-RSK01-FIM
                 MOVE WRK-FS-ARQRSK01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3870-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3880-LER-BAIXA SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQBXA01        TO TRUE

           READ ARQBXA01 INTO ARQBXA01-REGISTRO

           IF WRK-FS-BXA01-OK
              ADD 1 TO ACU-LIDOS-ARQBXA01
           ELSE
              IF NOT WRK-FS-BXA01-FIM
                 MOVE WRK-FS-ARQBXA01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3880-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3890-LER-ANTERIOR SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQMIS01        TO TRUE

           READ ARQMIS01 INTO ARQMIS01-REGISTRO

           IF WRK-FS-MIS01-OK
              ADD 1 TO ACU-LIDOS-ARQMIS01
           ELSE
              IF NOT WRK-FS-MIS01-FIM
                 MOVE WRK-FS-ARQMIS01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3890-99-FIM.
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
           MOVE ACU-LIDOS-ARQSLD01      TO ARQAUD01-QTDE-LIDOS
           MOVE ACU-GRAVA-ARQMIS02      TO ARQAUD01-QTDE-GRAVA
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
      *    ROTINA DE FINALIZACAO: RELATORIO POR AGENCIA, POR REGIONAL, *
      *    TOTAL GERAL, GERACAO DO MES, CSV E FECHAMENTO               *
      *----------------------------------------------------------------*
       4000-FINALIZAR SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-VLR-TOTAL
           INITIALIZE WRK-VLR-SOMA
           MOVE WRK-VLR-SOMA           TO WRK-VLR-TOTAL

           PERFORM 4950-GRAVAR-LINHA
           MOVE 'RESULTADO POR AGENCIA'
                                       TO WRK-TIT-SECAO
           PERFORM 4900-GRAVAR-CABECALHO

           PERFORM 4100-TRATAR-AGENCIA
              VARYING WRK-AGE-IDX-ORIGEM FROM 1 BY 1
              UNTIL WRK-AGE-IDX-ORIGEM GREATER WRK-AGE-QTDE

           PERFORM 4950-GRAVAR-LINHA
           MOVE 'RESULTADO POR REGIONAL'
                                       TO WRK-TIT-SECAO
           PERFORM 4900-GRAVAR-CABECALHO

           PERFORM 4200-IMPRIMIR-REGIONAL
              VARYING WRK-REG-IDX FROM 1 BY 1
              UNTIL WRK-REG-IDX GREATER WRK-REG-QTDE

           PERFORM 4950-GRAVAR-LINHA
           MOVE WRK-VLR-TOTAL          TO WRK-VLR-CORRENTE
           MOVE SPACES                 TO WRK-DET-CODIGO
                                          WRK-DET-REGIAO
           MOVE 'TOTAL GERAL'          TO WRK-DET-NOME
           PERFORM 4300-IMPRIMIR-VALORES

           PERFORM 4800-GRAVAR-TOTAIS

           IF ACU-SEM-TAXA GREATER ZEROS
              OR ACU-AGE-NAO-CADASTRADA GREATER ZEROS
              MOVE 04                  TO RETURN-CODE
           END-IF

           PERFORM 3980-GRAVAR-AUDITORIA

           SET  WRK-CN-CLOSE           TO TRUE

           SET  WRK-CN-ARQAGE01        TO TRUE
           CLOSE ARQAGE01
           IF NOT WRK-FS-AGE01-OK
              MOVE WRK-FS-ARQAGE01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQCLI01        TO TRUE
           CLOSE ARQCLI01
           IF NOT WRK-FS-CLI01-OK
              MOVE WRK-FS-ARQCLI01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF WRK-TAXAS-PRESENTES
              SET  WRK-CN-ARQTAX01     TO TRUE
              CLOSE ARQTAX01
           END-IF

           SET  WRK-CN-ARQSLD01        TO TRUE
           CLOSE ARQSLD01
           IF NOT WRK-FS-SLD01-OK
              MOVE WRK-FS-ARQSLD01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQIRF01        TO TRUE
           CLOSE ARQIRF01
           IF NOT WRK-FS-IRF01-OK
              MOVE WRK-FS-ARQIRF01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQHTA01        TO TRUE
           CLOSE ARQHTA01
           IF NOT WRK-FS-HTA01-OK
              MOVE WRK-FS-ARQHTA01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQLED01        TO TRUE
           CLOSE ARQLED01
           IF NOT WRK-FS-LED01-OK
              MOVE WRK-FS-ARQLED01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQRSK01        TO TRUE
           CLOSE ARQRSK01
           IF NOT WRK-FS-RSK01-OK
              MOVE WRK-FS-ARQRSK01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQBXA01        TO TRUE
           CLOSE ARQBXA01
           IF NOT WRK-FS-BXA01-OK
              MOVE WRK-FS-ARQBXA01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF WRK-ANTERIOR-PRESENTE
              SET  WRK-CN-ARQMIS01     TO TRUE
              CLOSE ARQMIS01
           END-IF

           SET  WRK-CN-ARQMIS02        TO TRUE
           CLOSE ARQMIS02
           IF NOT WRK-FS-MIS02-OK
              MOVE WRK-FS-ARQMIS02     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQCSV01        TO TRUE
           CLOSE ARQCSV01
           IF NOT WRK-FS-CSV01-OK
              MOVE WRK-FS-ARQCSV01     TO WRK-FS-DISPLAY
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

           MOVE ACU-LIDOS-ARQAGE01     TO WRK-MASK-QTDE
           DISPLAY '**************************************************'
           DISPLAY '* QTDE DE AGENCIAS LIDAS     : ' WRK-MASK-QTDE  '*'
           MOVE ACU-LIDOS-ARQSLD01     TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE POSICOES LIDAS     : ' WRK-MASK-QTDE  '*'
           MOVE ACU-LIDOS-ARQIRF01     TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE CREDITOS DE JUROS  : ' WRK-MASK-QTDE  '*'
           MOVE ACU-LIDOS-ARQHTA01     TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE REGS DE TARIFAS    : ' WRK-MASK-QTDE  '*'
           MOVE ACU-LIDOS-ARQLED01     TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE EMPRESTIMOS LIDOS  : ' WRK-MASK-QTDE  '*'
           MOVE ACU-LIDOS-ARQRSK01     TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE REGS DE RISCO      : ' WRK-MASK-QTDE  '*'
           MOVE ACU-LIDOS-ARQBXA01     TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE BAIXAS LIDAS       : ' WRK-MASK-QTDE  '*'
           MOVE ACU-GRAVA-ARQMIS02     TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE AGENCIAS GRAVADAS  : ' WRK-MASK-QTDE  '*'
           MOVE ACU-SEM-TAXA           TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE VALORES SEM TAXA   : ' WRK-MASK-QTDE  '*'
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
      *    AGENCIA DA TABELA: APURA O RESULTADO, IMPRIME, GRAVA A      *
      *    GERACAO DO MES E O CSV E SOMA NA REGIONAL E NO TOTAL.       *
      *    AGENCIA ENCERRADA COM SUCESSORA JA ESTA SOMADA NELA         *
      *----------------------------------------------------------------*
       4100-TRATAR-AGENCIA SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-AGE-ENCERRADA (WRK-AGE-IDX-ORIGEM)
              AND WRK-AGE-DESTINO (WRK-AGE-IDX-ORIGEM) GREATER ZEROS
              GO TO 4100-99-FIM
           END-IF

           COMPUTE WRK-AGE-RESULTADO (WRK-AGE-IDX-ORIGEM) =
                   WRK-AGE-JUROS-CARTEIRA (WRK-AGE-IDX-ORIGEM)
                 + WRK-AGE-TARIFAS (WRK-AGE-IDX-ORIGEM)
                 - WRK-AGE-JUROS-PAGOS (WRK-AGE-IDX-ORIGEM)
                 - WRK-AGE-PROVISAO (WRK-AGE-IDX-ORIGEM)
                 - WRK-AGE-BAIXAS (WRK-AGE-IDX-ORIGEM)

           MOVE WRK-AGE-VALORES (WRK-AGE-IDX-ORIGEM)
                                       TO WRK-VLR-CORRENTE

           MOVE WRK-AGE-CODIGO (WRK-AGE-IDX-ORIGEM)
                                       TO WRK-DET-CODIGO
           MOVE WRK-AGE-NOME (WRK-AGE-IDX-ORIGEM)
                                       TO WRK-DET-NOME
           MOVE WRK-AGE-REGIAO (WRK-AGE-IDX-ORIGEM)
                                       TO WRK-DET-REGIAO
           PERFORM 4300-IMPRIMIR-VALORES

           PERFORM 4400-GRAVAR-RESULTADO

           PERFORM 4500-GRAVAR-CSV

           PERFORM 5600-LOCALIZAR-REGIONAL
           MOVE WRK-REG-VALORES (WRK-REG-IDX)
                                       TO WRK-VLR-SOMA
           PERFORM 5500-SOMAR-VALORES
           MOVE WRK-VLR-SOMA           TO WRK-REG-VALORES (WRK-REG-IDX)

           MOVE WRK-VLR-TOTAL          TO WRK-VLR-SOMA
           PERFORM 5500-SOMAR-VALORES
           MOVE WRK-VLR-SOMA           TO WRK-VLR-TOTAL
           .
      *----------------------------------------------------------------*
       4100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       4200-IMPRIMIR-REGIONAL SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-REG-VALORES (WRK-REG-IDX)
                                       TO WRK-VLR-CORRENTE
           MOVE WRK-REG-CODIGO (WRK-REG-IDX)
                                       TO WRK-DET-CODIGO
           MOVE WRK-REG-NOME (WRK-REG-IDX)
                                       TO WRK-DET-NOME
           MOVE SPACES                 TO WRK-DET-REGIAO
           PERFORM 4300-IMPRIMIR-VALORES
           .
      *----------------------------------------------------------------*
       4200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    IMPRIME AS DUAS LINHAS DE VALORES DE WRK-VLR-CORRENTE       *
      *    (CODIGO, NOME E REGIONAL JA PREENCHIDOS)                    *
      *----------------------------------------------------------------*
       4300-IMPRIMIR-VALORES SECTION.
      *----------------------------------------------------------------*
      *
           MOVE VLR-DEPOSITOS          TO WRK-DET-DEPOSITOS
           MOVE VLR-CARTEIRA           TO WRK-DET-CARTEIRA
           MOVE VLR-RESULTADO          TO WRK-DET-RESULTADO

           MOVE VLR-DEPOSITOS          TO WRK-VAR-ATUAL
           MOVE VLR-ANT-DEPOSITOS      TO WRK-VAR-ANTERIOR
           PERFORM 5700-CALCULAR-VARIACAO
           MOVE WRK-VAR-EXIBICAO-X     TO WRK-DET-VAR-DEP

           MOVE VLR-CARTEIRA           TO WRK-VAR-ATUAL
           MOVE VLR-ANT-CARTEIRA       TO WRK-VAR-ANTERIOR
           PERFORM 5700-CALCULAR-VARIACAO
           MOVE WRK-VAR-EXIBICAO-X     TO WRK-DET-VAR-CAR

           MOVE VLR-RESULTADO          TO WRK-VAR-ATUAL
           MOVE VLR-ANT-RESULTADO      TO WRK-VAR-ANTERIOR
           PERFORM 5700-CALCULAR-VARIACAO
           MOVE WRK-VAR-EXIBICAO-X     TO WRK-DET-VAR-RES

           MOVE WRK-DET-LINHA1         TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE VLR-JUROS-PAGOS        TO WRK-DET-JUROS-PAGOS
           MOVE VLR-TARIFAS            TO WRK-DET-TARIFAS
           MOVE VLR-JUROS-CARTEIRA     TO WRK-DET-JUROS-CART
           MOVE VLR-PROVISAO           TO WRK-DET-PROVISAO
           MOVE VLR-BAIXAS             TO WRK-DET-BAIXAS
           MOVE VLR-QTD-CLIENTES       TO WRK-DET-QTD-CLI
           MOVE VLR-QTD-CONTRATOS      TO WRK-DET-QTD-CTR

           MOVE WRK-DET-LINHA2         TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       4300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GERACAO DO MES (BASE DA VARIACAO DO MES SEGUINTE)           *
      *----------------------------------------------------------------*
       4400-GRAVAR-RESULTADO SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE ARQMIS01-REGISTRO

           MOVE WRK-PARM-ANOMES        TO ARQMIS01-ANOMES
           MOVE WRK-AGE-CODIGO (WRK-AGE-IDX-ORIGEM)
                                       TO ARQMIS01-COD-AGENCIA
           MOVE WRK-AGE-REGIAO (WRK-AGE-IDX-ORIGEM)
                                       TO ARQMIS01-COD-REGIAO
           MOVE VLR-QTD-CLIENTES       TO ARQMIS01-QTD-CLIENTES
           MOVE VLR-QTD-CONTRATOS      TO ARQMIS01-QTD-CONTRATOS
           MOVE VLR-DEPOSITOS          TO ARQMIS01-VAL-DEPOSITOS
           MOVE VLR-JUROS-PAGOS        TO ARQMIS01-VAL-JUROS-PAGOS
           MOVE VLR-TARIFAS            TO ARQMIS01-VAL-TARIFAS
           MOVE VLR-CARTEIRA           TO ARQMIS01-VAL-CARTEIRA
           MOVE VLR-JUROS-CARTEIRA     TO ARQMIS01-VAL-JUROS-CARTEIRA
           MOVE VLR-PROVISAO           TO ARQMIS01-VAL-PROVISAO
           MOVE VLR-BAIXAS             TO ARQMIS01-VAL-BAIXAS
           MOVE VLR-RESULTADO          TO ARQMIS01-VAL-RESULTADO

           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQMIS02        TO TRUE

           WRITE FD-ARQMIS02 FROM ARQMIS01-REGISTRO

           IF WRK-FS-MIS02-OK
              ADD 1 TO ACU-GRAVA-ARQMIS02
           ELSE
              MOVE WRK-FS-ARQMIS02     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       4400-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LINHA DO CSV DA AREA FINANCEIRA (VARIACAO EM BRANCO QUANDO  *
      *    NAO HA BASE NO MES ANTERIOR)                                *
      *----------------------------------------------------------------*
       4500-GRAVAR-CSV SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-PARM-ANOMES        TO WRK-CSV-ANOMES
           MOVE WRK-AGE-CODIGO (WRK-AGE-IDX-ORIGEM)
                                       TO WRK-CSV-AGENCIA
           MOVE WRK-AGE-NOME (WRK-AGE-IDX-ORIGEM)
                                       TO WRK-CSV-NOME
           MOVE WRK-AGE-REGIAO (WRK-AGE-IDX-ORIGEM)
                                       TO WRK-CSV-REGIAO
           MOVE VLR-DEPOSITOS          TO WRK-CSV-DEPOSITOS
           MOVE VLR-JUROS-PAGOS        TO WRK-CSV-JUROS-PAGOS
           MOVE VLR-TARIFAS            TO WRK-CSV-TARIFAS
           MOVE VLR-CARTEIRA           TO WRK-CSV-CARTEIRA
           MOVE VLR-JUROS-CARTEIRA     TO WRK-CSV-JUROS-CART
           MOVE VLR-PROVISAO           TO WRK-CSV-PROVISAO
           MOVE VLR-BAIXAS             TO WRK-CSV-BAIXAS
           MOVE VLR-RESULTADO          TO WRK-CSV-RESULTADO

           MOVE WRK-DET-VAR-DEP        TO WRK-CSV-VAR-DEP
           MOVE WRK-DET-VAR-CAR        TO WRK-CSV-VAR-CAR
           MOVE WRK-DET-VAR-RES        TO WRK-CSV-VAR-RES
           INSPECT WRK-CSV-VAR-DEP REPLACING ALL '%' BY SPACE
                                             ALL 'N/D' BY SPACES
           INSPECT WRK-CSV-VAR-CAR REPLACING ALL '%' BY SPACE
                                             ALL 'N/D' BY SPACES
           INSPECT WRK-CSV-VAR-RES REPLACING ALL '%' BY SPACE
                                             ALL 'N/D' BY SPACES

           MOVE WRK-CSV-DETALHE        TO FD-ARQCSV01
           PERFORM 4960-GRAVAR-CSV
           .
      *----------------------------------------------------------------*
       4500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    RESUMO DE CONTROLE NO FIM DO RELATORIO                      *
      *----------------------------------------------------------------*
       4800-GRAVAR-TOTAIS SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'CPFS SEM CADASTRO (AGENCIA 0000)........:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-CPF-SEM-CADASTRO   TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'AGENCIAS FORA DO CADASTRO DE AGENCIAS...:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-AGE-NAO-CADASTRADA TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'VALORES EM MOEDA SEM TAXA (NAO SOMADOS).:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-SEM-TAXA           TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           IF NOT WRK-ANTERIOR-PRESENTE
              MOVE 'SEM RESULTADO DO MES ANTERIOR: VARIACAO N/D'
                                       TO WRK-RES-DESCRICAO
              MOVE ZEROS               TO WRK-RES-QTDE
              MOVE WRK-RES-LINHA       TO WRK-LINHA-IMPRESSAO
              MOVE SPACES              TO WRK-LINHA-IMPRESSAO (43:11)
              PERFORM 4950-GRAVAR-LINHA
           END-IF
           .
      *----------------------------------------------------------------*
       4800-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    TITULO DA SECAO E CABECALHO DE COLUNAS                      *
      *----------------------------------------------------------------*
       4900-GRAVAR-CABECALHO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-TIT-SECAO          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'COD  NOME'            TO WRK-LINHA-IMPRESSAO
           MOVE 'REG.'                 TO WRK-LINHA-IMPRESSAO (38:4)
           MOVE 'DEPOSITOS'            TO WRK-LINHA-IMPRESSAO (54:9)
           MOVE 'VAR.'                 TO WRK-LINHA-IMPRESSAO (68:4)
           MOVE 'CARTEIRA'             TO WRK-LINHA-IMPRESSAO (85:8)
           MOVE 'VAR.'                 TO WRK-LINHA-IMPRESSAO (98:4)
           MOVE 'RESULTADO'            TO WRK-LINHA-IMPRESSAO (114:9)
           MOVE 'VAR.'                 TO WRK-LINHA-IMPRESSAO (128:4)
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'JUROS PAGOS'          TO WRK-LINHA-IMPRESSAO (16:11)
           MOVE 'TARIFAS'              TO WRK-LINHA-IMPRESSAO (41:7)
           MOVE 'JUROS CARTEIRA'       TO WRK-LINHA-IMPRESSAO (55:14)
           MOVE 'PROVISAO'             TO WRK-LINHA-IMPRESSAO (82:8)
           MOVE 'BAIXAS'               TO WRK-LINHA-IMPRESSAO (105:6)
           MOVE 'CLIENTES'             TO WRK-LINHA-IMPRESSAO (114:8)
           MOVE 'CONTRAT.'             TO WRK-LINHA-IMPRESSAO (124:8)
           PERFORM 4950-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       4900-99-FIM.
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
       4960-GRAVAR-CSV SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQCSV01        TO TRUE

           WRITE FD-ARQCSV01

           IF WRK-FS-CSV01-OK
              ADD 1 TO ACU-GRAVA-ARQCSV01
           ELSE
              MOVE WRK-FS-ARQCSV01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       4960-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    PROCURA DA AGENCIA WRK-AGE-BUSCA NA TABELA (WRK-AGE-IDX     *
      *    MAIOR QUE WRK-AGE-QTDE QUANDO NAO ENCONTRADA)               *
      *----------------------------------------------------------------*
       5100-PROCURAR-AGENCIA SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 1 TO WRK-AGE-IDX

           PERFORM 5110-PROXIMA-AGENCIA
              UNTIL WRK-AGE-IDX GREATER WRK-AGE-QTDE
                 OR WRK-AGE-CODIGO (WRK-AGE-IDX) EQUAL WRK-AGE-BUSCA
           .
      *----------------------------------------------------------------*
       5100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       5110-PROXIMA-AGENCIA SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-AGE-IDX
           .
      *----------------------------------------------------------------*
       5110-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ABRE UMA LINHA NOVA NA TABELA DE AGENCIAS                   *
      *----------------------------------------------------------------*
       5150-INCLUIR-AGENCIA SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-AGE-QTDE NOT LESS 2000
              DISPLAY '* TABELA DE AGENCIAS ESGOTADA (2000)'
              MOVE 12                  TO RETURN-CODE
              PERFORM 9900-FIM-PROGRAMA
           END-IF

           ADD 1 TO WRK-AGE-QTDE
           INITIALIZE WRK-AGE-LINHA (WRK-AGE-QTDE)
           .
      *----------------------------------------------------------------*
       5150-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    DEVOLVE EM WRK-AGE-IDX A LINHA QUE RECEBE OS VALORES DA     *
      *    AGENCIA WRK-AGE-BUSCA: A PROPRIA AGENCIA, A SUCESSORA       *
      *    FINAL QUANDO ENCERRADA, OU UMA LINHA NOVA QUANDO A AGENCIA  *
      *    NAO ESTA NO CADASTRO (0000 = CPF SEM CADASTRO)              *
      *----------------------------------------------------------------*
       5200-LOCALIZAR-AGENCIA SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 5100-PROCURAR-AGENCIA

           IF WRK-AGE-IDX GREATER WRK-AGE-QTDE
              PERFORM 5150-INCLUIR-AGENCIA
              MOVE WRK-AGE-QTDE        TO WRK-AGE-IDX
              MOVE WRK-AGE-BUSCA       TO WRK-AGE-CODIGO (WRK-AGE-IDX)
              MOVE '????'              TO WRK-AGE-REGIAO (WRK-AGE-IDX)
              MOVE '*SEM REGIONAL*'    TO WRK-AGE-NOM-REGIAO
                                          (WRK-AGE-IDX)
              MOVE 'A'                 TO WRK-AGE-SITUACAO (WRK-AGE-IDX)
              IF WRK-AGE-BUSCA EQUAL ZEROS
                 MOVE '*CPF SEM CADASTRO*'
                                       TO WRK-AGE-NOME (WRK-AGE-IDX)
              ELSE
                 MOVE '*NAO CADASTRADA*'
                                       TO WRK-AGE-NOME (WRK-AGE-IDX)
                 ADD 1 TO ACU-AGE-NAO-CADASTRADA
              END-IF
              GO TO 5200-99-FIM
           END-IF

           IF WRK-AGE-ENCERRADA (WRK-AGE-IDX)
              AND WRK-AGE-DESTINO (WRK-AGE-IDX) GREATER ZEROS
              MOVE WRK-AGE-DESTINO (WRK-AGE-IDX)
                                       TO WRK-AGE-BUSCA
              PERFORM 5100-PROCURAR-AGENCIA
           END-IF
           .
      *----------------------------------------------------------------*
       5200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    AGENCIA DO CPF WRK-CPF-ANTERIOR PELO CADASTRO DE CLIENTES   *
      *    (LEITURA SO QUANDO O CPF MUDA) E LINHA DA TABELA EM         *
      *    WRK-AGE-IDX                                                 *
      *----------------------------------------------------------------*
       5300-AGENCIA-DO-CPF SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-CPF-ANTERIOR NOT EQUAL WRK-CPF-LIDO
              MOVE WRK-CPF-ANTERIOR    TO WRK-CPF-LIDO
                                          FD-ARQCLI01-CPF

              SET  WRK-CN-READ         TO TRUE
              SET  WRK-CN-ARQCLI01     TO TRUE

              READ ARQCLI01 INTO ARQCLI01-REGISTRO

              EVALUATE TRUE
                 WHEN WRK-FS-CLI01-OK
                    MOVE ARQCLI01-COD-AGENCIA
                                       TO WRK-AGE-CPF
                 WHEN WRK-FS-CLI01-NAO-ENCONTRADO
                    MOVE ZEROS         TO WRK-AGE-CPF
                    ADD 1 TO ACU-CPF-SEM-CADASTRO
                 WHEN OTHER
                    MOVE WRK-FS-ARQCLI01
                                       TO WRK-FS-DISPLAY
                    PERFORM 9100-ERROS-ARQUIVOS
              END-EVALUATE
           END-IF

           MOVE WRK-AGE-CPF            TO WRK-AGE-BUSCA
           PERFORM 5200-LOCALIZAR-AGENCIA
           .
      *----------------------------------------------------------------*
       5300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       5400-PROCURAR-TAXA SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 1 TO WRK-TAX-IDX

           PERFORM 5410-PROXIMA-TAXA
              UNTIL WRK-TAX-IDX GREATER WRK-TAX-QTDE
                 OR WRK-TAX-COD-MOEDA (WRK-TAX-IDX) EQUAL WRK-PRC-MOEDA
           .
      *----------------------------------------------------------------*
       5400-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       5410-PROXIMA-TAXA SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-TAX-IDX
           .
      *----------------------------------------------------------------*
       5410-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CONVERTE WRK-VAL-MOEDA (MOEDA WRK-PRC-MOEDA) PARA BRL EM    *
      *    WRK-VAL-BRL; MOEDA SEM TAXA DEVOLVE ZEROS                   *
      *----------------------------------------------------------------*
       5450-CONVERTER-BRL SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-PRC-MOEDA EQUAL 'BRL'
              MOVE WRK-VAL-MOEDA       TO WRK-VAL-BRL
              GO TO 5450-99-FIM
           END-IF

           PERFORM 5400-PROCURAR-TAXA

           IF WRK-TAX-IDX GREATER WRK-TAX-QTDE
              MOVE ZEROS               TO WRK-VAL-BRL
              IF WRK-VAL-MOEDA NOT EQUAL ZEROS
                 ADD 1 TO ACU-SEM-TAXA
              END-IF
           ELSE
              COMPUTE WRK-VAL-BRL ROUNDED =
                      WRK-VAL-MOEDA * WRK-TAX-VAL-TAXA (WRK-TAX-IDX)
           END-IF
           .
      *----------------------------------------------------------------*
       5450-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    SOMA WRK-VLR-CORRENTE EM WRK-VLR-SOMA                       *
      *----------------------------------------------------------------*
       5500-SOMAR-VALORES SECTION.
      *----------------------------------------------------------------*
      *
           ADD VLR-QTD-CLIENTES        TO SOM-QTD-CLIENTES
           ADD VLR-QTD-CONTRATOS       TO SOM-QTD-CONTRATOS
           ADD VLR-DEPOSITOS           TO SOM-DEPOSITOS
           ADD VLR-JUROS-PAGOS         TO SOM-JUROS-PAGOS
           ADD VLR-TARIFAS             TO SOM-TARIFAS
           ADD VLR-CARTEIRA            TO SOM-CARTEIRA
           ADD VLR-JUROS-CARTEIRA      TO SOM-JUROS-CARTEIRA
           ADD VLR-PROVISAO            TO SOM-PROVISAO
           ADD VLR-BAIXAS              TO SOM-BAIXAS
           ADD VLR-RESULTADO           TO SOM-RESULTADO
           ADD VLR-ANT-DEPOSITOS       TO SOM-ANT-DEPOSITOS
           ADD VLR-ANT-CARTEIRA        TO SOM-ANT-CARTEIRA
           ADD VLR-ANT-RESULTADO       TO SOM-ANT-RESULTADO

           IF VLR-COM-ANTERIOR
              SET SOM-COM-ANTERIOR     TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
       5500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LINHA DA REGIONAL DA AGENCIA WRK-AGE-IDX-ORIGEM EM          *
      *    WRK-REG-IDX (INCLUI A REGIONAL NA PRIMEIRA OCORRENCIA)      *
      *----------------------------------------------------------------*
       5600-LOCALIZAR-REGIONAL SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 1 TO WRK-REG-IDX

           PERFORM 5610-PROXIMA-REGIONAL
              UNTIL WRK-REG-IDX GREATER WRK-REG-QTDE
                 OR WRK-REG-CODIGO (WRK-REG-IDX) EQUAL
                    WRK-AGE-REGIAO (WRK-AGE-IDX-ORIGEM)

           IF WRK-REG-IDX GREATER WRK-REG-QTDE
              IF WRK-REG-QTDE NOT LESS 100
                 DISPLAY '* TABELA DE REGIONAIS ESGOTADA (100)'
                 MOVE 12               TO RETURN-CODE
                 PERFORM 9900-FIM-PROGRAMA
              END-IF
              ADD 1 TO WRK-REG-QTDE
              MOVE WRK-REG-QTDE        TO WRK-REG-IDX
              MOVE WRK-AGE-REGIAO (WRK-AGE-IDX-ORIGEM)
                                       TO WRK-REG-CODIGO (WRK-REG-IDX)
              MOVE WRK-AGE-NOM-REGIAO (WRK-AGE-IDX-ORIGEM)
                                       TO WRK-REG-NOME (WRK-REG-IDX)
              INITIALIZE WRK-VLR-SOMA
              MOVE WRK-VLR-SOMA        TO WRK-REG-VALORES (WRK-REG-IDX)
           END-IF
           .
      *----------------------------------------------------------------*
       5600-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       5610-PROXIMA-REGIONAL SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-REG-IDX
           .
      *----------------------------------------------------------------*
       5610-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    VARIACAO PERCENTUAL DE WRK-VAR-ATUAL SOBRE WRK-VAR-ANTERIOR *
      *    EM WRK-VAR-EXIBICAO ('N/D' SEM BASE NO MES ANTERIOR)        *
      *----------------------------------------------------------------*
       5700-CALCULAR-VARIACAO SECTION.
      *----------------------------------------------------------------*
      *
           IF NOT VLR-COM-ANTERIOR
              OR WRK-VAR-ANTERIOR EQUAL ZEROS
              MOVE '     N/D'          TO WRK-VAR-EXIBICAO-X
              GO TO 5700-99-FIM
           END-IF

           IF WRK-VAR-ANTERIOR LESS ZEROS
              COMPUTE WRK-VAR-BASE = ZEROS - WRK-VAR-ANTERIOR
           ELSE
              MOVE WRK-VAR-ANTERIOR    TO WRK-VAR-BASE
           END-IF

           COMPUTE WRK-VAR-PCT ROUNDED =
                   (WRK-VAR-ATUAL - WRK-VAR-ANTERIOR) * 100
                                       / WRK-VAR-BASE
              ON SIZE ERROR
                 IF WRK-VAR-ATUAL GREATER WRK-VAR-ANTERIOR
                    MOVE 9999,9        TO WRK-VAR-PCT
                 ELSE
                    MOVE -9999,9       TO WRK-VAR-PCT
                 END-IF
           END-COMPUTE

           IF WRK-VAR-PCT GREATER 9999,9
              MOVE 9999,9              TO WRK-VAR-PCT
           END-IF
           IF WRK-VAR-PCT LESS -9999,9
              MOVE -9999,9             TO WRK-VAR-PCT
           END-IF

           MOVE WRK-VAR-PCT            TO WRK-VAR-EDITADA
           MOVE '%'                    TO WRK-VAR-EXIBICAO-X (8:1)
           .
      *----------------------------------------------------------------*
       5700-99-FIM.
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
           MOVE ACU-LIDOS-ARQSLD01
                                  TO ERRO01-QTDE-LIDOS
           MOVE ACU-GRAVA-ARQMIS02
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
