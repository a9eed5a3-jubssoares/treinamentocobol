      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0235.
       AUTHOR.     JULIANA SOARES.
      *================================================================*
      *    PROGRAMA....: EXER0235                                      *
      *    PROGRAMADOR.: JULIANA SOARES                                *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   DETECCAO MENSAL DE CONTAS DE PASSAGEM       *
      *                    (CONTAS "LARANJA") PELA REDE DE             *
      *                    TRANSFERENCIAS DO MES: MONTA, A PARTIR DAS  *
      *                    PERNAS 'T'/'R' EM BRL DO MOVIMENTO APROVADO *
      *                    (ENT02105), OS REMETENTES E FAVORECIDOS     *
      *                    DISTINTOS DE CADA CPF E OS VALORES          *
      *                    RECEBIDOS E ENVIADOS, E SINALIZA:           *
      *                    - 'L' LEQUE: RECEBE DE MUITOS REMETENTES E  *
      *                      REPASSA O RECEBIDO EM POUCOS DIAS;        *
      *                    - 'P' PASSAGEM: REPASSA O RECEBIDO E O      *
      *                      SALDO DE FECHAMENTO (SLD02105) FICA       *
      *                      PROXIMO DE ZERO;                          *
      *                    - 'N' CONTA NOVA: TODAS AS CONTAS DO CPF    *
      *                      (CTA02225) ABERTAS HA POUCOS DIAS E       *
      *                      VOLUME DO MES ACIMA DO LIMIAR.            *
      *                    CADA CPF SINALIZADO ABRE UM CASO NO ARQUIVO *
      *                    DE CASOS DO EXER0221 (CAS02105) OU ATUALIZA *
      *                    O CASO VIVO DE CONTA DE PASSAGEM DO CPF; O  *
      *                    CICLO DE VIDA E O EXTRATO COAF SEGUEM NO    *
      *                    EXER0221. RETURN-CODE 04 = TABELA CHEIA     *
      *                    (CPFS, LIGACOES OU CASOS DESPREZADOS).      *
      *----------------------------------------------------------------*
      *    CARTAO (ARQPARM): COLS 1-8   DATA DE REFERENCIA (AAAAMMDD), *
      *                                 ULTIMO DIA DO MES ANALISADO    *
      *                      COLS 10-12 MINIMO DE REMETENTES (005)     *
      *                      COLS 14-16 DIAS DO CICLO DO LEQUE (005)   *
      *                      COLS 18-20 PERCENTUAL DE REPASSE (090)    *
      *                      COLS 22-24 DIAS DE CONTA NOVA (030)       *
      *                      COLS 26-40 LIMIAR DE VOLUME 9(13)V99      *
      *                                 (50.000,00)                    *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQPARM                                   -               *
      *      ARQENT01 (MOVIMENTO APROVADO DO MES)      ENT02105        *
      *      ARQSLD01 (POSICOES DE FECHAMENTO)         SLD02105        *
      *      ARQCTA01 (CADASTRO DE CONTAS - KSDS)      CTA02225        *
      *      ARQCAS01 (CASOS ANTERIORES, OPCIONAL)     CAS02105        *
      *      ARQCAS02 (CASOS APOS ESTA RODADA)         CAS02105        *
      *      ARQSAI01 (RELATORIO)                      -               *
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

           SELECT ARQENT01 ASSIGN      TO UT-S-ARQENT01
                      FILE STATUS      IS WRK-FS-ARQENT01.

           SELECT ARQSLD01 ASSIGN      TO UT-S-ARQSLD01
                      FILE STATUS      IS WRK-FS-ARQSLD01.

           SELECT ARQCTA01 ASSIGN      TO UT-S-ARQCTA01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS DYNAMIC
                      RECORD KEY       IS FD-ARQCTA01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQCTA01.

           SELECT OPTIONAL ARQCAS01 ASSIGN TO UT-S-ARQCAS01
                      FILE STATUS      IS WRK-FS-ARQCAS01.

           SELECT ARQCAS02 ASSIGN      TO UT-S-ARQCAS02
                      FILE STATUS      IS WRK-FS-ARQCAS02.

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
      *   INPUT:      CARTAO DE PARAMETROS                            *
      *               ORG. SEQUENCIAL   -   LRECL = 080               *
      *---------------------------------------------------------------*

       FD  ARQPARM
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQPARM              PIC X(080).

      *---------------------------------------------------------------*
      *   INPUT:      MOVIMENTO APROVADO (TODAS AS GERACOES DO MES,   *
      *               COM ENVELOPE) - ORG. SEQUENCIAL - LRECL = 049   *
      *---------------------------------------------------------------*

       FD  ARQENT01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQENT01             PIC X(049).

      *---------------------------------------------------------------*
      *   INPUT:      POSICOES DE DEPOSITO DA ULTIMA RODADA           *
      *               ORG. SEQUENCIAL   -   LRECL = 045               *
      *---------------------------------------------------------------*

       FD  ARQSLD01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQSLD01             PIC X(045).

      *---------------------------------------------------------------*
      *   INPUT:      CADASTRO DE CONTAS DE DEPOSITO                  *
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
      *   INPUT:      CASOS DA RODADA ANTERIOR (OPCIONAL)             *
      *               ORG. SEQUENCIAL   -   LRECL = 068               *
      *---------------------------------------------------------------*

       FD  ARQCAS01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQCAS01             PIC X(068).

      *---------------------------------------------------------------*
      *   OUTPUT:     CASOS APOS ESTA RODADA                          *
      *               ORG. SEQUENCIAL   -   LRECL = 068               *
      *---------------------------------------------------------------*

       FD  ARQCAS02
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQCAS02             PIC X(068).

      *---------------------------------------------------------------*
      *   OUTPUT:     RELATORIO DA RODADA                             *
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
             'EXER0235 - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC  X(008) VALUE 'EXER0235'.
       77 WRK-ERRO2000            PIC  X(008) VALUE 'ERRO2000'.
       77 WRK-MASK-QTDE           PIC  ZZZ.ZZ9.
       77 WRK-MASK-VALOR          PIC  Z.ZZZ.ZZZ.ZZ9,99.
       77 WRK-DAT-REFERENCIA      PIC  9(008) VALUE ZEROS.
       77 WRK-MES-REFERENCIA      PIC  9(006) VALUE ZEROS.
       77 WRK-DATA-AAAAMMDD       PIC  9(008) VALUE ZEROS.
       77 WRK-INT-REFERENCIA      PIC S9(009) COMP VALUE +0.
       77 WRK-INT-CORTE-CONTA     PIC S9(009) COMP VALUE +0.
       77 WRK-INT-DATA            PIC S9(009) COMP VALUE +0.
       77 WRK-QTD-DIAS            PIC S9(009) COMP VALUE +0.
       77 WRK-CPF-PROCURADO       PIC  9(011) VALUE ZEROS.
       77 WRK-DAT-ABERTURA-CONTA  PIC  9(008) VALUE ZEROS.
       77 WRK-TIPO-CASO           PIC  X(001) VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    CRITERIOS DA DETECCAO (PADRAO OU CARTAO)                    *
      *----------------------------------------------------------------*
       77 WRK-MIN-REMETENTES      PIC  9(003) VALUE 005.
       77 WRK-DIAS-CICLO          PIC  9(003) VALUE 005.
       77 WRK-PCT-REPASSE         PIC  9(003) VALUE 090.
       77 WRK-DIAS-CONTA-NOVA     PIC  9(003) VALUE 030.
       77 WRK-VAL-LIMIAR          PIC S9(015)V99 COMP-3
                                  VALUE +50000,00.
       77 WRK-VAL-REPASSE-MIN     PIC S9(015)V99 COMP-3 VALUE +0.
       77 WRK-VAL-RESIDUO-MAX     PIC S9(015)V99 COMP-3 VALUE +0.
      *
       01 WRK-PARM-REGISTRO.
          05 WRK-PARM-DATA        PIC  9(008) VALUE ZEROS.
          05 FILLER               PIC  X(001) VALUE SPACES.
          05 WRK-PARM-MIN-REMETENTES
                                  PIC  X(003) VALUE SPACES.
          05 FILLER               PIC  X(001) VALUE SPACES.
          05 WRK-PARM-DIAS-CICLO  PIC  X(003) VALUE SPACES.
          05 FILLER               PIC  X(001) VALUE SPACES.
          05 WRK-PARM-PCT-REPASSE PIC  X(003) VALUE SPACES.
          05 FILLER               PIC  X(001) VALUE SPACES.
          05 WRK-PARM-DIAS-CONTA-NOVA
                                  PIC  X(003) VALUE SPACES.
          05 FILLER               PIC  X(001) VALUE SPACES.
          05 WRK-PARM-VAL-LIMIAR  PIC  9(013)V99 VALUE ZEROS.
          05 FILLER               PIC  X(040) VALUE SPACES.
      *
       01 WRK-SW-REG-DADOS        PIC  X(001) VALUE 'N'.
          88 WRK-REG-E-DADOS                  VALUE 'S'.
      *
       01 WRK-SW-PADROES.
          05 WRK-SW-LEQUE         PIC  X(001) VALUE 'N'.
             88 WRK-PADRAO-LEQUE              VALUE 'S'.
          05 WRK-SW-PASSAGEM      PIC  X(001) VALUE 'N'.
             88 WRK-PADRAO-PASSAGEM           VALUE 'S'.
          05 WRK-SW-CONTA-NOVA    PIC  X(001) VALUE 'N'.
             88 WRK-PADRAO-CONTA-NOVA         VALUE 'S'.
      *
       01 WRK-ACUMULADORES.
           03 ACU-LIDOS-MOVIMENTO    PIC 9(007) VALUE ZEROS.
           03 ACU-PERNAS-MES         PIC 9(007) VALUE ZEROS.
           03 ACU-PERNAS-FORA-MES    PIC 9(007) VALUE ZEROS.
           03 ACU-PERNAS-DESPREZADAS PIC 9(007) VALUE ZEROS.
           03 ACU-LIGACOES-DESPREZ   PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQSLD01     PIC 9(007) VALUE ZEROS.
           03 ACU-CPFS-SINALIZADOS   PIC 9(007) VALUE ZEROS.
           03 ACU-PADRAO-LEQUE       PIC 9(007) VALUE ZEROS.
           03 ACU-PADRAO-PASSAGEM    PIC 9(007) VALUE ZEROS.
           03 ACU-PADRAO-CONTA-NOVA  PIC 9(007) VALUE ZEROS.
           03 ACU-CASOS-ABERTOS      PIC 9(007) VALUE ZEROS.
           03 ACU-CASOS-ATUALIZADOS  PIC 9(007) VALUE ZEROS.
           03 ACU-CASOS-DESPREZADOS  PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQCAS02     PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQSAI01     PIC 9(007) VALUE ZEROS.
      *
       01 WRK-TOTAIS.
           03 TOT-VAL-TRANSFERIDO    PIC S9(15)V99 COMP-3 VALUE +0.
           03 TOT-VAL-SINALIZADO     PIC S9(15)V99 COMP-3 VALUE +0.
      *
      *----------------------------------------------------------------*
      *    TABELA DE CPFS DA REDE (NOS): VALORES E CONTRAPARTES        *
      *    DISTINTAS DO MES                                            *
      *----------------------------------------------------------------*
       77 WRK-NO-QTDE             PIC  9(004) VALUE ZEROS.
       77 WRK-NO-IDX              PIC  9(004) VALUE ZEROS.
       77 WRK-NO-IDX-ACHADO       PIC  9(004) VALUE ZEROS.
      *
       01 WRK-SW-NO-ACHADO        PIC  X(001) VALUE 'N'.
          88 WRK-NO-ACHADO                    VALUE 'S'.
          88 WRK-NO-NAO-ACHADO                VALUE 'N'.
      *
       01 WRK-NO-TABELA.
          05 WRK-NO-LINHA         OCCURS 2000 TIMES.
             10 WRK-NO-CPF        PIC 9(011).
             10 WRK-NO-QTDE-REMET PIC 9(005).
             10 WRK-NO-QTDE-FAVOR PIC 9(005).
             10 WRK-NO-QTDE-TRANSF
                                  PIC 9(005).
             10 WRK-NO-VAL-ENTRADA
                                  PIC S9(15)V99 COMP-3.
             10 WRK-NO-VAL-SAIDA  PIC S9(15)V99 COMP-3.
             10 WRK-NO-VAL-SALDO  PIC S9(15)V99 COMP-3.
             10 WRK-NO-DAT-PRI    PIC 9(008).
             10 WRK-NO-DAT-ULT    PIC 9(008).
             10 WRK-NO-DAT-PRI-ENTRADA
                                  PIC 9(008).
             10 WRK-NO-DAT-ULT-SAIDA
                                  PIC 9(008).
      *
      *----------------------------------------------------------------*
      *    TABELA DE LIGACOES DISTINTAS (CPF X CONTRAPARTE X SENTIDO:  *
      *    'E' RECEBIDA / 'S' ENVIADA)                                 *
      *----------------------------------------------------------------*
       77 WRK-LIG-QTDE            PIC  9(005) VALUE ZEROS.
       77 WRK-LIG-IDX             PIC  9(005) VALUE ZEROS.
       77 WRK-LIG-SENTIDO         PIC  X(001) VALUE SPACES.
      *
       01 WRK-SW-LIG-ACHADA       PIC  X(001) VALUE 'N'.
          88 WRK-LIG-ACHADA                   VALUE 'S'.
          88 WRK-LIG-NAO-ACHADA               VALUE 'N'.
      *
       01 WRK-LIG-TABELA.
          05 WRK-LIG-LINHA        OCCURS 10000 TIMES.
             10 WRK-LIG-IDX-NO    PIC 9(004).
             10 WRK-LIG-CONTRAPARTE
                                  PIC 9(011).
             10 WRK-LIG-SENT      PIC X(001).
      *
      *----------------------------------------------------------------*
      *    TABELA DE CASOS (MESMO ARQUIVO DO EXER0221)                 *
      *----------------------------------------------------------------*
       77 WRK-CAS-QTDE            PIC  9(003) VALUE ZEROS.
       77 WRK-CAS-IDX             PIC  9(003) VALUE ZEROS.
       77 WRK-CAS-IDX-ACHADO      PIC  9(003) VALUE ZEROS.
       77 WRK-NUM-CASO-MAXIMO     PIC  9(008) VALUE ZEROS.
      *
       01 WRK-SW-CASO-ACHADO      PIC  X(001) VALUE 'N'.
          88 WRK-CASO-ACHADO                  VALUE 'S'.
          88 WRK-CASO-NAO-ACHADO              VALUE 'N'.
      *
       01 WRK-CAS-TABELA.
          05 WRK-CAS-LINHA        OCCURS 500 TIMES.
             10 WRK-CAS-NUMERO    PIC 9(008).
             10 WRK-CAS-CPF       PIC 9(011).
             10 WRK-CAS-DAT-ABERT PIC 9(008).
             10 WRK-CAS-DAT-INI   PIC 9(008).
             10 WRK-CAS-DAT-FIM   PIC 9(008).
             10 WRK-CAS-QTDE-DEP  PIC 9(005).
             10 WRK-CAS-VALOR     PIC S9(15)V99 COMP-3.
             10 WRK-CAS-SITUACAO  PIC X(001).
             10 WRK-CAS-DAT-SIT   PIC 9(008).
             10 WRK-CAS-EXTRAIDO  PIC X(001).
             10 WRK-CAS-TIPO      PIC X(001).
      *
      *----------------------------------------------------------------*
      *    AREA DO RELATORIO                                           *
      *----------------------------------------------------------------*
       01 WRK-CAB1-RELATORIO.
          05 FILLER               PIC X(052) VALUE
             'CONTAS DE PASSAGEM - REDE DE TRANSFERENCIAS DO MES  '.
          05 WRK-CAB1-MES         PIC 9(006).
          05 FILLER               PIC X(074) VALUE SPACES.

       01 WRK-CAB2-RELATORIO.
          05 FILLER               PIC X(034) VALUE
             'PADROES: L = LEQUE ENTRADA/SAIDA  '.
          05 FILLER               PIC X(036) VALUE
             'P = PASSAGEM (SALDO PROXIMO DE ZERO)'.
          05 FILLER               PIC X(062) VALUE
             '  N = CONTA NOVA COM VOLUME'.

       01 WRK-TIT-SECAO           PIC X(132) VALUE SPACES.

       01 WRK-DET-NO.
          05 FILLER               PIC X(004) VALUE 'CPF '.
          05 WRK-DET-CPF          PIC 9(011).
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DET-PADROES.
             10 WRK-DET-LEQUE     PIC X(001).
             10 WRK-DET-PASSAGEM  PIC X(001).
             10 WRK-DET-CONTA-NOVA
                                  PIC X(001).
          05 FILLER               PIC X(005) VALUE ' REM '.
          05 WRK-DET-REMET        PIC ZZZ9.
          05 FILLER               PIC X(005) VALUE ' FAV '.
          05 WRK-DET-FAVOR        PIC ZZZ9.
          05 FILLER               PIC X(005) VALUE ' ENT '.
          05 WRK-DET-ENTRADA      PIC Z.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(005) VALUE ' SAI '.
          05 WRK-DET-SAIDA        PIC Z.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(005) VALUE ' SLD '.
          05 WRK-DET-SALDO        PIC -Z.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(006) VALUE ' CASO '.
          05 WRK-DET-NUM-CASO     PIC 9(008).
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DET-ACAO         PIC X(010).
          05 FILLER               PIC X(006) VALUE SPACES.

       01 WRK-RES-LINHA.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-RES-DESCRICAO    PIC X(040).
          05 WRK-RES-QTDE         PIC ZZZ.ZZZ.ZZ9.
          05 FILLER               PIC X(004) VALUE SPACES.
          05 WRK-RES-VALOR        PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(055) VALUE SPACES.

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
          05 WRK-FS-ARQSLD01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SLD01-OK               VALUE '00'.
             88 WRK-FS-SLD01-FIM              VALUE '10'.
          05 WRK-FS-ARQCTA01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-CTA01-OK               VALUE '00'.
             88 WRK-FS-CTA01-FIM              VALUE '10'.
             88 WRK-FS-CTA01-NAO-ENCONTRADO   VALUE '23'.
          05 WRK-FS-ARQCAS01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-CAS01-OK               VALUE '00'.
             88 WRK-FS-CAS01-FIM              VALUE '10'.
          05 WRK-FS-ARQCAS02      PIC  X(002) VALUE SPACES.
             88 WRK-FS-CAS02-OK               VALUE '00'.
          05 WRK-FS-ARQSAI01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SAI01-OK               VALUE '00'.
          05 WRK-FS-ARQAUD01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-AUD01-OK               VALUE '00'.
          05 WRK-FS-DISPLAY       PIC  X(002) VALUE SPACES.

       77 WRK-AREA-LIDA-ENT01     PIC  X(049) VALUE SPACES.

       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQPARM       VALUE 'ARQPARM '.
          88 WRK-CN-ARQENT01      VALUE 'ARQENT01'.
          88 WRK-CN-ARQSLD01      VALUE 'ARQSLD01'.
          88 WRK-CN-ARQCTA01      VALUE 'ARQCTA01'.
          88 WRK-CN-ARQCAS01      VALUE 'ARQCAS01'.
          88 WRK-CN-ARQCAS02      VALUE 'ARQCAS02'.
          88 WRK-CN-ARQSAI01      VALUE 'ARQSAI01'.
          88 WRK-CN-ARQAUD01      VALUE 'ARQAUD01'.

       77 WRK-COMANDO             PIC  X(006) VALUE SPACES.
          88 WRK-CN-OPEN          VALUE 'OPEN  '.
          88 WRK-CN-CLOSE         VALUE 'CLOSE '.
          88 WRK-CN-READ          VALUE 'READ  '.
          88 WRK-CN-WRITE         VALUE 'WRITE '.
          88 WRK-CN-START         VALUE 'START '.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DOS BOOKS DOS ARQUIVOS DE ENTRADA E SAIDA'.
      *----------------------------------------------------------------*
      *
           COPY ENT02105.
           COPY SLD02105.
           COPY CTA02225.
           COPY CAS02105.
           COPY AUD00105.
           COPY 'I#ERRO01'.

      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0235 - FIM DA AREA DE WORKING'.
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

           PERFORM 2000-CARREGAR-CASOS

           PERFORM 2200-MONTAR-REDE

           PERFORM 2500-CARREGAR-SALDOS

           MOVE 'CPFS SINALIZADOS'     TO WRK-TIT-SECAO
           MOVE WRK-TIT-SECAO          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           PERFORM 2800-AVALIAR-NO
              VARYING WRK-NO-IDX FROM 1 BY 1
              UNTIL WRK-NO-IDX GREATER WRK-NO-QTDE

           PERFORM 3500-GRAVAR-CASOS
              VARYING WRK-CAS-IDX FROM 1 BY 1
              UNTIL WRK-CAS-IDX GREATER WRK-CAS-QTDE

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
              OR WRK-PARM-DATA NOT NUMERIC
              OR WRK-PARM-DATA EQUAL ZEROS
              DISPLAY '* CARTAO DE PARAMETROS INVALIDO: INFORMAR A '
              DISPLAY '* DATA DE REFERENCIA (AAAAMMDD) NAS COLS 1-8'
              MOVE 12                  TO RETURN-CODE
              PERFORM 9900-FIM-PROGRAMA
           END-IF

           CLOSE ARQPARM

           MOVE WRK-PARM-DATA          TO WRK-DAT-REFERENCIA
           MOVE WRK-PARM-DATA (1:6)    TO WRK-MES-REFERENCIA

           IF WRK-PARM-MIN-REMETENTES NUMERIC
              AND WRK-PARM-MIN-REMETENTES GREATER '000'
              MOVE WRK-PARM-MIN-REMETENTES
                                       TO WRK-MIN-REMETENTES
           END-IF

           IF WRK-PARM-DIAS-CICLO NUMERIC
              AND WRK-PARM-DIAS-CICLO GREATER '000'
              MOVE WRK-PARM-DIAS-CICLO TO WRK-DIAS-CICLO
           END-IF

           IF WRK-PARM-PCT-REPASSE NUMERIC
              AND WRK-PARM-PCT-REPASSE GREATER '000'
              AND WRK-PARM-PCT-REPASSE NOT GREATER '100'
              MOVE WRK-PARM-PCT-REPASSE
                                       TO WRK-PCT-REPASSE
           END-IF

           IF WRK-PARM-DIAS-CONTA-NOVA NUMERIC
              AND WRK-PARM-DIAS-CONTA-NOVA GREATER '000'
              MOVE WRK-PARM-DIAS-CONTA-NOVA
                                       TO WRK-DIAS-CONTA-NOVA
           END-IF

           IF WRK-PARM-VAL-LIMIAR NUMERIC
              AND WRK-PARM-VAL-LIMIAR NOT EQUAL ZEROS
              MOVE WRK-PARM-VAL-LIMIAR TO WRK-VAL-LIMIAR
           END-IF

           COMPUTE WRK-INT-REFERENCIA =
                   FUNCTION INTEGER-OF-DATE (WRK-DAT-REFERENCIA)
           COMPUTE WRK-INT-CORTE-CONTA =
                   WRK-INT-REFERENCIA - WRK-DIAS-CONTA-NOVA

           DISPLAY '* MES ' WRK-MES-REFERENCIA
                   ' REMETENTES ' WRK-MIN-REMETENTES
                   ' CICLO ' WRK-DIAS-CICLO
                   ' REPASSE ' WRK-PCT-REPASSE
                   ' CONTA NOVA ' WRK-DIAS-CONTA-NOVA
                   ' LIMIAR ' WRK-VAL-LIMIAR

           SET  WRK-CN-ARQCTA01        TO TRUE
           OPEN INPUT ARQCTA01

           IF NOT WRK-FS-CTA01-OK
              MOVE WRK-FS-ARQCTA01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQCAS02        TO TRUE
           OPEN OUTPUT ARQCAS02

           IF NOT WRK-FS-CAS02-OK
              MOVE WRK-FS-ARQCAS02     TO WRK-FS-DISPLAY
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

           MOVE WRK-MES-REFERENCIA     TO WRK-CAB1-MES
           MOVE WRK-CAB1-RELATORIO     TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE WRK-CAB2-RELATORIO     TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CARREGA OS CASOS DA RODADA ANTERIOR (DE TODOS OS TIPOS)     *
      *----------------------------------------------------------------*
       2000-CARREGAR-CASOS SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQCAS01        TO TRUE
           OPEN INPUT ARQCAS01

           IF WRK-FS-CAS01-OK
              PERFORM 2050-LER-CASO

              PERFORM 2100-TABELAR-CASO
                 UNTIL WRK-FS-CAS01-FIM

              SET  WRK-CN-CLOSE        TO TRUE
              CLOSE ARQCAS01
              DISPLAY '* CASOS CARREGADOS: ' WRK-CAS-QTDE
           END-IF
           .
      *----------------------------------------------------------------*
       2000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2050-LER-CASO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQCAS01        TO TRUE

           READ ARQCAS01 INTO ARQCAS01-REGISTRO

           IF WRK-FS-CAS01-OK OR WRK-FS-CAS01-FIM
              CONTINUE
           ELSE
              MOVE WRK-FS-ARQCAS01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       2050-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2100-TABELAR-CASO SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-CAS-QTDE LESS 500
              ADD 1 TO WRK-CAS-QTDE
              MOVE ARQCAS01-NUM-CASO   TO WRK-CAS-NUMERO (WRK-CAS-QTDE)
              MOVE ARQCAS01-CPF        TO WRK-CAS-CPF (WRK-CAS-QTDE)
              MOVE ARQCAS01-DAT-ABERTURA
                                       TO WRK-CAS-DAT-ABERT
                                          (WRK-CAS-QTDE)
              MOVE ARQCAS01-DAT-INICIO TO WRK-CAS-DAT-INI (WRK-CAS-QTDE)
              MOVE ARQCAS01-DAT-FIM    TO WRK-CAS-DAT-FIM (WRK-CAS-QTDE)
              MOVE ARQCAS01-QTDE-DEPOSITOS
                                       TO WRK-CAS-QTDE-DEP
                                          (WRK-CAS-QTDE)
              MOVE ARQCAS01-VAL-TOTAL  TO WRK-CAS-VALOR (WRK-CAS-QTDE)
              MOVE ARQCAS01-SITUACAO   TO WRK-CAS-SITUACAO
                                          (WRK-CAS-QTDE)
              MOVE ARQCAS01-DAT-SITUACAO
                                       TO WRK-CAS-DAT-SIT (WRK-CAS-QTDE)
              MOVE ARQCAS01-SW-EXTRAIDO
                                       TO WRK-CAS-EXTRAIDO
                                          (WRK-CAS-QTDE)
              IF ARQCAS01-CASO-FRACIONAMENTO
                 MOVE 'F'              TO WRK-CAS-TIPO (WRK-CAS-QTDE)
              ELSE
                 MOVE ARQCAS01-TIP-CASO
                                       TO WRK-CAS-TIPO (WRK-CAS-QTDE)
              END-IF

              IF ARQCAS01-NUM-CASO GREATER WRK-NUM-CASO-MAXIMO
                 MOVE ARQCAS01-NUM-CASO TO WRK-NUM-CASO-MAXIMO
              END-IF
           ELSE
              ADD 1 TO ACU-CASOS-DESPREZADOS
              DISPLAY '* ATENCAO: TABELA DE CASOS CHEIA (500) - CASO '
                      ARQCAS01-NUM-CASO ' DESPREZADO'
           END-IF

           PERFORM 2050-LER-CASO
           .
      *----------------------------------------------------------------*
       2100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    MONTA A REDE DO MES A PARTIR DAS PERNAS DE TRANSFERENCIA    *
      *----------------------------------------------------------------*
       2200-MONTAR-REDE SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQENT01        TO TRUE
           OPEN INPUT ARQENT01

           IF NOT WRK-FS-ENT01-OK
              MOVE WRK-FS-ARQENT01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 3800-LER-MOVIMENTO

           PERFORM 2300-TRATAR-MOVIMENTO
              UNTIL WRK-FS-ENT01-FIM

           SET  WRK-CN-CLOSE           TO TRUE
           CLOSE ARQENT01

           DISPLAY '* CPFS NA REDE: ' WRK-NO-QTDE
                   ' LIGACOES: ' WRK-LIG-QTDE
           .
      *----------------------------------------------------------------*
       2200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2300-TRATAR-MOVIMENTO SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 2310-AVALIAR-PERNA

           PERFORM 3800-LER-MOVIMENTO
           .
      *----------------------------------------------------------------*
       2300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    SO ENTRAM NA REDE AS PERNAS 'T'/'R' EM BRL, COM CONTRAPARTE *
      *    INFORMADA E DATADAS NO MES DE REFERENCIA                    *
      *----------------------------------------------------------------*
       2310-AVALIAR-PERNA SECTION.
      *----------------------------------------------------------------*
      *
           IF NOT ARQENT01-TRANS-TRANSF-ENVIO
              AND NOT ARQENT01-TRANS-TRANSF-RECEB
              GO TO 2310-99-FIM
           END-IF

           IF ARQENT01-COD-MOEDA NOT EQUAL 'BRL'
              GO TO 2310-99-FIM
           END-IF

           IF ARQENT01-CPF-CONTRAPARTE NOT NUMERIC
              OR ARQENT01-CPF-CONTRAPARTE EQUAL ZEROS
              GO TO 2310-99-FIM
           END-IF

           IF ARQENT01-DAT-DEPOS (1:2) NOT NUMERIC
              OR ARQENT01-DAT-DEPOS (4:2) NOT NUMERIC
              OR ARQENT01-DAT-DEPOS (7:4) NOT NUMERIC
              ADD 1 TO ACU-PERNAS-FORA-MES
              GO TO 2310-99-FIM
           END-IF

           MOVE ARQENT01-DAT-DEPOS (7:4) TO WRK-DATA-AAAAMMDD (1:4)
           MOVE ARQENT01-DAT-DEPOS (4:2) TO WRK-DATA-AAAAMMDD (5:2)
           MOVE ARQENT01-DAT-DEPOS (1:2) TO WRK-DATA-AAAAMMDD (7:2)

           IF WRK-DATA-AAAAMMDD (1:6) NOT EQUAL WRK-MES-REFERENCIA
              ADD 1 TO ACU-PERNAS-FORA-MES
              GO TO 2310-99-FIM
           END-IF

           MOVE ARQENT01-CPF           TO WRK-CPF-PROCURADO
           PERFORM 2350-LOCALIZAR-NO

           IF WRK-NO-NAO-ACHADO
              ADD 1 TO ACU-PERNAS-DESPREZADAS
              GO TO 2310-99-FIM
           END-IF

           ADD 1 TO ACU-PERNAS-MES
           ADD ARQENT01-VAL-DEPOS      TO TOT-VAL-TRANSFERIDO

           ADD 1 TO WRK-NO-QTDE-TRANSF (WRK-NO-IDX-ACHADO)

           IF WRK-DATA-AAAAMMDD LESS WRK-NO-DAT-PRI (WRK-NO-IDX-ACHADO)
              MOVE WRK-DATA-AAAAMMDD
                 TO WRK-NO-DAT-PRI (WRK-NO-IDX-ACHADO)
           END-IF
           IF WRK-DATA-AAAAMMDD GREATER
              WRK-NO-DAT-ULT (WRK-NO-IDX-ACHADO)
              MOVE WRK-DATA-AAAAMMDD
                 TO WRK-NO-DAT-ULT (WRK-NO-IDX-ACHADO)
           END-IF

           IF ARQENT01-TRANS-TRANSF-RECEB
              MOVE 'E'                 TO WRK-LIG-SENTIDO
              ADD ARQENT01-VAL-DEPOS
                 TO WRK-NO-VAL-ENTRADA (WRK-NO-IDX-ACHADO)
              IF WRK-DATA-AAAAMMDD LESS
                 WRK-NO-DAT-PRI-ENTRADA (WRK-NO-IDX-ACHADO)
                 MOVE WRK-DATA-AAAAMMDD
                    TO WRK-NO-DAT-PRI-ENTRADA (WRK-NO-IDX-ACHADO)
              END-IF
           ELSE
              MOVE 'S'                 TO WRK-LIG-SENTIDO
              ADD ARQENT01-VAL-DEPOS
                 TO WRK-NO-VAL-SAIDA (WRK-NO-IDX-ACHADO)
              IF WRK-DATA-AAAAMMDD GREATER
                 WRK-NO-DAT-ULT-SAIDA (WRK-NO-IDX-ACHADO)
                 MOVE WRK-DATA-AAAAMMDD
                    TO WRK-NO-DAT-ULT-SAIDA (WRK-NO-IDX-ACHADO)
              END-IF
           END-IF

           PERFORM 2400-REGISTRAR-LIGACAO
           .
      *----------------------------------------------------------------*
       2310-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LOCALIZA O CPF NA TABELA DA REDE, INCLUINDO-O SE NAO HOUVER *
      *----------------------------------------------------------------*
       2350-LOCALIZAR-NO SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 2370-PROCURAR-NO

           IF WRK-NO-NAO-ACHADO
              IF WRK-NO-QTDE LESS 2000
                 ADD 1 TO WRK-NO-QTDE
                 MOVE WRK-CPF-PROCURADO
                    TO WRK-NO-CPF (WRK-NO-QTDE)
                 MOVE ZEROS
                    TO WRK-NO-QTDE-REMET (WRK-NO-QTDE)
                       WRK-NO-QTDE-FAVOR (WRK-NO-QTDE)
                       WRK-NO-QTDE-TRANSF (WRK-NO-QTDE)
                       WRK-NO-VAL-ENTRADA (WRK-NO-QTDE)
                       WRK-NO-VAL-SAIDA (WRK-NO-QTDE)
                       WRK-NO-VAL-SALDO (WRK-NO-QTDE)
                       WRK-NO-DAT-ULT (WRK-NO-QTDE)
                       WRK-NO-DAT-ULT-SAIDA (WRK-NO-QTDE)
                 MOVE 99999999
                    TO WRK-NO-DAT-PRI (WRK-NO-QTDE)
                       WRK-NO-DAT-PRI-ENTRADA (WRK-NO-QTDE)
                 MOVE WRK-NO-QTDE      TO WRK-NO-IDX-ACHADO
                 SET WRK-NO-ACHADO     TO TRUE
              ELSE
                 DISPLAY '* ATENCAO: TABELA DA REDE CHEIA (2000) - CPF '
                         WRK-CPF-PROCURADO
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       2350-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2370-PROCURAR-NO SECTION.
      *----------------------------------------------------------------*
      *
           SET WRK-NO-NAO-ACHADO       TO TRUE
           MOVE ZEROS                  TO WRK-NO-IDX-ACHADO

           PERFORM 2380-COMPARAR-NO
              VARYING WRK-NO-IDX FROM 1 BY 1
              UNTIL WRK-NO-IDX GREATER WRK-NO-QTDE
                 OR WRK-NO-ACHADO
           .
      *----------------------------------------------------------------*
       2370-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2380-COMPARAR-NO SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-NO-CPF (WRK-NO-IDX) EQUAL WRK-CPF-PROCURADO
              SET WRK-NO-ACHADO        TO TRUE
              MOVE WRK-NO-IDX          TO WRK-NO-IDX-ACHADO
           END-IF
           .
      *----------------------------------------------------------------*
       2380-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    REGISTRA A LIGACAO CPF X CONTRAPARTE NO SENTIDO DA PERNA;   *
      *    LIGACAO NOVA CONTA UM REMETENTE OU FAVORECIDO DISTINTO      *
      *----------------------------------------------------------------*
       2400-REGISTRAR-LIGACAO SECTION.
      *----------------------------------------------------------------*
      *
           SET WRK-LIG-NAO-ACHADA      TO TRUE

           PERFORM 2410-COMPARAR-LIGACAO
              VARYING WRK-LIG-IDX FROM 1 BY 1
              UNTIL WRK-LIG-IDX GREATER WRK-LIG-QTDE
                 OR WRK-LIG-ACHADA

           IF WRK-LIG-ACHADA
              GO TO 2400-99-FIM
           END-IF

           IF WRK-LIG-QTDE NOT LESS 10000
              ADD 1 TO ACU-LIGACOES-DESPREZ
              GO TO 2400-99-FIM
           END-IF

           ADD 1 TO WRK-LIG-QTDE
           MOVE WRK-NO-IDX-ACHADO      TO WRK-LIG-IDX-NO (WRK-LIG-QTDE)
           MOVE ARQENT01-CPF-CONTRAPARTE
                                       TO WRK-LIG-CONTRAPARTE
                                          (WRK-LIG-QTDE)
           MOVE WRK-LIG-SENTIDO        TO WRK-LIG-SENT (WRK-LIG-QTDE)

           IF WRK-LIG-SENTIDO EQUAL 'E'
              ADD 1 TO WRK-NO-QTDE-REMET (WRK-NO-IDX-ACHADO)
           ELSE
              ADD 1 TO WRK-NO-QTDE-FAVOR (WRK-NO-IDX-ACHADO)
           END-IF
           .
      *----------------------------------------------------------------*
       2400-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2410-COMPARAR-LIGACAO SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-LIG-IDX-NO (WRK-LIG-IDX) EQUAL WRK-NO-IDX-ACHADO
              AND WRK-LIG-CONTRAPARTE (WRK-LIG-IDX) EQUAL
                  ARQENT01-CPF-CONTRAPARTE
              AND WRK-LIG-SENT (WRK-LIG-IDX) EQUAL WRK-LIG-SENTIDO
              SET WRK-LIG-ACHADA       TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
       2410-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    SOMA O SALDO DE FECHAMENTO EM BRL DE CADA CPF DA REDE       *
      *    (TODAS AS CONTAS); CPF SEM POSICAO FICA COM SALDO ZERO      *
      *----------------------------------------------------------------*
       2500-CARREGAR-SALDOS SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQSLD01        TO TRUE
           OPEN INPUT ARQSLD01

           IF NOT WRK-FS-SLD01-OK
              MOVE WRK-FS-ARQSLD01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 2550-LER-SALDO

           PERFORM 2600-SOMAR-SALDO
              UNTIL WRK-FS-SLD01-FIM

           SET  WRK-CN-CLOSE           TO TRUE
           CLOSE ARQSLD01
           .
      *----------------------------------------------------------------*
       2500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2550-LER-SALDO SECTION.
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
       2550-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2600-SOMAR-SALDO SECTION.
      *----------------------------------------------------------------*
      *
           IF ARQSLD01-COD-MOEDA EQUAL 'BRL'
              MOVE ARQSLD01-CPF        TO WRK-CPF-PROCURADO
              PERFORM 2370-PROCURAR-NO
              IF WRK-NO-ACHADO
                 ADD ARQSLD01-VAL-FECHAMENTO
                    TO WRK-NO-VAL-SALDO (WRK-NO-IDX-ACHADO)
              END-IF
           END-IF

           PERFORM 2550-LER-SALDO
           .
      *----------------------------------------------------------------*
       2600-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    AVALIA OS PADROES DE CONTA DE PASSAGEM DE UM CPF DA REDE:   *
      *    L = REMETENTES DISTINTOS >= MINIMO, SAIDA >= PERCENTUAL DE  *
      *        REPASSE DA ENTRADA E DA PRIMEIRA ENTRADA A ULTIMA SAIDA *
      *        NO MAXIMO OS DIAS DO CICLO;                             *
      *    P = SAIDA >= PERCENTUAL DE REPASSE DA ENTRADA E SALDO DE    *
      *        FECHAMENTO <= O RESTANTE (100 - PERCENTUAL) DA ENTRADA; *
      *    N = TODAS AS CONTAS DO CPF ABERTAS NOS ULTIMOS DIAS DE      *
      *        CONTA NOVA E ENTRADA + SAIDA >= LIMIAR.                 *
      *    L E P EXIGEM ENTRADA NO MES >= LIMIAR                       *
      *----------------------------------------------------------------*
       2800-AVALIAR-NO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WRK-SW-LEQUE
                                          WRK-SW-PASSAGEM
                                          WRK-SW-CONTA-NOVA

           COMPUTE WRK-VAL-REPASSE-MIN =
                   WRK-NO-VAL-ENTRADA (WRK-NO-IDX)
                   * WRK-PCT-REPASSE / 100
           COMPUTE WRK-VAL-RESIDUO-MAX =
                   WRK-NO-VAL-ENTRADA (WRK-NO-IDX)
                   * (100 - WRK-PCT-REPASSE) / 100

           IF WRK-NO-VAL-ENTRADA (WRK-NO-IDX) NOT LESS WRK-VAL-LIMIAR
              AND WRK-NO-VAL-SAIDA (WRK-NO-IDX) NOT LESS
                  WRK-VAL-REPASSE-MIN
              IF WRK-NO-QTDE-REMET (WRK-NO-IDX) NOT LESS
                 WRK-MIN-REMETENTES
                 AND WRK-NO-DAT-ULT-SAIDA (WRK-NO-IDX) NOT LESS
                     WRK-NO-DAT-PRI-ENTRADA (WRK-NO-IDX)
                 COMPUTE WRK-QTD-DIAS =
                         FUNCTION INTEGER-OF-DATE
                            (WRK-NO-DAT-ULT-SAIDA (WRK-NO-IDX))
                       - FUNCTION INTEGER-OF-DATE
                            (WRK-NO-DAT-PRI-ENTRADA (WRK-NO-IDX))
                 IF WRK-QTD-DIAS NOT GREATER WRK-DIAS-CICLO
                    SET WRK-PADRAO-LEQUE TO TRUE
                 END-IF
              END-IF
              IF WRK-NO-VAL-SALDO (WRK-NO-IDX) NOT GREATER
                 WRK-VAL-RESIDUO-MAX
                 SET WRK-PADRAO-PASSAGEM TO TRUE
              END-IF
           END-IF

           IF WRK-NO-VAL-ENTRADA (WRK-NO-IDX)
              + WRK-NO-VAL-SAIDA (WRK-NO-IDX) NOT LESS WRK-VAL-LIMIAR
              PERFORM 2850-VERIFICAR-CONTA-NOVA
           END-IF

           IF NOT WRK-PADRAO-LEQUE
              AND NOT WRK-PADRAO-PASSAGEM
              AND NOT WRK-PADRAO-CONTA-NOVA
              GO TO 2800-99-FIM
           END-IF

           ADD 1 TO ACU-CPFS-SINALIZADOS
           ADD WRK-NO-VAL-ENTRADA (WRK-NO-IDX) TO TOT-VAL-SINALIZADO

           MOVE '---'                  TO WRK-DET-PADROES

           IF WRK-PADRAO-CONTA-NOVA
              ADD 1 TO ACU-PADRAO-CONTA-NOVA
              MOVE 'N'                 TO WRK-DET-CONTA-NOVA
              MOVE 'N'                 TO WRK-TIPO-CASO
           END-IF
           IF WRK-PADRAO-PASSAGEM
              ADD 1 TO ACU-PADRAO-PASSAGEM
              MOVE 'P'                 TO WRK-DET-PASSAGEM
              MOVE 'P'                 TO WRK-TIPO-CASO
           END-IF
           IF WRK-PADRAO-LEQUE
              ADD 1 TO ACU-PADRAO-LEQUE
              MOVE 'L'                 TO WRK-DET-LEQUE
              MOVE 'L'                 TO WRK-TIPO-CASO
           END-IF

           PERFORM 2900-ABRIR-OU-ATUALIZAR-CASO

           PERFORM 3400-RELATAR-NO
           .
      *----------------------------------------------------------------*
       2800-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    PERCORRE AS CONTAS DO CPF NO CADASTRO E GUARDA A ABERTURA   *
      *    MAIS ANTIGA; SE ELA ESTA DENTRO DOS DIAS DE CONTA NOVA, O   *
      *    RELACIONAMENTO E NOVO                                       *
      *----------------------------------------------------------------*
       2850-VERIFICAR-CONTA-NOVA SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 99999999               TO WRK-DAT-ABERTURA-CONTA
           MOVE WRK-NO-CPF (WRK-NO-IDX) TO WRK-CPF-PROCURADO

           MOVE LOW-VALUES             TO FD-ARQCTA01-CHAVE
           MOVE WRK-CPF-PROCURADO      TO FD-ARQCTA01-CHAVE (1:11)

           SET  WRK-CN-START           TO TRUE
           SET  WRK-CN-ARQCTA01        TO TRUE

           START ARQCTA01 KEY NOT LESS FD-ARQCTA01-CHAVE

           EVALUATE TRUE
              WHEN WRK-FS-CTA01-OK
                 PERFORM 3820-LER-PROXIMA-CONTA
                 PERFORM 2860-EXAMINAR-CONTA
                    UNTIL WRK-FS-CTA01-FIM
                       OR ARQCTA01-CPF NOT EQUAL WRK-CPF-PROCURADO
              WHEN WRK-FS-CTA01-NAO-ENCONTRADO
                 CONTINUE
              WHEN OTHER
                 MOVE WRK-FS-ARQCTA01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE

           IF WRK-DAT-ABERTURA-CONTA GREATER ZEROS
              AND WRK-DAT-ABERTURA-CONTA LESS 99999999
              COMPUTE WRK-INT-DATA =
                      FUNCTION INTEGER-OF-DATE (WRK-DAT-ABERTURA-CONTA)
              IF WRK-INT-DATA NOT LESS WRK-INT-CORTE-CONTA
                 SET WRK-PADRAO-CONTA-NOVA TO TRUE
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       2850-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2860-EXAMINAR-CONTA SECTION.
      *----------------------------------------------------------------*
      *
           IF ARQCTA01-DAT-ABERTURA NUMERIC
              AND ARQCTA01-DAT-ABERTURA LESS WRK-DAT-ABERTURA-CONTA
              MOVE ARQCTA01-DAT-ABERTURA
                                       TO WRK-DAT-ABERTURA-CONTA
           END-IF

           PERFORM 3820-LER-PROXIMA-CONTA
           .
      *----------------------------------------------------------------*
       2860-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ABRE UM CASO NOVO OU ATUALIZA O CASO VIVO ('A'/'E') DE      *
      *    CONTA DE PASSAGEM DO CPF; O CASO DE FRACIONAMENTO DO        *
      *    EXER0221 NAO E ALTERADO                                     *
      *----------------------------------------------------------------*
       2900-ABRIR-OU-ATUALIZAR-CASO SECTION.
      *----------------------------------------------------------------*
      *
           SET WRK-CASO-NAO-ACHADO     TO TRUE
           MOVE ZEROS                  TO WRK-CAS-IDX-ACHADO

           PERFORM 2950-PROCURAR-CASO-CPF
              VARYING WRK-CAS-IDX FROM 1 BY 1
              UNTIL WRK-CAS-IDX GREATER WRK-CAS-QTDE
                 OR WRK-CASO-ACHADO

           IF WRK-CASO-ACHADO
              MOVE WRK-NO-DAT-PRI (WRK-NO-IDX)
                 TO WRK-CAS-DAT-INI (WRK-CAS-IDX-ACHADO)
              MOVE WRK-NO-DAT-ULT (WRK-NO-IDX)
                 TO WRK-CAS-DAT-FIM (WRK-CAS-IDX-ACHADO)
              MOVE WRK-NO-QTDE-TRANSF (WRK-NO-IDX)
                 TO WRK-CAS-QTDE-DEP (WRK-CAS-IDX-ACHADO)
              MOVE WRK-NO-VAL-ENTRADA (WRK-NO-IDX)
                 TO WRK-CAS-VALOR (WRK-CAS-IDX-ACHADO)
              MOVE WRK-TIPO-CASO
                 TO WRK-CAS-TIPO (WRK-CAS-IDX-ACHADO)
              MOVE WRK-CAS-NUMERO (WRK-CAS-IDX-ACHADO)
                                       TO WRK-DET-NUM-CASO
              MOVE 'ATUALIZADO'        TO WRK-DET-ACAO
              ADD 1 TO ACU-CASOS-ATUALIZADOS
              GO TO 2900-99-FIM
           END-IF

           IF WRK-CAS-QTDE NOT LESS 500
              DISPLAY '* ATENCAO: TABELA DE CASOS CHEIA (500) - CPF '
                      WRK-NO-CPF (WRK-NO-IDX)
              ADD 1 TO ACU-CASOS-DESPREZADOS
              MOVE ZEROS               TO WRK-DET-NUM-CASO
              MOVE 'SEM CASO'          TO WRK-DET-ACAO
              GO TO 2900-99-FIM
           END-IF

           ADD 1 TO WRK-CAS-QTDE
           ADD 1 TO WRK-NUM-CASO-MAXIMO
           MOVE WRK-NUM-CASO-MAXIMO
              TO WRK-CAS-NUMERO (WRK-CAS-QTDE)
           MOVE WRK-NO-CPF (WRK-NO-IDX)
              TO WRK-CAS-CPF (WRK-CAS-QTDE)
           MOVE WRK-DAT-REFERENCIA
              TO WRK-CAS-DAT-ABERT (WRK-CAS-QTDE)
           MOVE WRK-NO-DAT-PRI (WRK-NO-IDX)
              TO WRK-CAS-DAT-INI (WRK-CAS-QTDE)
           MOVE WRK-NO-DAT-ULT (WRK-NO-IDX)
              TO WRK-CAS-DAT-FIM (WRK-CAS-QTDE)
           MOVE WRK-NO-QTDE-TRANSF (WRK-NO-IDX)
              TO WRK-CAS-QTDE-DEP (WRK-CAS-QTDE)
           MOVE WRK-NO-VAL-ENTRADA (WRK-NO-IDX)
              TO WRK-CAS-VALOR (WRK-CAS-QTDE)
           MOVE 'A'
              TO WRK-CAS-SITUACAO (WRK-CAS-QTDE)
           MOVE WRK-DAT-REFERENCIA
              TO WRK-CAS-DAT-SIT (WRK-CAS-QTDE)
           MOVE 'N'
              TO WRK-CAS-EXTRAIDO (WRK-CAS-QTDE)
           MOVE WRK-TIPO-CASO
              TO WRK-CAS-TIPO (WRK-CAS-QTDE)

           MOVE WRK-NUM-CASO-MAXIMO    TO WRK-DET-NUM-CASO
           MOVE 'ABERTO'               TO WRK-DET-ACAO
           ADD 1 TO ACU-CASOS-ABERTOS
           .
      *----------------------------------------------------------------*
       2900-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2950-PROCURAR-CASO-CPF SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-CAS-CPF (WRK-CAS-IDX) EQUAL WRK-NO-CPF (WRK-NO-IDX)
              AND (WRK-CAS-TIPO (WRK-CAS-IDX) EQUAL 'L'
                OR WRK-CAS-TIPO (WRK-CAS-IDX) EQUAL 'P'
                OR WRK-CAS-TIPO (WRK-CAS-IDX) EQUAL 'N')
              AND (WRK-CAS-SITUACAO (WRK-CAS-IDX) EQUAL 'A'
                OR WRK-CAS-SITUACAO (WRK-CAS-IDX) EQUAL 'E')
              SET WRK-CASO-ACHADO      TO TRUE
              MOVE WRK-CAS-IDX         TO WRK-CAS-IDX-ACHADO
           END-IF
           .
      *----------------------------------------------------------------*
       2950-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LINHA DO RELATORIO DE UM CPF SINALIZADO                     *
      *----------------------------------------------------------------*
       3400-RELATAR-NO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-NO-CPF (WRK-NO-IDX)          TO WRK-DET-CPF
           MOVE WRK-NO-QTDE-REMET (WRK-NO-IDX)   TO WRK-DET-REMET
           MOVE WRK-NO-QTDE-FAVOR (WRK-NO-IDX)   TO WRK-DET-FAVOR
           MOVE WRK-NO-VAL-ENTRADA (WRK-NO-IDX)  TO WRK-DET-ENTRADA
           MOVE WRK-NO-VAL-SAIDA (WRK-NO-IDX)    TO WRK-DET-SAIDA
           MOVE WRK-NO-VAL-SALDO (WRK-NO-IDX)    TO WRK-DET-SALDO

           MOVE WRK-DET-NO             TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       3400-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GRAVA OS CASOS (TODOS OS TIPOS) PARA A PROXIMA RODADA       *
      *----------------------------------------------------------------*
       3500-GRAVAR-CASOS SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE                 ARQCAS01-REGISTRO

           MOVE WRK-CAS-NUMERO (WRK-CAS-IDX)
                                       TO ARQCAS01-NUM-CASO
           MOVE WRK-CAS-CPF (WRK-CAS-IDX)
                                       TO ARQCAS01-CPF
           MOVE WRK-CAS-DAT-ABERT (WRK-CAS-IDX)
                                       TO ARQCAS01-DAT-ABERTURA
           MOVE WRK-CAS-DAT-INI (WRK-CAS-IDX)
                                       TO ARQCAS01-DAT-INICIO
           MOVE WRK-CAS-DAT-FIM (WRK-CAS-IDX)
                                       TO ARQCAS01-DAT-FIM
           MOVE WRK-CAS-QTDE-DEP (WRK-CAS-IDX)
                                       TO ARQCAS01-QTDE-DEPOSITOS
           MOVE WRK-CAS-VALOR (WRK-CAS-IDX)
                                       TO ARQCAS01-VAL-TOTAL
           MOVE WRK-CAS-SITUACAO (WRK-CAS-IDX)
                                       TO ARQCAS01-SITUACAO
           MOVE WRK-CAS-DAT-SIT (WRK-CAS-IDX)
                                       TO ARQCAS01-DAT-SITUACAO
           MOVE WRK-CAS-EXTRAIDO (WRK-CAS-IDX)
                                       TO ARQCAS01-SW-EXTRAIDO
           MOVE WRK-CAS-TIPO (WRK-CAS-IDX)
                                       TO ARQCAS01-TIP-CASO

           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQCAS02        TO TRUE

           WRITE FD-ARQCAS02 FROM ARQCAS01-REGISTRO

           IF WRK-FS-CAS02-OK
              ADD 1 TO ACU-GRAVA-ARQCAS02
           ELSE
              MOVE WRK-FS-ARQCAS02     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE LEITURA DO MOVIMENTO: REPETE A LEITURA FISICA     *
      *    ATE OBTER UM REGISTRO DE DADOS OU ESGOTAR O ARQUIVO         *
      *----------------------------------------------------------------*
       3800-LER-MOVIMENTO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N' TO WRK-SW-REG-DADOS

           PERFORM 3801-LER-MOVIMENTO-FISICO
              UNTIL WRK-REG-E-DADOS OR WRK-FS-ENT01-FIM
           .
      *----------------------------------------------------------------*
       3800-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LE UM REGISTRO FISICO DO MOVIMENTO, SALTANDO O ENVELOPE     *
      *    (HDR/TRL/CHT) DE CADA GERACAO DO MES                        *
      *----------------------------------------------------------------*
       3801-LER-MOVIMENTO-FISICO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQENT01        TO TRUE

           READ ARQENT01 INTO WRK-AREA-LIDA-ENT01

           EVALUATE TRUE
              WHEN WRK-FS-ENT01-FIM
                 CONTINUE
              WHEN NOT WRK-FS-ENT01-OK
                 MOVE WRK-FS-ARQENT01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              WHEN WRK-AREA-LIDA-ENT01 (1:3) EQUAL 'HDR'
                OR WRK-AREA-LIDA-ENT01 (1:3) EQUAL 'TRL'
                OR WRK-AREA-LIDA-ENT01 (1:3) EQUAL 'CHT'
                 CONTINUE
              WHEN OTHER
                 SET WRK-REG-E-DADOS   TO TRUE
                 ADD 1 TO ACU-LIDOS-MOVIMENTO
                 MOVE WRK-AREA-LIDA-ENT01 TO ARQENT01-REGISTRO
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       3801-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3820-LER-PROXIMA-CONTA SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQCTA01        TO TRUE

           READ ARQCTA01 NEXT INTO ARQCTA01-REGISTRO

           IF WRK-FS-CTA01-OK OR WRK-FS-CTA01-FIM
              CONTINUE
           ELSE
              MOVE WRK-FS-ARQCTA01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3820-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3980-GRAVAR-AUDITORIA SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-PROGRAMA           TO ARQAUD01-PROGRAMA
           MOVE FUNCTION CURRENT-DATE(1:8)
                                        TO ARQAUD01-DATA
           MOVE FUNCTION CURRENT-DATE(9:6)
                                        TO ARQAUD01-HORA
           MOVE ACU-LIDOS-MOVIMENTO     TO ARQAUD01-QTDE-LIDOS
           MOVE ACU-GRAVA-ARQCAS02      TO ARQAUD01-QTDE-GRAVA
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
      *    RESUMO DA RODADA NO RELATORIO                               *
      *----------------------------------------------------------------*
       4800-GRAVAR-TOTAIS SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'RESUMO DA RODADA'     TO WRK-TIT-SECAO
           MOVE WRK-TIT-SECAO          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'PERNAS DE TRANSFERENCIA DO MES'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-PERNAS-MES         TO WRK-RES-QTDE
           MOVE TOT-VAL-TRANSFERIDO    TO WRK-RES-VALOR
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'CPFS NA REDE'         TO WRK-RES-DESCRICAO
           MOVE WRK-NO-QTDE            TO WRK-RES-QTDE
           MOVE ZEROS                  TO WRK-RES-VALOR
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'CPFS SINALIZADOS (VALOR RECEBIDO)'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-CPFS-SINALIZADOS   TO WRK-RES-QTDE
           MOVE TOT-VAL-SINALIZADO     TO WRK-RES-VALOR
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'PADRAO L - LEQUE ENTRADA/SAIDA'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-PADRAO-LEQUE       TO WRK-RES-QTDE
           MOVE ZEROS                  TO WRK-RES-VALOR
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'PADRAO P - PASSAGEM (SALDO ~ ZERO)'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-PADRAO-PASSAGEM    TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'PADRAO N - CONTA NOVA COM VOLUME'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-PADRAO-CONTA-NOVA  TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'CASOS ABERTOS'        TO WRK-RES-DESCRICAO
           MOVE ACU-CASOS-ABERTOS      TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'CASOS ATUALIZADOS'    TO WRK-RES-DESCRICAO
           MOVE ACU-CASOS-ATUALIZADOS  TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'PERNAS/LIGACOES/CASOS DESPREZADOS'
                                       TO WRK-RES-DESCRICAO
           COMPUTE WRK-RES-QTDE = ACU-PERNAS-DESPREZADAS
                                + ACU-LIGACOES-DESPREZ
                                + ACU-CASOS-DESPREZADOS
           PERFORM 4900-GRAVAR-RESUMO
           .
      *----------------------------------------------------------------*
       4800-99-FIM.
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
      *    ROTINA DE FINALIZACAO DO PROGRAMA                           *
      *----------------------------------------------------------------*
       4000-FINALIZAR SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 4800-GRAVAR-TOTAIS

           IF ACU-PERNAS-DESPREZADAS GREATER ZEROS
              OR ACU-LIGACOES-DESPREZ GREATER ZEROS
              OR ACU-CASOS-DESPREZADOS GREATER ZEROS
              MOVE 04                  TO RETURN-CODE
           END-IF

           PERFORM 3980-GRAVAR-AUDITORIA

           SET  WRK-CN-CLOSE           TO TRUE

           SET  WRK-CN-ARQCTA01        TO TRUE
           CLOSE ARQCTA01
           IF NOT WRK-FS-CTA01-OK
              MOVE WRK-FS-ARQCTA01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQCAS02        TO TRUE
           CLOSE ARQCAS02
           IF NOT WRK-FS-CAS02-OK
              MOVE WRK-FS-ARQCAS02     TO WRK-FS-DISPLAY
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

           MOVE ACU-LIDOS-MOVIMENTO    TO WRK-MASK-QTDE
           DISPLAY '**************************************************'
           DISPLAY '* MOVIMENTOS LIDOS           : ' WRK-MASK-QTDE  '*'
           MOVE ACU-PERNAS-MES         TO WRK-MASK-QTDE
           DISPLAY '* PERNAS T/R DO MES          : ' WRK-MASK-QTDE  '*'
           MOVE ACU-PERNAS-FORA-MES    TO WRK-MASK-QTDE
           DISPLAY '* PERNAS FORA DO MES         : ' WRK-MASK-QTDE  '*'
           MOVE WRK-NO-QTDE            TO WRK-MASK-QTDE
           DISPLAY '* CPFS NA REDE               : ' WRK-MASK-QTDE  '*'
           MOVE ACU-CPFS-SINALIZADOS   TO WRK-MASK-QTDE
           DISPLAY '* CPFS SINALIZADOS           : ' WRK-MASK-QTDE  '*'
           MOVE ACU-CASOS-ABERTOS      TO WRK-MASK-QTDE
           DISPLAY '* CASOS ABERTOS              : ' WRK-MASK-QTDE  '*'
           MOVE ACU-CASOS-ATUALIZADOS  TO WRK-MASK-QTDE
           DISPLAY '* CASOS ATUALIZADOS          : ' WRK-MASK-QTDE  '*'
           MOVE ACU-GRAVA-ARQCAS02     TO WRK-MASK-QTDE
           DISPLAY '* CASOS GRAVADOS             : ' WRK-MASK-QTDE  '*'
           MOVE ACU-PERNAS-DESPREZADAS TO WRK-MASK-QTDE
           DISPLAY '* PERNAS DESPREZADAS         : ' WRK-MASK-QTDE  '*'
           MOVE ACU-LIGACOES-DESPREZ   TO WRK-MASK-QTDE
           DISPLAY '* LIGACOES DESPREZADAS       : ' WRK-MASK-QTDE  '*'
           MOVE ACU-CASOS-DESPREZADOS  TO WRK-MASK-QTDE
           DISPLAY '* CASOS DESPREZADOS          : ' WRK-MASK-QTDE  '*'
           MOVE TOT-VAL-SINALIZADO     TO WRK-MASK-VALOR
           DISPLAY '* VALOR RECEBIDO SINALIZADO  : ' WRK-MASK-VALOR
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
           MOVE ACU-LIDOS-MOVIMENTO
                                  TO ERRO01-QTDE-LIDOS
           MOVE ACU-GRAVA-ARQCAS02
                                  TO ERRO01-QTDE-GRAVADOS
           MOVE WRK-CPF-PROCURADO TO ERRO01-ULT-CHAVE

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
