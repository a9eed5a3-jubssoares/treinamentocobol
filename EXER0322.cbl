      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0322.
       AUTHOR.     JULIANA SOARES.
      *================================================================*
      *    PROGRAMA....: EXER0322                                      *
      *    PROGRAMADOR.: JULIANA SOARES                                *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   ANALISE DE SAFRAS: AGRUPA OS EMPRESTIMOS DO *
      *                    CADASTRO (ENT03105) POR MES DE CONCESSAO    *
      *                    (DAT-EMPRE) E PLANO (PRICE/SAC/BULLET) E    *
      *                    APURA, NO MES DE REFERENCIA, O SALDO COM    *
      *                    ATRASO DE 30+ E 90+ DIAS (CLASSIFICACAO DE  *
      *                    RISCO RSK03105 DO EXER0310), O SALDO        *
      *                    BAIXADO COMO PREJUIZO (BXA03105) E O SALDO  *
      *                    RENEGOCIADO (TRANSFERIDO AOS SUCESSORES).   *
      *                    OS PERCENTUAIS SAO SOBRE O VALOR ORIGINADO  *
      *                    DA SAFRA. A FOTOGRAFIA DO MES E INTERCALADA *
      *                    NO HISTORICO (VIN03322), QUE CRESCE UMA     *
      *                    DIAGONAL POR MES; O RELATORIO TRAZ O MES E  *
      *                    O TRIANGULO DAS SAFRAS (MESES EM CARTEIRA   *
      *                    01 A 12). OS SUCESSORES DE RENEGOCIACAO NAO *
      *                    FORMAM SAFRA PROPRIA.                       *
      *----------------------------------------------------------------*
      *    CARTAO (ARQPARM): COLS 01-08 DATA-BASE (AAAAMMDD), A MESMA  *
      *                      DATA DE REFERENCIA DO EXER0310            *
      *----------------------------------------------------------------*
      *    RETORNO.....:   RC 04 = EMPRESTIMOS COM DATA DE CONCESSAO   *
      *                            INVALIDA (FORA DAS SAFRAS)          *
      *                    RC 12 = CARTAO INVALIDO OU TABELA ESGOTADA  *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQPARM  (DATA-BASE)                      -               *
      *      ARQENT01 (CADASTRO, LEITURA SEQUENCIAL)   ENT03105        *
      *      ARQRSK01 (CLASSIFICACAO DE RISCO DO MES)  RSK03105        *
      *      ARQBXA01 (EMPRESTIMOS BAIXADOS)           BXA03105        *
      *      ARQVIN01/ARQVIN02 (HISTORICO DAS SAFRAS)  VIN03322        *
      *      ARQSAI01 (RELATORIO DAS SAFRAS)           -               *
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
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS SEQUENTIAL
                      RECORD KEY       IS FD-ARQENT01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQENT01.

           SELECT ARQRSK01 ASSIGN      TO UT-S-ARQRSK01
                      FILE STATUS      IS WRK-FS-ARQRSK01.

           SELECT ARQBXA01 ASSIGN      TO UT-S-ARQBXA01
                      FILE STATUS      IS WRK-FS-ARQBXA01.

           SELECT ARQVIN01 ASSIGN      TO UT-S-ARQVIN01
                      FILE STATUS      IS WRK-FS-ARQVIN01.

           SELECT ARQVIN02 ASSIGN      TO UT-S-ARQVIN02
                      FILE STATUS      IS WRK-FS-ARQVIN02.

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
      *   INPUT:      CARTAO DE PARAMETROS: DATA-BASE                 *
      *---------------------------------------------------------------*

       FD  ARQPARM
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQPARM              PIC X(80).

      *---------------------------------------------------------------*
      *   INPUT:      CADASTRO INDEXADO DE EMPRESTIMOS                *
      *               ORG. INDEXADA     -   LRECL = 233               *
      *---------------------------------------------------------------*

       FD  ARQENT01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQENT01.
           05 FD-ARQENT01-CHAVE.
              10 FD-ARQENT01-COD-AGENCIA  PIC 9(03).
              10 FD-ARQENT01-NUM-CONTA    PIC 9(03).
              10 FD-ARQENT01-NUM-EMPRESTIMO PIC 9(03).
           05 FILLER                     PIC X(224).

      *---------------------------------------------------------------*
      *   INPUT:      CLASSIFICACAO DE RISCO DO MES (ORDEM DE CHAVE)  *
      *               ORG. SEQUENCIAL   -   LRECL = 032               *
      *---------------------------------------------------------------*

       FD  ARQRSK01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQRSK01             PIC X(032).

      *---------------------------------------------------------------*
      *   INPUT:      RAZAO DOS EMPRESTIMOS BAIXADOS COMO PREJUIZO    *
      *               ORG. SEQUENCIAL   -   LRECL = 034               *
      *---------------------------------------------------------------*

       FD  ARQBXA01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQBXA01             PIC X(034).

      *---------------------------------------------------------------*
      *   INPUT:      HISTORICO DAS SAFRAS ATE O MES ANTERIOR         *
      *               ORG. SEQUENCIAL   -   LRECL = 080               *
      *---------------------------------------------------------------*

       FD  ARQVIN01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQVIN01             PIC X(080).

      *---------------------------------------------------------------*
      *   OUTPUT:     HISTORICO DAS SAFRAS COM O MES DE REFERENCIA    *
      *               ORG. SEQUENCIAL   -   LRECL = 080               *
      *---------------------------------------------------------------*

       FD  ARQVIN02
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQVIN02             PIC X(080).

      *---------------------------------------------------------------*
      *   OUTPUT:     RELATORIO DAS SAFRAS                            *
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
             'EXER0322 - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC  X(008) VALUE 'EXER0322'.
       77 WRK-ERRO2000            PIC  X(008) VALUE 'ERRO2000'.
       77 WRK-MASK-QTDE           PIC  ZZZ.ZZ9.
       77 WRK-DAT-BASE            PIC  9(008) VALUE ZEROS.
       77 WRK-MES-REF             PIC  9(006) VALUE ZEROS.
       77 WRK-PCT-CALCULO         PIC S9(003)V99 COMP-3 VALUE +0.
       77 WRK-VAL-BASE-PCT        PIC S9(015)V99 COMP-3 VALUE +0.
       77 WRK-VAL-PARTE-PCT       PIC S9(015)V99 COMP-3 VALUE +0.
      *
       01 WRK-PARM-REGISTRO.
          05 WRK-PARM-DAT-BASE    PIC  9(008) VALUE ZEROS.
          05 FILLER               PIC  X(072) VALUE SPACES.
      *
       01 WRK-MES-CALCULO.
          05 WRK-MCA-ANO          PIC  9(004) VALUE ZEROS.
          05 WRK-MCA-MES          PIC  9(002) VALUE ZEROS.
       01 WRK-MES-CALCULO-R       REDEFINES WRK-MES-CALCULO
                                  PIC  9(006).
       77 WRK-QTD-MESES-REF       PIC S9(007) COMP-3 VALUE +0.
       77 WRK-QTD-MESES-CARTEIRA  PIC S9(007) COMP-3 VALUE +0.
      *
       01 WRK-ACUMULADORES.
           03 ACU-LIDOS-ARQENT01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQRSK01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQBXA01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQVIN01     PIC 9(007) VALUE ZEROS.
           03 ACU-SUCESSORES         PIC 9(007) VALUE ZEROS.
           03 ACU-DATA-INVALIDA      PIC 9(007) VALUE ZEROS.
           03 ACU-SAFRA-FUTURA       PIC 9(007) VALUE ZEROS.
           03 ACU-EMP-SAFRAS         PIC 9(007) VALUE ZEROS.
           03 ACU-EMP-BAIXADOS       PIC 9(007) VALUE ZEROS.
           03 ACU-EMP-RENEGOCIADOS   PIC 9(007) VALUE ZEROS.
           03 ACU-EMP-ATRASO-30      PIC 9(007) VALUE ZEROS.
           03 ACU-EMP-ATRASO-90      PIC 9(007) VALUE ZEROS.
           03 ACU-HIST-SUBSTITUIDOS  PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQVIN02     PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQSAI01     PIC 9(007) VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    EMPRESTIMOS BAIXADOS COMO PREJUIZO                          *
      *----------------------------------------------------------------*
       77 WRK-BXA-QTDE            PIC 9(004) VALUE ZEROS.
       77 WRK-BXA-IDX             PIC 9(004) VALUE ZEROS.
      *
       01 WRK-BXA-TABELA.
          05 WRK-BXA-LINHA        OCCURS 500 TIMES.
             10 WRK-BXA-CHAVE     PIC X(009).
             10 WRK-BXA-SALDO     PIC S9(13)V99 COMP-3.
      *
      *----------------------------------------------------------------*
      *    SALDO TRANSFERIDO NA RENEGOCIACAO, POR EMPRESTIMO DE ORIGEM *
      *----------------------------------------------------------------*
       77 WRK-SUC-QTDE            PIC 9(004) VALUE ZEROS.
       77 WRK-SUC-IDX             PIC 9(004) VALUE ZEROS.
      *
       01 WRK-SUC-TABELA.
          05 WRK-SUC-LINHA        OCCURS 500 TIMES.
             10 WRK-SUC-CHAVE-ORIGEM PIC X(009).
             10 WRK-SUC-VALOR        PIC S9(13)V99 COMP-3.
      *
      *----------------------------------------------------------------*
      *    SAFRAS DO MES DE REFERENCIA, EM ORDEM DE SAFRA/PLANO        *
      *----------------------------------------------------------------*
       77 WRK-SAF-QTDE            PIC 9(004) VALUE ZEROS.
       77 WRK-SAF-IDX             PIC 9(004) VALUE ZEROS.
       77 WRK-SAF-POS             PIC 9(004) VALUE ZEROS.
      *
       01 WRK-SAF-CHAVE-AUX.
          05 WRK-SFA-ANO-MES      PIC 9(006).
          05 WRK-SFA-PLANO        PIC X(001).
      *
       01 WRK-SAF-TABELA.
          05 WRK-SAF-LINHA        OCCURS 500 TIMES.
             10 WRK-SAF-CHAVE.
                15 WRK-SAF-ANO-MES     PIC 9(006).
                15 WRK-SAF-PLANO       PIC X(001).
             10 WRK-SAF-QTD-EMPRESTIMOS PIC 9(005).
             10 WRK-SAF-ORIGINADO      PIC S9(13)V99 COMP-3.
             10 WRK-SAF-SALDO-ATIVO    PIC S9(13)V99 COMP-3.
             10 WRK-SAF-ATRASO-30      PIC S9(13)V99 COMP-3.
             10 WRK-SAF-ATRASO-90      PIC S9(13)V99 COMP-3.
             10 WRK-SAF-BAIXADO        PIC S9(13)V99 COMP-3.
             10 WRK-SAF-RENEGOCIADO    PIC S9(13)V99 COMP-3.
      *
      *----------------------------------------------------------------*
      *    INTERCALACAO DO HISTORICO: CHAVE DO ULTIMO LIDO E CHAVE DA  *
      *    PROXIMA SAFRA DO MES                                        *
      *----------------------------------------------------------------*
       01 WRK-CHAVE-HIST          PIC X(013) VALUE SPACES.
       01 WRK-CHAVE-NOVA.
          05 WRK-CHN-SAFRA        PIC X(007) VALUE SPACES.
          05 WRK-CHN-MES-REF      PIC 9(006) VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    LINHAS DO TRIANGULO DA SAFRA/PLANO EM MONTAGEM: UMA POR     *
      *    INDICADOR, UMA CELULA POR MES EM CARTEIRA (01 A 12)         *
      *----------------------------------------------------------------*
       77 WRK-TRI-SAFRA-ATUAL     PIC X(007) VALUE SPACES.
       77 WRK-TRI-IDX             PIC 9(002) VALUE ZEROS.
       77 WRK-TRI-MOB             PIC 9(002) VALUE ZEROS.
       77 WRK-MASK-PCT            PIC ZZZ9,99.
      *
       01 WRK-TRI-AREA.
          05 WRK-TRI-LINHA        OCCURS 4 TIMES.
             10 WRK-TRI-SAFRA     PIC X(007).
             10 FILLER            PIC X(001).
             10 WRK-TRI-PLANO     PIC X(006).
             10 FILLER            PIC X(001).
             10 WRK-TRI-INDICADOR PIC X(004).
             10 FILLER            PIC X(001).
             10 WRK-TRI-CELULA    OCCURS 12 TIMES
                                  PIC X(009).
             10 FILLER            PIC X(004).
      *
      *----------------------------------------------------------------*
      *    AREA DO RELATORIO DAS SAFRAS                                *
      *----------------------------------------------------------------*
       01 WRK-CAB1-RELATORIO.
          05 FILLER               PIC X(050) VALUE
             'ANALISE DE SAFRAS DE EMPRESTIMOS'.
          05 FILLER               PIC X(011) VALUE 'MES REF.: '.
          05 WRK-CAB1-MES         PIC X(007).
          05 FILLER               PIC X(064) VALUE SPACES.

       01 WRK-CAB-SAFRA.
          05 FILLER               PIC X(050) VALUE
             'SAFRA   PLANO   MOB    QTDE   VALOR ORIGINADO     '.
          05 FILLER               PIC X(045) VALUE
             '  SALDO ATIVO    %30+    %90+  %BAIXA  %RENEG'.
          05 FILLER               PIC X(037) VALUE SPACES.

       01 WRK-CAB-TRIANGULO.
          05 FILLER               PIC X(050) VALUE
             'SAFRA   PLANO  IND.    MOB 01   MOB 02   MOB 03   '.
          05 FILLER               PIC X(050) VALUE
             'MOB 04   MOB 05   MOB 06   MOB 07   MOB 08   MOB 0'.
          05 FILLER               PIC X(028) VALUE
             '9   MOB 10   MOB 11   MOB 12'.
          05 FILLER               PIC X(004) VALUE SPACES.

       01 WRK-DET-SAFRA.
          05 WRK-DSF-SAFRA        PIC X(007).
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DSF-PLANO        PIC X(006).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DSF-MOB          PIC ZZ9.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DSF-QTDE         PIC ZZ.ZZ9.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DSF-ORIGINADO    PIC Z.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DSF-SALDO        PIC Z.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DSF-PCT-30       PIC ZZ9,99.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DSF-PCT-90       PIC ZZ9,99.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DSF-PCT-BAIXA    PIC ZZ9,99.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DSF-PCT-RENEG    PIC ZZ9,99.
          05 FILLER               PIC X(037) VALUE SPACES.

       01 WRK-DES-PLANO           PIC X(006) VALUE SPACES.

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
          05 WRK-FS-ARQENT01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-ENT01-OK               VALUE '00'.
             88 WRK-FS-ENT01-FIM              VALUE '10'.
          05 WRK-FS-ARQRSK01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-RSK01-OK               VALUE '00'.
             88 WRK-FS-RSK01-FIM              VALUE '10'.
          05 WRK-FS-ARQBXA01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-BXA01-OK               VALUE '00'.
             88 WRK-FS-BXA01-FIM              VALUE '10'.
          05 WRK-FS-ARQVIN01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-VIN01-OK               VALUE '00'.
             88 WRK-FS-VIN01-FIM              VALUE '10'.
          05 WRK-FS-ARQVIN02      PIC  X(002) VALUE SPACES.
             88 WRK-FS-VIN02-OK               VALUE '00'.
          05 WRK-FS-ARQSAI01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SAI01-OK               VALUE '00'.
          05 WRK-FS-ARQAUD01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-AUD01-OK               VALUE '00'.
          05 WRK-FS-DISPLAY       PIC  X(002) VALUE SPACES.

       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQPARM       VALUE 'ARQPARM '.
          88 WRK-CN-ARQENT01      VALUE 'ARQENT01'.
          88 WRK-CN-ARQRSK01      VALUE 'ARQRSK01'.
          88 WRK-CN-ARQBXA01      VALUE 'ARQBXA01'.
          88 WRK-CN-ARQVIN01      VALUE 'ARQVIN01'.
          88 WRK-CN-ARQVIN02      VALUE 'ARQVIN02'.
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
           COPY ENT03105.
           COPY RSK03105.
           COPY BXA03105.
           COPY VIN03322.
           COPY AUD00105.
           COPY 'I#ERRO01'.

      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0322 - FIM DA AREA DE WORKING'.
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

           PERFORM 2000-CARREGAR-BAIXADOS

           PERFORM 2100-CARREGAR-SUCESSORES

           PERFORM 3000-APURAR-SAFRAS

           PERFORM 4100-LISTAR-SAFRAS

           PERFORM 3500-ATUALIZAR-HISTORICO

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
              OR WRK-PARM-DAT-BASE NOT NUMERIC
              OR WRK-PARM-DAT-BASE EQUAL ZEROS
              DISPLAY '* CARTAO DE PARAMETROS INVALIDO: INFORMAR A '
              DISPLAY '* DATA-BASE (AAAAMMDD) NAS COLS 1-8'
              MOVE 12                  TO RETURN-CODE
              PERFORM 9900-FIM-PROGRAMA
           END-IF

           CLOSE ARQPARM

           MOVE WRK-PARM-DAT-BASE      TO WRK-DAT-BASE
           MOVE WRK-DAT-BASE (1:6)     TO WRK-MES-REF

           MOVE WRK-MES-REF            TO WRK-MES-CALCULO-R
           COMPUTE WRK-QTD-MESES-REF =
                   WRK-MCA-ANO * 12 + WRK-MCA-MES

           DISPLAY '* DATA-BASE              : ' WRK-DAT-BASE

           SET  WRK-CN-ARQVIN01        TO TRUE
           OPEN INPUT ARQVIN01

           IF NOT WRK-FS-VIN01-OK
              MOVE WRK-FS-ARQVIN01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQVIN02        TO TRUE
           OPEN OUTPUT ARQVIN02

           IF NOT WRK-FS-VIN02-OK
              MOVE WRK-FS-ARQVIN02     TO WRK-FS-DISPLAY
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

           MOVE WRK-MES-REF (1:4)      TO WRK-CAB1-MES (1:4)
           MOVE '/'                    TO WRK-CAB1-MES (5:1)
           MOVE WRK-MES-REF (5:2)      TO WRK-CAB1-MES (6:2)
           MOVE WRK-CAB1-RELATORIO     TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           PERFORM 4950-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CARREGA OS EMPRESTIMOS BAIXADOS COMO PREJUIZO ATE A DATA    *
      *    (BAIXADOS E RECUPERADOS: A BAIXA CONTINUA NA SAFRA)         *
      *----------------------------------------------------------------*
       2000-CARREGAR-BAIXADOS SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQBXA01        TO TRUE
           OPEN INPUT ARQBXA01

           IF NOT WRK-FS-BXA01-OK
              MOVE WRK-FS-ARQBXA01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 2050-LER-BAIXADO

           PERFORM 2060-ACUMULAR-BAIXADO
              UNTIL WRK-FS-BXA01-FIM

           SET  WRK-CN-CLOSE           TO TRUE
           CLOSE ARQBXA01
           .
      *----------------------------------------------------------------*
       2000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2050-LER-BAIXADO SECTION.
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
       2050-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2060-ACUMULAR-BAIXADO SECTION.
      *----------------------------------------------------------------*
      *
           IF ARQBXA01-DAT-BAIXA NOT NUMERIC
              OR ARQBXA01-DAT-BAIXA GREATER WRK-DAT-BASE
              GO TO 2060-80-LER
           END-IF

           IF WRK-BXA-QTDE NOT LESS 500
              DISPLAY '* TABELA DE BAIXADOS ESGOTADA (500): '
                      ARQBXA01-CHAVE
              MOVE 12                  TO RETURN-CODE
              PERFORM 9900-FIM-PROGRAMA
           END-IF

           ADD 1 TO WRK-BXA-QTDE
           MOVE ARQBXA01-CHAVE         TO WRK-BXA-CHAVE (WRK-BXA-QTDE)
           MOVE ARQBXA01-VAL-SALDO     TO WRK-BXA-SALDO (WRK-BXA-QTDE)
           .
       2060-80-LER.

           PERFORM 2050-LER-BAIXADO
           .
      *----------------------------------------------------------------*
       2060-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    PRIMEIRA LEITURA DO CADASTRO: GUARDA O SALDO TRANSFERIDO A  *
      *    CADA SUCESSOR DE RENEGOCIACAO (PRINCIPAL DO SUCESSOR), PELA *
      *    CHAVE DO EMPRESTIMO DE ORIGEM                               *
      *----------------------------------------------------------------*
       2100-CARREGAR-SUCESSORES SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQENT01        TO TRUE
           OPEN INPUT ARQENT01

           IF NOT WRK-FS-ENT01-OK
              MOVE WRK-FS-ARQENT01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 2150-LER-CADASTRO

           PERFORM 2160-GUARDAR-SUCESSOR
              UNTIL WRK-FS-ENT01-FIM

           SET  WRK-CN-CLOSE           TO TRUE
           CLOSE ARQENT01

           IF NOT WRK-FS-ENT01-OK
              MOVE WRK-FS-ARQENT01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       2100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2150-LER-CADASTRO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQENT01        TO TRUE

           READ ARQENT01 INTO ARQENT01-REGISTRO

           IF NOT WRK-FS-ENT01-OK
              AND NOT WRK-FS-ENT01-FIM
              MOVE WRK-FS-ARQENT01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       2150-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2160-GUARDAR-SUCESSOR SECTION.
      *----------------------------------------------------------------*
      *
           IF ARQENT01-CHAVE-ORIGEM NOT NUMERIC
              OR ARQENT01-CHAVE-ORIGEM EQUAL ZEROS
              GO TO 2160-80-LER
           END-IF

           MOVE 1 TO WRK-SUC-IDX

           PERFORM 2170-PROXIMO-SUCESSOR
              UNTIL WRK-SUC-IDX GREATER WRK-SUC-QTDE
                 OR WRK-SUC-CHAVE-ORIGEM (WRK-SUC-IDX) EQUAL
                    ARQENT01-CHAVE-ORIGEM

           IF WRK-SUC-IDX GREATER WRK-SUC-QTDE
              IF WRK-SUC-QTDE NOT LESS 500
                 DISPLAY '* TABELA DE SUCESSORES ESGOTADA (500): '
                         ARQENT01-CHAVE-ORIGEM
                 MOVE 12               TO RETURN-CODE
                 PERFORM 9900-FIM-PROGRAMA
              END-IF
              ADD 1 TO WRK-SUC-QTDE
              MOVE WRK-SUC-QTDE        TO WRK-SUC-IDX
              MOVE ARQENT01-CHAVE-ORIGEM
                                  TO WRK-SUC-CHAVE-ORIGEM (WRK-SUC-IDX)
              MOVE ZEROS               TO WRK-SUC-VALOR (WRK-SUC-IDX)
           END-IF

           ADD ARQENT01-VAL-EMPRESTIMO TO WRK-SUC-VALOR (WRK-SUC-IDX)
           .
       2160-80-LER.

           PERFORM 2150-LER-CADASTRO
           .
      *----------------------------------------------------------------*
       2160-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2170-PROXIMO-SUCESSOR SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-SUC-IDX
           .
      *----------------------------------------------------------------*
       2170-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    SEGUNDA LEITURA DO CADASTRO, CASADA COM A CLASSIFICACAO DE  *
      *    RISCO DO MES (AMBOS EM ORDEM DE CHAVE): ACUMULA CADA        *
      *    EMPRESTIMO NA SUA SAFRA/PLANO                               *
      *----------------------------------------------------------------*
       3000-APURAR-SAFRAS SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-OPEN            TO TRUE

           SET  WRK-CN-ARQENT01        TO TRUE
           OPEN INPUT ARQENT01

           IF NOT WRK-FS-ENT01-OK
              MOVE WRK-FS-ARQENT01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQRSK01        TO TRUE
           OPEN INPUT ARQRSK01

           IF NOT WRK-FS-RSK01-OK
              MOVE WRK-FS-ARQRSK01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 3150-LER-RISCO

           PERFORM 2150-LER-CADASTRO

           PERFORM 3100-ACUMULAR-EMPRESTIMO
              UNTIL WRK-FS-ENT01-FIM

           SET  WRK-CN-CLOSE           TO TRUE

           SET  WRK-CN-ARQENT01        TO TRUE
           CLOSE ARQENT01
           IF NOT WRK-FS-ENT01-OK
              MOVE WRK-FS-ARQENT01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQRSK01        TO TRUE
           CLOSE ARQRSK01
           IF NOT WRK-FS-RSK01-OK
              MOVE WRK-FS-ARQRSK01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3100-ACUMULAR-EMPRESTIMO SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO ACU-LIDOS-ARQENT01

           IF ARQENT01-CHAVE-ORIGEM NUMERIC
              AND ARQENT01-CHAVE-ORIGEM GREATER ZEROS
              ADD 1 TO ACU-SUCESSORES
              GO TO 3100-80-LER
           END-IF

           IF ARQENT01-DAT-EMPRE (7:4) NOT NUMERIC
              OR ARQENT01-DAT-EMPRE (4:2) NOT NUMERIC
              OR ARQENT01-DAT-EMPRE (4:2) LESS '01'
              OR ARQENT01-DAT-EMPRE (4:2) GREATER '12'
              ADD 1 TO ACU-DATA-INVALIDA
              DISPLAY '* DATA DE CONCESSAO INVALIDA: '
                      ARQENT01-COD-AGENCIA '/'
                      ARQENT01-NUM-CONTA   '/'
                      ARQENT01-NUM-EMPRESTIMO ' '
                      ARQENT01-DAT-EMPRE
              GO TO 3100-80-LER
           END-IF

           MOVE ARQENT01-DAT-EMPRE (7:4)
                                       TO WRK-SFA-ANO-MES (1:4)
           MOVE ARQENT01-DAT-EMPRE (4:2)
                                       TO WRK-SFA-ANO-MES (5:2)

           IF WRK-SFA-ANO-MES GREATER WRK-MES-REF
              ADD 1 TO ACU-SAFRA-FUTURA
              GO TO 3100-80-LER
           END-IF

           EVALUATE TRUE
              WHEN ARQENT01-TABELA-PRICE
                 MOVE 'P'              TO WRK-SFA-PLANO
              WHEN ARQENT01-TABELA-SAC
                 MOVE 'S'              TO WRK-SFA-PLANO
              WHEN OTHER
                 MOVE 'B'              TO WRK-SFA-PLANO
           END-EVALUATE

           PERFORM 5000-PROCURAR-SAFRA

           ADD 1 TO ACU-EMP-SAFRAS
           ADD 1 TO WRK-SAF-QTD-EMPRESTIMOS (WRK-SAF-IDX)
           ADD ARQENT01-VAL-EMPRESTIMO TO WRK-SAF-ORIGINADO
                                          (WRK-SAF-IDX)

           PERFORM 3150-LER-RISCO
              UNTIL WRK-FS-RSK01-FIM
                 OR ARQRSK01-CHAVE NOT LESS ARQENT01-REGISTRO (1:9)

           MOVE 1 TO WRK-BXA-IDX

           PERFORM 5110-PROXIMO-BAIXADO
              UNTIL WRK-BXA-IDX GREATER WRK-BXA-QTDE
                 OR WRK-BXA-CHAVE (WRK-BXA-IDX) EQUAL
                    ARQENT01-REGISTRO (1:9)

           IF WRK-BXA-IDX NOT GREATER WRK-BXA-QTDE
              ADD 1 TO ACU-EMP-BAIXADOS
              ADD WRK-BXA-SALDO (WRK-BXA-IDX)
                                       TO WRK-SAF-BAIXADO (WRK-SAF-IDX)
              GO TO 3100-80-LER
           END-IF

           IF ARQENT01-SIT-EMPRESTIMO EQUAL 'R'
              ADD 1 TO ACU-EMP-RENEGOCIADOS
              PERFORM 3110-SOMAR-RENEGOCIADO
              GO TO 3100-80-LER
           END-IF

           IF WRK-FS-RSK01-FIM
              OR ARQRSK01-CHAVE NOT EQUAL ARQENT01-REGISTRO (1:9)
              GO TO 3100-80-LER
           END-IF

           ADD ARQRSK01-VAL-SALDO      TO WRK-SAF-SALDO-ATIVO
                                          (WRK-SAF-IDX)

           IF ARQRSK01-QTD-DIAS-ATRASO NOT LESS 30
              ADD 1 TO ACU-EMP-ATRASO-30
              ADD ARQRSK01-VAL-SALDO   TO WRK-SAF-ATRASO-30
                                          (WRK-SAF-IDX)
           END-IF

           IF ARQRSK01-QTD-DIAS-ATRASO NOT LESS 90
              ADD 1 TO ACU-EMP-ATRASO-90
              ADD ARQRSK01-VAL-SALDO   TO WRK-SAF-ATRASO-90
                                          (WRK-SAF-IDX)
           END-IF
           .
       3100-80-LER.

           PERFORM 2150-LER-CADASTRO
           .
      *----------------------------------------------------------------*
       3100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    SALDO RENEGOCIADO: O TRANSFERIDO AO SUCESSOR; SEM SUCESSOR  *
      *    NO CADASTRO, O VALOR CONCEDIDO DO EMPRESTIMO                *
      *----------------------------------------------------------------*
       3110-SOMAR-RENEGOCIADO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 1 TO WRK-SUC-IDX

           PERFORM 2170-PROXIMO-SUCESSOR
              UNTIL WRK-SUC-IDX GREATER WRK-SUC-QTDE
                 OR WRK-SUC-CHAVE-ORIGEM (WRK-SUC-IDX) EQUAL
                    ARQENT01-REGISTRO (1:9)

           IF WRK-SUC-IDX GREATER WRK-SUC-QTDE
              ADD ARQENT01-VAL-EMPRESTIMO
                                       TO WRK-SAF-RENEGOCIADO
                                          (WRK-SAF-IDX)
           ELSE
              ADD WRK-SUC-VALOR (WRK-SUC-IDX)
                                       TO WRK-SAF-RENEGOCIADO
                                          (WRK-SAF-IDX)
           END-IF
           .
      *----------------------------------------------------------------*
       3110-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3150-LER-RISCO SECTION.
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
       3150-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    INTERCALA O HISTORICO (ORDEM SAFRA/PLANO/MES DE REFERENCIA) *
      *    COM AS SAFRAS DO MES; FOTOGRAFIA DO MESMO MES DE UMA RODADA *
      *    ANTERIOR E SUBSTITUIDA. MONTA O TRIANGULO NA GRAVACAO       *
      *----------------------------------------------------------------*
       3500-ATUALIZAR-HISTORICO SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 4950-GRAVAR-LINHA
           MOVE
              'TRIANGULO DAS SAFRAS (% DO ORIGINADO X MES EM CARTEIRA)'
                                       TO WRK-TIT-SECAO
           MOVE WRK-TIT-SECAO          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           MOVE WRK-CAB-TRIANGULO      TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 1                      TO WRK-SAF-IDX
           PERFORM 3560-MONTAR-CHAVE-NOVA

           PERFORM 3550-LER-HISTORICO

           PERFORM 3510-INTERCALAR
              UNTIL WRK-FS-VIN01-FIM
                AND WRK-SAF-IDX GREATER WRK-SAF-QTDE

           IF WRK-TRI-SAFRA-ATUAL NOT EQUAL SPACES
              PERFORM 3650-IMPRIMIR-TRIANGULO
           END-IF

           SET  WRK-CN-CLOSE           TO TRUE
           SET  WRK-CN-ARQVIN01        TO TRUE
           CLOSE ARQVIN01
           .
      *----------------------------------------------------------------*
       3500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3510-INTERCALAR SECTION.
      *----------------------------------------------------------------*
      *
           IF NOT WRK-FS-VIN01-FIM
              AND ARQVIN01-ANO-MES-REF EQUAL WRK-MES-REF
              ADD 1 TO ACU-HIST-SUBSTITUIDOS
              PERFORM 3550-LER-HISTORICO
              GO TO 3510-99-FIM
           END-IF

           IF NOT WRK-FS-VIN01-FIM
              AND (WRK-SAF-IDX GREATER WRK-SAF-QTDE
                   OR WRK-CHAVE-HIST LESS WRK-CHAVE-NOVA)
              PERFORM 3600-GRAVAR-HISTORICO
              PERFORM 3550-LER-HISTORICO
              GO TO 3510-99-FIM
           END-IF

           INITIALIZE ARQVIN01-REGISTRO
           MOVE WRK-SAF-ANO-MES (WRK-SAF-IDX)
                                       TO ARQVIN01-ANO-MES-SAFRA
           MOVE WRK-SAF-PLANO (WRK-SAF-IDX)
                                       TO ARQVIN01-COD-PLANO
           MOVE WRK-MES-REF            TO ARQVIN01-ANO-MES-REF
           MOVE WRK-SAF-ANO-MES (WRK-SAF-IDX)
                                       TO WRK-MES-CALCULO-R
           COMPUTE WRK-QTD-MESES-CARTEIRA = WRK-QTD-MESES-REF
                 - (WRK-MCA-ANO * 12 + WRK-MCA-MES)
           MOVE WRK-QTD-MESES-CARTEIRA TO ARQVIN01-QTD-MESES-CARTEIRA
           MOVE WRK-SAF-QTD-EMPRESTIMOS (WRK-SAF-IDX)
                                       TO ARQVIN01-QTD-EMPRESTIMOS
           MOVE WRK-SAF-ORIGINADO (WRK-SAF-IDX)
                                       TO ARQVIN01-VAL-ORIGINADO
           MOVE WRK-SAF-SALDO-ATIVO (WRK-SAF-IDX)
                                       TO ARQVIN01-VAL-SALDO-ATIVO
           MOVE WRK-SAF-ATRASO-30 (WRK-SAF-IDX)
                                       TO ARQVIN01-VAL-ATRASO-30
           MOVE WRK-SAF-ATRASO-90 (WRK-SAF-IDX)
                                       TO ARQVIN01-VAL-ATRASO-90
           MOVE WRK-SAF-BAIXADO (WRK-SAF-IDX)
                                       TO ARQVIN01-VAL-BAIXADO
           MOVE WRK-SAF-RENEGOCIADO (WRK-SAF-IDX)
                                       TO ARQVIN01-VAL-RENEGOCIADO

           PERFORM 3600-GRAVAR-HISTORICO

           ADD 1 TO WRK-SAF-IDX
           PERFORM 3560-MONTAR-CHAVE-NOVA

           IF NOT WRK-FS-VIN01-FIM
              MOVE FD-ARQVIN01         TO ARQVIN01-REGISTRO
           END-IF
           .
      *----------------------------------------------------------------*
       3510-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3550-LER-HISTORICO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQVIN01        TO TRUE

           READ ARQVIN01 INTO ARQVIN01-REGISTRO

           IF WRK-FS-VIN01-OK
              ADD 1 TO ACU-LIDOS-ARQVIN01
              MOVE ARQVIN01-CHAVE      TO WRK-CHAVE-HIST
           ELSE
              IF NOT WRK-FS-VIN01-FIM
                 MOVE WRK-FS-ARQVIN01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3550-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3560-MONTAR-CHAVE-NOVA SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-SAF-IDX NOT GREATER WRK-SAF-QTDE
              MOVE WRK-SAF-CHAVE (WRK-SAF-IDX)
                                       TO WRK-CHN-SAFRA
              MOVE WRK-MES-REF         TO WRK-CHN-MES-REF
           END-IF
           .
      *----------------------------------------------------------------*
       3560-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GRAVA O REGISTRO DO HISTORICO E LANCA SEUS PERCENTUAIS NA   *
      *    COLUNA DO MES EM CARTEIRA DA SAFRA/PLANO                    *
      *----------------------------------------------------------------*
       3600-GRAVAR-HISTORICO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQVIN02        TO TRUE

           WRITE FD-ARQVIN02 FROM ARQVIN01-REGISTRO

           IF WRK-FS-VIN02-OK
              ADD 1 TO ACU-GRAVA-ARQVIN02
           ELSE
              MOVE WRK-FS-ARQVIN02     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF ARQVIN01-CHAVE (1:7) NOT EQUAL WRK-TRI-SAFRA-ATUAL
              IF WRK-TRI-SAFRA-ATUAL NOT EQUAL SPACES
                 PERFORM 3650-IMPRIMIR-TRIANGULO
              END-IF
              PERFORM 3610-INICIAR-TRIANGULO
           END-IF

           IF ARQVIN01-QTD-MESES-CARTEIRA LESS 1
              OR ARQVIN01-QTD-MESES-CARTEIRA GREATER 12
              GO TO 3600-99-FIM
           END-IF

           MOVE ARQVIN01-QTD-MESES-CARTEIRA
                                       TO WRK-TRI-MOB
           MOVE ARQVIN01-VAL-ORIGINADO TO WRK-VAL-BASE-PCT

           MOVE ARQVIN01-VAL-ATRASO-30 TO WRK-VAL-PARTE-PCT
           MOVE 1                      TO WRK-TRI-IDX
           PERFORM 3620-LANCAR-CELULA

           MOVE ARQVIN01-VAL-ATRASO-90 TO WRK-VAL-PARTE-PCT
           MOVE 2                      TO WRK-TRI-IDX
           PERFORM 3620-LANCAR-CELULA

           MOVE ARQVIN01-VAL-BAIXADO   TO WRK-VAL-PARTE-PCT
           MOVE 3                      TO WRK-TRI-IDX
           PERFORM 3620-LANCAR-CELULA

           MOVE ARQVIN01-VAL-RENEGOCIADO
                                       TO WRK-VAL-PARTE-PCT
           MOVE 4                      TO WRK-TRI-IDX
           PERFORM 3620-LANCAR-CELULA
           .
      *----------------------------------------------------------------*
       3600-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3610-INICIAR-TRIANGULO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-TRI-AREA
           MOVE ARQVIN01-CHAVE (1:7)   TO WRK-TRI-SAFRA-ATUAL

           MOVE ARQVIN01-COD-PLANO     TO WRK-SFA-PLANO
           PERFORM 5600-DESCREVER-PLANO

           MOVE ARQVIN01-ANO-MES-SAFRA (1:4)
                                       TO WRK-TRI-SAFRA (1) (1:4)
           MOVE '/'                    TO WRK-TRI-SAFRA (1) (5:1)
           MOVE ARQVIN01-ANO-MES-SAFRA (5:2)
                                       TO WRK-TRI-SAFRA (1) (6:2)
           MOVE WRK-DES-PLANO          TO WRK-TRI-PLANO (1)

           MOVE '30+ '                 TO WRK-TRI-INDICADOR (1)
           MOVE '90+ '                 TO WRK-TRI-INDICADOR (2)
           MOVE 'BXA '                 TO WRK-TRI-INDICADOR (3)
           MOVE 'REN '                 TO WRK-TRI-INDICADOR (4)
           .
      *----------------------------------------------------------------*
       3610-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3620-LANCAR-CELULA SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 5500-CALCULAR-PERCENTUAL

           MOVE WRK-PCT-CALCULO        TO WRK-MASK-PCT
           MOVE WRK-MASK-PCT           TO WRK-TRI-CELULA
                                          (WRK-TRI-IDX WRK-TRI-MOB)
                                          (3:7)
           .
      *----------------------------------------------------------------*
       3620-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3650-IMPRIMIR-TRIANGULO SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 3660-IMPRIMIR-INDICADOR
              VARYING WRK-TRI-IDX FROM 1 BY 1
              UNTIL WRK-TRI-IDX GREATER 4
           .
      *----------------------------------------------------------------*
       3650-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3660-IMPRIMIR-INDICADOR SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-TRI-LINHA (WRK-TRI-IDX)
                                       TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       3660-99-FIM.
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
           MOVE ACU-LIDOS-ARQENT01      TO ARQAUD01-QTDE-LIDOS
           MOVE ACU-GRAVA-ARQVIN02      TO ARQAUD01-QTDE-GRAVA
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
           PERFORM 4800-GRAVAR-TOTAIS

           IF ACU-DATA-INVALIDA GREATER ZEROS
              MOVE 04                  TO RETURN-CODE
           END-IF

           PERFORM 3980-GRAVAR-AUDITORIA

           SET  WRK-CN-CLOSE           TO TRUE

           SET  WRK-CN-ARQVIN02        TO TRUE
           CLOSE ARQVIN02
           IF NOT WRK-FS-VIN02-OK
              MOVE WRK-FS-ARQVIN02     TO WRK-FS-DISPLAY
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
           DISPLAY '* QTDE DE EMPRESTIMOS LIDOS  : ' WRK-MASK-QTDE  '*'
           MOVE ACU-EMP-SAFRAS         TO WRK-MASK-QTDE
           DISPLAY '* QTDE NAS SAFRAS            : ' WRK-MASK-QTDE  '*'
           MOVE WRK-SAF-QTDE           TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE SAFRAS/PLANOS      : ' WRK-MASK-QTDE  '*'
           MOVE ACU-GRAVA-ARQVIN02     TO WRK-MASK-QTDE
           DISPLAY '* QTDE GRAVADA NO HISTORICO  : ' WRK-MASK-QTDE  '*'
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
      *    FOTOGRAFIA DAS SAFRAS NO MES DE REFERENCIA                  *
      *----------------------------------------------------------------*
       4100-LISTAR-SAFRAS SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'SAFRAS NO MES DE REFERENCIA (% DO VALOR ORIGINADO)'
                                       TO WRK-TIT-SECAO
           MOVE WRK-TIT-SECAO          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           MOVE WRK-CAB-SAFRA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           PERFORM 4110-LISTAR-SAFRA
              VARYING WRK-SAF-IDX FROM 1 BY 1
              UNTIL WRK-SAF-IDX GREATER WRK-SAF-QTDE

           IF WRK-SAF-QTDE EQUAL ZEROS
              MOVE '  NENHUM EMPRESTIMO NAS SAFRAS'
                                       TO WRK-LINHA-IMPRESSAO
              PERFORM 4950-GRAVAR-LINHA
           END-IF
           .
      *----------------------------------------------------------------*
       4100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       4110-LISTAR-SAFRA SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-SAF-ANO-MES (WRK-SAF-IDX) (1:4)
                                       TO WRK-DSF-SAFRA (1:4)
           MOVE '/'                    TO WRK-DSF-SAFRA (5:1)
           MOVE WRK-SAF-ANO-MES (WRK-SAF-IDX) (5:2)
                                       TO WRK-DSF-SAFRA (6:2)

           MOVE WRK-SAF-PLANO (WRK-SAF-IDX)
                                       TO WRK-SFA-PLANO
           PERFORM 5600-DESCREVER-PLANO
           MOVE WRK-DES-PLANO          TO WRK-DSF-PLANO

           MOVE WRK-SAF-ANO-MES (WRK-SAF-IDX)
                                       TO WRK-MES-CALCULO-R
           COMPUTE WRK-QTD-MESES-CARTEIRA = WRK-QTD-MESES-REF
                 - (WRK-MCA-ANO * 12 + WRK-MCA-MES)
           MOVE WRK-QTD-MESES-CARTEIRA TO WRK-DSF-MOB

           MOVE WRK-SAF-QTD-EMPRESTIMOS (WRK-SAF-IDX)
                                       TO WRK-DSF-QTDE
           MOVE WRK-SAF-ORIGINADO (WRK-SAF-IDX)
                                       TO WRK-DSF-ORIGINADO
           MOVE WRK-SAF-SALDO-ATIVO (WRK-SAF-IDX)
                                       TO WRK-DSF-SALDO

           MOVE WRK-SAF-ORIGINADO (WRK-SAF-IDX)
                                       TO WRK-VAL-BASE-PCT

           MOVE WRK-SAF-ATRASO-30 (WRK-SAF-IDX)
                                       TO WRK-VAL-PARTE-PCT
           PERFORM 5500-CALCULAR-PERCENTUAL
           MOVE WRK-PCT-CALCULO        TO WRK-DSF-PCT-30

           MOVE WRK-SAF-ATRASO-90 (WRK-SAF-IDX)
                                       TO WRK-VAL-PARTE-PCT
           PERFORM 5500-CALCULAR-PERCENTUAL
           MOVE WRK-PCT-CALCULO        TO WRK-DSF-PCT-90

           MOVE WRK-SAF-BAIXADO (WRK-SAF-IDX)
                                       TO WRK-VAL-PARTE-PCT
           PERFORM 5500-CALCULAR-PERCENTUAL
           MOVE WRK-PCT-CALCULO        TO WRK-DSF-PCT-BAIXA

           MOVE WRK-SAF-RENEGOCIADO (WRK-SAF-IDX)
                                       TO WRK-VAL-PARTE-PCT
           PERFORM 5500-CALCULAR-PERCENTUAL
           MOVE WRK-PCT-CALCULO        TO WRK-DSF-PCT-RENEG

           MOVE WRK-DET-SAFRA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       4110-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    RESUMO DA RODADA NO FIM DO RELATORIO                        *
      *----------------------------------------------------------------*
       4800-GRAVAR-TOTAIS SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 4950-GRAVAR-LINHA
           MOVE 'RESUMO DA RODADA'     TO WRK-TIT-SECAO
           MOVE WRK-TIT-SECAO          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'EMPRESTIMOS LIDOS DO CADASTRO'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-LIDOS-ARQENT01     TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE '  SUCESSORES DE RENEGOCIACAO'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-SUCESSORES         TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE '  DATA DE CONCESSAO INVALIDA'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-DATA-INVALIDA      TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE '  CONCEDIDOS APOS O MES DE REFERENCIA'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-SAFRA-FUTURA       TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE '  NAS SAFRAS'         TO WRK-RES-DESCRICAO
           MOVE ACU-EMP-SAFRAS         TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE '    BAIXADOS COMO PREJUIZO'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-EMP-BAIXADOS       TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE '    RENEGOCIADOS'     TO WRK-RES-DESCRICAO
           MOVE ACU-EMP-RENEGOCIADOS   TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE '    COM ATRASO DE 30 DIAS OU MAIS'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-EMP-ATRASO-30      TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE '    COM ATRASO DE 90 DIAS OU MAIS'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-EMP-ATRASO-90      TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'SAFRAS/PLANOS NO MES' TO WRK-RES-DESCRICAO
           MOVE WRK-SAF-QTDE           TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'CLASSIFICACOES DE RISCO LIDAS'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-LIDOS-ARQRSK01     TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'BAIXAS LIDAS'         TO WRK-RES-DESCRICAO
           MOVE ACU-LIDOS-ARQBXA01     TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'REGISTROS LIDOS DO HISTORICO'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-LIDOS-ARQVIN01     TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE '  SUBSTITUIDOS (MES JA PROCESSADO)'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-HIST-SUBSTITUIDOS  TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'REGISTROS GRAVADOS NO HISTORICO'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-GRAVA-ARQVIN02     TO WRK-RES-QTDE
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
      *    ROTINA DE GRAVACAO DE UMA LINHA NO RELATORIO                *
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
      *    LOCALIZA A SAFRA/PLANO WRK-SAF-CHAVE-AUX; SE NAO EXISTE,    *
      *    INCLUI NA POSICAO QUE MANTEM A TABELA EM ORDEM DE CHAVE     *
      *----------------------------------------------------------------*
       5000-PROCURAR-SAFRA SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 1 TO WRK-SAF-IDX

           PERFORM 5010-PROXIMA-SAFRA
              UNTIL WRK-SAF-IDX GREATER WRK-SAF-QTDE
                 OR WRK-SAF-CHAVE (WRK-SAF-IDX) NOT LESS
                    WRK-SAF-CHAVE-AUX

           IF WRK-SAF-IDX NOT GREATER WRK-SAF-QTDE
              IF WRK-SAF-CHAVE (WRK-SAF-IDX) EQUAL WRK-SAF-CHAVE-AUX
                 GO TO 5000-99-FIM
              END-IF
           END-IF

           IF WRK-SAF-QTDE NOT LESS 500
              DISPLAY '* TABELA DE SAFRAS ESGOTADA (500): '
                      WRK-SAF-CHAVE-AUX
              MOVE 12                  TO RETURN-CODE
              PERFORM 9900-FIM-PROGRAMA
           END-IF

           MOVE WRK-SAF-IDX            TO WRK-SAF-POS

           PERFORM 5020-DESLOCAR-SAFRA
              VARYING WRK-SAF-IDX FROM WRK-SAF-QTDE BY -1
              UNTIL WRK-SAF-IDX LESS WRK-SAF-POS

           ADD 1 TO WRK-SAF-QTDE
           MOVE WRK-SAF-POS            TO WRK-SAF-IDX
           INITIALIZE WRK-SAF-LINHA (WRK-SAF-IDX)
           MOVE WRK-SAF-CHAVE-AUX      TO WRK-SAF-CHAVE (WRK-SAF-IDX)
           .
      *----------------------------------------------------------------*
       5000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       5010-PROXIMA-SAFRA SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-SAF-IDX
           .
      *----------------------------------------------------------------*
       5010-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       5020-DESLOCAR-SAFRA SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-SAF-LINHA (WRK-SAF-IDX)
                                  TO WRK-SAF-LINHA (WRK-SAF-IDX + 1)
           .
      *----------------------------------------------------------------*
       5020-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       5110-PROXIMO-BAIXADO SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-BXA-IDX
           .
      *----------------------------------------------------------------*
       5110-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    PERCENTUAL DE WRK-VAL-PARTE-PCT SOBRE WRK-VAL-BASE-PCT      *
      *    (ZERO QUANDO A BASE E ZERO)                                 *
      *----------------------------------------------------------------*
       5500-CALCULAR-PERCENTUAL SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-VAL-BASE-PCT NOT GREATER ZEROS
              MOVE ZEROS               TO WRK-PCT-CALCULO
              GO TO 5500-99-FIM
           END-IF

           COMPUTE WRK-PCT-CALCULO ROUNDED =
                   WRK-VAL-PARTE-PCT * 100 / WRK-VAL-BASE-PCT
              ON SIZE ERROR
                 MOVE 999,99           TO WRK-PCT-CALCULO
           END-COMPUTE
           .
      *----------------------------------------------------------------*
       5500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       5600-DESCREVER-PLANO SECTION.
      *----------------------------------------------------------------*
      *
           EVALUATE WRK-SFA-PLANO
              WHEN 'P'
                 MOVE 'PRICE '         TO WRK-DES-PLANO
              WHEN 'S'
                 MOVE 'SAC   '         TO WRK-DES-PLANO
              WHEN OTHER
                 MOVE 'BULLET'         TO WRK-DES-PLANO
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       5600-99-FIM.
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
           MOVE ACU-GRAVA-ARQVIN02
                                  TO ERRO01-QTDE-GRAVADOS
           MOVE ARQENT01-REGISTRO (1:9)
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
