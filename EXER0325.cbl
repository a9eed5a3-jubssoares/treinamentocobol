      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0325.
       AUTHOR.     JULIANA SOARES.
      *================================================================*
      *    PROGRAMA....: EXER0325                                      *
      *    PROGRAMADOR.: JULIANA SOARES                                *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   ACOMPANHAMENTO MENSAL DAS GARANTIAS: PARA   *
      *                    CADA EMPRESTIMO EM ABERTO DO RAZAO          *
      *                    (LED03105), SOMA AS AVALIACOES DAS          *
      *                    GARANTIAS COM GRAVAME ATIVO DO CADASTRO     *
      *                    GAR03324 E CALCULA O LOAN-TO-VALUE (SALDO / *
      *                    GARANTIAS X 100). LISTA OS EMPRESTIMOS COM  *
      *                    LTV ACIMA DO LIMITE DO CARTAO E AS          *
      *                    GARANTIAS DESSES EMPRESTIMOS COM AVALIACAO  *
      *                    MAIS ANTIGA QUE O PRAZO DO CARTAO (A        *
      *                    REAVALIAR). GRAVA A EXPOSICAO AJUSTADA PELAS*
      *                    GARANTIAS (EXP03325 - PARCELA COBERTA E     *
      *                    DESCOBERTA DO SALDO) PARA O PROVISIONAMENTO *
      *                    DO EXER0310.                                *
      *----------------------------------------------------------------*
      *    CARTAO (ARQPARM): COLS 01-08 DATA DE REFERENCIA (AAAAMMDD)  *
      *                      COLS 09-12 PRAZO MAXIMO DA AVALIACAO EM   *
      *                                 DIAS (BRANCOS/ZEROS = 0365)    *
      *                      COLS 13-15 LTV MAXIMO EM % (BRANCOS/ZEROS *
      *                                 = 080)                         *
      *----------------------------------------------------------------*
      *    RETORNO.....:   RC 12 = CARTAO INVALIDO OU TABELA ESGOTADA  *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQPARM  (DATA E LIMITES)                 -               *
      *      ARQLED01 (RAZAO DA ULTIMA RODADA)         LED03105        *
      *      ARQGAR01 (CADASTRO DE GARANTIAS)          GAR03324        *
      *      ARQEXP01 (EXPOSICAO AJUSTADA)             EXP03325        *
      *      ARQSAI01 (RELATORIO DE LTV)               -               *
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

           SELECT ARQLED01 ASSIGN      TO UT-S-ARQLED01
                      FILE STATUS      IS WRK-FS-ARQLED01.

           SELECT ARQGAR01 ASSIGN      TO UT-S-ARQGAR01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS SEQUENTIAL
                      RECORD KEY       IS FD-ARQGAR01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQGAR01.

           SELECT ARQEXP01 ASSIGN      TO UT-S-ARQEXP01
                      FILE STATUS      IS WRK-FS-ARQEXP01.

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
      *   INPUT:      RAZAO DE EMPRESTIMOS DA ULTIMA RODADA           *
      *               ORG. SEQUENCIAL   -   LRECL = 075               *
      *---------------------------------------------------------------*

       FD  ARQLED01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQLED01             PIC X(075).

      *---------------------------------------------------------------*
      *   INPUT:      CADASTRO DE GARANTIAS (LEITURA SEQUENCIAL)      *
      *               ORG. INDEXADA     -   LRECL = 100               *
      *---------------------------------------------------------------*

       FD  ARQGAR01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQGAR01.
           05 FD-ARQGAR01-CHAVE       PIC X(11).
           05 FILLER                  PIC X(89).

      *---------------------------------------------------------------*
      *   OUTPUT:     EXPOSICAO AJUSTADA PELAS GARANTIAS              *
      *               ORG. SEQUENCIAL   -   LRECL = 060               *
      *---------------------------------------------------------------*

       FD  ARQEXP01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQEXP01             PIC X(060).

      *---------------------------------------------------------------*
      *   OUTPUT:     RELATORIO DE LOAN-TO-VALUE E REAVALIACOES       *
      *               ORG. SEQUENCIAL   -   LRECL = 132               *
      *---------------------------------------------------------------*

       FD  ARQSAI01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQSAI01             PIC X(132).

      *---------------------------------------------------------------*
      *   OUTPUT:     LOG DE AUDITORIA DE EXECUCAO                    *
      *               ORG. SEQUENCIAL   -   LRECL = 051               *
      *---------------------------------------------------------------*

       FD  ARQAUD01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQAUD01              PIC X(051).

      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0325 - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC  X(008) VALUE 'EXER0325'.
       77 WRK-ERRO2000            PIC  X(008) VALUE 'ERRO2000'.
       77 WRK-MASK-QTDE           PIC  ZZZ.ZZ9.
       77 WRK-DAT-REFERENCIA      PIC  9(008) VALUE ZEROS.
       77 WRK-INT-REFERENCIA      PIC S9(009) COMP-3 VALUE +0.
       77 WRK-INT-AVALIACAO       PIC S9(009) COMP-3 VALUE +0.
       77 WRK-DIAS-AVALIACAO      PIC  9(004) VALUE 0365.
       77 WRK-PCT-LTV-MAXIMO      PIC  9(003) VALUE 080.
      *
       01 WRK-PARM-REGISTRO.
          05 WRK-PARM-DATA        PIC  9(008) VALUE ZEROS.
          05 WRK-PARM-DIAS-AVAL   PIC  9(004) VALUE ZEROS.
          05 WRK-PARM-DIAS-AVAL-X REDEFINES WRK-PARM-DIAS-AVAL
                                  PIC  X(004).
          05 WRK-PARM-PCT-LTV     PIC  9(003) VALUE ZEROS.
          05 WRK-PARM-PCT-LTV-X   REDEFINES WRK-PARM-PCT-LTV
                                  PIC  X(003).
          05 FILLER               PIC  X(065) VALUE SPACES.
      *
       01 WRK-ACUMULADORES.
           03 ACU-LIDOS-ARQLED01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQGAR01     PIC 9(007) VALUE ZEROS.
           03 ACU-GAR-ATIVAS         PIC 9(007) VALUE ZEROS.
           03 ACU-GAR-VENCIDAS       PIC 9(007) VALUE ZEROS.
           03 ACU-GAR-SEM-EMPRESTIMO PIC 9(007) VALUE ZEROS.
           03 ACU-EMP-ABERTOS        PIC 9(007) VALUE ZEROS.
           03 ACU-EMP-GARANTIDOS     PIC 9(007) VALUE ZEROS.
           03 ACU-EMP-SEM-GARANTIA   PIC 9(007) VALUE ZEROS.
           03 ACU-EMP-LTV-EXCEDIDO   PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQEXP01     PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQSAI01     PIC 9(007) VALUE ZEROS.
      *
       77 WRK-TOT-SALDO           PIC S9(015)V99 COMP-3 VALUE +0.
       77 WRK-TOT-GARANTIAS       PIC S9(015)V99 COMP-3 VALUE +0.
       77 WRK-TOT-COBERTO         PIC S9(015)V99 COMP-3 VALUE +0.
       77 WRK-TOT-DESCOBERTO      PIC S9(015)V99 COMP-3 VALUE +0.
      *
      *----------------------------------------------------------------*
      *    TABELA DAS GARANTIAS COM GRAVAME ATIVO ('P' OU 'R'), COM A  *
      *    IDADE DA AVALIACAO NA DATA DE REFERENCIA E A MARCA DE       *
      *    VINCULO A UM EMPRESTIMO EM ABERTO DO RAZAO                  *
      *----------------------------------------------------------------*
       77 WRK-GAR-QTDE            PIC 9(004) VALUE ZEROS.
       77 WRK-GAR-IDX             PIC 9(004) VALUE ZEROS.
      *
       01 WRK-GAR-TABELA.
          05 WRK-GAR-LINHA        OCCURS 3000 TIMES.
             10 WRK-GAR-CHAVE-EMP.
                15 WRK-GAR-AGENCIA     PIC 9(003).
                15 WRK-GAR-CONTA       PIC 9(003).
                15 WRK-GAR-EMPRESTIMO  PIC 9(003).
             10 WRK-GAR-NUMERO         PIC 9(002).
             10 WRK-GAR-TIPO           PIC X(001).
             10 WRK-GAR-DESCRICAO      PIC X(040).
             10 WRK-GAR-VALOR          PIC S9(13)V99 COMP-3.
             10 WRK-GAR-DAT-AVAL       PIC 9(008).
             10 WRK-GAR-DIAS           PIC 9(005).
             10 WRK-GAR-SW-VINCULO     PIC X(001).
                88 WRK-GAR-VINCULADA             VALUE 'S'.
                88 WRK-GAR-SEM-VINCULO           VALUE 'N'.
      *
      *----------------------------------------------------------------*
      *    CALCULO DA EXPOSICAO DO EMPRESTIMO                          *
      *----------------------------------------------------------------*
       77 WRK-CHAVE-EMP           PIC X(009) VALUE SPACES.
       77 WRK-EMP-QTDE-GAR        PIC 9(003) VALUE ZEROS.
       77 WRK-VAL-GARANTIAS       PIC S9(013)V99 COMP-3 VALUE +0.
       77 WRK-VAL-COBERTO         PIC S9(013)V99 COMP-3 VALUE +0.
       77 WRK-VAL-DESCOBERTO      PIC S9(013)V99 COMP-3 VALUE +0.
       77 WRK-PCT-LTV             PIC 9(005)V99 VALUE ZEROS.
      *
       01 WRK-DAT-EDICAO          PIC 9(008) VALUE ZEROS.
       01 WRK-DAT-EDICAO-R        REDEFINES WRK-DAT-EDICAO.
          05 WRK-DED-ANO          PIC 9(004).
          05 WRK-DED-MES          PIC 9(002).
          05 WRK-DED-DIA          PIC 9(002).
      *
       01 WRK-DAT-EDITADA.
          05 WRK-EDT-DIA          PIC 9(002).
          05 FILLER               PIC X(001) VALUE '/'.
          05 WRK-EDT-MES          PIC 9(002).
          05 FILLER               PIC X(001) VALUE '/'.
          05 WRK-EDT-ANO          PIC 9(004).
      *
      *----------------------------------------------------------------*
      *    AREA DO RELATORIO                                           *
      *----------------------------------------------------------------*
       01 WRK-CAB1-RELATORIO.
          05 FILLER               PIC X(050) VALUE
             'GARANTIAS - LOAN-TO-VALUE E REAVALIACOES'.
          05 FILLER               PIC X(012) VALUE 'REFERENCIA: '.
          05 WRK-CAB1-DATA        PIC X(010).
          05 FILLER               PIC X(060) VALUE SPACES.

       01 WRK-CAB2-RELATORIO.
          05 FILLER               PIC X(022) VALUE
             'LTV MAXIMO (%).......:'.
          05 WRK-CAB2-PCT-LTV     PIC ZZ9.
          05 FILLER               PIC X(005) VALUE SPACES.
          05 FILLER               PIC X(033) VALUE
             'PRAZO MAXIMO DA AVALIACAO (DIAS):'.
          05 WRK-CAB2-DIAS        PIC Z.ZZ9.
          05 FILLER               PIC X(064) VALUE SPACES.

       01 WRK-CAB-LTV.
          05 FILLER               PIC X(050) VALUE
             'AGE/CTA/EMP  GAR     SALDO DEVEDOR         GARANTI'.
          05 FILLER               PIC X(031) VALUE
             'AS      LTV %        DESCOBERTO'.
          05 FILLER               PIC X(051) VALUE SPACES.

       01 WRK-CAB-AVALIACAO.
          05 FILLER               PIC X(050) VALUE
             'AGE/CTA/EMP NR  TIPO        DESCRICAO             '.
          05 FILLER               PIC X(050) VALUE
             '                    AVALIACAO     DIAS    VALOR AV'.
          05 FILLER               PIC X(006) VALUE
             'ALIADO'.
          05 FILLER               PIC X(026) VALUE SPACES.

       01 WRK-DET-LTV.
          05 WRK-DLT-AGENCIA      PIC 9(003).
          05 FILLER               PIC X(001) VALUE '/'.
          05 WRK-DLT-CONTA        PIC 9(003).
          05 FILLER               PIC X(001) VALUE '/'.
          05 WRK-DLT-EMPRESTIMO   PIC 9(003).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DLT-QTDE-GAR     PIC ZZ9.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DLT-SALDO        PIC Z.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DLT-GARANTIAS    PIC Z.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DLT-LTV          PIC ZZ.ZZ9,99.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DLT-DESCOBERTO   PIC Z.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(051) VALUE SPACES.

       01 WRK-DET-AVALIACAO.
          05 WRK-DAV-AGENCIA      PIC 9(003).
          05 FILLER               PIC X(001) VALUE '/'.
          05 WRK-DAV-CONTA        PIC 9(003).
          05 FILLER               PIC X(001) VALUE '/'.
          05 WRK-DAV-EMPRESTIMO   PIC 9(003).
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DAV-NUMERO       PIC 9(002).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DAV-TIPO         PIC X(010).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DAV-DESCRICAO    PIC X(040).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DAV-DATA         PIC X(010).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DAV-DIAS         PIC ZZ.ZZ9.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DAV-VALOR        PIC Z.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(026) VALUE SPACES.

       01 WRK-TIT-SECAO           PIC X(132) VALUE SPACES.

       01 WRK-RES-LINHA.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-RES-DESCRICAO    PIC X(040).
          05 WRK-RES-QTDE         PIC ZZZ.ZZZ.ZZ9.
          05 FILLER               PIC X(079) VALUE SPACES.

       01 WRK-RSV-LINHA.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-RSV-DESCRICAO    PIC X(040).
          05 WRK-RSV-VALOR        PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(068) VALUE SPACES.

       01 WRK-LINHA-IMPRESSAO     PIC X(132) VALUE SPACES.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA PARA TRATAMENTO DE FILE-STATUS'.
      *----------------------------------------------------------------*
      *
       01 WRK-AREA-FS.
          05 WRK-FS-ARQPARM       PIC  X(002) VALUE SPACES.
             88 WRK-FS-PARM-OK                VALUE '00'.
          05 WRK-FS-ARQLED01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-LED01-OK               VALUE '00'.
             88 WRK-FS-LED01-FIM              VALUE '10'.
          05 WRK-FS-ARQGAR01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-GAR01-OK               VALUE '00'.
             88 WRK-FS-GAR01-FIM              VALUE '10'.
          05 WRK-FS-ARQEXP01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-EXP01-OK               VALUE '00'.
          05 WRK-FS-ARQSAI01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SAI01-OK               VALUE '00'.
          05 WRK-FS-ARQAUD01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-AUD01-OK               VALUE '00'.
          05 WRK-FS-DISPLAY       PIC  X(002) VALUE SPACES.

       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQPARM       VALUE 'ARQPARM '.
          88 WRK-CN-ARQLED01      VALUE 'ARQLED01'.
          88 WRK-CN-ARQGAR01      VALUE 'ARQGAR01'.
          88 WRK-CN-ARQEXP01      VALUE 'ARQEXP01'.
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
           COPY LED03105.
           COPY GAR03324.
           COPY EXP03325.
           COPY AUD00105.
           COPY 'I#ERRO01'.

      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0325 - FIM DA AREA DE WORKING'.
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

           PERFORM 2000-CARREGAR-GARANTIAS
              UNTIL WRK-FS-GAR01-FIM

           MOVE 'EMPRESTIMOS COM LTV ACIMA DO LIMITE'
                                       TO WRK-TIT-SECAO
           MOVE WRK-TIT-SECAO          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           MOVE WRK-CAB-LTV            TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           PERFORM 3000-PROCESSAR
              UNTIL WRK-FS-LED01-FIM

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

           IF WRK-PARM-DIAS-AVAL-X NOT EQUAL SPACES
              IF WRK-PARM-DIAS-AVAL NOT NUMERIC
                 DISPLAY '* CARTAO DE PARAMETROS INVALIDO: PRAZO DA '
                 DISPLAY '* AVALIACAO (DIAS) NAS COLS 9-12 NAO NUMERICO'
                 MOVE 12               TO RETURN-CODE
                 PERFORM 9900-FIM-PROGRAMA
              END-IF
              IF WRK-PARM-DIAS-AVAL GREATER ZEROS
                 MOVE WRK-PARM-DIAS-AVAL TO WRK-DIAS-AVALIACAO
              END-IF
           END-IF

           IF WRK-PARM-PCT-LTV-X NOT EQUAL SPACES
              IF WRK-PARM-PCT-LTV NOT NUMERIC
                 DISPLAY '* CARTAO DE PARAMETROS INVALIDO: LTV MAXIMO '
                 DISPLAY '* (%) NAS COLS 13-15 NAO NUMERICO'
                 MOVE 12               TO RETURN-CODE
                 PERFORM 9900-FIM-PROGRAMA
              END-IF
              IF WRK-PARM-PCT-LTV GREATER ZEROS
                 MOVE WRK-PARM-PCT-LTV TO WRK-PCT-LTV-MAXIMO
              END-IF
           END-IF

           CLOSE ARQPARM

           MOVE WRK-PARM-DATA          TO WRK-DAT-REFERENCIA
           COMPUTE WRK-INT-REFERENCIA =
                   FUNCTION INTEGER-OF-DATE (WRK-DAT-REFERENCIA)

           DISPLAY '* DATA DE REFERENCIA     : ' WRK-DAT-REFERENCIA
           DISPLAY '* PRAZO DA AVALIACAO     : ' WRK-DIAS-AVALIACAO
           DISPLAY '* LTV MAXIMO (%)         : ' WRK-PCT-LTV-MAXIMO

           SET  WRK-CN-ARQLED01        TO TRUE
           OPEN INPUT ARQLED01

           IF NOT WRK-FS-LED01-OK
              MOVE WRK-FS-ARQLED01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQGAR01        TO TRUE
           OPEN INPUT ARQGAR01

           IF NOT WRK-FS-GAR01-OK
              MOVE WRK-FS-ARQGAR01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQEXP01        TO TRUE
           OPEN OUTPUT ARQEXP01

           IF NOT WRK-FS-EXP01-OK
              MOVE WRK-FS-ARQEXP01     TO WRK-FS-DISPLAY
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

           MOVE WRK-DAT-REFERENCIA     TO WRK-DAT-EDICAO
           PERFORM 5600-EDITAR-DATA
           MOVE WRK-DAT-EDITADA        TO WRK-CAB1-DATA
           MOVE WRK-CAB1-RELATORIO     TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           MOVE WRK-PCT-LTV-MAXIMO     TO WRK-CAB2-PCT-LTV
           MOVE WRK-DIAS-AVALIACAO     TO WRK-CAB2-DIAS
           MOVE WRK-CAB2-RELATORIO     TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           PERFORM 4950-GRAVAR-LINHA

           PERFORM 3800-LER-RAZAO
           .
      *----------------------------------------------------------------*
       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CARREGA NA TABELA AS GARANTIAS COM GRAVAME ATIVO, COM OS    *
      *    DIAS DECORRIDOS DESDE A ULTIMA AVALIACAO (SEM DATA VALIDA,  *
      *    A AVALIACAO E TRATADA COMO VENCIDA)                         *
      *----------------------------------------------------------------*
       2000-CARREGAR-GARANTIAS SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQGAR01        TO TRUE

           READ ARQGAR01 INTO ARQGAR01-REGISTRO

           IF WRK-FS-GAR01-FIM
              GO TO 2000-99-FIM
           END-IF

           IF NOT WRK-FS-GAR01-OK
              MOVE WRK-FS-ARQGAR01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           ADD 1 TO ACU-LIDOS-ARQGAR01

           IF ARQGAR01-GRAVAME-BAIXADO
              GO TO 2000-99-FIM
           END-IF

           IF WRK-GAR-QTDE NOT LESS 3000
              DISPLAY '* TABELA DE GARANTIAS ESGOTADA (3000): '
                      ARQGAR01-CHAVE
              MOVE 12                  TO RETURN-CODE
              PERFORM 9900-FIM-PROGRAMA
           END-IF

           ADD 1 TO WRK-GAR-QTDE
           ADD 1 TO ACU-GAR-ATIVAS

           MOVE ARQGAR01-COD-AGENCIA   TO WRK-GAR-AGENCIA (WRK-GAR-QTDE)
           MOVE ARQGAR01-NUM-CONTA     TO WRK-GAR-CONTA (WRK-GAR-QTDE)
           MOVE ARQGAR01-NUM-EMPRESTIMO
                                  TO WRK-GAR-EMPRESTIMO (WRK-GAR-QTDE)
           MOVE ARQGAR01-NUM-GARANTIA  TO WRK-GAR-NUMERO (WRK-GAR-QTDE)
           MOVE ARQGAR01-TIP-GARANTIA  TO WRK-GAR-TIPO (WRK-GAR-QTDE)
           MOVE ARQGAR01-DES-GARANTIA
                                  TO WRK-GAR-DESCRICAO (WRK-GAR-QTDE)
           MOVE ARQGAR01-VAL-AVALIACAO TO WRK-GAR-VALOR (WRK-GAR-QTDE)
           SET  WRK-GAR-SEM-VINCULO (WRK-GAR-QTDE) TO TRUE

           IF ARQGAR01-DAT-AVALIACAO NOT NUMERIC
              OR ARQGAR01-DAT-AVALIACAO EQUAL ZEROS
              MOVE ZEROS          TO WRK-GAR-DAT-AVAL (WRK-GAR-QTDE)
              MOVE 99999          TO WRK-GAR-DIAS (WRK-GAR-QTDE)
              GO TO 2000-99-FIM
           END-IF

           MOVE ARQGAR01-DAT-AVALIACAO
                                  TO WRK-GAR-DAT-AVAL (WRK-GAR-QTDE)

           IF ARQGAR01-DAT-AVALIACAO NOT LESS WRK-DAT-REFERENCIA
              MOVE ZEROS               TO WRK-GAR-DIAS (WRK-GAR-QTDE)
           ELSE
              COMPUTE WRK-INT-AVALIACAO =
                      FUNCTION INTEGER-OF-DATE (ARQGAR01-DAT-AVALIACAO)
              COMPUTE WRK-GAR-DIAS (WRK-GAR-QTDE) =
                      WRK-INT-REFERENCIA - WRK-INT-AVALIACAO
           END-IF
           .
      *----------------------------------------------------------------*
       2000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    PARA CADA EMPRESTIMO EM ABERTO DO RAZAO, SOMA AS GARANTIAS  *
      *    ATIVAS, CALCULA O LTV E A EXPOSICAO COBERTA/DESCOBERTA,     *
      *    LISTA O EMPRESTIMO SE O LTV PASSAR DO LIMITE E GRAVA A      *
      *    EXPOSICAO PARA O EXER0310                                   *
      *----------------------------------------------------------------*
       3000-PROCESSAR SECTION.
      *----------------------------------------------------------------*
      *
           IF ARQLED01-VAL-SALDO NOT GREATER ZEROS
              OR ARQLED01-SIT-EMPRESTIMO EQUAL 'QUITADO'
              PERFORM 3800-LER-RAZAO
              GO TO 3000-99-FIM
           END-IF

           ADD 1 TO ACU-EMP-ABERTOS

           MOVE ARQLED01-COD-AGENCIA   TO WRK-CHAVE-EMP (1:3)
           MOVE ARQLED01-NUM-CONTA     TO WRK-CHAVE-EMP (4:3)
           MOVE ARQLED01-NUM-EMPRESTIMO
                                       TO WRK-CHAVE-EMP (7:3)
           MOVE ZEROS                  TO WRK-EMP-QTDE-GAR
                                          WRK-VAL-GARANTIAS

           PERFORM 3100-SOMAR-GARANTIA
              VARYING WRK-GAR-IDX FROM 1 BY 1
              UNTIL WRK-GAR-IDX GREATER WRK-GAR-QTDE

           IF WRK-VAL-GARANTIAS GREATER ARQLED01-VAL-SALDO
              MOVE ARQLED01-VAL-SALDO  TO WRK-VAL-COBERTO
           ELSE
              MOVE WRK-VAL-GARANTIAS   TO WRK-VAL-COBERTO
           END-IF

           COMPUTE WRK-VAL-DESCOBERTO =
                   ARQLED01-VAL-SALDO - WRK-VAL-COBERTO

           IF WRK-EMP-QTDE-GAR EQUAL ZEROS
              OR WRK-VAL-GARANTIAS NOT GREATER ZEROS
              ADD 1 TO ACU-EMP-SEM-GARANTIA
              MOVE 999,99              TO WRK-PCT-LTV
           ELSE
              ADD 1 TO ACU-EMP-GARANTIDOS
              COMPUTE WRK-PCT-LTV ROUNDED =
                      ARQLED01-VAL-SALDO * 100 / WRK-VAL-GARANTIAS
                 ON SIZE ERROR
                    MOVE 99999,99      TO WRK-PCT-LTV
              END-COMPUTE
              IF WRK-PCT-LTV GREATER WRK-PCT-LTV-MAXIMO
                 ADD 1 TO ACU-EMP-LTV-EXCEDIDO
                 PERFORM 3300-LISTAR-LTV
              END-IF
           END-IF

           ADD ARQLED01-VAL-SALDO      TO WRK-TOT-SALDO
           ADD WRK-VAL-GARANTIAS       TO WRK-TOT-GARANTIAS
           ADD WRK-VAL-COBERTO         TO WRK-TOT-COBERTO
           ADD WRK-VAL-DESCOBERTO      TO WRK-TOT-DESCOBERTO

           PERFORM 3500-GRAVAR-EXPOSICAO

           PERFORM 3800-LER-RAZAO
           .
      *----------------------------------------------------------------*
       3000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3100-SOMAR-GARANTIA SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-GAR-CHAVE-EMP (WRK-GAR-IDX) EQUAL WRK-CHAVE-EMP
              ADD 1 TO WRK-EMP-QTDE-GAR
              ADD WRK-GAR-VALOR (WRK-GAR-IDX) TO WRK-VAL-GARANTIAS
              SET WRK-GAR-VINCULADA (WRK-GAR-IDX) TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
       3100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    IMPRIME O EMPRESTIMO COM LTV ACIMA DO LIMITE DO CARTAO      *
      *----------------------------------------------------------------*
       3300-LISTAR-LTV SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ARQLED01-COD-AGENCIA   TO WRK-DLT-AGENCIA
           MOVE ARQLED01-NUM-CONTA     TO WRK-DLT-CONTA
           MOVE ARQLED01-NUM-EMPRESTIMO
                                       TO WRK-DLT-EMPRESTIMO
           MOVE WRK-EMP-QTDE-GAR       TO WRK-DLT-QTDE-GAR
           MOVE ARQLED01-VAL-SALDO     TO WRK-DLT-SALDO
           MOVE WRK-VAL-GARANTIAS      TO WRK-DLT-GARANTIAS
           MOVE WRK-PCT-LTV            TO WRK-DLT-LTV
           MOVE WRK-VAL-DESCOBERTO     TO WRK-DLT-DESCOBERTO

           MOVE WRK-DET-LTV            TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       3300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GRAVA A EXPOSICAO AJUSTADA DO EMPRESTIMO (O LTV DO ARQUIVO  *
      *    E LIMITADO A 999,99)                                        *
      *----------------------------------------------------------------*
       3500-GRAVAR-EXPOSICAO SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE ARQEXP01-REGISTRO

           MOVE ARQLED01-COD-AGENCIA   TO ARQEXP01-COD-AGENCIA
           MOVE ARQLED01-NUM-CONTA     TO ARQEXP01-NUM-CONTA
           MOVE ARQLED01-NUM-EMPRESTIMO
                                       TO ARQEXP01-NUM-EMPRESTIMO
           MOVE ARQLED01-VAL-SALDO     TO ARQEXP01-VAL-SALDO
           MOVE WRK-VAL-GARANTIAS      TO ARQEXP01-VAL-GARANTIAS
           MOVE WRK-VAL-COBERTO        TO ARQEXP01-VAL-COBERTO
           MOVE WRK-VAL-DESCOBERTO     TO ARQEXP01-VAL-DESCOBERTO
           MOVE WRK-DAT-REFERENCIA     TO ARQEXP01-DAT-REFERENCIA

           IF WRK-PCT-LTV GREATER 999,99
              MOVE 999,99              TO ARQEXP01-PCT-LTV
           ELSE
              MOVE WRK-PCT-LTV         TO ARQEXP01-PCT-LTV
           END-IF

           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQEXP01        TO TRUE

           WRITE FD-ARQEXP01 FROM ARQEXP01-REGISTRO

           IF WRK-FS-EXP01-OK
              ADD 1 TO ACU-GRAVA-ARQEXP01
           ELSE
              MOVE WRK-FS-ARQEXP01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3800-LER-RAZAO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQLED01        TO TRUE

           READ ARQLED01 INTO ARQLED01-REGISTRO

           IF WRK-FS-LED01-OK OR WRK-FS-LED01-FIM
              IF WRK-FS-LED01-OK
                 ADD 1 TO ACU-LIDOS-ARQLED01
              END-IF
           ELSE
              MOVE WRK-FS-ARQLED01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3800-99-FIM.
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
           MOVE ACU-LIDOS-ARQLED01      TO ARQAUD01-QTDE-LIDOS
           MOVE ACU-GRAVA-ARQEXP01      TO ARQAUD01-QTDE-GRAVA
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
           IF ACU-EMP-LTV-EXCEDIDO EQUAL ZEROS
              MOVE '  NENHUM EMPRESTIMO COM LTV ACIMA DO LIMITE'
                                       TO WRK-LINHA-IMPRESSAO
              PERFORM 4950-GRAVAR-LINHA
           END-IF

           PERFORM 4950-GRAVAR-LINHA
           MOVE 'GARANTIAS DE EMPRESTIMOS EM ABERTO A REAVALIAR'
                                       TO WRK-TIT-SECAO
           MOVE WRK-TIT-SECAO          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           MOVE WRK-CAB-AVALIACAO      TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           PERFORM 4100-LISTAR-AVALIACAO
              VARYING WRK-GAR-IDX FROM 1 BY 1
              UNTIL WRK-GAR-IDX GREATER WRK-GAR-QTDE

           IF ACU-GAR-VENCIDAS EQUAL ZEROS
              MOVE '  NENHUMA AVALIACAO VENCIDA'
                                       TO WRK-LINHA-IMPRESSAO
              PERFORM 4950-GRAVAR-LINHA
           END-IF

           PERFORM 4800-GRAVAR-TOTAIS

           PERFORM 3980-GRAVAR-AUDITORIA

           SET  WRK-CN-CLOSE           TO TRUE

           SET  WRK-CN-ARQLED01        TO TRUE
           CLOSE ARQLED01
           IF NOT WRK-FS-LED01-OK
              MOVE WRK-FS-ARQLED01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQGAR01        TO TRUE
           CLOSE ARQGAR01
           IF NOT WRK-FS-GAR01-OK
              MOVE WRK-FS-ARQGAR01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQEXP01        TO TRUE
           CLOSE ARQEXP01
           IF NOT WRK-FS-EXP01-OK
              MOVE WRK-FS-ARQEXP01     TO WRK-FS-DISPLAY
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

           MOVE ACU-LIDOS-ARQLED01     TO WRK-MASK-QTDE
           DISPLAY '**************************************************'
           DISPLAY '* QTDE DE POSICOES DO RAZAO  : ' WRK-MASK-QTDE  '*'
           MOVE ACU-LIDOS-ARQGAR01     TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE GARANTIAS LIDAS    : ' WRK-MASK-QTDE  '*'
           MOVE ACU-EMP-LTV-EXCEDIDO   TO WRK-MASK-QTDE
           DISPLAY '* QTDE COM LTV ACIMA LIMITE  : ' WRK-MASK-QTDE  '*'
           MOVE ACU-GAR-VENCIDAS       TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE AVALIACOES VENCIDAS: ' WRK-MASK-QTDE  '*'
           MOVE ACU-GRAVA-ARQEXP01     TO WRK-MASK-QTDE
           DISPLAY '* QTDE GRAVADOS NO ARQEXP01  : ' WRK-MASK-QTDE  '*'
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
      *    IMPRIME A GARANTIA VINCULADA A EMPRESTIMO EM ABERTO CUJA    *
      *    AVALIACAO E MAIS ANTIGA QUE O PRAZO DO CARTAO; CONTA AS     *
      *    GARANTIAS ATIVAS SEM EMPRESTIMO EM ABERTO (GRAVAME A BAIXAR)*
      *----------------------------------------------------------------*
       4100-LISTAR-AVALIACAO SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-GAR-SEM-VINCULO (WRK-GAR-IDX)
              ADD 1 TO ACU-GAR-SEM-EMPRESTIMO
              GO TO 4100-99-FIM
           END-IF

           IF WRK-GAR-DIAS (WRK-GAR-IDX) NOT GREATER
              WRK-DIAS-AVALIACAO
              GO TO 4100-99-FIM
           END-IF

           ADD 1 TO ACU-GAR-VENCIDAS

           MOVE WRK-GAR-AGENCIA (WRK-GAR-IDX)    TO WRK-DAV-AGENCIA
           MOVE WRK-GAR-CONTA (WRK-GAR-IDX)      TO WRK-DAV-CONTA
           MOVE WRK-GAR-EMPRESTIMO (WRK-GAR-IDX) TO WRK-DAV-EMPRESTIMO
           MOVE WRK-GAR-NUMERO (WRK-GAR-IDX)     TO WRK-DAV-NUMERO
           MOVE WRK-GAR-DESCRICAO (WRK-GAR-IDX)  TO WRK-DAV-DESCRICAO
           MOVE WRK-GAR-VALOR (WRK-GAR-IDX)      TO WRK-DAV-VALOR

           EVALUATE WRK-GAR-TIPO (WRK-GAR-IDX)
              WHEN 'V'
                 MOVE 'VEICULO'        TO WRK-DAV-TIPO
              WHEN 'I'
                 MOVE 'IMOVEL'         TO WRK-DAV-TIPO
              WHEN 'A'
                 MOVE 'APLICACAO'      TO WRK-DAV-TIPO
              WHEN OTHER
                 MOVE WRK-GAR-TIPO (WRK-GAR-IDX)
                                       TO WRK-DAV-TIPO
           END-EVALUATE

           MOVE WRK-GAR-DAT-AVAL (WRK-GAR-IDX)   TO WRK-DAT-EDICAO
           PERFORM 5600-EDITAR-DATA
           MOVE WRK-DAT-EDITADA        TO WRK-DAV-DATA

           IF WRK-GAR-DAT-AVAL (WRK-GAR-IDX) EQUAL ZEROS
              MOVE 'SEM DATA'          TO WRK-DAV-DATA
              MOVE ZEROS               TO WRK-DAV-DIAS
           ELSE
              MOVE WRK-GAR-DIAS (WRK-GAR-IDX)    TO WRK-DAV-DIAS
           END-IF

           MOVE WRK-DET-AVALIACAO      TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       4100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    RESUMO DA RODADA: QUANTIDADES E SALDO COBERTO/DESCOBERTO    *
      *----------------------------------------------------------------*
       4800-GRAVAR-TOTAIS SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 4950-GRAVAR-LINHA
           MOVE 'RESUMO DA RODADA'     TO WRK-TIT-SECAO
           MOVE WRK-TIT-SECAO          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'EMPRESTIMOS EM ABERTO NO RAZAO'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-EMP-ABERTOS        TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE '  COM GARANTIA ATIVA' TO WRK-RES-DESCRICAO
           MOVE ACU-EMP-GARANTIDOS     TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE '    COM LTV ACIMA DO LIMITE'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-EMP-LTV-EXCEDIDO   TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE '  SEM GARANTIA'       TO WRK-RES-DESCRICAO
           MOVE ACU-EMP-SEM-GARANTIA   TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'GARANTIAS LIDAS NO CADASTRO'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-LIDOS-ARQGAR01     TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE '  COM GRAVAME ATIVO'  TO WRK-RES-DESCRICAO
           MOVE ACU-GAR-ATIVAS         TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE '    COM AVALIACAO VENCIDA'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-GAR-VENCIDAS       TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE '    SEM EMPRESTIMO EM ABERTO'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-GAR-SEM-EMPRESTIMO TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'EXPOSICOES GRAVADAS'  TO WRK-RES-DESCRICAO
           MOVE ACU-GRAVA-ARQEXP01     TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           PERFORM 4950-GRAVAR-LINHA

           MOVE 'SALDO DEVEDOR EM ABERTO'
                                       TO WRK-RSV-DESCRICAO
           MOVE WRK-TOT-SALDO          TO WRK-RSV-VALOR
           PERFORM 4910-GRAVAR-VALOR

           MOVE 'VALOR DAS GARANTIAS ATIVAS'
                                       TO WRK-RSV-DESCRICAO
           MOVE WRK-TOT-GARANTIAS      TO WRK-RSV-VALOR
           PERFORM 4910-GRAVAR-VALOR

           MOVE '  PARCELA COBERTA DO SALDO'
                                       TO WRK-RSV-DESCRICAO
           MOVE WRK-TOT-COBERTO        TO WRK-RSV-VALOR
           PERFORM 4910-GRAVAR-VALOR

           MOVE '  PARCELA DESCOBERTA DO SALDO'
                                       TO WRK-RSV-DESCRICAO
           MOVE WRK-TOT-DESCOBERTO     TO WRK-RSV-VALOR
           PERFORM 4910-GRAVAR-VALOR
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
       4910-GRAVAR-VALOR SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-RSV-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       4910-99-FIM.
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
      *    EDITA A DATA AAAAMMDD COMO DD/MM/AAAA (ZEROS = BRANCOS)     *
      *----------------------------------------------------------------*
       5600-EDITAR-DATA SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-DAT-EDICAO EQUAL ZEROS
              MOVE SPACES              TO WRK-DAT-EDITADA
              GO TO 5600-99-FIM
           END-IF

           MOVE '/'                    TO WRK-DAT-EDITADA (3:1)
                                          WRK-DAT-EDITADA (6:1)
           MOVE WRK-DED-DIA            TO WRK-EDT-DIA
           MOVE WRK-DED-MES            TO WRK-EDT-MES
           MOVE WRK-DED-ANO            TO WRK-EDT-ANO
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
           MOVE ACU-LIDOS-ARQLED01
                                  TO ERRO01-QTDE-LIDOS
           MOVE ACU-GRAVA-ARQEXP01
                                  TO ERRO01-QTDE-GRAVADOS
           MOVE WRK-CHAVE-EMP     TO ERRO01-ULT-CHAVE

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
