      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0239.
       AUTHOR.     JULIANA SOARES.
      *================================================================*
      *    PROGRAMA....: EXER0239                                      *
      *    PROGRAMADOR.: JULIANA SOARES                                *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   EXTRATO ANUAL CONSOLIDADO DE TARIFAS POR    *
      *                    CLIENTE: LE O HISTORICO DE TARIFAS COBRADAS *
      *                    PELO MOTOR DE TARIFACAO (HTA02216),         *
      *                    SELECIONA OS LANCAMENTOS DO ANO DO CARTAO E *
      *                    EMITE POR CPF O EXTRATO DAS TARIFAS         *
      *                    COBRADAS POR CONTA/MOEDA E LINHA TARIFARIA, *
      *                    COM O TOTAL DO ANO. O RELATORIO DE CONTROLE *
      *                    CONFRONTA, POR LINHA TARIFARIA, O TOTAL DOS *
      *                    EXTRATOS COM A RECEITA REPORTADA PELO       *
      *                    EXER0216 NAS RODADAS DO ANO (REGISTROS DE   *
      *                    CONTROLE DO HISTORICO). RETURN-CODE 04 =    *
      *                    LINHA TARIFARIA DIVERGENTE                  *
      *----------------------------------------------------------------*
      *    CARTAO......:   COLS 1-4   ANO DO EXTRATO                   *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQPARM                                   -               *
      *      ARQHTA01 (HISTORICO DE TARIFAS)           HTA02216        *
      *      ARQEXT01 (EXTRATOS ANUAIS POR CPF)        -               *
      *      ARQSAI01 (RELATORIO DE CONTROLE)          -               *
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

           SELECT ARQHTA01 ASSIGN      TO UT-S-ARQHTA01
                      FILE STATUS      IS WRK-FS-ARQHTA01.

           SELECT ARQEXT01 ASSIGN      TO UT-S-ARQEXT01
                      FILE STATUS      IS WRK-FS-ARQEXT01.

           SELECT ARQSAI01 ASSIGN      TO UT-S-ARQSAI01
                      FILE STATUS      IS WRK-FS-ARQSAI01.

           SELECT ARQAUD01 ASSIGN      TO UT-S-ARQAUD01
                      FILE STATUS      IS WRK-FS-ARQAUD01.

           SELECT WRK-SD-ORDENACAO ASSIGN TO "SORTWK01".
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
      *   INPUT:      HISTORICO ACUMULATIVO DE TARIFAS                *
      *               ORG. SEQUENCIAL   -   LRECL = 090               *
      *---------------------------------------------------------------*

       FD  ARQHTA01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQHTA01             PIC X(090).

      *---------------------------------------------------------------*
      *   OUTPUT:     EXTRATOS ANUAIS DE TARIFAS POR CPF              *
      *               ORG. SEQUENCIAL   -   LRECL = 132               *
      *---------------------------------------------------------------*

       FD  ARQEXT01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQEXT01             PIC X(132).

      *---------------------------------------------------------------*
      *   OUTPUT:     RELATORIO DE CONTROLE POR LINHA TARIFARIA       *
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

      *----------------------------------------------------------------*
      *   SORT:       TARIFAS DO ANO POR CPF, CONTA E LINHA TARIFARIA  *
      *----------------------------------------------------------------*

       SD  WRK-SD-ORDENACAO.
       01  WRK-SD-REGISTRO.
           05 SD-CHAVE.
              10 SD-CPF               PIC 9(011).
              10 SD-NUM-CONTA         PIC 9(004).
              10 SD-COD-MOEDA         PIC X(003).
              10 SD-LINHA-TARIFA      PIC X(013).
           05 SD-DES-TARIFA           PIC X(021).
           05 SD-QTDE-MOVTOS          PIC 9(007).
           05 SD-VAL-TARIFAS          PIC S9(15)V99 COMP-3.

      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0239 - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC  X(008) VALUE 'EXER0239'.
       77 WRK-ERRO2000            PIC  X(008) VALUE 'ERRO2000'.
       77 WRK-MASK-QTDE           PIC  ZZZ.ZZ9.
       77 WRK-ULT-CHAVE           PIC  X(031) VALUE SPACES.
       77 WRK-ANO-EXTRATO         PIC  9(004) VALUE ZEROS.
      *
       01 WRK-PARM-REGISTRO.
          05 WRK-PARM-ANO         PIC  9(004) VALUE ZEROS.
          05 FILLER               PIC  X(076) VALUE SPACES.
      *
       01 WRK-ACUMULADORES.
           03 ACU-LIDOS-ARQHTA01     PIC 9(007) VALUE ZEROS.
           03 ACU-FORA-DO-ANO        PIC 9(007) VALUE ZEROS.
           03 ACU-DETALHES-ANO       PIC 9(007) VALUE ZEROS.
           03 ACU-CONTROLES-ANO      PIC 9(007) VALUE ZEROS.
           03 ACU-INVALIDOS          PIC 9(007) VALUE ZEROS.
           03 ACU-EXTRATOS           PIC 9(007) VALUE ZEROS.
           03 ACU-LINHAS-DIVERGENTES PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQEXT01     PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQSAI01     PIC 9(007) VALUE ZEROS.
      *
       01 WRK-TOTAIS.
           03 TOT-VAL-EXTRATOS       PIC S9(15)V99 COMP-3 VALUE +0.
           03 TOT-VAL-REPORTADO      PIC S9(15)V99 COMP-3 VALUE +0.
           03 TOT-VAL-DIFERENCA      PIC S9(15)V99 COMP-3 VALUE +0.
      *
       01 WRK-SW-SORT-CONTROLE    PIC  X(001) VALUE 'N'.
          88 WRK-SORT-FIM                     VALUE 'S'.
      *
       01 WRK-SW-PRIMEIRO         PIC  X(001) VALUE 'S'.
          88 WRK-PRIMEIRO-REG                 VALUE 'S'.
      *
       01 WRK-SW-ERRO-FATAL       PIC  X(001) VALUE 'N'.
          88 WRK-ERRO-FATAL                   VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    CPF E LINHA DE EXTRATO EM TOTALIZACAO                       *
      *----------------------------------------------------------------*
       01 WRK-CHAVE-ATUAL.
          05 WRK-ATU-CPF          PIC  9(011) VALUE ZEROS.
          05 WRK-ATU-NUM-CONTA    PIC  9(004) VALUE ZEROS.
          05 WRK-ATU-COD-MOEDA    PIC  X(003) VALUE SPACES.
          05 WRK-ATU-LINHA-TARIFA PIC  X(013) VALUE SPACES.
       77 WRK-ATU-DES-TARIFA      PIC  X(021) VALUE SPACES.
       77 WRK-ATU-QTDE            PIC  9(007) VALUE ZEROS.
       77 WRK-ATU-VALOR           PIC S9(015)V99 COMP-3 VALUE +0.
       77 WRK-CPF-QTDE            PIC  9(007) VALUE ZEROS.
       77 WRK-CPF-VALOR           PIC S9(015)V99 COMP-3 VALUE +0.
      *
      *----------------------------------------------------------------*
      *    TABELA DE CONTROLE POR LINHA TARIFARIA: TOTAL DOS EXTRATOS  *
      *    X RECEITA REPORTADA PELO MOTOR DE TARIFACAO                 *
      *----------------------------------------------------------------*
       77 WRK-LIN-QTDE            PIC  9(003) VALUE ZEROS.
       77 WRK-LIN-IDX             PIC  9(003) VALUE ZEROS.
       77 WRK-PRC-LINHA-TARIFA    PIC  X(013) VALUE SPACES.
       77 WRK-PRC-DES-TARIFA      PIC  X(021) VALUE SPACES.
      *
       01 WRK-LIN-TABELA.
          05 WRK-LIN-LINHA        OCCURS 100 TIMES.
             10 WRK-LIN-CHAVE.
                15 WRK-LIN-TIPO      PIC X(001).
                15 WRK-LIN-CANAL     PIC X(003).
                15 WRK-LIN-SEGMENTO  PIC X(001).
                15 WRK-LIN-DAT-INI   PIC 9(008).
             10 WRK-LIN-DESCRICAO    PIC X(021).
             10 WRK-LIN-QTDE-EXT     PIC 9(007).
             10 WRK-LIN-VAL-EXT      PIC S9(015)V99 COMP-3.
             10 WRK-LIN-QTDE-REP     PIC 9(007).
             10 WRK-LIN-VAL-REP      PIC S9(015)V99 COMP-3.
      *
      *----------------------------------------------------------------*
      *    AREA DO EXTRATO                                             *
      *----------------------------------------------------------------*
       01 WRK-EXT-CABECALHO.
          05 FILLER               PIC X(031) VALUE
             'EXTRATO ANUAL DE TARIFAS - ANO '.
          05 WRK-EXT-CAB-ANO      PIC 9(004).
          05 FILLER               PIC X(008) VALUE '   CPF '.
          05 WRK-EXT-CAB-CPF      PIC 9(011).
          05 FILLER               PIC X(078) VALUE SPACES.

       01 WRK-EXT-COLUNAS.
          05 FILLER               PIC X(007) VALUE 'CONTA  '.
          05 FILLER               PIC X(006) VALUE 'MOEDA '.
          05 FILLER               PIC X(005) VALUE 'TIPO '.
          05 FILLER               PIC X(023) VALUE
             'TARIFA                 '.
          05 FILLER               PIC X(010) VALUE '     QTDE '.
          05 FILLER               PIC X(020) VALUE
             '      VALOR COBRADO '.
          05 FILLER               PIC X(061) VALUE SPACES.

       01 WRK-EXT-DETALHE.
          05 WRK-EXT-DET-CONTA    PIC 9(004).
          05 FILLER               PIC X(003) VALUE SPACES.
          05 WRK-EXT-DET-MOEDA    PIC X(003).
          05 FILLER               PIC X(003) VALUE SPACES.
          05 WRK-EXT-DET-TIPO     PIC X(001).
          05 FILLER               PIC X(004) VALUE SPACES.
          05 WRK-EXT-DET-DESCRICAO PIC X(021).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-EXT-DET-QTDE     PIC ZZZ.ZZ9.
          05 FILLER               PIC X(003) VALUE SPACES.
          05 WRK-EXT-DET-VALOR    PIC Z.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(065) VALUE SPACES.

       01 WRK-EXT-TOTAL.
          05 FILLER               PIC X(041) VALUE
             'TOTAL DE TARIFAS COBRADAS NO ANO'.
          05 WRK-EXT-TOT-QTDE     PIC ZZ.ZZZ.ZZ9.
          05 FILLER               PIC X(003) VALUE SPACES.
          05 WRK-EXT-TOT-VALOR    PIC Z.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(062) VALUE SPACES.

      *----------------------------------------------------------------*
      *    AREA DO RELATORIO DE CONTROLE                               *
      *----------------------------------------------------------------*
       01 WRK-CAB1-RELATORIO.
          05 FILLER               PIC X(049) VALUE
             'CONTROLE DO EXTRATO ANUAL DE TARIFAS - ANO '.
          05 WRK-CAB1-ANO         PIC 9(004).
          05 FILLER               PIC X(079) VALUE SPACES.

       01 WRK-CAB2-RELATORIO.
          05 FILLER               PIC X(005) VALUE 'TIPO '.
          05 FILLER               PIC X(006) VALUE 'CANAL '.
          05 FILLER               PIC X(004) VALUE 'SEG '.
          05 FILLER               PIC X(009) VALUE 'VIGENCIA '.
          05 FILLER               PIC X(022) VALUE 'TARIFA'.
          05 FILLER               PIC X(008) VALUE '   QTDE '.
          05 FILLER               PIC X(018) VALUE
             '      EXTRATOS '.
          05 FILLER               PIC X(018) VALUE
             '     REPORTADO '.
          05 FILLER               PIC X(018) VALUE
             '     DIFERENCA '.
          05 FILLER               PIC X(024) VALUE 'SITUACAO'.

       01 WRK-DET-RELATORIO.
          05 WRK-DET-TIPO         PIC X(001).
          05 FILLER               PIC X(004) VALUE SPACES.
          05 WRK-DET-CANAL        PIC X(003).
          05 FILLER               PIC X(003) VALUE SPACES.
          05 WRK-DET-SEGMENTO     PIC X(001).
          05 FILLER               PIC X(003) VALUE SPACES.
          05 WRK-DET-DAT-INI      PIC 9(008).
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DET-DESCRICAO    PIC X(021).
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DET-QTDE         PIC ZZZ.ZZ9.
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DET-VAL-EXT      PIC Z.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DET-VAL-REP      PIC Z.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DET-VAL-DIF      PIC -.---.---.--9,99.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DET-SITUACAO     PIC X(010).
          05 FILLER               PIC X(014) VALUE SPACES.

       01 WRK-ROD-RELATORIO.
          05 FILLER               PIC X(050) VALUE
             'TOTAL GERAL'.
          05 WRK-ROD-VAL-EXT      PIC Z.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-ROD-VAL-REP      PIC Z.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-ROD-VAL-DIF      PIC -.---.---.--9,99.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-ROD-SITUACAO     PIC X(010).
          05 FILLER               PIC X(018) VALUE SPACES.

       01 WRK-LINHA-IMPRESSAO     PIC X(132) VALUE SPACES.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA PARA TRATAMENTO DE FILE-STATUS'.
      *----------------------------------------------------------------*
      *
       01 WRK-AREA-FS.
          05 WRK-FS-ARQPARM       PIC  X(002) VALUE SPACES.
             88 WRK-FS-PARM-OK                VALUE '00'.
          05 WRK-FS-ARQHTA01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-HTA01-OK               VALUE '00'.
             88 WRK-FS-HTA01-FIM              VALUE '10'.
          05 WRK-FS-ARQEXT01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-EXT01-OK               VALUE '00'.
          05 WRK-FS-ARQSAI01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SAI01-OK               VALUE '00'.
          05 WRK-FS-ARQAUD01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-AUD01-OK               VALUE '00'.
          05 WRK-FS-DISPLAY       PIC  X(002) VALUE SPACES.

       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQPARM       VALUE 'ARQPARM '.
          88 WRK-CN-ARQHTA01      VALUE 'ARQHTA01'.
          88 WRK-CN-ARQEXT01      VALUE 'ARQEXT01'.
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
           COPY HTA02216.
           COPY AUD00105.
           COPY 'I#ERRO01'.

      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0239 - FIM DA AREA DE WORKING'.
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

           SORT WRK-SD-ORDENACAO
                ASCENDING KEY SD-CHAVE
                INPUT PROCEDURE 2000-SELECIONAR-TARIFAS
                OUTPUT PROCEDURE 2500-EMITIR-EXTRATOS

           IF WRK-ERRO-FATAL
              PERFORM 9100-ERROS-ARQUIVOS
           ELSE
              PERFORM 4000-FINALIZAR
           END-IF
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
              OR WRK-PARM-ANO NOT NUMERIC
              OR WRK-PARM-ANO EQUAL ZEROS
              DISPLAY '************************************************'
              DISPLAY '* ANO DO EXTRATO NAO INFORMADO NO CARTAO DE    *'
              DISPLAY '* PARAMETROS (AAAA NAS COLUNAS 1-4)            *'
              DISPLAY '* PROGRAMA ' WRK-PROGRAMA
                                          ' CANCELADO                *'
              DISPLAY '************************************************'
              MOVE 08 TO RETURN-CODE
              PERFORM 9900-FIM-PROGRAMA
           END-IF

           CLOSE ARQPARM

           MOVE WRK-PARM-ANO           TO WRK-ANO-EXTRATO

           DISPLAY '* ANO DO EXTRATO DE TARIFAS: ' WRK-ANO-EXTRATO

           SET  WRK-CN-ARQEXT01        TO TRUE
           OPEN OUTPUT ARQEXT01

           IF NOT WRK-FS-EXT01-OK
              MOVE WRK-FS-ARQEXT01     TO WRK-FS-DISPLAY
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
           .
      *----------------------------------------------------------------*
       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    SELECAO PARA O SORT (INPUT PROCEDURE): OS DETALHES DO ANO   *
      *    VAO PARA O SORT E OS CONTROLES DO ANO PARA A TABELA DE      *
      *    LINHAS TARIFARIAS                                           *
      *----------------------------------------------------------------*
       2000-SELECIONAR-TARIFAS SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQHTA01        TO TRUE

           OPEN INPUT ARQHTA01

           IF NOT WRK-FS-HTA01-OK
              MOVE WRK-FS-ARQHTA01     TO WRK-FS-DISPLAY
              SET WRK-ERRO-FATAL       TO TRUE
              GO TO 2000-99-FIM
           END-IF

           PERFORM 3800-LER-HISTORICO

           PERFORM 2100-TRATAR-HISTORICO
              UNTIL WRK-FS-HTA01-FIM OR WRK-ERRO-FATAL

           SET  WRK-CN-CLOSE           TO TRUE
           CLOSE ARQHTA01
           .
      *----------------------------------------------------------------*
       2000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2100-TRATAR-HISTORICO SECTION.
      *----------------------------------------------------------------*
      *
           IF ARQHTA01-DAT-LANCAMENTO (1:4) NOT EQUAL WRK-ANO-EXTRATO
              ADD 1 TO ACU-FORA-DO-ANO
              GO TO 2100-90-LER
           END-IF

           IF ARQHTA01-VAL-TARIFAS NOT NUMERIC
              OR ARQHTA01-QTDE-MOVTOS NOT NUMERIC
              ADD 1 TO ACU-INVALIDOS
              GO TO 2100-90-LER
           END-IF

           EVALUATE TRUE
              WHEN ARQHTA01-REG-DETALHE
                 ADD 1 TO ACU-DETALHES-ANO
                 INITIALIZE WRK-SD-REGISTRO
                 MOVE ARQHTA01-CPF     TO SD-CPF
                 MOVE ARQHTA01-NUM-CONTA
                                       TO SD-NUM-CONTA
                 MOVE ARQHTA01-COD-MOEDA
                                       TO SD-COD-MOEDA
                 MOVE ARQHTA01-LINHA-TARIFA
                                       TO SD-LINHA-TARIFA
                 MOVE ARQHTA01-DES-TARIFA
                                       TO SD-DES-TARIFA
                 MOVE ARQHTA01-QTDE-MOVTOS
                                       TO SD-QTDE-MOVTOS
                 MOVE ARQHTA01-VAL-TARIFAS
                                       TO SD-VAL-TARIFAS
                 RELEASE WRK-SD-REGISTRO
              WHEN ARQHTA01-REG-CONTROLE
                 ADD 1 TO ACU-CONTROLES-ANO
                 MOVE ARQHTA01-LINHA-TARIFA
                                       TO WRK-PRC-LINHA-TARIFA
                 MOVE ARQHTA01-DES-TARIFA
                                       TO WRK-PRC-DES-TARIFA
                 PERFORM 5000-OBTER-LINHA
                 IF WRK-LIN-IDX NOT GREATER WRK-LIN-QTDE
                    ADD ARQHTA01-QTDE-MOVTOS
                                  TO WRK-LIN-QTDE-REP (WRK-LIN-IDX)
                    ADD ARQHTA01-VAL-TARIFAS
                                  TO WRK-LIN-VAL-REP (WRK-LIN-IDX)
                 END-IF
              WHEN OTHER
                 ADD 1 TO ACU-INVALIDOS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       2100-90-LER.
      *----------------------------------------------------------------*
      *
           PERFORM 3800-LER-HISTORICO
           .
      *----------------------------------------------------------------*
       2100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    EMISSAO DOS EXTRATOS (OUTPUT PROCEDURE): OS MESES DE UMA    *
      *    MESMA CONTA/MOEDA E LINHA TARIFARIA SAO CONSOLIDADOS NUMA   *
      *    LINHA DO EXTRATO                                            *
      *----------------------------------------------------------------*
       2500-EMITIR-EXTRATOS SECTION.
      *----------------------------------------------------------------*
      *
           RETURN WRK-SD-ORDENACAO
              AT END
                 SET WRK-SORT-FIM TO TRUE
           END-RETURN

           PERFORM 2600-TRATAR-REG-ORDENADO
              UNTIL WRK-SORT-FIM OR WRK-ERRO-FATAL

           IF NOT WRK-PRIMEIRO-REG AND NOT WRK-ERRO-FATAL
              PERFORM 2700-GRAVAR-LINHA-EXTRATO
              PERFORM 2750-FECHAR-EXTRATO
           END-IF
           .
      *----------------------------------------------------------------*
       2500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2600-TRATAR-REG-ORDENADO SECTION.
      *----------------------------------------------------------------*
      *
           EVALUATE TRUE
              WHEN WRK-PRIMEIRO-REG
                 MOVE 'N'              TO WRK-SW-PRIMEIRO
                 PERFORM 2650-ABRIR-EXTRATO
                 PERFORM 2680-ABRIR-LINHA-EXTRATO
              WHEN SD-CPF NOT EQUAL WRK-ATU-CPF
                 PERFORM 2700-GRAVAR-LINHA-EXTRATO
                 PERFORM 2750-FECHAR-EXTRATO
                 PERFORM 2650-ABRIR-EXTRATO
                 PERFORM 2680-ABRIR-LINHA-EXTRATO
              WHEN SD-CHAVE NOT EQUAL WRK-CHAVE-ATUAL
                 PERFORM 2700-GRAVAR-LINHA-EXTRATO
                 PERFORM 2680-ABRIR-LINHA-EXTRATO
           END-EVALUATE

           ADD SD-QTDE-MOVTOS          TO WRK-ATU-QTDE
           ADD SD-VAL-TARIFAS          TO WRK-ATU-VALOR

           RETURN WRK-SD-ORDENACAO
              AT END
                 SET WRK-SORT-FIM TO TRUE
           END-RETURN
           .
      *----------------------------------------------------------------*
       2600-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CABECALHO DO EXTRATO DO CPF                                 *
      *----------------------------------------------------------------*
       2650-ABRIR-EXTRATO SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO ACU-EXTRATOS
           MOVE ZEROS                  TO WRK-CPF-QTDE
                                          WRK-CPF-VALOR

           MOVE WRK-ANO-EXTRATO        TO WRK-EXT-CAB-ANO
           MOVE SD-CPF                 TO WRK-EXT-CAB-CPF
           MOVE WRK-EXT-CABECALHO      TO WRK-LINHA-IMPRESSAO
           PERFORM 4900-GRAVAR-EXTRATO
           MOVE WRK-EXT-COLUNAS        TO WRK-LINHA-IMPRESSAO
           PERFORM 4900-GRAVAR-EXTRATO
           .
      *----------------------------------------------------------------*
       2650-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2680-ABRIR-LINHA-EXTRATO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SD-CHAVE               TO WRK-CHAVE-ATUAL
                                          WRK-ULT-CHAVE
           MOVE SD-DES-TARIFA          TO WRK-ATU-DES-TARIFA
           MOVE ZEROS                  TO WRK-ATU-QTDE
                                          WRK-ATU-VALOR
           .
      *----------------------------------------------------------------*
       2680-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GRAVA A LINHA DO EXTRATO E SOMA NO CONTROLE DA LINHA        *
      *    TARIFARIA                                                   *
      *----------------------------------------------------------------*
       2700-GRAVAR-LINHA-EXTRATO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-ATU-NUM-CONTA      TO WRK-EXT-DET-CONTA
           MOVE WRK-ATU-COD-MOEDA      TO WRK-EXT-DET-MOEDA
           MOVE WRK-ATU-LINHA-TARIFA (1:1)
                                       TO WRK-EXT-DET-TIPO
           MOVE WRK-ATU-DES-TARIFA     TO WRK-EXT-DET-DESCRICAO
           MOVE WRK-ATU-QTDE           TO WRK-EXT-DET-QTDE
           MOVE WRK-ATU-VALOR          TO WRK-EXT-DET-VALOR
           MOVE WRK-EXT-DETALHE        TO WRK-LINHA-IMPRESSAO
           PERFORM 4900-GRAVAR-EXTRATO

           ADD WRK-ATU-QTDE            TO WRK-CPF-QTDE
           ADD WRK-ATU-VALOR           TO WRK-CPF-VALOR

           MOVE WRK-ATU-LINHA-TARIFA   TO WRK-PRC-LINHA-TARIFA
           MOVE WRK-ATU-DES-TARIFA     TO WRK-PRC-DES-TARIFA
           PERFORM 5000-OBTER-LINHA

           IF WRK-LIN-IDX NOT GREATER WRK-LIN-QTDE
              ADD WRK-ATU-QTDE         TO WRK-LIN-QTDE-EXT (WRK-LIN-IDX)
              ADD WRK-ATU-VALOR        TO WRK-LIN-VAL-EXT (WRK-LIN-IDX)
           END-IF
           .
      *----------------------------------------------------------------*
       2700-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    TOTAL DO ANO DO CPF                                         *
      *----------------------------------------------------------------*
       2750-FECHAR-EXTRATO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-CPF-QTDE           TO WRK-EXT-TOT-QTDE
           MOVE WRK-CPF-VALOR          TO WRK-EXT-TOT-VALOR
           MOVE WRK-EXT-TOTAL          TO WRK-LINHA-IMPRESSAO
           PERFORM 4900-GRAVAR-EXTRATO

           PERFORM 4900-GRAVAR-EXTRATO

           ADD WRK-CPF-VALOR           TO TOT-VAL-EXTRATOS
           .
      *----------------------------------------------------------------*
       2750-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3800-LER-HISTORICO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQHTA01        TO TRUE

           READ ARQHTA01 INTO ARQHTA01-REGISTRO

           EVALUATE WRK-FS-ARQHTA01
              WHEN '00'
                 ADD 1 TO ACU-LIDOS-ARQHTA01
              WHEN '10'
                 CONTINUE
              WHEN OTHER
                 MOVE WRK-FS-ARQHTA01 TO WRK-FS-DISPLAY
                 SET WRK-ERRO-FATAL   TO TRUE
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       3800-99-FIM.
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
           MOVE ACU-LIDOS-ARQHTA01      TO ARQAUD01-QTDE-LIDOS
           MOVE ACU-GRAVA-ARQEXT01      TO ARQAUD01-QTDE-GRAVA
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
           PERFORM 4800-GRAVAR-CONTROLE

           IF ACU-LINHAS-DIVERGENTES GREATER ZEROS
              MOVE 04                  TO RETURN-CODE
           END-IF

           PERFORM 3980-GRAVAR-AUDITORIA

           SET  WRK-CN-CLOSE           TO TRUE

           SET  WRK-CN-ARQEXT01        TO TRUE
           CLOSE ARQEXT01
           IF NOT WRK-FS-EXT01-OK
              MOVE WRK-FS-ARQEXT01     TO WRK-FS-DISPLAY
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

           MOVE ACU-LIDOS-ARQHTA01     TO WRK-MASK-QTDE
           DISPLAY '**************************************************'
           DISPLAY '* REGISTROS DO HISTORICO LIDOS: ' WRK-MASK-QTDE '*'
           MOVE ACU-FORA-DO-ANO        TO WRK-MASK-QTDE
           DISPLAY '* REGISTROS DE OUTROS ANOS   : ' WRK-MASK-QTDE  '*'
           MOVE ACU-INVALIDOS          TO WRK-MASK-QTDE
           DISPLAY '* REGISTROS INVALIDOS        : ' WRK-MASK-QTDE  '*'
           MOVE ACU-DETALHES-ANO       TO WRK-MASK-QTDE
           DISPLAY '* DETALHES DO ANO            : ' WRK-MASK-QTDE  '*'
           MOVE ACU-CONTROLES-ANO      TO WRK-MASK-QTDE
           DISPLAY '* CONTROLES DO ANO           : ' WRK-MASK-QTDE  '*'
           MOVE ACU-EXTRATOS           TO WRK-MASK-QTDE
           DISPLAY '* EXTRATOS EMITIDOS (CPFS)   : ' WRK-MASK-QTDE  '*'
           MOVE ACU-LINHAS-DIVERGENTES TO WRK-MASK-QTDE
           DISPLAY '* LINHAS TARIFARIAS DIVERG.  : ' WRK-MASK-QTDE  '*'
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
      *    RELATORIO DE CONTROLE: EXTRATOS X RECEITA REPORTADA POR     *
      *    LINHA TARIFARIA                                             *
      *----------------------------------------------------------------*
       4800-GRAVAR-CONTROLE SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-ANO-EXTRATO        TO WRK-CAB1-ANO
           MOVE WRK-CAB1-RELATORIO     TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           MOVE WRK-CAB2-RELATORIO     TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           PERFORM 4850-GRAVAR-LINHA-CONTROLE
              VARYING WRK-LIN-IDX FROM 1 BY 1
              UNTIL WRK-LIN-IDX GREATER WRK-LIN-QTDE

           COMPUTE TOT-VAL-DIFERENCA = TOT-VAL-EXTRATOS
                                     - TOT-VAL-REPORTADO

           MOVE TOT-VAL-EXTRATOS       TO WRK-ROD-VAL-EXT
           MOVE TOT-VAL-REPORTADO      TO WRK-ROD-VAL-REP
           MOVE TOT-VAL-DIFERENCA      TO WRK-ROD-VAL-DIF

           IF ACU-LINHAS-DIVERGENTES EQUAL ZEROS
              MOVE 'CONFERE'           TO WRK-ROD-SITUACAO
           ELSE
              MOVE 'DIVERGENTE'        TO WRK-ROD-SITUACAO
           END-IF

           MOVE WRK-ROD-RELATORIO      TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       4800-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       4850-GRAVAR-LINHA-CONTROLE SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-LIN-TIPO (WRK-LIN-IDX)      TO WRK-DET-TIPO
           MOVE WRK-LIN-CANAL (WRK-LIN-IDX)     TO WRK-DET-CANAL
           MOVE WRK-LIN-SEGMENTO (WRK-LIN-IDX)  TO WRK-DET-SEGMENTO
           MOVE WRK-LIN-DAT-INI (WRK-LIN-IDX)   TO WRK-DET-DAT-INI
           MOVE WRK-LIN-DESCRICAO (WRK-LIN-IDX) TO WRK-DET-DESCRICAO
           MOVE WRK-LIN-QTDE-EXT (WRK-LIN-IDX)  TO WRK-DET-QTDE
           MOVE WRK-LIN-VAL-EXT (WRK-LIN-IDX)   TO WRK-DET-VAL-EXT
           MOVE WRK-LIN-VAL-REP (WRK-LIN-IDX)   TO WRK-DET-VAL-REP

           COMPUTE TOT-VAL-DIFERENCA = WRK-LIN-VAL-EXT (WRK-LIN-IDX)
                                     - WRK-LIN-VAL-REP (WRK-LIN-IDX)
           MOVE TOT-VAL-DIFERENCA      TO WRK-DET-VAL-DIF

           IF TOT-VAL-DIFERENCA EQUAL ZEROS
              AND WRK-LIN-QTDE-EXT (WRK-LIN-IDX) EQUAL
                  WRK-LIN-QTDE-REP (WRK-LIN-IDX)
              MOVE 'CONFERE'           TO WRK-DET-SITUACAO
           ELSE
              MOVE 'DIVERGENTE'        TO WRK-DET-SITUACAO
              ADD 1 TO ACU-LINHAS-DIVERGENTES
           END-IF

           ADD WRK-LIN-VAL-REP (WRK-LIN-IDX) TO TOT-VAL-REPORTADO

           MOVE WRK-DET-RELATORIO      TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       4850-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GRAVA UMA LINHA NOS EXTRATOS (CHAMADA DENTRO DO SORT)       *
      *----------------------------------------------------------------*
       4900-GRAVAR-EXTRATO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQEXT01        TO TRUE

           WRITE FD-ARQEXT01 FROM WRK-LINHA-IMPRESSAO

           IF WRK-FS-EXT01-OK
              ADD 1 TO ACU-GRAVA-ARQEXT01
           ELSE
              MOVE WRK-FS-ARQEXT01     TO WRK-FS-DISPLAY
              SET WRK-ERRO-FATAL       TO TRUE
           END-IF

           MOVE SPACES                 TO WRK-LINHA-IMPRESSAO
           .
      *----------------------------------------------------------------*
       4900-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE GRAVACAO DE UMA LINHA NO RELATORIO DE CONTROLE    *
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
      *    LOCALIZA (OU INCLUI) A LINHA TARIFARIA WRK-PRC-LINHA-TARIFA *
      *    NA TABELA DE CONTROLE (WRK-LIN-IDX ALEM DA QTDE = TABELA    *
      *    CHEIA)                                                      *
      *----------------------------------------------------------------*
       5000-OBTER-LINHA SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 1 TO WRK-LIN-IDX

           PERFORM 5100-PROXIMA-LINHA
              UNTIL WRK-LIN-IDX GREATER WRK-LIN-QTDE
                 OR WRK-LIN-CHAVE (WRK-LIN-IDX) EQUAL
                    WRK-PRC-LINHA-TARIFA

           IF WRK-LIN-IDX NOT GREATER WRK-LIN-QTDE
              GO TO 5000-99-FIM
           END-IF

           IF WRK-LIN-QTDE NOT LESS 100
              DISPLAY '* ATENCAO: TABELA DE LINHAS TARIFARIAS CHEIA'
              GO TO 5000-99-FIM
           END-IF

           ADD 1 TO WRK-LIN-QTDE
           MOVE WRK-PRC-LINHA-TARIFA   TO WRK-LIN-CHAVE (WRK-LIN-QTDE)
           MOVE WRK-PRC-DES-TARIFA     TO WRK-LIN-DESCRICAO
                                          (WRK-LIN-QTDE)
           MOVE ZEROS             TO WRK-LIN-QTDE-EXT (WRK-LIN-QTDE)
                                     WRK-LIN-VAL-EXT (WRK-LIN-QTDE)
                                     WRK-LIN-QTDE-REP (WRK-LIN-QTDE)
                                     WRK-LIN-VAL-REP (WRK-LIN-QTDE)
           MOVE WRK-LIN-QTDE           TO WRK-LIN-IDX
           .
      *----------------------------------------------------------------*
       5000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       5100-PROXIMA-LINHA SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-LIN-IDX
           .
      *----------------------------------------------------------------*
       5100-99-FIM.
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
           MOVE ACU-LIDOS-ARQHTA01
                                  TO ERRO01-QTDE-LIDOS
           MOVE ACU-GRAVA-ARQEXT01
                                  TO ERRO01-QTDE-GRAVADOS
           MOVE WRK-ULT-CHAVE     TO ERRO01-ULT-CHAVE

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
