      *                    MIGRACOES ENTRE GRAUS). EMITE O RELATORIO   *
      *                    DE PROVISIONAMENTO COM OS TOTAIS POR GRAU   *
      *                    E AS MIGRACOES DESDE O MES ANTERIOR.        *
      *                    COM A EXPOSICAO AJUSTADA PELAS GARANTIAS    *
      *                    (EXP03325 DO EXER0325, OPCIONAL), O SALDO   *
      *                    DE CADA GRAU E SEPARADO NA PARCELA COBERTA  *
      *                    E NA DESCOBERTA POR GARANTIAS.              *
      *                    A VARIACAO DA PROVISAO TOTAL SOBRE O MES    *
      *                    ANTERIOR E GRAVADA COMO LANCAMENTO CONTABIL *
      *                    (CTB02105, EVENTO 'PROVISAO', EM BRL):      *
      *                    AUMENTO = CONSTITUICAO ('D'), REDUCAO =     *
      *                    REVERSAO ('C'), PARA O EXER0247.            *
      *----------------------------------------------------------------*
      *    ESCADA DE GRAUS (DIAS DE ATRASO):                           *
      *       AA = 0   / A = 1-14   / B = 15-30  / C = 31-60           *
      *      ARQPAR01 (CRONOGRAMA DE PARCELAS)         PAR03105        *
      *      ARQPRV01 (PERCENTUAIS POR GRAU)           PRV03105        *
      *      ARQANT01 (CLASSIFICACAO DO MES ANTERIOR)  RSK03105        *
      *      ARQEXP01 (EXPOSICAO AJUSTADA - OPCIONAL)  EXP03325        *
      *      ARQPARM  (DATA DE REFERENCIA AAAAMMDD)    -               *
      *      ARQRSK01 (CLASSIFICACAO DO MES)           RSK03105        *
      *      ARQSAI01 (RELATORIO DE PROVISIONAMENTO)   -               *
      *      ARQCTB01 (LANCAMENTOS CONTABEIS)          CTB02105        *
      *      ARQAUD01                                  AUD00105        *
      *----------------------------------------------------------------*
      *    ROTINAS.....:  ERRO2000                                     *
           SELECT OPTIONAL ARQANT01 ASSIGN TO UT-S-ARQANT01
                      FILE STATUS      IS WRK-FS-ARQANT01.

           SELECT OPTIONAL ARQEXP01 ASSIGN TO UT-S-ARQEXP01
                      FILE STATUS      IS WRK-FS-ARQEXP01.

           SELECT ARQPARM ASSIGN       TO UT-S-ARQPARM
                      FILE STATUS      IS WRK-FS-ARQPARM.

           SELECT ARQSAI01 ASSIGN      TO UT-S-ARQSAI01
                      FILE STATUS      IS WRK-FS-ARQSAI01.

           SELECT ARQCTB01 ASSIGN      TO UT-S-ARQCTB01
                      FILE STATUS      IS WRK-FS-ARQCTB01.

           SELECT ARQAUD01 ASSIGN      TO UT-S-ARQAUD01
                      FILE STATUS      IS WRK-FS-ARQAUD01.
      *
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQANT01             PIC X(032).

      *---------------------------------------------------------------*
      *   INPUT:      EXPOSICAO AJUSTADA PELAS GARANTIAS (OPCIONAL)   *
      *               ORG. SEQUENCIAL   -   LRECL = 060               *
      *---------------------------------------------------------------*

       FD  ARQEXP01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQEXP01             PIC X(060).

      *---------------------------------------------------------------*
      *   INPUT:      CARTAO DE PARAMETROS: COLS 1-8 DATA DE          *
      *               REFERENCIA (AAAAMMDD)                           *
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQSAI01             PIC X(132).

      *---------------------------------------------------------------*
      *   OUTPUT:     LANCAMENTO CONTABIL DA VARIACAO DA PROVISAO     *
      *               ORG. SEQUENCIAL   -   LRECL = 049               *
      *---------------------------------------------------------------*

       FD  ARQCTB01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQCTB01             PIC X(049).

      *---------------------------------------------------------------*
      *   OUTPUT:     LOG DE AUDITORIA DE EXECUCAO (COMPARTILHADO)    *
      *---------------------------------------------------------------*
       77 WRK-QTD-DIAS            PIC S9(005) COMP-3 VALUE +0.
       77 WRK-TOT-SALDO           PIC S9(015)V99 COMP-3 VALUE +0.
       77 WRK-TOT-PROVISAO        PIC S9(015)V99 COMP-3 VALUE +0.
       77 WRK-TOT-COBERTO         PIC S9(015)V99 COMP-3 VALUE +0.
       77 WRK-TOT-DESCOBERTO      PIC S9(015)V99 COMP-3 VALUE +0.
       77 WRK-TOT-PROVISAO-ANT    PIC S9(015)V99 COMP-3 VALUE +0.
       77 WRK-VAL-VARIACAO        PIC S9(015)V99 COMP-3 VALUE +0.
      *
       01 WRK-PARM-REGISTRO.
          05 WRK-PARM-DATA        PIC  9(008) VALUE ZEROS.
           03 ACU-LIDOS-ARQPAR01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQPRV01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQANT01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQEXP01     PIC 9(007) VALUE ZEROS.
           03 ACU-CLASSIFICADOS      PIC 9(007) VALUE ZEROS.
           03 ACU-ARRASTADOS         PIC 9(007) VALUE ZEROS.
           03 ACU-MIGRACOES          PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQRSK01     PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQSAI01     PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQCTB01     PIC 9(007) VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    ESCADA DE GRAUS DE RISCO (LIMITE SUPERIOR DE DIAS POR GRAU  *
             10 WRK-GRT-QTDE      PIC 9(005) VALUE ZEROS.
             10 WRK-GRT-SALDO     PIC S9(15)V99 COMP-3 VALUE +0.
             10 WRK-GRT-PROVISAO  PIC S9(15)V99 COMP-3 VALUE +0.
             10 WRK-GRT-COBERTO   PIC S9(15)V99 COMP-3 VALUE +0.
             10 WRK-GRT-DESCOBERTO
                                  PIC S9(15)V99 COMP-3 VALUE +0.
      *
      *----------------------------------------------------------------*
      *    TABELA DE EMPRESTIMOS EM ABERTO DO RAZAO                    *
             10 WRK-EMP-RANK-FINAL     PIC 9(002).
             10 WRK-EMP-GRAU-ANTERIOR  PIC X(002).
             10 WRK-EMP-PROVISAO       PIC S9(13)V99 COMP-3.
             10 WRK-EMP-COBERTO        PIC S9(13)V99 COMP-3.
             10 WRK-EMP-DESCOBERTO     PIC S9(13)V99 COMP-3.
      *
      *----------------------------------------------------------------*
      *    AREA DO RELATORIO                                           *
          05 FILLER               PIC X(075) VALUE SPACES.

       01 WRK-CAB2-RELATORIO.
          05 FILLER               PIC X(050) VALUE
             'GRAU  QTDE        SALDO DEVEDOR      PROVISAO REQU'.
          05 FILLER               PIC X(050) VALUE
             'ERIDA   PCT          PARCELA COBERTA    PARCELA DE'.
          05 FILLER               PIC X(008) VALUE
             'SCOBERTA'.
          05 FILLER               PIC X(024) VALUE SPACES.

       01 WRK-DET-GRAU.
          05 WRK-DET-GRAU-COD     PIC X(002).
          05 WRK-DET-GRAU-PROV    PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DET-GRAU-PCT     PIC ZZ9,9999.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DET-GRAU-COBERTO PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DET-GRAU-DESCOB  PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(024) VALUE SPACES.

       01 WRK-CAB3-RELATORIO.
          05 FILLER               PIC X(062) VALUE
          05 WRK-ROD-PROVISAO     PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(079) VALUE SPACES.

       01 WRK-ROD-COBERTO.
          05 FILLER               PIC X(033) VALUE
             'PARCELA COBERTA POR GARANTIAS.:  '.
          05 WRK-ROD-VAL-COBERTO  PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(079) VALUE SPACES.

       01 WRK-ROD-DESCOBERTO.
          05 FILLER               PIC X(033) VALUE
             'PARCELA DESCOBERTA............:  '.
          05 WRK-ROD-VAL-DESCOB   PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(079) VALUE SPACES.

       01 WRK-LINHA-IMPRESSAO     PIC X(132) VALUE SPACES.

      *----------------------------------------------------------------*
             88 WRK-FS-ANT01-OK               VALUE '00'.
             88 WRK-FS-ANT01-FIM              VALUE '10'.
             88 WRK-FS-ANT01-INEXISTENTE      VALUE '05' '35'.
          05 WRK-FS-ARQEXP01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-EXP01-OK               VALUE '00'.
             88 WRK-FS-EXP01-FIM              VALUE '10'.
             88 WRK-FS-EXP01-INEXISTENTE      VALUE '05' '35'.
          05 WRK-FS-ARQPARM       PIC  X(002) VALUE SPACES.
             88 WRK-FS-PARM-OK                VALUE '00'.
          05 WRK-FS-ARQRSK01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-RSK01-OK               VALUE '00'.
          05 WRK-FS-ARQSAI01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SAI01-OK               VALUE '00'.
          05 WRK-FS-ARQCTB01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-CTB01-OK               VALUE '00'.
          05 WRK-FS-ARQAUD01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-AUD01-OK               VALUE '00'.
          05 WRK-FS-DISPLAY       PIC  X(002) VALUE SPACES.
          88 WRK-CN-ARQPAR01      VALUE 'ARQPAR01'.
          88 WRK-CN-ARQPRV01      VALUE 'ARQPRV01'.
          88 WRK-CN-ARQANT01      VALUE 'ARQANT01'.
          88 WRK-CN-ARQEXP01      VALUE 'ARQEXP01'.
          88 WRK-CN-ARQPARM       VALUE 'ARQPARM '.
          88 WRK-CN-ARQRSK01      VALUE 'ARQRSK01'.
          88 WRK-CN-ARQSAI01      VALUE 'ARQSAI01'.
          88 WRK-CN-ARQCTB01      VALUE 'ARQCTB01'.
          88 WRK-CN-ARQAUD01      VALUE 'ARQAUD01'.

       77 WRK-COMANDO             PIC  X(006) VALUE SPACES.
           COPY PAR03105.
           COPY PRV03105.
           COPY RSK03105.
           COPY EXP03325.
           COPY CTB02105.
           COPY AUD00105.
           COPY 'I#ERRO01'.

           PERFORM 2500-APURAR-ATRASOS
              UNTIL WRK-FS-PAR01-FIM

           PERFORM 2700-CARREGAR-EXPOSICAO
              UNTIL WRK-FS-EXP01-FIM

           PERFORM 3000-CLASSIFICAR
              VARYING WRK-EMP-IDX FROM 1 BY 1
              UNTIL WRK-EMP-IDX GREATER WRK-EMP-QTDE
              END-IF
           END-IF

           SET  WRK-CN-ARQEXP01        TO TRUE
           OPEN INPUT ARQEXP01

           IF WRK-FS-EXP01-INEXISTENTE
              SET WRK-FS-EXP01-FIM     TO TRUE
              DISPLAY '* SEM EXPOSICAO AJUSTADA POR GARANTIAS: '
                      'SALDO TODO DESCOBERTO'
           ELSE
              IF NOT WRK-FS-EXP01-OK
                 MOVE WRK-FS-ARQEXP01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF

           SET  WRK-CN-ARQRSK01        TO TRUE
           OPEN OUTPUT ARQRSK01

              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQCTB01        TO TRUE
           OPEN OUTPUT ARQCTB01

           IF NOT WRK-FS-CTB01-OK
              MOVE WRK-FS-ARQCTB01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQAUD01        TO TRUE
           OPEN EXTEND ARQAUD01

                 MOVE ZEROS  TO WRK-EMP-RANK-FINAL (WRK-EMP-QTDE)
                 MOVE SPACES TO WRK-EMP-GRAU-ANTERIOR (WRK-EMP-QTDE)
                 MOVE ZEROS  TO WRK-EMP-PROVISAO (WRK-EMP-QTDE)
                 MOVE ZEROS  TO WRK-EMP-COBERTO (WRK-EMP-QTDE)
                 MOVE ARQLED01-VAL-SALDO
                    TO WRK-EMP-DESCOBERTO (WRK-EMP-QTDE)
              ELSE
                 DISPLAY '* TABELA DE EMPRESTIMOS ESGOTADA (500): '
                         ARQLED01-COD-AGENCIA '/'
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CARREGA A PARCELA COBERTA POR GARANTIAS DE CADA EMPRESTIMO  *
      *    (LIMITADA AO SALDO DO RAZAO); O RESTANTE FICA DESCOBERTO    *
      *----------------------------------------------------------------*
       2700-CARREGAR-EXPOSICAO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQEXP01        TO TRUE

           READ ARQEXP01 INTO ARQEXP01-REGISTRO

           EVALUATE TRUE
              WHEN WRK-FS-EXP01-OK
                 ADD 1 TO ACU-LIDOS-ARQEXP01
                 MOVE 1 TO WRK-EMP-IDX
                 PERFORM 3260-PROXIMO-EMPRESTIMO
                    UNTIL WRK-EMP-IDX GREATER WRK-EMP-QTDE
                       OR WRK-EMP-CHAVE (WRK-EMP-IDX) EQUAL
                          ARQEXP01-CHAVE
                 IF WRK-EMP-IDX NOT GREATER WRK-EMP-QTDE
                    IF ARQEXP01-VAL-COBERTO GREATER
                       WRK-EMP-SALDO (WRK-EMP-IDX)
                       MOVE WRK-EMP-SALDO (WRK-EMP-IDX)
                          TO WRK-EMP-COBERTO (WRK-EMP-IDX)
                    ELSE
                       MOVE ARQEXP01-VAL-COBERTO
                          TO WRK-EMP-COBERTO (WRK-EMP-IDX)
                    END-IF
                    COMPUTE WRK-EMP-DESCOBERTO (WRK-EMP-IDX) =
                            WRK-EMP-SALDO (WRK-EMP-IDX) -
                            WRK-EMP-COBERTO (WRK-EMP-IDX)
                 END-IF
              WHEN WRK-FS-EXP01-FIM
                 CONTINUE
              WHEN OTHER
                 MOVE WRK-FS-ARQEXP01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       2700-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ATRIBUI O GRAU PROPRIO DE CADA EMPRESTIMO PELA ESCADA DE    *
      *    DIAS DE ATRASO                                              *
      *----------------------------------------------------------------*
           EVALUATE TRUE
              WHEN WRK-FS-ANT01-OK
                 ADD 1 TO ACU-LIDOS-ARQANT01
                 ADD ARQRSK01-VAL-PROVISAO TO WRK-TOT-PROVISAO-ANT
                 MOVE 1 TO WRK-EMP-IDX
                 PERFORM 3260-PROXIMO-EMPRESTIMO
                    UNTIL WRK-EMP-IDX GREATER WRK-EMP-QTDE
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GRAVA O LANCAMENTO CONTABIL DA VARIACAO DA PROVISAO TOTAL   *
      *    SOBRE O MES ANTERIOR: AUMENTO E CONSTITUICAO (DEBITO DE     *
      *    DESPESA), REDUCAO E REVERSAO (CREDITO DE RECEITA)           *
      *----------------------------------------------------------------*
       3400-GRAVAR-CONTABIL SECTION.
      *----------------------------------------------------------------*
      *
           COMPUTE WRK-VAL-VARIACAO = WRK-TOT-PROVISAO
                                    - WRK-TOT-PROVISAO-ANT

           IF WRK-VAL-VARIACAO EQUAL ZEROS
              GO TO 3400-99-FIM
           END-IF

           INITIALIZE                 ARQCTB01-REGISTRO

           MOVE WRK-DAT-REFERENCIA     TO ARQCTB01-DAT-LANCAMENTO
           MOVE 'PROVISAO'             TO ARQCTB01-COD-EVENTO
           MOVE 'BRL'                  TO ARQCTB01-COD-MOEDA

           IF WRK-VAL-VARIACAO GREATER ZEROS
              MOVE 'D'                 TO ARQCTB01-NATUREZA
              MOVE WRK-VAL-VARIACAO    TO ARQCTB01-VAL-LANCAMENTO
              MOVE 'CONSTITUICAO PDD'  TO ARQCTB01-DES-HISTORICO
           ELSE
              MOVE 'C'                 TO ARQCTB01-NATUREZA
              COMPUTE ARQCTB01-VAL-LANCAMENTO =
                      WRK-VAL-VARIACAO * -1
              MOVE 'REVERSAO PDD'      TO ARQCTB01-DES-HISTORICO
           END-IF

           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQCTB01        TO TRUE

           WRITE FD-ARQCTB01 FROM ARQCTB01-REGISTRO

           IF WRK-FS-CTB01-OK
              ADD 1 TO ACU-GRAVA-ARQCTB01
           ELSE
              MOVE WRK-FS-ARQCTB01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3400-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CALCULA A PROVISAO DO EMPRESTIMO PELO PERCENTUAL DO GRAU    *
      *    FINAL, ACUMULA OS TOTAIS POR GRAU E GRAVA O ARQRSK01        *
      *----------------------------------------------------------------*
              TO WRK-GRT-PROVISAO (WRK-GRAU-RANK)
           ADD WRK-EMP-SALDO (WRK-EMP-IDX)    TO WRK-TOT-SALDO
           ADD WRK-EMP-PROVISAO (WRK-EMP-IDX) TO WRK-TOT-PROVISAO
           ADD WRK-EMP-COBERTO (WRK-EMP-IDX)
              TO WRK-GRT-COBERTO (WRK-GRAU-RANK)
           ADD WRK-EMP-DESCOBERTO (WRK-EMP-IDX)
              TO WRK-GRT-DESCOBERTO (WRK-GRAU-RANK)
           ADD WRK-EMP-COBERTO (WRK-EMP-IDX)    TO WRK-TOT-COBERTO
           ADD WRK-EMP-DESCOBERTO (WRK-EMP-IDX) TO WRK-TOT-DESCOBERTO

           MOVE WRK-EMP-AGENCIA (WRK-EMP-IDX)
                                       TO ARQRSK01-COD-AGENCIA
           MOVE WRK-GRT-SALDO (WRK-GRAU-IDX)     TO WRK-DET-GRAU-SALDO
           MOVE WRK-GRT-PROVISAO (WRK-GRAU-IDX)  TO WRK-DET-GRAU-PROV
           MOVE WRK-GRAU-PCT (WRK-GRAU-IDX)      TO WRK-DET-GRAU-PCT
           MOVE WRK-GRT-COBERTO (WRK-GRAU-IDX)
                                       TO WRK-DET-GRAU-COBERTO
           MOVE WRK-GRT-DESCOBERTO (WRK-GRAU-IDX)
                                       TO WRK-DET-GRAU-DESCOB

           MOVE WRK-DET-GRAU           TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           MOVE WRK-ROD-RELATORIO      TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE WRK-TOT-COBERTO        TO WRK-ROD-VAL-COBERTO
           MOVE WRK-ROD-COBERTO        TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE WRK-TOT-DESCOBERTO     TO WRK-ROD-VAL-DESCOB
           MOVE WRK-ROD-DESCOBERTO     TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           PERFORM 4950-GRAVAR-LINHA

           MOVE WRK-CAB3-RELATORIO     TO WRK-LINHA-IMPRESSAO
              VARYING WRK-EMP-IDX FROM 1 BY 1
              UNTIL WRK-EMP-IDX GREATER WRK-EMP-QTDE

           PERFORM 3400-GRAVAR-CONTABIL

           PERFORM 3980-GRAVAR-AUDITORIA

           SET  WRK-CN-CLOSE           TO TRUE

           CLOSE ARQANT01

           CLOSE ARQEXP01

           SET  WRK-CN-ARQRSK01        TO TRUE
           CLOSE ARQRSK01
           IF NOT WRK-FS-RSK01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQCTB01        TO TRUE
           CLOSE ARQCTB01
           IF NOT WRK-FS-CTB01-OK
              MOVE WRK-FS-ARQCTB01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQAUD01        TO TRUE
           CLOSE ARQAUD01
           IF NOT WRK-FS-AUD01-OK
           DISPLAY '* QTDE DE POSICOES DO RAZAO  : ' WRK-MASK-QTDE  '*'
           MOVE ACU-LIDOS-ARQPAR01     TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE PARCELAS LIDAS     : ' WRK-MASK-QTDE  '*'
           MOVE ACU-LIDOS-ARQEXP01     TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE EXPOSICOES LIDAS   : ' WRK-MASK-QTDE  '*'
           MOVE ACU-CLASSIFICADOS      TO WRK-MASK-QTDE
           DISPLAY '* QTDE CLASSIFICADOS         : ' WRK-MASK-QTDE  '*'
           MOVE ACU-ARRASTADOS         TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE MIGRACOES DE GRAU  : ' WRK-MASK-QTDE  '*'
           MOVE ACU-GRAVA-ARQRSK01     TO WRK-MASK-QTDE
           DISPLAY '* QTDE GRAVADOS NO ARQRSK01  : ' WRK-MASK-QTDE  '*'
           MOVE ACU-GRAVA-ARQCTB01     TO WRK-MASK-QTDE
           DISPLAY '* QTDE LANCAMENTOS CONTABEIS : ' WRK-MASK-QTDE  '*'
           DISPLAY '*                                                *'
           DISPLAY '* ' WRK-PROGRAMA ' FIM NORMAL                    *'
           DISPLAY '**************************************************'
