      *                    (FONTE UNICA DA VERDADE, QUE O EXER0305     *
      *                    CARREGA PARA O RAZAO NA RODADA SEGUINTE).   *
      *                    EMITE O RELATORIO DE JUROS APROPRIADOS POR  *
      *                    AGENCIA, COM O NOME DO CADASTRO DE          *
      *                    AGENCIAS. MODO 'R' NO CARTAO SO RELATA,     *
      *                    SEM ATUALIZAR O CADASTRO.                   *
      *                    NO MODO DE ATUALIZACAO GRAVA O TOTAL DOS    *
      *                    JUROS APROPRIADOS COMO LANCAMENTO CONTABIL  *
      *                    (CTB02105, EVENTO 'JUROSAPR', EM BRL) PARA  *
      *                    O CONSOLIDADOR CONTABIL (EXER0247), NA      *
      *                    DATA DAS COLS 3-10 DO CARTAO (PADRAO: DATA  *
      *                    CORRENTE).                                  *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQLED01 (RAZAO DA ULTIMA RODADA)         LED03105        *
      *      ARQENT01 (CADASTRO, I-O)                  ENT03105        *
      *      ARQSAI01 (RELATORIO POR AGENCIA)          -               *
      *      ARQCTB01 (LANCAMENTOS CONTABEIS)          CTB02105        *
      *      ARQAUD01                                  AUD00105        *
      *      ARQAGE01 (VIA AGEN2000)                   AGE02241        *
      *----------------------------------------------------------------*
      *    ROTINAS.....:  ERRO2000                                     *
      *                   AGEN2000 (NOME DA AGENCIA NO RELATORIO)      *
      *                                                                *
      *================================================================*
      *                                                                *
           SELECT ARQSAI01 ASSIGN      TO UT-S-ARQSAI01
                      FILE STATUS      IS WRK-FS-ARQSAI01.

           SELECT ARQCTB01 ASSIGN      TO UT-S-ARQCTB01
                      FILE STATUS      IS WRK-FS-ARQCTB01.

           SELECT OPTIONAL ARQPARM ASSIGN TO UT-S-ARQPARM
                      FILE STATUS      IS WRK-FS-ARQPARM.

           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQSAI01             PIC X(132).

      *---------------------------------------------------------------*
      *   OUTPUT:     LANCAMENTO CONTABIL DOS JUROS APROPRIADOS       *
      *               ORG. SEQUENCIAL   -   LRECL = 049               *
      *---------------------------------------------------------------*

       FD  ARQCTB01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQCTB01             PIC X(049).

      *---------------------------------------------------------------*
      *   INPUT:      CARTAO DE PARAMETROS (OPCIONAL): COL 1 MODO     *
      *               ('R' = SOMENTE RELATORIO), COLS 3-10 DATA DO    *
      *               LANCAMENTO CONTABIL (AAAAMMDD)                  *
      *---------------------------------------------------------------*

       FD  ARQPARM
      *
       77 WRK-PROGRAMA            PIC  X(008) VALUE 'EXER0309'.
       77 WRK-ERRO2000            PIC  X(008) VALUE 'ERRO2000'.
       77 WRK-AGEN2000            PIC  X(008) VALUE 'AGEN2000'.
       77 WRK-MASK-QTDE           PIC  ZZZ.ZZ9.
       77 WRK-VAL-JUROS-MES       PIC S9(013)V99 COMP-3 VALUE +0.
       77 WRK-TOT-JUROS-MES       PIC S9(015)V99 COMP-3 VALUE +0.
      *
       01 WRK-PARM-REGISTRO.
          05 WRK-PARM-MODO        PIC  X(001) VALUE SPACES.
          05 FILLER               PIC  X(001) VALUE SPACES.
          05 WRK-PARM-DAT-LANCAMENTO PIC X(008) VALUE SPACES.
          05 FILLER               PIC  X(070) VALUE SPACES.
      *
       77 WRK-DAT-LANCAMENTO      PIC  9(008) VALUE ZEROS.
      *
       01 WRK-SW-MODO             PIC  X(001) VALUE 'A'.
          88 WRK-MODO-ATUALIZA                VALUE 'A'.
           03 ACU-SEM-CADASTRO       PIC 9(007) VALUE ZEROS.
           03 ACU-ATUALIZADOS        PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQSAI01     PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQCTB01     PIC 9(007) VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    TABELA DE JUROS APROPRIADOS POR AGENCIA                     *
       01 WRK-DET-RELATORIO.
          05 FILLER               PIC X(009) VALUE 'AGENCIA '.
          05 WRK-DET-AGENCIA      PIC 9(003).
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DET-NOM-AGENCIA  PIC X(030) VALUE SPACES.
          05 FILLER               PIC X(008) VALUE '  QTDE '.
          05 WRK-DET-QTDE         PIC ZZZZ9.
          05 FILLER               PIC X(015) VALUE '  JUROS DO MES '.
          05 WRK-DET-JUROS-MES    PIC Z.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(014) VALUE '  ACUMULADOS '.
          05 WRK-DET-JUROS-ACU    PIC Z.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(015) VALUE SPACES.

       01 WRK-ROD-RELATORIO.
          05 FILLER               PIC X(031) VALUE
             88 WRK-FS-ENT01-NAO-ENCONTRADO VALUE '23'.
          05 WRK-FS-ARQSAI01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SAI01-OK               VALUE '00'.
          05 WRK-FS-ARQCTB01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-CTB01-OK               VALUE '00'.
          05 WRK-FS-ARQPARM       PIC  X(002) VALUE SPACES.
             88 WRK-FS-PARM-OK                VALUE '00'.
          05 WRK-FS-ARQAUD01      PIC  X(002) VALUE SPACES.
          88 WRK-CN-ARQLED01      VALUE 'ARQLED01'.
          88 WRK-CN-ARQENT01      VALUE 'ARQENT01'.
          88 WRK-CN-ARQSAI01      VALUE 'ARQSAI01'.
          88 WRK-CN-ARQCTB01      VALUE 'ARQCTB01'.
          88 WRK-CN-ARQAUD01      VALUE 'ARQAUD01'.
          88 WRK-CN-ARQAGE01      VALUE 'ARQAGE01'.

       77 WRK-COMANDO             PIC  X(006) VALUE SPACES.
          88 WRK-CN-OPEN          VALUE 'OPEN  '.
      *
           COPY LED03105.
           COPY ENT03105.
           COPY CTB02105.
           COPY AUD00105.
           COPY 'I#ERRO01'.
           COPY 'I#AGEN01'.

      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
              CLOSE ARQPARM
           END-IF

           IF WRK-PARM-DAT-LANCAMENTO IS NUMERIC
              AND WRK-PARM-DAT-LANCAMENTO NOT EQUAL ZEROS
              MOVE WRK-PARM-DAT-LANCAMENTO TO WRK-DAT-LANCAMENTO
           ELSE
              MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO WRK-DAT-LANCAMENTO
           END-IF

           SET  WRK-CN-OPEN            TO TRUE

           SET  WRK-CN-ARQLED01        TO TRUE
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

       3300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GRAVA O LANCAMENTO CONTABIL DOS JUROS APROPRIADOS NO MES    *
      *    (RECEITA DE JUROS A RECEBER, EM BRL). NO MODO SOMENTE-      *
      *    RELATORIO O CADASTRO NAO E ATUALIZADO E NADA E LANCADO      *
      *----------------------------------------------------------------*
       3400-GRAVAR-CONTABIL SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-MODO-SOMENTE-RELATORIO
              OR WRK-TOT-JUROS-MES NOT GREATER ZEROS
              GO TO 3400-99-FIM
           END-IF

           INITIALIZE                 ARQCTB01-REGISTRO

           MOVE WRK-DAT-LANCAMENTO     TO ARQCTB01-DAT-LANCAMENTO
           MOVE 'JUROSAPR'             TO ARQCTB01-COD-EVENTO
           MOVE 'BRL'                  TO ARQCTB01-COD-MOEDA
           MOVE 'C'                    TO ARQCTB01-NATUREZA
           MOVE WRK-TOT-JUROS-MES      TO ARQCTB01-VAL-LANCAMENTO
           MOVE 'JUROS APROPRIADOS'    TO ARQCTB01-DES-HISTORICO

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
       3800-LER-RAZAO SECTION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *
           MOVE WRK-AGE-AGENCIA (WRK-AGE-IDX)   TO WRK-DET-AGENCIA
           PERFORM 4150-CONSULTAR-AGENCIA
           MOVE WRK-AGE-QTDE-EMP (WRK-AGE-IDX)  TO WRK-DET-QTDE
           MOVE WRK-AGE-JUROS-MES (WRK-AGE-IDX) TO WRK-DET-JUROS-MES
           MOVE WRK-AGE-JUROS-ACU (WRK-AGE-IDX) TO WRK-DET-JUROS-ACU
       4100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    NOME DA AGENCIA NO CADASTRO DE AGENCIAS (AGEN2000); AGENCIA *
      *    FORA DO CADASTRO SAI COMO '*NAO CADASTRADA*'                *
      *----------------------------------------------------------------*
       4150-CONSULTAR-AGENCIA SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE AGEN01-REGISTRO
           MOVE 'I#AGEN01'             TO AGEN01-ID-BLOCO
           SET  AGEN01-CONSULTAR       TO TRUE
           MOVE WRK-AGE-AGENCIA (WRK-AGE-IDX)
                                       TO AGEN01-COD-AGENCIA

           CALL WRK-AGEN2000           USING AGEN01-REGISTRO

           IF AGEN01-ERRO-CADASTRO
              SET  WRK-CN-READ         TO TRUE
              SET  WRK-CN-ARQAGE01     TO TRUE
              MOVE AGEN01-FILE-STATUS  TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           MOVE AGEN01-NOM-AGENCIA     TO WRK-DET-NOM-AGENCIA
           .
      *----------------------------------------------------------------*
       4150-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3980-GRAVAR-AUDITORIA SECTION.
      *----------------------------------------------------------------*
              VARYING WRK-AGE-IDX FROM 1 BY 1
              UNTIL WRK-AGE-IDX GREATER WRK-AGE-QTDE

           SET  AGEN01-FECHAR          TO TRUE
           CALL WRK-AGEN2000           USING AGEN01-REGISTRO

           MOVE WRK-TOT-JUROS-MES      TO WRK-ROD-JUROS
           MOVE WRK-ROD-RELATORIO      TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           PERFORM 3400-GRAVAR-CONTABIL

           PERFORM 3980-GRAVAR-AUDITORIA

           SET  WRK-CN-CLOSE           TO TRUE
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
           DISPLAY '* QTDE SEM CADASTRO          : ' WRK-MASK-QTDE  '*'
           MOVE ACU-ATUALIZADOS        TO WRK-MASK-QTDE
           DISPLAY '* QTDE CADASTROS ATUALIZADOS : ' WRK-MASK-QTDE  '*'
           MOVE ACU-GRAVA-ARQCTB01     TO WRK-MASK-QTDE
           DISPLAY '* QTDE LANCAMENTOS CONTABEIS : ' WRK-MASK-QTDE  '*'
           DISPLAY '*                                                *'
           DISPLAY '* ' WRK-PROGRAMA ' FIM NORMAL                    *'
           DISPLAY '**************************************************'
