      *                    DATA COM SALDO CORRENTE, COLUNAS SEPARADAS  *
      *                    DE DEPOSITO E SAQUE E LINHA DE FECHAMENTO   *
      *                    QUE FECHA COM OS TOTAIS DO SAI02105.        *
      *                    O CABECALHO LISTA TODOS OS TITULARES ATIVOS *
      *                    DA CONTA (TIT02226); SEM O CADASTRO, OU     *
      *                    CONTA INDIVIDUAL, SO O CPF DO MOVIMENTO.    *
      *                    O ESTORNO (TIPO 'E') SAI NA COLUNA OPOSTA   *
      *                    A DO MOVIMENTO ORIGINAL, ANULANDO-O NO      *
      *                    SALDO CORRENTE.                             *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQENT01                                  ENT02105        *
      *      ARQTIT01 (OPCIONAL)                       TIT02226        *
      *      ARQSAI01                                  (EXTRATO)       *
      *      ARQAUD01                                  AUD00105        *
      *----------------------------------------------------------------*
           SELECT ARQENT01 ASSIGN      TO UT-S-ARQENT01
                      FILE STATUS      IS WRK-FS-ARQENT01.

           SELECT OPTIONAL ARQTIT01 ASSIGN TO UT-S-ARQTIT01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS DYNAMIC
                      RECORD KEY       IS FD-ARQTIT01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQTIT01.

           SELECT ARQSAI01 ASSIGN      TO UT-S-ARQSAI01
                      FILE STATUS      IS WRK-FS-ARQSAI01.

           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQENT01             PIC X(049).

      *---------------------------------------------------------------*
      *   INPUT:      CADASTRO DE TITULARES DE CONTA (OPCIONAL)       *
      *               ORG. INDEXADA     -   LRECL = 050               *
      *---------------------------------------------------------------*

       FD  ARQTIT01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQTIT01.
          05 FD-ARQTIT01-CHAVE.
             10 FD-ARQTIT01-CONTA     PIC X(015).
             10 FD-ARQTIT01-CPF-TITULAR
                                      PIC X(011).
          05 FILLER                   PIC X(024).

      *---------------------------------------------------------------*
      *   OUTPUT:     EXTRATO FORMATADO POR CLIENTE                   *
      *               ORG. SEQUENCIAL   -   LRECL = 080               *
       77 WRK-ACU-DESPREZADOS     PIC  9(007) VALUE ZEROS.
       77 WRK-ACU-ENVELOPE        PIC  9(007) VALUE ZEROS.
       77 WRK-ACU-CLIENTES        PIC  9(007) VALUE ZEROS.
       77 WRK-ACU-TITULARES       PIC  9(007) VALUE ZEROS.
       77 WRK-QTDE-TIT-CONTA      PIC  9(003) VALUE ZEROS.
       77 WRK-MASK-QTDE           PIC  ZZZ.ZZ9.
      *
       77 WRK-SALDO-CORRENTE      PIC S9(017)V99 COMP-3 VALUE +0.
       01 WRK-CONTA-ANT           PIC  9(004) VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    AREA DA CONSULTA AO CADASTRO DE TITULARES (TIT02226)        *
      *----------------------------------------------------------------*
       01 WRK-SW-CADASTRO-TIT     PIC  X(001) VALUE 'N'.
          88 WRK-CADASTRO-TIT-PRESENTE        VALUE 'S'.
      *
       01 WRK-SW-FIM-TIT          PIC  X(001) VALUE 'N'.
          88 WRK-FIM-TITULARES                VALUE 'S'.
          88 WRK-NAO-FIM-TITULARES            VALUE 'N'.
      *
       01 WRK-TIT-CONTA.
          05 WRK-TIT-CPF          PIC  9(011) VALUE ZEROS.
          05 WRK-TIT-NUM-CONTA    PIC  9(004) VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    AREA DO SALDO MEDIO DIARIO DO PERIODO (MEMORIA DE CALCULO   *
      *    DA BASE DE JUROS DO EXER0210, IMPRESSA NO FECHAMENTO)       *
      *----------------------------------------------------------------*
          05 WRK-CAB1-CONTA       PIC 9(004).
          05 FILLER               PIC X(026) VALUE SPACES.

       01 WRK-TIT-EXTRATO.
          05 FILLER               PIC X(029) VALUE
             '                 TITULAR     '.
          05 WRK-TIT-LIN-CPF      PIC 999.999.999.99.
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-TIT-LIN-PAPEL    PIC X(015) VALUE SPACES.
          05 FILLER               PIC X(021) VALUE SPACES.

       01 WRK-CAB2-EXTRATO.
          05 FILLER               PIC X(012) VALUE 'DATA      '.
          05 FILLER               PIC X(015) VALUE '       DEPOSITO'.
          05 WRK-FS-ARQENT01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-ENT01-OK               VALUE '00'.
             88 WRK-FS-ENT01-FIM              VALUE '10'.
          05 WRK-FS-ARQTIT01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-TIT01-OK               VALUE '00'.
             88 WRK-FS-TIT01-FIM              VALUE '10'.
             88 WRK-FS-TIT01-NAO-ENCONTRADO   VALUE '23'.
          05 WRK-FS-ARQSAI01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SAI01-OK               VALUE '00'.
          05 WRK-FS-ARQAUD01      PIC  X(002) VALUE SPACES.

       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQENT01      VALUE 'ARQENT01'.
          88 WRK-CN-ARQTIT01      VALUE 'ARQTIT01'.
          88 WRK-CN-ARQSAI01      VALUE 'ARQSAI01'.
          88 WRK-CN-ARQAUD01      VALUE 'ARQAUD01'.

          88 WRK-CN-CLOSE         VALUE 'CLOSE'.
          88 WRK-CN-READ          VALUE 'READ '.
          88 WRK-CN-WRITE         VALUE 'WRITE'.
          88 WRK-CN-START         VALUE 'START'.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
      *
           COPY ENT02105.
           COPY AUD00105.
           COPY TIT02226.

      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
              MOVE WRK-FS-ARQAUD01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQTIT01        TO TRUE
           OPEN INPUT ARQTIT01

           IF WRK-FS-TIT01-OK
              SET WRK-CADASTRO-TIT-PRESENTE TO TRUE
           ELSE
              DISPLAY '* CADASTRO DE TITULARES AUSENTE - SO O CPF'
           END-IF
           .
      *----------------------------------------------------------------*
       1000-99-FIM.
              SET WRK-ERRO-FATAL       TO TRUE
           END-IF

           PERFORM 3905-LISTAR-TITULARES

           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQSAI01        TO TRUE

           WRITE FD-ARQSAI01 FROM WRK-CAB2-EXTRATO

           IF NOT WRK-FS-SAI01-OK
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE LISTAGEM DOS TITULARES ATIVOS DA CONTA NO         *
      *    CABECALHO (CONTA SEM TITULARES CADASTRADOS E INDIVIDUAL:    *
      *    O CPF DO MOVIMENTO E O TITULAR PRINCIPAL)                   *
      *----------------------------------------------------------------*
       3905-LISTAR-TITULARES SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-QTDE-TIT-CONTA
           MOVE WRK-CPF-ANT            TO WRK-TIT-CPF
           MOVE WRK-CONTA-ANT          TO WRK-TIT-NUM-CONTA

           IF WRK-CADASTRO-TIT-PRESENTE
              MOVE WRK-TIT-CONTA       TO FD-ARQTIT01-CONTA
              MOVE LOW-VALUES          TO FD-ARQTIT01-CPF-TITULAR

              SET  WRK-CN-START        TO TRUE
              SET  WRK-CN-ARQTIT01     TO TRUE

              START ARQTIT01 KEY NOT LESS FD-ARQTIT01-CHAVE

              EVALUATE TRUE
                 WHEN WRK-FS-TIT01-OK
                    SET WRK-NAO-FIM-TITULARES TO TRUE
                    PERFORM 3906-LER-TITULAR
                       UNTIL WRK-FIM-TITULARES OR WRK-ERRO-FATAL
                 WHEN WRK-FS-TIT01-NAO-ENCONTRADO
                    CONTINUE
                 WHEN OTHER
                    MOVE WRK-FS-ARQTIT01 TO WRK-FS-DISPLAY
                    SET WRK-ERRO-FATAL   TO TRUE
              END-EVALUATE
           END-IF

           IF WRK-QTDE-TIT-CONTA EQUAL ZEROS
              MOVE WRK-CPF-ANT         TO WRK-TIT-LIN-CPF
              MOVE 'PRINCIPAL'         TO WRK-TIT-LIN-PAPEL
              PERFORM 3907-GRAVAR-TITULAR
           END-IF
           .
      *----------------------------------------------------------------*
       3905-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE LEITURA DO PROXIMO TITULAR DA CONTA               *
      *----------------------------------------------------------------*
       3906-LER-TITULAR SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQTIT01        TO TRUE

           READ ARQTIT01 NEXT          INTO ARQTIT01-REGISTRO

           IF WRK-FS-TIT01-FIM
              SET WRK-FIM-TITULARES    TO TRUE
              GO TO 3906-99-FIM
           END-IF

           IF NOT WRK-FS-TIT01-OK
              MOVE WRK-FS-ARQTIT01     TO WRK-FS-DISPLAY
              SET WRK-ERRO-FATAL       TO TRUE
              GO TO 3906-99-FIM
           END-IF

           IF ARQTIT01-CONTA NOT EQUAL WRK-TIT-CONTA
              SET WRK-FIM-TITULARES    TO TRUE
              GO TO 3906-99-FIM
           END-IF

           IF NOT ARQTIT01-TITULAR-ATIVO
              GO TO 3906-99-FIM
           END-IF

           MOVE ARQTIT01-CPF-TITULAR   TO WRK-TIT-LIN-CPF

           IF ARQTIT01-TITULAR-PRINCIPAL
              MOVE 'PRINCIPAL'         TO WRK-TIT-LIN-PAPEL
           ELSE
              MOVE 'SEGUNDO TITULAR'   TO WRK-TIT-LIN-PAPEL
           END-IF

           PERFORM 3907-GRAVAR-TITULAR
           .
      *----------------------------------------------------------------*
       3906-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE GRAVACAO DE UMA LINHA DE TITULAR NO CABECALHO     *
      *----------------------------------------------------------------*
       3907-GRAVAR-TITULAR SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQSAI01        TO TRUE

           WRITE FD-ARQSAI01 FROM WRK-TIT-EXTRATO

           IF NOT WRK-FS-SAI01-OK
              MOVE WRK-FS-ARQSAI01     TO WRK-FS-DISPLAY
              SET WRK-ERRO-FATAL       TO TRUE
           END-IF

           ADD 1 TO WRK-QTDE-TIT-CONTA
           ADD 1 TO WRK-ACU-TITULARES
           .
      *----------------------------------------------------------------*
       3907-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE GRAVACAO DE UMA LINHA DE MOVIMENTO COM SALDO      *
      *----------------------------------------------------------------*
       3910-GRAVAR-DETALHE SECTION.
           MOVE ARQENT01-DAT-DEPOS     TO WRK-DET-DATA

           IF ARQENT01-TRANS-SAQUE OR ARQENT01-TRANS-TRANSF-ENVIO
              OR (ARQENT01-TRANS-ESTORNO AND ARQENT01-EST-DE-DEPOSITO)
              MOVE ZEROS               TO WRK-DET-DEPOSITO
              MOVE ARQENT01-VAL-DEPOS  TO WRK-DET-SAQUE
              SUBTRACT ARQENT01-VAL-DEPOS FROM WRK-SALDO-CORRENTE
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF WRK-CADASTRO-TIT-PRESENTE
              CLOSE ARQTIT01
           END-IF

           MOVE WRK-ACU-LIDOS-ARQENT01 TO WRK-MASK-QTDE
           DISPLAY '**************************************************'
           DISPLAY '* QTDE DE MOVIMENTOS LIDOS   : ' WRK-MASK-QTDE '*'
           DISPLAY '* QTDE DE LINHAS DE EXTRATO  : ' WRK-MASK-QTDE '*'
           MOVE WRK-ACU-CLIENTES       TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE CLIENTES           : ' WRK-MASK-QTDE '*'
           MOVE WRK-ACU-TITULARES      TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE TITULARES LISTADOS : ' WRK-MASK-QTDE '*'
           MOVE WRK-ACU-DESPREZADOS    TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE MOVTOS DESPREZADOS : ' WRK-MASK-QTDE '*'
           DISPLAY '*                                                *'
