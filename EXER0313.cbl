      *                    AMBOS DENTRO DE ENVELOPES HDR/TRL           *
      *                    (HDT00105, VERSAO 4). RELATA DEBITOS        *
      *                    EFETIVADOS, PARCIAIS E RECUSADOS POR SALDO  *
      *                    INSUFICIENTE. OS VALORES BLOQUEADOS POR     *
      *                    ORDEM JUDICIAL (BJU02227, GERADO PELO       *
      *                    EXER0227) SAO DEDUZIDOS DO SALDO DISPONIVEL *
      *                    DA POSICAO ANTES DOS DEBITOS. EMPRESTIMOS   *
      *                    EM MORATORIA EMERGENCIAL NA DATA DE         *
      *                    REFERENCIA (DIF03323, GERADO PELO EXER0323) *
      *                    NAO SAO DEBITADOS. NA RELACAO DE ESPOLIOS   *
      *                    (ESP06121, GERADA PELO EXER0621) O          *
      *                    EMPRESTIMO DO ESPOLIO E A POSICAO DE CPF    *
      *                    FALECIDO NAO SAO DEBITADOS.                 *
      *----------------------------------------------------------------*
      *    CARTAO (ARQPARM): COLS 1-8  DATA DE REFERENCIA (AAAAMMDD)   *
      *                      COLS 10-12 JANELA DE VENCIMENTO EM DIAS   *
      *      ARQLED01 (RAZAO DA ULTIMA RODADA)         LED03105        *
      *      ARQDEB01 (INSTRUCOES PERMANENTES)         DEB03105        *
      *      ARQSLD01 (POSICOES DE DEPOSITO)           SLD02105        *
      *      ARQBJU01 (BLOQUEIOS JUDICIAIS - OPCIONAL) BJU02227        *
      *      ARQDIF01 (MORATORIAS - OPCIONAL)          DIF03323        *
      *      ARQESP01 (ESPOLIOS - OPCIONAL)            ESP06121        *
      *      ARQSAI01 (PAGAMENTOS GERADOS)             ENT03205        *
      *      ARQSAI02 (SAQUES GERADOS)                 ENT02105        *
      *      ARQSAI03 (RELATORIO DOS DEBITOS)          -               *
           SELECT ARQSLD01 ASSIGN      TO UT-S-ARQSLD01
                      FILE STATUS      IS WRK-FS-ARQSLD01.

           SELECT OPTIONAL ARQBJU01 ASSIGN TO UT-S-ARQBJU01
                      FILE STATUS      IS WRK-FS-ARQBJU01.

           SELECT OPTIONAL ARQDIF01 ASSIGN TO UT-S-ARQDIF01
                      FILE STATUS      IS WRK-FS-ARQDIF01.

           SELECT OPTIONAL ARQESP01 ASSIGN TO UT-S-ARQESP01
                      FILE STATUS      IS WRK-FS-ARQESP01.

           SELECT ARQPARM ASSIGN       TO UT-S-ARQPARM
                      FILE STATUS      IS WRK-FS-ARQPARM.

           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQSLD01             PIC X(045).

      *---------------------------------------------------------------*
      *   INPUT:      POSICAO DOS BLOQUEIOS JUDICIAIS (EXER0227)      *
      *               ORG. SEQUENCIAL   -   LRECL = 089               *
      *---------------------------------------------------------------*

       FD  ARQBJU01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQBJU01             PIC X(089).

      *---------------------------------------------------------------*
      *   INPUT:      EMPRESTIMOS EM MORATORIA EMERGENCIAL (EXER0323) *
      *               ORG. SEQUENCIAL   -   LRECL = 080               *
      *---------------------------------------------------------------*

       FD  ARQDIF01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQDIF01             PIC X(080).

      *---------------------------------------------------------------*
      *   INPUT:      RELACAO DE ESPOLIOS (EXER0621)                  *
      *               ORG. SEQUENCIAL   -   LRECL = 150               *
      *---------------------------------------------------------------*

       FD  ARQESP01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQESP01             PIC X(150).

      *---------------------------------------------------------------*
      *   INPUT:      CARTAO DE PARAMETROS                            *
      *---------------------------------------------------------------*
       77 WRK-INT-LIMITE          PIC S9(009) COMP VALUE +0.
       77 WRK-VAL-DEBITO          PIC S9(13)V99 COMP-3 VALUE +0.
       77 WRK-TOT-VAL-DEBITADO    PIC S9(15)V99 COMP-3 VALUE +0.
       77 WRK-TOT-VAL-BLOQUEADO   PIC S9(15)V99 COMP-3 VALUE +0.
      *
       01 WRK-SW-BLOQUEIOS        PIC  X(001) VALUE 'N'.
          88 WRK-BLOQUEIOS-PRESENTES          VALUE 'S'.
      *
       01 WRK-SW-MORATORIAS       PIC  X(001) VALUE 'N'.
          88 WRK-MORATORIAS-PRESENTES         VALUE 'S'.
      *
       01 WRK-SW-ESPOLIOS         PIC  X(001) VALUE 'N'.
          88 WRK-ESPOLIOS-PRESENTES           VALUE 'S'.
      *
       01 WRK-PARM-REGISTRO.
          05 WRK-PARM-DATA        PIC  9(008) VALUE ZEROS.
           03 ACU-LIDOS-ARQLED01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQDEB01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQSLD01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQBJU01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQDIF01     PIC 9(007) VALUE ZEROS.
           03 ACU-SUSPENSOS-MORATORIA PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQESP01     PIC 9(007) VALUE ZEROS.
           03 ACU-SUSPENSOS-ESPOLIO  PIC 9(007) VALUE ZEROS.
           03 ACU-DEBITOS-EFETIVADOS PIC 9(007) VALUE ZEROS.
           03 ACU-DEBITOS-PARCIAIS   PIC 9(007) VALUE ZEROS.
           03 ACU-SALDO-INSUFICIENTE PIC 9(007) VALUE ZEROS.
                15 WRK-SLD-CONTA  PIC 9(004).
                15 WRK-SLD-MOEDA  PIC X(003).
             10 WRK-SLD-DISPONIVEL PIC S9(15)V99 COMP-3.
      *
      *----------------------------------------------------------------*
      *    TABELA DOS EMPRESTIMOS EM MORATORIA (PERIODO DE SUSPENSAO)  *
      *----------------------------------------------------------------*
       77 WRK-MOR-QTDE            PIC 9(004) VALUE ZEROS.
       77 WRK-MOR-IDX             PIC 9(004) VALUE ZEROS.
      *
       01 WRK-MOR-TABELA.
          05 WRK-MOR-LINHA        OCCURS 1000 TIMES.
             10 WRK-MOR-CHAVE     PIC X(009).
             10 WRK-MOR-DAT-INICIO PIC 9(008).
             10 WRK-MOR-DAT-FIM   PIC 9(008).
      *
      *
      *----------------------------------------------------------------*
      *    TABELA DOS ESPOLIOS: 'C' CPF FALECIDO (POSICOES CONGELADAS) *
      *    E 'E' EMPRESTIMO DO ESPOLIO                                 *
      *----------------------------------------------------------------*
       77 WRK-ESP-QTDE            PIC 9(004) VALUE ZEROS.
       77 WRK-ESP-IDX             PIC 9(004) VALUE ZEROS.
      *
       01 WRK-ESP-TABELA.
          05 WRK-ESP-LINHA        OCCURS 1000 TIMES.
             10 WRK-ESP-TIPO      PIC X(001).
             10 WRK-ESP-CPF       PIC 9(011).
             10 WRK-ESP-CHAVE     PIC X(009).
      *
       01 WRK-CHAVE-PROCURADA.
          05 WRK-PRC-CPF          PIC 9(011) VALUE ZEROS.
          05 WRK-FS-ARQSLD01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SLD01-OK               VALUE '00'.
             88 WRK-FS-SLD01-FIM              VALUE '10'.
          05 WRK-FS-ARQBJU01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-BJU01-OK               VALUE '00'.
             88 WRK-FS-BJU01-FIM              VALUE '10'.
          05 WRK-FS-ARQDIF01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-DIF01-OK               VALUE '00'.
             88 WRK-FS-DIF01-FIM              VALUE '10'.
          05 WRK-FS-ARQESP01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-ESP01-OK               VALUE '00'.
             88 WRK-FS-ESP01-FIM              VALUE '10'.
             88 WRK-FS-ESP01-INEXISTENTE      VALUE '05' '35'.
          05 WRK-FS-ARQPARM       PIC  X(002) VALUE SPACES.
             88 WRK-FS-PARM-OK                VALUE '00'.
          05 WRK-FS-ARQSAI01      PIC  X(002) VALUE SPACES.
          88 WRK-CN-ARQLED01      VALUE 'ARQLED01'.
          88 WRK-CN-ARQDEB01      VALUE 'ARQDEB01'.
          88 WRK-CN-ARQSLD01      VALUE 'ARQSLD01'.
          88 WRK-CN-ARQBJU01      VALUE 'ARQBJU01'.
          88 WRK-CN-ARQDIF01      VALUE 'ARQDIF01'.
          88 WRK-CN-ARQESP01      VALUE 'ARQESP01'.
          88 WRK-CN-ARQPARM       VALUE 'ARQPARM '.
          88 WRK-CN-ARQSAI01      VALUE 'ARQSAI01'.
          88 WRK-CN-ARQSAI02      VALUE 'ARQSAI02'.
           COPY LED03105.
           COPY DEB03105.
           COPY SLD02105.
           COPY BJU02227.
           COPY DIF03323.
           COPY ESP06121.
           COPY ENT03205.
           COPY ENT02105.
           COPY HDT00105.
           PERFORM 2100-CARREGAR-POSICOES
              UNTIL WRK-FS-SLD01-FIM

           IF WRK-BLOQUEIOS-PRESENTES
              PERFORM 3830-LER-BLOQUEIO
              PERFORM 2200-DEDUZIR-BLOQUEIOS
                 UNTIL WRK-FS-BJU01-FIM
           END-IF

           IF WRK-MORATORIAS-PRESENTES
              PERFORM 3840-LER-DIFERIMENTO
              PERFORM 2300-CARREGAR-MORATORIAS
                 UNTIL WRK-FS-DIF01-FIM
           END-IF

           IF WRK-ESPOLIOS-PRESENTES
              PERFORM 3850-LER-ESPOLIO
              PERFORM 2400-CARREGAR-ESPOLIOS
                 UNTIL WRK-FS-ESP01-FIM
           END-IF

           PERFORM 3000-PROCESSAR
              UNTIL WRK-FS-LED01-FIM

              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQBJU01        TO TRUE
           OPEN INPUT ARQBJU01

           IF WRK-FS-BJU01-OK
              SET WRK-BLOQUEIOS-PRESENTES TO TRUE
           ELSE
              DISPLAY '* BLOQUEIOS JUDICIAIS AUSENTES - NAO DEDUZIDOS'
           END-IF

           SET  WRK-CN-ARQDIF01        TO TRUE
           OPEN INPUT ARQDIF01

           IF WRK-FS-DIF01-OK
              SET WRK-MORATORIAS-PRESENTES TO TRUE
           ELSE
              DISPLAY '* RELACAO DE MORATORIAS AUSENTE - SEM SUSPENSAO'
           END-IF

           SET  WRK-CN-ARQESP01        TO TRUE
           OPEN INPUT ARQESP01

           IF WRK-FS-ESP01-OK
              SET WRK-ESPOLIOS-PRESENTES TO TRUE
           ELSE
              IF WRK-FS-ESP01-INEXISTENTE
                 IF WRK-FS-ARQESP01 EQUAL '05'
                    CLOSE ARQESP01
                 END-IF
                 DISPLAY
                    '* RELACAO DE ESPOLIOS AUSENTE - SEM CONGELAMENTO'
              ELSE
                 MOVE WRK-FS-ARQESP01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF

           SET  WRK-CN-ARQSAI01        TO TRUE
           OPEN OUTPUT ARQSAI01

           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    DEDUZ DO SALDO DISPONIVEL DA POSICAO O VALOR BLOQUEADO POR  *
      *    ORDEM JUDICIAL (SO OS REGISTROS DE BLOQUEIO DO BJU02227)    *
      *----------------------------------------------------------------*
       2200-DEDUZIR-BLOQUEIOS SECTION.
      *----------------------------------------------------------------*
      *
           IF ARQBJU01-REG-ORDEM
              MOVE ARQBJU01-CPF        TO WRK-PRC-CPF
              PERFORM 3830-LER-BLOQUEIO
              GO TO 2200-99-FIM
           END-IF

           MOVE ARQBJU01-NUM-CONTA     TO WRK-PRC-CONTA
           MOVE ARQBJU01-COD-MOEDA     TO WRK-PRC-MOEDA

           MOVE 1 TO WRK-SLD-IDX

           PERFORM 3160-PROXIMA-POSICAO
              UNTIL WRK-SLD-IDX GREATER WRK-SLD-QTDE
                 OR WRK-SLD-CHAVE (WRK-SLD-IDX) EQUAL
                    WRK-CHAVE-PROCURADA

           IF WRK-SLD-IDX NOT GREATER WRK-SLD-QTDE
              SUBTRACT ARQBJU01-VAL-BLOQUEADO
                 FROM WRK-SLD-DISPONIVEL (WRK-SLD-IDX)
              ADD ARQBJU01-VAL-BLOQUEADO-BRL
                                       TO WRK-TOT-VAL-BLOQUEADO
           END-IF

           PERFORM 3830-LER-BLOQUEIO
           .
      *----------------------------------------------------------------*
       2200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GUARDA OS EMPRESTIMOS EM MORATORIA AINDA NAO ENCERRADA NA   *
      *    DATA DE REFERENCIA                                          *
      *----------------------------------------------------------------*
       2300-CARREGAR-MORATORIAS SECTION.
      *----------------------------------------------------------------*
      *
           IF ARQDIF01-DAT-FIM NOT LESS WRK-DAT-REFERENCIA
              IF WRK-MOR-QTDE LESS 1000
                 ADD 1 TO WRK-MOR-QTDE
                 MOVE ARQDIF01-CHAVE  TO WRK-MOR-CHAVE (WRK-MOR-QTDE)
                 MOVE ARQDIF01-DAT-INICIO
                    TO WRK-MOR-DAT-INICIO (WRK-MOR-QTDE)
                 MOVE ARQDIF01-DAT-FIM
                    TO WRK-MOR-DAT-FIM (WRK-MOR-QTDE)
              ELSE
                 DISPLAY '* TABELA DE MORATORIAS ESGOTADA (1000)'
                 MOVE 12               TO RETURN-CODE
                 PERFORM 9900-FIM-PROGRAMA
              END-IF
           END-IF

           PERFORM 3840-LER-DIFERIMENTO
           .
      *----------------------------------------------------------------*
       2300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GUARDA OS CPFS FALECIDOS E OS EMPRESTIMOS DOS ESPOLIOS      *
      *----------------------------------------------------------------*
       2400-CARREGAR-ESPOLIOS SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-ESP-QTDE LESS 1000
              ADD 1 TO WRK-ESP-QTDE
              MOVE ARQESP01-TIP-REGISTRO TO WRK-ESP-TIPO (WRK-ESP-QTDE)
              MOVE ARQESP01-CPF        TO WRK-ESP-CPF (WRK-ESP-QTDE)
              MOVE ARQESP01-CHAVE      TO WRK-ESP-CHAVE (WRK-ESP-QTDE)
           ELSE
              DISPLAY '* TABELA DE ESPOLIOS ESGOTADA (1000)'
              MOVE 12                  TO RETURN-CODE
              PERFORM 9900-FIM-PROGRAMA
           END-IF

           PERFORM 3850-LER-ESPOLIO
           .
      *----------------------------------------------------------------*
       2400-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    AVALIA CADA EMPRESTIMO DO RAZAO: DENTRO DA JANELA DE        *
      *    VENCIMENTO E COM INSTRUCAO ATIVA, TENTA O DEBITO            *
      *----------------------------------------------------------------*
              GO TO 3100-99-FIM
           END-IF

      *    EMPRESTIMO EM MORATORIA NA DATA DE REFERENCIA: SEM DEBITO
           MOVE 1 TO WRK-MOR-IDX

           PERFORM 3170-PROXIMA-MORATORIA
              UNTIL WRK-MOR-IDX GREATER WRK-MOR-QTDE
                 OR (WRK-MOR-CHAVE (WRK-MOR-IDX) EQUAL
                     ARQLED01-REGISTRO (1:9)
                 AND WRK-MOR-DAT-INICIO (WRK-MOR-IDX) NOT GREATER
                     WRK-DAT-REFERENCIA
                 AND WRK-MOR-DAT-FIM (WRK-MOR-IDX) NOT LESS
                     WRK-DAT-REFERENCIA)

           IF WRK-MOR-IDX NOT GREATER WRK-MOR-QTDE
              ADD 1 TO ACU-SUSPENSOS-MORATORIA
              MOVE ZEROS               TO WRK-VAL-DEBITO
              MOVE 'SUSPENSO MORATORIA' TO WRK-DET-SITUACAO
              PERFORM 3400-RELATAR-DEBITO
              GO TO 3100-99-FIM
           END-IF

      *    EMPRESTIMO DO ESPOLIO OU DEBITO EM POSICAO DE CPF FALECIDO
           MOVE 1 TO WRK-ESP-IDX

           PERFORM 3180-PROXIMO-ESPOLIO
              UNTIL WRK-ESP-IDX GREATER WRK-ESP-QTDE
                 OR (WRK-ESP-TIPO (WRK-ESP-IDX) EQUAL 'E'
                 AND WRK-ESP-CHAVE (WRK-ESP-IDX) EQUAL
                     ARQLED01-REGISTRO (1:9))
                 OR (WRK-ESP-TIPO (WRK-ESP-IDX) EQUAL 'C'
                 AND WRK-ESP-CPF (WRK-ESP-IDX) EQUAL
                     WRK-DEB-CPF (WRK-DEB-IDX))

           IF WRK-ESP-IDX NOT GREATER WRK-ESP-QTDE
              ADD 1 TO ACU-SUSPENSOS-ESPOLIO
              MOVE ZEROS               TO WRK-VAL-DEBITO
              MOVE 'SUSPENSO ESPOLIO'  TO WRK-DET-SITUACAO
              PERFORM 3400-RELATAR-DEBITO
              GO TO 3100-99-FIM
           END-IF

           MOVE WRK-DEB-CPF (WRK-DEB-IDX)   TO WRK-PRC-CPF
           MOVE WRK-DEB-CONTA (WRK-DEB-IDX) TO WRK-PRC-CONTA
           MOVE WRK-DEB-MOEDA (WRK-DEB-IDX) TO WRK-PRC-MOEDA
       3160-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3170-PROXIMA-MORATORIA SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-MOR-IDX
           .
      *----------------------------------------------------------------*
       3170-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3180-PROXIMO-ESPOLIO SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-ESP-IDX
           .
      *----------------------------------------------------------------*
       3180-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    EFETIVA O DEBITO: GERA O PAGAMENTO DO EMPRESTIMO E O SAQUE  *
      *    ESPELHO, CONSOME O SALDO DISPONIVEL E RELATA                *
       3820-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3830-LER-BLOQUEIO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQBJU01        TO TRUE

           READ ARQBJU01 INTO ARQBJU01-REGISTRO

           IF WRK-FS-BJU01-OK OR WRK-FS-BJU01-FIM
              IF WRK-FS-BJU01-OK
                 ADD 1 TO ACU-LIDOS-ARQBJU01
              END-IF
           ELSE
              MOVE WRK-FS-ARQBJU01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3830-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3840-LER-DIFERIMENTO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQDIF01        TO TRUE

           READ ARQDIF01 INTO ARQDIF01-REGISTRO

           IF WRK-FS-DIF01-OK OR WRK-FS-DIF01-FIM
              IF WRK-FS-DIF01-OK
                 ADD 1 TO ACU-LIDOS-ARQDIF01
              END-IF
           ELSE
              MOVE WRK-FS-ARQDIF01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3840-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3850-LER-ESPOLIO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQESP01        TO TRUE

           READ ARQESP01 INTO ARQESP01-REGISTRO

           IF WRK-FS-ESP01-OK OR WRK-FS-ESP01-FIM
              IF WRK-FS-ESP01-OK
                 ADD 1 TO ACU-LIDOS-ARQESP01
              END-IF
           ELSE
              MOVE WRK-FS-ARQESP01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3850-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       4950-GRAVAR-LINHA SECTION.
      *----------------------------------------------------------------*
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF WRK-BLOQUEIOS-PRESENTES
              CLOSE ARQBJU01
           END-IF

           IF WRK-MORATORIAS-PRESENTES
              CLOSE ARQDIF01
           END-IF

           IF WRK-ESPOLIOS-PRESENTES
              CLOSE ARQESP01
           END-IF

           SET  WRK-CN-ARQSAI01        TO TRUE
           CLOSE ARQSAI01
           IF NOT WRK-FS-SAI01-OK
           DISPLAY '* SEM POSICAO DE DEPOSITO    : ' WRK-MASK-QTDE  '*'
           MOVE ACU-SEM-INSTRUCAO      TO WRK-MASK-QTDE
           DISPLAY '* NA JANELA SEM INSTRUCAO    : ' WRK-MASK-QTDE  '*'
           MOVE ACU-SUSPENSOS-MORATORIA TO WRK-MASK-QTDE
           DISPLAY '* SUSPENSOS POR MORATORIA    : ' WRK-MASK-QTDE  '*'
           MOVE ACU-SUSPENSOS-ESPOLIO  TO WRK-MASK-QTDE
           DISPLAY '* SUSPENSOS POR ESPOLIO      : ' WRK-MASK-QTDE  '*'
           MOVE WRK-TOT-VAL-DEBITADO   TO WRK-MASK-VALOR
           DISPLAY '* TOTAL DEBITADO NA RODADA   : ' WRK-MASK-VALOR
           MOVE WRK-TOT-VAL-BLOQUEADO  TO WRK-MASK-VALOR
           DISPLAY '* BLOQUEIO JUDICIAL (BRL)    : ' WRK-MASK-VALOR
           DISPLAY '*                                                *'
           DISPLAY '* ' WRK-PROGRAMA ' FIM NORMAL                    *'
           DISPLAY '**************************************************'
