      *                    POR DIAS DECORRIDOS E GERA A INTERFACE DE   *
      *                    CARTAS/CONTATOS DE CADA ESTAGIO, COM        *
      *                    RELATORIO DE MOVIMENTACAO DE ESTAGIOS.      *
      *                    EMPRESTIMOS DE FUNCIONARIOS (DEVEDOR DA     *
      *                    INSTRUCAO DE DEBITO COM CPF NO CADASTRO DE  *
      *                    FUNCIONARIOS) NAO GERAM CARTA NEM E-MAIL:   *
      *                    A CADA ESTAGIO SAO ENCAMINHADOS AO RH.      *
      *                    EMPRESTIMOS EM MORATORIA EMERGENCIAL        *
      *                    (RELACAO DIF03323 DO EXER0323, OPCIONAL)    *
      *                    TEM O ESCALONAMENTO SUSPENSO NO PERIODO.    *
      *                    EMPRESTIMOS DE DEVEDOR FALECIDO (RELACAO    *
      *                    DE ESPOLIOS ESP06121 DO EXER0621, OPCIONAL) *
      *                    TEM A COBRANCA SUSPENSA: UM UNICO AVISO E   *
      *                    DIRIGIDO AO ESPOLIO E O CANAL PASSA A 'S'.  *
      *                    O ARQUIVO DE E-MAILS E REGISTRADO (QTDE E   *
      *                    SOMA DOS SALDOS) NO REGISTRO DE ARQUIVOS    *
      *                    ENVIADOS (EXER0618).                        *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQCRT01                                  CRT03106        *
      *      ARQEML01                                  EML03105        *
      *      ARQRET01                                  RET05106        *
      *      ARQFUN01 (CADASTRO DE FUNCIONARIOS)       ENT01105        *
      *      ARQDEB01 (INSTRUCOES DE DEBITO)           DEB03105        *
      *      ARQRHU01 (ENCAMINHAMENTO AO RH)           RHU03106        *
      *      ARQDIF01 (MORATORIAS - OPCIONAL)          DIF03323        *
      *      ARQESP01 (ESPOLIOS - OPCIONAL)            ESP06121        *
      *      ARQTRM01 (REGISTRO DE ARQUIVOS ENVIADOS)  TRM06118        *
      *      ARQAUD01                                  AUD00105        *
      *----------------------------------------------------------------*
      *    ROTINAS.....:                                               *
           SELECT OPTIONAL ARQRET01 ASSIGN TO UT-S-ARQRET01
                      FILE STATUS      IS WRK-FS-ARQRET01.

           SELECT OPTIONAL ARQFUN01 ASSIGN TO UT-S-ARQFUN01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS SEQUENTIAL
                      RECORD KEY       IS FD-ARQFUN01-COD-FUNCO
                      FILE STATUS      IS WRK-FS-ARQFUN01.

           SELECT OPTIONAL ARQDEB01 ASSIGN TO UT-S-ARQDEB01
                      FILE STATUS      IS WRK-FS-ARQDEB01.

           SELECT ARQRHU01 ASSIGN      TO UT-S-ARQRHU01
                      FILE STATUS      IS WRK-FS-ARQRHU01.

           SELECT OPTIONAL ARQDIF01 ASSIGN TO UT-S-ARQDIF01
                      FILE STATUS      IS WRK-FS-ARQDIF01.

           SELECT OPTIONAL ARQESP01 ASSIGN TO UT-S-ARQESP01
                      FILE STATUS      IS WRK-FS-ARQESP01.

           SELECT OPTIONAL ARQPARM ASSIGN TO UT-S-ARQPARM
                      FILE STATUS      IS WRK-FS-ARQPARM.

           SELECT OPTIONAL ARQTRM01 ASSIGN TO UT-S-ARQTRM01
                      FILE STATUS      IS WRK-FS-ARQTRM01.

           SELECT ARQAUD01 ASSIGN      TO UT-S-ARQAUD01
                      FILE STATUS      IS WRK-FS-ARQAUD01.
      *
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQRET01             PIC X(091).

      *---------------------------------------------------------------*
      *   INPUT:      CADASTRO DE FUNCIONARIOS (OPCIONAL)             *
      *               ORG. INDEXADA     -   LRECL = 206               *
      *---------------------------------------------------------------*

       FD  ARQFUN01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQFUN01.
           05 FD-ARQFUN01-COD-FUNCO   PIC 9(08).
           05 FILLER                  PIC X(198).

      *---------------------------------------------------------------*
      *   INPUT:      INSTRUCOES DE DEBITO (DEVEDOR DO EMPRESTIMO)    *
      *               (OPCIONAL) - ORG. SEQUENCIAL - LRECL = 028      *
      *---------------------------------------------------------------*

       FD  ARQDEB01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQDEB01             PIC X(028).

      *---------------------------------------------------------------*
      *   OUTPUT:     ENCAMINHAMENTO AO RH (EMPRESTIMOS DE            *
      *               FUNCIONARIOS) - ORG. SEQUENCIAL - LRECL = 110   *
      *---------------------------------------------------------------*

       FD  ARQRHU01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQRHU01             PIC X(110).

      *---------------------------------------------------------------*
      *   INPUT:      EMPRESTIMOS EM MORATORIA EMERGENCIAL            *
      *               (OPCIONAL) - ORG. SEQUENCIAL - LRECL = 080      *
      *---------------------------------------------------------------*

       FD  ARQDIF01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQDIF01             PIC X(080).

      *---------------------------------------------------------------*
      *   INPUT:      RELACAO DE ESPOLIOS (EXER0621)                  *
      *               (OPCIONAL) - ORG. SEQUENCIAL - LRECL = 150      *
      *---------------------------------------------------------------*

       FD  ARQESP01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQESP01             PIC X(150).

      *---------------------------------------------------------------*
      *   INPUT:      CARTAO DE PARAMETROS (OPCIONAL)                 *
      *               ORG. SEQUENCIAL   -   LRECL = 80                *
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQPARM              PIC X(80).

      *---------------------------------------------------------------*
      *   OUTPUT:     REGISTRO DE ARQUIVOS ENVIADOS A PARCEIROS       *
      *               (ACRESCIMO, LIDO PELO MONITOR EXER0618)         *
      *               ORG. SEQUENCIAL   -   LRECL = 120               *
      *---------------------------------------------------------------*

       FD  ARQTRM01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQTRM01             PIC X(120).

      *---------------------------------------------------------------*
      *   OUTPUT:     LOG DE AUDITORIA DE EXECUCAO (COMPARTILHADO)    *
      *---------------------------------------------------------------*
      *    RET05106 REGERA O CONTATO COMO CARTA IMPRESSA               *
      *----------------------------------------------------------------*
       77 ACU-CONTATOS-EMAIL      PIC  9(007) VALUE ZEROS.
       77 ACU-HASH-ARQEML01       PIC  9(015)V99 VALUE ZEROS.
       77 ACU-CONTATOS-CARTA      PIC  9(007) VALUE ZEROS.
       77 ACU-REEMISSOES-BOUNCE   PIC  9(007) VALUE ZEROS.
       77 WRK-BNC-QTDE            PIC  9(003) VALUE ZEROS.
       01 WRK-TIP-CANAL-ATUAL     PIC  X(001) VALUE SPACES.
          88 WRK-CANAL-EMAIL-ATUAL            VALUE 'E'.
          88 WRK-CANAL-CARTA-ATUAL            VALUE 'P'.
          88 WRK-CANAL-ESPOLIO-ATUAL          VALUE 'S'.
          88 WRK-SEM-CONTATO-ATUAL            VALUE ' '.
      *
       01 WRK-SW-CADASTRO         PIC  X(001) VALUE 'N'.
          05 WRK-PRM-ESTAGIO      OCCURS 3 TIMES.
             10 WRK-PRM-CUMPRIDAS PIC 9(005) VALUE ZEROS.
             10 WRK-PRM-QUEBRADAS PIC 9(005) VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    AREA DOS EMPRESTIMOS DE FUNCIONARIOS: O QUADRO (CPF DOS     *
      *    FUNCIONARIOS NAO DESLIGADOS) E CRUZADO COM O DEVEDOR DAS    *
      *    INSTRUCOES DE DEBITO; OS EMPRESTIMOS ACHADOS VAO AO RH      *
      *----------------------------------------------------------------*
       77 ACU-ENCAMINHADOS-RH     PIC  9(007) VALUE ZEROS.
       77 WRK-QDR-QTDE            PIC  9(004) VALUE ZEROS.
       77 WRK-QDR-IDX             PIC  9(004) VALUE ZEROS.
       77 WRK-QDR-IDX-ACHADO      PIC  9(004) VALUE ZEROS.
       77 WRK-EFU-QTDE            PIC  9(004) VALUE ZEROS.
       77 WRK-EFU-IDX             PIC  9(004) VALUE ZEROS.
       77 WRK-EFU-IDX-ACHADO      PIC  9(004) VALUE ZEROS.
      *
       01 WRK-QDR-TABELA.
          05 WRK-QDR-LINHA        OCCURS 1000 TIMES.
             10 WRK-QDR-CPF       PIC 9(011).
             10 WRK-QDR-COD-FUNCO PIC 9(008).
             10 WRK-QDR-NOM-FUNCO PIC X(050).
      *
       01 WRK-EFU-TABELA.
          05 WRK-EFU-LINHA        OCCURS 500 TIMES.
             10 WRK-EFU-CHAVE     PIC 9(009).
             10 WRK-EFU-QDR-IDX   PIC 9(004).
      *
      *    REGISTRO DE TRABALHO NO LAYOUT ENT01105 (O BOOK USA O MESMO
      *    NOME DE REGISTRO DO ENT03105, POR ISSO E ESPELHADO AQUI)
       01 WRK-REG-FUNCO.
          05 WRK-FUN-COD-FUNCO    PIC  9(008) VALUE ZEROS.
          05 WRK-FUN-NOM-FUNCO    PIC  X(050) VALUE SPACES.
          05 WRK-FUN-NOM-ESCTO    PIC  X(030) VALUE SPACES.
          05 WRK-FUN-COD-DEPTO    PIC  9(015) VALUE ZEROS.
          05 WRK-FUN-NOM-DEPTO    PIC  X(055) VALUE SPACES.
          05 WRK-FUN-DAT-CNTRL    PIC  X(010) VALUE SPACES.
          05 WRK-FUN-SIT-FUNCO    PIC  X(001) VALUE SPACES.
             88 WRK-FUN-DESLIGADO             VALUE 'D'.
          05 WRK-FUN-VAL-SALARIO  PIC  9(009)V99 VALUE ZEROS.
          05 WRK-FUN-COD-GRADE    PIC  X(003) VALUE SPACES.
          05 WRK-FUN-CPF-FUNCO    PIC  9(011) VALUE ZEROS.
          05 WRK-FUN-COD-AGENCIA  PIC  9(004) VALUE ZEROS.
          05 WRK-FUN-DAT-ADMISSAO PIC  9(008) VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    AREA DAS MORATORIAS EMERGENCIAIS: NO PERIODO DE SUSPENSAO   *
      *    O EMPRESTIMO NAO ENTRA NEM AVANCA NO ESCALONAMENTO          *
      *----------------------------------------------------------------*
       77 ACU-SUSPENSOS-MORATORIA PIC  9(007) VALUE ZEROS.
       77 WRK-MOR-QTDE            PIC  9(004) VALUE ZEROS.
       77 WRK-MOR-IDX             PIC  9(004) VALUE ZEROS.
      *
       01 WRK-SW-MORATORIA        PIC  X(001) VALUE 'N'.
          88 WRK-EM-MORATORIA                 VALUE 'S'.
          88 WRK-FORA-MORATORIA               VALUE 'N'.
      *
       01 WRK-MOR-TABELA.
          05 WRK-MOR-LINHA        OCCURS 1000 TIMES.
             10 WRK-MOR-CHAVE     PIC X(009).
             10 WRK-MOR-DAT-INICIO PIC 9(008).
             10 WRK-MOR-DAT-FIM   PIC 9(008).
      *
      *----------------------------------------------------------------*
      *    AREA DOS ESPOLIOS: EMPRESTIMO DE DEVEDOR FALECIDO NAO       *
      *    ESCALA; RECEBE UM UNICO AVISO DIRIGIDO AO ESPOLIO           *
      *----------------------------------------------------------------*
       77 ACU-SUSPENSOS-ESPOLIO   PIC  9(007) VALUE ZEROS.
       77 ACU-CARTAS-ESPOLIO      PIC  9(007) VALUE ZEROS.
       77 WRK-ESP-QTDE            PIC  9(004) VALUE ZEROS.
       77 WRK-ESP-IDX             PIC  9(004) VALUE ZEROS.
      *
       01 WRK-SW-ESPOLIO          PIC  X(001) VALUE 'N'.
          88 WRK-EM-ESPOLIO                   VALUE 'S'.
          88 WRK-FORA-ESPOLIO                 VALUE 'N'.
      *
       01 WRK-ESP-TABELA.
          05 WRK-ESP-LINHA        OCCURS 1000 TIMES.
             10 WRK-ESP-CHAVE     PIC X(009).
      *
       77 WRK-DATA-CORRENTE       PIC  9(008) VALUE ZEROS.
       77 WRK-INT-HOJE            PIC S9(009) COMP VALUE ZEROS.
             88 WRK-FS-RET01-OK               VALUE '00'.
             88 WRK-FS-RET01-FIM              VALUE '10'.
             88 WRK-FS-RET01-INEXISTENTE      VALUE '05' '35'.
          05 WRK-FS-ARQFUN01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-FUN01-OK               VALUE '00'.
             88 WRK-FS-FUN01-FIM              VALUE '10'.
          05 WRK-FS-ARQDEB01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-DEB01-OK               VALUE '00'.
             88 WRK-FS-DEB01-FIM              VALUE '10'.
          05 WRK-FS-ARQRHU01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-RHU01-OK               VALUE '00'.
          05 WRK-FS-ARQDIF01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-DIF01-OK               VALUE '00'.
             88 WRK-FS-DIF01-FIM              VALUE '10'.
          05 WRK-FS-ARQESP01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-ESP01-OK               VALUE '00'.
             88 WRK-FS-ESP01-FIM              VALUE '10'.
             88 WRK-FS-ESP01-INEXISTENTE      VALUE '05' '35'.
          05 WRK-FS-ARQPARM       PIC  X(002) VALUE SPACES.
             88 WRK-FS-PARM-OK                VALUE '00'.
          05 WRK-FS-ARQTRM01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-TRM01-OK               VALUE '00' '05'.
          05 WRK-FS-ARQAUD01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-AUD01-OK               VALUE '00'.
          05 WRK-FS-DISPLAY       PIC  X(002) VALUE SPACES.
          88 WRK-CN-ARQCRT01      VALUE 'ARQCRT01'.
          88 WRK-CN-ARQEML01      VALUE 'ARQEML01'.
          88 WRK-CN-ARQRET01      VALUE 'ARQRET01'.
          88 WRK-CN-ARQFUN01      VALUE 'ARQFUN01'.
          88 WRK-CN-ARQDEB01      VALUE 'ARQDEB01'.
          88 WRK-CN-ARQRHU01      VALUE 'ARQRHU01'.
          88 WRK-CN-ARQDIF01      VALUE 'ARQDIF01'.
          88 WRK-CN-ARQESP01      VALUE 'ARQESP01'.
          88 WRK-CN-ARQTRM01      VALUE 'ARQTRM01'.
          88 WRK-CN-ARQAUD01      VALUE 'ARQAUD01'.

       77 WRK-COMANDO             PIC  X(005) VALUE SPACES.
           COPY CRT03106.
           COPY EML03105.
           COPY RET05106.
           COPY DEB03105.
           COPY RHU03106.
           COPY DIF03323.
           COPY ESP06121.
           COPY TRM06118.
           COPY AUD00105.

      *----------------------------------------------------------------*
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQRHU01        TO TRUE
           OPEN OUTPUT ARQRHU01

           IF NOT WRK-FS-RHU01-OK
              MOVE WRK-FS-ARQRHU01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQAUD01        TO TRUE
           OPEN EXTEND ARQAUD01


           PERFORM 3765-CARREGAR-BOUNCES

           PERFORM 3770-CARREGAR-QUADRO

           PERFORM 3775-CARREGAR-INSTRUCOES

           PERFORM 3780-CARREGAR-MORATORIAS

           PERFORM 3785-CARREGAR-ESPOLIOS

           PERFORM 3800-LER-LEDGER
           .
      *----------------------------------------------------------------*
           SET WRK-SEM-PROMESSA       TO TRUE
           SET WRK-SEM-CONTATO-ATUAL  TO TRUE

      *    EMPRESTIMO DE DEVEDOR FALECIDO: A COBRANCA FICA SUSPENSA
           PERFORM 3795-VERIFICAR-ESPOLIO

           IF WRK-EM-ESPOLIO
              PERFORM 3300-TRATAR-ESPOLIO
              GO TO 3200-99-FIM
           END-IF

      *    EMPRESTIMO EM MORATORIA: NAO ABRE NEM AVANCA ESTAGIO; O
      *    ESTAGIO EM CURSO E MANTIDO COM A CONTAGEM REINICIADA, PARA
      *    NAO ESCALAR NO DIA SEGUINTE AO FIM DA SUSPENSAO
           PERFORM 3790-VERIFICAR-MORATORIA

           IF WRK-EM-MORATORIA
              ADD 1 TO ACU-SUSPENSOS-MORATORIA
              IF WRK-ESTADO-ACHADO
                 MOVE WRK-COB-ESTAGIO (WRK-COB-IDX-ACHADO)
                                      TO WRK-ESTAGIO-ATUAL
                 MOVE WRK-DATA-CORRENTE
                                      TO WRK-DAT-ESTAGIO-ATUAL
                 MOVE WRK-COB-DAT-PROM (WRK-COB-IDX-ACHADO)
                                      TO WRK-DAT-PROMESSA-ATUAL
                 MOVE WRK-COB-VAL-PROM (WRK-COB-IDX-ACHADO)
                                      TO WRK-VAL-PROMETIDO-ATUAL
                 MOVE WRK-COB-SIT-PROM (WRK-COB-IDX-ACHADO)
                                      TO WRK-SIT-PROMESSA-ATUAL
                 MOVE WRK-COB-CANAL (WRK-COB-IDX-ACHADO)
                                      TO WRK-TIP-CANAL-ATUAL
                 ADD 1 TO ACU-MANTIDOS-ESTAGIO
                 PERFORM 3950-GRAVAR-ESTADO
              END-IF
              GO TO 3200-99-FIM
           END-IF

           IF WRK-ESTADO-NAO-ACHADO
              IF ARQLED01-DAT-LIMITE GREATER ZEROS
                 COMPUTE WRK-INT-LIMITE =
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    EMPRESTIMO DE DEVEDOR FALECIDO: NAO ABRE NEM AVANCA         *
      *    ESTAGIO NEM GERA CONTATO AO CLIENTE. NO PRIMEIRO TRATAMENTO *
      *    (EM COBRANCA OU JA VENCIDO) A CORRESPONDENCIA PASSA AO      *
      *    ESPOLIO COM UM UNICO AVISO; O CANAL 'S' GRAVADO NO ESTADO   *
      *    IMPEDE NOVO AVISO NAS RODADAS SEGUINTES                     *
      *----------------------------------------------------------------*
       3300-TRATAR-ESPOLIO SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO ACU-SUSPENSOS-ESPOLIO

           IF WRK-ESTADO-ACHADO
              MOVE WRK-COB-ESTAGIO (WRK-COB-IDX-ACHADO)
                                      TO WRK-ESTAGIO-ATUAL
              MOVE WRK-DATA-CORRENTE  TO WRK-DAT-ESTAGIO-ATUAL
              MOVE WRK-COB-CANAL (WRK-COB-IDX-ACHADO)
                                      TO WRK-TIP-CANAL-ATUAL
           ELSE
              IF ARQLED01-DAT-LIMITE GREATER ZEROS
                 COMPUTE WRK-INT-LIMITE =
                         FUNCTION INTEGER-OF-DATE (ARQLED01-DAT-LIMITE)
                 IF WRK-INT-HOJE NOT GREATER WRK-INT-LIMITE
                    GO TO 3300-99-FIM
                 END-IF
              END-IF
              MOVE 1                  TO WRK-ESTAGIO-ATUAL
              MOVE WRK-DATA-CORRENTE  TO WRK-DAT-ESTAGIO-ATUAL
           END-IF

      *    PROMESSA DO DEVEDOR FALECIDO DEIXA DE VALER
           MOVE ZEROS                 TO WRK-DAT-PROMESSA-ATUAL
                                         WRK-VAL-PROMETIDO-ATUAL
           SET WRK-SEM-PROMESSA       TO TRUE

           IF NOT WRK-CANAL-ESPOLIO-ATUAL
              PERFORM 3912-NOTIFICAR-ESPOLIO
           END-IF

           ADD 1 TO ACU-MANTIDOS-ESTAGIO
           PERFORM 3950-GRAVAR-ESTADO
           .
      *----------------------------------------------------------------*
       3300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE LEITURA DO CARTAO DE PARAMETROS                   *
      *----------------------------------------------------------------*
       3700-LER-PARAMETRO SECTION.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CARREGA O QUADRO DE FUNCIONARIOS NAO DESLIGADOS COM CPF     *
      *    INFORMADO (CADASTRO OPCIONAL)                               *
      *----------------------------------------------------------------*
       3770-CARREGAR-QUADRO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQFUN01        TO TRUE

           OPEN INPUT ARQFUN01

           IF WRK-FS-FUN01-OK
              PERFORM 3771-LER-FUNCIONARIO
              PERFORM 3772-ACUMULAR-FUNCIONARIO
                 UNTIL WRK-FS-FUN01-FIM
              CLOSE ARQFUN01
              DISPLAY '* FUNCIONARIOS COM CPF CARREGADOS: '
                      WRK-QDR-QTDE
           END-IF
           .
      *----------------------------------------------------------------*
       3770-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3771-LER-FUNCIONARIO SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQFUN01 INTO WRK-REG-FUNCO

           IF WRK-FS-FUN01-OK OR WRK-FS-FUN01-FIM
              CONTINUE
           ELSE
              MOVE WRK-FS-ARQFUN01     TO WRK-FS-DISPLAY
              SET  WRK-CN-READ         TO TRUE
              SET  WRK-CN-ARQFUN01     TO TRUE
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3771-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3772-ACUMULAR-FUNCIONARIO SECTION.
      *----------------------------------------------------------------*
      *
           IF NOT WRK-FUN-DESLIGADO
              AND WRK-FUN-CPF-FUNCO NUMERIC
              AND WRK-FUN-CPF-FUNCO GREATER ZEROS
              AND WRK-QDR-QTDE LESS 1000
              ADD 1 TO WRK-QDR-QTDE
              MOVE WRK-FUN-CPF-FUNCO  TO WRK-QDR-CPF (WRK-QDR-QTDE)
              MOVE WRK-FUN-COD-FUNCO  TO
                           WRK-QDR-COD-FUNCO (WRK-QDR-QTDE)
              MOVE WRK-FUN-NOM-FUNCO  TO
                           WRK-QDR-NOM-FUNCO (WRK-QDR-QTDE)
           END-IF

           PERFORM 3771-LER-FUNCIONARIO
           .
      *----------------------------------------------------------------*
       3772-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CARREGA AS CHAVES DOS EMPRESTIMOS CUJO DEVEDOR (INSTRUCAO   *
      *    DE DEBITO, OPCIONAL) ESTA NO QUADRO DE FUNCIONARIOS         *
      *----------------------------------------------------------------*
       3775-CARREGAR-INSTRUCOES SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-QDR-QTDE EQUAL ZEROS
              GO TO 3775-99-FIM
           END-IF

           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQDEB01        TO TRUE

           OPEN INPUT ARQDEB01

           IF WRK-FS-DEB01-OK
              PERFORM 3776-LER-INSTRUCAO
              PERFORM 3777-ACUMULAR-INSTRUCAO
                 UNTIL WRK-FS-DEB01-FIM
              CLOSE ARQDEB01
              DISPLAY '* EMPRESTIMOS DE FUNCIONARIOS    : '
                      WRK-EFU-QTDE
           END-IF
           .
      *----------------------------------------------------------------*
       3775-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3776-LER-INSTRUCAO SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQDEB01 INTO ARQDEB01-REGISTRO

           IF WRK-FS-DEB01-OK OR WRK-FS-DEB01-FIM
              CONTINUE
           ELSE
              MOVE WRK-FS-ARQDEB01     TO WRK-FS-DISPLAY
              SET  WRK-CN-READ         TO TRUE
              SET  WRK-CN-ARQDEB01     TO TRUE
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3776-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3777-ACUMULAR-INSTRUCAO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-QDR-IDX-ACHADO

           PERFORM 3778-PROCURAR-FUNCIONARIO
              VARYING WRK-QDR-IDX FROM 1 BY 1
              UNTIL WRK-QDR-IDX GREATER WRK-QDR-QTDE
                 OR WRK-QDR-IDX-ACHADO GREATER ZEROS

           IF WRK-QDR-IDX-ACHADO GREATER ZEROS
              AND WRK-EFU-QTDE LESS 500
              ADD 1 TO WRK-EFU-QTDE
              MOVE ARQDEB01-CHAVE     TO WRK-EFU-CHAVE (WRK-EFU-QTDE)
              MOVE WRK-QDR-IDX-ACHADO TO
                           WRK-EFU-QDR-IDX (WRK-EFU-QTDE)
           END-IF

           PERFORM 3776-LER-INSTRUCAO
           .
      *----------------------------------------------------------------*
       3777-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3778-PROCURAR-FUNCIONARIO SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-QDR-CPF (WRK-QDR-IDX) EQUAL ARQDEB01-CPF-DEVEDOR
              MOVE WRK-QDR-IDX        TO WRK-QDR-IDX-ACHADO
           END-IF
           .
      *----------------------------------------------------------------*
       3778-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CARREGA OS EMPRESTIMOS EM MORATORIA EMERGENCIAL (RELACAO    *
      *    DO EXER0323, OPCIONAL) COM O PERIODO DE SUSPENSAO           *
      *----------------------------------------------------------------*
       3780-CARREGAR-MORATORIAS SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQDIF01        TO TRUE

           OPEN INPUT ARQDIF01

           IF WRK-FS-DIF01-OK
              PERFORM 3781-LER-DIFERIMENTO
              PERFORM 3782-ACUMULAR-DIFERIMENTO
                 UNTIL WRK-FS-DIF01-FIM
              CLOSE ARQDIF01
              DISPLAY '* EMPRESTIMOS EM MORATORIA       : '
                      WRK-MOR-QTDE
           ELSE
              DISPLAY '* RELACAO DE MORATORIAS AUSENTE - SEM SUSPENSAO'
           END-IF
           .
      *----------------------------------------------------------------*
       3780-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3781-LER-DIFERIMENTO SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQDIF01 INTO ARQDIF01-REGISTRO

           IF WRK-FS-DIF01-OK OR WRK-FS-DIF01-FIM
              CONTINUE
           ELSE
              MOVE WRK-FS-ARQDIF01     TO WRK-FS-DISPLAY
              SET  WRK-CN-READ         TO TRUE
              SET  WRK-CN-ARQDIF01     TO TRUE
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3781-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    SO INTERESSAM AS MORATORIAS AINDA NAO ENCERRADAS NA DATA    *
      *    CORRENTE                                                    *
      *----------------------------------------------------------------*
       3782-ACUMULAR-DIFERIMENTO SECTION.
      *----------------------------------------------------------------*
      *
           IF ARQDIF01-DAT-FIM NOT LESS WRK-DATA-CORRENTE
              AND WRK-MOR-QTDE LESS 1000
              ADD 1 TO WRK-MOR-QTDE
              MOVE ARQDIF01-CHAVE     TO WRK-MOR-CHAVE (WRK-MOR-QTDE)
              MOVE ARQDIF01-DAT-INICIO
                                 TO WRK-MOR-DAT-INICIO (WRK-MOR-QTDE)
              MOVE ARQDIF01-DAT-FIM
                                 TO WRK-MOR-DAT-FIM (WRK-MOR-QTDE)
           END-IF

           PERFORM 3781-LER-DIFERIMENTO
           .
      *----------------------------------------------------------------*
       3782-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CARREGA OS EMPRESTIMOS DE DEVEDORES FALECIDOS (RELACAO DE   *
      *    ESPOLIOS DO EXER0621, OPCIONAL)                             *
      *----------------------------------------------------------------*
       3785-CARREGAR-ESPOLIOS SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQESP01        TO TRUE

           OPEN INPUT ARQESP01

           IF WRK-FS-ESP01-INEXISTENTE
              IF WRK-FS-ARQESP01 EQUAL '05'
                 CLOSE ARQESP01
              END-IF
              DISPLAY '* RELACAO DE ESPOLIOS AUSENTE - SEM SUSPENSAO'
              GO TO 3785-99-FIM
           END-IF

           IF NOT WRK-FS-ESP01-OK
              MOVE WRK-FS-ARQESP01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 3786-LER-ESPOLIO
           PERFORM 3787-ACUMULAR-ESPOLIO
              UNTIL WRK-FS-ESP01-FIM
           CLOSE ARQESP01
           DISPLAY '* EMPRESTIMOS DE ESPOLIOS        : '
                   WRK-ESP-QTDE
           .
      *----------------------------------------------------------------*
       3785-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3786-LER-ESPOLIO SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQESP01 INTO ARQESP01-REGISTRO

           IF WRK-FS-ESP01-OK OR WRK-FS-ESP01-FIM
              CONTINUE
           ELSE
              MOVE WRK-FS-ARQESP01     TO WRK-FS-DISPLAY
              SET  WRK-CN-READ         TO TRUE
              SET  WRK-CN-ARQESP01     TO TRUE
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3786-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    SO INTERESSAM OS REGISTROS DE EMPRESTIMO DA RELACAO         *
      *----------------------------------------------------------------*
       3787-ACUMULAR-ESPOLIO SECTION.
      *----------------------------------------------------------------*
      *
           IF ARQESP01-REG-EMPRESTIMO
              IF WRK-ESP-QTDE LESS 1000
                 ADD 1 TO WRK-ESP-QTDE
                 MOVE ARQESP01-CHAVE  TO WRK-ESP-CHAVE (WRK-ESP-QTDE)
              ELSE
                 DISPLAY '* TABELA DE ESPOLIOS ESGOTADA (1000)'
                 MOVE 12               TO RETURN-CODE
                 PERFORM 9900-FIM-PROGRAMA
              END-IF
           END-IF

           PERFORM 3786-LER-ESPOLIO
           .
      *----------------------------------------------------------------*
       3787-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    VERIFICA SE O EMPRESTIMO DO RAZAO ESTA EM MORATORIA NA      *
      *    DATA CORRENTE                                               *
      *----------------------------------------------------------------*
       3790-VERIFICAR-MORATORIA SECTION.
      *----------------------------------------------------------------*
      *
           SET WRK-FORA-MORATORIA      TO TRUE

           PERFORM 3791-PROCURAR-MORATORIA
              VARYING WRK-MOR-IDX FROM 1 BY 1
              UNTIL WRK-MOR-IDX GREATER WRK-MOR-QTDE
                 OR WRK-EM-MORATORIA
           .
      *----------------------------------------------------------------*
       3790-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3791-PROCURAR-MORATORIA SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-MOR-CHAVE (WRK-MOR-IDX) EQUAL ARQLED01-REGISTRO (1:9)
              AND WRK-MOR-DAT-INICIO (WRK-MOR-IDX) NOT GREATER
                  WRK-DATA-CORRENTE
              AND WRK-MOR-DAT-FIM (WRK-MOR-IDX) NOT LESS
                  WRK-DATA-CORRENTE
              SET WRK-EM-MORATORIA     TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
       3791-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    VERIFICA SE O EMPRESTIMO DO RAZAO E DE DEVEDOR FALECIDO     *
      *----------------------------------------------------------------*
       3795-VERIFICAR-ESPOLIO SECTION.
      *----------------------------------------------------------------*
      *
           SET WRK-FORA-ESPOLIO        TO TRUE

           PERFORM 3796-PROCURAR-ESPOLIO
              VARYING WRK-ESP-IDX FROM 1 BY 1
              UNTIL WRK-ESP-IDX GREATER WRK-ESP-QTDE
                 OR WRK-EM-ESPOLIO
           .
      *----------------------------------------------------------------*
       3795-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3796-PROCURAR-ESPOLIO SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-ESP-CHAVE (WRK-ESP-IDX) EQUAL ARQLED01-REGISTRO (1:9)
              SET WRK-EM-ESPOLIO       TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
       3796-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE LEITURA DO RAZAO DE EMPRESTIMOS                   *
      *----------------------------------------------------------------*
       3800-LER-LEDGER SECTION.
       3900-GRAVAR-CARTA SECTION.
      *----------------------------------------------------------------*
      *
      *    EMPRESTIMO DE FUNCIONARIO NAO RECEBE CARTA NEM E-MAIL: O
      *    ESTAGIO E ENCAMINHADO AO RH
           PERFORM 3920-LOCALIZAR-EMP-FUNCO

           IF WRK-EFU-IDX-ACHADO GREATER ZEROS
              PERFORM 3925-ENCAMINHAR-RH
              GO TO 3900-99-FIM
           END-IF

           PERFORM 3908-LER-CADASTRO-EMP

           SET WRK-SEM-BOUNCE           TO TRUE
       3905-TRATAR-BOUNCE SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 3920-LOCALIZAR-EMP-FUNCO

           IF WRK-EFU-IDX-ACHADO GREATER ZEROS
              GO TO 3905-99-FIM
           END-IF

           PERFORM 3908-LER-CADASTRO-EMP

           SET WRK-SEM-BOUNCE           TO TRUE

           IF WRK-FS-EML01-OK
              ADD 1 TO ACU-CONTATOS-EMAIL
              ADD ARQEML01-VAL-SALDO    TO ACU-HASH-ARQEML01
              SET WRK-CANAL-EMAIL-ATUAL TO TRUE
           ELSE
              MOVE WRK-FS-ARQEML01      TO WRK-FS-DISPLAY
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GERA O AVISO UNICO DO EMPRESTIMO DE DEVEDOR FALECIDO,       *
      *    DIRIGIDO AO ESPOLIO (INVENTARIANTE DA RELACAO DO EXER0621)  *
      *----------------------------------------------------------------*
       3912-NOTIFICAR-ESPOLIO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ARQLED01-COD-AGENCIA    TO ARQCRT01-COD-AGENCIA
           MOVE ARQLED01-NUM-CONTA      TO ARQCRT01-NUM-CONTA
           MOVE ARQLED01-NUM-EMPRESTIMO TO ARQCRT01-NUM-EMPRESTIMO
           MOVE WRK-ESTAGIO-ATUAL       TO ARQCRT01-ESTAGIO
           MOVE WRK-DATA-CORRENTE       TO ARQCRT01-DAT-GERACAO
           MOVE ARQLED01-VAL-SALDO      TO ARQCRT01-VAL-SALDO
           SET  ARQCRT01-DEST-ESPOLIO   TO TRUE

           SET  WRK-CN-WRITE            TO TRUE
           SET  WRK-CN-ARQCRT01         TO TRUE

           WRITE FD-ARQCRT01 FROM ARQCRT01-REGISTRO

           IF WRK-FS-CRT01-OK
              ADD 1 TO ACU-CARTAS
              ADD 1 TO ACU-CARTAS-ESPOLIO
              SET WRK-CANAL-ESPOLIO-ATUAL TO TRUE
           ELSE
              MOVE WRK-FS-ARQCRT01      TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3912-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    PROCURA O EMPRESTIMO DO RAZAO NA TABELA DE EMPRESTIMOS DE   *
      *    FUNCIONARIOS (WRK-EFU-IDX-ACHADO ZEROS = NAO E FUNCIONARIO) *
      *----------------------------------------------------------------*
       3920-LOCALIZAR-EMP-FUNCO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-EFU-IDX-ACHADO

           PERFORM 3921-PROCURAR-EMP-FUNCO
              VARYING WRK-EFU-IDX FROM 1 BY 1
              UNTIL WRK-EFU-IDX GREATER WRK-EFU-QTDE
                 OR WRK-EFU-IDX-ACHADO GREATER ZEROS
           .
      *----------------------------------------------------------------*
       3920-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3921-PROCURAR-EMP-FUNCO SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-EFU-CHAVE (WRK-EFU-IDX) EQUAL ARQLED01-REGISTRO (1:9)
              MOVE WRK-EFU-IDX        TO WRK-EFU-IDX-ACHADO
           END-IF
           .
      *----------------------------------------------------------------*
       3921-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GRAVA O ENCAMINHAMENTO AO RH DO ESTAGIO ATINGIDO PELO       *
      *    EMPRESTIMO DO FUNCIONARIO                                   *
      *----------------------------------------------------------------*
       3925-ENCAMINHAR-RH SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-EFU-QDR-IDX (WRK-EFU-IDX-ACHADO)
                                        TO WRK-QDR-IDX

           MOVE ARQLED01-COD-AGENCIA    TO ARQRHU01-COD-AGENCIA
           MOVE ARQLED01-NUM-CONTA      TO ARQRHU01-NUM-CONTA
           MOVE ARQLED01-NUM-EMPRESTIMO TO ARQRHU01-NUM-EMPRESTIMO
           MOVE WRK-QDR-COD-FUNCO (WRK-QDR-IDX)
                                        TO ARQRHU01-COD-FUNCO
           MOVE WRK-QDR-CPF (WRK-QDR-IDX)
                                        TO ARQRHU01-CPF-FUNCO
           MOVE WRK-QDR-NOM-FUNCO (WRK-QDR-IDX)
                                        TO ARQRHU01-NOM-FUNCO
           MOVE WRK-ESTAGIO-ATUAL       TO ARQRHU01-ESTAGIO
           MOVE WRK-DATA-CORRENTE       TO ARQRHU01-DAT-GERACAO
           MOVE ARQLED01-VAL-SALDO      TO ARQRHU01-VAL-SALDO
           MOVE ARQLED01-DAT-LIMITE     TO ARQRHU01-DAT-LIMITE

           SET  WRK-CN-WRITE            TO TRUE
           SET  WRK-CN-ARQRHU01         TO TRUE

           WRITE FD-ARQRHU01 FROM ARQRHU01-REGISTRO

           IF WRK-FS-RHU01-OK
              ADD 1 TO ACU-ENCAMINHADOS-RH
           ELSE
              MOVE WRK-FS-ARQRHU01      TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3925-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE GRAVACAO DO NOVO ESTADO DE COBRANCA               *
      *----------------------------------------------------------------*
       3950-GRAVAR-ESTADO SECTION.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    REGISTRA O ARQUIVO DE E-MAILS DE COBRANCA NO REGISTRO DE    *
      *    ARQUIVOS ENVIADOS (QTDE DE REGISTROS E SOMA DOS SALDOS),    *
      *    PARA A CONFERENCIA DA CONFIRMACAO DO PROVEDOR PELO EXER0618 *
      *----------------------------------------------------------------*
       3970-REGISTRAR-ENVIO SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE ARQTRM01-REGISTRO

           MOVE 'EML03306'             TO ARQTRM01-ID-ARQUIVO
           MOVE WRK-PROGRAMA           TO ARQTRM01-COD-PROGRAMA
           MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO ARQTRM01-DAT-GERACAO
           MOVE FUNCTION CURRENT-DATE(9:6)
                                       TO ARQTRM01-HOR-GERACAO
           MOVE ACU-CONTATOS-EMAIL     TO ARQTRM01-QTDE-REGS
           MOVE ACU-HASH-ARQEML01      TO ARQTRM01-VAL-HASH
           SET ARQTRM01-AGUARDANDO     TO TRUE

           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQTRM01        TO TRUE
           OPEN EXTEND ARQTRM01

           IF NOT WRK-FS-TRM01-OK
              MOVE WRK-FS-ARQTRM01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-WRITE           TO TRUE
           WRITE FD-ARQTRM01 FROM ARQTRM01-REGISTRO

           IF NOT WRK-FS-TRM01-OK
              MOVE WRK-FS-ARQTRM01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-CLOSE           TO TRUE
           CLOSE ARQTRM01
           .
      *----------------------------------------------------------------*
       3970-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE GRAVACAO DO LOG DE AUDITORIA DE EXECUCAO          *
      *----------------------------------------------------------------*
       3980-GRAVAR-AUDITORIA SECTION.
       4000-FINALIZAR SECTION.
      *----------------------------------------------------------------*

           PERFORM 3970-REGISTRAR-ENVIO

           PERFORM 3980-GRAVAR-AUDITORIA

           SET  WRK-CN-CLOSE           TO TRUE
                 ARQCOB02
                 ARQCRT01
                 ARQEML01
                 ARQRHU01
                 ARQAUD01

           MOVE ACU-LIDOS-LEDGER       TO WRK-MASK-QTDE
           DISPLAY '* CONTATOS POR CARTA         : ' WRK-MASK-QTDE '*'
           MOVE ACU-REEMISSOES-BOUNCE  TO WRK-MASK-QTDE
           DISPLAY '* REEMITIDOS APOS BOUNCE     : ' WRK-MASK-QTDE '*'
           MOVE ACU-ENCAMINHADOS-RH    TO WRK-MASK-QTDE
           DISPLAY '* ENCAMINHADOS AO RH (FUNC.) : ' WRK-MASK-QTDE '*'
           MOVE ACU-SUSPENSOS-MORATORIA TO WRK-MASK-QTDE
           DISPLAY '* SUSPENSOS POR MORATORIA    : ' WRK-MASK-QTDE '*'
           MOVE ACU-SUSPENSOS-ESPOLIO  TO WRK-MASK-QTDE
           DISPLAY '* SUSPENSOS POR ESPOLIO      : ' WRK-MASK-QTDE '*'
           MOVE ACU-CARTAS-ESPOLIO     TO WRK-MASK-QTDE
           DISPLAY '* AVISOS AO ESPOLIO          : ' WRK-MASK-QTDE '*'
           DISPLAY '*                                                *'
           DISPLAY '* PROMESSAS DE PAGAMENTO                         *'
           MOVE ACU-PROM-REGISTRADAS   TO WRK-MASK-QTDE
