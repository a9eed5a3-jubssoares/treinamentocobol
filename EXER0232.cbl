      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0232.
       AUTHOR.     JULIANA SOARES.
      *================================================================*
      *    PROGRAMA....: EXER0232                                      *
      *    PROGRAMADOR.: JULIANA SOARES                                *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   RODADA DIARIA DAS ORDENS PERMANENTES DE     *
      *                    TRANSFERENCIA (ORD02231, MANTIDAS PELO      *
      *                    EXER0231): PARA CADA ORDEM ATIVA COM A      *
      *                    PROXIMA TRANSFERENCIA VENCIDA (A DATA       *
      *                    PREVISTA E ROLADA PARA O DIA UTIL SEGUINTE  *
      *                    QUANDO CAI EM SABADO, DOMINGO OU FERIADO),  *
      *                    VERIFICA AS CONTAS NO CADASTRO (CTA02225) E *
      *                    O SALDO DISPONIVEL NA POSICAO DE DEPOSITOS  *
      *                    (SLD02105, DEDUZIDOS OS BLOQUEIOS JUDICIAIS *
      *                    DO BJU02227) E GERA O PAR DE TRANSFERENCIAS *
      *                    ENVIO/RECEBIMENTO (T/R) NO MOVIMENTO DE     *
      *                    DEPOSITOS (ENT02105) DENTRO DE ENVELOPE     *
      *                    HDR/TRL (HDT00105, VERSAO 4). SEM SALDO, A  *
      *                    ORDEM E RETENTADA NAS RODADAS SEGUINTES ATE *
      *                    O MAXIMO DE TENTATIVAS; ESGOTADAS AS        *
      *                    TENTATIVAS, OU COM CONTA INATIVA, A         *
      *                    OCORRENCIA E DADA COMO FALHA E A ORDEM      *
      *                    SEGUE PARA A PROXIMA DATA. A ORDEM E        *
      *                    ENCERRADA AO PASSAR DO FIM DA VIGENCIA.     *
      *                    NO MAXIMO UMA TRANSFERENCIA POR ORDEM EM    *
      *                    CADA RODADA.                                *
      *----------------------------------------------------------------*
      *    CARTAO (ARQPARM): COLS 1-8  DATA DE REFERENCIA (AAAAMMDD)   *
      *                      COLS 10-11 MAXIMO DE TENTATIVAS POR       *
      *                                 OCORRENCIA (BRANCOS/ZEROS = 3) *
      *                      COLS 13-16 SEQUENCIA DO ENVELOPE          *
      *                                 (BRANCOS/ZEROS = 1)            *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQORD01 (CADASTRO DE ORDENS - KSDS)      ORD02231        *
      *      ARQCTA01 (CADASTRO DE CONTAS - KSDS)      CTA02225        *
      *      ARQSLD01 (POSICOES DE DEPOSITO)           SLD02105        *
      *      ARQBJU01 (BLOQUEIOS JUDICIAIS - OPCIONAL) BJU02227        *
      *      ARQFER01 (CALENDARIO DE FERIADOS - OPC.)  FER03105        *
      *      ARQSAI01 (TRANSFERENCIAS GERADAS)         ENT02105        *
      *      ARQSAI02 (RELATORIO DA RODADA)            -               *
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
           SELECT ARQORD01 ASSIGN      TO UT-S-ARQORD01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS DYNAMIC
                      RECORD KEY       IS FD-ARQORD01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQORD01.

           SELECT ARQCTA01 ASSIGN      TO UT-S-ARQCTA01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS FD-ARQCTA01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQCTA01.

           SELECT ARQSLD01 ASSIGN      TO UT-S-ARQSLD01
                      FILE STATUS      IS WRK-FS-ARQSLD01.

           SELECT OPTIONAL ARQBJU01 ASSIGN TO UT-S-ARQBJU01
                      FILE STATUS      IS WRK-FS-ARQBJU01.

           SELECT OPTIONAL ARQFER01 ASSIGN TO UT-S-ARQFER01
                      FILE STATUS      IS WRK-FS-ARQFER01.

           SELECT ARQPARM ASSIGN       TO UT-S-ARQPARM
                      FILE STATUS      IS WRK-FS-ARQPARM.

           SELECT ARQSAI01 ASSIGN      TO UT-S-ARQSAI01
                      FILE STATUS      IS WRK-FS-ARQSAI01.

           SELECT ARQSAI02 ASSIGN      TO UT-S-ARQSAI02
                      FILE STATUS      IS WRK-FS-ARQSAI02.

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
      *   I-O:        CADASTRO DE ORDENS PERMANENTES DE TRANSFERENCIA *
      *               ORG. INDEXADA     -   LRECL = 120               *
      *---------------------------------------------------------------*

       FD  ARQORD01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQORD01.
           05 FD-ARQORD01-CHAVE       PIC X(17).
           05 FILLER                  PIC X(103).

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
      *   INPUT:      POSICOES DE DEPOSITO DA ULTIMA RODADA           *
      *               ORG. SEQUENCIAL   -   LRECL = 045               *
      *---------------------------------------------------------------*

       FD  ARQSLD01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQSLD01             PIC X(045).

      *---------------------------------------------------------------*
      *   INPUT:      BLOQUEIOS JUDICIAIS VIGENTES (OPCIONAL)         *
      *               ORG. SEQUENCIAL   -   LRECL = 089               *
      *---------------------------------------------------------------*

       FD  ARQBJU01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQBJU01             PIC X(089).

      *---------------------------------------------------------------*
      *   INPUT:      CALENDARIO DE FERIADOS (OPCIONAL)               *
      *               ORG. SEQUENCIAL   -   LRECL = 038               *
      *---------------------------------------------------------------*

       FD  ARQFER01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQFER01             PIC X(038).

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
      *   OUTPUT:     TRANSFERENCIAS GERADAS (MOVIMENTO DE DEPOSITOS) *
      *               ORG. SEQUENCIAL   -   LRECL = 049               *
      *---------------------------------------------------------------*

       FD  ARQSAI01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQSAI01             PIC X(049).

      *---------------------------------------------------------------*
      *   OUTPUT:     RELATORIO DA RODADA DAS ORDENS PERMANENTES      *
      *               ORG. SEQUENCIAL   -   LRECL = 132               *
      *---------------------------------------------------------------*

       FD  ARQSAI02
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQSAI02             PIC X(132).

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
             'EXER0232 - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC  X(008) VALUE 'EXER0232'.
       77 WRK-ERRO2000            PIC  X(008) VALUE 'ERRO2000'.
       77 WRK-MASK-QTDE           PIC  ZZZ.ZZ9.
       77 WRK-MASK-VALOR          PIC  Z.ZZZ.ZZZ.ZZ9,99.
       77 WRK-DAT-REFERENCIA      PIC  9(008) VALUE ZEROS.
       77 WRK-QTD-MAX-TENTATIVAS  PIC  9(002) VALUE 03.
       77 WRK-NUM-SEQ-ENVELOPE    PIC  9(004) VALUE 0001.
       77 WRK-VAL-TRANSFERIDO     PIC S9(13)V99 COMP-3 VALUE +0.
       77 WRK-TOT-VAL-TRANSFERIDO PIC S9(15)V99 COMP-3 VALUE +0.
       77 WRK-TOT-VAL-BLOQUEADO   PIC S9(15)V99 COMP-3 VALUE +0.
       77 WRK-IDX-ORIGEM          PIC  9(004) VALUE ZEROS.
      *
       01 WRK-SW-BLOQUEIOS        PIC  X(001) VALUE 'N'.
          88 WRK-BLOQUEIOS-PRESENTES          VALUE 'S'.
      *
       01 WRK-SW-CONTA            PIC  X(001) VALUE 'N'.
          88 WRK-CONTA-VALIDA                 VALUE 'S'.
          88 WRK-CONTA-INVALIDA               VALUE 'N'.
      *
       01 WRK-PARM-REGISTRO.
          05 WRK-PARM-DATA        PIC  9(008) VALUE ZEROS.
          05 FILLER               PIC  X(001) VALUE SPACES.
          05 WRK-PARM-TENTATIVAS  PIC  9(002) VALUE ZEROS.
          05 FILLER               PIC  X(001) VALUE SPACES.
          05 WRK-PARM-SEQ         PIC  9(004) VALUE ZEROS.
          05 FILLER               PIC  X(064) VALUE SPACES.
      *
       01 WRK-ACUMULADORES.
           03 ACU-LIDOS-ARQORD01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQSLD01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQBJU01     PIC 9(007) VALUE ZEROS.
           03 ACU-ORDENS-VENCIDAS    PIC 9(007) VALUE ZEROS.
           03 ACU-EFETIVADAS         PIC 9(007) VALUE ZEROS.
           03 ACU-RETENTATIVAS       PIC 9(007) VALUE ZEROS.
           03 ACU-FALHAS-SALDO       PIC 9(007) VALUE ZEROS.
           03 ACU-FALHAS-CONTA       PIC 9(007) VALUE ZEROS.
           03 ACU-ENCERRADAS         PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQSAI01     PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQSAI02     PIC 9(007) VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    TABELA DAS POSICOES DE DEPOSITO (SALDO DISPONIVEL VAI       *
      *    SENDO MOVIMENTADO PELAS TRANSFERENCIAS DA PROPRIA RODADA)   *
      *----------------------------------------------------------------*
       77 WRK-SLD-QTDE            PIC 9(004) VALUE ZEROS.
       77 WRK-SLD-IDX             PIC 9(004) VALUE ZEROS.
      *
       01 WRK-SLD-TABELA.
          05 WRK-SLD-LINHA        OCCURS 500 TIMES.
             10 WRK-SLD-CHAVE.
                15 WRK-SLD-CPF    PIC 9(011).
                15 WRK-SLD-CONTA  PIC 9(004).
                15 WRK-SLD-MOEDA  PIC X(003).
             10 WRK-SLD-DISPONIVEL PIC S9(15)V99 COMP-3.
      *
       01 WRK-CHAVE-PROCURADA.
          05 WRK-PRC-CPF          PIC 9(011) VALUE ZEROS.
          05 WRK-PRC-CONTA        PIC 9(004) VALUE ZEROS.
          05 WRK-PRC-MOEDA        PIC X(003) VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    TABELA DE FERIADOS                                          *
      *----------------------------------------------------------------*
       77 WRK-FER-QTDE            PIC 9(003) VALUE ZEROS.
       77 WRK-FER-IDX             PIC 9(003) VALUE ZEROS.
       01 WRK-FER-TABELA.
          05 WRK-FER-DATA         OCCURS 200 TIMES PIC 9(008).
      *
      *----------------------------------------------------------------*
      *    CALCULO DAS DATAS DE TRANSFERENCIA DA ORDEM                 *
      *----------------------------------------------------------------*
       77 WRK-DAT-EFETIVA         PIC  9(008) VALUE ZEROS.
       77 WRK-INT-EFETIVA         PIC S9(009) COMP VALUE +0.
       77 WRK-INT-DATA            PIC S9(009) COMP VALUE +0.
       77 WRK-QTD-MESES           PIC  9(002) VALUE ZEROS.
       77 WRK-DIA-SEMANA          PIC  9(001) VALUE ZEROS.
      *
       01 WRK-SW-DIA-UTIL         PIC  X(001) VALUE 'S'.
          88 WRK-DIA-UTIL                     VALUE 'S'.
          88 WRK-DIA-NAO-UTIL                 VALUE 'N'.
      *
       01 WRK-CRI-DATA.
          05 WRK-CRI-ANO          PIC 9(004) VALUE ZEROS.
          05 WRK-CRI-MES          PIC 9(002) VALUE ZEROS.
          05 WRK-CRI-DIA          PIC 9(002) VALUE ZEROS.
       01 WRK-CRI-DATA-R          REDEFINES WRK-CRI-DATA
                                  PIC 9(008).
      *
       77 WRK-CRI-DIAS-MES        PIC 9(002) VALUE ZEROS.
       77 WRK-CRI-RESTO           PIC 9(004) VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    AREA DO RELATORIO                                           *
      *----------------------------------------------------------------*
       01 WRK-CAB1-RELATORIO.
          05 FILLER               PIC X(051) VALUE
             'TRANSFERENCIAS PROGRAMADAS (ORDENS PERMANENTES) EM '.
          05 WRK-CAB1-DATA        PIC 9(008).
          05 FILLER               PIC X(020) VALUE
             '  MAX. TENTATIVAS:  '.
          05 WRK-CAB1-TENTATIVAS  PIC Z9.
          05 FILLER               PIC X(051) VALUE SPACES.

       01 WRK-DET-ORDEM.
          05 FILLER               PIC X(006) VALUE 'ORDEM '.
          05 WRK-DET-CPF          PIC 9(011).
          05 FILLER               PIC X(001) VALUE '/'.
          05 WRK-DET-NUM-ORDEM    PIC 9(006).
          05 FILLER               PIC X(005) VALUE ' CTA '.
          05 WRK-DET-CONTA        PIC 9(004).
          05 FILLER               PIC X(004) VALUE ' P/ '.
          05 WRK-DET-CPF-DESTINO  PIC 9(011).
          05 FILLER               PIC X(001) VALUE '/'.
          05 WRK-DET-CONTA-DESTINO PIC 9(004).
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DET-MOEDA        PIC X(003).
          05 FILLER               PIC X(007) VALUE '  DATA '.
          05 WRK-DET-DATA         PIC 9(008).
          05 FILLER               PIC X(008) VALUE '  VALOR '.
          05 WRK-DET-VALOR        PIC Z.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(007) VALUE '  TENT '.
          05 WRK-DET-TENTATIVAS   PIC Z9.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DET-SITUACAO     PIC X(020).
          05 FILLER               PIC X(005) VALUE SPACES.

       01 WRK-ROD-RELATORIO.
          05 FILLER               PIC X(033) VALUE
             'TOTAL TRANSFERIDO NA RODADA...:  '.
          05 WRK-ROD-VALOR        PIC Z.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(083) VALUE SPACES.

       01 WRK-LINHA-IMPRESSAO     PIC X(132) VALUE SPACES.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA PARA TRATAMENTO DE FILE-STATUS'.
      *----------------------------------------------------------------*
      *
       01 WRK-AREA-FS.
          05 WRK-FS-ARQORD01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-ORD01-OK               VALUE '00'.
             88 WRK-FS-ORD01-FIM              VALUE '10'.
             88 WRK-FS-ORD01-NAO-ENCONTRADO   VALUE '23'.
          05 WRK-FS-ARQCTA01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-CTA01-OK               VALUE '00'.
             88 WRK-FS-CTA01-NAO-ENCONTRADO   VALUE '23'.
          05 WRK-FS-ARQSLD01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SLD01-OK               VALUE '00'.
             88 WRK-FS-SLD01-FIM              VALUE '10'.
          05 WRK-FS-ARQBJU01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-BJU01-OK               VALUE '00'.
             88 WRK-FS-BJU01-FIM              VALUE '10'.
          05 WRK-FS-ARQFER01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-FER01-OK               VALUE '00'.
             88 WRK-FS-FER01-FIM              VALUE '10'.
          05 WRK-FS-ARQPARM       PIC  X(002) VALUE SPACES.
             88 WRK-FS-PARM-OK                VALUE '00'.
          05 WRK-FS-ARQSAI01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SAI01-OK               VALUE '00'.
          05 WRK-FS-ARQSAI02      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SAI02-OK               VALUE '00'.
          05 WRK-FS-ARQAUD01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-AUD01-OK               VALUE '00'.
          05 WRK-FS-DISPLAY       PIC  X(002) VALUE SPACES.

       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQORD01      VALUE 'ARQORD01'.
          88 WRK-CN-ARQCTA01      VALUE 'ARQCTA01'.
          88 WRK-CN-ARQSLD01      VALUE 'ARQSLD01'.
          88 WRK-CN-ARQBJU01      VALUE 'ARQBJU01'.
          88 WRK-CN-ARQFER01      VALUE 'ARQFER01'.
          88 WRK-CN-ARQPARM       VALUE 'ARQPARM '.
          88 WRK-CN-ARQSAI01      VALUE 'ARQSAI01'.
          88 WRK-CN-ARQSAI02      VALUE 'ARQSAI02'.
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
           COPY ORD02231.
           COPY CTA02225.
           COPY SLD02105.
           COPY BJU02227.
           COPY FER03105.
           COPY ENT02105.
           COPY HDT00105.
           COPY AUD00105.
           COPY 'I#ERRO01'.

      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0232 - FIM DA AREA DE WORKING'.
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

           PERFORM 2100-CARREGAR-POSICOES
              UNTIL WRK-FS-SLD01-FIM

           IF WRK-BLOQUEIOS-PRESENTES
              PERFORM 3830-LER-BLOQUEIO
              PERFORM 2200-DEDUZIR-BLOQUEIOS
                 UNTIL WRK-FS-BJU01-FIM
           END-IF

           PERFORM 3000-PROCESSAR-ORDENS

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

           IF WRK-PARM-TENTATIVAS NUMERIC
              AND WRK-PARM-TENTATIVAS GREATER ZEROS
              MOVE WRK-PARM-TENTATIVAS TO WRK-QTD-MAX-TENTATIVAS
           END-IF

           IF WRK-PARM-SEQ NUMERIC
              AND WRK-PARM-SEQ GREATER ZEROS
              MOVE WRK-PARM-SEQ        TO WRK-NUM-SEQ-ENVELOPE
           END-IF

           PERFORM 1100-CARREGAR-FERIADOS

           SET  WRK-CN-OPEN            TO TRUE

           SET  WRK-CN-ARQORD01        TO TRUE
           OPEN I-O ARQORD01

           IF NOT WRK-FS-ORD01-OK
              MOVE WRK-FS-ARQORD01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQCTA01        TO TRUE
           OPEN INPUT ARQCTA01

           IF NOT WRK-FS-CTA01-OK
              MOVE WRK-FS-ARQCTA01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQSLD01        TO TRUE
           OPEN INPUT ARQSLD01

           IF NOT WRK-FS-SLD01-OK
              MOVE WRK-FS-ARQSLD01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQBJU01        TO TRUE
           OPEN INPUT ARQBJU01

           IF WRK-FS-BJU01-OK
              SET WRK-BLOQUEIOS-PRESENTES TO TRUE
           ELSE
              DISPLAY '* BLOQUEIOS JUDICIAIS AUSENTES - NAO DEDUZIDOS'
           END-IF

           SET  WRK-CN-ARQSAI01        TO TRUE
           OPEN OUTPUT ARQSAI01

           IF NOT WRK-FS-SAI01-OK
              MOVE WRK-FS-ARQSAI01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQSAI02        TO TRUE
           OPEN OUTPUT ARQSAI02

           IF NOT WRK-FS-SAI02-OK
              MOVE WRK-FS-ARQSAI02     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQAUD01        TO TRUE
           OPEN EXTEND ARQAUD01

           IF NOT WRK-FS-AUD01-OK
              MOVE WRK-FS-ARQAUD01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 3700-GRAVAR-HEADER

           MOVE WRK-DAT-REFERENCIA     TO WRK-CAB1-DATA
           MOVE WRK-QTD-MAX-TENTATIVAS TO WRK-CAB1-TENTATIVAS
           MOVE WRK-CAB1-RELATORIO     TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           PERFORM 3820-LER-POSICAO
           .
      *----------------------------------------------------------------*
       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1100-CARREGAR-FERIADOS SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQFER01        TO TRUE

           OPEN INPUT ARQFER01

           IF WRK-FS-FER01-OK
              PERFORM 1110-LER-FERIADO
              PERFORM 1120-ACUMULAR-FERIADO UNTIL WRK-FS-FER01-FIM
              CLOSE ARQFER01
              DISPLAY '* FERIADOS CARREGADOS: ' WRK-FER-QTDE
           END-IF
           .
      *----------------------------------------------------------------*
       1100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1110-LER-FERIADO SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQFER01 INTO ARQFER01-REGISTRO

           IF WRK-FS-FER01-OK OR WRK-FS-FER01-FIM
              CONTINUE
           ELSE
              MOVE WRK-FS-ARQFER01 TO WRK-FS-DISPLAY
              SET WRK-CN-READ      TO TRUE
              SET WRK-CN-ARQFER01  TO TRUE
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       1110-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1120-ACUMULAR-FERIADO SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-FER-QTDE LESS 200
              ADD 1 TO WRK-FER-QTDE
              MOVE ARQFER01-DAT-FERIADO TO WRK-FER-DATA (WRK-FER-QTDE)
           END-IF

           PERFORM 1110-LER-FERIADO
           .
      *----------------------------------------------------------------*
       1120-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    VERIFICA SE O DIA E UTIL (SABADO/DOMINGO/FERIADO NAO E)     *
      *----------------------------------------------------------------*
       1210-VERIFICAR-DIA-UTIL SECTION.
      *----------------------------------------------------------------*
      *
           SET WRK-DIA-UTIL            TO TRUE

           COMPUTE WRK-DIA-SEMANA = FUNCTION MOD (WRK-INT-EFETIVA, 7)

      *    MOD 7 SOBRE O INTEIRO DE DATA: 6 = SABADO, 0 = DOMINGO
           IF WRK-DIA-SEMANA EQUAL 6 OR WRK-DIA-SEMANA EQUAL 0
              SET WRK-DIA-NAO-UTIL     TO TRUE
           END-IF

           COMPUTE WRK-DAT-EFETIVA =
                   FUNCTION DATE-OF-INTEGER (WRK-INT-EFETIVA)

           PERFORM 1220-PROCURAR-FERIADO
              VARYING WRK-FER-IDX FROM 1 BY 1
              UNTIL WRK-FER-IDX GREATER WRK-FER-QTDE
                 OR WRK-DIA-NAO-UTIL
           .
      *----------------------------------------------------------------*
       1210-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1220-PROCURAR-FERIADO SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-FER-DATA (WRK-FER-IDX) EQUAL WRK-DAT-EFETIVA
              SET WRK-DIA-NAO-UTIL     TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
       1220-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1230-AVANCAR-DIA SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-INT-EFETIVA

           PERFORM 1210-VERIFICAR-DIA-UTIL
           .
      *----------------------------------------------------------------*
       1230-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2100-CARREGAR-POSICOES SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-SLD-QTDE LESS 500
              ADD 1 TO WRK-SLD-QTDE
              MOVE ARQSLD01-CPF      TO WRK-SLD-CPF (WRK-SLD-QTDE)
              MOVE ARQSLD01-NUM-CONTA TO WRK-SLD-CONTA (WRK-SLD-QTDE)
              MOVE ARQSLD01-COD-MOEDA TO WRK-SLD-MOEDA (WRK-SLD-QTDE)
              MOVE ARQSLD01-VAL-FECHAMENTO
                 TO WRK-SLD-DISPONIVEL (WRK-SLD-QTDE)
           ELSE
              DISPLAY '* TABELA DE POSICOES ESGOTADA (500)'
              MOVE 12                  TO RETURN-CODE
              PERFORM 9900-FIM-PROGRAMA
           END-IF

           PERFORM 3820-LER-POSICAO
           .
      *----------------------------------------------------------------*
       2100-99-FIM.
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

           PERFORM 3150-PROCURAR-POSICAO

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
      *    A CONTA (WRK-CHAVE-PROCURADA) DEVE ESTAR CADASTRADA E       *
      *    ABERTA                                                      *
      *----------------------------------------------------------------*
       2500-VALIDAR-CONTA SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CONTA-INVALIDA     TO TRUE

           MOVE WRK-CHAVE-PROCURADA    TO FD-ARQCTA01-CHAVE

           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQCTA01        TO TRUE

           READ ARQCTA01 INTO ARQCTA01-REGISTRO

           IF WRK-FS-CTA01-OK
              IF ARQCTA01-CONTA-ABERTA
                 SET WRK-CONTA-VALIDA  TO TRUE
              END-IF
           ELSE
              IF NOT WRK-FS-CTA01-NAO-ENCONTRADO
                 MOVE WRK-FS-ARQCTA01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       2500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    PERCORRE O CADASTRO DE ORDENS E TRATA AS ORDENS ATIVAS      *
      *----------------------------------------------------------------*
       3000-PROCESSAR-ORDENS SECTION.
      *----------------------------------------------------------------*
      *
           MOVE LOW-VALUES             TO FD-ARQORD01-CHAVE

           SET  WRK-CN-START           TO TRUE
           SET  WRK-CN-ARQORD01        TO TRUE

           START ARQORD01 KEY NOT LESS FD-ARQORD01-CHAVE

           EVALUATE TRUE
              WHEN WRK-FS-ORD01-OK
                 PERFORM 3810-LER-PROXIMA-ORDEM
                 PERFORM 3100-TRATAR-ORDEM
                    UNTIL WRK-FS-ORD01-FIM
              WHEN WRK-FS-ORD01-NAO-ENCONTRADO
                 CONTINUE
              WHEN OTHER
                 MOVE WRK-FS-ARQORD01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       3000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ORDEM ATIVA: ENCERRA A QUE PASSOU DO FIM DA VIGENCIA; SE A  *
      *    PROXIMA TRANSFERENCIA (ROLADA PARA DIA UTIL) JA VENCEU,     *
      *    TENTA A TRANSFERENCIA                                       *
      *----------------------------------------------------------------*
       3100-TRATAR-ORDEM SECTION.
      *----------------------------------------------------------------*
      *
           IF NOT ARQORD01-ORDEM-ATIVA
              PERFORM 3810-LER-PROXIMA-ORDEM
              GO TO 3100-99-FIM
           END-IF

           MOVE ZEROS                  TO WRK-VAL-TRANSFERIDO

           IF ARQORD01-DAT-PROX-EXEC GREATER ARQORD01-DAT-FIM
              SET  ARQORD01-ORDEM-ENCERRADA TO TRUE
              MOVE WRK-DAT-REFERENCIA  TO ARQORD01-DAT-CANCELAMENTO
              ADD 1 TO ACU-ENCERRADAS
              MOVE 'ORDEM ENCERRADA'   TO WRK-DET-SITUACAO
              PERFORM 3400-ATUALIZAR-ORDEM
              PERFORM 3810-LER-PROXIMA-ORDEM
              GO TO 3100-99-FIM
           END-IF

           COMPUTE WRK-INT-EFETIVA =
                   FUNCTION INTEGER-OF-DATE (ARQORD01-DAT-PROX-EXEC)

           PERFORM 1210-VERIFICAR-DIA-UTIL

           PERFORM 1230-AVANCAR-DIA
              UNTIL WRK-DIA-UTIL

           IF WRK-DAT-EFETIVA NOT GREATER WRK-DAT-REFERENCIA
              ADD 1 TO ACU-ORDENS-VENCIDAS
              PERFORM 3200-TENTAR-TRANSFERENCIA
              PERFORM 3400-ATUALIZAR-ORDEM
           END-IF

           PERFORM 3810-LER-PROXIMA-ORDEM
           .
      *----------------------------------------------------------------*
       3100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3150-PROCURAR-POSICAO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 1 TO WRK-SLD-IDX

           PERFORM 3160-PROXIMA-POSICAO
              UNTIL WRK-SLD-IDX GREATER WRK-SLD-QTDE
                 OR WRK-SLD-CHAVE (WRK-SLD-IDX) EQUAL
                    WRK-CHAVE-PROCURADA
           .
      *----------------------------------------------------------------*
       3150-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3160-PROXIMA-POSICAO SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-SLD-IDX
           .
      *----------------------------------------------------------------*
       3160-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    TENTA A TRANSFERENCIA DA OCORRENCIA VENCIDA: CONTA INATIVA  *
      *    E FALHA IMEDIATA; SEM SALDO, RETENTA ATE O MAXIMO DE        *
      *    TENTATIVAS                                                  *
      *----------------------------------------------------------------*
       3200-TENTAR-TRANSFERENCIA SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ARQORD01-CPF-DESTINO   TO WRK-PRC-CPF
           MOVE ARQORD01-NUM-CONTA-DESTINO
                                       TO WRK-PRC-CONTA
           MOVE ARQORD01-COD-MOEDA     TO WRK-PRC-MOEDA
           PERFORM 2500-VALIDAR-CONTA

           IF WRK-CONTA-VALIDA
              MOVE ARQORD01-CPF        TO WRK-PRC-CPF
              MOVE ARQORD01-NUM-CONTA  TO WRK-PRC-CONTA
              PERFORM 2500-VALIDAR-CONTA
           END-IF

           IF WRK-CONTA-INVALIDA
              ADD 1 TO ACU-FALHAS-CONTA
              MOVE 'FALHA CONTA INATIVA' TO WRK-DET-SITUACAO
              PERFORM 3300-AVANCAR-ORDEM
              GO TO 3200-99-FIM
           END-IF

           PERFORM 3150-PROCURAR-POSICAO

           IF WRK-SLD-IDX GREATER WRK-SLD-QTDE
              OR WRK-SLD-DISPONIVEL (WRK-SLD-IDX) LESS
                 ARQORD01-VAL-ORDEM
              ADD 1                    TO ARQORD01-QTD-TENTATIVAS
              IF ARQORD01-QTD-TENTATIVAS LESS WRK-QTD-MAX-TENTATIVAS
                 ADD 1 TO ACU-RETENTATIVAS
                 MOVE 'RETENTATIVA'    TO WRK-DET-SITUACAO
              ELSE
                 ADD 1 TO ACU-FALHAS-SALDO
                 MOVE 'FALHA SALDO INSUF.' TO WRK-DET-SITUACAO
                 PERFORM 3300-AVANCAR-ORDEM
              END-IF
              GO TO 3200-99-FIM
           END-IF

           MOVE WRK-SLD-IDX            TO WRK-IDX-ORIGEM
           MOVE ARQORD01-VAL-ORDEM     TO WRK-VAL-TRANSFERIDO

           SUBTRACT WRK-VAL-TRANSFERIDO
              FROM WRK-SLD-DISPONIVEL (WRK-IDX-ORIGEM)

           MOVE ARQORD01-CPF-DESTINO   TO WRK-PRC-CPF
           MOVE ARQORD01-NUM-CONTA-DESTINO
                                       TO WRK-PRC-CONTA
           PERFORM 3150-PROCURAR-POSICAO

           IF WRK-SLD-IDX NOT GREATER WRK-SLD-QTDE
              ADD WRK-VAL-TRANSFERIDO
                 TO WRK-SLD-DISPONIVEL (WRK-SLD-IDX)
           END-IF

           ADD WRK-VAL-TRANSFERIDO     TO WRK-TOT-VAL-TRANSFERIDO

      *    PERNA DE ENVIO NA CONTA DE ORIGEM
           INITIALIZE ARQENT01-REGISTRO
           MOVE ARQORD01-CPF              TO ARQENT01-CPF
           PERFORM 3250-DATAR-TRANSFERENCIA
           MOVE 'T'                       TO ARQENT01-TIP-TRANS
           MOVE ARQORD01-NUM-CONTA        TO ARQENT01-NUM-CONTA
           MOVE ARQORD01-CPF-DESTINO      TO ARQENT01-CPF-CONTRAPARTE
           PERFORM 3260-GRAVAR-TRANSFERENCIA

      *    PERNA DE RECEBIMENTO NA CONTA DE DESTINO
           INITIALIZE ARQENT01-REGISTRO
           MOVE ARQORD01-CPF-DESTINO      TO ARQENT01-CPF
           PERFORM 3250-DATAR-TRANSFERENCIA
           MOVE 'R'                       TO ARQENT01-TIP-TRANS
           MOVE ARQORD01-NUM-CONTA-DESTINO
                                          TO ARQENT01-NUM-CONTA
           MOVE ARQORD01-CPF              TO ARQENT01-CPF-CONTRAPARTE
           PERFORM 3260-GRAVAR-TRANSFERENCIA

           MOVE WRK-DAT-REFERENCIA     TO ARQORD01-DAT-ULT-EXEC
           ADD 1 TO ACU-EFETIVADAS
           MOVE 'TRANSF. EFETIVADA'    TO WRK-DET-SITUACAO
           PERFORM 3300-AVANCAR-ORDEM
           .
      *----------------------------------------------------------------*
       3200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    DATA, VALOR E MOEDA COMUNS AS DUAS PERNAS DA TRANSFERENCIA  *
      *----------------------------------------------------------------*
       3250-DATAR-TRANSFERENCIA SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-DAT-REFERENCIA (7:2)  TO ARQENT01-DAT-DEPOS (1:2)
           MOVE '/'                       TO ARQENT01-DAT-DEPOS (3:1)
           MOVE WRK-DAT-REFERENCIA (5:2)  TO ARQENT01-DAT-DEPOS (4:2)
           MOVE '/'                       TO ARQENT01-DAT-DEPOS (6:1)
           MOVE WRK-DAT-REFERENCIA (1:4)  TO ARQENT01-DAT-DEPOS (7:4)
           MOVE WRK-VAL-TRANSFERIDO       TO ARQENT01-VAL-DEPOS
           MOVE ARQORD01-COD-MOEDA        TO ARQENT01-COD-MOEDA
           .
      *----------------------------------------------------------------*
       3250-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3260-GRAVAR-TRANSFERENCIA SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQSAI01        TO TRUE

           WRITE FD-ARQSAI01 FROM ARQENT01-REGISTRO

           IF WRK-FS-SAI01-OK
              ADD 1 TO ACU-GRAVA-ARQSAI01
           ELSE
              MOVE WRK-FS-ARQSAI01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3260-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    OCORRENCIA CONCLUIDA (EFETIVADA OU FALHA): PASSA A ORDEM    *
      *    PARA A PROXIMA DATA PREVISTA E ZERA AS TENTATIVAS; ENCERRA  *
      *    A ORDEM SE A NOVA DATA PASSA DO FIM DA VIGENCIA             *
      *----------------------------------------------------------------*
       3300-AVANCAR-ORDEM SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 5100-AVANCAR-OCORRENCIA

           MOVE ZEROS                  TO ARQORD01-QTD-TENTATIVAS

           IF ARQORD01-DAT-PROX-EXEC GREATER ARQORD01-DAT-FIM
              SET  ARQORD01-ORDEM-ENCERRADA TO TRUE
              MOVE WRK-DAT-REFERENCIA  TO ARQORD01-DAT-CANCELAMENTO
              ADD 1 TO ACU-ENCERRADAS
           END-IF
           .
      *----------------------------------------------------------------*
       3300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    REGRAVA A ORDEM NO CADASTRO E RELATA A OCORRENCIA           *
      *----------------------------------------------------------------*
       3400-ATUALIZAR-ORDEM SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQORD01        TO TRUE

           REWRITE FD-ARQORD01 FROM ARQORD01-REGISTRO

           IF NOT WRK-FS-ORD01-OK
              MOVE WRK-FS-ARQORD01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           MOVE ARQORD01-CPF           TO WRK-DET-CPF
           MOVE ARQORD01-NUM-ORDEM     TO WRK-DET-NUM-ORDEM
           MOVE ARQORD01-NUM-CONTA     TO WRK-DET-CONTA
           MOVE ARQORD01-CPF-DESTINO   TO WRK-DET-CPF-DESTINO
           MOVE ARQORD01-NUM-CONTA-DESTINO
                                       TO WRK-DET-CONTA-DESTINO
           MOVE ARQORD01-COD-MOEDA     TO WRK-DET-MOEDA
           MOVE WRK-DAT-EFETIVA        TO WRK-DET-DATA
           MOVE WRK-VAL-TRANSFERIDO    TO WRK-DET-VALOR
           MOVE ARQORD01-QTD-TENTATIVAS TO WRK-DET-TENTATIVAS
           MOVE WRK-DET-ORDEM          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       3400-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GRAVA O HEADER DE ENVELOPE (HDT00105, VERSAO 4) NO          *
      *    MOVIMENTO DE TRANSFERENCIAS GERADO                          *
      *----------------------------------------------------------------*
       3700-GRAVAR-HEADER SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'HDR'                  TO ARQHDR01-TIPO
           MOVE WRK-DAT-REFERENCIA     TO ARQHDR01-DAT-GERACAO
           MOVE WRK-NUM-SEQ-ENVELOPE   TO ARQHDR01-NUM-SEQ
           MOVE '4'                    TO ARQHDR01-VERSAO

           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQSAI01        TO TRUE

           WRITE FD-ARQSAI01 FROM ARQHDR01-REGISTRO

           IF NOT WRK-FS-SAI01-OK
              MOVE WRK-FS-ARQSAI01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3700-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GRAVA O TRAILER DE ENVELOPE COM A CONTAGEM DA RODADA        *
      *----------------------------------------------------------------*
       3750-GRAVAR-TRAILER SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'TRL'                  TO ARQTRL01-TIPO
           MOVE ACU-GRAVA-ARQSAI01     TO ARQTRL01-QTDE-REGS

           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQSAI01        TO TRUE

           WRITE FD-ARQSAI01 FROM ARQTRL01-REGISTRO

           IF NOT WRK-FS-SAI01-OK
              MOVE WRK-FS-ARQSAI01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3750-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3810-LER-PROXIMA-ORDEM SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQORD01        TO TRUE

           READ ARQORD01 NEXT INTO ARQORD01-REGISTRO

           IF WRK-FS-ORD01-OK
              ADD 1 TO ACU-LIDOS-ARQORD01
           ELSE
              IF NOT WRK-FS-ORD01-FIM
                 MOVE WRK-FS-ARQORD01  TO WRK-FS-DISPLAY
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
       4950-GRAVAR-LINHA SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQSAI02        TO TRUE

           WRITE FD-ARQSAI02 FROM WRK-LINHA-IMPRESSAO

           IF WRK-FS-SAI02-OK
              ADD 1 TO ACU-GRAVA-ARQSAI02
           ELSE
              MOVE WRK-FS-ARQSAI02     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           MOVE SPACES                 TO WRK-LINHA-IMPRESSAO
           .
      *----------------------------------------------------------------*
       4950-99-FIM.
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
           MOVE ACU-LIDOS-ARQORD01      TO ARQAUD01-QTDE-LIDOS
           MOVE ACU-GRAVA-ARQSAI01      TO ARQAUD01-QTDE-GRAVA
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
           PERFORM 3750-GRAVAR-TRAILER

           MOVE WRK-TOT-VAL-TRANSFERIDO TO WRK-ROD-VALOR
           MOVE WRK-ROD-RELATORIO      TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           PERFORM 3980-GRAVAR-AUDITORIA

           SET  WRK-CN-CLOSE           TO TRUE

           SET  WRK-CN-ARQORD01        TO TRUE
           CLOSE ARQORD01
           IF NOT WRK-FS-ORD01-OK
              MOVE WRK-FS-ARQORD01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQCTA01        TO TRUE
           CLOSE ARQCTA01
           IF NOT WRK-FS-CTA01-OK
              MOVE WRK-FS-ARQCTA01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQSLD01        TO TRUE
           CLOSE ARQSLD01
           IF NOT WRK-FS-SLD01-OK
              MOVE WRK-FS-ARQSLD01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF WRK-BLOQUEIOS-PRESENTES
              CLOSE ARQBJU01
           END-IF

           SET  WRK-CN-ARQSAI01        TO TRUE
           CLOSE ARQSAI01
           IF NOT WRK-FS-SAI01-OK
              MOVE WRK-FS-ARQSAI01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQSAI02        TO TRUE
           CLOSE ARQSAI02
           IF NOT WRK-FS-SAI02-OK
              MOVE WRK-FS-ARQSAI02     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQAUD01        TO TRUE
           CLOSE ARQAUD01
           IF NOT WRK-FS-AUD01-OK
              MOVE WRK-FS-ARQAUD01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           MOVE ACU-LIDOS-ARQORD01     TO WRK-MASK-QTDE
           DISPLAY '**************************************************'
           DISPLAY '* QTDE DE ORDENS LIDAS       : ' WRK-MASK-QTDE  '*'
           MOVE ACU-ORDENS-VENCIDAS    TO WRK-MASK-QTDE
           DISPLAY '* OCORRENCIAS VENCIDAS       : ' WRK-MASK-QTDE  '*'
           MOVE ACU-EFETIVADAS         TO WRK-MASK-QTDE
           DISPLAY '* TRANSFERENCIAS EFETIVADAS  : ' WRK-MASK-QTDE  '*'
           MOVE ACU-RETENTATIVAS       TO WRK-MASK-QTDE
           DISPLAY '* EM RETENTATIVA (SEM SALDO) : ' WRK-MASK-QTDE  '*'
           MOVE ACU-FALHAS-SALDO       TO WRK-MASK-QTDE
           DISPLAY '* FALHAS SALDO INSUFICIENTE  : ' WRK-MASK-QTDE  '*'
           MOVE ACU-FALHAS-CONTA       TO WRK-MASK-QTDE
           DISPLAY '* FALHAS CONTA INATIVA       : ' WRK-MASK-QTDE  '*'
           MOVE ACU-ENCERRADAS         TO WRK-MASK-QTDE
           DISPLAY '* ORDENS ENCERRADAS (VIGENC.): ' WRK-MASK-QTDE  '*'
           MOVE WRK-TOT-VAL-TRANSFERIDO TO WRK-MASK-VALOR
           DISPLAY '* TOTAL TRANSFERIDO          : ' WRK-MASK-VALOR
           MOVE WRK-TOT-VAL-BLOQUEADO  TO WRK-MASK-VALOR
           DISPLAY '* BLOQUEIO JUDICIAL (BRL)    : ' WRK-MASK-VALOR
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
      *    PASSA A PROXIMA DATA PREVISTA DA ORDEM PARA A OCORRENCIA    *
      *    SEGUINTE: +7 DIAS NA SEMANAL; +1 OU +3 MESES NA MENSAL E NA *
      *    TRIMESTRAL, NO DIA DA ORDEM LIMITADO AO ULTIMO DIA DO MES   *
      *----------------------------------------------------------------*
       5100-AVANCAR-OCORRENCIA SECTION.
      *----------------------------------------------------------------*
      *
           IF ARQORD01-FREQ-SEMANAL
              COMPUTE WRK-INT-DATA =
                 FUNCTION INTEGER-OF-DATE (ARQORD01-DAT-PROX-EXEC) + 7
              COMPUTE ARQORD01-DAT-PROX-EXEC =
                 FUNCTION DATE-OF-INTEGER (WRK-INT-DATA)
              GO TO 5100-99-FIM
           END-IF

           IF ARQORD01-FREQ-TRIMESTRAL
              MOVE 3                   TO WRK-QTD-MESES
           ELSE
              MOVE 1                   TO WRK-QTD-MESES
           END-IF

           MOVE ARQORD01-DAT-PROX-EXEC TO WRK-CRI-DATA-R
           PERFORM 5140-SOMAR-MESES
           MOVE WRK-CRI-DATA-R         TO ARQORD01-DAT-PROX-EXEC
           .
      *----------------------------------------------------------------*
       5100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    SOMA WRK-QTD-MESES AO MES DE WRK-CRI-DATA E REPOE O DIA DA  *
      *    ORDEM                                                       *
      *----------------------------------------------------------------*
       5140-SOMAR-MESES SECTION.
      *----------------------------------------------------------------*
      *
           ADD WRK-QTD-MESES           TO WRK-CRI-MES

           IF WRK-CRI-MES GREATER 12
              SUBTRACT 12            FROM WRK-CRI-MES
              ADD 1                    TO WRK-CRI-ANO
           END-IF

           PERFORM 5150-AJUSTAR-DIA
           .
      *----------------------------------------------------------------*
       5140-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    POSICIONA WRK-CRI-DATA NO DIA DA ORDEM, LIMITADO AO ULTIMO  *
      *    DIA DO MES                                                  *
      *----------------------------------------------------------------*
       5150-AJUSTAR-DIA SECTION.
      *----------------------------------------------------------------*
      *
           EVALUATE WRK-CRI-MES
              WHEN 04
              WHEN 06
              WHEN 09
              WHEN 11
                 MOVE 30               TO WRK-CRI-DIAS-MES
              WHEN 02
                 DIVIDE WRK-CRI-ANO BY 4 GIVING WRK-CRI-RESTO
                    REMAINDER WRK-CRI-RESTO
                 IF WRK-CRI-RESTO EQUAL ZEROS
                    MOVE 29            TO WRK-CRI-DIAS-MES
                    DIVIDE WRK-CRI-ANO BY 100 GIVING WRK-CRI-RESTO
                       REMAINDER WRK-CRI-RESTO
                    IF WRK-CRI-RESTO EQUAL ZEROS
                       MOVE 28         TO WRK-CRI-DIAS-MES
                       DIVIDE WRK-CRI-ANO BY 400
                          GIVING WRK-CRI-RESTO
                          REMAINDER WRK-CRI-RESTO
                       IF WRK-CRI-RESTO EQUAL ZEROS
                          MOVE 29      TO WRK-CRI-DIAS-MES
                       END-IF
                    END-IF
                 ELSE
                    MOVE 28            TO WRK-CRI-DIAS-MES
                 END-IF
              WHEN OTHER
                 MOVE 31               TO WRK-CRI-DIAS-MES
           END-EVALUATE

           IF ARQORD01-NUM-DIA GREATER WRK-CRI-DIAS-MES
              MOVE WRK-CRI-DIAS-MES    TO WRK-CRI-DIA
           ELSE
              MOVE ARQORD01-NUM-DIA    TO WRK-CRI-DIA
           END-IF
           .
      *----------------------------------------------------------------*
       5150-99-FIM.
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
           MOVE ACU-LIDOS-ARQORD01
                                  TO ERRO01-QTDE-LIDOS
           MOVE ACU-GRAVA-ARQSAI01
                                  TO ERRO01-QTDE-GRAVADOS
           MOVE ARQORD01-CHAVE    TO ERRO01-ULT-CHAVE

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
