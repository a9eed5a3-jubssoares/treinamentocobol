      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0228.
       AUTHOR.     JULIANA SOARES.
      *================================================================*
      *    PROGRAMA....: EXER0228                                      *
      *    PROGRAMADOR.: JULIANA SOARES                                *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   PROCESSAMENTO DIARIO DOS CDB (CERTIFICADOS  *
      *                    DE DEPOSITO BANCARIO - PRAZO FIXO):         *
      *                    - APLICACAO: INCLUI O CDB NO CADASTRO       *
      *                      (CDB02228) E GERA O SAQUE DO PRINCIPAL NA *
      *                      CONTA EM REAIS DO CPF (CTA02225);         *
      *                    - RESGATE ANTECIPADO: LIQUIDA O CDB PELO    *
      *                      RENDIMENTO ATE A DATA DO RESGATE;         *
      *                    - VENCIMENTO: LIQUIDA OS CDB ATIVOS COM     *
      *                      VENCIMENTO ATE A DATA DE REFERENCIA;      *
      *                    - APROPRIACAO: ATUALIZA O RENDIMENTO BRUTO  *
      *                      DOS DEMAIS CDB ATIVOS ATE A REFERENCIA.   *
      *                    RENDIMENTO = PRINCIPAL X ((1 + TAXA ANUAL)  *
      *                    ELEVADO A DIAS CORRIDOS / 365) - PRINCIPAL. *
      *                    NA LIQUIDACAO O IRRF E RETIDO PELA TABELA   *
      *                    REGRESSIVA (ATE 180 DIAS 22,5%; ATE 360     *
      *                    20%; ATE 720 17,5%; ACIMA 15%), O LIQUIDO   *
      *                    E CREDITADO COMO DEPOSITO NO MOVIMENTO      *
      *                    (ENT02105, COM ENVELOPE HDT00105) E A       *
      *                    RETENCAO E ACRESCENTADA AO ARQUIVO ANUAL    *
      *                    DE IRRF (IRF02105) LIDO PELO EXER0218.      *
      *----------------------------------------------------------------*
      *    CARTAO (ARQPARM): COLS 1-8  DATA DE REFERENCIA (AAAAMMDD)   *
      *                      COLS 10-13 SEQUENCIA DO ENVELOPE          *
      *                                 (BRANCOS/ZEROS = 1)            *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQMCD01 (APLICACOES/RESGATES - OPC.)     MCD02228        *
      *      ARQCDB01 (CADASTRO DE CDB - KSDS)         CDB02228        *
      *      ARQCTA01 (CADASTRO DE CONTAS - KSDS)      CTA02225        *
      *      ARQSAI01 (MOVIMENTO DE DEPOSITOS)         ENT02105        *
      *      ARQIRF01 (RETENCOES DE IRRF DO ANO)       IRF02105        *
      *      ARQLOG01 (LOG DOS EVENTOS DOS CDB)        LOG02228        *
      *      ARQREJ01 (TRANSACOES REJEITADAS)          REJ02228        *
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
           SELECT OPTIONAL ARQMCD01 ASSIGN TO UT-S-ARQMCD01
                      FILE STATUS      IS WRK-FS-ARQMCD01.

           SELECT ARQCDB01 ASSIGN      TO UT-S-ARQCDB01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS DYNAMIC
                      RECORD KEY       IS FD-ARQCDB01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQCDB01.

           SELECT ARQCTA01 ASSIGN      TO UT-S-ARQCTA01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS FD-ARQCTA01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQCTA01.

           SELECT ARQPARM ASSIGN       TO UT-S-ARQPARM
                      FILE STATUS      IS WRK-FS-ARQPARM.

           SELECT ARQSAI01 ASSIGN      TO UT-S-ARQSAI01
                      FILE STATUS      IS WRK-FS-ARQSAI01.

           SELECT ARQIRF01 ASSIGN      TO UT-S-ARQIRF01
                      FILE STATUS      IS WRK-FS-ARQIRF01.

           SELECT ARQLOG01 ASSIGN      TO UT-S-ARQLOG01
                      FILE STATUS      IS WRK-FS-ARQLOG01.

           SELECT ARQREJ01 ASSIGN      TO UT-S-ARQREJ01
                      FILE STATUS      IS WRK-FS-ARQREJ01.

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
      *   INPUT:      TRANSACOES DE APLICACAO E RESGATE ANTECIPADO    *
      *               ORG. SEQUENCIAL   -   LRECL = 080               *
      *---------------------------------------------------------------*

       FD  ARQMCD01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQMCD01             PIC X(080).

      *---------------------------------------------------------------*
      *   I-O:        CADASTRO DE CDB                                 *
      *               ORG. INDEXADA     -   LRECL = 100               *
      *---------------------------------------------------------------*

       FD  ARQCDB01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQCDB01.
           05 FD-ARQCDB01-CHAVE       PIC X(17).
           05 FILLER                  PIC X(83).

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
      *   INPUT:      CARTAO DE PARAMETROS                            *
      *---------------------------------------------------------------*

       FD  ARQPARM
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQPARM              PIC X(80).

      *---------------------------------------------------------------*
      *   OUTPUT:     MOVIMENTO DE DEPOSITOS (COM ENVELOPE)           *
      *               ORG. SEQUENCIAL   -   LRECL = 049               *
      *---------------------------------------------------------------*

       FD  ARQSAI01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQSAI01             PIC X(049).

      *---------------------------------------------------------------*
      *   OUTPUT:     RETENCOES DE IRRF DO ANO (ACUMULATIVO)          *
      *               ORG. SEQUENCIAL   -   LRECL = 051               *
      *---------------------------------------------------------------*

       FD  ARQIRF01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQIRF01             PIC X(051).

      *---------------------------------------------------------------*
      *   OUTPUT:     LOG DOS EVENTOS DOS CDB                         *
      *               ORG. SEQUENCIAL   -   LRECL = 074               *
      *---------------------------------------------------------------*

       FD  ARQLOG01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQLOG01             PIC X(074).

      *---------------------------------------------------------------*
      *   OUTPUT:     TRANSACOES REJEITADAS                           *
      *               ORG. SEQUENCIAL   -   LRECL = 112               *
      *---------------------------------------------------------------*

       FD  ARQREJ01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQREJ01             PIC X(112).

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
             'EXER0228 - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC  X(008) VALUE 'EXER0228'.
       77 WRK-ERRO2000            PIC  X(008) VALUE 'ERRO2000'.
       77 WRK-MASK-QTDE           PIC  ZZZ.ZZ9.
       77 WRK-MASK-VALOR          PIC  Z.ZZZ.ZZZ.ZZ9,99.
       77 WRK-DAT-REFERENCIA      PIC  9(008) VALUE ZEROS.
       77 WRK-NUM-SEQ-ENVELOPE    PIC  9(004) VALUE 0001.
       77 WRK-COD-MOTIVO-REJEICAO PIC  9(002) VALUE ZEROS.
       77 WRK-DESC-MOTIVO-REJEICAO PIC X(030) VALUE SPACES.
      *
       01 WRK-PARM-REGISTRO.
          05 WRK-PARM-DATA        PIC  9(008) VALUE ZEROS.
          05 FILLER               PIC  X(001) VALUE SPACES.
          05 WRK-PARM-SEQ         PIC  9(004) VALUE ZEROS.
          05 FILLER               PIC  X(067) VALUE SPACES.
      *
       01 WRK-SW-TRANSACOES       PIC  X(001) VALUE 'N'.
          88 WRK-TRANSACOES-PRESENTES         VALUE 'S'.

       01 WRK-SW-CONTA            PIC  X(001) VALUE 'N'.
          88 WRK-CONTA-VALIDA                 VALUE 'S'.
          88 WRK-CONTA-INVALIDA               VALUE 'N'.

       01 WRK-SW-EVENTO           PIC  X(001) VALUE SPACES.
          88 WRK-EVT-APLICACAO                VALUE 'A'.
          88 WRK-EVT-VENCIMENTO               VALUE 'V'.
          88 WRK-EVT-RESGATE                  VALUE 'R'.
      *
      *----------------------------------------------------------------*
      *    VALORES DE TRABALHO DO CALCULO DO RENDIMENTO E DO IRRF      *
      *----------------------------------------------------------------*
       77 WRK-DAT-APLICACAO       PIC  9(008) VALUE ZEROS.
       77 WRK-DAT-CALCULO         PIC  9(008) VALUE ZEROS.
       77 WRK-INT-CALCULO         PIC S9(009) COMP VALUE +0.
       77 WRK-INT-APLICACAO       PIC S9(009) COMP VALUE +0.
       77 WRK-QTD-DIAS            PIC S9(009) COMP VALUE +0.
       77 WRK-EXPOENTE            PIC 9(03)V9(09) VALUE ZEROS.
       77 WRK-FATOR               PIC 9(05)V9(09) VALUE ZEROS.
       77 WRK-VAL-RENDIMENTO      PIC S9(13)V99 COMP-3 VALUE +0.
       77 WRK-PCT-ALIQUOTA        PIC 9(03)V9(04) VALUE ZEROS.
       77 WRK-VAL-IRRF            PIC S9(13)V99 COMP-3 VALUE +0.
       77 WRK-VAL-LIQUIDO         PIC S9(13)V99 COMP-3 VALUE +0.
      *
      *----------------------------------------------------------------*
      *    DADOS DO LANCAMENTO NO MOVIMENTO DE DEPOSITOS               *
      *----------------------------------------------------------------*
       77 WRK-DAT-MOVIMENTO       PIC  9(008) VALUE ZEROS.
       77 WRK-VAL-MOVIMENTO       PIC S9(15)V99 COMP-3 VALUE +0.
       77 WRK-TIP-MOVIMENTO       PIC  X(001) VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    CRITICA DE CALENDARIO (AAAAMMDD, COM BISSEXTO)              *
      *----------------------------------------------------------------*
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
       01 WRK-SW-DATA             PIC  X(001) VALUE 'S'.
          88 WRK-DATA-VALIDA                  VALUE 'S'.
          88 WRK-DATA-INVALIDA                VALUE 'N'.
      *
      *----------------------------------------------------------------*
      *    TOTAIS FINANCEIROS DA RODADA                                *
      *----------------------------------------------------------------*
       77 WRK-TOT-APLICADO        PIC S9(15)V99 COMP-3 VALUE +0.
       77 WRK-TOT-LIQUIDADO       PIC S9(15)V99 COMP-3 VALUE +0.
       77 WRK-TOT-IRRF            PIC S9(15)V99 COMP-3 VALUE +0.
       77 WRK-TOT-ESTOQUE         PIC S9(15)V99 COMP-3 VALUE +0.
       77 WRK-TOT-RENDIMENTO      PIC S9(15)V99 COMP-3 VALUE +0.
      *
       01 WRK-ACUMULADORES.
           03 ACU-LIDOS-ARQMCD01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQCDB01     PIC 9(007) VALUE ZEROS.
           03 ACU-APLICACOES         PIC 9(007) VALUE ZEROS.
           03 ACU-RESGATES           PIC 9(007) VALUE ZEROS.
           03 ACU-VENCIMENTOS        PIC 9(007) VALUE ZEROS.
           03 ACU-APROPRIADOS        PIC 9(007) VALUE ZEROS.
           03 ACU-REJEITADOS         PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQSAI01     PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQIRF01     PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQLOG01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-TOTAL        PIC 9(007) VALUE ZEROS.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA PARA TRATAMENTO DE FILE-STATUS'.
      *----------------------------------------------------------------*
      *
       01 WRK-AREA-FS.
          05 WRK-FS-ARQMCD01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-MCD01-OK               VALUE '00'.
             88 WRK-FS-MCD01-FIM              VALUE '10'.
          05 WRK-FS-ARQCDB01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-CDB01-OK               VALUE '00'.
             88 WRK-FS-CDB01-FIM              VALUE '10'.
             88 WRK-FS-CDB01-NAO-ENCONTRADO   VALUE '23'.
          05 WRK-FS-ARQCTA01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-CTA01-OK               VALUE '00'.
             88 WRK-FS-CTA01-NAO-ENCONTRADO   VALUE '23'.
          05 WRK-FS-ARQPARM       PIC  X(002) VALUE SPACES.
             88 WRK-FS-PARM-OK                VALUE '00'.
          05 WRK-FS-ARQSAI01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SAI01-OK               VALUE '00'.
          05 WRK-FS-ARQIRF01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-IRF01-OK               VALUE '00'.
          05 WRK-FS-ARQLOG01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-LOG01-OK               VALUE '00'.
          05 WRK-FS-ARQREJ01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-REJ01-OK               VALUE '00'.
          05 WRK-FS-ARQAUD01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-AUD01-OK               VALUE '00'.
          05 WRK-FS-DISPLAY       PIC  X(002) VALUE SPACES.

       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQMCD01      VALUE 'ARQMCD01'.
          88 WRK-CN-ARQCDB01      VALUE 'ARQCDB01'.
          88 WRK-CN-ARQCTA01      VALUE 'ARQCTA01'.
          88 WRK-CN-ARQPARM       VALUE 'ARQPARM '.
          88 WRK-CN-ARQSAI01      VALUE 'ARQSAI01'.
          88 WRK-CN-ARQIRF01      VALUE 'ARQIRF01'.
          88 WRK-CN-ARQLOG01      VALUE 'ARQLOG01'.
          88 WRK-CN-ARQREJ01      VALUE 'ARQREJ01'.
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
           COPY MCD02228.
           COPY CDB02228.
           COPY CTA02225.
           COPY ENT02105.
           COPY IRF02105.
           COPY LOG02228.
           COPY REJ02228.
           COPY HDT00105.
           COPY AUD00105.
           COPY 'I#ERRO01'.

      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0228 - FIM DA AREA DE WORKING'.
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

           IF WRK-TRANSACOES-PRESENTES
              PERFORM 3800-LER-TRANSACAO
              PERFORM 2000-PROCESSAR-TRANSACAO
                 UNTIL WRK-FS-MCD01-FIM
           END-IF

           PERFORM 3000-PROCESSAR-CARTEIRA

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

           IF WRK-PARM-SEQ NUMERIC
              AND WRK-PARM-SEQ GREATER ZEROS
              MOVE WRK-PARM-SEQ        TO WRK-NUM-SEQ-ENVELOPE
           END-IF

           SET  WRK-CN-ARQMCD01        TO TRUE
           OPEN INPUT ARQMCD01

           IF WRK-FS-MCD01-OK
              SET WRK-TRANSACOES-PRESENTES TO TRUE
           ELSE
              DISPLAY '* ARQUIVO DE APLICACOES/RESGATES AUSENTE'
           END-IF

           SET  WRK-CN-ARQCDB01        TO TRUE
           OPEN I-O ARQCDB01

           IF NOT WRK-FS-CDB01-OK
              MOVE WRK-FS-ARQCDB01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQCTA01        TO TRUE
           OPEN INPUT ARQCTA01

           IF NOT WRK-FS-CTA01-OK
              MOVE WRK-FS-ARQCTA01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQSAI01        TO TRUE
           OPEN OUTPUT ARQSAI01

           IF NOT WRK-FS-SAI01-OK
              MOVE WRK-FS-ARQSAI01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQIRF01        TO TRUE
           OPEN EXTEND ARQIRF01

           IF NOT WRK-FS-IRF01-OK
              MOVE WRK-FS-ARQIRF01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQLOG01        TO TRUE
           OPEN OUTPUT ARQLOG01

           IF NOT WRK-FS-LOG01-OK
              MOVE WRK-FS-ARQLOG01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQREJ01        TO TRUE
           OPEN OUTPUT ARQREJ01

           IF NOT WRK-FS-REJ01-OK
              MOVE WRK-FS-ARQREJ01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQAUD01        TO TRUE
           OPEN EXTEND ARQAUD01

           IF NOT WRK-FS-AUD01-OK
              MOVE WRK-FS-ARQAUD01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 3700-GRAVAR-HEADER
           .
      *----------------------------------------------------------------*
       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    TRATA UMA TRANSACAO DE APLICACAO OU RESGATE ANTECIPADO      *
      *----------------------------------------------------------------*
       2000-PROCESSAR-TRANSACAO SECTION.
      *----------------------------------------------------------------*
      *
           EVALUATE TRUE
              WHEN NOT ARQMCD01-TRANS-APLICACAO
               AND NOT ARQMCD01-TRANS-RESGATE
                 MOVE 01 TO WRK-COD-MOTIVO-REJEICAO
                 MOVE 'TIPO TRANSACAO INVALIDO'
                                        TO WRK-DESC-MOTIVO-REJEICAO
                 PERFORM 3960-GRAVAR-REJEITO
              WHEN ARQMCD01-CPF NOT NUMERIC
                OR ARQMCD01-CPF EQUAL ZEROS
                OR ARQMCD01-NUM-CDB NOT NUMERIC
                OR ARQMCD01-NUM-CDB EQUAL ZEROS
                 MOVE 04 TO WRK-COD-MOTIVO-REJEICAO
                 MOVE 'CHAVE DO CDB INVALIDA'
                                        TO WRK-DESC-MOTIVO-REJEICAO
                 PERFORM 3960-GRAVAR-REJEITO
              WHEN ARQMCD01-TRANS-APLICACAO
                 PERFORM 2100-APLICAR-CDB
              WHEN OTHER
                 PERFORM 2200-RESGATAR-CDB
           END-EVALUATE

           PERFORM 3800-LER-TRANSACAO
           .
      *----------------------------------------------------------------*
       2000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    APLICACAO: CRITICA A TRANSACAO, INCLUI O CDB NO CADASTRO E  *
      *    DEBITA O PRINCIPAL DA CONTA EM REAIS NA DATA DA APLICACAO   *
      *----------------------------------------------------------------*
       2100-APLICAR-CDB SECTION.
      *----------------------------------------------------------------*
      *
           IF ARQMCD01-DAT-APLICACAO NOT NUMERIC
              OR ARQMCD01-DAT-VENCIMENTO NOT NUMERIC
              MOVE 06 TO WRK-COD-MOTIVO-REJEICAO
              MOVE 'DATA APLICACAO/VENCTO INVALIDA'
                                        TO WRK-DESC-MOTIVO-REJEICAO
              PERFORM 3960-GRAVAR-REJEITO
              GO TO 2100-99-FIM
           END-IF

           IF ARQMCD01-DAT-APLICACAO EQUAL ZEROS
              MOVE WRK-DAT-REFERENCIA  TO WRK-DAT-APLICACAO
           ELSE
              MOVE ARQMCD01-DAT-APLICACAO TO WRK-DAT-APLICACAO
           END-IF

           MOVE WRK-DAT-APLICACAO      TO WRK-CRI-DATA-R
           PERFORM 3560-CRITICAR-CALENDARIO

           IF WRK-DATA-VALIDA
              MOVE ARQMCD01-DAT-VENCIMENTO TO WRK-CRI-DATA-R
              PERFORM 3560-CRITICAR-CALENDARIO
           END-IF

           IF WRK-DATA-INVALIDA
              OR WRK-DAT-APLICACAO GREATER WRK-DAT-REFERENCIA
              OR ARQMCD01-DAT-VENCIMENTO NOT GREATER
                 WRK-DAT-REFERENCIA
              MOVE 06 TO WRK-COD-MOTIVO-REJEICAO
              MOVE 'DATA APLICACAO/VENCTO INVALIDA'
                                        TO WRK-DESC-MOTIVO-REJEICAO
              PERFORM 3960-GRAVAR-REJEITO
              GO TO 2100-99-FIM
           END-IF

           IF ARQMCD01-PCT-TAXA-ANO NOT NUMERIC
              OR ARQMCD01-PCT-TAXA-ANO EQUAL ZEROS
              OR ARQMCD01-VAL-PRINCIPAL NOT NUMERIC
              OR ARQMCD01-VAL-PRINCIPAL EQUAL ZEROS
              MOVE 07 TO WRK-COD-MOTIVO-REJEICAO
              MOVE 'TAXA OU VALOR INVALIDO'
                                        TO WRK-DESC-MOTIVO-REJEICAO
              PERFORM 3960-GRAVAR-REJEITO
              GO TO 2100-99-FIM
           END-IF

           PERFORM 2300-VALIDAR-CONTA

           IF WRK-CONTA-INVALIDA
              MOVE 05 TO WRK-COD-MOTIVO-REJEICAO
              MOVE 'CONTA BRL INEXISTENTE/ENCERRADA'
                                        TO WRK-DESC-MOTIVO-REJEICAO
              PERFORM 3960-GRAVAR-REJEITO
              GO TO 2100-99-FIM
           END-IF

           MOVE ARQMCD01-CHAVE         TO FD-ARQCDB01-CHAVE

           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQCDB01        TO TRUE

           READ ARQCDB01

           IF WRK-FS-CDB01-OK
              MOVE 02 TO WRK-COD-MOTIVO-REJEICAO
              MOVE 'CDB JA CADASTRADO'  TO WRK-DESC-MOTIVO-REJEICAO
              PERFORM 3960-GRAVAR-REJEITO
              GO TO 2100-99-FIM
           END-IF

           IF NOT WRK-FS-CDB01-NAO-ENCONTRADO
              MOVE WRK-FS-ARQCDB01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           INITIALIZE ARQCDB01-REGISTRO
           MOVE ARQMCD01-CHAVE         TO ARQCDB01-CHAVE
           MOVE ARQMCD01-NUM-CONTA     TO ARQCDB01-NUM-CONTA
           MOVE WRK-DAT-APLICACAO      TO ARQCDB01-DAT-APLICACAO
                                          ARQCDB01-DAT-APROPRIACAO
           MOVE ARQMCD01-DAT-VENCIMENTO TO ARQCDB01-DAT-VENCIMENTO
           MOVE ARQMCD01-PCT-TAXA-ANO  TO ARQCDB01-PCT-TAXA-ANO
           MOVE ARQMCD01-VAL-PRINCIPAL TO ARQCDB01-VAL-PRINCIPAL
           MOVE ZEROS                  TO ARQCDB01-VAL-RENDIMENTO
                                          ARQCDB01-DAT-RESGATE
                                          ARQCDB01-VAL-IRRF
                                          ARQCDB01-VAL-LIQUIDO
           SET  ARQCDB01-CDB-ATIVO     TO TRUE

           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQCDB01        TO TRUE

           WRITE FD-ARQCDB01 FROM ARQCDB01-REGISTRO

           IF NOT WRK-FS-CDB01-OK
              MOVE WRK-FS-ARQCDB01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           MOVE 'S'                    TO WRK-TIP-MOVIMENTO
           MOVE WRK-DAT-APLICACAO      TO WRK-DAT-MOVIMENTO
           MOVE ARQCDB01-VAL-PRINCIPAL TO WRK-VAL-MOVIMENTO
           PERFORM 3600-GRAVAR-MOVIMENTO

           SET  WRK-EVT-APLICACAO      TO TRUE
           MOVE WRK-DAT-APLICACAO      TO WRK-DAT-CALCULO
           MOVE ZEROS                  TO WRK-QTD-DIAS
                                          WRK-VAL-RENDIMENTO
                                          WRK-PCT-ALIQUOTA
                                          WRK-VAL-IRRF
           MOVE ARQCDB01-VAL-PRINCIPAL TO WRK-VAL-LIQUIDO
           PERFORM 3950-GRAVAR-LOG

           ADD 1                       TO ACU-APLICACOES
           ADD ARQCDB01-VAL-PRINCIPAL  TO WRK-TOT-APLICADO
           .
      *----------------------------------------------------------------*
       2100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    RESGATE ANTECIPADO (TOTAL): O CDB ATIVO E LIQUIDADO PELO    *
      *    RENDIMENTO ATE A DATA DO RESGATE (ZEROS = DATA DE           *
      *    REFERENCIA), QUE DEVE FICAR ENTRE A APLICACAO E A           *
      *    REFERENCIA E ANTES DO VENCIMENTO                            *
      *----------------------------------------------------------------*
       2200-RESGATAR-CDB SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ARQMCD01-CHAVE         TO FD-ARQCDB01-CHAVE

           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQCDB01        TO TRUE

           READ ARQCDB01 INTO ARQCDB01-REGISTRO

           IF WRK-FS-CDB01-NAO-ENCONTRADO
              MOVE 03 TO WRK-COD-MOTIVO-REJEICAO
              MOVE 'CDB NAO CADASTRADO' TO WRK-DESC-MOTIVO-REJEICAO
              PERFORM 3960-GRAVAR-REJEITO
              GO TO 2200-99-FIM
           END-IF

           IF NOT WRK-FS-CDB01-OK
              MOVE WRK-FS-ARQCDB01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF NOT ARQCDB01-CDB-ATIVO
              MOVE 08 TO WRK-COD-MOTIVO-REJEICAO
              MOVE 'CDB JA RESGATADO'   TO WRK-DESC-MOTIVO-REJEICAO
              PERFORM 3960-GRAVAR-REJEITO
              GO TO 2200-99-FIM
           END-IF

           IF ARQMCD01-DAT-RESGATE NOT NUMERIC
              MOVE 09 TO WRK-COD-MOTIVO-REJEICAO
              MOVE 'DATA DE RESGATE INVALIDA'
                                        TO WRK-DESC-MOTIVO-REJEICAO
              PERFORM 3960-GRAVAR-REJEITO
              GO TO 2200-99-FIM
           END-IF

           IF ARQMCD01-DAT-RESGATE EQUAL ZEROS
              MOVE WRK-DAT-REFERENCIA  TO WRK-DAT-CALCULO
           ELSE
              MOVE ARQMCD01-DAT-RESGATE TO WRK-DAT-CALCULO
           END-IF

           MOVE WRK-DAT-CALCULO        TO WRK-CRI-DATA-R
           PERFORM 3560-CRITICAR-CALENDARIO

           IF WRK-DATA-INVALIDA
              OR WRK-DAT-CALCULO LESS ARQCDB01-DAT-APLICACAO
              OR WRK-DAT-CALCULO GREATER WRK-DAT-REFERENCIA
              OR WRK-DAT-CALCULO NOT LESS ARQCDB01-DAT-VENCIMENTO
              MOVE 09 TO WRK-COD-MOTIVO-REJEICAO
              MOVE 'DATA DE RESGATE INVALIDA'
                                        TO WRK-DESC-MOTIVO-REJEICAO
              PERFORM 3960-GRAVAR-REJEITO
              GO TO 2200-99-FIM
           END-IF

           SET  WRK-EVT-RESGATE        TO TRUE

           PERFORM 5000-CALCULAR-RENDIMENTO
           PERFORM 5100-CALCULAR-IRRF
           PERFORM 5200-LIQUIDAR-CDB

           ADD 1                       TO ACU-RESGATES
           .
      *----------------------------------------------------------------*
       2200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    A CONTA DE LIQUIDACAO DO CDB E A CONTA EM REAIS DO CPF, QUE *
      *    DEVE ESTAR CADASTRADA E ABERTA                              *
      *----------------------------------------------------------------*
       2300-VALIDAR-CONTA SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CONTA-INVALIDA     TO TRUE

           IF ARQMCD01-NUM-CONTA NOT NUMERIC
              OR ARQMCD01-NUM-CONTA EQUAL ZEROS
              GO TO 2300-99-FIM
           END-IF

           MOVE ARQMCD01-CPF           TO ARQCTA01-CPF
           MOVE ARQMCD01-NUM-CONTA     TO ARQCTA01-NUM-CONTA
           MOVE 'BRL'                  TO ARQCTA01-COD-MOEDA
           MOVE ARQCTA01-CHAVE         TO FD-ARQCTA01-CHAVE

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
       2300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    PERCORRE O CADASTRO: LIQUIDA OS CDB ATIVOS VENCIDOS E       *
      *    APROPRIA O RENDIMENTO DOS DEMAIS ATE A DATA DE REFERENCIA   *
      *----------------------------------------------------------------*
       3000-PROCESSAR-CARTEIRA SECTION.
      *----------------------------------------------------------------*
      *
           MOVE LOW-VALUES             TO FD-ARQCDB01-CHAVE

           SET  WRK-CN-START           TO TRUE
           SET  WRK-CN-ARQCDB01        TO TRUE

           START ARQCDB01 KEY NOT LESS FD-ARQCDB01-CHAVE

           EVALUATE TRUE
              WHEN WRK-FS-CDB01-OK
                 PERFORM 3810-LER-PROXIMO-CDB
                 PERFORM 3100-TRATAR-CDB
                    UNTIL WRK-FS-CDB01-FIM
              WHEN WRK-FS-CDB01-NAO-ENCONTRADO
                 CONTINUE
              WHEN OTHER
                 MOVE WRK-FS-ARQCDB01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       3000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3100-TRATAR-CDB SECTION.
      *----------------------------------------------------------------*
      *
           IF NOT ARQCDB01-CDB-ATIVO
              PERFORM 3810-LER-PROXIMO-CDB
              GO TO 3100-99-FIM
           END-IF

           IF ARQCDB01-DAT-VENCIMENTO NOT GREATER WRK-DAT-REFERENCIA
              MOVE ARQCDB01-DAT-VENCIMENTO TO WRK-DAT-CALCULO
              SET  WRK-EVT-VENCIMENTO  TO TRUE
              PERFORM 5000-CALCULAR-RENDIMENTO
              PERFORM 5100-CALCULAR-IRRF
              PERFORM 5200-LIQUIDAR-CDB
              ADD 1                    TO ACU-VENCIMENTOS
              PERFORM 3810-LER-PROXIMO-CDB
              GO TO 3100-99-FIM
           END-IF

           MOVE WRK-DAT-REFERENCIA     TO WRK-DAT-CALCULO
           PERFORM 5000-CALCULAR-RENDIMENTO

           MOVE WRK-VAL-RENDIMENTO     TO ARQCDB01-VAL-RENDIMENTO
           MOVE WRK-DAT-CALCULO        TO ARQCDB01-DAT-APROPRIACAO

           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQCDB01        TO TRUE

           REWRITE FD-ARQCDB01 FROM ARQCDB01-REGISTRO

           IF NOT WRK-FS-CDB01-OK
              MOVE WRK-FS-ARQCDB01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           ADD 1                       TO ACU-APROPRIADOS
           ADD ARQCDB01-VAL-PRINCIPAL  TO WRK-TOT-ESTOQUE
           ADD ARQCDB01-VAL-RENDIMENTO TO WRK-TOT-RENDIMENTO

           PERFORM 3810-LER-PROXIMO-CDB
           .
      *----------------------------------------------------------------*
       3100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CRITICA DE CALENDARIO DA DATA EM WRK-CRI-DATA (A PARTIR DE  *
      *    1900, COM BISSEXTO)                                         *
      *----------------------------------------------------------------*
       3560-CRITICAR-CALENDARIO SECTION.
      *----------------------------------------------------------------*
      *
           SET WRK-DATA-VALIDA         TO TRUE

           IF WRK-CRI-ANO LESS 1900
              OR WRK-CRI-MES LESS 01 OR WRK-CRI-MES GREATER 12
              SET WRK-DATA-INVALIDA    TO TRUE
              GO TO 3560-99-FIM
           END-IF

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

           IF WRK-CRI-DIA LESS 01
              OR WRK-CRI-DIA GREATER WRK-CRI-DIAS-MES
              SET WRK-DATA-INVALIDA    TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
       3560-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GRAVA O LANCAMENTO DO CDB NA CONTA EM REAIS DO CPF, NO      *
      *    MOVIMENTO DE DEPOSITOS (ENT02105): SAQUE DO PRINCIPAL NA    *
      *    APLICACAO E DEPOSITO DO LIQUIDO NA LIQUIDACAO               *
      *----------------------------------------------------------------*
       3600-GRAVAR-MOVIMENTO SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE ARQENT01-REGISTRO
           MOVE ARQCDB01-CPF              TO ARQENT01-CPF
           MOVE WRK-DAT-MOVIMENTO (7:2)   TO ARQENT01-DAT-DEPOS (1:2)
           MOVE '/'                       TO ARQENT01-DAT-DEPOS (3:1)
           MOVE WRK-DAT-MOVIMENTO (5:2)   TO ARQENT01-DAT-DEPOS (4:2)
           MOVE '/'                       TO ARQENT01-DAT-DEPOS (6:1)
           MOVE WRK-DAT-MOVIMENTO (1:4)   TO ARQENT01-DAT-DEPOS (7:4)
           MOVE WRK-VAL-MOVIMENTO         TO ARQENT01-VAL-DEPOS
           MOVE WRK-TIP-MOVIMENTO         TO ARQENT01-TIP-TRANS
           MOVE 'BRL'                     TO ARQENT01-COD-MOEDA
           MOVE ARQCDB01-NUM-CONTA        TO ARQENT01-NUM-CONTA
           MOVE ZEROS                     TO ARQENT01-CPF-CONTRAPARTE

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
       3600-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ACRESCENTA A RETENCAO DO CDB AO ARQUIVO ANUAL DE IRRF       *
      *    (IRF02105), NO MESMO FORMATO DAS RETENCOES DO EXER0210      *
      *----------------------------------------------------------------*
       3650-GRAVAR-IRRF SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ARQCDB01-CPF           TO ARQIRF01-CPF
           MOVE ARQCDB01-NUM-CONTA     TO ARQIRF01-NUM-CONTA
           MOVE 'BRL'                  TO ARQIRF01-COD-MOEDA
           MOVE WRK-DAT-CALCULO        TO ARQIRF01-DAT-CREDITO
           MOVE WRK-VAL-RENDIMENTO     TO ARQIRF01-VAL-JUROS-BRUTO
           MOVE WRK-VAL-IRRF           TO ARQIRF01-VAL-IRRF
           MOVE WRK-PCT-ALIQUOTA       TO ARQIRF01-PCT-ALIQUOTA

           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQIRF01        TO TRUE

           WRITE FD-ARQIRF01 FROM ARQIRF01-REGISTRO

           IF WRK-FS-IRF01-OK
              ADD 1 TO ACU-GRAVA-ARQIRF01
           ELSE
              MOVE WRK-FS-ARQIRF01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3650-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GRAVA O HEADER DE ENVELOPE (HDT00105, VERSAO 4) NO          *
      *    MOVIMENTO DE DEPOSITOS GERADO                               *
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
       3800-LER-TRANSACAO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQMCD01        TO TRUE

           READ ARQMCD01 INTO ARQMCD01-REGISTRO

           IF WRK-FS-MCD01-OK
              ADD 1 TO ACU-LIDOS-ARQMCD01
           ELSE
              IF NOT WRK-FS-MCD01-FIM
                 MOVE WRK-FS-ARQMCD01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3800-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3810-LER-PROXIMO-CDB SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQCDB01        TO TRUE

           READ ARQCDB01 NEXT INTO ARQCDB01-REGISTRO

           IF WRK-FS-CDB01-OK
              ADD 1 TO ACU-LIDOS-ARQCDB01
           ELSE
              IF NOT WRK-FS-CDB01-FIM
                 MOVE WRK-FS-ARQCDB01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3810-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GRAVA O EVENTO DO CDB NO LOG (APLICACAO, VENCIMENTO OU      *
      *    RESGATE ANTECIPADO)                                         *
      *----------------------------------------------------------------*
       3950-GRAVAR-LOG SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ARQCDB01-CPF           TO ARQLOG01-CPF
           MOVE ARQCDB01-NUM-CDB       TO ARQLOG01-NUM-CDB
           MOVE ARQCDB01-NUM-CONTA     TO ARQLOG01-NUM-CONTA
           MOVE WRK-SW-EVENTO          TO ARQLOG01-EVENTO
           MOVE WRK-DAT-CALCULO        TO ARQLOG01-DAT-EVENTO
           MOVE WRK-QTD-DIAS           TO ARQLOG01-QTD-DIAS
           MOVE ARQCDB01-VAL-PRINCIPAL TO ARQLOG01-VAL-PRINCIPAL
           MOVE WRK-VAL-RENDIMENTO     TO ARQLOG01-VAL-RENDIMENTO
           MOVE WRK-PCT-ALIQUOTA       TO ARQLOG01-PCT-ALIQUOTA
           MOVE WRK-VAL-IRRF           TO ARQLOG01-VAL-IRRF
           MOVE WRK-VAL-LIQUIDO        TO ARQLOG01-VAL-LIQUIDO

           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQLOG01        TO TRUE

           WRITE FD-ARQLOG01 FROM ARQLOG01-REGISTRO

           IF WRK-FS-LOG01-OK
              ADD 1 TO ACU-GRAVA-ARQLOG01
           ELSE
              MOVE WRK-FS-ARQLOG01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3950-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3960-GRAVAR-REJEITO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ARQMCD01-REGISTRO       TO ARQREJ01-TRANSACAO
           MOVE WRK-COD-MOTIVO-REJEICAO TO ARQREJ01-COD-MOTIVO
           MOVE WRK-DESC-MOTIVO-REJEICAO TO ARQREJ01-DESC-MOTIVO

           SET  WRK-CN-WRITE            TO TRUE
           SET  WRK-CN-ARQREJ01         TO TRUE
           WRITE FD-ARQREJ01 FROM ARQREJ01-REGISTRO

           IF WRK-FS-REJ01-OK
              ADD 1 TO ACU-REJEITADOS
           ELSE
              MOVE WRK-FS-ARQREJ01      TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3960-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3980-GRAVAR-AUDITORIA SECTION.
      *----------------------------------------------------------------*
      *
           ADD ACU-LIDOS-ARQMCD01 ACU-LIDOS-ARQCDB01
                                   GIVING ACU-LIDOS-TOTAL

           MOVE WRK-PROGRAMA           TO ARQAUD01-PROGRAMA
           MOVE FUNCTION CURRENT-DATE(1:8)
                                        TO ARQAUD01-DATA
           MOVE FUNCTION CURRENT-DATE(9:6)
                                        TO ARQAUD01-HORA
           MOVE ACU-LIDOS-TOTAL         TO ARQAUD01-QTDE-LIDOS
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

           PERFORM 3980-GRAVAR-AUDITORIA

           SET  WRK-CN-CLOSE           TO TRUE

           IF WRK-TRANSACOES-PRESENTES
              CLOSE ARQMCD01
           END-IF

           SET  WRK-CN-ARQCDB01        TO TRUE
           CLOSE ARQCDB01
           IF NOT WRK-FS-CDB01-OK
              MOVE WRK-FS-ARQCDB01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQCTA01        TO TRUE
           CLOSE ARQCTA01
           IF NOT WRK-FS-CTA01-OK
              MOVE WRK-FS-ARQCTA01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQSAI01        TO TRUE
           CLOSE ARQSAI01
           IF NOT WRK-FS-SAI01-OK
              MOVE WRK-FS-ARQSAI01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQIRF01        TO TRUE
           CLOSE ARQIRF01
           IF NOT WRK-FS-IRF01-OK
              MOVE WRK-FS-ARQIRF01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQLOG01        TO TRUE
           CLOSE ARQLOG01
           IF NOT WRK-FS-LOG01-OK
              MOVE WRK-FS-ARQLOG01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQREJ01        TO TRUE
           CLOSE ARQREJ01
           IF NOT WRK-FS-REJ01-OK
              MOVE WRK-FS-ARQREJ01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQAUD01        TO TRUE
           CLOSE ARQAUD01
           IF NOT WRK-FS-AUD01-OK
              MOVE WRK-FS-ARQAUD01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           MOVE ACU-LIDOS-ARQMCD01     TO WRK-MASK-QTDE
           DISPLAY '**************************************************'
           DISPLAY '* TRANSACOES LIDAS          : ' WRK-MASK-QTDE  '*'
           MOVE ACU-APLICACOES         TO WRK-MASK-QTDE
           DISPLAY '* APLICACOES INCLUIDAS      : ' WRK-MASK-QTDE  '*'
           MOVE ACU-RESGATES           TO WRK-MASK-QTDE
           DISPLAY '* RESGATES ANTECIPADOS      : ' WRK-MASK-QTDE  '*'
           MOVE ACU-REJEITADOS         TO WRK-MASK-QTDE
           DISPLAY '* TRANSACOES REJEITADAS     : ' WRK-MASK-QTDE  '*'
           MOVE ACU-LIDOS-ARQCDB01     TO WRK-MASK-QTDE
           DISPLAY '* CDB LIDOS NO CADASTRO     : ' WRK-MASK-QTDE  '*'
           MOVE ACU-VENCIMENTOS        TO WRK-MASK-QTDE
           DISPLAY '* CDB LIQUIDADOS NO VENCTO  : ' WRK-MASK-QTDE  '*'
           MOVE ACU-APROPRIADOS        TO WRK-MASK-QTDE
           DISPLAY '* CDB ATIVOS APROPRIADOS    : ' WRK-MASK-QTDE  '*'
           MOVE ACU-GRAVA-ARQSAI01     TO WRK-MASK-QTDE
           DISPLAY '* LANCAMENTOS GERADOS       : ' WRK-MASK-QTDE  '*'
           MOVE ACU-GRAVA-ARQIRF01     TO WRK-MASK-QTDE
           DISPLAY '* RETENCOES DE IRRF         : ' WRK-MASK-QTDE  '*'
           MOVE WRK-TOT-APLICADO       TO WRK-MASK-VALOR
           DISPLAY '* TOTAL APLICADO            : ' WRK-MASK-VALOR
           MOVE WRK-TOT-LIQUIDADO      TO WRK-MASK-VALOR
           DISPLAY '* TOTAL LIQUIDO CREDITADO   : ' WRK-MASK-VALOR
           MOVE WRK-TOT-IRRF           TO WRK-MASK-VALOR
           DISPLAY '* TOTAL DE IRRF RETIDO      : ' WRK-MASK-VALOR
           MOVE WRK-TOT-ESTOQUE        TO WRK-MASK-VALOR
           DISPLAY '* ESTOQUE ATIVO (PRINCIPAL) : ' WRK-MASK-VALOR
           MOVE WRK-TOT-RENDIMENTO     TO WRK-MASK-VALOR
           DISPLAY '* RENDIMENTO APROPRIADO     : ' WRK-MASK-VALOR
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
      *    RENDIMENTO BRUTO DO CDB ATE WRK-DAT-CALCULO, EM DIAS        *
      *    CORRIDOS DESDE A APLICACAO, CAPITALIZADO PELA TAXA ANUAL    *
      *    NA BASE 365                                                 *
      *----------------------------------------------------------------*
       5000-CALCULAR-RENDIMENTO SECTION.
      *----------------------------------------------------------------*
      *
           COMPUTE WRK-INT-CALCULO =
                   FUNCTION INTEGER-OF-DATE (WRK-DAT-CALCULO)
           COMPUTE WRK-INT-APLICACAO =
                   FUNCTION INTEGER-OF-DATE (ARQCDB01-DAT-APLICACAO)

           COMPUTE WRK-QTD-DIAS = WRK-INT-CALCULO - WRK-INT-APLICACAO

           IF WRK-QTD-DIAS NOT GREATER ZEROS
              MOVE ZEROS               TO WRK-QTD-DIAS
                                          WRK-VAL-RENDIMENTO
              GO TO 5000-99-FIM
           END-IF

           COMPUTE WRK-EXPOENTE ROUNDED = WRK-QTD-DIAS / 365

           COMPUTE WRK-FATOR ROUNDED =
                   (1 + ARQCDB01-PCT-TAXA-ANO / 100) ** WRK-EXPOENTE

           COMPUTE WRK-VAL-RENDIMENTO ROUNDED =
                   ARQCDB01-VAL-PRINCIPAL * WRK-FATOR
                 - ARQCDB01-VAL-PRINCIPAL
           .
      *----------------------------------------------------------------*
       5000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ALIQUOTA REGRESSIVA DO IRRF PELO PRAZO DA APLICACAO E VALOR *
      *    LIQUIDO DA LIQUIDACAO                                       *
      *----------------------------------------------------------------*
       5100-CALCULAR-IRRF SECTION.
      *----------------------------------------------------------------*
      *
           EVALUATE TRUE
              WHEN WRK-QTD-DIAS NOT GREATER 180
                 MOVE 22,5             TO WRK-PCT-ALIQUOTA
              WHEN WRK-QTD-DIAS NOT GREATER 360
                 MOVE 20               TO WRK-PCT-ALIQUOTA
              WHEN WRK-QTD-DIAS NOT GREATER 720
                 MOVE 17,5             TO WRK-PCT-ALIQUOTA
              WHEN OTHER
                 MOVE 15               TO WRK-PCT-ALIQUOTA
           END-EVALUATE

           COMPUTE WRK-VAL-IRRF ROUNDED =
                   WRK-VAL-RENDIMENTO * WRK-PCT-ALIQUOTA / 100

           COMPUTE WRK-VAL-LIQUIDO =
                   ARQCDB01-VAL-PRINCIPAL + WRK-VAL-RENDIMENTO
                 - WRK-VAL-IRRF
           .
      *----------------------------------------------------------------*
       5100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LIQUIDA O CDB (VENCIMENTO OU RESGATE ANTECIPADO): ATUALIZA  *
      *    O CADASTRO, CREDITA O LIQUIDO NA CONTA EM REAIS, REGISTRA A *
      *    RETENCAO DE IRRF E O EVENTO NO LOG                          *
      *----------------------------------------------------------------*
       5200-LIQUIDAR-CDB SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-VAL-RENDIMENTO     TO ARQCDB01-VAL-RENDIMENTO
           MOVE WRK-DAT-CALCULO        TO ARQCDB01-DAT-APROPRIACAO
                                          ARQCDB01-DAT-RESGATE
           MOVE WRK-VAL-IRRF           TO ARQCDB01-VAL-IRRF
           MOVE WRK-VAL-LIQUIDO        TO ARQCDB01-VAL-LIQUIDO

           IF WRK-EVT-VENCIMENTO
              SET ARQCDB01-CDB-VENCIDO TO TRUE
           ELSE
              SET ARQCDB01-CDB-RESGATADO TO TRUE
           END-IF

           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQCDB01        TO TRUE

           REWRITE FD-ARQCDB01 FROM ARQCDB01-REGISTRO

           IF NOT WRK-FS-CDB01-OK
              MOVE WRK-FS-ARQCDB01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           MOVE 'D'                    TO WRK-TIP-MOVIMENTO
           MOVE WRK-DAT-CALCULO        TO WRK-DAT-MOVIMENTO
           MOVE WRK-VAL-LIQUIDO        TO WRK-VAL-MOVIMENTO
           PERFORM 3600-GRAVAR-MOVIMENTO

           IF WRK-VAL-IRRF GREATER ZEROS
              PERFORM 3650-GRAVAR-IRRF
           END-IF

           PERFORM 3950-GRAVAR-LOG

           ADD WRK-VAL-LIQUIDO         TO WRK-TOT-LIQUIDADO
           ADD WRK-VAL-IRRF            TO WRK-TOT-IRRF
           .
      *----------------------------------------------------------------*
       5200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
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
           MOVE ACU-LIDOS-ARQMCD01
                                  TO ERRO01-QTDE-LIDOS
           MOVE ACU-GRAVA-ARQSAI01
                                  TO ERRO01-QTDE-GRAVADOS
           MOVE ARQCDB01-CHAVE    TO ERRO01-ULT-CHAVE

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
