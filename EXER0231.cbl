      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0231.
       AUTHOR.     JULIANA SOARES.
      *================================================================*
      *    PROGRAMA....: EXER0231                                      *
      *    PROGRAMADOR.: JULIANA SOARES                                *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   ATUALIZAR O CADASTRO DE ORDENS PERMANENTES  *
      *                    DE TRANSFERENCIA (ORD02231) A PARTIR DE UM  *
      *                    ARQUIVO DE TRANSACOES (MOR02231):           *
      *                    - INCLUSAO: AS CONTAS DE ORIGEM E DESTINO   *
      *                      DEVEM ESTAR ABERTAS NO CADASTRO DE        *
      *                      CONTAS (CTA02225) NA MESMA MOEDA; A DATA  *
      *                      DA PRIMEIRA TRANSFERENCIA E CALCULADA A   *
      *                      PARTIR DO INICIO DA VIGENCIA;             *
      *                    - ALTERACAO: VALOR, FREQUENCIA, DIA E FIM   *
      *                      DA VIGENCIA DE UMA ORDEM ATIVA (A MUDANCA *
      *                      DE FREQUENCIA OU DIA RECALCULA A PROXIMA  *
      *                      TRANSFERENCIA);                           *
      *                    - CANCELAMENTO: A ORDEM PERMANECE NO        *
      *                      CADASTRO COM A SITUACAO 'C'.              *
      *                    AS TRANSFERENCIAS SAO GERADAS PELA RODADA   *
      *                    DIARIA DO EXER0232.                         *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQMOR01 (TRANSACOES DE MANUTENCAO)       MOR02231        *
      *      ARQORD01 (CADASTRO DE ORDENS - KSDS)      ORD02231        *
      *      ARQCTA01 (CADASTRO DE CONTAS - KSDS)      CTA02225        *
      *      ARQSAI01 (LOG DAS TRANSACOES ACEITAS)     LOG02231        *
      *      ARQREJ01 (TRANSACOES REJEITADAS)          REJ02231        *
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
           SELECT ARQMOR01 ASSIGN      TO UT-S-ARQMOR01
                      FILE STATUS      IS WRK-FS-ARQMOR01.

           SELECT ARQORD01 ASSIGN      TO UT-S-ARQORD01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS FD-ARQORD01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQORD01.

           SELECT ARQCTA01 ASSIGN      TO UT-S-ARQCTA01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS FD-ARQCTA01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQCTA01.

           SELECT ARQSAI01 ASSIGN      TO UT-S-ARQSAI01
                      FILE STATUS      IS WRK-FS-ARQSAI01.

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
      *   INPUT:      TRANSACOES DE MANUTENCAO DAS ORDENS PERMANENTES *
      *               ORG. SEQUENCIAL   -   LRECL = 080               *
      *---------------------------------------------------------------*

       FD  ARQMOR01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQMOR01             PIC X(080).

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
      *   OUTPUT:     LOG DAS TRANSACOES ACEITAS NA RODADA            *
      *               ORG. SEQUENCIAL   -   LRECL = 078               *
      *---------------------------------------------------------------*

       FD  ARQSAI01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQSAI01             PIC X(078).

      *---------------------------------------------------------------*
      *   OUTPUT:     TRANSACOES REJEITADAS NA RODADA                 *
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
             'EXER0231 - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC  X(008) VALUE 'EXER0231'.
       77 WRK-ERRO2000            PIC  X(008) VALUE 'ERRO2000'.
       77 WRK-MASK-QTDE           PIC  ZZZ.ZZ9.
       77 WRK-RESULTADO           PIC  X(010) VALUE SPACES.
       77 WRK-COD-MOTIVO-REJEICAO PIC  9(002) VALUE ZEROS.
       77 WRK-DESC-MOTIVO-REJEICAO PIC X(030) VALUE SPACES.
       77 WRK-DATA-CORRENTE       PIC  9(008) VALUE ZEROS.
       77 WRK-DAT-INICIO          PIC  9(008) VALUE ZEROS.
       77 WRK-DAT-FIM             PIC  9(008) VALUE ZEROS.
      *
       01 WRK-SW-CONTA            PIC  X(001) VALUE 'N'.
          88 WRK-CONTA-VALIDA                 VALUE 'S'.
          88 WRK-CONTA-INVALIDA               VALUE 'N'.

       01 WRK-SW-AGENDA           PIC  X(001) VALUE 'N'.
          88 WRK-AGENDA-VALIDA                VALUE 'S'.
          88 WRK-AGENDA-INVALIDA              VALUE 'N'.

       01 WRK-SW-ALTERACAO        PIC  X(001) VALUE 'N'.
          88 WRK-ALTEROU-AGENDA               VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    CHAVE DA CONTA PROCURADA NO CADASTRO DE CONTAS              *
      *----------------------------------------------------------------*
       01 WRK-CHAVE-CONTA.
          05 WRK-CTA-CPF          PIC  9(011) VALUE ZEROS.
          05 WRK-CTA-CONTA        PIC  9(004) VALUE ZEROS.
          05 WRK-CTA-MOEDA        PIC  X(003) VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    CALCULO DAS DATAS DE TRANSFERENCIA DA ORDEM                 *
      *----------------------------------------------------------------*
       77 WRK-DAT-BASE            PIC  9(008) VALUE ZEROS.
       77 WRK-DAT-PROXIMA         PIC  9(008) VALUE ZEROS.
       77 WRK-INT-DATA            PIC S9(009) COMP VALUE +0.
       77 WRK-QTD-MESES           PIC  9(002) VALUE ZEROS.
       77 WRK-DIA-SEMANA          PIC  9(001) VALUE ZEROS.
       77 WRK-DIA-ALVO            PIC  9(001) VALUE ZEROS.
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
       01 WRK-ACUMULADORES.
           03 ACU-LIDOS-ARQMOR01     PIC 9(007) VALUE ZEROS.
           03 ACU-INCLUIDAS          PIC 9(007) VALUE ZEROS.
           03 ACU-ALTERADAS          PIC 9(007) VALUE ZEROS.
           03 ACU-CANCELADAS         PIC 9(007) VALUE ZEROS.
           03 ACU-REJEITADAS         PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQSAI01     PIC 9(007) VALUE ZEROS.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA PARA TRATAMENTO DE FILE-STATUS'.
      *----------------------------------------------------------------*
      *
       01 WRK-AREA-FS.
          05 WRK-FS-ARQMOR01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-MOR01-OK               VALUE '00'.
             88 WRK-FS-MOR01-FIM              VALUE '10'.
          05 WRK-FS-ARQORD01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-ORD01-OK               VALUE '00'.
             88 WRK-FS-ORD01-NAO-ENCONTRADO   VALUE '23'.
          05 WRK-FS-ARQCTA01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-CTA01-OK               VALUE '00'.
             88 WRK-FS-CTA01-NAO-ENCONTRADO   VALUE '23'.
          05 WRK-FS-ARQSAI01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SAI01-OK               VALUE '00'.
          05 WRK-FS-ARQREJ01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-REJ01-OK               VALUE '00'.
          05 WRK-FS-ARQAUD01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-AUD01-OK               VALUE '00'.
          05 WRK-FS-DISPLAY       PIC  X(002) VALUE SPACES.

       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQMOR01      VALUE 'ARQMOR01'.
          88 WRK-CN-ARQORD01      VALUE 'ARQORD01'.
          88 WRK-CN-ARQCTA01      VALUE 'ARQCTA01'.
          88 WRK-CN-ARQSAI01      VALUE 'ARQSAI01'.
          88 WRK-CN-ARQREJ01      VALUE 'ARQREJ01'.
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
           COPY MOR02231.
           COPY ORD02231.
           COPY CTA02225.
           COPY LOG02231.
           COPY REJ02231.
           COPY AUD00105.
           COPY 'I#ERRO01'.

      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0231 - FIM DA AREA DE WORKING'.
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

           PERFORM 3800-LER-TRANSACAO

           PERFORM 2000-PROCESSAR-TRANSACAO
              UNTIL WRK-FS-MOR01-FIM

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
           MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO WRK-DATA-CORRENTE

           SET  WRK-CN-OPEN            TO TRUE

           SET  WRK-CN-ARQMOR01        TO TRUE
           OPEN INPUT ARQMOR01

           IF NOT WRK-FS-MOR01-OK
              MOVE WRK-FS-ARQMOR01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

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

           SET  WRK-CN-ARQSAI01        TO TRUE
           OPEN OUTPUT ARQSAI01

           IF NOT WRK-FS-SAI01-OK
              MOVE WRK-FS-ARQSAI01     TO WRK-FS-DISPLAY
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
           .
      *----------------------------------------------------------------*
       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CRITICA O TIPO E A CHAVE DA TRANSACAO ANTES DE DESVIAR PARA *
      *    A MANUTENCAO                                                *
      *----------------------------------------------------------------*
       2000-PROCESSAR-TRANSACAO SECTION.
      *----------------------------------------------------------------*
      *
           EVALUATE TRUE
              WHEN NOT ARQMOR01-TRANS-INCLUSAO
               AND NOT ARQMOR01-TRANS-ALTERACAO
               AND NOT ARQMOR01-TRANS-EXCLUSAO
                 MOVE 01 TO WRK-COD-MOTIVO-REJEICAO
                 MOVE 'TIPO TRANSACAO INVALIDO'
                                        TO WRK-DESC-MOTIVO-REJEICAO
                 PERFORM 3960-GRAVAR-REJEITO
              WHEN ARQMOR01-CPF NOT NUMERIC
                OR ARQMOR01-CPF EQUAL ZEROS
                OR ARQMOR01-NUM-ORDEM NOT NUMERIC
                OR ARQMOR01-NUM-ORDEM EQUAL ZEROS
                 MOVE 04 TO WRK-COD-MOTIVO-REJEICAO
                 MOVE 'CHAVE DA ORDEM INVALIDA'
                                        TO WRK-DESC-MOTIVO-REJEICAO
                 PERFORM 3960-GRAVAR-REJEITO
              WHEN ARQMOR01-TRANS-INCLUSAO
                 PERFORM 2100-INCLUIR-ORDEM
              WHEN ARQMOR01-TRANS-ALTERACAO
                 PERFORM 2200-ALTERAR-ORDEM
              WHEN OTHER
                 PERFORM 2300-CANCELAR-ORDEM
           END-EVALUATE

           PERFORM 3800-LER-TRANSACAO
           .
      *----------------------------------------------------------------*
       2000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    INCLUSAO: CRITICA A TRANSACAO, CALCULA A DATA DA PRIMEIRA   *
      *    TRANSFERENCIA E GRAVA A ORDEM ATIVA NO CADASTRO             *
      *----------------------------------------------------------------*
       2100-INCLUIR-ORDEM SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ARQMOR01-CHAVE         TO FD-ARQORD01-CHAVE

           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQORD01        TO TRUE

           READ ARQORD01

           IF WRK-FS-ORD01-OK
              MOVE 02 TO WRK-COD-MOTIVO-REJEICAO
              MOVE 'ORDEM JA CADASTRADA' TO WRK-DESC-MOTIVO-REJEICAO
              PERFORM 3960-GRAVAR-REJEITO
              GO TO 2100-99-FIM
           END-IF

           IF NOT WRK-FS-ORD01-NAO-ENCONTRADO
              MOVE WRK-FS-ARQORD01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           INITIALIZE ARQORD01-REGISTRO

           IF ARQMOR01-VAL-ORDEM NOT NUMERIC
              OR ARQMOR01-VAL-ORDEM EQUAL ZEROS
              MOVE 08 TO WRK-COD-MOTIVO-REJEICAO
              MOVE 'VALOR DA ORDEM INVALIDO'
                                        TO WRK-DESC-MOTIVO-REJEICAO
              PERFORM 3960-GRAVAR-REJEITO
              GO TO 2100-99-FIM
           END-IF

           MOVE ARQMOR01-COD-FREQUENCIA TO ARQORD01-COD-FREQUENCIA
           IF ARQMOR01-NUM-DIA NUMERIC
              MOVE ARQMOR01-NUM-DIA    TO ARQORD01-NUM-DIA
           END-IF

           PERFORM 2400-VALIDAR-AGENDA

           IF WRK-AGENDA-INVALIDA
              MOVE 09 TO WRK-COD-MOTIVO-REJEICAO
              MOVE 'FREQUENCIA OU DIA INVALIDO'
                                        TO WRK-DESC-MOTIVO-REJEICAO
              PERFORM 3960-GRAVAR-REJEITO
              GO TO 2100-99-FIM
           END-IF

           IF ARQMOR01-DAT-INICIO NOT NUMERIC
              OR ARQMOR01-DAT-FIM NOT NUMERIC
              MOVE 10 TO WRK-COD-MOTIVO-REJEICAO
              MOVE 'DATA INICIO/FIM INVALIDA'
                                        TO WRK-DESC-MOTIVO-REJEICAO
              PERFORM 3960-GRAVAR-REJEITO
              GO TO 2100-99-FIM
           END-IF

           IF ARQMOR01-DAT-INICIO EQUAL ZEROS
              MOVE WRK-DATA-CORRENTE   TO WRK-DAT-INICIO
           ELSE
              MOVE ARQMOR01-DAT-INICIO TO WRK-DAT-INICIO
           END-IF

           IF ARQMOR01-DAT-FIM EQUAL ZEROS
              MOVE 99999999            TO WRK-DAT-FIM
           ELSE
              MOVE ARQMOR01-DAT-FIM    TO WRK-DAT-FIM
           END-IF

           MOVE WRK-DAT-INICIO         TO WRK-CRI-DATA-R
           PERFORM 3560-CRITICAR-CALENDARIO

           IF WRK-DATA-VALIDA
              AND WRK-DAT-FIM NOT EQUAL 99999999
              MOVE WRK-DAT-FIM         TO WRK-CRI-DATA-R
              PERFORM 3560-CRITICAR-CALENDARIO
           END-IF

           IF WRK-DATA-INVALIDA
              OR WRK-DAT-FIM LESS WRK-DAT-INICIO
              OR WRK-DAT-FIM LESS WRK-DATA-CORRENTE
              MOVE 10 TO WRK-COD-MOTIVO-REJEICAO
              MOVE 'DATA INICIO/FIM INVALIDA'
                                        TO WRK-DESC-MOTIVO-REJEICAO
              PERFORM 3960-GRAVAR-REJEITO
              GO TO 2100-99-FIM
           END-IF

           MOVE ARQMOR01-CPF           TO WRK-CTA-CPF
           MOVE ARQMOR01-NUM-CONTA     TO WRK-CTA-CONTA
           MOVE ARQMOR01-COD-MOEDA     TO WRK-CTA-MOEDA
           PERFORM 2500-VALIDAR-CONTA

           IF WRK-CONTA-INVALIDA
              MOVE 05 TO WRK-COD-MOTIVO-REJEICAO
              MOVE 'CONTA ORIGEM INEXIST/ENCERRADA'
                                        TO WRK-DESC-MOTIVO-REJEICAO
              PERFORM 3960-GRAVAR-REJEITO
              GO TO 2100-99-FIM
           END-IF

           MOVE ARQMOR01-CPF-DESTINO   TO WRK-CTA-CPF
           MOVE ARQMOR01-NUM-CONTA-DESTINO
                                       TO WRK-CTA-CONTA
           MOVE ARQMOR01-COD-MOEDA     TO WRK-CTA-MOEDA
           PERFORM 2500-VALIDAR-CONTA

           IF WRK-CONTA-INVALIDA
              MOVE 06 TO WRK-COD-MOTIVO-REJEICAO
              MOVE 'CONTA DESTINO INEXIST/ENCERR.'
                                        TO WRK-DESC-MOTIVO-REJEICAO
              PERFORM 3960-GRAVAR-REJEITO
              GO TO 2100-99-FIM
           END-IF

           IF ARQMOR01-CPF-DESTINO EQUAL ARQMOR01-CPF
              AND ARQMOR01-NUM-CONTA-DESTINO EQUAL ARQMOR01-NUM-CONTA
              MOVE 07 TO WRK-COD-MOTIVO-REJEICAO
              MOVE 'CONTA DESTINO IGUAL A ORIGEM'
                                        TO WRK-DESC-MOTIVO-REJEICAO
              PERFORM 3960-GRAVAR-REJEITO
              GO TO 2100-99-FIM
           END-IF

           IF WRK-DAT-INICIO GREATER WRK-DATA-CORRENTE
              MOVE WRK-DAT-INICIO      TO WRK-DAT-BASE
           ELSE
              MOVE WRK-DATA-CORRENTE   TO WRK-DAT-BASE
           END-IF

           PERFORM 5000-PRIMEIRA-OCORRENCIA

           IF WRK-DAT-PROXIMA GREATER WRK-DAT-FIM
              MOVE 10 TO WRK-COD-MOTIVO-REJEICAO
              MOVE 'DATA INICIO/FIM INVALIDA'
                                        TO WRK-DESC-MOTIVO-REJEICAO
              PERFORM 3960-GRAVAR-REJEITO
              GO TO 2100-99-FIM
           END-IF

           MOVE ARQMOR01-CHAVE         TO ARQORD01-CHAVE
           MOVE ARQMOR01-NUM-CONTA     TO ARQORD01-NUM-CONTA
           MOVE ARQMOR01-COD-MOEDA     TO ARQORD01-COD-MOEDA
           MOVE ARQMOR01-CPF-DESTINO   TO ARQORD01-CPF-DESTINO
           MOVE ARQMOR01-NUM-CONTA-DESTINO
                                       TO ARQORD01-NUM-CONTA-DESTINO
           MOVE ARQMOR01-VAL-ORDEM     TO ARQORD01-VAL-ORDEM
           MOVE WRK-DAT-INICIO         TO ARQORD01-DAT-INICIO
           MOVE WRK-DAT-FIM            TO ARQORD01-DAT-FIM
           MOVE WRK-DAT-PROXIMA        TO ARQORD01-DAT-PROX-EXEC
           MOVE ZEROS                  TO ARQORD01-DAT-ULT-EXEC
                                          ARQORD01-QTD-TENTATIVAS
                                          ARQORD01-DAT-CANCELAMENTO
           MOVE WRK-DATA-CORRENTE      TO ARQORD01-DAT-INCLUSAO
           SET  ARQORD01-ORDEM-ATIVA   TO TRUE

           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQORD01        TO TRUE

           WRITE FD-ARQORD01 FROM ARQORD01-REGISTRO

           IF NOT WRK-FS-ORD01-OK
              MOVE WRK-FS-ARQORD01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           ADD 1                       TO ACU-INCLUIDAS
           MOVE 'INCLUIDA'             TO WRK-RESULTADO
           PERFORM 3950-GRAVAR-LOG
           .
      *----------------------------------------------------------------*
       2100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ALTERACAO DE UMA ORDEM ATIVA: SO OS CAMPOS INFORMADOS SAO   *
      *    ALTERADOS; A MUDANCA DE FREQUENCIA OU DIA RECALCULA A       *
      *    PROXIMA TRANSFERENCIA A PARTIR DA DATA DA RODADA (NUNCA NO  *
      *    MESMO DIA DA ULTIMA TRANSFERENCIA EFETIVADA)                *
      *----------------------------------------------------------------*
       2200-ALTERAR-ORDEM SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ARQMOR01-CHAVE         TO FD-ARQORD01-CHAVE

           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQORD01        TO TRUE

           READ ARQORD01 INTO ARQORD01-REGISTRO

           IF WRK-FS-ORD01-NAO-ENCONTRADO
              MOVE 03 TO WRK-COD-MOTIVO-REJEICAO
              MOVE 'ORDEM NAO CADASTRADA'
                                        TO WRK-DESC-MOTIVO-REJEICAO
              PERFORM 3960-GRAVAR-REJEITO
              GO TO 2200-99-FIM
           END-IF

           IF NOT WRK-FS-ORD01-OK
              MOVE WRK-FS-ARQORD01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF NOT ARQORD01-ORDEM-ATIVA
              MOVE 11 TO WRK-COD-MOTIVO-REJEICAO
              MOVE 'ORDEM CANCELADA OU ENCERRADA'
                                        TO WRK-DESC-MOTIVO-REJEICAO
              PERFORM 3960-GRAVAR-REJEITO
              GO TO 2200-99-FIM
           END-IF

           IF ARQMOR01-VAL-ORDEM NOT NUMERIC
              OR ARQMOR01-NUM-DIA NOT NUMERIC
              OR ARQMOR01-DAT-FIM NOT NUMERIC
              MOVE 12 TO WRK-COD-MOTIVO-REJEICAO
              MOVE 'ALTERACAO INVALIDA'  TO WRK-DESC-MOTIVO-REJEICAO
              PERFORM 3960-GRAVAR-REJEITO
              GO TO 2200-99-FIM
           END-IF

           IF ARQMOR01-VAL-ORDEM EQUAL ZEROS
              AND ARQMOR01-COD-FREQUENCIA EQUAL SPACES
              AND ARQMOR01-NUM-DIA EQUAL ZEROS
              AND ARQMOR01-DAT-FIM EQUAL ZEROS
              MOVE 12 TO WRK-COD-MOTIVO-REJEICAO
              MOVE 'ALTERACAO INVALIDA'  TO WRK-DESC-MOTIVO-REJEICAO
              PERFORM 3960-GRAVAR-REJEITO
              GO TO 2200-99-FIM
           END-IF

           MOVE 'N'                    TO WRK-SW-ALTERACAO

           IF ARQMOR01-COD-FREQUENCIA NOT EQUAL SPACES
              AND ARQMOR01-COD-FREQUENCIA NOT EQUAL
                  ARQORD01-COD-FREQUENCIA
              MOVE ARQMOR01-COD-FREQUENCIA
                                       TO ARQORD01-COD-FREQUENCIA
              SET  WRK-ALTEROU-AGENDA  TO TRUE
           END-IF

           IF ARQMOR01-NUM-DIA NOT EQUAL ZEROS
              AND ARQMOR01-NUM-DIA NOT EQUAL ARQORD01-NUM-DIA
              MOVE ARQMOR01-NUM-DIA    TO ARQORD01-NUM-DIA
              SET  WRK-ALTEROU-AGENDA  TO TRUE
           END-IF

           PERFORM 2400-VALIDAR-AGENDA

           IF WRK-AGENDA-INVALIDA
              MOVE 09 TO WRK-COD-MOTIVO-REJEICAO
              MOVE 'FREQUENCIA OU DIA INVALIDO'
                                        TO WRK-DESC-MOTIVO-REJEICAO
              PERFORM 3960-GRAVAR-REJEITO
              GO TO 2200-99-FIM
           END-IF

           IF ARQMOR01-DAT-FIM NOT EQUAL ZEROS
              MOVE ARQMOR01-DAT-FIM    TO WRK-DAT-FIM
              SET  WRK-DATA-VALIDA     TO TRUE
              IF WRK-DAT-FIM NOT EQUAL 99999999
                 MOVE WRK-DAT-FIM      TO WRK-CRI-DATA-R
                 PERFORM 3560-CRITICAR-CALENDARIO
              END-IF
              IF WRK-DATA-INVALIDA
                 OR WRK-DAT-FIM LESS ARQORD01-DAT-INICIO
                 OR WRK-DAT-FIM LESS WRK-DATA-CORRENTE
                 MOVE 10 TO WRK-COD-MOTIVO-REJEICAO
                 MOVE 'DATA INICIO/FIM INVALIDA'
                                        TO WRK-DESC-MOTIVO-REJEICAO
                 PERFORM 3960-GRAVAR-REJEITO
                 GO TO 2200-99-FIM
              END-IF
              MOVE WRK-DAT-FIM         TO ARQORD01-DAT-FIM
           END-IF

           IF WRK-ALTEROU-AGENDA
              MOVE WRK-DATA-CORRENTE   TO WRK-DAT-BASE
              IF ARQORD01-DAT-INICIO GREATER WRK-DAT-BASE
                 MOVE ARQORD01-DAT-INICIO TO WRK-DAT-BASE
              END-IF
              IF ARQORD01-DAT-ULT-EXEC NOT LESS WRK-DAT-BASE
                 COMPUTE WRK-INT-DATA =
                    FUNCTION INTEGER-OF-DATE (ARQORD01-DAT-ULT-EXEC)
                    + 1
                 COMPUTE WRK-DAT-BASE =
                    FUNCTION DATE-OF-INTEGER (WRK-INT-DATA)
              END-IF
              PERFORM 5000-PRIMEIRA-OCORRENCIA
              MOVE WRK-DAT-PROXIMA     TO ARQORD01-DAT-PROX-EXEC
              MOVE ZEROS               TO ARQORD01-QTD-TENTATIVAS
           END-IF

           IF ARQORD01-DAT-PROX-EXEC GREATER ARQORD01-DAT-FIM
              MOVE 10 TO WRK-COD-MOTIVO-REJEICAO
              MOVE 'DATA INICIO/FIM INVALIDA'
                                        TO WRK-DESC-MOTIVO-REJEICAO
              PERFORM 3960-GRAVAR-REJEITO
              GO TO 2200-99-FIM
           END-IF

           IF ARQMOR01-VAL-ORDEM NOT EQUAL ZEROS
              MOVE ARQMOR01-VAL-ORDEM  TO ARQORD01-VAL-ORDEM
           END-IF

           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQORD01        TO TRUE

           REWRITE FD-ARQORD01 FROM ARQORD01-REGISTRO

           IF NOT WRK-FS-ORD01-OK
              MOVE WRK-FS-ARQORD01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           ADD 1                       TO ACU-ALTERADAS
           MOVE 'ALTERADA'             TO WRK-RESULTADO
           PERFORM 3950-GRAVAR-LOG
           .
      *----------------------------------------------------------------*
       2200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CANCELAMENTO: A ORDEM PERMANECE NO CADASTRO COM A SITUACAO  *
      *    'C' E A DATA DO CANCELAMENTO E DEIXA DE SER EXECUTADA       *
      *----------------------------------------------------------------*
       2300-CANCELAR-ORDEM SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ARQMOR01-CHAVE         TO FD-ARQORD01-CHAVE

           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQORD01        TO TRUE

           READ ARQORD01 INTO ARQORD01-REGISTRO

           IF WRK-FS-ORD01-NAO-ENCONTRADO
              MOVE 03 TO WRK-COD-MOTIVO-REJEICAO
              MOVE 'ORDEM NAO CADASTRADA'
                                        TO WRK-DESC-MOTIVO-REJEICAO
              PERFORM 3960-GRAVAR-REJEITO
              GO TO 2300-99-FIM
           END-IF

           IF NOT WRK-FS-ORD01-OK
              MOVE WRK-FS-ARQORD01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF NOT ARQORD01-ORDEM-ATIVA
              MOVE 11 TO WRK-COD-MOTIVO-REJEICAO
              MOVE 'ORDEM CANCELADA OU ENCERRADA'
                                        TO WRK-DESC-MOTIVO-REJEICAO
              PERFORM 3960-GRAVAR-REJEITO
              GO TO 2300-99-FIM
           END-IF

           SET  ARQORD01-ORDEM-CANCELADA TO TRUE
           MOVE WRK-DATA-CORRENTE      TO ARQORD01-DAT-CANCELAMENTO

           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQORD01        TO TRUE

           REWRITE FD-ARQORD01 FROM ARQORD01-REGISTRO

           IF NOT WRK-FS-ORD01-OK
              MOVE WRK-FS-ARQORD01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           ADD 1                       TO ACU-CANCELADAS
           MOVE 'CANCELADA'            TO WRK-RESULTADO
           PERFORM 3950-GRAVAR-LOG
           .
      *----------------------------------------------------------------*
       2300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CRITICA A FREQUENCIA E O DIA DA ORDEM: DIA DO MES 01-31     *
      *    NA MENSAL E NA TRIMESTRAL, DIA DA SEMANA 1-7 NA SEMANAL     *
      *----------------------------------------------------------------*
       2400-VALIDAR-AGENDA SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-AGENDA-INVALIDA    TO TRUE

           EVALUATE TRUE
              WHEN ARQORD01-FREQ-SEMANAL
                 IF ARQORD01-NUM-DIA NOT LESS 01
                    AND ARQORD01-NUM-DIA NOT GREATER 07
                    SET WRK-AGENDA-VALIDA TO TRUE
                 END-IF
              WHEN ARQORD01-FREQ-MENSAL
              WHEN ARQORD01-FREQ-TRIMESTRAL
                 IF ARQORD01-NUM-DIA NOT LESS 01
                    AND ARQORD01-NUM-DIA NOT GREATER 31
                    SET WRK-AGENDA-VALIDA TO TRUE
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       2400-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    A CONTA (WRK-CHAVE-CONTA) DEVE ESTAR CADASTRADA E ABERTA    *
      *----------------------------------------------------------------*
       2500-VALIDAR-CONTA SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CONTA-INVALIDA     TO TRUE

           IF WRK-CTA-CPF NOT NUMERIC
              OR WRK-CTA-CONTA NOT NUMERIC
              GO TO 2500-99-FIM
           END-IF

           IF WRK-CTA-CPF EQUAL ZEROS
              OR WRK-CTA-CONTA EQUAL ZEROS
              OR WRK-CTA-MOEDA EQUAL SPACES
              GO TO 2500-99-FIM
           END-IF

           MOVE WRK-CHAVE-CONTA        TO FD-ARQCTA01-CHAVE

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

           PERFORM 3570-APURAR-DIAS-MES

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
      *    QUANTIDADE DE DIAS DO MES DE WRK-CRI-DATA                   *
      *----------------------------------------------------------------*
       3570-APURAR-DIAS-MES SECTION.
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
           .
      *----------------------------------------------------------------*
       3570-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3800-LER-TRANSACAO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQMOR01        TO TRUE

           READ ARQMOR01 INTO ARQMOR01-REGISTRO

           IF WRK-FS-MOR01-OK
              ADD 1 TO ACU-LIDOS-ARQMOR01
           ELSE
              IF NOT WRK-FS-MOR01-FIM
                 MOVE WRK-FS-ARQMOR01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3800-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE GRAVACAO DO LOG DE TRANSACOES ACEITAS (IMAGEM DA  *
      *    ORDEM APOS A TRANSACAO)                                     *
      *----------------------------------------------------------------*
       3950-GRAVAR-LOG SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ARQMOR01-TIPO-TRANSACAO TO ARQSAI01-TIPO-TRANSACAO
           MOVE ARQORD01-CPF            TO ARQSAI01-CPF
           MOVE ARQORD01-NUM-ORDEM      TO ARQSAI01-NUM-ORDEM
           MOVE ARQORD01-NUM-CONTA      TO ARQSAI01-NUM-CONTA
           MOVE ARQORD01-COD-MOEDA      TO ARQSAI01-COD-MOEDA
           MOVE ARQORD01-CPF-DESTINO    TO ARQSAI01-CPF-DESTINO
           MOVE ARQORD01-NUM-CONTA-DESTINO
                                        TO ARQSAI01-NUM-CONTA-DESTINO
           MOVE ARQORD01-VAL-ORDEM      TO ARQSAI01-VAL-ORDEM
           MOVE ARQORD01-COD-FREQUENCIA TO ARQSAI01-COD-FREQUENCIA
           MOVE ARQORD01-NUM-DIA        TO ARQSAI01-NUM-DIA
           MOVE ARQORD01-DAT-PROX-EXEC  TO ARQSAI01-DAT-PROX-EXEC
           MOVE ARQORD01-DAT-FIM        TO ARQSAI01-DAT-FIM
           MOVE ARQORD01-SIT-ORDEM      TO ARQSAI01-SIT-ORDEM
           MOVE WRK-RESULTADO           TO ARQSAI01-RESULTADO

           SET  WRK-CN-WRITE            TO TRUE
           SET  WRK-CN-ARQSAI01         TO TRUE
           WRITE FD-ARQSAI01 FROM ARQSAI01-REGISTRO

           IF WRK-FS-SAI01-OK
              ADD 1 TO ACU-GRAVA-ARQSAI01
           ELSE
              MOVE WRK-FS-ARQSAI01      TO WRK-FS-DISPLAY
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
           MOVE ARQMOR01-REGISTRO       TO ARQREJ01-TRANSACAO
           MOVE WRK-COD-MOTIVO-REJEICAO TO ARQREJ01-COD-MOTIVO
           MOVE WRK-DESC-MOTIVO-REJEICAO TO ARQREJ01-DESC-MOTIVO

           SET  WRK-CN-WRITE            TO TRUE
           SET  WRK-CN-ARQREJ01         TO TRUE
           WRITE FD-ARQREJ01 FROM ARQREJ01-REGISTRO

           IF WRK-FS-REJ01-OK
              ADD 1 TO ACU-REJEITADAS
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
           MOVE WRK-PROGRAMA           TO ARQAUD01-PROGRAMA
           MOVE FUNCTION CURRENT-DATE(1:8)
                                        TO ARQAUD01-DATA
           MOVE FUNCTION CURRENT-DATE(9:6)
                                        TO ARQAUD01-HORA
           MOVE ACU-LIDOS-ARQMOR01      TO ARQAUD01-QTDE-LIDOS
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
           PERFORM 3980-GRAVAR-AUDITORIA

           SET  WRK-CN-CLOSE           TO TRUE

           SET  WRK-CN-ARQMOR01        TO TRUE
           CLOSE ARQMOR01
           IF NOT WRK-FS-MOR01-OK
              MOVE WRK-FS-ARQMOR01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

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

           SET  WRK-CN-ARQSAI01        TO TRUE
           CLOSE ARQSAI01
           IF NOT WRK-FS-SAI01-OK
              MOVE WRK-FS-ARQSAI01     TO WRK-FS-DISPLAY
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

           MOVE ACU-LIDOS-ARQMOR01     TO WRK-MASK-QTDE
           DISPLAY '**************************************************'
           DISPLAY '* QTDE DE TRANSACOES LIDAS   : ' WRK-MASK-QTDE  '*'
           MOVE ACU-INCLUIDAS          TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE ORDENS INCLUIDAS   : ' WRK-MASK-QTDE  '*'
           MOVE ACU-ALTERADAS          TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE ORDENS ALTERADAS   : ' WRK-MASK-QTDE  '*'
           MOVE ACU-CANCELADAS         TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE ORDENS CANCELADAS  : ' WRK-MASK-QTDE  '*'
           MOVE ACU-REJEITADAS         TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE REJEITADAS         : ' WRK-MASK-QTDE  '*'
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
      *    CALCULA EM WRK-DAT-PROXIMA A PRIMEIRA DATA PREVISTA DE      *
      *    TRANSFERENCIA DA ORDEM EM OU APOS WRK-DAT-BASE: NA SEMANAL, *
      *    O PRIMEIRO DIA DA SEMANA DA ORDEM; NAS DEMAIS, O DIA DA     *
      *    ORDEM NO MES DA BASE (LIMITADO AO ULTIMO DIA DO MES) OU NO  *
      *    MES SEGUINTE, SE JA PASSOU                                  *
      *----------------------------------------------------------------*
       5000-PRIMEIRA-OCORRENCIA SECTION.
      *----------------------------------------------------------------*
      *
           IF ARQORD01-FREQ-SEMANAL
              IF ARQORD01-NUM-DIA EQUAL 07
                 MOVE ZEROS            TO WRK-DIA-ALVO
              ELSE
                 MOVE ARQORD01-NUM-DIA TO WRK-DIA-ALVO
              END-IF
              COMPUTE WRK-INT-DATA =
                      FUNCTION INTEGER-OF-DATE (WRK-DAT-BASE)
              PERFORM 5160-VERIFICAR-DIA-SEMANA
              PERFORM 5170-AVANCAR-UM-DIA
                 UNTIL WRK-DIA-SEMANA EQUAL WRK-DIA-ALVO
              COMPUTE WRK-DAT-PROXIMA =
                      FUNCTION DATE-OF-INTEGER (WRK-INT-DATA)
              GO TO 5000-99-FIM
           END-IF

           MOVE WRK-DAT-BASE           TO WRK-CRI-DATA-R
           PERFORM 5150-AJUSTAR-DIA

           IF WRK-CRI-DATA-R LESS WRK-DAT-BASE
              MOVE 1                   TO WRK-QTD-MESES
              PERFORM 5140-SOMAR-MESES
           END-IF

           MOVE WRK-CRI-DATA-R         TO WRK-DAT-PROXIMA
           .
      *----------------------------------------------------------------*
       5000-99-FIM.
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
           PERFORM 3570-APURAR-DIAS-MES

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
      *    DIA DA SEMANA DE WRK-INT-DATA: MOD 7 SOBRE O INTEIRO DE     *
      *    DATA (1 = SEGUNDA ... 6 = SABADO, 0 = DOMINGO)              *
      *----------------------------------------------------------------*
       5160-VERIFICAR-DIA-SEMANA SECTION.
      *----------------------------------------------------------------*
      *
           COMPUTE WRK-DIA-SEMANA = FUNCTION MOD (WRK-INT-DATA, 7)
           .
      *----------------------------------------------------------------*
       5160-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       5170-AVANCAR-UM-DIA SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO WRK-INT-DATA

           PERFORM 5160-VERIFICAR-DIA-SEMANA
           .
      *----------------------------------------------------------------*
       5170-99-FIM.
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
           MOVE ACU-LIDOS-ARQMOR01
                                  TO ERRO01-QTDE-LIDOS
           MOVE ACU-GRAVA-ARQSAI01
                                  TO ERRO01-QTDE-GRAVADOS
           MOVE ARQMOR01-CHAVE    TO ERRO01-ULT-CHAVE

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
