      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0233.
       AUTHOR.     JULIANA SOARES.
      *================================================================*
      *    PROGRAMA....: EXER0233                                      *
      *    PROGRAMADOR.: JULIANA SOARES                                *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   ADAPTADOR DOS PAGAMENTOS INSTANTANEOS (PIX):*
      *                    LE O ARQUIVO DIARIO DE LIQUIDACAO DA CAMARA *
      *                    (PIX02233), DESCARTA OS PAGAMENTOS JA       *
      *                    CONVERTIDOS (REGISTRO DE FIM A FIM -        *
      *                    E2E02233) E CONVERTE OS CREDITOS EM         *
      *                    DEPOSITO ('D') E OS DEBITOS EM SAQUE ('S')  *
      *                    NO MOVIMENTO DE DEPOSITOS (ENT02105), COM O *
      *                    CPF DA CONTRAPARTE, DENTRO DE ENVELOPE      *
      *                    HDR/TRL (HDT00105, VERSAO 4). A SEQUENCIA   *
      *                    DO ENVELOPE E A SEGUINTE A ULTIMA DO        *
      *                    MOVIMENTO NO REGISTRO DE ARQUIVOS           *
      *                    PROCESSADOS (REG00105). O RELATORIO DE      *
      *                    CONTROLE CONCILIA AS QUANTIDADES E OS       *
      *                    TOTAIS LIDOS COM O TRAILER DA LIQUIDACAO E  *
      *                    COM O CONVERTIDO/DUPLICADO/REJEITADO.       *
      *                    RETURN-CODE 04 = CONCILIACAO DIVERGENTE;    *
      *                    08 = ARQUIVO SEM TRAILER.                   *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQPIX01 (LIQUIDACAO PIX DA CAMARA)       PIX02233        *
      *      ARQE2E01 (REGISTRO FIM A FIM - KSDS)      E2E02233        *
      *      ARQCTA01 (CADASTRO DE CONTAS - KSDS)      CTA02225        *
      *      ARQREG01 (ARQUIVOS PROCESSADOS - OPC.)    REG00105        *
      *      ARQSAI01 (MOVIMENTO PIX CONVERTIDO)       ENT02105        *
      *      ARQSAI02 (RELATORIO DE CONTROLE)          -               *
      *      ARQREJ01 (REGISTROS REJEITADOS)           REJ02233        *
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
           SELECT ARQPIX01 ASSIGN      TO UT-S-ARQPIX01
                      FILE STATUS      IS WRK-FS-ARQPIX01.

           SELECT ARQE2E01 ASSIGN      TO UT-S-ARQE2E01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS FD-ARQE2E01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQE2E01.

           SELECT ARQCTA01 ASSIGN      TO UT-S-ARQCTA01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS FD-ARQCTA01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQCTA01.

           SELECT OPTIONAL ARQREG01 ASSIGN TO UT-S-ARQREG01
                      FILE STATUS      IS WRK-FS-ARQREG01.

           SELECT ARQSAI01 ASSIGN      TO UT-S-ARQSAI01
                      FILE STATUS      IS WRK-FS-ARQSAI01.

           SELECT ARQSAI02 ASSIGN      TO UT-S-ARQSAI02
                      FILE STATUS      IS WRK-FS-ARQSAI02.

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
      *   INPUT:      LIQUIDACAO DIARIA DOS PAGAMENTOS INSTANTANEOS   *
      *               ORG. SEQUENCIAL   -   LRECL = 120               *
      *---------------------------------------------------------------*

       FD  ARQPIX01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQPIX01             PIC X(120).

      *---------------------------------------------------------------*
      *   I-O:        REGISTRO DOS PAGAMENTOS JA CONVERTIDOS          *
      *               ORG. INDEXADA     -   LRECL = 080               *
      *---------------------------------------------------------------*

       FD  ARQE2E01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQE2E01.
           05 FD-ARQE2E01-CHAVE       PIC X(32).
           05 FILLER                  PIC X(48).

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
      *   INPUT:      REGISTRO DE ARQUIVOS PROCESSADOS (OPCIONAL)     *
      *               ORG. SEQUENCIAL   -   LRECL = 037               *
      *---------------------------------------------------------------*

       FD  ARQREG01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQREG01             PIC X(037).

      *---------------------------------------------------------------*
      *   OUTPUT:     MOVIMENTO DE DEPOSITOS DOS PAGAMENTOS PIX       *
      *               (COM ENVELOPE) - ORG. SEQUENCIAL - LRECL = 049  *
      *---------------------------------------------------------------*

       FD  ARQSAI01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQSAI01             PIC X(049).

      *---------------------------------------------------------------*
      *   OUTPUT:     RELATORIO DE CONTROLE DA CONVERSAO              *
      *               ORG. SEQUENCIAL   -   LRECL = 132               *
      *---------------------------------------------------------------*

       FD  ARQSAI02
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQSAI02             PIC X(132).

      *---------------------------------------------------------------*
      *   OUTPUT:     REGISTROS DA LIQUIDACAO REJEITADOS              *
      *               ORG. SEQUENCIAL   -   LRECL = 152               *
      *---------------------------------------------------------------*

       FD  ARQREJ01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQREJ01             PIC X(152).

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
             'EXER0233 - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC  X(008) VALUE 'EXER0233'.
       77 WRK-ERRO2000            PIC  X(008) VALUE 'ERRO2000'.
       77 WRK-MASK-QTDE           PIC  ZZZ.ZZ9.
       77 WRK-MASK-VALOR          PIC  Z.ZZZ.ZZZ.ZZ9,99.
       77 WRK-ID-ARQUIVO-MOVTO    PIC  X(008) VALUE 'ENT02105'.
       77 WRK-ULT-SEQ-PROCESSADA  PIC  9(004) VALUE ZEROS.
       77 WRK-NUM-SEQ-ENVELOPE    PIC  9(004) VALUE ZEROS.
       77 WRK-DAT-LIQUIDACAO      PIC  9(008) VALUE ZEROS.
       77 WRK-DATA-CORRENTE       PIC  9(008) VALUE ZEROS.
       77 WRK-COD-MOTIVO-REJEICAO PIC  9(002) VALUE ZEROS.
       77 WRK-DESC-MOTIVO-REJEICAO PIC X(030) VALUE SPACES.
       77 WRK-QTD-CONFERIDA       PIC  9(009) VALUE ZEROS.
      *
       01 WRK-SW-TRAILER          PIC  X(001) VALUE 'N'.
          88 WRK-TRAILER-LIDO                 VALUE 'S'.
      *
       01 WRK-SW-CONCILIACAO      PIC  X(001) VALUE 'S'.
          88 WRK-CONCILIACAO-OK               VALUE 'S'.
          88 WRK-CONCILIACAO-DIVERGENTE       VALUE 'N'.
      *
       01 WRK-CHAVE-CONTA.
          05 WRK-CTA-CPF          PIC  9(011) VALUE ZEROS.
          05 WRK-CTA-CONTA        PIC  9(004) VALUE ZEROS.
          05 WRK-CTA-MOEDA        PIC  X(003) VALUE 'BRL'.
      *
       01 WRK-ACUMULADORES.
           03 ACU-LIDOS-ARQPIX01     PIC 9(007) VALUE ZEROS.
           03 ACU-DETALHES-LIDOS     PIC 9(007) VALUE ZEROS.
           03 ACU-CREDITOS-LIDOS     PIC 9(007) VALUE ZEROS.
           03 ACU-DEBITOS-LIDOS      PIC 9(007) VALUE ZEROS.
           03 ACU-CREDITOS-CONVERT   PIC 9(007) VALUE ZEROS.
           03 ACU-DEBITOS-CONVERT    PIC 9(007) VALUE ZEROS.
           03 ACU-DUPLICADOS         PIC 9(007) VALUE ZEROS.
           03 ACU-REJEITADOS         PIC 9(007) VALUE ZEROS.
           03 ACU-FORA-LAYOUT        PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQSAI01     PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQSAI02     PIC 9(007) VALUE ZEROS.
      *
       01 WRK-TOTAIS.
           03 TOT-VAL-CREDITOS-LIDOS   PIC S9(15)V99 COMP-3 VALUE +0.
           03 TOT-VAL-DEBITOS-LIDOS    PIC S9(15)V99 COMP-3 VALUE +0.
           03 TOT-VAL-CREDITOS-CONVERT PIC S9(15)V99 COMP-3 VALUE +0.
           03 TOT-VAL-DEBITOS-CONVERT  PIC S9(15)V99 COMP-3 VALUE +0.
           03 TOT-VAL-DUPLICADOS       PIC S9(15)V99 COMP-3 VALUE +0.
           03 TOT-VAL-REJEITADOS       PIC S9(15)V99 COMP-3 VALUE +0.
      *
      *----------------------------------------------------------------*
      *    AREA DO RELATORIO                                           *
      *----------------------------------------------------------------*
       01 WRK-CAB1-RELATORIO.
          05 FILLER               PIC X(044) VALUE
             'CONTROLE DA CONVERSAO PIX - LIQUIDACAO DE   '.
          05 WRK-CAB1-DATA        PIC 9(008).
          05 FILLER               PIC X(012) VALUE '  SEQ. CAM. '.
          05 WRK-CAB1-SEQ-CAMARA  PIC 9(006).
          05 FILLER               PIC X(014) VALUE '  ENVELOPE:   '.
          05 WRK-CAB1-SEQ-ENVELOPE PIC 9(004).
          05 FILLER               PIC X(044) VALUE SPACES.

       01 WRK-DET-OCORRENCIA.
          05 FILLER               PIC X(004) VALUE 'E2E '.
          05 WRK-DET-ID-E2E       PIC X(032).
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DET-TIPO         PIC X(001).
          05 FILLER               PIC X(005) VALUE ' CPF '.
          05 WRK-DET-CPF          PIC 9(011).
          05 FILLER               PIC X(005) VALUE ' CTA '.
          05 WRK-DET-CONTA        PIC 9(004).
          05 FILLER               PIC X(007) VALUE ' VALOR '.
          05 WRK-DET-VALOR        PIC Z.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DET-SITUACAO     PIC X(030).
          05 FILLER               PIC X(014) VALUE SPACES.

       01 WRK-TIT-CONCILIACAO.
          05 FILLER               PIC X(042) VALUE
             'CONCILIACAO COM A LIQUIDACAO'.
          05 FILLER               PIC X(011) VALUE '       QTDE'.
          05 FILLER               PIC X(024) VALUE
             '                   VALOR'.
          05 FILLER               PIC X(055) VALUE SPACES.

       01 WRK-RES-LINHA.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-RES-DESCRICAO    PIC X(040).
          05 WRK-RES-QTDE         PIC ZZZ.ZZZ.ZZ9.
          05 FILLER               PIC X(004) VALUE SPACES.
          05 WRK-RES-VALOR        PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(055) VALUE SPACES.

       01 WRK-ROD-RELATORIO.
          05 FILLER               PIC X(033) VALUE
             'SITUACAO DA CONCILIACAO.......:  '.
          05 WRK-ROD-SITUACAO     PIC X(030).
          05 FILLER               PIC X(069) VALUE SPACES.

       01 WRK-LINHA-IMPRESSAO     PIC X(132) VALUE SPACES.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA PARA TRATAMENTO DE FILE-STATUS'.
      *----------------------------------------------------------------*
      *
       01 WRK-AREA-FS.
          05 WRK-FS-ARQPIX01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-PIX01-OK               VALUE '00'.
             88 WRK-FS-PIX01-FIM              VALUE '10'.
          05 WRK-FS-ARQE2E01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-E2E01-OK               VALUE '00'.
             88 WRK-FS-E2E01-NAO-ENCONTRADO   VALUE '23'.
          05 WRK-FS-ARQCTA01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-CTA01-OK               VALUE '00'.
             88 WRK-FS-CTA01-NAO-ENCONTRADO   VALUE '23'.
          05 WRK-FS-ARQREG01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-REG01-OK               VALUE '00'.
             88 WRK-FS-REG01-FIM              VALUE '10'.
          05 WRK-FS-ARQSAI01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SAI01-OK               VALUE '00'.
          05 WRK-FS-ARQSAI02      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SAI02-OK               VALUE '00'.
          05 WRK-FS-ARQREJ01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-REJ01-OK               VALUE '00'.
          05 WRK-FS-ARQAUD01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-AUD01-OK               VALUE '00'.
          05 WRK-FS-DISPLAY       PIC  X(002) VALUE SPACES.

       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQPIX01      VALUE 'ARQPIX01'.
          88 WRK-CN-ARQE2E01      VALUE 'ARQE2E01'.
          88 WRK-CN-ARQCTA01      VALUE 'ARQCTA01'.
          88 WRK-CN-ARQREG01      VALUE 'ARQREG01'.
          88 WRK-CN-ARQSAI01      VALUE 'ARQSAI01'.
          88 WRK-CN-ARQSAI02      VALUE 'ARQSAI02'.
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
           COPY PIX02233.
           COPY E2E02233.
           COPY CTA02225.
           COPY REG00105.
           COPY ENT02105.
           COPY HDT00105.
           COPY REJ02233.
           COPY AUD00105.
           COPY 'I#ERRO01'.

      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0233 - FIM DA AREA DE WORKING'.
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

           PERFORM 2000-PROCESSAR
              UNTIL WRK-FS-PIX01-FIM

           PERFORM 4000-FINALIZAR
           .
      *----------------------------------------------------------------*
       0000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE INICIALIZACAO DO PROGRAMA: O PRIMEIRO REGISTRO DA *
      *    LIQUIDACAO TEM DE SER O HEADER                              *
      *----------------------------------------------------------------*
       1000-INICIALIZAR SECTION.
      *----------------------------------------------------------------*
      *
           MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO WRK-DATA-CORRENTE

           PERFORM 1100-LER-REGISTRO-PROCESSADOS

           COMPUTE WRK-NUM-SEQ-ENVELOPE = WRK-ULT-SEQ-PROCESSADA + 1

           SET  WRK-CN-OPEN            TO TRUE

           SET  WRK-CN-ARQPIX01        TO TRUE
           OPEN INPUT ARQPIX01

           IF NOT WRK-FS-PIX01-OK
              MOVE WRK-FS-ARQPIX01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQE2E01        TO TRUE
           OPEN I-O ARQE2E01

           IF NOT WRK-FS-E2E01-OK
              MOVE WRK-FS-ARQE2E01     TO WRK-FS-DISPLAY
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

           SET  WRK-CN-ARQSAI02        TO TRUE
           OPEN OUTPUT ARQSAI02

           IF NOT WRK-FS-SAI02-OK
              MOVE WRK-FS-ARQSAI02     TO WRK-FS-DISPLAY
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

           PERFORM 3800-LER-LIQUIDACAO

           IF WRK-FS-PIX01-FIM
              OR NOT ARQPIX01-REG-HEADER
              OR ARQPIX01-HDR-DAT-LIQUIDACAO NOT NUMERIC
              DISPLAY '* ARQUIVO DE LIQUIDACAO VAZIO OU SEM HEADER'
              DISPLAY '* (PRIMEIRO REGISTRO DEVE SER DO TIPO H)'
              MOVE 12                  TO RETURN-CODE
              PERFORM 9900-FIM-PROGRAMA
           END-IF

           MOVE ARQPIX01-HDR-DAT-LIQUIDACAO TO WRK-DAT-LIQUIDACAO

           DISPLAY '* LIQUIDACAO ' WRK-DAT-LIQUIDACAO
                   ' SEQUENCIA ' ARQPIX01-HDR-NUM-SEQ
                   ' - ENVELOPE ' WRK-NUM-SEQ-ENVELOPE

           PERFORM 3700-GRAVAR-HEADER

           MOVE WRK-DAT-LIQUIDACAO     TO WRK-CAB1-DATA
           MOVE ARQPIX01-HDR-NUM-SEQ   TO WRK-CAB1-SEQ-CAMARA
           MOVE WRK-NUM-SEQ-ENVELOPE   TO WRK-CAB1-SEQ-ENVELOPE
           MOVE WRK-CAB1-RELATORIO     TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           PERFORM 3800-LER-LIQUIDACAO
           .
      *----------------------------------------------------------------*
       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LE O REGISTRO PERSISTENTE DE ARQUIVOS PROCESSADOS E GUARDA  *
      *    A ULTIMA SEQUENCIA PROCESSADA DO MOVIMENTO DE DEPOSITOS     *
      *----------------------------------------------------------------*
       1100-LER-REGISTRO-PROCESSADOS SECTION.
      *----------------------------------------------------------------*
      *
           SET WRK-CN-OPEN            TO TRUE
           SET WRK-CN-ARQREG01        TO TRUE

           OPEN INPUT ARQREG01

           IF WRK-FS-REG01-OK
              PERFORM 1110-LER-REG-PROC
              PERFORM 1120-GUARDAR-SEQ UNTIL WRK-FS-REG01-FIM
              CLOSE ARQREG01
           END-IF
           .
      *----------------------------------------------------------------*
       1100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1110-LER-REG-PROC SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQREG01 INTO ARQREG01-REGISTRO

           IF WRK-FS-REG01-OK OR WRK-FS-REG01-FIM
              CONTINUE
           ELSE
              MOVE WRK-FS-ARQREG01 TO WRK-FS-DISPLAY
              SET WRK-CN-READ      TO TRUE
              SET WRK-CN-ARQREG01  TO TRUE
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       1110-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1120-GUARDAR-SEQ SECTION.
      *----------------------------------------------------------------*
      *
           IF ARQREG01-ID-ARQUIVO EQUAL WRK-ID-ARQUIVO-MOVTO
              IF ARQREG01-NUM-SEQ GREATER WRK-ULT-SEQ-PROCESSADA
                 MOVE ARQREG01-NUM-SEQ TO WRK-ULT-SEQ-PROCESSADA
              END-IF
           END-IF

           PERFORM 1110-LER-REG-PROC
           .
      *----------------------------------------------------------------*
       1120-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    TRATA CADA REGISTRO DA LIQUIDACAO APOS O HEADER             *
      *----------------------------------------------------------------*
       2000-PROCESSAR SECTION.
      *----------------------------------------------------------------*
      *
           EVALUATE TRUE
              WHEN ARQPIX01-REG-DETALHE
               AND NOT WRK-TRAILER-LIDO
                 PERFORM 2100-TRATAR-PAGAMENTO
              WHEN ARQPIX01-REG-TRAILER
               AND NOT WRK-TRAILER-LIDO
                 SET WRK-TRAILER-LIDO  TO TRUE
              WHEN OTHER
                 ADD 1 TO ACU-FORA-LAYOUT
                 MOVE 01 TO WRK-COD-MOTIVO-REJEICAO
                 MOVE 'REGISTRO FORA DO LAYOUT'
                                        TO WRK-DESC-MOTIVO-REJEICAO
                 PERFORM 3960-GRAVAR-REJEITO
           END-EVALUATE

           PERFORM 3800-LER-LIQUIDACAO
           .
      *----------------------------------------------------------------*
       2000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CRITICA O PAGAMENTO, DESCARTA O JA CONVERTIDO (MESMO ID FIM *
      *    A FIM) E CONVERTE O RESTANTE NO MOVIMENTO DE DEPOSITOS      *
      *----------------------------------------------------------------*
       2100-TRATAR-PAGAMENTO SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO ACU-DETALHES-LIDOS

           EVALUATE TRUE
              WHEN ARQPIX01-MOV-CREDITO
                 ADD 1 TO ACU-CREDITOS-LIDOS
                 IF ARQPIX01-VAL-MOVIMENTO NUMERIC
                    ADD ARQPIX01-VAL-MOVIMENTO
                                       TO TOT-VAL-CREDITOS-LIDOS
                 END-IF
              WHEN ARQPIX01-MOV-DEBITO
                 ADD 1 TO ACU-DEBITOS-LIDOS
                 IF ARQPIX01-VAL-MOVIMENTO NUMERIC
                    ADD ARQPIX01-VAL-MOVIMENTO
                                       TO TOT-VAL-DEBITOS-LIDOS
                 END-IF
              WHEN OTHER
                 MOVE 02 TO WRK-COD-MOTIVO-REJEICAO
                 MOVE 'TIPO DE MOVIMENTO INVALIDO'
                                        TO WRK-DESC-MOTIVO-REJEICAO
                 PERFORM 3960-GRAVAR-REJEITO
                 GO TO 2100-99-FIM
           END-EVALUATE

           EVALUATE TRUE
              WHEN ARQPIX01-ID-E2E EQUAL SPACES
                 MOVE 03 TO WRK-COD-MOTIVO-REJEICAO
                 MOVE 'ID FIM A FIM EM BRANCO'
                                        TO WRK-DESC-MOTIVO-REJEICAO
              WHEN ARQPIX01-VAL-MOVIMENTO NOT NUMERIC
                OR ARQPIX01-VAL-MOVIMENTO EQUAL ZEROS
                 MOVE 04 TO WRK-COD-MOTIVO-REJEICAO
                 MOVE 'VALOR INVALIDO'  TO WRK-DESC-MOTIVO-REJEICAO
              WHEN ARQPIX01-CPF-CLIENTE NOT NUMERIC
                OR ARQPIX01-NUM-CONTA NOT NUMERIC
                OR ARQPIX01-CPF-CONTRAPARTE NOT NUMERIC
                OR ARQPIX01-DAT-LIQUIDACAO NOT NUMERIC
                 MOVE 05 TO WRK-COD-MOTIVO-REJEICAO
                 MOVE 'CPF, CONTA OU DATA INVALIDOS'
                                        TO WRK-DESC-MOTIVO-REJEICAO
              WHEN ARQPIX01-COD-MOEDA NOT EQUAL SPACES
               AND ARQPIX01-COD-MOEDA NOT EQUAL 'BRL'
                 MOVE 06 TO WRK-COD-MOTIVO-REJEICAO
                 MOVE 'MOEDA DIFERENTE DE BRL'
                                        TO WRK-DESC-MOTIVO-REJEICAO
              WHEN OTHER
                 MOVE ZEROS            TO WRK-COD-MOTIVO-REJEICAO
           END-EVALUATE

           IF WRK-COD-MOTIVO-REJEICAO NOT EQUAL ZEROS
              PERFORM 3960-GRAVAR-REJEITO
              GO TO 2100-99-FIM
           END-IF

           MOVE ARQPIX01-ID-E2E        TO FD-ARQE2E01-CHAVE

           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQE2E01        TO TRUE

           READ ARQE2E01 INTO ARQE2E01-REGISTRO

           IF WRK-FS-E2E01-OK
              ADD 1 TO ACU-DUPLICADOS
              ADD ARQPIX01-VAL-MOVIMENTO TO TOT-VAL-DUPLICADOS
              MOVE 'DUPLICADO - JA CONVERTIDO'
                                       TO WRK-DET-SITUACAO
              PERFORM 3400-RELATAR-OCORRENCIA
              GO TO 2100-99-FIM
           END-IF

           IF NOT WRK-FS-E2E01-NAO-ENCONTRADO
              MOVE WRK-FS-ARQE2E01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           MOVE ARQPIX01-CPF-CLIENTE   TO WRK-CTA-CPF
           MOVE ARQPIX01-NUM-CONTA     TO WRK-CTA-CONTA
           MOVE WRK-CHAVE-CONTA        TO FD-ARQCTA01-CHAVE

           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQCTA01        TO TRUE

           READ ARQCTA01 INTO ARQCTA01-REGISTRO

           IF NOT WRK-FS-CTA01-OK
              AND NOT WRK-FS-CTA01-NAO-ENCONTRADO
              MOVE WRK-FS-ARQCTA01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF WRK-FS-CTA01-NAO-ENCONTRADO
              OR NOT ARQCTA01-CONTA-ABERTA
              MOVE 07 TO WRK-COD-MOTIVO-REJEICAO
              MOVE 'CONTA INEXISTENTE OU ENCERRADA'
                                        TO WRK-DESC-MOTIVO-REJEICAO
              PERFORM 3960-GRAVAR-REJEITO
              GO TO 2100-99-FIM
           END-IF

           PERFORM 2200-CONVERTER-PAGAMENTO
           .
      *----------------------------------------------------------------*
       2100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GRAVA O MOVIMENTO DE DEPOSITOS DO PAGAMENTO (CREDITO = 'D', *
      *    DEBITO = 'S', COM O CPF DA CONTRAPARTE) E REGISTRA O ID FIM *
      *    A FIM                                                       *
      *----------------------------------------------------------------*
       2200-CONVERTER-PAGAMENTO SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE ARQENT01-REGISTRO
           MOVE ARQPIX01-CPF-CLIENTE      TO ARQENT01-CPF
           MOVE ARQPIX01-DAT-LIQUIDACAO (7:2)
                                          TO ARQENT01-DAT-DEPOS (1:2)
           MOVE '/'                       TO ARQENT01-DAT-DEPOS (3:1)
           MOVE ARQPIX01-DAT-LIQUIDACAO (5:2)
                                          TO ARQENT01-DAT-DEPOS (4:2)
           MOVE '/'                       TO ARQENT01-DAT-DEPOS (6:1)
           MOVE ARQPIX01-DAT-LIQUIDACAO (1:4)
                                          TO ARQENT01-DAT-DEPOS (7:4)
           MOVE ARQPIX01-VAL-MOVIMENTO    TO ARQENT01-VAL-DEPOS
           MOVE 'BRL'                     TO ARQENT01-COD-MOEDA
           MOVE ARQPIX01-NUM-CONTA        TO ARQENT01-NUM-CONTA
           MOVE ARQPIX01-CPF-CONTRAPARTE  TO ARQENT01-CPF-CONTRAPARTE

           IF ARQPIX01-MOV-CREDITO
              SET ARQENT01-TRANS-DEPOSITO TO TRUE
              ADD 1 TO ACU-CREDITOS-CONVERT
              ADD ARQPIX01-VAL-MOVIMENTO  TO TOT-VAL-CREDITOS-CONVERT
           ELSE
              SET ARQENT01-TRANS-SAQUE    TO TRUE
              ADD 1 TO ACU-DEBITOS-CONVERT
              ADD ARQPIX01-VAL-MOVIMENTO  TO TOT-VAL-DEBITOS-CONVERT
           END-IF

           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQSAI01        TO TRUE

           WRITE FD-ARQSAI01 FROM ARQENT01-REGISTRO

           IF WRK-FS-SAI01-OK
              ADD 1 TO ACU-GRAVA-ARQSAI01
           ELSE
              MOVE WRK-FS-ARQSAI01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           INITIALIZE ARQE2E01-REGISTRO
           MOVE ARQPIX01-ID-E2E        TO ARQE2E01-ID-E2E
           MOVE ARQPIX01-TIP-MOVIMENTO TO ARQE2E01-TIP-MOVIMENTO
           MOVE ARQPIX01-DAT-LIQUIDACAO TO ARQE2E01-DAT-LIQUIDACAO
           MOVE ARQPIX01-VAL-MOVIMENTO TO ARQE2E01-VAL-MOVIMENTO
           MOVE ARQPIX01-CPF-CLIENTE   TO ARQE2E01-CPF-CLIENTE
           MOVE ARQPIX01-NUM-CONTA     TO ARQE2E01-NUM-CONTA
           MOVE WRK-DATA-CORRENTE      TO ARQE2E01-DAT-PROCESSO
           MOVE WRK-NUM-SEQ-ENVELOPE   TO ARQE2E01-NUM-SEQ-ENVELOPE

           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQE2E01        TO TRUE

           WRITE FD-ARQE2E01 FROM ARQE2E01-REGISTRO

           IF NOT WRK-FS-E2E01-OK
              MOVE WRK-FS-ARQE2E01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       2200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LINHA DO RELATORIO PARA O PAGAMENTO NAO CONVERTIDO          *
      *----------------------------------------------------------------*
       3400-RELATAR-OCORRENCIA SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ARQPIX01-ID-E2E        TO WRK-DET-ID-E2E
           MOVE ARQPIX01-TIP-MOVIMENTO TO WRK-DET-TIPO

           IF ARQPIX01-CPF-CLIENTE NUMERIC
              MOVE ARQPIX01-CPF-CLIENTE TO WRK-DET-CPF
           ELSE
              MOVE ZEROS               TO WRK-DET-CPF
           END-IF

           IF ARQPIX01-NUM-CONTA NUMERIC
              MOVE ARQPIX01-NUM-CONTA  TO WRK-DET-CONTA
           ELSE
              MOVE ZEROS               TO WRK-DET-CONTA
           END-IF

           IF ARQPIX01-VAL-MOVIMENTO NUMERIC
              MOVE ARQPIX01-VAL-MOVIMENTO TO WRK-DET-VALOR
           ELSE
              MOVE ZEROS               TO WRK-DET-VALOR
           END-IF

           MOVE WRK-DET-OCORRENCIA     TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       3400-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GRAVA O HEADER DE ENVELOPE (HDT00105, VERSAO 4) DO          *
      *    MOVIMENTO CONVERTIDO                                        *
      *----------------------------------------------------------------*
       3700-GRAVAR-HEADER SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'HDR'                  TO ARQHDR01-TIPO
           MOVE WRK-DAT-LIQUIDACAO     TO ARQHDR01-DAT-GERACAO
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
       3800-LER-LIQUIDACAO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQPIX01        TO TRUE

           READ ARQPIX01 INTO ARQPIX01-REGISTRO

           IF WRK-FS-PIX01-OK
              ADD 1 TO ACU-LIDOS-ARQPIX01
           ELSE
              IF NOT WRK-FS-PIX01-FIM
                 MOVE WRK-FS-ARQPIX01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3800-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GRAVA O REGISTRO REJEITADO E A LINHA DO RELATORIO           *
      *----------------------------------------------------------------*
       3960-GRAVAR-REJEITO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ARQPIX01-REGISTRO       TO ARQREJ01-TRANSACAO
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

           IF (ARQPIX01-MOV-CREDITO OR ARQPIX01-MOV-DEBITO)
              AND ARQPIX01-REG-DETALHE
              AND ARQPIX01-VAL-MOVIMENTO NUMERIC
              ADD ARQPIX01-VAL-MOVIMENTO TO TOT-VAL-REJEITADOS
           END-IF

           MOVE WRK-DESC-MOTIVO-REJEICAO TO WRK-DET-SITUACAO
           PERFORM 3400-RELATAR-OCORRENCIA
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
           MOVE ACU-LIDOS-ARQPIX01      TO ARQAUD01-QTDE-LIDOS
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
      *    CONCILIACAO: O LIDO TEM DE CONFERIR COM O TRAILER DA        *
      *    LIQUIDACAO E SER IGUAL A SOMA DO CONVERTIDO, DUPLICADO E    *
      *    REJEITADO                                                   *
      *----------------------------------------------------------------*
       4100-CONCILIAR SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-TIT-CONCILIACAO    TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           IF WRK-TRAILER-LIDO
              MOVE 'CREDITOS NO TRAILER DA LIQUIDACAO'
                                       TO WRK-RES-DESCRICAO
              MOVE ARQPIX01-TRL-QTDE-CREDITOS TO WRK-RES-QTDE
              MOVE ARQPIX01-TRL-VAL-CREDITOS  TO WRK-RES-VALOR
              PERFORM 4900-GRAVAR-RESUMO
              MOVE 'DEBITOS NO TRAILER DA LIQUIDACAO'
                                       TO WRK-RES-DESCRICAO
              MOVE ARQPIX01-TRL-QTDE-DEBITOS  TO WRK-RES-QTDE
              MOVE ARQPIX01-TRL-VAL-DEBITOS   TO WRK-RES-VALOR
              PERFORM 4900-GRAVAR-RESUMO
           END-IF

           MOVE 'CREDITOS LIDOS'       TO WRK-RES-DESCRICAO
           MOVE ACU-CREDITOS-LIDOS     TO WRK-RES-QTDE
           MOVE TOT-VAL-CREDITOS-LIDOS TO WRK-RES-VALOR
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'DEBITOS LIDOS'        TO WRK-RES-DESCRICAO
           MOVE ACU-DEBITOS-LIDOS      TO WRK-RES-QTDE
           MOVE TOT-VAL-DEBITOS-LIDOS  TO WRK-RES-VALOR
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'CREDITOS CONVERTIDOS (DEPOSITO D)'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-CREDITOS-CONVERT   TO WRK-RES-QTDE
           MOVE TOT-VAL-CREDITOS-CONVERT TO WRK-RES-VALOR
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'DEBITOS CONVERTIDOS (SAQUE S)'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-DEBITOS-CONVERT    TO WRK-RES-QTDE
           MOVE TOT-VAL-DEBITOS-CONVERT TO WRK-RES-VALOR
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'DUPLICADOS (JA CONVERTIDOS)'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-DUPLICADOS         TO WRK-RES-QTDE
           MOVE TOT-VAL-DUPLICADOS     TO WRK-RES-VALOR
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'REJEITADOS'           TO WRK-RES-DESCRICAO
           MOVE ACU-REJEITADOS         TO WRK-RES-QTDE
           MOVE TOT-VAL-REJEITADOS     TO WRK-RES-VALOR
           PERFORM 4900-GRAVAR-RESUMO

           SET WRK-CONCILIACAO-OK      TO TRUE

           IF WRK-TRAILER-LIDO
              IF ACU-DETALHES-LIDOS NOT EQUAL
                    ARQPIX01-TRL-QTDE-DETALHES
                 OR ACU-CREDITOS-LIDOS NOT EQUAL
                    ARQPIX01-TRL-QTDE-CREDITOS
                 OR ACU-DEBITOS-LIDOS NOT EQUAL
                    ARQPIX01-TRL-QTDE-DEBITOS
                 OR TOT-VAL-CREDITOS-LIDOS NOT EQUAL
                    ARQPIX01-TRL-VAL-CREDITOS
                 OR TOT-VAL-DEBITOS-LIDOS NOT EQUAL
                    ARQPIX01-TRL-VAL-DEBITOS
                 SET WRK-CONCILIACAO-DIVERGENTE TO TRUE
              END-IF
           END-IF

      *    OS REGISTROS FORA DO LAYOUT SAO REJEITADOS MAS NAO SAO
      *    DETALHES LIDOS; ELES SAO DESCONTADOS NA CONFERENCIA
           COMPUTE WRK-QTD-CONFERIDA =
                   ACU-CREDITOS-CONVERT + ACU-DEBITOS-CONVERT
                 + ACU-DUPLICADOS + ACU-REJEITADOS
                 - ACU-FORA-LAYOUT

           IF WRK-QTD-CONFERIDA NOT EQUAL ACU-DETALHES-LIDOS
              SET WRK-CONCILIACAO-DIVERGENTE TO TRUE
           END-IF

           EVALUATE TRUE
              WHEN NOT WRK-TRAILER-LIDO
                 MOVE 'ARQUIVO SEM TRAILER'  TO WRK-ROD-SITUACAO
                 MOVE 08                     TO RETURN-CODE
              WHEN WRK-CONCILIACAO-DIVERGENTE
                 MOVE 'DIVERGENTE'           TO WRK-ROD-SITUACAO
                 MOVE 04                     TO RETURN-CODE
              WHEN OTHER
                 MOVE 'CONFERE'              TO WRK-ROD-SITUACAO
           END-EVALUATE

           MOVE WRK-ROD-RELATORIO      TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       4100-99-FIM.
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
      *    ROTINA DE FINALIZACAO DO PROGRAMA                           *
      *----------------------------------------------------------------*
       4000-FINALIZAR SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 3750-GRAVAR-TRAILER

           PERFORM 4100-CONCILIAR

           PERFORM 3980-GRAVAR-AUDITORIA

           SET  WRK-CN-CLOSE           TO TRUE

           SET  WRK-CN-ARQPIX01        TO TRUE
           CLOSE ARQPIX01
           IF NOT WRK-FS-PIX01-OK
              MOVE WRK-FS-ARQPIX01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQE2E01        TO TRUE
           CLOSE ARQE2E01
           IF NOT WRK-FS-E2E01-OK
              MOVE WRK-FS-ARQE2E01     TO WRK-FS-DISPLAY
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

           SET  WRK-CN-ARQSAI02        TO TRUE
           CLOSE ARQSAI02
           IF NOT WRK-FS-SAI02-OK
              MOVE WRK-FS-ARQSAI02     TO WRK-FS-DISPLAY
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

           MOVE ACU-LIDOS-ARQPIX01     TO WRK-MASK-QTDE
           DISPLAY '**************************************************'
           DISPLAY '* QTDE DE REGISTROS LIDOS    : ' WRK-MASK-QTDE  '*'
           MOVE ACU-CREDITOS-CONVERT   TO WRK-MASK-QTDE
           DISPLAY '* CREDITOS CONVERTIDOS (D)   : ' WRK-MASK-QTDE  '*'
           MOVE ACU-DEBITOS-CONVERT    TO WRK-MASK-QTDE
           DISPLAY '* DEBITOS CONVERTIDOS (S)    : ' WRK-MASK-QTDE  '*'
           MOVE ACU-DUPLICADOS         TO WRK-MASK-QTDE
           DISPLAY '* DUPLICADOS DESCARTADOS     : ' WRK-MASK-QTDE  '*'
           MOVE ACU-REJEITADOS         TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE REJEITADOS         : ' WRK-MASK-QTDE  '*'
           MOVE TOT-VAL-CREDITOS-CONVERT TO WRK-MASK-VALOR
           DISPLAY '* TOTAL CREDITOS CONVERTIDOS : ' WRK-MASK-VALOR
           MOVE TOT-VAL-DEBITOS-CONVERT TO WRK-MASK-VALOR
           DISPLAY '* TOTAL DEBITOS CONVERTIDOS  : ' WRK-MASK-VALOR
           DISPLAY '* CONCILIACAO                : ' WRK-ROD-SITUACAO
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
           MOVE ACU-LIDOS-ARQPIX01
                                  TO ERRO01-QTDE-LIDOS
           MOVE ACU-GRAVA-ARQSAI01
                                  TO ERRO01-QTDE-GRAVADOS
           MOVE ARQPIX01-ID-E2E   TO ERRO01-ULT-CHAVE

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
