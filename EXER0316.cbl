      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0316.
       AUTHOR.     JULIANA SOARES.
      *================================================================*
      *    PROGRAMA....: EXER0316                                      *
      *    PROGRAMADOR.: JULIANA SOARES                                *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   RETORNO DE COBRANCA DOS BOLETOS DE          *
      *                    EMPRESTIMO: LE O ARQUIVO DE RETORNO CNAB    *
      *                    240 DO BANCO (SEGMENTOS T E U - CNB03315),  *
      *                    CASA CADA TITULO PELO NOSSO NUMERO NO       *
      *                    CONTROLE DE BOLETOS (KSDS BOL03315) E       *
      *                    ATUALIZA SUA SITUACAO (REGISTRADO,          *
      *                    REJEITADO, LIQUIDADO OU BAIXADO). CADA      *
      *                    LIQUIDACAO GERA O PAGAMENTO DO EMPRESTIMO   *
      *                    (ENT03205, CANAL 'B') DENTRO DE ENVELOPE    *
      *                    HDR/TRL (HDT00105, VERSAO 4). LISTA OS      *
      *                    BOLETOS PAGOS COM VALOR DIVERGENTE, OS JA   *
      *                    LIQUIDADOS, OS NAO ENCONTRADOS E AS         *
      *                    ENTRADAS REJEITADAS PELO BANCO.             *
      *----------------------------------------------------------------*
      *    CARTAO (ARQPARM): COLS 1-8  DATA DE REFERENCIA (AAAAMMDD)   *
      *                      COLS 10-13 SEQUENCIA DO ENVELOPE          *
      *                                 (BRANCOS/ZEROS = 1)            *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQRET01 (RETORNO CNAB 240 - OPCIONAL)    CNB03315        *
      *      ARQBOL01 (CONTROLE DE BOLETOS - KSDS)     BOL03315        *
      *      ARQSAI01 (PAGAMENTOS GERADOS)             ENT03205        *
      *      ARQSAI02 (RELATORIO DO RETORNO)           -               *
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

           SELECT OPTIONAL ARQRET01 ASSIGN TO UT-S-ARQRET01
                      FILE STATUS      IS WRK-FS-ARQRET01.

           SELECT ARQBOL01 ASSIGN      TO UT-S-ARQBOL01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS FD-ARQBOL01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQBOL01.

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
      *   INPUT:      CARTAO DE PARAMETROS                            *
      *---------------------------------------------------------------*

       FD  ARQPARM
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQPARM              PIC X(80).

      *---------------------------------------------------------------*
      *   INPUT:      RETORNO DE COBRANCA DO BANCO (CNAB 240)         *
      *               ORG. SEQUENCIAL   -   LRECL = 240               *
      *---------------------------------------------------------------*

       FD  ARQRET01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQRET01             PIC X(240).

      *---------------------------------------------------------------*
      *   I-O:        CONTROLE DOS BOLETOS EMITIDOS                   *
      *               ORG. INDEXADA     -   LRECL = 080               *
      *---------------------------------------------------------------*

       FD  ARQBOL01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQBOL01.
           05 FD-ARQBOL01-CHAVE       PIC X(013).
           05 FILLER                  PIC X(067).

      *---------------------------------------------------------------*
      *   OUTPUT:     PAGAMENTOS DE EMPRESTIMO GERADOS (COM ENVELOPE) *
      *               ORG. SEQUENCIAL   -   LRECL = 026               *
      *---------------------------------------------------------------*

       FD  ARQSAI01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQSAI01             PIC X(026).

      *---------------------------------------------------------------*
      *   OUTPUT:     RELATORIO DO RETORNO DE COBRANCA                *
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
             'EXER0316 - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC  X(008) VALUE 'EXER0316'.
       77 WRK-ERRO2000            PIC  X(008) VALUE 'ERRO2000'.
       77 WRK-MASK-QTDE           PIC  ZZZ.ZZ9.
       77 WRK-MASK-VALOR          PIC  Z.ZZZ.ZZZ.ZZ9,99.
       77 WRK-DAT-REFERENCIA      PIC  9(008) VALUE ZEROS.
       77 WRK-NUM-SEQ-ENVELOPE    PIC  9(004) VALUE 0001.
      *
       01 WRK-SW-RETORNO          PIC  X(001) VALUE 'N'.
          88 WRK-RETORNO-PRESENTE             VALUE 'S'.
      *
       01 WRK-SW-SEGMENTO-T       PIC  X(001) VALUE 'N'.
          88 WRK-SEGMENTO-T-PENDENTE          VALUE 'S'.
          88 WRK-SEGMENTO-T-TRATADO           VALUE 'N'.
      *
       01 WRK-SW-TRAILER          PIC  X(001) VALUE 'N'.
          88 WRK-TRAILER-LIDO                 VALUE 'S'.
      *
       01 WRK-PARM-REGISTRO.
          05 WRK-PARM-DATA        PIC  9(008) VALUE ZEROS.
          05 FILLER               PIC  X(001) VALUE SPACES.
          05 WRK-PARM-SEQ         PIC  9(004) VALUE ZEROS.
          05 FILLER               PIC  X(067) VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    REGISTRO LIDO DO RETORNO: TIPO NA POSICAO 8, SEGMENTO NA 14 *
      *----------------------------------------------------------------*
       01 WRK-REG-RETORNO.
          05 FILLER               PIC  X(007).
          05 WRK-RET-TIPO-REGISTRO PIC X(001).
             88 WRK-RET-HDR-ARQUIVO           VALUE '0'.
             88 WRK-RET-HDR-LOTE              VALUE '1'.
             88 WRK-RET-DETALHE               VALUE '3'.
             88 WRK-RET-TRL-LOTE              VALUE '5'.
             88 WRK-RET-TRL-ARQUIVO           VALUE '9'.
          05 FILLER               PIC  X(005).
          05 WRK-RET-COD-SEGMENTO PIC  X(001).
             88 WRK-RET-SEGMENTO-T            VALUE 'T'.
             88 WRK-RET-SEGMENTO-U            VALUE 'U'.
          05 FILLER               PIC  X(226).
      *
       01 WRK-NN-RETORNO          PIC  X(013) VALUE SPACES.
      *
       01 WRK-ACUMULADORES.
           03 ACU-LIDOS-ARQRET01     PIC 9(007) VALUE ZEROS.
           03 ACU-TITULOS            PIC 9(007) VALUE ZEROS.
           03 ACU-CONFIRMADOS        PIC 9(007) VALUE ZEROS.
           03 ACU-REJEITADOS         PIC 9(007) VALUE ZEROS.
           03 ACU-LIQUIDADOS         PIC 9(007) VALUE ZEROS.
           03 ACU-DIVERGENTES        PIC 9(007) VALUE ZEROS.
           03 ACU-JA-LIQUIDADOS      PIC 9(007) VALUE ZEROS.
           03 ACU-NAO-ENCONTRADOS    PIC 9(007) VALUE ZEROS.
           03 ACU-BAIXADOS           PIC 9(007) VALUE ZEROS.
           03 ACU-OUTROS-MOVIMENTOS  PIC 9(007) VALUE ZEROS.
           03 ACU-OCORRENCIAS        PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQSAI01     PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQSAI02     PIC 9(007) VALUE ZEROS.
      *
       01 WRK-TOTAIS.
           03 TOT-VAL-LIQUIDADO      PIC S9(15)V99 COMP-3 VALUE +0.
           03 TOT-VAL-DIVERGENTE     PIC S9(15)V99 COMP-3 VALUE +0.
           03 TOT-VAL-NAO-ENCONTRADO PIC S9(15)V99 COMP-3 VALUE +0.
      *
      *----------------------------------------------------------------*
      *    CONVERSAO DE DATAS DDMMAAAA (PADRAO CNAB) -> AAAAMMDD       *
      *----------------------------------------------------------------*
       01 WRK-DATA-CNAB           PIC 9(008) VALUE ZEROS.
       01 WRK-DATA-CNAB-R         REDEFINES WRK-DATA-CNAB.
          05 WRK-CNAB-DIA         PIC 9(002).
          05 WRK-CNAB-MES         PIC 9(002).
          05 WRK-CNAB-ANO         PIC 9(004).
      *
       01 WRK-DATA-ISO            PIC 9(008) VALUE ZEROS.
       01 WRK-DATA-ISO-R          REDEFINES WRK-DATA-ISO.
          05 WRK-ISO-ANO          PIC 9(004).
          05 WRK-ISO-MES          PIC 9(002).
          05 WRK-ISO-DIA          PIC 9(002).
      *
      *----------------------------------------------------------------*
      *    AREA DO RELATORIO                                           *
      *----------------------------------------------------------------*
       01 WRK-CAB1-RELATORIO.
          05 FILLER               PIC X(044) VALUE
             'RETORNO DE COBRANCA - BOLETOS DE EMPRESTIMO '.
          05 WRK-CAB1-DATA        PIC 9(008).
          05 FILLER               PIC X(014) VALUE '  ENVELOPE:   '.
          05 WRK-CAB1-SEQ-ENVELOPE PIC 9(004).
          05 FILLER               PIC X(062) VALUE SPACES.

       01 WRK-TIT-SECAO           PIC X(132) VALUE SPACES.

       01 WRK-DET-BOLETO.
          05 FILLER               PIC X(003) VALUE 'NN '.
          05 WRK-DET-NOSSO-NUMERO PIC X(013).
          05 FILLER               PIC X(005) VALUE ' MOV '.
          05 WRK-DET-MOVIMENTO    PIC 9(002).
          05 FILLER               PIC X(008) VALUE ' BOLETO '.
          05 WRK-DET-VAL-BOLETO   PIC Z.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(006) VALUE ' PAGO '.
          05 WRK-DET-VAL-PAGO     PIC Z.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DET-SITUACAO     PIC X(030).
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DET-MOTIVO       PIC X(010).
          05 FILLER               PIC X(020) VALUE SPACES.

       01 WRK-RES-LINHA.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-RES-DESCRICAO    PIC X(040).
          05 WRK-RES-QTDE         PIC ZZZ.ZZZ.ZZ9.
          05 FILLER               PIC X(004) VALUE SPACES.
          05 WRK-RES-VALOR        PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(055) VALUE SPACES.

       01 WRK-LINHA-IMPRESSAO     PIC X(132) VALUE SPACES.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA PARA TRATAMENTO DE FILE-STATUS'.
      *----------------------------------------------------------------*
      *
       01 WRK-AREA-FS.
          05 WRK-FS-ARQPARM       PIC  X(002) VALUE SPACES.
             88 WRK-FS-PARM-OK                VALUE '00'.
          05 WRK-FS-ARQRET01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-RET01-OK               VALUE '00'.
             88 WRK-FS-RET01-FIM              VALUE '10'.
          05 WRK-FS-ARQBOL01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-BOL01-OK               VALUE '00'.
             88 WRK-FS-BOL01-NAO-ENCONTRADO   VALUE '23'.
          05 WRK-FS-ARQSAI01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SAI01-OK               VALUE '00'.
          05 WRK-FS-ARQSAI02      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SAI02-OK               VALUE '00'.
          05 WRK-FS-ARQAUD01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-AUD01-OK               VALUE '00'.
          05 WRK-FS-DISPLAY       PIC  X(002) VALUE SPACES.

       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQPARM       VALUE 'ARQPARM '.
          88 WRK-CN-ARQRET01      VALUE 'ARQRET01'.
          88 WRK-CN-ARQBOL01      VALUE 'ARQBOL01'.
          88 WRK-CN-ARQSAI01      VALUE 'ARQSAI01'.
          88 WRK-CN-ARQSAI02      VALUE 'ARQSAI02'.
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
           COPY CNB03315.
           COPY BOL03315.
           COPY ENT03205.
           COPY HDT00105.
           COPY AUD00105.
           COPY 'I#ERRO01'.

      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0316 - FIM DA AREA DE WORKING'.
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

           IF WRK-RETORNO-PRESENTE
              PERFORM 3000-PROCESSAR
                 UNTIL WRK-FS-RET01-FIM
           END-IF

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

           SET  WRK-CN-ARQBOL01        TO TRUE
           OPEN I-O ARQBOL01

           IF NOT WRK-FS-BOL01-OK
              MOVE WRK-FS-ARQBOL01     TO WRK-FS-DISPLAY
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

           SET  WRK-CN-ARQAUD01        TO TRUE
           OPEN EXTEND ARQAUD01

           IF NOT WRK-FS-AUD01-OK
              MOVE WRK-FS-ARQAUD01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 3700-GRAVAR-HEADER

           MOVE WRK-DAT-REFERENCIA     TO WRK-CAB1-DATA
           MOVE WRK-NUM-SEQ-ENVELOPE   TO WRK-CAB1-SEQ-ENVELOPE
           MOVE WRK-CAB1-RELATORIO     TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'OCORRENCIAS DO RETORNO DE COBRANCA'
                                       TO WRK-TIT-SECAO
           MOVE WRK-TIT-SECAO          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           SET  WRK-CN-ARQRET01        TO TRUE
           OPEN INPUT ARQRET01

           IF NOT WRK-FS-RET01-OK
              DISPLAY '* RETORNO DE COBRANCA AUSENTE - SEM BAIXAS'
              GO TO 1000-99-FIM
           END-IF

           SET WRK-RETORNO-PRESENTE    TO TRUE

           PERFORM 3800-LER-RETORNO

           IF WRK-FS-RET01-FIM
              GO TO 1000-99-FIM
           END-IF

      *    O PRIMEIRO REGISTRO TEM DE SER O HEADER DE ARQUIVO DE RETORNO
           MOVE WRK-REG-RETORNO        TO ARQCNB01-HDR-ARQUIVO

           IF NOT WRK-RET-HDR-ARQUIVO
              OR NOT ARQCNB01-HA-RETORNO
              DISPLAY '* ARQRET01 NAO E UM RETORNO CNAB 240 DE '
              DISPLAY '* COBRANCA (HEADER DE ARQUIVO INVALIDO)'
              MOVE 12                  TO RETURN-CODE
              PERFORM 9900-FIM-PROGRAMA
           END-IF
           .
      *----------------------------------------------------------------*
       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    TRATA CADA REGISTRO DO RETORNO PELO TIPO: O SEGMENTO T E    *
      *    GUARDADO ATE A CHEGADA DO SEGMENTO U DO MESMO TITULO        *
      *----------------------------------------------------------------*
       3000-PROCESSAR SECTION.
      *----------------------------------------------------------------*
      *
           EVALUATE TRUE
              WHEN WRK-RET-DETALHE AND WRK-RET-SEGMENTO-T
                 MOVE WRK-REG-RETORNO  TO ARQCNB01-SEG-T
                 SET WRK-SEGMENTO-T-PENDENTE TO TRUE
              WHEN WRK-RET-DETALHE AND WRK-RET-SEGMENTO-U
                 MOVE WRK-REG-RETORNO  TO ARQCNB01-SEG-U
                 IF WRK-SEGMENTO-T-PENDENTE
                    PERFORM 3100-TRATAR-TITULO
                    SET WRK-SEGMENTO-T-TRATADO TO TRUE
                 ELSE
                    DISPLAY '* SEGMENTO U SEM SEGMENTO T - REGISTRO '
                            ACU-LIDOS-ARQRET01 ' IGNORADO'
                    ADD 1 TO ACU-OCORRENCIAS
                 END-IF
              WHEN WRK-RET-TRL-ARQUIVO
                 MOVE WRK-REG-RETORNO  TO ARQCNB01-TRL-ARQUIVO
                 SET WRK-TRAILER-LIDO  TO TRUE
                 IF ARQCNB01-TA-QTD-REGISTROS NOT NUMERIC
                    OR ARQCNB01-TA-QTD-REGISTROS NOT EQUAL
                       ACU-LIDOS-ARQRET01
                    DISPLAY '* TRAILER DO RETORNO NAO CONFERE COM A '
                            'QUANTIDADE DE REGISTROS LIDOS'
                    ADD 1 TO ACU-OCORRENCIAS
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           PERFORM 3800-LER-RETORNO
           .
      *----------------------------------------------------------------*
       3000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CASA O TITULO PELO NOSSO NUMERO E TRATA O MOVIMENTO DO      *
      *    BANCO: 02 ENTRADA CONFIRMADA, 03 ENTRADA REJEITADA, 06/17   *
      *    LIQUIDACAO E 09 BAIXA. OS DEMAIS SO SAO CONTADOS            *
      *----------------------------------------------------------------*
       3100-TRATAR-TITULO SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO ACU-TITULOS
           MOVE SPACES                 TO WRK-DET-SITUACAO
           MOVE SPACES                 TO WRK-DET-MOTIVO
           MOVE ARQCNB01-ST-NOSSO-NUMERO (1:13) TO WRK-NN-RETORNO

           IF WRK-NN-RETORNO NUMERIC
              MOVE WRK-NN-RETORNO      TO FD-ARQBOL01-CHAVE

              SET  WRK-CN-READ         TO TRUE
              SET  WRK-CN-ARQBOL01     TO TRUE

              READ ARQBOL01 INTO ARQBOL01-REGISTRO

              IF NOT WRK-FS-BOL01-OK
                 AND NOT WRK-FS-BOL01-NAO-ENCONTRADO
                 MOVE WRK-FS-ARQBOL01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           ELSE
              SET WRK-FS-BOL01-NAO-ENCONTRADO TO TRUE
           END-IF

           IF WRK-FS-BOL01-NAO-ENCONTRADO
              ADD 1 TO ACU-NAO-ENCONTRADOS
              ADD 1 TO ACU-OCORRENCIAS
              MOVE ZEROS               TO ARQBOL01-VAL-BOLETO
              IF ARQCNB01-ST-LIQUIDACAO
                 ADD ARQCNB01-SU-VAL-PAGO TO TOT-VAL-NAO-ENCONTRADO
              END-IF
              MOVE 'NOSSO NUMERO NAO ENCONTRADO'
                                       TO WRK-DET-SITUACAO
              PERFORM 3400-RELATAR-BOLETO
              GO TO 3100-99-FIM
           END-IF

           EVALUATE TRUE
              WHEN ARQCNB01-ST-LIQUIDACAO
                 PERFORM 3200-LIQUIDAR-BOLETO
              WHEN ARQCNB01-ST-ENTRADA-CONFIRMADA
                 ADD 1 TO ACU-CONFIRMADOS
                 IF ARQBOL01-BOLETO-EMITIDO
                    SET ARQBOL01-BOLETO-REGISTRADO TO TRUE
                    PERFORM 3300-ATUALIZAR-BOLETO
                 END-IF
              WHEN ARQCNB01-ST-ENTRADA-REJEITADA
                 ADD 1 TO ACU-REJEITADOS
                 ADD 1 TO ACU-OCORRENCIAS
                 SET ARQBOL01-BOLETO-REJEITADO TO TRUE
                 PERFORM 3300-ATUALIZAR-BOLETO
                 MOVE 'ENTRADA REJEITADA PELO BANCO'
                                       TO WRK-DET-SITUACAO
                 MOVE ARQCNB01-ST-COD-MOTIVO TO WRK-DET-MOTIVO
                 PERFORM 3400-RELATAR-BOLETO
              WHEN ARQCNB01-ST-BAIXA
                 ADD 1 TO ACU-BAIXADOS
                 IF NOT ARQBOL01-BOLETO-LIQUIDADO
                    SET ARQBOL01-BOLETO-BAIXADO TO TRUE
                    PERFORM 3300-ATUALIZAR-BOLETO
                 END-IF
              WHEN OTHER
                 ADD 1 TO ACU-OUTROS-MOVIMENTOS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       3100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LIQUIDACAO: GERA O PAGAMENTO DO EMPRESTIMO PELO VALOR PAGO  *
      *    NO BANCO (O DINHEIRO ENTROU, MESMO QUE DIVIRJA DO BOLETO OU *
      *    QUE O BOLETO JA ESTIVESSE LIQUIDADO) E LISTA AS DIVERGENCIAS*
      *----------------------------------------------------------------*
       3200-LIQUIDAR-BOLETO SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO ACU-LIQUIDADOS
           ADD ARQCNB01-SU-VAL-PAGO    TO TOT-VAL-LIQUIDADO

           EVALUATE TRUE
              WHEN ARQBOL01-BOLETO-LIQUIDADO
                 ADD 1 TO ACU-JA-LIQUIDADOS
                 ADD 1 TO ACU-OCORRENCIAS
                 MOVE 'BOLETO JA LIQUIDADO'
                                       TO WRK-DET-SITUACAO
                 PERFORM 3400-RELATAR-BOLETO
              WHEN ARQCNB01-SU-VAL-PAGO NOT EQUAL ARQBOL01-VAL-BOLETO
                 ADD 1 TO ACU-DIVERGENTES
                 ADD 1 TO ACU-OCORRENCIAS
                 ADD ARQCNB01-SU-VAL-PAGO TO TOT-VAL-DIVERGENTE
                 MOVE 'VALOR DIVERGENTE'
                                       TO WRK-DET-SITUACAO
                 PERFORM 3400-RELATAR-BOLETO
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           IF ARQCNB01-SU-DAT-OCORRENCIA NUMERIC
              AND ARQCNB01-SU-DAT-OCORRENCIA GREATER ZEROS
              MOVE ARQCNB01-SU-DAT-OCORRENCIA TO WRK-DATA-CNAB
              PERFORM 5300-CONVERTER-DATA
           ELSE
              MOVE WRK-DAT-REFERENCIA  TO WRK-DATA-ISO
           END-IF

      *    PAGAMENTO DO EMPRESTIMO (ENT03205)
           INITIALIZE ARQENT02-REGISTRO
           MOVE ARQBOL01-COD-AGENCIA   TO ARQENT02-COD-AGENCIA
           MOVE ARQBOL01-NUM-CONTA     TO ARQENT02-NUM-CONTA
           MOVE ARQBOL01-NUM-EMPRESTIMO
                                       TO ARQENT02-NUM-EMPRESTIMO
           MOVE WRK-DATA-ISO           TO ARQENT02-DAT-PAGTO
           MOVE ARQCNB01-SU-VAL-PAGO   TO ARQENT02-VAL-PAGO
           MOVE 'P'                    TO ARQENT02-TIP-MOVIMENTO
           MOVE 'B'                    TO ARQENT02-COD-CANAL

           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQSAI01        TO TRUE

           WRITE FD-ARQSAI01 FROM ARQENT02-REGISTRO

           IF WRK-FS-SAI01-OK
              ADD 1 TO ACU-GRAVA-ARQSAI01
           ELSE
              MOVE WRK-FS-ARQSAI01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  ARQBOL01-BOLETO-LIQUIDADO TO TRUE
           ADD  ARQCNB01-SU-VAL-PAGO   TO ARQBOL01-VAL-PAGO
           PERFORM 3300-ATUALIZAR-BOLETO
           .
      *----------------------------------------------------------------*
       3200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    REGRAVA O BOLETO COM A NOVA SITUACAO E A DATA DA OCORRENCIA *
      *----------------------------------------------------------------*
       3300-ATUALIZAR-BOLETO SECTION.
      *----------------------------------------------------------------*
      *
           IF ARQCNB01-SU-DAT-OCORRENCIA NUMERIC
              AND ARQCNB01-SU-DAT-OCORRENCIA GREATER ZEROS
              MOVE ARQCNB01-SU-DAT-OCORRENCIA TO WRK-DATA-CNAB
              PERFORM 5300-CONVERTER-DATA
           ELSE
              MOVE WRK-DAT-REFERENCIA  TO WRK-DATA-ISO
           END-IF

           MOVE WRK-DATA-ISO           TO ARQBOL01-DAT-SITUACAO

           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQBOL01        TO TRUE

           REWRITE FD-ARQBOL01 FROM ARQBOL01-REGISTRO

           IF NOT WRK-FS-BOL01-OK
              MOVE WRK-FS-ARQBOL01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3400-RELATAR-BOLETO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-NN-RETORNO         TO WRK-DET-NOSSO-NUMERO
           MOVE ARQCNB01-ST-COD-MOVIMENTO TO WRK-DET-MOVIMENTO
           MOVE ARQBOL01-VAL-BOLETO    TO WRK-DET-VAL-BOLETO
           MOVE ARQCNB01-SU-VAL-PAGO   TO WRK-DET-VAL-PAGO
           MOVE WRK-DET-BOLETO         TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       3400-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GRAVA O HEADER DE ENVELOPE (HDT00105, VERSAO 4)             *
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
       3800-LER-RETORNO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQRET01        TO TRUE

           READ ARQRET01 INTO WRK-REG-RETORNO

           IF WRK-FS-RET01-OK OR WRK-FS-RET01-FIM
              IF WRK-FS-RET01-OK
                 ADD 1 TO ACU-LIDOS-ARQRET01
              END-IF
           ELSE
              MOVE WRK-FS-ARQRET01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3800-99-FIM.
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
       3980-GRAVAR-AUDITORIA SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-PROGRAMA           TO ARQAUD01-PROGRAMA
           MOVE FUNCTION CURRENT-DATE(1:8)
                                        TO ARQAUD01-DATA
           MOVE FUNCTION CURRENT-DATE(9:6)
                                        TO ARQAUD01-HORA
           MOVE ACU-LIDOS-ARQRET01      TO ARQAUD01-QTDE-LIDOS
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

           IF WRK-RETORNO-PRESENTE
              AND ACU-LIDOS-ARQRET01 GREATER ZEROS
              AND NOT WRK-TRAILER-LIDO
              DISPLAY '* RETORNO SEM TRAILER DE ARQUIVO - INCOMPLETO'
              ADD 1 TO ACU-OCORRENCIAS
           END-IF

           MOVE SPACES                 TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           MOVE 'RESUMO DO RETORNO'    TO WRK-TIT-SECAO
           MOVE WRK-TIT-SECAO          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'BOLETOS LIQUIDADOS (PAGAMENTOS GERADOS)'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-LIQUIDADOS         TO WRK-RES-QTDE
           MOVE TOT-VAL-LIQUIDADO      TO WRK-RES-VALOR
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'LIQUIDADOS COM VALOR DIVERGENTE'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-DIVERGENTES        TO WRK-RES-QTDE
           MOVE TOT-VAL-DIVERGENTE     TO WRK-RES-VALOR
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'NOSSO NUMERO NAO ENCONTRADO'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-NAO-ENCONTRADOS    TO WRK-RES-QTDE
           MOVE TOT-VAL-NAO-ENCONTRADO TO WRK-RES-VALOR
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'OCORRENCIAS NO RETORNO'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-OCORRENCIAS        TO WRK-RES-QTDE
           MOVE ZEROS                  TO WRK-RES-VALOR
           PERFORM 4900-GRAVAR-RESUMO

           IF ACU-OCORRENCIAS GREATER ZEROS
              MOVE 04                  TO RETURN-CODE
           END-IF

           PERFORM 3980-GRAVAR-AUDITORIA

           SET  WRK-CN-CLOSE           TO TRUE

           IF WRK-RETORNO-PRESENTE
              SET  WRK-CN-ARQRET01     TO TRUE
              CLOSE ARQRET01
              IF NOT WRK-FS-RET01-OK
                 MOVE WRK-FS-ARQRET01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF

           SET  WRK-CN-ARQBOL01        TO TRUE
           CLOSE ARQBOL01
           IF NOT WRK-FS-BOL01-OK
              MOVE WRK-FS-ARQBOL01     TO WRK-FS-DISPLAY
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

           SET  WRK-CN-ARQAUD01        TO TRUE
           CLOSE ARQAUD01
           IF NOT WRK-FS-AUD01-OK
              MOVE WRK-FS-ARQAUD01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           MOVE ACU-LIDOS-ARQRET01     TO WRK-MASK-QTDE
           DISPLAY '**************************************************'
           DISPLAY '* REGISTROS LIDOS DO RETORNO : ' WRK-MASK-QTDE  '*'
           MOVE ACU-TITULOS            TO WRK-MASK-QTDE
           DISPLAY '* TITULOS NO RETORNO         : ' WRK-MASK-QTDE  '*'
           MOVE ACU-CONFIRMADOS        TO WRK-MASK-QTDE
           DISPLAY '* ENTRADAS CONFIRMADAS       : ' WRK-MASK-QTDE  '*'
           MOVE ACU-REJEITADOS         TO WRK-MASK-QTDE
           DISPLAY '* ENTRADAS REJEITADAS        : ' WRK-MASK-QTDE  '*'
           MOVE ACU-LIQUIDADOS         TO WRK-MASK-QTDE
           DISPLAY '* BOLETOS LIQUIDADOS         : ' WRK-MASK-QTDE  '*'
           MOVE ACU-DIVERGENTES        TO WRK-MASK-QTDE
           DISPLAY '* PAGOS COM VALOR DIVERGENTE : ' WRK-MASK-QTDE  '*'
           MOVE ACU-JA-LIQUIDADOS      TO WRK-MASK-QTDE
           DISPLAY '* JA LIQUIDADOS ANTES        : ' WRK-MASK-QTDE  '*'
           MOVE ACU-NAO-ENCONTRADOS    TO WRK-MASK-QTDE
           DISPLAY '* NOSSO NUMERO NAO ENCONTRADO: ' WRK-MASK-QTDE  '*'
           MOVE ACU-BAIXADOS           TO WRK-MASK-QTDE
           DISPLAY '* BAIXAS                     : ' WRK-MASK-QTDE  '*'
           MOVE ACU-OUTROS-MOVIMENTOS  TO WRK-MASK-QTDE
           DISPLAY '* OUTROS MOVIMENTOS          : ' WRK-MASK-QTDE  '*'
           MOVE TOT-VAL-LIQUIDADO      TO WRK-MASK-VALOR
           DISPLAY '* TOTAL LIQUIDADO            : ' WRK-MASK-VALOR
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
      *    CONVERTE WRK-DATA-CNAB (DDMMAAAA) EM WRK-DATA-ISO (AAAAMMDD)*
      *----------------------------------------------------------------*
       5300-CONVERTER-DATA SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-CNAB-ANO           TO WRK-ISO-ANO
           MOVE WRK-CNAB-MES           TO WRK-ISO-MES
           MOVE WRK-CNAB-DIA           TO WRK-ISO-DIA
           .
      *----------------------------------------------------------------*
       5300-99-FIM.
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
           MOVE ACU-LIDOS-ARQRET01
                                  TO ERRO01-QTDE-LIDOS
           MOVE ACU-GRAVA-ARQSAI01
                                  TO ERRO01-QTDE-GRAVADOS
           MOVE WRK-NN-RETORNO
                                  TO ERRO01-ULT-CHAVE

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
