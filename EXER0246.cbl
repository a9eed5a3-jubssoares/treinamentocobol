      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0246.
       AUTHOR.     JULIANA SOARES.
      *================================================================*
      *    PROGRAMA....: EXER0246                                      *
      *    PROGRAMADOR.: JULIANA SOARES                                *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   EXTRATO DIARIO DE COMPARTILHAMENTO OPEN     *
      *                    FINANCE: PARA CADA CONSENTIMENTO DE         *
      *                    PROPOSITO 'O' ATIVO NO REGISTRO LGPD        *
      *                    (CON05105, SITUACAO 'S' E VALIDADE NAO      *
      *                    VENCIDA NA DATA DE REFERENCIA), RESOLVE O   *
      *                    CPF DO CLIENTE PELO CRUZAMENTO (XRF05108) E *
      *                    GRAVA NO LEIAUTE PADRAO DE INTERCAMBIO      *
      *                    (OFN02246) O CADASTRO (CLI02105), OS SALDOS *
      *                    POR CONTA E MOEDA (SLD02105), OS MOVIMENTOS *
      *                    DO DIA (ENT02105, SEM O CPF DA              *
      *                    CONTRAPARTE), OS CONTRATOS DE EMPRESTIMO    *
      *                    (LED03105, LIGADOS AO CPF PELAS INSTRUCOES  *
      *                    DEB03105) E AS PARCELAS DESSES CONTRATOS    *
      *                    (PAR03105, EXCETO AS CANCELADAS).           *
      *                    CONSENTIMENTO REVOGADO ('N'), VENCIDO OU    *
      *                    EXCLUIDO INTERROMPE O ENVIO. O LOG DE       *
      *                    COMPARTILHAMENTO (LOG02246, ACUMULATIVO)    *
      *                    REGISTRA, POR CONSENTIMENTO, O QUE FOI      *
      *                    ENVIADO A QUAL INSTITUICAO OU O MOTIVO DO   *
      *                    BLOQUEIO.                                   *
      *----------------------------------------------------------------*
      *    CARTAO (ARQPARM): COLS 1-8  DATA DE REFERENCIA (AAAAMMDD)   *
      *                      COLS 9-16 ISPB DA INSTITUICAO TRANSMISSORA*
      *                      RC 08 = DATA INVALIDA                     *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQPARM  (DATA DE REFERENCIA)             -               *
      *      ARQCON01 (REGISTRO DE CONSENTIMENTO)      CON05105        *
      *      ARQXRF01 (CRUZAMENTO CPF X CCLUB)         XRF05108        *
      *      ARQCLI01 (CADASTRO DE CLIENTES)           CLI02105        *
      *      ARQSLD01 (POSICOES DE DEPOSITO)           SLD02105        *
      *      ARQENT01 (MOVIMENTO APROVADO DO DIA)      ENT02105        *
      *      ARQDEB01 (INSTRUCOES CPF X EMPRESTIMO)    DEB03105        *
      *      ARQLED01 (RAZAO DE EMPRESTIMOS)           LED03105        *
      *      ARQPAR01 (CRONOGRAMA DE PARCELAS)         PAR03105        *
      *      ARQOFN01 (ARQUIVO DE INTERCAMBIO)         OFN02246        *
      *      ARQLOG01 (LOG DE COMPARTILHAMENTO, EXTEND) LOG02246       *
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

           SELECT ARQCON01 ASSIGN      TO UT-S-ARQCON01
                      FILE STATUS      IS WRK-FS-ARQCON01.

           SELECT ARQXRF01 ASSIGN      TO UT-S-ARQXRF01
                      FILE STATUS      IS WRK-FS-ARQXRF01.

           SELECT ARQCLI01 ASSIGN      TO UT-S-ARQCLI01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS FD-ARQCLI01-CPF
                      FILE STATUS      IS WRK-FS-ARQCLI01.

           SELECT ARQSLD01 ASSIGN      TO UT-S-ARQSLD01
                      FILE STATUS      IS WRK-FS-ARQSLD01.

           SELECT ARQENT01 ASSIGN      TO UT-S-ARQENT01
                      FILE STATUS      IS WRK-FS-ARQENT01.

           SELECT OPTIONAL ARQDEB01 ASSIGN TO UT-S-ARQDEB01
                      FILE STATUS      IS WRK-FS-ARQDEB01.

           SELECT ARQLED01 ASSIGN      TO UT-S-ARQLED01
                      FILE STATUS      IS WRK-FS-ARQLED01.

           SELECT ARQPAR01 ASSIGN      TO UT-S-ARQPAR01
                      FILE STATUS      IS WRK-FS-ARQPAR01.

           SELECT ARQOFN01 ASSIGN      TO UT-S-ARQOFN01
                      FILE STATUS      IS WRK-FS-ARQOFN01.

           SELECT ARQLOG01 ASSIGN      TO UT-S-ARQLOG01
                      FILE STATUS      IS WRK-FS-ARQLOG01.

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
       01 FD-ARQPARM              PIC X(080).

      *---------------------------------------------------------------*
      *   INPUT:      REGISTRO DE CONSENTIMENTO LGPD (EXER0513)       *
      *               ORG. SEQUENCIAL   -   LRECL = 047               *
      *---------------------------------------------------------------*

       FD  ARQCON01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQCON01             PIC X(047).

      *---------------------------------------------------------------*
      *   INPUT:      CRUZAMENTO CPF X CCLUB                          *
      *               ORG. SEQUENCIAL   -   LRECL = 021               *
      *---------------------------------------------------------------*

       FD  ARQXRF01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQXRF01             PIC X(021).

      *---------------------------------------------------------------*
      *   INPUT:      CADASTRO INDEXADO DE CLIENTES (CHAVE CPF)       *
      *               ORG. INDEXADA     -   LRECL = 056               *
      *---------------------------------------------------------------*

       FD  ARQCLI01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQCLI01.
           05 FD-ARQCLI01-CPF         PIC 9(11).
           05 FILLER                  PIC X(45).

      *---------------------------------------------------------------*
      *   INPUT:      POSICOES DE SALDO DE DEPOSITOS (EXER0205)       *
      *               ORG. SEQUENCIAL   -   LRECL = 045               *
      *---------------------------------------------------------------*

       FD  ARQSLD01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQSLD01             PIC X(045).

      *---------------------------------------------------------------*
      *   INPUT:      MOVIMENTO APROVADO DO DIA (EXER0213), COM       *
      *               HEADER E TRAILER - ORG. SEQUENCIAL - LRECL = 049*
      *---------------------------------------------------------------*

       FD  ARQENT01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQENT01             PIC X(049).

      *---------------------------------------------------------------*
      *   INPUT:      INSTRUCOES DE DEBITO AUTOMATICO (LIGACAO DO     *
      *               EMPRESTIMO AO CPF) - OPCIONAL                   *
      *               ORG. SEQUENCIAL   -   LRECL = 028               *
      *---------------------------------------------------------------*

       FD  ARQDEB01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQDEB01             PIC X(028).

      *---------------------------------------------------------------*
      *   INPUT:      RAZAO DE EMPRESTIMOS (EXER0305)                 *
      *               ORG. SEQUENCIAL   -   LRECL = 075               *
      *---------------------------------------------------------------*

       FD  ARQLED01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQLED01             PIC X(075).

      *---------------------------------------------------------------*
      *   INPUT:      CRONOGRAMA DE PARCELAS (EXER0307/EXER0308)      *
      *               ORG. SEQUENCIAL   -   LRECL = 053               *
      *---------------------------------------------------------------*

       FD  ARQPAR01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQPAR01             PIC X(053).

      *---------------------------------------------------------------*
      *   OUTPUT:     ARQUIVO DE INTERCAMBIO OPEN FINANCE             *
      *               ORG. SEQUENCIAL   -   LRECL = 120               *
      *---------------------------------------------------------------*

       FD  ARQOFN01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQOFN01             PIC X(120).

      *---------------------------------------------------------------*
      *   OUTPUT:     LOG DE COMPARTILHAMENTO (EXTEND)                *
      *               ORG. SEQUENCIAL   -   LRECL = 100               *
      *---------------------------------------------------------------*

       FD  ARQLOG01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQLOG01             PIC X(100).

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
             'EXER0246 - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC  X(008) VALUE 'EXER0246'.
       77 WRK-ERRO2000            PIC  X(008) VALUE 'ERRO2000'.
       77 WRK-MASK-QTDE           PIC  ZZZ.ZZ9.
       77 WRK-VERSAO-LEIAUTE      PIC  X(003) VALUE '001'.
       77 WRK-HOR-GERACAO         PIC  9(006) VALUE ZEROS.
      *
       01 WRK-PARM-REGISTRO.
          05 WRK-PARM-DAT-REFERENCIA PIC X(008) VALUE SPACES.
          05 WRK-PARM-INSTIT-ORIGEM  PIC X(008) VALUE SPACES.
          05 FILLER               PIC  X(064) VALUE SPACES.
      *
       01 WRK-DAT-REFERENCIA      PIC  9(008) VALUE ZEROS.
       01 FILLER                  REDEFINES WRK-DAT-REFERENCIA.
          05 WRK-REF-ANO          PIC  9(004).
          05 WRK-REF-MES          PIC  9(002).
          05 WRK-REF-DIA          PIC  9(002).
      *
      *    DATA DO MOVIMENTO (DD/MM/AAAA) CONVERTIDA PARA AAAAMMDD
       01 WRK-DAT-MOVIMENTO       PIC  X(010) VALUE SPACES.
       01 FILLER                  REDEFINES WRK-DAT-MOVIMENTO.
          05 WRK-MOV-DIA          PIC  X(002).
          05 FILLER               PIC  X(001).
          05 WRK-MOV-MES          PIC  X(002).
          05 FILLER               PIC  X(001).
          05 WRK-MOV-ANO          PIC  X(004).
       01 WRK-DAT-MOV-AAAAMMDD.
          05 WRK-MOV-AAAA         PIC  X(004) VALUE SPACES.
          05 WRK-MOV-MM           PIC  X(002) VALUE SPACES.
          05 WRK-MOV-DD           PIC  X(002) VALUE SPACES.
      *
       01 WRK-ACUMULADORES.
           03 ACU-LIDOS-ARQCON01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQXRF01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQSLD01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQENT01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQDEB01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQLED01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQPAR01     PIC 9(007) VALUE ZEROS.
           03 ACU-CONSENT-OPEN       PIC 9(007) VALUE ZEROS.
           03 ACU-CONSENT-ATENDIDOS  PIC 9(007) VALUE ZEROS.
           03 ACU-CONSENT-BLOQUEADOS PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-CADASTROS    PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-SALDOS       PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-MOVIMENTOS   PIC 9(009) VALUE ZEROS.
           03 ACU-GRAVA-CONTRATOS    PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-PARCELAS     PIC 9(009) VALUE ZEROS.
           03 ACU-GRAVA-ARQOFN01     PIC 9(009) VALUE ZEROS.
           03 ACU-GRAVA-ARQLOG01     PIC 9(007) VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    CONSENTIMENTOS OPEN FINANCE DA RODADA (SITUACAO DE ENVIO    *
      *    NO PADRAO DO LOG02246) E CONTAGEM DO QUE FOI ENVIADO        *
      *----------------------------------------------------------------*
       77 WRK-OFC-QTDE            PIC 9(004) VALUE ZEROS.
       77 WRK-OFC-IDX             PIC 9(004) VALUE ZEROS.
       01 WRK-OFC-TABELA.
          05 WRK-OFC-LINHA        OCCURS 500 TIMES.
             10 WRK-OFC-CCLUB     PIC 9(010).
             10 WRK-OFC-CPF       PIC 9(011).
             10 WRK-OFC-INSTITUICAO PIC X(008).
             10 WRK-OFC-DAT-CONSENT PIC 9(008).
             10 WRK-OFC-DAT-VALIDADE PIC 9(008).
             10 WRK-OFC-SIT       PIC X(001).
                88 WRK-OFC-ATIVO                VALUE 'E'.
             10 WRK-OFC-QTD-CADASTRO PIC 9(001).
             10 WRK-OFC-QTD-SALDOS PIC 9(005).
             10 WRK-OFC-QTD-MOVTOS PIC 9(007).
             10 WRK-OFC-QTD-CONTRATOS PIC 9(005).
             10 WRK-OFC-QTD-PARCELAS PIC 9(007).
      *
       77 WRK-XRF-QTDE            PIC 9(004) VALUE ZEROS.
       77 WRK-XRF-IDX             PIC 9(004) VALUE ZEROS.
       01 WRK-XRF-TABELA.
          05 WRK-XRF-LINHA        OCCURS 500 TIMES.
             10 WRK-XRF-CPF       PIC 9(011).
             10 WRK-XRF-CCLUB     PIC 9(010).
      *
       77 WRK-DEB-QTDE            PIC 9(004) VALUE ZEROS.
       77 WRK-DEB-IDX             PIC 9(004) VALUE ZEROS.
       01 WRK-DEB-TABELA.
          05 WRK-DEB-LINHA        OCCURS 500 TIMES.
             10 WRK-DEB-CHAVE     PIC 9(009).
             10 WRK-DEB-CPF       PIC 9(011).
      *
      *    CONTRATOS ENVIADOS NA RODADA (PARA O ENVIO DAS PARCELAS)
       77 WRK-CTR-QTDE            PIC 9(004) VALUE ZEROS.
       77 WRK-CTR-IDX             PIC 9(004) VALUE ZEROS.
       01 WRK-CTR-TABELA.
          05 WRK-CTR-LINHA        OCCURS 1000 TIMES.
             10 WRK-CTR-CHAVE     PIC 9(009).
             10 WRK-CTR-OFC-IDX   PIC 9(004).
      *
       77 WRK-CPF-BUSCA           PIC 9(011) VALUE ZEROS.
      *
      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA PARA TRATAMENTO DE FILE-STATUS'.
      *----------------------------------------------------------------*
      *
       01 WRK-AREA-FS.
          05 WRK-FS-ARQPARM       PIC  X(002) VALUE SPACES.
             88 WRK-FS-PARM-OK                VALUE '00'.
          05 WRK-FS-ARQCON01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-CON01-OK               VALUE '00'.
             88 WRK-FS-CON01-FIM              VALUE '10'.
          05 WRK-FS-ARQXRF01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-XRF01-OK               VALUE '00'.
             88 WRK-FS-XRF01-FIM              VALUE '10'.
          05 WRK-FS-ARQCLI01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-CLI01-OK               VALUE '00'.
             88 WRK-FS-CLI01-NAO-ENCONTRADO   VALUE '23'.
          05 WRK-FS-ARQSLD01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SLD01-OK               VALUE '00'.
             88 WRK-FS-SLD01-FIM              VALUE '10'.
          05 WRK-FS-ARQENT01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-ENT01-OK               VALUE '00'.
             88 WRK-FS-ENT01-FIM              VALUE '10'.
          05 WRK-FS-ARQDEB01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-DEB01-OK               VALUE '00'.
             88 WRK-FS-DEB01-FIM              VALUE '10'.
             88 WRK-FS-DEB01-INEXISTENTE      VALUE '05' '35'.
          05 WRK-FS-ARQLED01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-LED01-OK               VALUE '00'.
             88 WRK-FS-LED01-FIM              VALUE '10'.
          05 WRK-FS-ARQPAR01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-PAR01-OK               VALUE '00'.
             88 WRK-FS-PAR01-FIM              VALUE '10'.
          05 WRK-FS-ARQOFN01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-OFN01-OK               VALUE '00'.
          05 WRK-FS-ARQLOG01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-LOG01-OK               VALUE '00'.
          05 WRK-FS-ARQAUD01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-AUD01-OK               VALUE '00'.
          05 WRK-FS-DISPLAY       PIC  X(002) VALUE SPACES.

       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQPARM       VALUE 'ARQPARM '.
          88 WRK-CN-ARQCON01      VALUE 'ARQCON01'.
          88 WRK-CN-ARQXRF01      VALUE 'ARQXRF01'.
          88 WRK-CN-ARQCLI01      VALUE 'ARQCLI01'.
          88 WRK-CN-ARQSLD01      VALUE 'ARQSLD01'.
          88 WRK-CN-ARQENT01      VALUE 'ARQENT01'.
          88 WRK-CN-ARQDEB01      VALUE 'ARQDEB01'.
          88 WRK-CN-ARQLED01      VALUE 'ARQLED01'.
          88 WRK-CN-ARQPAR01      VALUE 'ARQPAR01'.
          88 WRK-CN-ARQOFN01      VALUE 'ARQOFN01'.
          88 WRK-CN-ARQLOG01      VALUE 'ARQLOG01'.
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
           COPY CON05105.
           COPY XRF05108.
           COPY CLI02105.
           COPY SLD02105.
           COPY ENT02105.
           COPY DEB03105.
           COPY LED03105.
           COPY PAR03105.
           COPY OFN02246.
           COPY LOG02246.
           COPY AUD00105.
           COPY 'I#ERRO01'.

      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0246 - FIM DA AREA DE WORKING'.
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

           PERFORM 2000-CARREGAR-CRUZAMENTO
              UNTIL WRK-FS-XRF01-FIM

           PERFORM 2100-CARREGAR-CONSENTIMENTO
              UNTIL WRK-FS-CON01-FIM

           PERFORM 2200-CARREGAR-INSTRUCAO
              UNTIL WRK-FS-DEB01-FIM

           PERFORM 3000-GRAVAR-HEADER

           PERFORM 3100-ENVIAR-CADASTRO
              VARYING WRK-OFC-IDX FROM 1 BY 1
              UNTIL WRK-OFC-IDX GREATER WRK-OFC-QTDE

           PERFORM 3200-ENVIAR-SALDO
              UNTIL WRK-FS-SLD01-FIM

           PERFORM 3300-ENVIAR-MOVIMENTO
              UNTIL WRK-FS-ENT01-FIM

           PERFORM 3400-ENVIAR-CONTRATO
              UNTIL WRK-FS-LED01-FIM

           PERFORM 3500-ENVIAR-PARCELA
              UNTIL WRK-FS-PAR01-FIM

           PERFORM 3600-GRAVAR-TRAILER

           PERFORM 3700-GRAVAR-LOG
              VARYING WRK-OFC-IDX FROM 1 BY 1
              UNTIL WRK-OFC-IDX GREATER WRK-OFC-QTDE

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

           MOVE WRK-PARM-DAT-REFERENCIA
                                       TO WRK-DAT-REFERENCIA

           IF NOT WRK-FS-PARM-OK
              OR WRK-PARM-DAT-REFERENCIA NOT NUMERIC
              OR WRK-REF-ANO EQUAL ZEROS
              OR WRK-REF-MES LESS 01
              OR WRK-REF-MES GREATER 12
              OR WRK-REF-DIA LESS 01
              OR WRK-REF-DIA GREATER 31
              DISPLAY '************************************************'
              DISPLAY '* DATA DE REFERENCIA (COLS 1-8) INVALIDA NO    *'
              DISPLAY '* CARTAO DE PARAMETROS                         *'
              DISPLAY '* PROGRAMA ' WRK-PROGRAMA
                                          ' CANCELADO                *'
              DISPLAY '************************************************'
              MOVE 08 TO RETURN-CODE
              PERFORM 9900-FIM-PROGRAMA
           END-IF

           CLOSE ARQPARM

           MOVE FUNCTION CURRENT-DATE(9:6)
                                       TO WRK-HOR-GERACAO

           SET  WRK-CN-ARQCON01        TO TRUE
           OPEN INPUT ARQCON01

           IF NOT WRK-FS-CON01-OK
              MOVE WRK-FS-ARQCON01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQXRF01        TO TRUE
           OPEN INPUT ARQXRF01

           IF NOT WRK-FS-XRF01-OK
              MOVE WRK-FS-ARQXRF01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQCLI01        TO TRUE
           OPEN INPUT ARQCLI01

           IF NOT WRK-FS-CLI01-OK
              MOVE WRK-FS-ARQCLI01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQSLD01        TO TRUE
           OPEN INPUT ARQSLD01

           IF NOT WRK-FS-SLD01-OK
              MOVE WRK-FS-ARQSLD01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQENT01        TO TRUE
           OPEN INPUT ARQENT01

           IF NOT WRK-FS-ENT01-OK
              MOVE WRK-FS-ARQENT01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQDEB01        TO TRUE
           OPEN INPUT ARQDEB01

           IF WRK-FS-DEB01-INEXISTENTE
              SET WRK-FS-DEB01-FIM     TO TRUE
              DISPLAY '* SEM INSTRUCOES DE DEBITO: CONTRATOS DE '
                      'EMPRESTIMO NAO SERAO ENVIADOS'
           ELSE
              IF NOT WRK-FS-DEB01-OK
                 MOVE WRK-FS-ARQDEB01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF

           SET  WRK-CN-ARQLED01        TO TRUE
           OPEN INPUT ARQLED01

           IF NOT WRK-FS-LED01-OK
              MOVE WRK-FS-ARQLED01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQPAR01        TO TRUE
           OPEN INPUT ARQPAR01

           IF NOT WRK-FS-PAR01-OK
              MOVE WRK-FS-ARQPAR01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQOFN01        TO TRUE
           OPEN OUTPUT ARQOFN01

           IF NOT WRK-FS-OFN01-OK
              MOVE WRK-FS-ARQOFN01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQLOG01        TO TRUE
           OPEN EXTEND ARQLOG01

           IF NOT WRK-FS-LOG01-OK
              MOVE WRK-FS-ARQLOG01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQAUD01        TO TRUE
           OPEN EXTEND ARQAUD01

           IF NOT WRK-FS-AUD01-OK
              MOVE WRK-FS-ARQAUD01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 3810-LER-CRUZAMENTO
           PERFORM 3800-LER-CONSENTIMENTO
           PERFORM 3830-LER-INSTRUCAO
           PERFORM 3820-LER-SALDO
           PERFORM 3840-LER-MOVIMENTO
           PERFORM 3850-LER-EMPRESTIMO
           PERFORM 3860-LER-PARCELA
           .
      *----------------------------------------------------------------*
       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2000-CARREGAR-CRUZAMENTO SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-XRF-QTDE LESS 500
              ADD 1 TO WRK-XRF-QTDE
              MOVE ARQXRF01-CPF     TO WRK-XRF-CPF (WRK-XRF-QTDE)
              MOVE ARQXRF01-COD-CLIENTE
                                    TO WRK-XRF-CCLUB (WRK-XRF-QTDE)
           ELSE
              DISPLAY '* TABELA DE CRUZAMENTO ESGOTADA (500)'
              MOVE 12                  TO RETURN-CODE
              PERFORM 9900-FIM-PROGRAMA
           END-IF

           PERFORM 3810-LER-CRUZAMENTO
           .
      *----------------------------------------------------------------*
       2000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GUARDA CADA CONSENTIMENTO OPEN FINANCE COM A SITUACAO DE    *
      *    ENVIO: REVOGADO ('N'), EXPIRADO (VALIDADE ANTERIOR A DATA   *
      *    DE REFERENCIA), SEM CPF NO CRUZAMENTO OU ATIVO              *
      *----------------------------------------------------------------*
       2100-CARREGAR-CONSENTIMENTO SECTION.
      *----------------------------------------------------------------*
      *
           IF ARQCON01-COD-PROPOSITO NOT EQUAL 'O'
              PERFORM 3800-LER-CONSENTIMENTO
              GO TO 2100-99-FIM
           END-IF

           ADD 1 TO ACU-CONSENT-OPEN

           IF WRK-OFC-QTDE NOT LESS 500
              DISPLAY '* TABELA DE CONSENTIMENTOS OPEN FINANCE '
                      'ESGOTADA (500)'
              MOVE 12                  TO RETURN-CODE
              PERFORM 9900-FIM-PROGRAMA
           END-IF

           ADD 1 TO WRK-OFC-QTDE
           MOVE WRK-OFC-QTDE           TO WRK-OFC-IDX

           MOVE ARQCON01-COD-CLIENTE   TO WRK-OFC-CCLUB (WRK-OFC-IDX)
           MOVE ZEROS                  TO WRK-OFC-CPF (WRK-OFC-IDX)
           MOVE ARQCON01-COD-INSTITUICAO
                                 TO WRK-OFC-INSTITUICAO (WRK-OFC-IDX)
           MOVE ARQCON01-DAT-CONSENTIMENTO
                                 TO WRK-OFC-DAT-CONSENT (WRK-OFC-IDX)
           MOVE ARQCON01-DAT-VALIDADE
                                 TO WRK-OFC-DAT-VALIDADE (WRK-OFC-IDX)
           MOVE ZEROS            TO WRK-OFC-QTD-CADASTRO (WRK-OFC-IDX)
                                    WRK-OFC-QTD-SALDOS (WRK-OFC-IDX)
                                    WRK-OFC-QTD-MOVTOS (WRK-OFC-IDX)
                                    WRK-OFC-QTD-CONTRATOS (WRK-OFC-IDX)
                                    WRK-OFC-QTD-PARCELAS (WRK-OFC-IDX)

           MOVE 1 TO WRK-XRF-IDX
           PERFORM 2010-PROXIMO-CRUZAMENTO
              UNTIL WRK-XRF-IDX GREATER WRK-XRF-QTDE
                 OR WRK-XRF-CCLUB (WRK-XRF-IDX) EQUAL
                    ARQCON01-COD-CLIENTE
           IF WRK-XRF-IDX NOT GREATER WRK-XRF-QTDE
              MOVE WRK-XRF-CPF (WRK-XRF-IDX)
                                       TO WRK-OFC-CPF (WRK-OFC-IDX)
           END-IF

           EVALUATE TRUE
              WHEN NOT ARQCON01-CONSENTIDO
                 MOVE 'R'              TO WRK-OFC-SIT (WRK-OFC-IDX)
              WHEN ARQCON01-DAT-VALIDADE NOT NUMERIC
                 OR ARQCON01-DAT-VALIDADE LESS WRK-DAT-REFERENCIA
                 OR ARQCON01-COD-INSTITUICAO EQUAL SPACES
                 MOVE 'X'              TO WRK-OFC-SIT (WRK-OFC-IDX)
              WHEN WRK-OFC-CPF (WRK-OFC-IDX) EQUAL ZEROS
                 MOVE 'C'              TO WRK-OFC-SIT (WRK-OFC-IDX)
              WHEN OTHER
                 MOVE 'E'              TO WRK-OFC-SIT (WRK-OFC-IDX)
           END-EVALUATE

           PERFORM 3800-LER-CONSENTIMENTO
           .
      *----------------------------------------------------------------*
       2100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2010-PROXIMO-CRUZAMENTO SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-XRF-IDX
           .
      *----------------------------------------------------------------*
       2010-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2200-CARREGAR-INSTRUCAO SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-DEB-QTDE LESS 500
              ADD 1 TO WRK-DEB-QTDE
              MOVE ARQDEB01-CHAVE   TO WRK-DEB-CHAVE (WRK-DEB-QTDE)
              MOVE ARQDEB01-CPF-DEVEDOR
                                    TO WRK-DEB-CPF (WRK-DEB-QTDE)
           END-IF

           PERFORM 3830-LER-INSTRUCAO
           .
      *----------------------------------------------------------------*
       2200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3000-GRAVAR-HEADER SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO ARQOFN01-REGISTRO
           SET  ARQOFN01-REG-HEADER    TO TRUE
           MOVE ZEROS                  TO ARQOFN01-CPF
           MOVE WRK-DAT-REFERENCIA     TO ARQOFN01-HDR-DAT-REFERENCIA
           MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO ARQOFN01-HDR-DAT-GERACAO
           MOVE WRK-HOR-GERACAO        TO ARQOFN01-HDR-HOR-GERACAO
           MOVE WRK-PARM-INSTIT-ORIGEM TO ARQOFN01-HDR-INSTIT-ORIGEM
           MOVE WRK-VERSAO-LEIAUTE     TO ARQOFN01-HDR-VERSAO-LEIAUTE
           MOVE ZEROS                  TO ARQOFN01-HDR-QTDE-CONSENT

           MOVE 1 TO WRK-OFC-IDX
           PERFORM 3010-CONTAR-ATIVO
              UNTIL WRK-OFC-IDX GREATER WRK-OFC-QTDE

           PERFORM 3950-GRAVAR-INTERCAMBIO
           .
      *----------------------------------------------------------------*
       3000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3010-CONTAR-ATIVO SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-OFC-ATIVO (WRK-OFC-IDX)
              ADD 1 TO ARQOFN01-HDR-QTDE-CONSENT
           END-IF

           ADD 1 TO WRK-OFC-IDX
           .
      *----------------------------------------------------------------*
       3010-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CADASTRO DO CLIENTE DE CADA CONSENTIMENTO ATIVO; CPF FORA   *
      *    DO CADASTRO BLOQUEIA O ENVIO DE TODOS OS DADOS DO CLIENTE   *
      *----------------------------------------------------------------*
       3100-ENVIAR-CADASTRO SECTION.
      *----------------------------------------------------------------*
      *
           IF NOT WRK-OFC-ATIVO (WRK-OFC-IDX)
              GO TO 3100-99-FIM
           END-IF

           MOVE WRK-OFC-CPF (WRK-OFC-IDX)
                                       TO FD-ARQCLI01-CPF

           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQCLI01        TO TRUE

           READ ARQCLI01 INTO ARQCLI01-REGISTRO

           IF WRK-FS-CLI01-NAO-ENCONTRADO
              MOVE 'K'                 TO WRK-OFC-SIT (WRK-OFC-IDX)
              DISPLAY '* CPF DO CONSENTIMENTO FORA DO CADASTRO: '
                      WRK-OFC-CPF (WRK-OFC-IDX)
              GO TO 3100-99-FIM
           END-IF

           IF NOT WRK-FS-CLI01-OK
              MOVE WRK-FS-ARQCLI01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           MOVE SPACES                 TO ARQOFN01-REGISTRO
           SET  ARQOFN01-REG-CADASTRO  TO TRUE
           PERFORM 3900-IDENTIFICAR-CLIENTE
           MOVE ARQCLI01-NOM-CLIENTE   TO ARQOFN01-CAD-NOM-CLIENTE
           MOVE ARQCLI01-COD-AGENCIA   TO ARQOFN01-CAD-COD-AGENCIA
           MOVE ARQCLI01-SIT-RELACIONAMENTO
                                       TO ARQOFN01-CAD-SIT-RELAC
           MOVE WRK-OFC-DAT-CONSENT (WRK-OFC-IDX)
                                       TO ARQOFN01-CAD-DAT-CONSENT
           MOVE WRK-OFC-DAT-VALIDADE (WRK-OFC-IDX)
                                       TO ARQOFN01-CAD-DAT-VALIDADE

           PERFORM 3950-GRAVAR-INTERCAMBIO

           ADD 1 TO WRK-OFC-QTD-CADASTRO (WRK-OFC-IDX)
           ADD 1 TO ACU-GRAVA-CADASTROS
           .
      *----------------------------------------------------------------*
       3100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    SALDOS POR CONTA E MOEDA DOS CPFS COM CONSENTIMENTO ATIVO   *
      *----------------------------------------------------------------*
       3200-ENVIAR-SALDO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ARQSLD01-CPF           TO WRK-CPF-BUSCA
           PERFORM 3910-LOCALIZAR-CPF

           IF WRK-OFC-IDX NOT GREATER WRK-OFC-QTDE
              MOVE SPACES              TO ARQOFN01-REGISTRO
              SET  ARQOFN01-REG-SALDO  TO TRUE
              PERFORM 3900-IDENTIFICAR-CLIENTE
              MOVE ARQSLD01-NUM-CONTA  TO ARQOFN01-SLD-NUM-CONTA
              MOVE ARQSLD01-COD-MOEDA  TO ARQOFN01-SLD-COD-MOEDA
              MOVE ARQSLD01-VAL-ABERTURA
                                       TO ARQOFN01-SLD-VAL-ABERTURA
              MOVE ARQSLD01-VAL-MOVIMENTO
                                       TO ARQOFN01-SLD-VAL-MOVIMENTO
              MOVE ARQSLD01-VAL-FECHAMENTO
                                       TO ARQOFN01-SLD-VAL-FECHAMENTO

              PERFORM 3950-GRAVAR-INTERCAMBIO

              ADD 1 TO WRK-OFC-QTD-SALDOS (WRK-OFC-IDX)
              ADD 1 TO ACU-GRAVA-SALDOS
           END-IF

           PERFORM 3820-LER-SALDO
           .
      *----------------------------------------------------------------*
       3200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    MOVIMENTOS DO DIA DOS CPFS COM CONSENTIMENTO ATIVO (HEADER  *
      *    E TRAILER DO ARQUIVO DE MOVIMENTO SAO IGNORADOS). O CPF DA  *
      *    CONTRAPARTE E DE TERCEIRO E NAO E COMPARTILHADO             *
      *----------------------------------------------------------------*
       3300-ENVIAR-MOVIMENTO SECTION.
      *----------------------------------------------------------------*
      *
           IF ARQENT01-REGISTRO (1:3) EQUAL 'HDR'
              OR ARQENT01-REGISTRO (1:3) EQUAL 'TRL'
              OR ARQENT01-CPF NOT NUMERIC
              PERFORM 3840-LER-MOVIMENTO
              GO TO 3300-99-FIM
           END-IF

           MOVE ARQENT01-CPF           TO WRK-CPF-BUSCA
           PERFORM 3910-LOCALIZAR-CPF

           IF WRK-OFC-IDX NOT GREATER WRK-OFC-QTDE
              MOVE SPACES              TO ARQOFN01-REGISTRO
              SET  ARQOFN01-REG-MOVIMENTO TO TRUE
              PERFORM 3900-IDENTIFICAR-CLIENTE
              MOVE ARQENT01-NUM-CONTA  TO ARQOFN01-MOV-NUM-CONTA
              MOVE ARQENT01-DAT-DEPOS  TO WRK-DAT-MOVIMENTO
              MOVE WRK-MOV-ANO         TO WRK-MOV-AAAA
              MOVE WRK-MOV-MES         TO WRK-MOV-MM
              MOVE WRK-MOV-DIA         TO WRK-MOV-DD
              MOVE WRK-DAT-MOV-AAAAMMDD
                                       TO ARQOFN01-MOV-DAT-MOVIMENTO
              MOVE ARQENT01-TIP-TRANS  TO ARQOFN01-MOV-TIP-MOVIMENTO
              MOVE ARQENT01-COD-MOEDA  TO ARQOFN01-MOV-COD-MOEDA
              MOVE ARQENT01-VAL-DEPOS  TO ARQOFN01-MOV-VAL-MOVIMENTO

              PERFORM 3950-GRAVAR-INTERCAMBIO

              ADD 1 TO WRK-OFC-QTD-MOVTOS (WRK-OFC-IDX)
              ADD 1 TO ACU-GRAVA-MOVIMENTOS
           END-IF

           PERFORM 3840-LER-MOVIMENTO
           .
      *----------------------------------------------------------------*
       3300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CONTRATOS DE EMPRESTIMO LIGADOS PELA INSTRUCAO DE DEBITO A  *
      *    UM CPF COM CONSENTIMENTO ATIVO; A CHAVE DO CONTRATO FICA    *
      *    GUARDADA PARA O ENVIO DAS PARCELAS                          *
      *----------------------------------------------------------------*
       3400-ENVIAR-CONTRATO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 1 TO WRK-DEB-IDX
           PERFORM 3410-PROXIMA-INSTRUCAO
              UNTIL WRK-DEB-IDX GREATER WRK-DEB-QTDE
                 OR WRK-DEB-CHAVE (WRK-DEB-IDX) EQUAL
                    ARQLED01-REGISTRO (1:9)

           IF WRK-DEB-IDX GREATER WRK-DEB-QTDE
              PERFORM 3850-LER-EMPRESTIMO
              GO TO 3400-99-FIM
           END-IF

           MOVE WRK-DEB-CPF (WRK-DEB-IDX)
                                       TO WRK-CPF-BUSCA
           PERFORM 3910-LOCALIZAR-CPF

           IF WRK-OFC-IDX NOT GREATER WRK-OFC-QTDE
              MOVE SPACES              TO ARQOFN01-REGISTRO
              SET  ARQOFN01-REG-CONTRATO TO TRUE
              PERFORM 3900-IDENTIFICAR-CLIENTE
              MOVE ARQLED01-COD-AGENCIA
                                       TO ARQOFN01-CTR-COD-AGENCIA
              MOVE ARQLED01-NUM-CONTA  TO ARQOFN01-CTR-NUM-CONTA
              MOVE ARQLED01-NUM-EMPRESTIMO
                                       TO ARQOFN01-CTR-NUM-EMPRESTIMO
              MOVE ARQLED01-VAL-EMPRESTIMO
                                       TO ARQOFN01-CTR-VAL-EMPRESTIMO
              MOVE ARQLED01-VAL-PAGO   TO ARQOFN01-CTR-VAL-PAGO
              MOVE ARQLED01-VAL-SALDO  TO ARQOFN01-CTR-VAL-SALDO
              MOVE ARQLED01-VAL-JUROS-ACUM
                                       TO ARQOFN01-CTR-VAL-JUROS-ACUM
              MOVE ARQLED01-SIT-EMPRESTIMO
                                       TO ARQOFN01-CTR-SIT-EMPRESTIMO
              MOVE ARQLED01-DAT-LIMITE TO ARQOFN01-CTR-DAT-LIMITE
              MOVE ARQLED01-DAT-ULT-PAGTO
                                       TO ARQOFN01-CTR-DAT-ULT-PAGTO

              PERFORM 3950-GRAVAR-INTERCAMBIO

              ADD 1 TO WRK-OFC-QTD-CONTRATOS (WRK-OFC-IDX)
              ADD 1 TO ACU-GRAVA-CONTRATOS

              IF WRK-CTR-QTDE LESS 1000
                 ADD 1 TO WRK-CTR-QTDE
                 MOVE ARQLED01-REGISTRO (1:9)
                                  TO WRK-CTR-CHAVE (WRK-CTR-QTDE)
                 MOVE WRK-OFC-IDX TO WRK-CTR-OFC-IDX (WRK-CTR-QTDE)
              ELSE
                 DISPLAY '* TABELA DE CONTRATOS ESGOTADA (1000)'
                 MOVE 12               TO RETURN-CODE
                 PERFORM 9900-FIM-PROGRAMA
              END-IF
           END-IF

           PERFORM 3850-LER-EMPRESTIMO
           .
      *----------------------------------------------------------------*
       3400-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3410-PROXIMA-INSTRUCAO SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-DEB-IDX
           .
      *----------------------------------------------------------------*
       3410-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    PARCELAS (EXCETO CANCELADAS) DOS CONTRATOS ENVIADOS         *
      *----------------------------------------------------------------*
       3500-ENVIAR-PARCELA SECTION.
      *----------------------------------------------------------------*
      *
           IF ARQPAR01-PARC-CANCELADA
              PERFORM 3860-LER-PARCELA
              GO TO 3500-99-FIM
           END-IF

           MOVE 1 TO WRK-CTR-IDX
           PERFORM 3510-PROXIMO-CONTRATO
              UNTIL WRK-CTR-IDX GREATER WRK-CTR-QTDE
                 OR WRK-CTR-CHAVE (WRK-CTR-IDX) EQUAL
                    ARQPAR01-REGISTRO (1:9)

           IF WRK-CTR-IDX NOT GREATER WRK-CTR-QTDE
              MOVE WRK-CTR-OFC-IDX (WRK-CTR-IDX)
                                       TO WRK-OFC-IDX
              MOVE SPACES              TO ARQOFN01-REGISTRO
              SET  ARQOFN01-REG-PARCELA TO TRUE
              PERFORM 3900-IDENTIFICAR-CLIENTE
              MOVE ARQPAR01-COD-AGENCIA
                                       TO ARQOFN01-PAR-COD-AGENCIA
              MOVE ARQPAR01-NUM-CONTA  TO ARQOFN01-PAR-NUM-CONTA
              MOVE ARQPAR01-NUM-EMPRESTIMO
                                       TO ARQOFN01-PAR-NUM-EMPRESTIMO
              MOVE ARQPAR01-NUM-PARCELA
                                       TO ARQOFN01-PAR-NUM-PARCELA
              MOVE ARQPAR01-DAT-VENCIMENTO
                                       TO ARQOFN01-PAR-DAT-VENCIMENTO
              MOVE ARQPAR01-VAL-PRINCIPAL
                                       TO ARQOFN01-PAR-VAL-PRINCIPAL
              MOVE ARQPAR01-VAL-JUROS  TO ARQOFN01-PAR-VAL-JUROS
              MOVE ARQPAR01-VAL-PARCELA
                                       TO ARQOFN01-PAR-VAL-PARCELA
              MOVE ARQPAR01-VAL-PAGO-ACUM
                                       TO ARQOFN01-PAR-VAL-PAGO-ACUM
              MOVE ARQPAR01-SIT-PARCELA
                                       TO ARQOFN01-PAR-SIT-PARCELA

              PERFORM 3950-GRAVAR-INTERCAMBIO

              ADD 1 TO WRK-OFC-QTD-PARCELAS (WRK-OFC-IDX)
              ADD 1 TO ACU-GRAVA-PARCELAS
           END-IF

           PERFORM 3860-LER-PARCELA
           .
      *----------------------------------------------------------------*
       3500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3510-PROXIMO-CONTRATO SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-CTR-IDX
           .
      *----------------------------------------------------------------*
       3510-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3600-GRAVAR-TRAILER SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO ARQOFN01-REGISTRO
           SET  ARQOFN01-REG-TRAILER   TO TRUE
           MOVE ZEROS                  TO ARQOFN01-CPF
           MOVE ACU-GRAVA-CADASTROS    TO ARQOFN01-TRL-QTDE-CADASTROS
           MOVE ACU-GRAVA-SALDOS       TO ARQOFN01-TRL-QTDE-SALDOS
           MOVE ACU-GRAVA-MOVIMENTOS   TO ARQOFN01-TRL-QTDE-MOVIMENTOS
           MOVE ACU-GRAVA-CONTRATOS    TO ARQOFN01-TRL-QTDE-CONTRATOS
           MOVE ACU-GRAVA-PARCELAS     TO ARQOFN01-TRL-QTDE-PARCELAS
           COMPUTE ARQOFN01-TRL-QTDE-REGISTROS =
                   ACU-GRAVA-ARQOFN01 + 1

           PERFORM 3950-GRAVAR-INTERCAMBIO
           .
      *----------------------------------------------------------------*
       3600-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    UM REGISTRO DE LOG POR CONSENTIMENTO OPEN FINANCE: O QUE    *
      *    FOI ENVIADO A QUAL INSTITUICAO, OU O MOTIVO DO BLOQUEIO     *
      *----------------------------------------------------------------*
       3700-GRAVAR-LOG SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE ARQLOG01-REGISTRO

           MOVE WRK-DAT-REFERENCIA     TO ARQLOG01-DAT-REFERENCIA
           MOVE WRK-HOR-GERACAO        TO ARQLOG01-HOR-GERACAO
           MOVE WRK-OFC-CCLUB (WRK-OFC-IDX)
                                       TO ARQLOG01-COD-CLIENTE
           MOVE WRK-OFC-CPF (WRK-OFC-IDX)
                                       TO ARQLOG01-CPF
           MOVE WRK-OFC-INSTITUICAO (WRK-OFC-IDX)
                                       TO ARQLOG01-COD-INSTITUICAO
           MOVE WRK-OFC-DAT-VALIDADE (WRK-OFC-IDX)
                                       TO ARQLOG01-DAT-VALIDADE
           MOVE WRK-OFC-SIT (WRK-OFC-IDX)
                                       TO ARQLOG01-SIT-ENVIO
           MOVE WRK-OFC-QTD-CADASTRO (WRK-OFC-IDX)
                                       TO ARQLOG01-QTDE-CADASTRO
           MOVE WRK-OFC-QTD-SALDOS (WRK-OFC-IDX)
                                       TO ARQLOG01-QTDE-SALDOS
           MOVE WRK-OFC-QTD-MOVTOS (WRK-OFC-IDX)
                                       TO ARQLOG01-QTDE-MOVIMENTOS
           MOVE WRK-OFC-QTD-CONTRATOS (WRK-OFC-IDX)
                                       TO ARQLOG01-QTDE-CONTRATOS
           MOVE WRK-OFC-QTD-PARCELAS (WRK-OFC-IDX)
                                       TO ARQLOG01-QTDE-PARCELAS

           EVALUATE TRUE
              WHEN ARQLOG01-ENVIADO
                 MOVE 'ENVIADO'        TO ARQLOG01-DES-SITUACAO
                 ADD 1 TO ACU-CONSENT-ATENDIDOS
              WHEN ARQLOG01-REVOGADO
                 MOVE 'REVOGADO'       TO ARQLOG01-DES-SITUACAO
                 ADD 1 TO ACU-CONSENT-BLOQUEADOS
              WHEN ARQLOG01-EXPIRADO
                 MOVE 'EXPIRADO'       TO ARQLOG01-DES-SITUACAO
                 ADD 1 TO ACU-CONSENT-BLOQUEADOS
              WHEN ARQLOG01-SEM-CPF
                 MOVE 'SEM CPF'        TO ARQLOG01-DES-SITUACAO
                 ADD 1 TO ACU-CONSENT-BLOQUEADOS
              WHEN OTHER
                 MOVE 'SEM CADASTRO'   TO ARQLOG01-DES-SITUACAO
                 ADD 1 TO ACU-CONSENT-BLOQUEADOS
           END-EVALUATE

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
       3700-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3800-LER-CONSENTIMENTO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQCON01        TO TRUE

           READ ARQCON01 INTO ARQCON01-REGISTRO

           IF WRK-FS-CON01-OK OR WRK-FS-CON01-FIM
              IF WRK-FS-CON01-OK
                 ADD 1 TO ACU-LIDOS-ARQCON01
              END-IF
           ELSE
              MOVE WRK-FS-ARQCON01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3800-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3810-LER-CRUZAMENTO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQXRF01        TO TRUE

           READ ARQXRF01 INTO ARQXRF01-REGISTRO

           IF WRK-FS-XRF01-OK OR WRK-FS-XRF01-FIM
              IF WRK-FS-XRF01-OK
                 ADD 1 TO ACU-LIDOS-ARQXRF01
              END-IF
           ELSE
              MOVE WRK-FS-ARQXRF01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3810-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3820-LER-SALDO SECTION.
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
       3830-LER-INSTRUCAO SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-FS-DEB01-FIM
              GO TO 3830-99-FIM
           END-IF

           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQDEB01        TO TRUE

           READ ARQDEB01 INTO ARQDEB01-REGISTRO

           IF WRK-FS-DEB01-OK OR WRK-FS-DEB01-FIM
              IF WRK-FS-DEB01-OK
                 ADD 1 TO ACU-LIDOS-ARQDEB01
              END-IF
           ELSE
              MOVE WRK-FS-ARQDEB01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3830-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3840-LER-MOVIMENTO SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE                  ARQENT01-REGISTRO

           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQENT01        TO TRUE

           READ ARQENT01 INTO ARQENT01-REGISTRO

           IF WRK-FS-ENT01-OK OR WRK-FS-ENT01-FIM
              IF WRK-FS-ENT01-OK
                 ADD 1 TO ACU-LIDOS-ARQENT01
              END-IF
           ELSE
              MOVE WRK-FS-ARQENT01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3840-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3850-LER-EMPRESTIMO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQLED01        TO TRUE

           READ ARQLED01 INTO ARQLED01-REGISTRO

           IF WRK-FS-LED01-OK OR WRK-FS-LED01-FIM
              IF WRK-FS-LED01-OK
                 ADD 1 TO ACU-LIDOS-ARQLED01
              END-IF
           ELSE
              MOVE WRK-FS-ARQLED01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3850-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3860-LER-PARCELA SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQPAR01        TO TRUE

           READ ARQPAR01 INTO ARQPAR01-REGISTRO

           IF WRK-FS-PAR01-OK OR WRK-FS-PAR01-FIM
              IF WRK-FS-PAR01-OK
                 ADD 1 TO ACU-LIDOS-ARQPAR01
              END-IF
           ELSE
              MOVE WRK-FS-ARQPAR01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3860-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    INSTITUICAO RECEPTORA E CPF DO CONSENTIMENTO CORRENTE       *
      *----------------------------------------------------------------*
       3900-IDENTIFICAR-CLIENTE SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-OFC-INSTITUICAO (WRK-OFC-IDX)
                                       TO ARQOFN01-COD-INSTITUICAO
           MOVE WRK-OFC-CPF (WRK-OFC-IDX)
                                       TO ARQOFN01-CPF
           .
      *----------------------------------------------------------------*
       3900-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LOCALIZA O CONSENTIMENTO ATIVO DO CPF WRK-CPF-BUSCA; SEM    *
      *    CONSENTIMENTO ATIVO, WRK-OFC-IDX FICA MAIOR QUE A QTDE      *
      *----------------------------------------------------------------*
       3910-LOCALIZAR-CPF SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 1 TO WRK-OFC-IDX

           PERFORM 3920-PROXIMO-CONSENTIMENTO
              UNTIL WRK-OFC-IDX GREATER WRK-OFC-QTDE
                 OR (WRK-OFC-CPF (WRK-OFC-IDX) EQUAL WRK-CPF-BUSCA
                     AND WRK-OFC-ATIVO (WRK-OFC-IDX))
           .
      *----------------------------------------------------------------*
       3910-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3920-PROXIMO-CONSENTIMENTO SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-OFC-IDX
           .
      *----------------------------------------------------------------*
       3920-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3950-GRAVAR-INTERCAMBIO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQOFN01        TO TRUE

           WRITE FD-ARQOFN01 FROM ARQOFN01-REGISTRO

           IF WRK-FS-OFN01-OK
              ADD 1 TO ACU-GRAVA-ARQOFN01
           ELSE
              MOVE WRK-FS-ARQOFN01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3950-99-FIM.
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
           MOVE ACU-LIDOS-ARQCON01      TO ARQAUD01-QTDE-LIDOS
           MOVE ACU-GRAVA-ARQOFN01      TO ARQAUD01-QTDE-GRAVA
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

           CLOSE ARQCON01
                 ARQXRF01
                 ARQCLI01
                 ARQSLD01
                 ARQENT01
                 ARQDEB01
                 ARQLED01
                 ARQPAR01

           SET  WRK-CN-ARQOFN01        TO TRUE
           CLOSE ARQOFN01
           IF NOT WRK-FS-OFN01-OK
              MOVE WRK-FS-ARQOFN01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQLOG01        TO TRUE
           CLOSE ARQLOG01
           IF NOT WRK-FS-LOG01-OK
              MOVE WRK-FS-ARQLOG01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQAUD01        TO TRUE
           CLOSE ARQAUD01
           IF NOT WRK-FS-AUD01-OK
              MOVE WRK-FS-ARQAUD01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           MOVE ACU-LIDOS-ARQCON01     TO WRK-MASK-QTDE
           DISPLAY '**************************************************'
           DISPLAY '* QTDE CONSENTIMENTOS LIDOS  : ' WRK-MASK-QTDE  '*'
           MOVE ACU-CONSENT-OPEN       TO WRK-MASK-QTDE
           DISPLAY '* QTDE CONSENT. OPEN FINANCE : ' WRK-MASK-QTDE  '*'
           MOVE ACU-CONSENT-ATENDIDOS  TO WRK-MASK-QTDE
           DISPLAY '* QTDE CONSENT. ATENDIDOS    : ' WRK-MASK-QTDE  '*'
           MOVE ACU-CONSENT-BLOQUEADOS TO WRK-MASK-QTDE
           DISPLAY '* QTDE CONSENT. BLOQUEADOS   : ' WRK-MASK-QTDE  '*'
           MOVE ACU-GRAVA-CADASTROS    TO WRK-MASK-QTDE
           DISPLAY '* QTDE CADASTROS ENVIADOS    : ' WRK-MASK-QTDE  '*'
           MOVE ACU-GRAVA-SALDOS       TO WRK-MASK-QTDE
           DISPLAY '* QTDE SALDOS ENVIADOS       : ' WRK-MASK-QTDE  '*'
           MOVE ACU-GRAVA-MOVIMENTOS   TO WRK-MASK-QTDE
           DISPLAY '* QTDE MOVIMENTOS ENVIADOS   : ' WRK-MASK-QTDE  '*'
           MOVE ACU-GRAVA-CONTRATOS    TO WRK-MASK-QTDE
           DISPLAY '* QTDE CONTRATOS ENVIADOS    : ' WRK-MASK-QTDE  '*'
           MOVE ACU-GRAVA-PARCELAS     TO WRK-MASK-QTDE
           DISPLAY '* QTDE PARCELAS ENVIADAS     : ' WRK-MASK-QTDE  '*'
           MOVE ACU-GRAVA-ARQOFN01     TO WRK-MASK-QTDE
           DISPLAY '* QTDE REGISTROS INTERCAMBIO : ' WRK-MASK-QTDE  '*'
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
      *    ROTINA DE TRATAMENTO DE ERRO DE ARQUIVO                     *
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
           MOVE ACU-LIDOS-ARQCON01
                                  TO ERRO01-QTDE-LIDOS
           MOVE ACU-GRAVA-ARQOFN01
                                  TO ERRO01-QTDE-GRAVADOS
           MOVE WRK-CPF-BUSCA     TO ERRO01-ULT-CHAVE

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
