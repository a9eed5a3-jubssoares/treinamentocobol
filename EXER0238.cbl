      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0238.
       AUTHOR.     JULIANA SOARES.
      *================================================================*
      *    PROGRAMA....: EXER0238                                      *
      *    PROGRAMADOR.: JULIANA SOARES                                *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   E-FINANCEIRA SEMESTRAL: TOTALIZA POR CPF E  *
      *                    CONTA OS CREDITOS E DEBITOS DO SEMESTRE A   *
      *                    PARTIR DE TODAS AS GERACOES DO MOVIMENTO    *
      *                    APROVADO (ENT02105) E O SALDO DE FECHAMENTO *
      *                    DO SEMESTRE (SLD02105), EM BRL PELA TAXA DE *
      *                    CAMBIO DO FIM DO SEMESTRE (TAX02105). O CPF *
      *                    CUJOS CREDITOS OU DEBITOS DO MES (SOMA DE   *
      *                    TODAS AS SUAS CONTAS) ULTRAPASSAM O LIMIAR  *
      *                    EM ALGUM MES DO SEMESTRE TEM TODAS AS SUAS  *
      *                    CONTAS INFORMADAS NO ARQUIVO REGULATORIO    *
      *                    (EFN02238). CADA ARQUIVO GERADO E ANOTADO   *
      *                    NO REGISTRO DE ENVIOS (ENV02238): O PRIMEIRO*
      *                    ENVIO DO SEMESTRE E O ORIGINAL E OS         *
      *                    SEGUINTES, PEDIDOS NO CARTAO, SAO           *
      *                    RETIFICADORES DO ENVIO ANTERIOR.            *
      *                    CREDITOS = DEPOSITOS E TRANSFERENCIAS       *
      *                    RECEBIDAS; DEBITOS = SAQUES E TRANSFERENCIAS*
      *                    ENVIADAS; O ESTORNO ABATE O TOTAL DO TIPO   *
      *                    ESTORNADO. RETURN-CODE 04 = MOVIMENTO OU    *
      *                    SALDO EM MOEDA SEM TAXA (FORA DOS TOTAIS)   *
      *----------------------------------------------------------------*
      *    CARTAO......:   COLS 1-4   ANO DE REFERENCIA                *
      *                    COL  6     SEMESTRE (1 OU 2)                *
      *                    COLS 8-22  LIMIAR MENSAL 9(13)V99           *
      *                               (PADRAO 5.000,00)                *
      *                    COL  24    'R' = ENVIO RETIFICADOR          *
      *                    COLS 26-55 MOTIVO DA RETIFICACAO            *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQPARM                                   -               *
      *      ARQENV01 (REGISTRO DE ENVIOS - OPCIONAL)  ENV02238        *
      *      ARQTAX01 (TAXAS DE CAMBIO - OPCIONAL)     TAX02105        *
      *      ARQENT01 (MOVIMENTO APROVADO)             ENT02105        *
      *      ARQSLD01 (POSICOES DE FECHAMENTO)         SLD02105        *
      *      ARQEFN01 (ARQUIVO DA E-FINANCEIRA)        EFN02238        *
      *      ARQSAI01 (RESUMO DO ENVIO)                -               *
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

           SELECT OPTIONAL ARQENV01 ASSIGN TO UT-S-ARQENV01
                      FILE STATUS      IS WRK-FS-ARQENV01.

           SELECT OPTIONAL ARQTAX01 ASSIGN TO UT-S-ARQTAX01
                      FILE STATUS      IS WRK-FS-ARQTAX01.

           SELECT ARQENT01 ASSIGN      TO UT-S-ARQENT01
                      FILE STATUS      IS WRK-FS-ARQENT01.

           SELECT ARQSLD01 ASSIGN      TO UT-S-ARQSLD01
                      FILE STATUS      IS WRK-FS-ARQSLD01.

           SELECT ARQEFN01 ASSIGN      TO UT-S-ARQEFN01
                      FILE STATUS      IS WRK-FS-ARQEFN01.

           SELECT ARQSAI01 ASSIGN      TO UT-S-ARQSAI01
                      FILE STATUS      IS WRK-FS-ARQSAI01.

           SELECT ARQAUD01 ASSIGN      TO UT-S-ARQAUD01
                      FILE STATUS      IS WRK-FS-ARQAUD01.

           SELECT WRK-SD-ORDENACAO ASSIGN TO "SORTWK01".
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
      *               ORG. SEQUENCIAL   -   LRECL = 080               *
      *---------------------------------------------------------------*

       FD  ARQPARM
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQPARM              PIC X(080).

      *---------------------------------------------------------------*
      *   INPUT/OUTPUT: REGISTRO PERSISTENTE DOS ENVIOS (OPCIONAL)    *
      *               ORG. SEQUENCIAL   -   LRECL = 100               *
      *---------------------------------------------------------------*

       FD  ARQENV01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQENV01             PIC X(100).

      *---------------------------------------------------------------*
      *   INPUT:      TAXAS DE CAMBIO PARA REAIS (OPCIONAL)           *
      *               ORG. SEQUENCIAL   -   LRECL = 024               *
      *---------------------------------------------------------------*

       FD  ARQTAX01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQTAX01             PIC X(024).

      *---------------------------------------------------------------*
      *   INPUT:      MOVIMENTO APROVADO (TODAS AS GERACOES, COM      *
      *               ENVELOPE) - ORG. SEQUENCIAL - LRECL = 049       *
      *---------------------------------------------------------------*

       FD  ARQENT01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQENT01             PIC X(049).

      *---------------------------------------------------------------*
      *   INPUT:      POSICOES DE FECHAMENTO DO SEMESTRE              *
      *               ORG. SEQUENCIAL   -   LRECL = 045               *
      *---------------------------------------------------------------*

       FD  ARQSLD01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQSLD01             PIC X(045).

      *---------------------------------------------------------------*
      *   OUTPUT:     ARQUIVO SEMESTRAL DA E-FINANCEIRA               *
      *               ORG. SEQUENCIAL   -   LRECL = 120               *
      *---------------------------------------------------------------*

       FD  ARQEFN01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQEFN01             PIC X(120).

      *---------------------------------------------------------------*
      *   OUTPUT:     RESUMO DO ENVIO                                 *
      *               ORG. SEQUENCIAL   -   LRECL = 132               *
      *---------------------------------------------------------------*

       FD  ARQSAI01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQSAI01             PIC X(132).

      *---------------------------------------------------------------*
      *   OUTPUT:     LOG DE AUDITORIA DE EXECUCAO (COMPARTILHADO)    *
      *---------------------------------------------------------------*

       FD  ARQAUD01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQAUD01              PIC X(51).

      *----------------------------------------------------------------*
      *   SORT:       MOVIMENTOS E SALDOS EM BRL POR CPF E CONTA       *
      *----------------------------------------------------------------*

       SD  WRK-SD-ORDENACAO.
       01  WRK-SD-REGISTRO.
           05 SD-CHAVE.
              10 SD-CPF               PIC 9(011).
              10 SD-NUM-CONTA         PIC 9(004).
              10 SD-COD-MOEDA         PIC X(003).
           05 SD-TIPO                 PIC X(001).
              88 SD-TIPO-MOVIMENTO               VALUE 'M'.
              88 SD-TIPO-SALDO                   VALUE 'S'.
           05 SD-MES                  PIC 9(001).
           05 SD-VAL-CREDITO          PIC S9(15)V99 COMP-3.
           05 SD-VAL-DEBITO           PIC S9(15)V99 COMP-3.
           05 SD-VAL-SALDO            PIC S9(15)V99 COMP-3.

      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0238 - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC  X(008) VALUE 'EXER0238'.
       77 WRK-ERRO2000            PIC  X(008) VALUE 'ERRO2000'.
       77 WRK-MASK-QTDE           PIC  ZZZ.ZZ9.
       77 WRK-MASK-VALOR          PIC  Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       77 WRK-DAT-GERACAO         PIC  9(008) VALUE ZEROS.
       77 WRK-ULT-CHAVE           PIC  X(018) VALUE SPACES.
       77 WRK-AREA-LIDA-ENT01     PIC  X(049) VALUE SPACES.
       77 WRK-VAL-TAXA            PIC  9(007)V9(06) VALUE ZEROS.
       77 WRK-VAL-BRL             PIC S9(015)V99 COMP-3 VALUE +0.
      *
       77 WRK-VAL-LIMIAR          PIC S9(015)V99 COMP-3
                                  VALUE +5000,00.
      *
       01 WRK-PARM-REGISTRO.
          05 WRK-PARM-ANO         PIC  9(004) VALUE ZEROS.
          05 FILLER               PIC  X(001) VALUE SPACES.
          05 WRK-PARM-SEMESTRE    PIC  9(001) VALUE ZEROS.
          05 FILLER               PIC  X(001) VALUE SPACES.
          05 WRK-PARM-VAL-LIMIAR  PIC  9(013)V99 VALUE ZEROS.
          05 FILLER               PIC  X(001) VALUE SPACES.
          05 WRK-PARM-TIP-ENVIO   PIC  X(001) VALUE SPACES.
             88 WRK-PARM-RETIFICADOR          VALUE 'R'.
          05 FILLER               PIC  X(001) VALUE SPACES.
          05 WRK-PARM-MOTIVO      PIC  X(030) VALUE SPACES.
          05 FILLER               PIC  X(025) VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    SEMESTRE DE REFERENCIA                                      *
      *----------------------------------------------------------------*
       01 WRK-SEMESTRE.
          05 WRK-SEM-ANO          PIC  9(004) VALUE ZEROS.
          05 WRK-SEM-NUMERO       PIC  9(001) VALUE ZEROS.
       77 WRK-SEM-MES-INI         PIC  9(002) VALUE ZEROS.
       77 WRK-SEM-MES-FIM         PIC  9(002) VALUE ZEROS.
       77 WRK-DAT-FIM-SEMESTRE    PIC  9(008) VALUE ZEROS.
       77 WRK-MOV-ANO             PIC  9(004) VALUE ZEROS.
       77 WRK-MOV-MES             PIC  9(002) VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    ENVIO CORRENTE E ULTIMO ENVIO DO SEMESTRE NO REGISTRO       *
      *----------------------------------------------------------------*
       01 WRK-SW-REGISTRO-ENV     PIC  X(001) VALUE 'N'.
          88 WRK-REGISTRO-ENV-PRESENTE        VALUE 'S'.
      *
       77 WRK-ULT-ENVIO           PIC  9(003) VALUE ZEROS.
       77 WRK-NUM-ENVIO           PIC  9(003) VALUE ZEROS.
       77 WRK-NUM-ENVIO-RETIF     PIC  9(003) VALUE ZEROS.
       77 WRK-IND-RETIFICACAO     PIC  X(001) VALUE '1'.
          88 WRK-ENVIO-ORIGINAL               VALUE '1'.
          88 WRK-ENVIO-RETIFICADOR            VALUE '2'.
      *
       01 WRK-ACUMULADORES.
           03 ACU-LIDOS-ARQENT01     PIC 9(007) VALUE ZEROS.
           03 ACU-MOVTOS-FORA-SEM    PIC 9(007) VALUE ZEROS.
           03 ACU-MOVTOS-SEMESTRE    PIC 9(007) VALUE ZEROS.
           03 ACU-MOVTOS-SEM-TAXA    PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQSLD01     PIC 9(007) VALUE ZEROS.
           03 ACU-SALDOS-SEM-TAXA    PIC 9(007) VALUE ZEROS.
           03 ACU-CPFS-ANALISADOS    PIC 9(007) VALUE ZEROS.
           03 ACU-CPFS-INFORMADOS    PIC 9(007) VALUE ZEROS.
           03 ACU-CONTAS-DESPREZADAS PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-DETALHES     PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQEFN01     PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQSAI01     PIC 9(007) VALUE ZEROS.
      *
       01 WRK-TOTAIS.
           03 TOT-VAL-CREDITOS       PIC S9(15)V99 COMP-3 VALUE +0.
           03 TOT-VAL-DEBITOS        PIC S9(15)V99 COMP-3 VALUE +0.
      *
       01 WRK-SW-SORT-CONTROLE    PIC  X(001) VALUE 'N'.
          88 WRK-SORT-FIM                     VALUE 'S'.
      *
       01 WRK-SW-PRIMEIRO         PIC  X(001) VALUE 'S'.
          88 WRK-PRIMEIRO-CPF                 VALUE 'S'.
      *
       01 WRK-SW-ERRO-FATAL       PIC  X(001) VALUE 'N'.
          88 WRK-ERRO-FATAL                   VALUE 'S'.
      *
       01 WRK-SW-REG-DADOS        PIC  X(001) VALUE 'N'.
          88 WRK-REG-E-DADOS                  VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    TABELA DAS TAXAS DE CAMBIO PARA REAIS (ULTIMA TAXA DA MOEDA *
      *    ATE O FIM DO SEMESTRE)                                      *
      *----------------------------------------------------------------*
       01 WRK-SW-TAXAS            PIC  X(001) VALUE 'N'.
          88 WRK-TAXAS-PRESENTES              VALUE 'S'.
      *
       77 WRK-PRC-MOEDA           PIC  X(003) VALUE SPACES.
       77 WRK-TAX-QTDE            PIC  9(002) VALUE ZEROS.
       77 WRK-TAX-IDX             PIC  9(002) VALUE ZEROS.
      *
       01 WRK-TAX-TABELA.
          05 WRK-TAX-LINHA        OCCURS 20 TIMES.
             10 WRK-TAX-COD-MOEDA PIC X(003).
             10 WRK-TAX-VAL-TAXA  PIC 9(07)V9(06).
      *
      *----------------------------------------------------------------*
      *    CPF EM TOTALIZACAO: TOTAIS POR MES DO SEMESTRE (TODAS AS    *
      *    CONTAS) E TOTAIS POR CONTA                                  *
      *----------------------------------------------------------------*
       77 WRK-CPF-ATUAL           PIC  9(011) VALUE ZEROS.
       77 WRK-CPF-MESES-ACIMA     PIC  9(001) VALUE ZEROS.
       77 WRK-MES-IDX             PIC  9(001) VALUE ZEROS.
      *
       01 WRK-MES-TABELA.
          05 WRK-MES-LINHA        OCCURS 6 TIMES.
             10 WRK-MES-CREDITOS  PIC S9(015)V99 COMP-3.
             10 WRK-MES-DEBITOS   PIC S9(015)V99 COMP-3.
      *
       77 WRK-CTA-QTDE            PIC  9(002) VALUE ZEROS.
       77 WRK-CTA-IDX             PIC  9(002) VALUE ZEROS.
      *
       01 WRK-CTA-TABELA.
          05 WRK-CTA-LINHA        OCCURS 50 TIMES.
             10 WRK-CTA-NUM-CONTA PIC 9(004).
             10 WRK-CTA-COD-MOEDA PIC X(003).
             10 WRK-CTA-CREDITOS  PIC S9(015)V99 COMP-3.
             10 WRK-CTA-DEBITOS   PIC S9(015)V99 COMP-3.
             10 WRK-CTA-SALDO     PIC S9(015)V99 COMP-3.
      *
      *----------------------------------------------------------------*
      *    AREA DO RESUMO                                              *
      *----------------------------------------------------------------*
       01 WRK-CAB1-RELATORIO.
          05 FILLER               PIC X(030) VALUE
             'E-FINANCEIRA - SEMESTRE '.
          05 WRK-CAB1-SEMESTRE    PIC 9(001).
          05 FILLER               PIC X(001) VALUE '/'.
          05 WRK-CAB1-ANO         PIC 9(004).
          05 FILLER               PIC X(010) VALUE '  ENVIO '.
          05 WRK-CAB1-ENVIO       PIC ZZ9.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-CAB1-TIPO        PIC X(040).
          05 FILLER               PIC X(041) VALUE SPACES.

       01 WRK-TIT-SECAO           PIC X(132) VALUE SPACES.

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
          05 WRK-FS-ARQENV01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-ENV01-OK               VALUE '00'.
             88 WRK-FS-ENV01-FIM              VALUE '10'.
          05 WRK-FS-ARQTAX01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-TAX01-OK               VALUE '00'.
             88 WRK-FS-TAX01-FIM              VALUE '10'.
          05 WRK-FS-ARQENT01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-ENT01-OK               VALUE '00'.
             88 WRK-FS-ENT01-FIM              VALUE '10'.
          05 WRK-FS-ARQSLD01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SLD01-OK               VALUE '00'.
             88 WRK-FS-SLD01-FIM              VALUE '10'.
          05 WRK-FS-ARQEFN01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-EFN01-OK               VALUE '00'.
          05 WRK-FS-ARQSAI01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SAI01-OK               VALUE '00'.
          05 WRK-FS-ARQAUD01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-AUD01-OK               VALUE '00'.
          05 WRK-FS-DISPLAY       PIC  X(002) VALUE SPACES.

       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQPARM       VALUE 'ARQPARM '.
          88 WRK-CN-ARQENV01      VALUE 'ARQENV01'.
          88 WRK-CN-ARQTAX01      VALUE 'ARQTAX01'.
          88 WRK-CN-ARQENT01      VALUE 'ARQENT01'.
          88 WRK-CN-ARQSLD01      VALUE 'ARQSLD01'.
          88 WRK-CN-ARQEFN01      VALUE 'ARQEFN01'.
          88 WRK-CN-ARQSAI01      VALUE 'ARQSAI01'.
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
           COPY ENV02238.
           COPY TAX02105.
           COPY ENT02105.
           COPY SLD02105.
           COPY EFN02238.
           COPY AUD00105.
           COPY 'I#ERRO01'.

      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0238 - FIM DA AREA DE WORKING'.
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

           SORT WRK-SD-ORDENACAO
                ASCENDING KEY SD-CHAVE
                INPUT PROCEDURE 2000-SELECIONAR-MOVIMENTOS
                OUTPUT PROCEDURE 2500-TOTALIZAR-CPF

           IF WRK-ERRO-FATAL
              PERFORM 9100-ERROS-ARQUIVOS
           ELSE
              PERFORM 4000-FINALIZAR
           END-IF
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
              OR WRK-PARM-ANO NOT NUMERIC
              OR WRK-PARM-ANO EQUAL ZEROS
              OR (WRK-PARM-SEMESTRE NOT EQUAL 1 AND
                  WRK-PARM-SEMESTRE NOT EQUAL 2)
              DISPLAY '************************************************'
              DISPLAY '* SEMESTRE NAO INFORMADO NO CARTAO DE          *'
              DISPLAY '* PARAMETROS (ANO NAS COLS 1-4 E SEMESTRE 1    *'
              DISPLAY '* OU 2 NA COL 6)                               *'
              DISPLAY '* PROGRAMA ' WRK-PROGRAMA
                                          ' CANCELADO                *'
              DISPLAY '************************************************'
              MOVE 08 TO RETURN-CODE
              PERFORM 9900-FIM-PROGRAMA
           END-IF

           CLOSE ARQPARM

           MOVE WRK-PARM-ANO           TO WRK-SEM-ANO
           MOVE WRK-PARM-SEMESTRE      TO WRK-SEM-NUMERO

           IF WRK-SEM-NUMERO EQUAL 1
              MOVE 01                  TO WRK-SEM-MES-INI
              MOVE 06                  TO WRK-SEM-MES-FIM
              COMPUTE WRK-DAT-FIM-SEMESTRE = WRK-SEM-ANO * 10000 + 0630
           ELSE
              MOVE 07                  TO WRK-SEM-MES-INI
              MOVE 12                  TO WRK-SEM-MES-FIM
              COMPUTE WRK-DAT-FIM-SEMESTRE = WRK-SEM-ANO * 10000 + 1231
           END-IF

           IF WRK-PARM-VAL-LIMIAR NUMERIC
              AND WRK-PARM-VAL-LIMIAR NOT EQUAL ZEROS
              MOVE WRK-PARM-VAL-LIMIAR TO WRK-VAL-LIMIAR
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-DAT-GERACAO

           PERFORM 1100-LER-REGISTRO-ENVIOS

           PERFORM 1200-DEFINIR-ENVIO

           MOVE WRK-VAL-LIMIAR         TO WRK-MASK-VALOR
           DISPLAY '* SEMESTRE ' WRK-SEM-NUMERO '/' WRK-SEM-ANO
                   ' ENVIO ' WRK-NUM-ENVIO
                   ' LIMIAR MENSAL ' WRK-MASK-VALOR

           SET  WRK-CN-ARQTAX01        TO TRUE
           OPEN INPUT ARQTAX01

           IF WRK-FS-TAX01-OK
              SET WRK-TAXAS-PRESENTES  TO TRUE
              PERFORM 3830-LER-TAXA
              PERFORM 1300-CARREGAR-TAXAS
                 UNTIL WRK-FS-TAX01-FIM
              SET  WRK-CN-CLOSE        TO TRUE
              CLOSE ARQTAX01
              SET  WRK-CN-OPEN         TO TRUE
           ELSE
              DISPLAY '* TAXAS DE CAMBIO AUSENTES - SO CONTAS EM BRL'
           END-IF

           SET  WRK-CN-ARQEFN01        TO TRUE
           OPEN OUTPUT ARQEFN01

           IF NOT WRK-FS-EFN01-OK
              MOVE WRK-FS-ARQEFN01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQSAI01        TO TRUE
           OPEN OUTPUT ARQSAI01

           IF NOT WRK-FS-SAI01-OK
              MOVE WRK-FS-ARQSAI01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQAUD01        TO TRUE
           OPEN EXTEND ARQAUD01

           IF NOT WRK-FS-AUD01-OK
              MOVE WRK-FS-ARQAUD01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           INITIALIZE ARQEFN01-REGISTRO
           SET ARQEFN01-REG-HEADER     TO TRUE
           MOVE WRK-SEM-ANO            TO ARQEFN01-HDR-ANO
           MOVE WRK-SEM-NUMERO         TO ARQEFN01-HDR-SEMESTRE
           MOVE WRK-IND-RETIFICACAO    TO ARQEFN01-HDR-IND-RETIFICACAO
           MOVE WRK-NUM-ENVIO          TO ARQEFN01-HDR-NUM-ENVIO
           MOVE WRK-NUM-ENVIO-RETIF    TO ARQEFN01-HDR-NUM-ENVIO-RETIF
           MOVE WRK-DAT-GERACAO        TO ARQEFN01-HDR-DAT-GERACAO
           MOVE WRK-VAL-LIMIAR         TO ARQEFN01-HDR-VAL-LIMIAR

           PERFORM 3900-GRAVAR-EFN

           IF WRK-ERRO-FATAL
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LE O REGISTRO PERSISTENTE DE ENVIOS E GUARDA O ULTIMO ENVIO *
      *    DO SEMESTRE                                                 *
      *----------------------------------------------------------------*
       1100-LER-REGISTRO-ENVIOS SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQENV01        TO TRUE

           OPEN INPUT ARQENV01

           IF WRK-FS-ENV01-OK
              SET WRK-REGISTRO-ENV-PRESENTE TO TRUE
              PERFORM 1110-LER-ENVIO
              PERFORM 1120-GUARDAR-ENVIO
                 UNTIL WRK-FS-ENV01-FIM
              SET  WRK-CN-CLOSE        TO TRUE
              CLOSE ARQENV01
           END-IF
           .
      *----------------------------------------------------------------*
       1100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1110-LER-ENVIO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQENV01        TO TRUE

           READ ARQENV01 INTO ARQENV01-REGISTRO

           IF NOT WRK-FS-ENV01-OK AND NOT WRK-FS-ENV01-FIM
              MOVE WRK-FS-ARQENV01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       1110-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1120-GUARDAR-ENVIO SECTION.
      *----------------------------------------------------------------*
      *
           IF ARQENV01-ANO-SEMESTRE EQUAL WRK-SEMESTRE
              AND ARQENV01-NUM-ENVIO GREATER WRK-ULT-ENVIO
              MOVE ARQENV01-NUM-ENVIO  TO WRK-ULT-ENVIO
           END-IF

           PERFORM 1110-LER-ENVIO
           .
      *----------------------------------------------------------------*
       1120-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    O PRIMEIRO ENVIO DO SEMESTRE E O ORIGINAL; COM O SEMESTRE   *
      *    JA ENVIADO, SO SE GERA NOVO ARQUIVO COMO RETIFICADOR,       *
      *    PEDIDO NO CARTAO, E ELE SUBSTITUI O ULTIMO ENVIO            *
      *----------------------------------------------------------------*
       1200-DEFINIR-ENVIO SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-ULT-ENVIO EQUAL ZEROS
              AND WRK-PARM-RETIFICADOR
              DISPLAY '************************************************'
              DISPLAY '* RETIFICACAO PEDIDA PARA SEMESTRE SEM ENVIO   *'
              DISPLAY '* ORIGINAL NO REGISTRO DE ENVIOS               *'
              DISPLAY '* PROGRAMA ' WRK-PROGRAMA
                                          ' CANCELADO                *'
              DISPLAY '************************************************'
              MOVE 08 TO RETURN-CODE
              PERFORM 9900-FIM-PROGRAMA
           END-IF

           IF WRK-ULT-ENVIO EQUAL ZEROS
              SET WRK-ENVIO-ORIGINAL   TO TRUE
              MOVE 1                   TO WRK-NUM-ENVIO
              MOVE ZEROS               TO WRK-NUM-ENVIO-RETIF
              MOVE SPACES              TO WRK-PARM-MOTIVO
              GO TO 1200-99-FIM
           END-IF

           IF NOT WRK-PARM-RETIFICADOR
              MOVE WRK-ULT-ENVIO       TO WRK-MASK-QTDE
              DISPLAY '************************************************'
              DISPLAY '* SEMESTRE JA ENVIADO - ULTIMO ENVIO: '
                                                        WRK-MASK-QTDE
              DISPLAY '* PARA REENVIAR, INFORMAR R NA COL 24 DO       *'
              DISPLAY '* CARTAO E O MOTIVO NAS COLS 26-55             *'
              DISPLAY '* PROGRAMA ' WRK-PROGRAMA
                                          ' CANCELADO                *'
              DISPLAY '************************************************'
              MOVE 08 TO RETURN-CODE
              PERFORM 9900-FIM-PROGRAMA
           END-IF

           IF WRK-PARM-MOTIVO EQUAL SPACES
              DISPLAY '* ATENCAO: RETIFICACAO SEM MOTIVO NO CARTAO'
           END-IF

           SET WRK-ENVIO-RETIFICADOR   TO TRUE
           MOVE WRK-ULT-ENVIO          TO WRK-NUM-ENVIO-RETIF
           COMPUTE WRK-NUM-ENVIO = WRK-ULT-ENVIO + 1
           .
      *----------------------------------------------------------------*
       1200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CARREGA A TAXA DE CAMBIO LIDA: O ARQUIVO ESTA EM ORDEM DE   *
      *    DATA, ENTAO A ULTIMA TAXA DA MOEDA ATE O FIM DO SEMESTRE    *
      *    PREVALECE                                                   *
      *----------------------------------------------------------------*
       1300-CARREGAR-TAXAS SECTION.
      *----------------------------------------------------------------*
      *
           IF ARQTAX01-DAT-TAXA NOT GREATER WRK-DAT-FIM-SEMESTRE
              MOVE ARQTAX01-COD-MOEDA  TO WRK-PRC-MOEDA

              PERFORM 5100-PROCURAR-TAXA

              IF WRK-TAX-IDX NOT GREATER WRK-TAX-QTDE
                 MOVE ARQTAX01-VAL-TAXA
                                  TO WRK-TAX-VAL-TAXA (WRK-TAX-IDX)
              ELSE
                 IF WRK-TAX-QTDE LESS 20
                    ADD 1 TO WRK-TAX-QTDE
                    MOVE ARQTAX01-COD-MOEDA
                                  TO WRK-TAX-COD-MOEDA (WRK-TAX-QTDE)
                    MOVE ARQTAX01-VAL-TAXA
                                  TO WRK-TAX-VAL-TAXA (WRK-TAX-QTDE)
                 END-IF
              END-IF
           END-IF

           PERFORM 3830-LER-TAXA
           .
      *----------------------------------------------------------------*
       1300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    SELECAO PARA O SORT (INPUT PROCEDURE): MOVIMENTOS DO        *
      *    SEMESTRE E SALDOS DE FECHAMENTO, JA EM BRL                  *
      *----------------------------------------------------------------*
       2000-SELECIONAR-MOVIMENTOS SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQENT01        TO TRUE

           OPEN INPUT ARQENT01

           IF NOT WRK-FS-ENT01-OK
              MOVE WRK-FS-ARQENT01     TO WRK-FS-DISPLAY
              SET WRK-ERRO-FATAL       TO TRUE
              GO TO 2000-99-FIM
           END-IF

           PERFORM 3800-LER-MOVIMENTO

           PERFORM 2100-TRATAR-MOVIMENTO
              UNTIL WRK-FS-ENT01-FIM OR WRK-ERRO-FATAL

           SET  WRK-CN-CLOSE           TO TRUE
           CLOSE ARQENT01

           IF WRK-ERRO-FATAL
              GO TO 2000-99-FIM
           END-IF

           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQSLD01        TO TRUE

           OPEN INPUT ARQSLD01

           IF NOT WRK-FS-SLD01-OK
              MOVE WRK-FS-ARQSLD01     TO WRK-FS-DISPLAY
              SET WRK-ERRO-FATAL       TO TRUE
              GO TO 2000-99-FIM
           END-IF

           PERFORM 3850-LER-SALDO

           PERFORM 2200-TRATAR-SALDO
              UNTIL WRK-FS-SLD01-FIM OR WRK-ERRO-FATAL

           SET  WRK-CN-CLOSE           TO TRUE
           CLOSE ARQSLD01
           .
      *----------------------------------------------------------------*
       2000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    MOVIMENTO DO SEMESTRE: CREDITO ('D'/'R') OU DEBITO ('S'/    *
      *    'T'); O ESTORNO ('E') ABATE O TOTAL DO TIPO ESTORNADO       *
      *----------------------------------------------------------------*
       2100-TRATAR-MOVIMENTO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ARQENT01-DAT-DEPOS (7:4) TO WRK-MOV-ANO
           MOVE ARQENT01-DAT-DEPOS (4:2) TO WRK-MOV-MES

           IF WRK-MOV-ANO NOT EQUAL WRK-SEM-ANO
              OR WRK-MOV-MES LESS WRK-SEM-MES-INI
              OR WRK-MOV-MES GREATER WRK-SEM-MES-FIM
              ADD 1 TO ACU-MOVTOS-FORA-SEM
              GO TO 2100-90-LER
           END-IF

           MOVE ARQENT01-COD-MOEDA     TO WRK-PRC-MOEDA
           PERFORM 5000-OBTER-TAXA

           IF WRK-VAL-TAXA EQUAL ZEROS
              ADD 1 TO ACU-MOVTOS-SEM-TAXA
              GO TO 2100-90-LER
           END-IF

           ADD 1 TO ACU-MOVTOS-SEMESTRE

           COMPUTE WRK-VAL-BRL ROUNDED =
                   ARQENT01-VAL-DEPOS * WRK-VAL-TAXA

           INITIALIZE WRK-SD-REGISTRO
           MOVE ARQENT01-CPF           TO SD-CPF
           MOVE ARQENT01-NUM-CONTA     TO SD-NUM-CONTA
           MOVE ARQENT01-COD-MOEDA     TO SD-COD-MOEDA
           SET SD-TIPO-MOVIMENTO       TO TRUE
           COMPUTE SD-MES = WRK-MOV-MES - WRK-SEM-MES-INI + 1

           EVALUATE TRUE
              WHEN ARQENT01-TRANS-DEPOSITO
              WHEN ARQENT01-TRANS-TRANSF-RECEB
                 MOVE WRK-VAL-BRL      TO SD-VAL-CREDITO
              WHEN ARQENT01-TRANS-SAQUE
              WHEN ARQENT01-TRANS-TRANSF-ENVIO
                 MOVE WRK-VAL-BRL      TO SD-VAL-DEBITO
              WHEN ARQENT01-TRANS-ESTORNO
                 IF ARQENT01-EST-DE-DEPOSITO
                    COMPUTE SD-VAL-CREDITO = ZEROS - WRK-VAL-BRL
                 ELSE
                    COMPUTE SD-VAL-DEBITO = ZEROS - WRK-VAL-BRL
                 END-IF
           END-EVALUATE

           RELEASE WRK-SD-REGISTRO
           .
      *----------------------------------------------------------------*
       2100-90-LER.
      *----------------------------------------------------------------*
      *
           PERFORM 3800-LER-MOVIMENTO
           .
      *----------------------------------------------------------------*
       2100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    SALDO DE FECHAMENTO DO SEMESTRE DA CONTA                    *
      *----------------------------------------------------------------*
       2200-TRATAR-SALDO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ARQSLD01-COD-MOEDA     TO WRK-PRC-MOEDA
           PERFORM 5000-OBTER-TAXA

           IF WRK-VAL-TAXA EQUAL ZEROS
              ADD 1 TO ACU-SALDOS-SEM-TAXA
           ELSE
              INITIALIZE WRK-SD-REGISTRO
              MOVE ARQSLD01-CPF        TO SD-CPF
              MOVE ARQSLD01-NUM-CONTA  TO SD-NUM-CONTA
              MOVE ARQSLD01-COD-MOEDA  TO SD-COD-MOEDA
              SET SD-TIPO-SALDO        TO TRUE
              COMPUTE SD-VAL-SALDO ROUNDED =
                      ARQSLD01-VAL-FECHAMENTO * WRK-VAL-TAXA
              RELEASE WRK-SD-REGISTRO
           END-IF

           PERFORM 3850-LER-SALDO
           .
      *----------------------------------------------------------------*
       2200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    TOTALIZACAO POR CPF (OUTPUT PROCEDURE)                      *
      *----------------------------------------------------------------*
       2500-TOTALIZAR-CPF SECTION.
      *----------------------------------------------------------------*
      *
           RETURN WRK-SD-ORDENACAO
              AT END
                 SET WRK-SORT-FIM TO TRUE
           END-RETURN

           PERFORM 2600-TRATAR-REG-ORDENADO
              UNTIL WRK-SORT-FIM OR WRK-ERRO-FATAL

           IF NOT WRK-PRIMEIRO-CPF AND NOT WRK-ERRO-FATAL
              PERFORM 2700-FECHAR-CPF
           END-IF
           .
      *----------------------------------------------------------------*
       2500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ACUMULA UM REGISTRO ORDENADO NO MES E NA CONTA DO CPF       *
      *----------------------------------------------------------------*
       2600-TRATAR-REG-ORDENADO SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-PRIMEIRO-CPF
              MOVE 'N'                 TO WRK-SW-PRIMEIRO
              PERFORM 2650-ABRIR-CPF
           ELSE
              IF SD-CPF NOT EQUAL WRK-CPF-ATUAL
                 PERFORM 2700-FECHAR-CPF
                 PERFORM 2650-ABRIR-CPF
              END-IF
           END-IF

           IF WRK-CTA-QTDE EQUAL ZEROS
              OR SD-NUM-CONTA NOT EQUAL WRK-CTA-NUM-CONTA (WRK-CTA-QTDE)
              OR SD-COD-MOEDA NOT EQUAL WRK-CTA-COD-MOEDA (WRK-CTA-QTDE)
              IF WRK-CTA-QTDE LESS 50
                 ADD 1 TO WRK-CTA-QTDE
                 MOVE SD-NUM-CONTA     TO WRK-CTA-NUM-CONTA
                                          (WRK-CTA-QTDE)
                 MOVE SD-COD-MOEDA     TO WRK-CTA-COD-MOEDA
                                          (WRK-CTA-QTDE)
                 MOVE ZEROS       TO WRK-CTA-CREDITOS (WRK-CTA-QTDE)
                                     WRK-CTA-DEBITOS (WRK-CTA-QTDE)
                                     WRK-CTA-SALDO (WRK-CTA-QTDE)
              ELSE
                 ADD 1 TO ACU-CONTAS-DESPREZADAS
                 DISPLAY '* ATENCAO: CPF COM MAIS DE 50 CONTAS '
                         SD-CPF ' - CONTA ' SD-NUM-CONTA ' '
                         SD-COD-MOEDA ' DESPREZADA'
                 GO TO 2600-90-RETORNAR
              END-IF
           END-IF

           IF SD-TIPO-MOVIMENTO
              ADD SD-VAL-CREDITO  TO WRK-CTA-CREDITOS (WRK-CTA-QTDE)
                                     WRK-MES-CREDITOS (SD-MES)
              ADD SD-VAL-DEBITO   TO WRK-CTA-DEBITOS (WRK-CTA-QTDE)
                                     WRK-MES-DEBITOS (SD-MES)
           ELSE
              ADD SD-VAL-SALDO    TO WRK-CTA-SALDO (WRK-CTA-QTDE)
           END-IF
           .
      *----------------------------------------------------------------*
       2600-90-RETORNAR.
      *----------------------------------------------------------------*
      *
           RETURN WRK-SD-ORDENACAO
              AT END
                 SET WRK-SORT-FIM TO TRUE
           END-RETURN
           .
      *----------------------------------------------------------------*
       2600-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2650-ABRIR-CPF SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SD-CPF                 TO WRK-CPF-ATUAL
                                          WRK-ULT-CHAVE
           MOVE ZEROS                  TO WRK-CTA-QTDE
           INITIALIZE WRK-MES-TABELA
           .
      *----------------------------------------------------------------*
       2650-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    FECHA O CPF: SE OS CREDITOS OU OS DEBITOS DE ALGUM MES      *
      *    ULTRAPASSARAM O LIMIAR, TODAS AS SUAS CONTAS SAO INFORMADAS *
      *----------------------------------------------------------------*
       2700-FECHAR-CPF SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO ACU-CPFS-ANALISADOS
           MOVE ZEROS                  TO WRK-CPF-MESES-ACIMA

           PERFORM 2710-TESTAR-MES
              VARYING WRK-MES-IDX FROM 1 BY 1
              UNTIL WRK-MES-IDX GREATER 6

           IF WRK-CPF-MESES-ACIMA EQUAL ZEROS
              GO TO 2700-99-FIM
           END-IF

           ADD 1 TO ACU-CPFS-INFORMADOS

           PERFORM 2750-GRAVAR-CONTA
              VARYING WRK-CTA-IDX FROM 1 BY 1
              UNTIL WRK-CTA-IDX GREATER WRK-CTA-QTDE
                 OR WRK-ERRO-FATAL
           .
      *----------------------------------------------------------------*
       2700-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2710-TESTAR-MES SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-MES-CREDITOS (WRK-MES-IDX) GREATER WRK-VAL-LIMIAR
              OR WRK-MES-DEBITOS (WRK-MES-IDX) GREATER WRK-VAL-LIMIAR
              ADD 1 TO WRK-CPF-MESES-ACIMA
           END-IF
           .
      *----------------------------------------------------------------*
       2710-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GRAVA O DETALHE DE UMA CONTA DO CPF INFORMADO; TOTAL QUE    *
      *    FICOU NEGATIVO POR ESTORNO DE MOVIMENTO DE OUTRO SEMESTRE   *
      *    E INFORMADO COMO ZERO                                       *
      *----------------------------------------------------------------*
       2750-GRAVAR-CONTA SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-CTA-CREDITOS (WRK-CTA-IDX) LESS ZEROS
              MOVE ZEROS               TO WRK-CTA-CREDITOS (WRK-CTA-IDX)
           END-IF

           IF WRK-CTA-DEBITOS (WRK-CTA-IDX) LESS ZEROS
              MOVE ZEROS               TO WRK-CTA-DEBITOS (WRK-CTA-IDX)
           END-IF

           IF WRK-CTA-CREDITOS (WRK-CTA-IDX) EQUAL ZEROS
              AND WRK-CTA-DEBITOS (WRK-CTA-IDX) EQUAL ZEROS
              AND WRK-CTA-SALDO (WRK-CTA-IDX) EQUAL ZEROS
              GO TO 2750-99-FIM
           END-IF

           INITIALIZE ARQEFN01-REGISTRO
           SET ARQEFN01-REG-DETALHE    TO TRUE
           MOVE WRK-CPF-ATUAL          TO ARQEFN01-CPF
           MOVE WRK-CTA-NUM-CONTA (WRK-CTA-IDX)
                                       TO ARQEFN01-NUM-CONTA
           MOVE WRK-CTA-COD-MOEDA (WRK-CTA-IDX)
                                       TO ARQEFN01-COD-MOEDA
           MOVE WRK-CTA-CREDITOS (WRK-CTA-IDX)
                                       TO ARQEFN01-VAL-CREDITOS
           MOVE WRK-CTA-DEBITOS (WRK-CTA-IDX)
                                       TO ARQEFN01-VAL-DEBITOS
           MOVE WRK-CTA-SALDO (WRK-CTA-IDX)
                                       TO ARQEFN01-VAL-SALDO-FINAL
           MOVE WRK-CPF-MESES-ACIMA    TO ARQEFN01-QTDE-MESES-ACIMA

           PERFORM 3900-GRAVAR-EFN

           IF NOT WRK-ERRO-FATAL
              ADD 1 TO ACU-GRAVA-DETALHES
              ADD WRK-CTA-CREDITOS (WRK-CTA-IDX) TO TOT-VAL-CREDITOS
              ADD WRK-CTA-DEBITOS (WRK-CTA-IDX)  TO TOT-VAL-DEBITOS
           END-IF
           .
      *----------------------------------------------------------------*
       2750-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LE UM REGISTRO DE DADOS DO MOVIMENTO                        *
      *----------------------------------------------------------------*
       3800-LER-MOVIMENTO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N' TO WRK-SW-REG-DADOS

           PERFORM 3801-LER-MOVIMENTO-FISICO
              UNTIL WRK-REG-E-DADOS OR WRK-FS-ENT01-FIM
                 OR WRK-ERRO-FATAL
           .
      *----------------------------------------------------------------*
       3800-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LE UM REGISTRO FISICO DO MOVIMENTO, SALTANDO O ENVELOPE     *
      *    (HDR/TRL/CHT) DE CADA GERACAO                               *
      *----------------------------------------------------------------*
       3801-LER-MOVIMENTO-FISICO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQENT01        TO TRUE

           READ ARQENT01 INTO WRK-AREA-LIDA-ENT01

           EVALUATE TRUE
              WHEN WRK-FS-ENT01-FIM
                 CONTINUE
              WHEN NOT WRK-FS-ENT01-OK
                 MOVE WRK-FS-ARQENT01  TO WRK-FS-DISPLAY
                 SET WRK-ERRO-FATAL    TO TRUE
              WHEN WRK-AREA-LIDA-ENT01 (1:3) EQUAL 'HDR'
                OR WRK-AREA-LIDA-ENT01 (1:3) EQUAL 'TRL'
                OR WRK-AREA-LIDA-ENT01 (1:3) EQUAL 'CHT'
                 CONTINUE
              WHEN OTHER
                 SET WRK-REG-E-DADOS   TO TRUE
                 ADD 1 TO ACU-LIDOS-ARQENT01
                 MOVE WRK-AREA-LIDA-ENT01 TO ARQENT01-REGISTRO
                 MOVE ARQENT01-REGISTRO (1:11) TO WRK-ULT-CHAVE
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       3801-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3830-LER-TAXA SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQTAX01        TO TRUE

           READ ARQTAX01 INTO ARQTAX01-REGISTRO

           IF NOT WRK-FS-TAX01-OK AND NOT WRK-FS-TAX01-FIM
              MOVE WRK-FS-ARQTAX01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3830-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3850-LER-SALDO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQSLD01        TO TRUE

           READ ARQSLD01 INTO ARQSLD01-REGISTRO

           EVALUATE WRK-FS-ARQSLD01
              WHEN '00'
                 ADD 1 TO ACU-LIDOS-ARQSLD01
                 MOVE ARQSLD01-REGISTRO (1:18) TO WRK-ULT-CHAVE
              WHEN '10'
                 CONTINUE
              WHEN OTHER
                 MOVE WRK-FS-ARQSLD01 TO WRK-FS-DISPLAY
                 SET WRK-ERRO-FATAL   TO TRUE
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       3850-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GRAVA UM REGISTRO NO ARQUIVO DA E-FINANCEIRA                *
      *----------------------------------------------------------------*
       3900-GRAVAR-EFN SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQEFN01        TO TRUE

           WRITE FD-ARQEFN01 FROM ARQEFN01-REGISTRO

           IF WRK-FS-EFN01-OK
              ADD 1 TO ACU-GRAVA-ARQEFN01
           ELSE
              MOVE WRK-FS-ARQEFN01     TO WRK-FS-DISPLAY
              SET WRK-ERRO-FATAL       TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
       3900-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ANOTA O ENVIO NO REGISTRO PERSISTENTE DE ENVIOS             *
      *----------------------------------------------------------------*
       3950-REGISTRAR-ENVIO SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE ARQENV01-REGISTRO
           MOVE WRK-SEMESTRE           TO ARQENV01-ANO-SEMESTRE
           MOVE WRK-NUM-ENVIO          TO ARQENV01-NUM-ENVIO
           MOVE WRK-IND-RETIFICACAO    TO ARQENV01-IND-RETIFICACAO
           MOVE WRK-NUM-ENVIO-RETIF    TO ARQENV01-NUM-ENVIO-RETIF
           MOVE WRK-DAT-GERACAO        TO ARQENV01-DAT-GERACAO
           MOVE ACU-CPFS-INFORMADOS    TO ARQENV01-QTDE-CPFS
           MOVE ACU-GRAVA-DETALHES     TO ARQENV01-QTDE-DETALHES
           MOVE TOT-VAL-CREDITOS       TO ARQENV01-VAL-CREDITOS
           MOVE TOT-VAL-DEBITOS        TO ARQENV01-VAL-DEBITOS
           MOVE WRK-PARM-MOTIVO        TO ARQENV01-DES-MOTIVO

           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQENV01        TO TRUE

           IF WRK-REGISTRO-ENV-PRESENTE
              OPEN EXTEND ARQENV01
           ELSE
              OPEN OUTPUT ARQENV01
           END-IF

           IF NOT WRK-FS-ENV01-OK
              MOVE WRK-FS-ARQENV01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-WRITE           TO TRUE
           WRITE FD-ARQENV01 FROM ARQENV01-REGISTRO

           IF NOT WRK-FS-ENV01-OK
              MOVE WRK-FS-ARQENV01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-CLOSE           TO TRUE
           CLOSE ARQENV01
           .
      *----------------------------------------------------------------*
       3950-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE GRAVACAO DO LOG DE AUDITORIA DE EXECUCAO          *
      *----------------------------------------------------------------*
       3980-GRAVAR-AUDITORIA SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-PROGRAMA           TO ARQAUD01-PROGRAMA
           MOVE FUNCTION CURRENT-DATE(1:8)
                                        TO ARQAUD01-DATA
           MOVE FUNCTION CURRENT-DATE(9:6)
                                        TO ARQAUD01-HORA
           MOVE ACU-LIDOS-ARQENT01      TO ARQAUD01-QTDE-LIDOS
           MOVE ACU-GRAVA-ARQEFN01      TO ARQAUD01-QTDE-GRAVA
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
           INITIALIZE ARQEFN01-REGISTRO
           SET ARQEFN01-REG-TRAILER    TO TRUE
           MOVE ACU-GRAVA-DETALHES     TO ARQEFN01-TRL-QTDE-DETALHES
           MOVE ACU-CPFS-INFORMADOS    TO ARQEFN01-TRL-QTDE-CPFS
           MOVE TOT-VAL-CREDITOS       TO ARQEFN01-TRL-VAL-CREDITOS
           MOVE TOT-VAL-DEBITOS        TO ARQEFN01-TRL-VAL-DEBITOS

           PERFORM 3900-GRAVAR-EFN

           IF WRK-ERRO-FATAL
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-CLOSE           TO TRUE
           SET  WRK-CN-ARQEFN01        TO TRUE
           CLOSE ARQEFN01
           IF NOT WRK-FS-EFN01-OK
              MOVE WRK-FS-ARQEFN01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 3950-REGISTRAR-ENVIO

           PERFORM 4800-GRAVAR-RESUMO

           IF ACU-MOVTOS-SEM-TAXA GREATER ZEROS
              OR ACU-SALDOS-SEM-TAXA GREATER ZEROS
              MOVE 04                  TO RETURN-CODE
           END-IF

           PERFORM 3980-GRAVAR-AUDITORIA

           SET  WRK-CN-CLOSE           TO TRUE

           SET  WRK-CN-ARQSAI01        TO TRUE
           CLOSE ARQSAI01
           IF NOT WRK-FS-SAI01-OK
              MOVE WRK-FS-ARQSAI01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQAUD01        TO TRUE
           CLOSE ARQAUD01
           IF NOT WRK-FS-AUD01-OK
              MOVE WRK-FS-ARQAUD01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           MOVE ACU-LIDOS-ARQENT01     TO WRK-MASK-QTDE
           DISPLAY '**************************************************'
           DISPLAY '* MOVIMENTOS LIDOS           : ' WRK-MASK-QTDE  '*'
           MOVE ACU-MOVTOS-SEMESTRE    TO WRK-MASK-QTDE
           DISPLAY '* MOVIMENTOS DO SEMESTRE     : ' WRK-MASK-QTDE  '*'
           MOVE ACU-MOVTOS-SEM-TAXA    TO WRK-MASK-QTDE
           DISPLAY '* MOVIMENTOS SEM TAXA        : ' WRK-MASK-QTDE  '*'
           MOVE ACU-LIDOS-ARQSLD01     TO WRK-MASK-QTDE
           DISPLAY '* SALDOS LIDOS               : ' WRK-MASK-QTDE  '*'
           MOVE ACU-CPFS-ANALISADOS    TO WRK-MASK-QTDE
           DISPLAY '* CPFS ANALISADOS            : ' WRK-MASK-QTDE  '*'
           MOVE ACU-CPFS-INFORMADOS    TO WRK-MASK-QTDE
           DISPLAY '* CPFS INFORMADOS            : ' WRK-MASK-QTDE  '*'
           MOVE ACU-GRAVA-DETALHES     TO WRK-MASK-QTDE
           DISPLAY '* CONTAS INFORMADAS          : ' WRK-MASK-QTDE  '*'
           MOVE WRK-NUM-ENVIO          TO WRK-MASK-QTDE
           DISPLAY '* NUMERO DO ENVIO            : ' WRK-MASK-QTDE  '*'
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
      *    RESUMO DO ENVIO                                             *
      *----------------------------------------------------------------*
       4800-GRAVAR-RESUMO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-SEM-NUMERO         TO WRK-CAB1-SEMESTRE
           MOVE WRK-SEM-ANO            TO WRK-CAB1-ANO
           MOVE WRK-NUM-ENVIO          TO WRK-CAB1-ENVIO

           IF WRK-ENVIO-ORIGINAL
              MOVE 'ORIGINAL'          TO WRK-CAB1-TIPO
           ELSE
              MOVE 'RETIFICADOR DO ENVIO'
                                       TO WRK-CAB1-TIPO
              MOVE WRK-NUM-ENVIO-RETIF TO WRK-CAB1-TIPO (22:3)
           END-IF

           MOVE WRK-CAB1-RELATORIO     TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           IF WRK-ENVIO-RETIFICADOR
              MOVE 'MOTIVO: '          TO WRK-TIT-SECAO
              MOVE WRK-PARM-MOTIVO     TO WRK-TIT-SECAO (9:30)
              MOVE WRK-TIT-SECAO       TO WRK-LINHA-IMPRESSAO
              PERFORM 4950-GRAVAR-LINHA
           END-IF

           PERFORM 4950-GRAVAR-LINHA

           MOVE 'LIMIAR MENSAL POR CPF'
                                       TO WRK-RES-DESCRICAO
           MOVE ZEROS                  TO WRK-RES-QTDE
           MOVE WRK-VAL-LIMIAR         TO WRK-RES-VALOR
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'MOVIMENTOS LIDOS (TODAS AS GERACOES)'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-LIDOS-ARQENT01     TO WRK-RES-QTDE
           MOVE ZEROS                  TO WRK-RES-VALOR
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'MOVIMENTOS FORA DO SEMESTRE'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-MOVTOS-FORA-SEM    TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'MOVIMENTOS DO SEMESTRE'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-MOVTOS-SEMESTRE    TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'MOVIMENTOS EM MOEDA SEM TAXA'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-MOVTOS-SEM-TAXA    TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'SALDOS DE FECHAMENTO LIDOS'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-LIDOS-ARQSLD01     TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'SALDOS EM MOEDA SEM TAXA'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-SALDOS-SEM-TAXA    TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'CPFS ANALISADOS'      TO WRK-RES-DESCRICAO
           MOVE ACU-CPFS-ANALISADOS    TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'CPFS INFORMADOS (ACIMA DO LIMIAR)'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-CPFS-INFORMADOS    TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'CONTAS DESPREZADAS (MAIS DE 50 NO CPF)'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-CONTAS-DESPREZADAS TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'CONTAS INFORMADAS - CREDITOS'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-GRAVA-DETALHES     TO WRK-RES-QTDE
           MOVE TOT-VAL-CREDITOS       TO WRK-RES-VALOR
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'CONTAS INFORMADAS - DEBITOS'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-GRAVA-DETALHES     TO WRK-RES-QTDE
           MOVE TOT-VAL-DEBITOS        TO WRK-RES-VALOR
           PERFORM 4900-GRAVAR-RESUMO
           .
      *----------------------------------------------------------------*
       4800-99-FIM.
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
      *    ROTINA DE GRAVACAO DE UMA LINHA NO RESUMO                   *
      *----------------------------------------------------------------*
       4950-GRAVAR-LINHA SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQSAI01        TO TRUE

           WRITE FD-ARQSAI01 FROM WRK-LINHA-IMPRESSAO

           IF WRK-FS-SAI01-OK
              ADD 1 TO ACU-GRAVA-ARQSAI01
           ELSE
              MOVE WRK-FS-ARQSAI01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           MOVE SPACES                 TO WRK-LINHA-IMPRESSAO
           .
      *----------------------------------------------------------------*
       4950-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    TAXA PARA BRL DA MOEDA WRK-PRC-MOEDA (ZEROS = SEM TAXA)     *
      *----------------------------------------------------------------*
       5000-OBTER-TAXA SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-PRC-MOEDA EQUAL 'BRL' OR WRK-PRC-MOEDA EQUAL SPACES
              MOVE 1                   TO WRK-VAL-TAXA
              GO TO 5000-99-FIM
           END-IF

           MOVE ZEROS                  TO WRK-VAL-TAXA

           PERFORM 5100-PROCURAR-TAXA

           IF WRK-TAX-IDX NOT GREATER WRK-TAX-QTDE
              MOVE WRK-TAX-VAL-TAXA (WRK-TAX-IDX) TO WRK-VAL-TAXA
           END-IF
           .
      *----------------------------------------------------------------*
       5000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LOCALIZA A TAXA DA MOEDA WRK-PRC-MOEDA (WRK-TAX-IDX ALEM DA *
      *    QTDE = MOEDA SEM TAXA)                                      *
      *----------------------------------------------------------------*
       5100-PROCURAR-TAXA SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 1 TO WRK-TAX-IDX

           PERFORM 5110-PROXIMA-TAXA
              UNTIL WRK-TAX-IDX GREATER WRK-TAX-QTDE
                 OR WRK-TAX-COD-MOEDA (WRK-TAX-IDX) EQUAL WRK-PRC-MOEDA
           .
      *----------------------------------------------------------------*
       5100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       5110-PROXIMA-TAXA SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-TAX-IDX
           .
      *----------------------------------------------------------------*
       5110-99-FIM.
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
           MOVE ACU-LIDOS-ARQENT01
                                  TO ERRO01-QTDE-LIDOS
           MOVE ACU-GRAVA-ARQEFN01
                                  TO ERRO01-QTDE-GRAVADOS
           MOVE WRK-ULT-CHAVE     TO ERRO01-ULT-CHAVE

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
