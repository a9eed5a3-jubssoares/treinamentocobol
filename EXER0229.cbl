      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0229.
       AUTHOR.     JULIANA SOARES.
      *================================================================*
      *    PROGRAMA....: EXER0229                                      *
      *    PROGRAMADOR.: JULIANA SOARES                                *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   ESCADA DE VENCIMENTOS DOS CDB: A PARTIR DO  *
      *                    CADASTRO DE CDB (CDB02228, MANTIDO PELO     *
      *                    EXER0228), TOTALIZA POR MES DE VENCIMENTO   *
      *                    OS CDB ATIVOS - QUANTIDADE, PRINCIPAL,      *
      *                    RENDIMENTO BRUTO JA APROPRIADO E VALOR      *
      *                    BRUTO PROJETADO NO VENCIMENTO (PRINCIPAL    *
      *                    CAPITALIZADO PELA TAXA DO CDB ATE O         *
      *                    VENCIMENTO, ANTES DO IRRF).                 *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQCDB01 (CADASTRO DE CDB - KSDS)         CDB02228        *
      *      ARQREL01                                  (RELATORIO)     *
      *      ARQAUD01                                  AUD00105        *
      *----------------------------------------------------------------*
      *    ROTINAS.....:                                               *
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
           SELECT ARQCDB01 ASSIGN      TO UT-S-ARQCDB01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS SEQUENTIAL
                      RECORD KEY       IS FD-ARQCDB01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQCDB01.

           SELECT ARQREL01 ASSIGN      TO UT-S-ARQREL01
                      FILE STATUS      IS WRK-FS-ARQREL01.

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
      *----------------------------------------------------------------*
      *    INPUT:     CADASTRO DE CDB (EXER0228)                       *
      *               ORG. INDEXADA     -   LRECL = 100                *
      *----------------------------------------------------------------*

       FD  ARQCDB01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQCDB01.
           05 FD-ARQCDB01-CHAVE       PIC X(17).
           05 FILLER                  PIC X(83).

      *----------------------------------------------------------------*
      *   OUTPUT:     RELATORIO DA ESCADA DE VENCIMENTOS               *
      *               ORG. SEQUENCIAL   -   LRECL = 132                *
      *----------------------------------------------------------------*

       FD  ARQREL01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQREL01             PIC X(132).

      *----------------------------------------------------------------*
      *   OUTPUT:     LOG DE AUDITORIA DE EXECUCAO (COMPARTILHADO      *
      *               COM OS DEMAIS PROGRAMAS DO BOOK)                 *
      *               ORG. SEQUENCIAL   -   LRECL = 051                *
      *----------------------------------------------------------------*

       FD  ARQAUD01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQAUD01              PIC X(051).

      *----------------------------------------------------------------*
      *   SORT:       CDB ATIVOS POR DATA DE VENCIMENTO                *
      *----------------------------------------------------------------*

       SD  WRK-SD-ORDENACAO.
       01  WRK-SD-REGISTRO.
           05 SD-CHAVE-VENCIMENTO     PIC 9(008).
           05 SD-CHAVE-CDB            PIC X(017).
           05 SD-DADOS-CDB            PIC X(100).

      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0229 - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC  X(008) VALUE 'EXER0229'.
       77 WRK-MASK-QTDE           PIC  ZZZ.ZZ9.
       77 WRK-DATA-CORRENTE       PIC  9(008) VALUE ZEROS.
       77 WRK-MES-ANT             PIC  X(006) VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    PROJECAO DO VALOR BRUTO NO VENCIMENTO                       *
      *----------------------------------------------------------------*
       77 WRK-INT-VENCIMENTO      PIC S9(009) COMP VALUE +0.
       77 WRK-INT-APLICACAO       PIC S9(009) COMP VALUE +0.
       77 WRK-QTD-DIAS            PIC S9(009) COMP VALUE +0.
       77 WRK-EXPOENTE            PIC 9(03)V9(09) VALUE ZEROS.
       77 WRK-FATOR               PIC 9(05)V9(09) VALUE ZEROS.
       77 WRK-VAL-PROJETADO       PIC S9(15)V99 COMP-3 VALUE +0.
      *
       01 WRK-ACUMULADORES.
           03 ACU-LIDOS-ARQCDB01     PIC 9(007) VALUE ZEROS.
           03 ACU-NAO-ATIVOS         PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQREL01     PIC 9(007) VALUE ZEROS.
           03 ACU-MESES              PIC 9(005) VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    TOTAIS DO MES DE VENCIMENTO CORRENTE E TOTAIS GERAIS        *
      *----------------------------------------------------------------*
       01 WRK-TOTAIS-MES.
           03 TOT-MES-QTDE           PIC 9(007) VALUE ZEROS.
           03 TOT-MES-PRINCIPAL      PIC S9(15)V99 COMP-3 VALUE +0.
           03 TOT-MES-RENDIMENTO     PIC S9(15)V99 COMP-3 VALUE +0.
           03 TOT-MES-PROJETADO      PIC S9(15)V99 COMP-3 VALUE +0.
      *
       01 WRK-TOTAIS-GERAIS.
           03 TOT-GERAL-QTDE         PIC 9(007) VALUE ZEROS.
           03 TOT-GERAL-PRINCIPAL    PIC S9(15)V99 COMP-3 VALUE +0.
           03 TOT-GERAL-RENDIMENTO   PIC S9(15)V99 COMP-3 VALUE +0.
           03 TOT-GERAL-PROJETADO    PIC S9(15)V99 COMP-3 VALUE +0.
      *
       01 WRK-SW-SORT-CONTROLE    PIC  X(001) VALUE 'N'.
          88 WRK-SORT-FIM                     VALUE 'S'.
      *
       01 WRK-SW-PRIMEIRO         PIC  X(001) VALUE 'S'.
          88 WRK-PRIMEIRO-MES                 VALUE 'S'.
      *
       01 WRK-SW-ERRO-FATAL       PIC  X(001) VALUE 'N'.
          88 WRK-ERRO-FATAL                   VALUE 'S'.

      *----------------------------------------------------------------*
      *    AREA DO RELATORIO DA ESCADA DE VENCIMENTOS                  *
      *----------------------------------------------------------------*
       01 WRK-CAB1-ESCADA.
          05 FILLER               PIC X(040) VALUE
             'ESCADA DE VENCIMENTOS DOS CDB ATIVOS'.
          05 FILLER               PIC X(013) VALUE '  DATA-BASE: '.
          05 WRK-CAB1-ESC-DATA    PIC X(010) VALUE SPACES.
          05 FILLER               PIC X(069) VALUE SPACES.

       01 WRK-CAB2-ESCADA.
          05 FILLER               PIC X(012) VALUE 'MES VENCTO'.
          05 FILLER               PIC X(010) VALUE 'QTDE CDB'.
          05 FILLER               PIC X(022) VALUE
             '     VALOR PRINCIPAL'.
          05 FILLER               PIC X(022) VALUE
             '  RENDIM. APROPRIADO'.
          05 FILLER               PIC X(022) VALUE
             '  BRUTO NO VENCIMENTO'.
          05 FILLER               PIC X(044) VALUE SPACES.

       01 WRK-DET-ESCADA.
          05 WRK-DET-ESC-MES      PIC X(007) VALUE SPACES.
          05 FILLER               PIC X(005) VALUE SPACES.
          05 WRK-DET-ESC-QTDE     PIC ZZZZZ9.
          05 FILLER               PIC X(004) VALUE SPACES.
          05 WRK-DET-ESC-PRINCIPAL PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(003) VALUE SPACES.
          05 WRK-DET-ESC-RENDIMENTO PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(003) VALUE SPACES.
          05 WRK-DET-ESC-PROJETADO PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(047) VALUE SPACES.

       01 WRK-ROD-ESCADA.
          05 FILLER               PIC X(012) VALUE 'TOTAL GERAL'.
          05 WRK-ROD-ESC-QTDE     PIC ZZZZZ9.
          05 FILLER               PIC X(004) VALUE SPACES.
          05 WRK-ROD-ESC-PRINCIPAL PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(003) VALUE SPACES.
          05 WRK-ROD-ESC-RENDIMENTO PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(003) VALUE SPACES.
          05 WRK-ROD-ESC-PROJETADO PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(047) VALUE SPACES.

       01 WRK-LINHA-IMPRESSAO     PIC X(132) VALUE SPACES.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA PARA TRATAMENTO DE FILE-STATUS'.
      *----------------------------------------------------------------*
      *
       01 WRK-AREA-FS.
          05 WRK-FS-ARQCDB01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-CDB01-OK               VALUE '00'.
             88 WRK-FS-CDB01-FIM              VALUE '10'.
          05 WRK-FS-ARQREL01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-REL01-OK               VALUE '00'.
          05 WRK-FS-ARQAUD01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-AUD01-OK               VALUE '00'.
          05 WRK-FS-DISPLAY       PIC  X(002) VALUE SPACES.

       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQCDB01      VALUE 'ARQCDB01'.
          88 WRK-CN-ARQREL01      VALUE 'ARQREL01'.
          88 WRK-CN-ARQAUD01      VALUE 'ARQAUD01'.

       77 WRK-COMANDO             PIC  X(005) VALUE SPACES.
          88 WRK-CN-OPEN          VALUE 'OPEN '.
          88 WRK-CN-CLOSE         VALUE 'CLOSE'.
          88 WRK-CN-READ          VALUE 'READ '.
          88 WRK-CN-WRITE         VALUE 'WRITE'.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DOS BOOKS DOS ARQUIVOS DE ENTRADA E SAIDA'.
      *----------------------------------------------------------------*
      *
           COPY CDB02228.
           COPY AUD00105.

      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0229 - FIM DA AREA DE WORKING'.
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
                ASCENDING KEY SD-CHAVE-VENCIMENTO
                              SD-CHAVE-CDB
                INPUT PROCEDURE 2000-SELECIONAR-CDB
                OUTPUT PROCEDURE 2500-GERAR-RELATORIO

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
           MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-DATA-CORRENTE

           SET  WRK-CN-OPEN            TO TRUE

           SET  WRK-CN-ARQREL01        TO TRUE
           OPEN OUTPUT ARQREL01

           IF NOT WRK-FS-REL01-OK
              MOVE WRK-FS-ARQREL01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQAUD01        TO TRUE
           OPEN EXTEND ARQAUD01

           IF NOT WRK-FS-AUD01-OK
              MOVE WRK-FS-ARQAUD01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           MOVE WRK-DATA-CORRENTE(7:2) TO WRK-CAB1-ESC-DATA(1:2)
           MOVE '/'                    TO WRK-CAB1-ESC-DATA(3:1)
           MOVE WRK-DATA-CORRENTE(5:2) TO WRK-CAB1-ESC-DATA(4:2)
           MOVE '/'                    TO WRK-CAB1-ESC-DATA(6:1)
           MOVE WRK-DATA-CORRENTE(1:4) TO WRK-CAB1-ESC-DATA(7:4)

           MOVE WRK-CAB1-ESCADA        TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           MOVE WRK-CAB2-ESCADA        TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           IF WRK-ERRO-FATAL
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    SELECAO DOS CDB PARA O SORT (INPUT PROCEDURE): SO OS CDB    *
      *    ATIVOS (NAO VENCIDOS NEM RESGATADOS)                        *
      *----------------------------------------------------------------*
       2000-SELECIONAR-CDB SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQCDB01        TO TRUE

           OPEN INPUT ARQCDB01

           IF NOT WRK-FS-CDB01-OK
              MOVE WRK-FS-ARQCDB01     TO WRK-FS-DISPLAY
              SET WRK-ERRO-FATAL       TO TRUE
           ELSE
              PERFORM 3800-LER-CDB

              PERFORM 2100-TRATAR-CDB
                 UNTIL WRK-FS-CDB01-FIM OR WRK-ERRO-FATAL

              SET  WRK-CN-CLOSE        TO TRUE
              CLOSE ARQCDB01
           END-IF
           .
      *----------------------------------------------------------------*
       2000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2100-TRATAR-CDB SECTION.
      *----------------------------------------------------------------*
      *
           IF ARQCDB01-CDB-ATIVO
              MOVE ARQCDB01-DAT-VENCIMENTO TO SD-CHAVE-VENCIMENTO
              MOVE ARQCDB01-CHAVE      TO SD-CHAVE-CDB
              MOVE ARQCDB01-REGISTRO   TO SD-DADOS-CDB

              RELEASE WRK-SD-REGISTRO
           ELSE
              ADD 1 TO ACU-NAO-ATIVOS
           END-IF

           PERFORM 3800-LER-CDB
           .
      *----------------------------------------------------------------*
       2100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GERACAO DO RELATORIO (OUTPUT PROCEDURE)                     *
      *----------------------------------------------------------------*
       2500-GERAR-RELATORIO SECTION.
      *----------------------------------------------------------------*
      *
           RETURN WRK-SD-ORDENACAO
              AT END
                 SET WRK-SORT-FIM TO TRUE
           END-RETURN

           PERFORM 2600-TRATAR-CDB-ORDENADO
              UNTIL WRK-SORT-FIM OR WRK-ERRO-FATAL

           IF NOT WRK-PRIMEIRO-MES AND NOT WRK-ERRO-FATAL
              PERFORM 2700-FECHAR-MES
           END-IF
           .
      *----------------------------------------------------------------*
       2500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    TRATA UM CDB JA ORDENADO POR VENCIMENTO: QUEBRA POR MES E   *
      *    PROJETA O VALOR BRUTO NO VENCIMENTO                         *
      *----------------------------------------------------------------*
       2600-TRATAR-CDB-ORDENADO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SD-DADOS-CDB           TO ARQCDB01-REGISTRO

           IF WRK-PRIMEIRO-MES
              MOVE 'N'                 TO WRK-SW-PRIMEIRO
              PERFORM 2650-ABRIR-MES
           ELSE
              IF ARQCDB01-DAT-VENCIMENTO (1:6) NOT EQUAL WRK-MES-ANT
                 PERFORM 2700-FECHAR-MES
                 PERFORM 2650-ABRIR-MES
              END-IF
           END-IF

           COMPUTE WRK-INT-VENCIMENTO =
                   FUNCTION INTEGER-OF-DATE (ARQCDB01-DAT-VENCIMENTO)
           COMPUTE WRK-INT-APLICACAO =
                   FUNCTION INTEGER-OF-DATE (ARQCDB01-DAT-APLICACAO)

           COMPUTE WRK-QTD-DIAS = WRK-INT-VENCIMENTO - WRK-INT-APLICACAO

           COMPUTE WRK-EXPOENTE ROUNDED = WRK-QTD-DIAS / 365

           COMPUTE WRK-FATOR ROUNDED =
                   (1 + ARQCDB01-PCT-TAXA-ANO / 100) ** WRK-EXPOENTE

           COMPUTE WRK-VAL-PROJETADO ROUNDED =
                   ARQCDB01-VAL-PRINCIPAL * WRK-FATOR

           ADD 1                       TO TOT-MES-QTDE
           ADD ARQCDB01-VAL-PRINCIPAL  TO TOT-MES-PRINCIPAL
           ADD ARQCDB01-VAL-RENDIMENTO TO TOT-MES-RENDIMENTO
           ADD WRK-VAL-PROJETADO       TO TOT-MES-PROJETADO

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
      *    ABRE O MES DE VENCIMENTO: ZERA OS TOTAIS DO MES             *
      *----------------------------------------------------------------*
       2650-ABRIR-MES SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ARQCDB01-DAT-VENCIMENTO (1:6) TO WRK-MES-ANT
           INITIALIZE WRK-TOTAIS-MES

           MOVE WRK-MES-ANT (5:2)      TO WRK-DET-ESC-MES (1:2)
           MOVE '/'                    TO WRK-DET-ESC-MES (3:1)
           MOVE WRK-MES-ANT (1:4)      TO WRK-DET-ESC-MES (4:4)
           .
      *----------------------------------------------------------------*
       2650-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    FECHA O MES DE VENCIMENTO: GRAVA A LINHA DO MES E ACUMULA   *
      *    OS TOTAIS GERAIS                                            *
      *----------------------------------------------------------------*
       2700-FECHAR-MES SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO ACU-MESES
           ADD TOT-MES-QTDE            TO TOT-GERAL-QTDE
           ADD TOT-MES-PRINCIPAL       TO TOT-GERAL-PRINCIPAL
           ADD TOT-MES-RENDIMENTO      TO TOT-GERAL-RENDIMENTO
           ADD TOT-MES-PROJETADO       TO TOT-GERAL-PROJETADO

           MOVE TOT-MES-QTDE           TO WRK-DET-ESC-QTDE
           MOVE TOT-MES-PRINCIPAL      TO WRK-DET-ESC-PRINCIPAL
           MOVE TOT-MES-RENDIMENTO     TO WRK-DET-ESC-RENDIMENTO
           MOVE TOT-MES-PROJETADO      TO WRK-DET-ESC-PROJETADO

           MOVE WRK-DET-ESCADA         TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       2700-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE LEITURA SEQUENCIAL DO CADASTRO DE CDB             *
      *----------------------------------------------------------------*
       3800-LER-CDB SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQCDB01        TO TRUE

           READ ARQCDB01 INTO ARQCDB01-REGISTRO

           EVALUATE WRK-FS-ARQCDB01
              WHEN '00'
                 ADD 1 TO ACU-LIDOS-ARQCDB01
              WHEN '10'
                 CONTINUE
              WHEN OTHER
                 MOVE WRK-FS-ARQCDB01 TO WRK-FS-DISPLAY
                 SET WRK-ERRO-FATAL   TO TRUE
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       3800-99-FIM.
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
           MOVE ACU-LIDOS-ARQCDB01      TO ARQAUD01-QTDE-LIDOS
           MOVE ACU-GRAVA-ARQREL01      TO ARQAUD01-QTDE-GRAVA
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
           MOVE TOT-GERAL-QTDE         TO WRK-ROD-ESC-QTDE
           MOVE TOT-GERAL-PRINCIPAL    TO WRK-ROD-ESC-PRINCIPAL
           MOVE TOT-GERAL-RENDIMENTO   TO WRK-ROD-ESC-RENDIMENTO
           MOVE TOT-GERAL-PROJETADO    TO WRK-ROD-ESC-PROJETADO

           PERFORM 4950-GRAVAR-LINHA
           MOVE WRK-ROD-ESCADA         TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           IF WRK-ERRO-FATAL
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 3980-GRAVAR-AUDITORIA

           SET  WRK-CN-CLOSE           TO TRUE

           SET  WRK-CN-ARQREL01        TO TRUE
           CLOSE ARQREL01
           IF NOT WRK-FS-REL01-OK
              MOVE WRK-FS-ARQREL01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQAUD01        TO TRUE
           CLOSE ARQAUD01
           IF NOT WRK-FS-AUD01-OK
              MOVE WRK-FS-ARQAUD01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           MOVE ACU-LIDOS-ARQCDB01     TO WRK-MASK-QTDE
           DISPLAY '**************************************************'
           DISPLAY '* QTDE DE CDB LIDOS          : ' WRK-MASK-QTDE '*'
           MOVE ACU-NAO-ATIVOS         TO WRK-MASK-QTDE
           DISPLAY '* QTDE CDB VENCIDOS/RESGAT.  : ' WRK-MASK-QTDE '*'
           MOVE TOT-GERAL-QTDE         TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE CDB ATIVOS         : ' WRK-MASK-QTDE '*'
           MOVE ACU-MESES              TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE MESES DE VENCIMENTO: ' WRK-MASK-QTDE '*'
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
      *    ROTINA DE GRAVACAO DE UMA LINHA NO RELATORIO                *
      *----------------------------------------------------------------*
       4950-GRAVAR-LINHA SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQREL01        TO TRUE

           WRITE FD-ARQREL01 FROM WRK-LINHA-IMPRESSAO

           IF WRK-FS-REL01-OK
              ADD 1 TO ACU-GRAVA-ARQREL01
           ELSE
              MOVE WRK-FS-ARQREL01     TO WRK-FS-DISPLAY
              SET WRK-ERRO-FATAL       TO TRUE
           END-IF

           MOVE SPACES                 TO WRK-LINHA-IMPRESSAO
           .
      *----------------------------------------------------------------*
       4950-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE TRATAMENTO DE ERRO                                *
      *----------------------------------------------------------------*
       9100-ERROS-ARQUIVOS SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY '************************************************'
           DISPLAY '*       ERRO EM OPERACAO COM ARQUIVOS          *'
           DISPLAY '* COMANDO    : ' WRK-COMANDO
                                        '                          *'
           DISPLAY '* ARQUIVO    : ' WRK-ARQUIVO
                                           '                      *'
           DISPLAY '* FILE-STATUS: ' WRK-FS-DISPLAY
                                      '                           *'
           DISPLAY '* PROGRAMA ' WRK-PROGRAMA
                                       ' CANCELADO                *'
           DISPLAY '************************************************'

           MOVE 12                TO RETURN-CODE

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
