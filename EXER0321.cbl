      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0321.
       AUTHOR.     JULIANA SOARES.
      *================================================================*
      *    PROGRAMA....: EXER0321                                      *
      *    PROGRAMADOR.: JULIANA SOARES                                *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   DECLARACAO ANUAL DE QUITACAO DE DEBITOS:    *
      *                    PERCORRE O CRONOGRAMA (PAR03105) POR        *
      *                    CLIENTE (AGENCIA/CONTA) E, SE TODAS AS      *
      *                    PARCELAS COM VENCIMENTO NO ANO ESTAO        *
      *                    QUITADAS E NAO HOUVE ESTORNO DE PAGAMENTO   *
      *                    NEM RENEGOCIACAO NO ANO (MOVIMENTOS         *
      *                    ENT03205), GRAVA A DECLARACAO (DQA03321)    *
      *                    COM OS DADOS DE CONTATO DO CADASTRO         *
      *                    (ENT03105). O RELATORIO LISTA OS CLIENTES   *
      *                    EXCLUIDOS E O MOTIVO (PARCELA EM ABERTO OU  *
      *                    PAGA PARCIALMENTE, ESTORNO, RENEGOCIACAO).  *
      *                    PARCELAS CANCELADAS ('C') NAO CONTAM.       *
      *----------------------------------------------------------------*
      *    CARTAO (ARQPARM): COLS 01-04 ANO DE REFERENCIA (AAAA)       *
      *                      COLS 05-12 DATA DE EMISSAO (AAAAMMDD)     *
      *----------------------------------------------------------------*
      *    RETORNO.....:   RC 04 = CLIENTE QUITADO SEM CADASTRO, SEM   *
      *                            DECLARACAO (LISTADO)                *
      *                    RC 12 = CARTAO INVALIDO OU TABELA ESGOTADA  *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQPARM  (ANO E DATA DE EMISSAO)          -               *
      *      ARQENT02 (MOVIMENTOS DO ANO)              ENT03205        *
      *      ARQPAR01 (CRONOGRAMA)                     PAR03105        *
      *      ARQENT01 (CADASTRO, LEITURA DIRETA)       ENT03105        *
      *      ARQDQA01 (DECLARACOES DE QUITACAO)        DQA03321        *
      *      ARQSAI01 (RELATORIO DE EXCLUIDOS)         -               *
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

           SELECT ARQENT02 ASSIGN      TO UT-S-ARQENT02
                      FILE STATUS      IS WRK-FS-ARQENT02.

           SELECT ARQPAR01 ASSIGN      TO UT-S-ARQPAR01
                      FILE STATUS      IS WRK-FS-ARQPAR01.

           SELECT ARQENT01 ASSIGN      TO UT-S-ARQENT01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS FD-ARQENT01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQENT01.

           SELECT ARQDQA01 ASSIGN      TO UT-S-ARQDQA01
                      FILE STATUS      IS WRK-FS-ARQDQA01.

           SELECT ARQSAI01 ASSIGN      TO UT-S-ARQSAI01
                      FILE STATUS      IS WRK-FS-ARQSAI01.

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
      *   INPUT:      CARTAO DE PARAMETROS: ANO E DATA DE EMISSAO     *
      *---------------------------------------------------------------*

       FD  ARQPARM
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQPARM              PIC X(80).

      *---------------------------------------------------------------*
      *   INPUT:      MOVIMENTOS DE PAGAMENTO DO ANO (SO ESTORNOS E   *
      *               RENEGOCIACOES SAO USADOS)                       *
      *               ORG. SEQUENCIAL   -   LRECL = 026               *
      *---------------------------------------------------------------*

       FD  ARQENT02
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQENT02             PIC X(026).

      *---------------------------------------------------------------*
      *   INPUT:      CRONOGRAMA DE PARCELAS (ORDEM DE CHAVE)         *
      *               ORG. SEQUENCIAL   -   LRECL = 053               *
      *---------------------------------------------------------------*

       FD  ARQPAR01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQPAR01             PIC X(053).

      *---------------------------------------------------------------*
      *   INPUT:      CADASTRO INDEXADO DE EMPRESTIMOS (CONTATO)      *
      *               ORG. INDEXADA     -   LRECL = 233               *
      *---------------------------------------------------------------*

       FD  ARQENT01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQENT01.
           05 FD-ARQENT01-CHAVE.
              10 FD-ARQENT01-COD-AGENCIA  PIC 9(03).
              10 FD-ARQENT01-NUM-CONTA    PIC 9(03).
              10 FD-ARQENT01-NUM-EMPRESTIMO PIC 9(03).
           05 FILLER                     PIC X(224).

      *---------------------------------------------------------------*
      *   OUTPUT:     INTERFACE DE IMPRESSAO DAS DECLARACOES          *
      *               ORG. SEQUENCIAL   -   LRECL = 150               *
      *---------------------------------------------------------------*

       FD  ARQDQA01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQDQA01             PIC X(150).

      *---------------------------------------------------------------*
      *   OUTPUT:     RELATORIO DOS CLIENTES EXCLUIDOS                *
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

      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0321 - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC  X(008) VALUE 'EXER0321'.
       77 WRK-ERRO2000            PIC  X(008) VALUE 'ERRO2000'.
       77 WRK-MASK-QTDE           PIC  ZZZ.ZZ9.
       77 WRK-ANO-BASE            PIC  9(004) VALUE ZEROS.
       77 WRK-DAT-EMISSAO         PIC  9(008) VALUE ZEROS.
      *
       01 WRK-PARM-REGISTRO.
          05 WRK-PARM-ANO-BASE    PIC  9(004) VALUE ZEROS.
          05 WRK-PARM-DAT-EMISSAO PIC  9(008) VALUE ZEROS.
          05 FILLER               PIC  X(068) VALUE SPACES.
      *
       01 WRK-ACUMULADORES.
           03 ACU-LIDOS-ARQENT02     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQPAR01     PIC 9(007) VALUE ZEROS.
           03 ACU-MOV-ANO            PIC 9(007) VALUE ZEROS.
           03 ACU-CLIENTES           PIC 9(007) VALUE ZEROS.
           03 ACU-CLI-SEM-PARCELAS   PIC 9(007) VALUE ZEROS.
           03 ACU-DECLARACOES        PIC 9(007) VALUE ZEROS.
           03 ACU-EXCLUIDOS          PIC 9(007) VALUE ZEROS.
           03 ACU-EXC-ABERTA         PIC 9(007) VALUE ZEROS.
           03 ACU-EXC-PARCIAL        PIC 9(007) VALUE ZEROS.
           03 ACU-EXC-ESTORNO        PIC 9(007) VALUE ZEROS.
           03 ACU-EXC-RENEGOCIACAO   PIC 9(007) VALUE ZEROS.
           03 ACU-EXC-CADASTRO       PIC 9(007) VALUE ZEROS.
           03 ACU-PARC-DECLARADAS    PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQDQA01     PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQSAI01     PIC 9(007) VALUE ZEROS.
           03 ACU-VAL-DECLARADO      PIC S9(15)V99 COMP-3 VALUE +0.
      *
      *----------------------------------------------------------------*
      *    ESTORNOS E RENEGOCIACOES DO ANO DE REFERENCIA               *
      *----------------------------------------------------------------*
       77 WRK-MOV-QTDE            PIC 9(004) VALUE ZEROS.
       77 WRK-MOV-IDX             PIC 9(004) VALUE ZEROS.
      *
       01 WRK-MOV-TABELA.
          05 WRK-MOV-LINHA        OCCURS 500 TIMES.
             10 WRK-MOV-CHAVE.
                15 WRK-MOV-AGENCIA     PIC 9(003).
                15 WRK-MOV-CONTA       PIC 9(003).
                15 WRK-MOV-EMPRESTIMO  PIC 9(003).
             10 WRK-MOV-TIPO           PIC X(001).
             10 WRK-MOV-DATA           PIC 9(008).
             10 WRK-MOV-VALOR          PIC S9(13)V99 COMP-3.
      *
       01 WRK-MOV-CHAVE-AUX.
          05 WRK-MVA-AGENCIA      PIC 9(003).
          05 WRK-MVA-CONTA        PIC 9(003).
          05 WRK-MVA-EMPRESTIMO   PIC 9(003).
      *
      *----------------------------------------------------------------*
      *    CLIENTE (AGENCIA/CONTA) EM PROCESSAMENTO NO CRONOGRAMA;     *
      *    O PRIMEIRO MOTIVO DE EXCLUSAO ENCONTRADO E O LISTADO        *
      *----------------------------------------------------------------*
       77 WRK-PRC-CONTA           PIC X(006) VALUE SPACES.
       77 WRK-PRC-EMPRESTIMO      PIC X(003) VALUE SPACES.
       77 WRK-ULT-EMP-CONTADO     PIC X(003) VALUE SPACES.
      *
       01 WRK-CLI-AREA.
          05 WRK-CLI-SIT          PIC X(001).
             88 WRK-CLI-QUITADO             VALUE ' '.
             88 WRK-CLI-PARC-ABERTA         VALUE 'A'.
             88 WRK-CLI-PARC-PARCIAL        VALUE 'P'.
             88 WRK-CLI-ESTORNO             VALUE 'E'.
             88 WRK-CLI-RENEGOCIACAO        VALUE 'R'.
             88 WRK-CLI-SEM-CADASTRO        VALUE 'X'.
          05 WRK-CLI-QTD-EMPRESTIMOS PIC 9(003).
          05 WRK-CLI-QTD-PARCELAS    PIC 9(005).
          05 WRK-CLI-VAL-PAGO        PIC S9(13)V99 COMP-3.
          05 WRK-CLI-EMP-CADASTRO    PIC 9(003).
          05 WRK-CLI-EXC-EMPRESTIMO  PIC 9(003).
          05 WRK-CLI-EXC-PARCELA     PIC 9(003).
          05 WRK-CLI-EXC-DATA        PIC 9(008).
          05 WRK-CLI-EXC-VAL-PARCELA PIC S9(13)V99 COMP-3.
          05 WRK-CLI-EXC-VAL-PAGO    PIC S9(13)V99 COMP-3.
      *
      *----------------------------------------------------------------*
      *    EDICAO DE DATA AAAAMMDD PARA DD/MM/AAAA (ZEROS = BRANCOS)   *
      *----------------------------------------------------------------*
       01 WRK-DAT-EDICAO          PIC 9(008) VALUE ZEROS.
       01 WRK-DAT-EDICAO-R        REDEFINES WRK-DAT-EDICAO.
          05 WRK-DED-ANO          PIC 9(004).
          05 WRK-DED-MES          PIC 9(002).
          05 WRK-DED-DIA          PIC 9(002).
      *
       01 WRK-DAT-EDITADA.
          05 WRK-EDT-DIA          PIC 9(002).
          05 FILLER               PIC X(001) VALUE '/'.
          05 WRK-EDT-MES          PIC 9(002).
          05 FILLER               PIC X(001) VALUE '/'.
          05 WRK-EDT-ANO          PIC 9(004).
      *
      *----------------------------------------------------------------*
      *    AREA DO RELATORIO DE EXCLUIDOS                              *
      *----------------------------------------------------------------*
       01 WRK-CAB1-RELATORIO.
          05 FILLER               PIC X(050) VALUE
             'DECLARACAO ANUAL DE QUITACAO DE DEBITOS'.
          05 FILLER               PIC X(005) VALUE 'ANO: '.
          05 WRK-CAB1-ANO         PIC 9(004).
          05 FILLER               PIC X(013) VALUE '   EMISSAO: '.
          05 WRK-CAB1-DATA        PIC X(010).
          05 FILLER               PIC X(050) VALUE SPACES.

       01 WRK-CAB-EXCLUIDO.
          05 FILLER               PIC X(050) VALUE
             'AGE/CTA  EMP PARC  DATA REF.      VALOR PARCELA   '.
          05 FILLER               PIC X(023) VALUE
             '     VALOR PAGO  MOTIVO'.
          05 FILLER               PIC X(059) VALUE SPACES.

       01 WRK-DET-EXCLUIDO.
          05 WRK-DEX-AGENCIA      PIC 9(003).
          05 FILLER               PIC X(001) VALUE '/'.
          05 WRK-DEX-CONTA        PIC 9(003).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DEX-EMPRESTIMO   PIC 9(003).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DEX-PARCELA      PIC ZZ9.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DEX-DATA         PIC X(010).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DEX-VAL-PARCELA  PIC Z.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DEX-VAL-PAGO     PIC Z.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DEX-MOTIVO       PIC X(040).
          05 FILLER               PIC X(025) VALUE SPACES.

       01 WRK-TIT-SECAO           PIC X(132) VALUE SPACES.

       01 WRK-RES-LINHA.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-RES-DESCRICAO    PIC X(040).
          05 WRK-RES-QTDE         PIC ZZZ.ZZZ.ZZ9.
          05 FILLER               PIC X(079) VALUE SPACES.

       01 WRK-RES-LINHA-VALOR.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-RSV-DESCRICAO    PIC X(040).
          05 WRK-RSV-VALOR        PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(070) VALUE SPACES.

       01 WRK-LINHA-IMPRESSAO     PIC X(132) VALUE SPACES.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA PARA TRATAMENTO DE FILE-STATUS'.
      *----------------------------------------------------------------*
      *
       01 WRK-AREA-FS.
          05 WRK-FS-ARQPARM       PIC  X(002) VALUE SPACES.
             88 WRK-FS-PARM-OK                VALUE '00'.
          05 WRK-FS-ARQENT02      PIC  X(002) VALUE SPACES.
             88 WRK-FS-ENT02-OK               VALUE '00'.
             88 WRK-FS-ENT02-FIM              VALUE '10'.
          05 WRK-FS-ARQPAR01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-PAR01-OK               VALUE '00'.
             88 WRK-FS-PAR01-FIM              VALUE '10'.
          05 WRK-FS-ARQENT01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-ENT01-OK               VALUE '00'.
             88 WRK-FS-ENT01-NAO-ENCONTRADO   VALUE '23'.
          05 WRK-FS-ARQDQA01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-DQA01-OK               VALUE '00'.
          05 WRK-FS-ARQSAI01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SAI01-OK               VALUE '00'.
          05 WRK-FS-ARQAUD01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-AUD01-OK               VALUE '00'.
          05 WRK-FS-DISPLAY       PIC  X(002) VALUE SPACES.

       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQPARM       VALUE 'ARQPARM '.
          88 WRK-CN-ARQENT02      VALUE 'ARQENT02'.
          88 WRK-CN-ARQPAR01      VALUE 'ARQPAR01'.
          88 WRK-CN-ARQENT01      VALUE 'ARQENT01'.
          88 WRK-CN-ARQDQA01      VALUE 'ARQDQA01'.
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
           COPY ENT03205.
           COPY PAR03105.
           COPY ENT03105.
           COPY DQA03321.
           COPY AUD00105.
           COPY 'I#ERRO01'.

      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0321 - FIM DA AREA DE WORKING'.
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

           PERFORM 2000-CARREGAR-MOVIMENTOS

           MOVE 'CLIENTES SEM DECLARACAO DE QUITACAO NO ANO'
                                       TO WRK-TIT-SECAO
           MOVE WRK-TIT-SECAO          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           MOVE WRK-CAB-EXCLUIDO       TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           PERFORM 3000-TRATAR-CLIENTE
              UNTIL WRK-FS-PAR01-FIM

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
              OR WRK-PARM-ANO-BASE NOT NUMERIC
              OR WRK-PARM-ANO-BASE EQUAL ZEROS
              OR WRK-PARM-DAT-EMISSAO NOT NUMERIC
              OR WRK-PARM-DAT-EMISSAO EQUAL ZEROS
              DISPLAY '* CARTAO DE PARAMETROS INVALIDO: INFORMAR O '
              DISPLAY '* ANO (AAAA) NAS COLS 1-4 E A DATA DE EMISSAO'
              DISPLAY '* (AAAAMMDD) NAS COLS 5-12'
              MOVE 12                  TO RETURN-CODE
              PERFORM 9900-FIM-PROGRAMA
           END-IF

           CLOSE ARQPARM

           MOVE WRK-PARM-ANO-BASE      TO WRK-ANO-BASE
           MOVE WRK-PARM-DAT-EMISSAO   TO WRK-DAT-EMISSAO

           DISPLAY '* ANO DE REFERENCIA      : ' WRK-ANO-BASE
           DISPLAY '* DATA DE EMISSAO        : ' WRK-DAT-EMISSAO

           SET  WRK-CN-ARQPAR01        TO TRUE
           OPEN INPUT ARQPAR01

           IF NOT WRK-FS-PAR01-OK
              MOVE WRK-FS-ARQPAR01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQENT01        TO TRUE
           OPEN INPUT ARQENT01

           IF NOT WRK-FS-ENT01-OK
              MOVE WRK-FS-ARQENT01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQDQA01        TO TRUE
           OPEN OUTPUT ARQDQA01

           IF NOT WRK-FS-DQA01-OK
              MOVE WRK-FS-ARQDQA01     TO WRK-FS-DISPLAY
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

           MOVE WRK-ANO-BASE           TO WRK-CAB1-ANO
           MOVE WRK-DAT-EMISSAO        TO WRK-DAT-EDICAO
           PERFORM 5600-EDITAR-DATA
           MOVE WRK-DAT-EDITADA        TO WRK-CAB1-DATA
           MOVE WRK-CAB1-RELATORIO     TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           PERFORM 4950-GRAVAR-LINHA

           PERFORM 3150-LER-CRONOGRAMA
           .
      *----------------------------------------------------------------*
       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GUARDA OS ESTORNOS E AS RENEGOCIACOES DATADOS NO ANO DE     *
      *    REFERENCIA (PAGAMENTOS E AMORTIZACOES SAO IGNORADOS)        *
      *----------------------------------------------------------------*
       2000-CARREGAR-MOVIMENTOS SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQENT02        TO TRUE
           OPEN INPUT ARQENT02

           IF NOT WRK-FS-ENT02-OK
              MOVE WRK-FS-ARQENT02     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 2050-LER-MOVIMENTO

           PERFORM 2060-ACUMULAR-MOVIMENTO
              UNTIL WRK-FS-ENT02-FIM

           SET  WRK-CN-CLOSE           TO TRUE
           CLOSE ARQENT02
           .
      *----------------------------------------------------------------*
       2000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2050-LER-MOVIMENTO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQENT02        TO TRUE

           READ ARQENT02 INTO ARQENT02-REGISTRO

           IF WRK-FS-ENT02-OK
              ADD 1 TO ACU-LIDOS-ARQENT02
           ELSE
              IF NOT WRK-FS-ENT02-FIM
                 MOVE WRK-FS-ARQENT02  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       2050-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2060-ACUMULAR-MOVIMENTO SECTION.
      *----------------------------------------------------------------*
      *
           IF NOT ARQENT02-MOV-ESTORNO
              AND NOT ARQENT02-MOV-RENEGOCIACAO
              GO TO 2060-80-LER
           END-IF

           IF ARQENT02-DAT-PAGTO NOT NUMERIC
              OR ARQENT02-DAT-PAGTO (1:4) NOT EQUAL WRK-ANO-BASE
              GO TO 2060-80-LER
           END-IF

           IF WRK-MOV-QTDE NOT LESS 500
              DISPLAY '* TABELA DE MOVIMENTOS ESGOTADA (500): '
                      ARQENT02-COD-AGENCIA '/'
                      ARQENT02-NUM-CONTA   '/'
                      ARQENT02-NUM-EMPRESTIMO
              MOVE 12                  TO RETURN-CODE
              PERFORM 9900-FIM-PROGRAMA
           END-IF

           ADD 1 TO WRK-MOV-QTDE
           ADD 1 TO ACU-MOV-ANO
           MOVE ARQENT02-COD-AGENCIA   TO WRK-MOV-AGENCIA
                                          (WRK-MOV-QTDE)
           MOVE ARQENT02-NUM-CONTA     TO WRK-MOV-CONTA
                                          (WRK-MOV-QTDE)
           MOVE ARQENT02-NUM-EMPRESTIMO
                                       TO WRK-MOV-EMPRESTIMO
                                          (WRK-MOV-QTDE)
           MOVE ARQENT02-TIP-MOVIMENTO TO WRK-MOV-TIPO (WRK-MOV-QTDE)
           MOVE ARQENT02-DAT-PAGTO     TO WRK-MOV-DATA (WRK-MOV-QTDE)
           MOVE ARQENT02-VAL-PAGO      TO WRK-MOV-VALOR (WRK-MOV-QTDE)
           .
       2060-80-LER.

           PERFORM 2050-LER-MOVIMENTO
           .
      *----------------------------------------------------------------*
       2060-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    PERCORRE AS PARCELAS DE UM CLIENTE (AGENCIA/CONTA) E        *
      *    EMITE A DECLARACAO OU LISTA O MOTIVO DA EXCLUSAO            *
      *----------------------------------------------------------------*
       3000-TRATAR-CLIENTE SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ARQPAR01-CHAVE (1:6)   TO WRK-PRC-CONTA
           MOVE SPACES                 TO WRK-PRC-EMPRESTIMO
                                          WRK-ULT-EMP-CONTADO
           INITIALIZE WRK-CLI-AREA
           ADD 1 TO ACU-CLIENTES

           PERFORM 3100-TRATAR-PARCELA
              UNTIL WRK-FS-PAR01-FIM
                 OR ARQPAR01-CHAVE (1:6) NOT EQUAL WRK-PRC-CONTA

           IF WRK-CLI-QTD-PARCELAS EQUAL ZEROS
              ADD 1 TO ACU-CLI-SEM-PARCELAS
              GO TO 3000-99-FIM
           END-IF

           IF WRK-CLI-QUITADO
              PERFORM 3200-EMITIR-DECLARACAO
           END-IF

           IF NOT WRK-CLI-QUITADO
              PERFORM 3050-LISTAR-EXCLUIDO
           END-IF
           .
      *----------------------------------------------------------------*
       3000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3050-LISTAR-EXCLUIDO SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO ACU-EXCLUIDOS

           EVALUATE TRUE
              WHEN WRK-CLI-PARC-ABERTA
                 ADD 1 TO ACU-EXC-ABERTA
                 MOVE 'PARCELA DO ANO EM ABERTO'
                                       TO WRK-DEX-MOTIVO
              WHEN WRK-CLI-PARC-PARCIAL
                 ADD 1 TO ACU-EXC-PARCIAL
                 MOVE 'PARCELA DO ANO PAGA PARCIALMENTE'
                                       TO WRK-DEX-MOTIVO
              WHEN WRK-CLI-ESTORNO
                 ADD 1 TO ACU-EXC-ESTORNO
                 MOVE 'ESTORNO DE PAGAMENTO NO ANO'
                                       TO WRK-DEX-MOTIVO
              WHEN WRK-CLI-RENEGOCIACAO
                 ADD 1 TO ACU-EXC-RENEGOCIACAO
                 MOVE 'EMPRESTIMO RENEGOCIADO NO ANO'
                                       TO WRK-DEX-MOTIVO
              WHEN OTHER
                 ADD 1 TO ACU-EXC-CADASTRO
                 MOVE 'CLIENTE QUITADO FORA DO CADASTRO'
                                       TO WRK-DEX-MOTIVO
           END-EVALUATE

           MOVE WRK-PRC-CONTA (1:3)    TO WRK-DEX-AGENCIA
           MOVE WRK-PRC-CONTA (4:3)    TO WRK-DEX-CONTA
           MOVE WRK-CLI-EXC-EMPRESTIMO TO WRK-DEX-EMPRESTIMO
           MOVE WRK-CLI-EXC-PARCELA    TO WRK-DEX-PARCELA
           MOVE WRK-CLI-EXC-DATA       TO WRK-DAT-EDICAO
           PERFORM 5600-EDITAR-DATA
           MOVE WRK-DAT-EDITADA        TO WRK-DEX-DATA
           MOVE WRK-CLI-EXC-VAL-PARCELA
                                       TO WRK-DEX-VAL-PARCELA
           MOVE WRK-CLI-EXC-VAL-PAGO   TO WRK-DEX-VAL-PAGO

           MOVE WRK-DET-EXCLUIDO       TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       3050-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    PARCELA DO CLIENTE: NA TROCA DE EMPRESTIMO VERIFICA OS      *
      *    MOVIMENTOS DO ANO; PARCELA COM VENCIMENTO NO ANO (NAO       *
      *    CANCELADA) CONTA NA DECLARACAO E TEM DE ESTAR QUITADA       *
      *----------------------------------------------------------------*
       3100-TRATAR-PARCELA SECTION.
      *----------------------------------------------------------------*
      *
           IF ARQPAR01-CHAVE (7:3) NOT EQUAL WRK-PRC-EMPRESTIMO
              MOVE ARQPAR01-CHAVE (7:3)
                                       TO WRK-PRC-EMPRESTIMO
              PERFORM 3110-VERIFICAR-MOVIMENTOS
           END-IF

           IF ARQPAR01-DAT-VENCIMENTO (1:4) NOT EQUAL WRK-ANO-BASE
              OR ARQPAR01-PARC-CANCELADA
              GO TO 3100-80-LER
           END-IF

           ADD 1 TO WRK-CLI-QTD-PARCELAS
           ADD ARQPAR01-VAL-PAGO-ACUM  TO WRK-CLI-VAL-PAGO

           IF WRK-PRC-EMPRESTIMO NOT EQUAL WRK-ULT-EMP-CONTADO
              MOVE WRK-PRC-EMPRESTIMO  TO WRK-ULT-EMP-CONTADO
              ADD 1 TO WRK-CLI-QTD-EMPRESTIMOS
              IF WRK-CLI-QTD-EMPRESTIMOS EQUAL 1
                 MOVE ARQPAR01-NUM-EMPRESTIMO
                                       TO WRK-CLI-EMP-CADASTRO
              END-IF
           END-IF

           IF ARQPAR01-PARC-QUITADA
              OR NOT WRK-CLI-QUITADO
              GO TO 3100-80-LER
           END-IF

           IF ARQPAR01-PARC-PARCIAL
              SET WRK-CLI-PARC-PARCIAL TO TRUE
           ELSE
              SET WRK-CLI-PARC-ABERTA  TO TRUE
           END-IF

           MOVE ARQPAR01-NUM-EMPRESTIMO
                                       TO WRK-CLI-EXC-EMPRESTIMO
           MOVE ARQPAR01-NUM-PARCELA   TO WRK-CLI-EXC-PARCELA
           MOVE ARQPAR01-DAT-VENCIMENTO
                                       TO WRK-CLI-EXC-DATA
           MOVE ARQPAR01-VAL-PARCELA   TO WRK-CLI-EXC-VAL-PARCELA
           MOVE ARQPAR01-VAL-PAGO-ACUM TO WRK-CLI-EXC-VAL-PAGO
           .
       3100-80-LER.

           PERFORM 3150-LER-CRONOGRAMA
           .
      *----------------------------------------------------------------*
       3100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ESTORNO OU RENEGOCIACAO NO ANO EXCLUI O CLIENTE             *
      *----------------------------------------------------------------*
       3110-VERIFICAR-MOVIMENTOS SECTION.
      *----------------------------------------------------------------*
      *
           IF NOT WRK-CLI-QUITADO
              GO TO 3110-99-FIM
           END-IF

           MOVE ARQPAR01-COD-AGENCIA   TO WRK-MVA-AGENCIA
           MOVE ARQPAR01-NUM-CONTA     TO WRK-MVA-CONTA
           MOVE ARQPAR01-NUM-EMPRESTIMO
                                       TO WRK-MVA-EMPRESTIMO

           PERFORM 5000-PROCURAR-MOVIMENTO

           IF WRK-MOV-IDX GREATER WRK-MOV-QTDE
              GO TO 3110-99-FIM
           END-IF

           IF WRK-MOV-TIPO (WRK-MOV-IDX) EQUAL 'E'
              SET WRK-CLI-ESTORNO      TO TRUE
           ELSE
              SET WRK-CLI-RENEGOCIACAO TO TRUE
           END-IF

           MOVE ARQPAR01-NUM-EMPRESTIMO
                                       TO WRK-CLI-EXC-EMPRESTIMO
           MOVE ZEROS                  TO WRK-CLI-EXC-PARCELA
                                          WRK-CLI-EXC-VAL-PARCELA
           MOVE WRK-MOV-DATA (WRK-MOV-IDX)
                                       TO WRK-CLI-EXC-DATA
           MOVE WRK-MOV-VALOR (WRK-MOV-IDX)
                                       TO WRK-CLI-EXC-VAL-PAGO
           .
      *----------------------------------------------------------------*
       3110-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3150-LER-CRONOGRAMA SECTION.
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
       3150-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    DECLARACAO DO CLIENTE QUITADO, COM O CONTATO DO CADASTRO    *
      *    DO PRIMEIRO EMPRESTIMO COM PARCELAS NO ANO                  *
      *----------------------------------------------------------------*
       3200-EMITIR-DECLARACAO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-PRC-CONTA          TO FD-ARQENT01-CHAVE (1:6)
           MOVE WRK-CLI-EMP-CADASTRO   TO FD-ARQENT01-NUM-EMPRESTIMO

           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQENT01        TO TRUE

           READ ARQENT01 INTO ARQENT01-REGISTRO

           EVALUATE TRUE
              WHEN WRK-FS-ENT01-OK
                 CONTINUE
              WHEN WRK-FS-ENT01-NAO-ENCONTRADO
                 SET WRK-CLI-SEM-CADASTRO
                                       TO TRUE
                 MOVE WRK-CLI-EMP-CADASTRO
                                       TO WRK-CLI-EXC-EMPRESTIMO
                 MOVE WRK-CLI-VAL-PAGO TO WRK-CLI-EXC-VAL-PAGO
                 GO TO 3200-99-FIM
              WHEN OTHER
                 MOVE WRK-FS-ARQENT01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE

           INITIALIZE ARQDQA01-REGISTRO

           MOVE WRK-PRC-CONTA          TO ARQDQA01-CHAVE
           MOVE WRK-ANO-BASE           TO ARQDQA01-ANO-REFERENCIA
           MOVE ARQENT01-NOM-CLIENTE   TO ARQDQA01-NOM-CLIENTE
           MOVE ARQENT01-TEL-CLIENTE   TO ARQDQA01-TEL-CLIENTE
           MOVE ARQENT01-EMAIL-CLIENTE TO ARQDQA01-EMAIL-CLIENTE
           MOVE WRK-CLI-QTD-EMPRESTIMOS
                                       TO ARQDQA01-QTD-EMPRESTIMOS
           MOVE WRK-CLI-QTD-PARCELAS   TO ARQDQA01-QTD-PARCELAS
           MOVE WRK-CLI-VAL-PAGO       TO ARQDQA01-VAL-PAGO-ANO
           MOVE WRK-DAT-EMISSAO        TO ARQDQA01-DAT-EMISSAO

           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQDQA01        TO TRUE

           WRITE FD-ARQDQA01 FROM ARQDQA01-REGISTRO

           IF WRK-FS-DQA01-OK
              ADD 1 TO ACU-GRAVA-ARQDQA01
           ELSE
              MOVE WRK-FS-ARQDQA01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           ADD 1 TO ACU-DECLARACOES
           ADD WRK-CLI-QTD-PARCELAS    TO ACU-PARC-DECLARADAS
           ADD WRK-CLI-VAL-PAGO        TO ACU-VAL-DECLARADO
           .
      *----------------------------------------------------------------*
       3200-99-FIM.
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
           MOVE ACU-LIDOS-ARQPAR01      TO ARQAUD01-QTDE-LIDOS
           MOVE ACU-GRAVA-ARQDQA01      TO ARQAUD01-QTDE-GRAVA
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
           IF ACU-EXCLUIDOS EQUAL ZEROS
              MOVE '  NENHUM CLIENTE EXCLUIDO'
                                       TO WRK-LINHA-IMPRESSAO
              PERFORM 4950-GRAVAR-LINHA
           END-IF

           PERFORM 4800-GRAVAR-TOTAIS

           IF ACU-EXC-CADASTRO GREATER ZEROS
              MOVE 04                  TO RETURN-CODE
           END-IF

           PERFORM 3980-GRAVAR-AUDITORIA

           SET  WRK-CN-CLOSE           TO TRUE

           SET  WRK-CN-ARQPAR01        TO TRUE
           CLOSE ARQPAR01
           IF NOT WRK-FS-PAR01-OK
              MOVE WRK-FS-ARQPAR01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQENT01        TO TRUE
           CLOSE ARQENT01
           IF NOT WRK-FS-ENT01-OK
              MOVE WRK-FS-ARQENT01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQDQA01        TO TRUE
           CLOSE ARQDQA01
           IF NOT WRK-FS-DQA01-OK
              MOVE WRK-FS-ARQDQA01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

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

           MOVE ACU-LIDOS-ARQPAR01     TO WRK-MASK-QTDE
           DISPLAY '**************************************************'
           DISPLAY '* QTDE DE PARCELAS LIDAS     : ' WRK-MASK-QTDE  '*'
           MOVE ACU-CLIENTES           TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE CLIENTES           : ' WRK-MASK-QTDE  '*'
           MOVE ACU-DECLARACOES        TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE DECLARACOES        : ' WRK-MASK-QTDE  '*'
           MOVE ACU-EXCLUIDOS          TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE CLIENTES EXCLUIDOS : ' WRK-MASK-QTDE  '*'
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
      *    RESUMO DA RODADA NO FIM DO RELATORIO                        *
      *----------------------------------------------------------------*
       4800-GRAVAR-TOTAIS SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 4950-GRAVAR-LINHA
           MOVE 'RESUMO DA RODADA'     TO WRK-TIT-SECAO
           MOVE WRK-TIT-SECAO          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'MOVIMENTOS LIDOS'     TO WRK-RES-DESCRICAO
           MOVE ACU-LIDOS-ARQENT02     TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE '  ESTORNOS/RENEGOCIACOES NO ANO'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-MOV-ANO            TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'PARCELAS LIDAS DO CRONOGRAMA'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-LIDOS-ARQPAR01     TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'CLIENTES NO CRONOGRAMA'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-CLIENTES           TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE '  SEM PARCELAS VENCIDAS NO ANO'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-CLI-SEM-PARCELAS   TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE '  COM DECLARACAO DE QUITACAO'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-DECLARACOES        TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE '  EXCLUIDOS'          TO WRK-RES-DESCRICAO
           MOVE ACU-EXCLUIDOS          TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE '    PARCELA EM ABERTO'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-EXC-ABERTA         TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE '    PARCELA PAGA PARCIALMENTE'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-EXC-PARCIAL        TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE '    ESTORNO DE PAGAMENTO'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-EXC-ESTORNO        TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE '    RENEGOCIACAO'     TO WRK-RES-DESCRICAO
           MOVE ACU-EXC-RENEGOCIACAO   TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE '    FORA DO CADASTRO' TO WRK-RES-DESCRICAO
           MOVE ACU-EXC-CADASTRO       TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'PARCELAS DECLARADAS QUITADAS'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-PARC-DECLARADAS    TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'VALOR PAGO DECLARADO' TO WRK-RSV-DESCRICAO
           MOVE ACU-VAL-DECLARADO      TO WRK-RSV-VALOR
           MOVE WRK-RES-LINHA-VALOR    TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
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
      *    ROTINA DE GRAVACAO DE UMA LINHA NO RELATORIO                *
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
      *    LOCALIZA O EMPRESTIMO WRK-MOV-CHAVE-AUX NOS MOVIMENTOS DO   *
      *    ANO (WRK-MOV-IDX ALEM DA QTDE = SEM MOVIMENTO)              *
      *----------------------------------------------------------------*
       5000-PROCURAR-MOVIMENTO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 1 TO WRK-MOV-IDX

           PERFORM 5010-PROXIMO-MOVIMENTO
              UNTIL WRK-MOV-IDX GREATER WRK-MOV-QTDE
                 OR WRK-MOV-CHAVE (WRK-MOV-IDX) EQUAL
                    WRK-MOV-CHAVE-AUX
           .
      *----------------------------------------------------------------*
       5000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       5010-PROXIMO-MOVIMENTO SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-MOV-IDX
           .
      *----------------------------------------------------------------*
       5010-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    EDITA WRK-DAT-EDICAO (AAAAMMDD) EM WRK-DAT-EDITADA          *
      *    (DD/MM/AAAA; BRANCOS QUANDO ZERADA)                         *
      *----------------------------------------------------------------*
       5600-EDITAR-DATA SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-DAT-EDICAO EQUAL ZEROS
              MOVE SPACES              TO WRK-DAT-EDITADA
              GO TO 5600-99-FIM
           END-IF

           MOVE '/'                    TO WRK-DAT-EDITADA (3:1)
                                          WRK-DAT-EDITADA (6:1)
           MOVE WRK-DED-DIA            TO WRK-EDT-DIA
           MOVE WRK-DED-MES            TO WRK-EDT-MES
           MOVE WRK-DED-ANO            TO WRK-EDT-ANO
           .
      *----------------------------------------------------------------*
       5600-99-FIM.
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
           MOVE ACU-LIDOS-ARQPAR01
                                  TO ERRO01-QTDE-LIDOS
           MOVE ACU-GRAVA-ARQDQA01
                                  TO ERRO01-QTDE-GRAVADOS
           MOVE ARQPAR01-CHAVE    TO ERRO01-ULT-CHAVE

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
