      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0236.
       AUTHOR.     JULIANA SOARES.
      *================================================================*
      *    PROGRAMA....: EXER0236                                      *
      *    PROGRAMADOR.: JULIANA SOARES                                *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   COBERTURA DO FUNDO GARANTIDOR DE CREDITOS   *
      *                    (FGC) POR CPF NO FECHAMENTO DO MES:         *
      *                    CONSOLIDA OS SALDOS DE FECHAMENTO (SLD02105)*
      *                    DE TODAS AS CONTAS E MOEDAS DE CADA CPF,    *
      *                    CONVERTIDOS PARA BRL PELA TAXA DE CAMBIO    *
      *                    VIGENTE NA DATA-BASE (TAX02105). O SALDO DE *
      *                    CONTA CONJUNTA (TIT02226) E RATEADO EM      *
      *                    PARTES IGUAIS ENTRE OS TITULARES VIGENTES   *
      *                    NA DATA-BASE (SOBRA DE CENTAVOS COM O       *
      *                    TITULAR PRINCIPAL). SOBRE O SALDO DE CADA   *
      *                    CPF APLICA O LIMITE DE COBERTURA E GRAVA O  *
      *                    ARQUIVO REGULATORIO (FGC02236) EM ORDEM DE  *
      *                    CPF, MAIS O RESUMO POR FAIXA DE SALDO COM   *
      *                    COBERTO, DESCOBERTO E QUANTIDADE DE CPFS.   *
      *                    POSICAO DEVEDORA NAO E DEPOSITO GARANTIDO E *
      *                    FICA FORA DA CONSOLIDACAO. RETURN-CODE 04 = *
      *                    POSICAO EM MOEDA SEM TAXA (NAO CONSOLIDADA) *
      *----------------------------------------------------------------*
      *    CARTAO (ARQPARM): COLS 1-8   DATA-BASE (AAAAMMDD)           *
      *                      COLS 10-24 LIMITE POR CPF 9(13)V99        *
      *                                 (PADRAO 250.000,00)            *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQPARM                                   -               *
      *      ARQSLD01 (POSICOES DE FECHAMENTO)         SLD02105        *
      *      ARQTAX01 (TAXAS DE CAMBIO - OPCIONAL)     TAX02105        *
      *      ARQTIT01 (TITULARES - OPCIONAL)           TIT02226        *
      *      ARQFGC01 (ARQUIVO DE COBERTURA)           FGC02236        *
      *      ARQSAI01 (RESUMO POR FAIXA)               -               *
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

           SELECT ARQSLD01 ASSIGN      TO UT-S-ARQSLD01
                      FILE STATUS      IS WRK-FS-ARQSLD01.

           SELECT OPTIONAL ARQTAX01 ASSIGN TO UT-S-ARQTAX01
                      FILE STATUS      IS WRK-FS-ARQTAX01.

           SELECT OPTIONAL ARQTIT01 ASSIGN TO UT-S-ARQTIT01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS DYNAMIC
                      RECORD KEY       IS FD-ARQTIT01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQTIT01.

           SELECT ARQFGC01 ASSIGN      TO UT-S-ARQFGC01
                      FILE STATUS      IS WRK-FS-ARQFGC01.

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
      *   INPUT:      POSICOES DE DEPOSITO DO FECHAMENTO DO MES       *
      *               ORG. SEQUENCIAL   -   LRECL = 045               *
      *---------------------------------------------------------------*

       FD  ARQSLD01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQSLD01             PIC X(045).

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
      *   INPUT:      CADASTRO DE TITULARES DE CONTA (OPCIONAL)       *
      *               ORG. INDEXADA     -   LRECL = 050               *
      *---------------------------------------------------------------*

       FD  ARQTIT01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQTIT01.
           05 FD-ARQTIT01-CHAVE.
              10 FD-ARQTIT01-CONTA    PIC X(15).
              10 FD-ARQTIT01-CPF-TITULAR
                                      PIC X(11).
           05 FILLER                  PIC X(24).

      *---------------------------------------------------------------*
      *   OUTPUT:     ARQUIVO REGULATORIO DE COBERTURA DO FGC         *
      *               ORG. SEQUENCIAL   -   LRECL = 080               *
      *---------------------------------------------------------------*

       FD  ARQFGC01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQFGC01             PIC X(080).

      *---------------------------------------------------------------*
      *   OUTPUT:     RESUMO DA COBERTURA POR FAIXA DE SALDO          *
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
      *   SORT:       PARTES DAS POSICOES EM BRL POR CPF E CONTA       *
      *----------------------------------------------------------------*

       SD  WRK-SD-ORDENACAO.
       01  WRK-SD-REGISTRO.
           05 SD-CPF                  PIC 9(011).
           05 SD-CONTA.
              10 SD-CONTA-CPF         PIC 9(011).
              10 SD-CONTA-NUM         PIC 9(004).
           05 SD-COD-MOEDA            PIC X(003).
           05 SD-SW-CONJUNTA          PIC X(001).
           05 SD-VAL-BRL              PIC S9(15)V99 COMP-3.

      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0236 - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC  X(008) VALUE 'EXER0236'.
       77 WRK-ERRO2000            PIC  X(008) VALUE 'ERRO2000'.
       77 WRK-MASK-QTDE           PIC  ZZZ.ZZ9.
       77 WRK-MASK-VALOR          PIC  Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       77 WRK-DAT-REFERENCIA      PIC  9(008) VALUE ZEROS.
       77 WRK-VAL-BRL             PIC S9(015)V99 COMP-3 VALUE +0.
       77 WRK-ULT-CHAVE           PIC  X(018) VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    LIMITE DE COBERTURA POR CPF E LIMITES DAS FAIXAS DE SALDO   *
      *----------------------------------------------------------------*
       77 WRK-VAL-LIMITE          PIC S9(015)V99 COMP-3
                                  VALUE +250000,00.
       77 WRK-VAL-FAIXA-1         PIC S9(015)V99 COMP-3
                                  VALUE +1000,00.
       77 WRK-VAL-FAIXA-2         PIC S9(015)V99 COMP-3
                                  VALUE +10000,00.
       77 WRK-VAL-FAIXA-3         PIC S9(015)V99 COMP-3
                                  VALUE +50000,00.
      *
       01 WRK-PARM-REGISTRO.
          05 WRK-PARM-DATA        PIC  9(008) VALUE ZEROS.
          05 FILLER               PIC  X(001) VALUE SPACES.
          05 WRK-PARM-VAL-LIMITE  PIC  9(013)V99 VALUE ZEROS.
          05 FILLER               PIC  X(056) VALUE SPACES.
      *
       01 WRK-ACUMULADORES.
           03 ACU-LIDOS-ARQSLD01     PIC 9(007) VALUE ZEROS.
           03 ACU-POSICOES-ZERADAS   PIC 9(007) VALUE ZEROS.
           03 ACU-POSICOES-DEVEDORAS PIC 9(007) VALUE ZEROS.
           03 ACU-POSICOES-SEM-TAXA  PIC 9(007) VALUE ZEROS.
           03 ACU-POSICOES-CONSOLID  PIC 9(007) VALUE ZEROS.
           03 ACU-POSICOES-RATEADAS  PIC 9(007) VALUE ZEROS.
           03 ACU-PARTES-LIBERADAS   PIC 9(007) VALUE ZEROS.
           03 ACU-CPFS               PIC 9(007) VALUE ZEROS.
           03 ACU-CPFS-DESCOBERTOS   PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQFGC01     PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQSAI01     PIC 9(007) VALUE ZEROS.
      *
       01 WRK-TOTAIS.
           03 TOT-VAL-DEVEDOR        PIC S9(15)V99 COMP-3 VALUE +0.
           03 TOT-VAL-CONSOLIDADO    PIC S9(15)V99 COMP-3 VALUE +0.
           03 TOT-VAL-SALDO          PIC S9(15)V99 COMP-3 VALUE +0.
           03 TOT-VAL-COBERTO        PIC S9(15)V99 COMP-3 VALUE +0.
           03 TOT-VAL-DESCOBERTO     PIC S9(15)V99 COMP-3 VALUE +0.
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
      *----------------------------------------------------------------*
      *    CPF EM CONSOLIDACAO (QUEBRA DA SAIDA DO SORT)               *
      *----------------------------------------------------------------*
       01 WRK-CPF-CONSOLIDADO.
          05 WRK-CPF-ATUAL        PIC  9(011) VALUE ZEROS.
          05 WRK-CPF-QTDE-CONTAS  PIC  9(003) VALUE ZEROS.
          05 WRK-CPF-QTDE-CONJ    PIC  9(003) VALUE ZEROS.
          05 WRK-CPF-SALDO        PIC S9(015)V99 COMP-3 VALUE +0.
          05 WRK-CPF-COBERTO      PIC S9(015)V99 COMP-3 VALUE +0.
          05 WRK-CPF-DESCOBERTO   PIC S9(015)V99 COMP-3 VALUE +0.
          05 WRK-CPF-FAIXA        PIC  9(001) VALUE ZEROS.
      *
       01 WRK-CONTA-ANT.
          05 WRK-CONTA-ANT-CPF    PIC  9(011) VALUE ZEROS.
          05 WRK-CONTA-ANT-NUM    PIC  9(004) VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    TABELA DAS TAXAS DE CAMBIO PARA REAIS (ULTIMA TAXA DA MOEDA *
      *    ATE A DATA-BASE)                                            *
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
      *    RATEIO DA POSICAO ENTRE OS TITULARES DA CONTA (TIT02226):   *
      *    PARTES IGUAIS TRUNCADAS, SOBRA PARA O TITULAR PRINCIPAL     *
      *----------------------------------------------------------------*
       01 WRK-SW-CADASTRO-TIT     PIC  X(001) VALUE 'N'.
          88 WRK-CADASTRO-TIT-PRESENTE        VALUE 'S'.
      *
       01 WRK-SW-FIM-TIT          PIC  X(001) VALUE 'N'.
          88 WRK-FIM-TITULARES                VALUE 'S'.
          88 WRK-NAO-FIM-TITULARES            VALUE 'N'.
      *
       01 WRK-TIT-CONTA.
          05 WRK-TIT-CPF          PIC  9(011) VALUE ZEROS.
          05 WRK-TIT-NUM-CONTA    PIC  9(004) VALUE ZEROS.
      *
       77 WRK-RAT-QTDE            PIC  9(002) VALUE ZEROS.
       77 WRK-RAT-IDX             PIC  9(002) VALUE ZEROS.
       77 WRK-RAT-IDX-PRINCIPAL   PIC  9(002) VALUE ZEROS.
       77 WRK-RAT-PARTE           PIC S9(015)V99 COMP-3 VALUE +0.
      *
       01 WRK-RAT-TABELA.
          05 WRK-RAT-LINHA        OCCURS 10 TIMES.
             10 WRK-RAT-CPF       PIC 9(011).
             10 WRK-RAT-VALOR     PIC S9(015)V99 COMP-3.
      *
      *----------------------------------------------------------------*
      *    TOTAIS POR FAIXA DE SALDO                                   *
      *----------------------------------------------------------------*
       77 WRK-FAI-IDX             PIC  9(001) VALUE ZEROS.
      *
       01 WRK-FAI-TABELA.
          05 WRK-FAI-LINHA        OCCURS 5 TIMES.
             10 WRK-FAI-QTDE      PIC 9(007).
             10 WRK-FAI-SALDO     PIC S9(015)V99 COMP-3.
             10 WRK-FAI-COBERTO   PIC S9(015)V99 COMP-3.
             10 WRK-FAI-DESCOBERTO
                                  PIC S9(015)V99 COMP-3.
      *
       01 WRK-FAI-DESCRICOES.
          05 FILLER               PIC X(030) VALUE
             '1 - ATE 1.000,00'.
          05 FILLER               PIC X(030) VALUE
             '2 - DE 1.000,01 A 10.000,00'.
          05 FILLER               PIC X(030) VALUE
             '3 - DE 10.000,01 A 50.000,00'.
          05 FILLER               PIC X(030) VALUE
             '4 - DE 50.000,01 ATE O LIMITE'.
          05 FILLER               PIC X(030) VALUE
             '5 - ACIMA DO LIMITE'.
       01 WRK-FAI-DESCRICOES-R    REDEFINES WRK-FAI-DESCRICOES.
          05 WRK-FAI-DESCRICAO    PIC X(030) OCCURS 5 TIMES.
      *
      *----------------------------------------------------------------*
      *    AREA DO RESUMO                                              *
      *----------------------------------------------------------------*
       01 WRK-CAB1-RELATORIO.
          05 FILLER               PIC X(038) VALUE
             'COBERTURA DO FGC POR CPF - DATA-BASE '.
          05 WRK-CAB1-DATA        PIC 9(008).
          05 FILLER               PIC X(018) VALUE
             '  LIMITE POR CPF: '.
          05 WRK-CAB1-LIMITE      PIC Z.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(052) VALUE SPACES.

       01 WRK-CAB2-RELATORIO.
          05 FILLER               PIC X(032) VALUE
             'FAIXA DE SALDO CONSOLIDADO (BRL)'.
          05 FILLER               PIC X(014) VALUE
             '    QTDE CPFS'.
          05 FILLER               PIC X(023) VALUE
             '                  SALDO'.
          05 FILLER               PIC X(023) VALUE
             '                COBERTO'.
          05 FILLER               PIC X(023) VALUE
             '             DESCOBERTO'.
          05 FILLER               PIC X(017) VALUE SPACES.

       01 WRK-DET-FAIXA.
          05 WRK-DET-DESCRICAO    PIC X(030).
          05 FILLER               PIC X(005) VALUE SPACES.
          05 WRK-DET-QTDE         PIC ZZZ.ZZZ.ZZ9.
          05 FILLER               PIC X(003) VALUE SPACES.
          05 WRK-DET-SALDO        PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(003) VALUE SPACES.
          05 WRK-DET-COBERTO      PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(003) VALUE SPACES.
          05 WRK-DET-DESCOBERTO   PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(017) VALUE SPACES.

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
          05 WRK-FS-ARQSLD01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SLD01-OK               VALUE '00'.
             88 WRK-FS-SLD01-FIM              VALUE '10'.
          05 WRK-FS-ARQTAX01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-TAX01-OK               VALUE '00'.
             88 WRK-FS-TAX01-FIM              VALUE '10'.
          05 WRK-FS-ARQTIT01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-TIT01-OK               VALUE '00'.
             88 WRK-FS-TIT01-FIM              VALUE '10'.
             88 WRK-FS-TIT01-NAO-ENCONTRADO   VALUE '23'.
          05 WRK-FS-ARQFGC01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-FGC01-OK               VALUE '00'.
          05 WRK-FS-ARQSAI01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SAI01-OK               VALUE '00'.
          05 WRK-FS-ARQAUD01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-AUD01-OK               VALUE '00'.
          05 WRK-FS-DISPLAY       PIC  X(002) VALUE SPACES.

       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQPARM       VALUE 'ARQPARM '.
          88 WRK-CN-ARQSLD01      VALUE 'ARQSLD01'.
          88 WRK-CN-ARQTAX01      VALUE 'ARQTAX01'.
          88 WRK-CN-ARQTIT01      VALUE 'ARQTIT01'.
          88 WRK-CN-ARQFGC01      VALUE 'ARQFGC01'.
          88 WRK-CN-ARQSAI01      VALUE 'ARQSAI01'.
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
           COPY SLD02105.
           COPY TAX02105.
           COPY TIT02226.
           COPY FGC02236.
           COPY AUD00105.
           COPY 'I#ERRO01'.

      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0236 - FIM DA AREA DE WORKING'.
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
                ASCENDING KEY SD-CPF
                              SD-CONTA
                INPUT PROCEDURE 2000-SELECIONAR-POSICOES
                OUTPUT PROCEDURE 2500-CONSOLIDAR-CPF

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
              OR WRK-PARM-DATA NOT NUMERIC
              OR WRK-PARM-DATA EQUAL ZEROS
              DISPLAY '* CARTAO DE PARAMETROS INVALIDO: INFORMAR A '
              DISPLAY '* DATA-BASE (AAAAMMDD) NAS COLS 1-8'
              MOVE 12                  TO RETURN-CODE
              PERFORM 9900-FIM-PROGRAMA
           END-IF

           CLOSE ARQPARM

           MOVE WRK-PARM-DATA          TO WRK-DAT-REFERENCIA

           IF WRK-PARM-VAL-LIMITE NUMERIC
              AND WRK-PARM-VAL-LIMITE NOT EQUAL ZEROS
              MOVE WRK-PARM-VAL-LIMITE TO WRK-VAL-LIMITE
           END-IF

           MOVE WRK-VAL-LIMITE         TO WRK-MASK-VALOR
           DISPLAY '* DATA-BASE ' WRK-DAT-REFERENCIA
                   ' LIMITE POR CPF ' WRK-MASK-VALOR

           INITIALIZE WRK-FAI-TABELA

           SET  WRK-CN-ARQTAX01        TO TRUE
           OPEN INPUT ARQTAX01

           IF WRK-FS-TAX01-OK
              SET WRK-TAXAS-PRESENTES  TO TRUE
              PERFORM 3830-LER-TAXA
              PERFORM 1100-CARREGAR-TAXAS
                 UNTIL WRK-FS-TAX01-FIM
              SET  WRK-CN-CLOSE        TO TRUE
              CLOSE ARQTAX01
              SET  WRK-CN-OPEN         TO TRUE
           ELSE
              DISPLAY '* TAXAS DE CAMBIO AUSENTES - SO POSICOES EM BRL'
           END-IF

           SET  WRK-CN-ARQTIT01        TO TRUE
           OPEN INPUT ARQTIT01

           IF WRK-FS-TIT01-OK
              SET WRK-CADASTRO-TIT-PRESENTE TO TRUE
           ELSE
              DISPLAY '* CADASTRO DE TITULARES AUSENTE - CONTAS '
                      'CONSIDERADAS INDIVIDUAIS'
           END-IF

           SET  WRK-CN-ARQFGC01        TO TRUE
           OPEN OUTPUT ARQFGC01

           IF NOT WRK-FS-FGC01-OK
              MOVE WRK-FS-ARQFGC01     TO WRK-FS-DISPLAY
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
           .
      *----------------------------------------------------------------*
       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CARREGA A TAXA DE CAMBIO LIDA: O ARQUIVO ESTA EM ORDEM DE   *
      *    DATA, ENTAO A ULTIMA TAXA DA MOEDA ATE A DATA-BASE PREVALECE*
      *----------------------------------------------------------------*
       1100-CARREGAR-TAXAS SECTION.
      *----------------------------------------------------------------*
      *
           IF ARQTAX01-DAT-TAXA NOT GREATER WRK-DAT-REFERENCIA
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
       1100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    SELECAO DAS POSICOES PARA O SORT (INPUT PROCEDURE): CADA    *
      *    POSICAO CREDORA CONVERTIDA EM BRL E RATEADA ENTRE OS        *
      *    TITULARES DA CONTA                                          *
      *----------------------------------------------------------------*
       2000-SELECIONAR-POSICOES SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQSLD01        TO TRUE

           OPEN INPUT ARQSLD01

           IF NOT WRK-FS-SLD01-OK
              MOVE WRK-FS-ARQSLD01     TO WRK-FS-DISPLAY
              SET WRK-ERRO-FATAL       TO TRUE
           ELSE
              PERFORM 3800-LER-SALDO

              PERFORM 2100-TRATAR-POSICAO
                 UNTIL WRK-FS-SLD01-FIM OR WRK-ERRO-FATAL

              SET  WRK-CN-CLOSE        TO TRUE
              CLOSE ARQSLD01
           END-IF
           .
      *----------------------------------------------------------------*
       2000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2100-TRATAR-POSICAO SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 2110-AVALIAR-POSICAO

           IF NOT WRK-ERRO-FATAL
              PERFORM 3800-LER-SALDO
           END-IF
           .
      *----------------------------------------------------------------*
       2100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    POSICAO ZERADA OU DEVEDORA NAO ENTRA NA CONSOLIDACAO; MOEDA *
      *    ESTRANGEIRA SEM TAXA FICA DE FORA E E APONTADA              *
      *----------------------------------------------------------------*
       2110-AVALIAR-POSICAO SECTION.
      *----------------------------------------------------------------*
      *
           IF ARQSLD01-VAL-FECHAMENTO EQUAL ZEROS
              ADD 1 TO ACU-POSICOES-ZERADAS
              GO TO 2110-99-FIM
           END-IF

           IF ARQSLD01-VAL-FECHAMENTO LESS ZEROS
              ADD 1 TO ACU-POSICOES-DEVEDORAS
              ADD ARQSLD01-VAL-FECHAMENTO TO TOT-VAL-DEVEDOR
              GO TO 2110-99-FIM
           END-IF

           IF ARQSLD01-COD-MOEDA EQUAL 'BRL'
              MOVE ARQSLD01-VAL-FECHAMENTO TO WRK-VAL-BRL
           ELSE
              MOVE ARQSLD01-COD-MOEDA  TO WRK-PRC-MOEDA
              PERFORM 5100-PROCURAR-TAXA
              IF WRK-TAX-IDX GREATER WRK-TAX-QTDE
                 OR WRK-TAX-VAL-TAXA (WRK-TAX-IDX) NOT GREATER ZEROS
                 ADD 1 TO ACU-POSICOES-SEM-TAXA
                 DISPLAY '* ATENCAO: MOEDA SEM TAXA NA DATA-BASE - '
                         ARQSLD01-CPF ' ' ARQSLD01-NUM-CONTA ' '
                         ARQSLD01-COD-MOEDA
                 GO TO 2110-99-FIM
              END-IF
              COMPUTE WRK-VAL-BRL ROUNDED =
                      ARQSLD01-VAL-FECHAMENTO
                    * WRK-TAX-VAL-TAXA (WRK-TAX-IDX)
           END-IF

           ADD 1 TO ACU-POSICOES-CONSOLID
           ADD WRK-VAL-BRL             TO TOT-VAL-CONSOLIDADO

           PERFORM 2200-RATEAR-TITULARES

           IF WRK-ERRO-FATAL
              GO TO 2110-99-FIM
           END-IF

           PERFORM 2300-LIBERAR-PARTE
              VARYING WRK-RAT-IDX FROM 1 BY 1
              UNTIL WRK-RAT-IDX GREATER WRK-RAT-QTDE
           .
      *----------------------------------------------------------------*
       2110-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    MONTA A TABELA DE RATEIO DA POSICAO: TITULARES DA CONTA     *
      *    VIGENTES NA DATA-BASE (CONTA SEM TITULARES CADASTRADOS E    *
      *    INDIVIDUAL: O PROPRIO CPF DA POSICAO FICA COM TUDO)         *
      *----------------------------------------------------------------*
       2200-RATEAR-TITULARES SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-RAT-QTDE
                                          WRK-RAT-IDX-PRINCIPAL

           IF WRK-CADASTRO-TIT-PRESENTE
              MOVE ARQSLD01-CPF        TO WRK-TIT-CPF
              MOVE ARQSLD01-NUM-CONTA  TO WRK-TIT-NUM-CONTA
              MOVE WRK-TIT-CONTA       TO FD-ARQTIT01-CONTA
              MOVE LOW-VALUES          TO FD-ARQTIT01-CPF-TITULAR

              SET  WRK-CN-START        TO TRUE
              SET  WRK-CN-ARQTIT01     TO TRUE

              START ARQTIT01 KEY NOT LESS FD-ARQTIT01-CHAVE

              EVALUATE TRUE
                 WHEN WRK-FS-TIT01-OK
                    SET WRK-NAO-FIM-TITULARES TO TRUE
                    PERFORM 2250-LER-TITULAR
                       UNTIL WRK-FIM-TITULARES
                 WHEN WRK-FS-TIT01-NAO-ENCONTRADO
                    CONTINUE
                 WHEN OTHER
                    MOVE WRK-FS-ARQTIT01 TO WRK-FS-DISPLAY
                    SET WRK-ERRO-FATAL TO TRUE
                    GO TO 2200-99-FIM
              END-EVALUATE
           END-IF

           IF WRK-RAT-QTDE EQUAL ZEROS
              MOVE 1                   TO WRK-RAT-QTDE
              MOVE ARQSLD01-CPF        TO WRK-RAT-CPF (1)
           ELSE
              IF WRK-RAT-QTDE GREATER 1
                 ADD 1 TO ACU-POSICOES-RATEADAS
              END-IF
           END-IF

           IF WRK-RAT-IDX-PRINCIPAL EQUAL ZEROS
              MOVE 1                   TO WRK-RAT-IDX-PRINCIPAL
           END-IF

           COMPUTE WRK-RAT-PARTE = WRK-VAL-BRL / WRK-RAT-QTDE

           PERFORM 2280-DISTRIBUIR-PARTE
              VARYING WRK-RAT-IDX FROM 1 BY 1
              UNTIL WRK-RAT-IDX GREATER WRK-RAT-QTDE

           COMPUTE WRK-RAT-VALOR (WRK-RAT-IDX-PRINCIPAL) =
                   WRK-RAT-VALOR (WRK-RAT-IDX-PRINCIPAL) +
                   WRK-VAL-BRL - (WRK-RAT-PARTE * WRK-RAT-QTDE)
           .
      *----------------------------------------------------------------*
       2200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LE O PROXIMO TITULAR DA CONTA E O GUARDA NA TABELA DE       *
      *    RATEIO SE ESTAVA VIGENTE NA DATA-BASE                       *
      *----------------------------------------------------------------*
       2250-LER-TITULAR SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQTIT01        TO TRUE

           READ ARQTIT01 NEXT          INTO ARQTIT01-REGISTRO

           IF WRK-FS-TIT01-FIM
              SET WRK-FIM-TITULARES    TO TRUE
              GO TO 2250-99-FIM
           END-IF

           IF NOT WRK-FS-TIT01-OK
              MOVE WRK-FS-ARQTIT01     TO WRK-FS-DISPLAY
              SET WRK-ERRO-FATAL       TO TRUE
              SET WRK-FIM-TITULARES    TO TRUE
              GO TO 2250-99-FIM
           END-IF

           IF ARQTIT01-CONTA NOT EQUAL WRK-TIT-CONTA
              SET WRK-FIM-TITULARES    TO TRUE
              GO TO 2250-99-FIM
           END-IF

           IF ARQTIT01-DAT-INCLUSAO GREATER WRK-DAT-REFERENCIA
              GO TO 2250-99-FIM
           END-IF

           IF ARQTIT01-TITULAR-EXCLUIDO
              AND ARQTIT01-DAT-EXCLUSAO NOT GREATER
                  WRK-DAT-REFERENCIA
              GO TO 2250-99-FIM
           END-IF

           IF WRK-RAT-QTDE NOT LESS 10
              DISPLAY '* ATENCAO: CONTA COM MAIS DE 10 TITULARES '
                      WRK-TIT-CONTA
              GO TO 2250-99-FIM
           END-IF

           ADD 1 TO WRK-RAT-QTDE
           MOVE ARQTIT01-CPF-TITULAR   TO WRK-RAT-CPF (WRK-RAT-QTDE)

           IF ARQTIT01-TITULAR-PRINCIPAL
              MOVE WRK-RAT-QTDE        TO WRK-RAT-IDX-PRINCIPAL
           END-IF
           .
      *----------------------------------------------------------------*
       2250-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2280-DISTRIBUIR-PARTE SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-RAT-PARTE          TO WRK-RAT-VALOR (WRK-RAT-IDX)
           .
      *----------------------------------------------------------------*
       2280-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LIBERA PARA O SORT A PARTE DE UM TITULAR NA POSICAO         *
      *----------------------------------------------------------------*
       2300-LIBERAR-PARTE SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-RAT-CPF (WRK-RAT-IDX)
                                       TO SD-CPF
           MOVE ARQSLD01-CPF           TO SD-CONTA-CPF
           MOVE ARQSLD01-NUM-CONTA     TO SD-CONTA-NUM
           MOVE ARQSLD01-COD-MOEDA     TO SD-COD-MOEDA
           MOVE WRK-RAT-VALOR (WRK-RAT-IDX)
                                       TO SD-VAL-BRL

           IF WRK-RAT-QTDE GREATER 1
              MOVE 'S'                 TO SD-SW-CONJUNTA
           ELSE
              MOVE 'N'                 TO SD-SW-CONJUNTA
           END-IF

           RELEASE WRK-SD-REGISTRO

           ADD 1 TO ACU-PARTES-LIBERADAS
           .
      *----------------------------------------------------------------*
       2300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CONSOLIDACAO POR CPF (OUTPUT PROCEDURE)                     *
      *----------------------------------------------------------------*
       2500-CONSOLIDAR-CPF SECTION.
      *----------------------------------------------------------------*
      *
           RETURN WRK-SD-ORDENACAO
              AT END
                 SET WRK-SORT-FIM TO TRUE
           END-RETURN

           PERFORM 2600-TRATAR-PARTE-ORDENADA
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
      *    TRATA UMA PARTE JA ORDENADA POR CPF E CONTA: QUEBRA POR CPF *
      *    E CONTAGEM DAS CONTAS DISTINTAS DO CPF                      *
      *----------------------------------------------------------------*
       2600-TRATAR-PARTE-ORDENADA SECTION.
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

           IF SD-CONTA NOT EQUAL WRK-CONTA-ANT
              ADD 1 TO WRK-CPF-QTDE-CONTAS
              IF SD-SW-CONJUNTA EQUAL 'S'
                 ADD 1 TO WRK-CPF-QTDE-CONJ
              END-IF
              MOVE SD-CONTA            TO WRK-CONTA-ANT
           END-IF

           ADD SD-VAL-BRL              TO WRK-CPF-SALDO

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
           INITIALIZE WRK-CPF-CONSOLIDADO
                      WRK-CONTA-ANT

           MOVE SD-CPF                 TO WRK-CPF-ATUAL
           .
      *----------------------------------------------------------------*
       2650-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    FECHA O CPF: APLICA O LIMITE DE COBERTURA, CLASSIFICA NA    *
      *    FAIXA DE SALDO E GRAVA O REGISTRO DE COBERTURA              *
      *----------------------------------------------------------------*
       2700-FECHAR-CPF SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-CPF-SALDO GREATER WRK-VAL-LIMITE
              MOVE WRK-VAL-LIMITE      TO WRK-CPF-COBERTO
              COMPUTE WRK-CPF-DESCOBERTO =
                      WRK-CPF-SALDO - WRK-VAL-LIMITE
              MOVE 5                   TO WRK-CPF-FAIXA
              ADD 1 TO ACU-CPFS-DESCOBERTOS
           ELSE
              MOVE WRK-CPF-SALDO       TO WRK-CPF-COBERTO
              MOVE ZEROS               TO WRK-CPF-DESCOBERTO
              EVALUATE TRUE
                 WHEN WRK-CPF-SALDO NOT GREATER WRK-VAL-FAIXA-1
                    MOVE 1             TO WRK-CPF-FAIXA
                 WHEN WRK-CPF-SALDO NOT GREATER WRK-VAL-FAIXA-2
                    MOVE 2             TO WRK-CPF-FAIXA
                 WHEN WRK-CPF-SALDO NOT GREATER WRK-VAL-FAIXA-3
                    MOVE 3             TO WRK-CPF-FAIXA
                 WHEN OTHER
                    MOVE 4             TO WRK-CPF-FAIXA
              END-EVALUATE
           END-IF

           MOVE WRK-CPF-FAIXA          TO WRK-FAI-IDX
           ADD 1                       TO WRK-FAI-QTDE (WRK-FAI-IDX)
           ADD WRK-CPF-SALDO           TO WRK-FAI-SALDO (WRK-FAI-IDX)
           ADD WRK-CPF-COBERTO         TO WRK-FAI-COBERTO (WRK-FAI-IDX)
           ADD WRK-CPF-DESCOBERTO      TO WRK-FAI-DESCOBERTO
                                          (WRK-FAI-IDX)

           ADD 1                       TO ACU-CPFS
           ADD WRK-CPF-SALDO           TO TOT-VAL-SALDO
           ADD WRK-CPF-COBERTO         TO TOT-VAL-COBERTO
           ADD WRK-CPF-DESCOBERTO      TO TOT-VAL-DESCOBERTO

           INITIALIZE ARQFGC01-REGISTRO

           MOVE WRK-CPF-ATUAL          TO ARQFGC01-CPF
           MOVE WRK-DAT-REFERENCIA     TO ARQFGC01-DAT-REFERENCIA
           MOVE WRK-CPF-QTDE-CONTAS    TO ARQFGC01-QTDE-CONTAS
           MOVE WRK-CPF-QTDE-CONJ      TO ARQFGC01-QTDE-CONJUNTAS
           MOVE WRK-CPF-SALDO          TO ARQFGC01-VAL-SALDO
           MOVE WRK-CPF-COBERTO        TO ARQFGC01-VAL-COBERTO
           MOVE WRK-CPF-DESCOBERTO     TO ARQFGC01-VAL-DESCOBERTO
           MOVE WRK-CPF-FAIXA          TO ARQFGC01-COD-FAIXA

           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQFGC01        TO TRUE

           WRITE FD-ARQFGC01 FROM ARQFGC01-REGISTRO

           IF WRK-FS-FGC01-OK
              ADD 1 TO ACU-GRAVA-ARQFGC01
           ELSE
              MOVE WRK-FS-ARQFGC01     TO WRK-FS-DISPLAY
              SET WRK-ERRO-FATAL       TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
       2700-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ROTINA DE LEITURA SEQUENCIAL DAS POSICOES                   *
      *----------------------------------------------------------------*
       3800-LER-SALDO SECTION.
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
       3800-99-FIM.
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
           MOVE ACU-LIDOS-ARQSLD01      TO ARQAUD01-QTDE-LIDOS
           MOVE ACU-GRAVA-ARQFGC01      TO ARQAUD01-QTDE-GRAVA
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
           PERFORM 4800-GRAVAR-RESUMO

           IF ACU-POSICOES-SEM-TAXA GREATER ZEROS
              MOVE 04                  TO RETURN-CODE
           END-IF

           PERFORM 3980-GRAVAR-AUDITORIA

           SET  WRK-CN-CLOSE           TO TRUE

           IF WRK-CADASTRO-TIT-PRESENTE
              SET  WRK-CN-ARQTIT01     TO TRUE
              CLOSE ARQTIT01
              IF NOT WRK-FS-TIT01-OK
                 MOVE WRK-FS-ARQTIT01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF

           SET  WRK-CN-ARQFGC01        TO TRUE
           CLOSE ARQFGC01
           IF NOT WRK-FS-FGC01-OK
              MOVE WRK-FS-ARQFGC01     TO WRK-FS-DISPLAY
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

           MOVE ACU-LIDOS-ARQSLD01     TO WRK-MASK-QTDE
           DISPLAY '**************************************************'
           DISPLAY '* POSICOES LIDAS             : ' WRK-MASK-QTDE  '*'
           MOVE ACU-POSICOES-CONSOLID  TO WRK-MASK-QTDE
           DISPLAY '* POSICOES CONSOLIDADAS      : ' WRK-MASK-QTDE  '*'
           MOVE ACU-POSICOES-RATEADAS  TO WRK-MASK-QTDE
           DISPLAY '* POSICOES DE CONTA CONJUNTA : ' WRK-MASK-QTDE  '*'
           MOVE ACU-POSICOES-DEVEDORAS TO WRK-MASK-QTDE
           DISPLAY '* POSICOES DEVEDORAS         : ' WRK-MASK-QTDE  '*'
           MOVE ACU-POSICOES-SEM-TAXA  TO WRK-MASK-QTDE
           DISPLAY '* POSICOES SEM TAXA          : ' WRK-MASK-QTDE  '*'
           MOVE ACU-CPFS               TO WRK-MASK-QTDE
           DISPLAY '* CPFS CONSOLIDADOS          : ' WRK-MASK-QTDE  '*'
           MOVE ACU-CPFS-DESCOBERTOS   TO WRK-MASK-QTDE
           DISPLAY '* CPFS ACIMA DO LIMITE       : ' WRK-MASK-QTDE  '*'
           MOVE ACU-GRAVA-ARQFGC01     TO WRK-MASK-QTDE
           DISPLAY '* REGISTROS DE COBERTURA     : ' WRK-MASK-QTDE  '*'
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
      *    RESUMO DA COBERTURA POR FAIXA DE SALDO E TOTAIS DA RODADA   *
      *----------------------------------------------------------------*
       4800-GRAVAR-RESUMO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-DAT-REFERENCIA     TO WRK-CAB1-DATA
           MOVE WRK-VAL-LIMITE         TO WRK-CAB1-LIMITE
           MOVE WRK-CAB1-RELATORIO     TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           PERFORM 4950-GRAVAR-LINHA
           MOVE WRK-CAB2-RELATORIO     TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           PERFORM 4850-GRAVAR-FAIXA
              VARYING WRK-FAI-IDX FROM 1 BY 1
              UNTIL WRK-FAI-IDX GREATER 5

           MOVE 'TOTAL'                TO WRK-DET-DESCRICAO
           MOVE ACU-CPFS               TO WRK-DET-QTDE
           MOVE TOT-VAL-SALDO          TO WRK-DET-SALDO
           MOVE TOT-VAL-COBERTO        TO WRK-DET-COBERTO
           MOVE TOT-VAL-DESCOBERTO     TO WRK-DET-DESCOBERTO
           PERFORM 4950-GRAVAR-LINHA
           MOVE WRK-DET-FAIXA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           PERFORM 4950-GRAVAR-LINHA
           MOVE 'RESUMO DA RODADA'     TO WRK-TIT-SECAO
           MOVE WRK-TIT-SECAO          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'POSICOES LIDAS'       TO WRK-RES-DESCRICAO
           MOVE ACU-LIDOS-ARQSLD01     TO WRK-RES-QTDE
           MOVE ZEROS                  TO WRK-RES-VALOR
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'POSICOES CONSOLIDADAS (BRL)'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-POSICOES-CONSOLID  TO WRK-RES-QTDE
           MOVE TOT-VAL-CONSOLIDADO    TO WRK-RES-VALOR
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'POSICOES DE CONTA CONJUNTA RATEADAS'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-POSICOES-RATEADAS  TO WRK-RES-QTDE
           MOVE ZEROS                  TO WRK-RES-VALOR
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'POSICOES ZERADAS'     TO WRK-RES-DESCRICAO
           MOVE ACU-POSICOES-ZERADAS   TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'POSICOES DEVEDORAS (NAO GARANTIDAS)'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-POSICOES-DEVEDORAS TO WRK-RES-QTDE
           MOVE TOT-VAL-DEVEDOR        TO WRK-RES-VALOR
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'POSICOES EM MOEDA SEM TAXA'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-POSICOES-SEM-TAXA  TO WRK-RES-QTDE
           MOVE ZEROS                  TO WRK-RES-VALOR
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'CPFS ACIMA DO LIMITE' TO WRK-RES-DESCRICAO
           MOVE ACU-CPFS-DESCOBERTOS   TO WRK-RES-QTDE
           MOVE TOT-VAL-DESCOBERTO     TO WRK-RES-VALOR
           PERFORM 4900-GRAVAR-RESUMO
           .
      *----------------------------------------------------------------*
       4800-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       4850-GRAVAR-FAIXA SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-FAI-DESCRICAO (WRK-FAI-IDX)
                                       TO WRK-DET-DESCRICAO
           MOVE WRK-FAI-QTDE (WRK-FAI-IDX)
                                       TO WRK-DET-QTDE
           MOVE WRK-FAI-SALDO (WRK-FAI-IDX)
                                       TO WRK-DET-SALDO
           MOVE WRK-FAI-COBERTO (WRK-FAI-IDX)
                                       TO WRK-DET-COBERTO
           MOVE WRK-FAI-DESCOBERTO (WRK-FAI-IDX)
                                       TO WRK-DET-DESCOBERTO

           MOVE WRK-DET-FAIXA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       4850-99-FIM.
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
           MOVE ACU-LIDOS-ARQSLD01
                                  TO ERRO01-QTDE-LIDOS
           MOVE ACU-GRAVA-ARQFGC01
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
