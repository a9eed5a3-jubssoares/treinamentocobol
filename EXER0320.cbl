      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0320.
       AUTHOR.     JULIANA SOARES.
      *================================================================*
      *    PROGRAMA....: EXER0320                                      *
      *    PROGRAMADOR.: JULIANA SOARES                                *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   REPACTUACAO DOS EMPRESTIMOS POS-FIXADOS:    *
      *                    PARA CADA EMPRESTIMO DA INDEXACAO           *
      *                    (IXE03320) COM DATA DE REPACTUACAO ATE A    *
      *                    DATA DO MOVIMENTO, APURA A TAXA DO INDICE   *
      *                    (CDI OU SELIC - ULTIMA TAXA DIVULGADA ATE A *
      *                    DATA NO IND03320), COMPOE COM O SPREAD E    *
      *                    GRAVA A TAXA MENSAL EFETIVA NO CADASTRO     *
      *                    (ENT03105 - BASE DA APROPRIACAO DE JUROS DO *
      *                    EXER0309). AS PARCELAS A VENCER DO          *
      *                    CRONOGRAMA (PAR03105) SAO CANCELADAS E      *
      *                    REGERADAS NA TAXA NOVA, NOS MESMOS          *
      *                    VENCIMENTOS E NA TABELA DO PLANO (PRICE OU  *
      *                    SAC), COMO NA AMORTIZACAO EXTRAORDINARIA DO *
      *                    EXER0308. O RELATORIO TRAZ AS MUDANCAS DE   *
      *                    TAXA E O IMPACTO NAS PRESTACOES POR AGENCIA *
      *                    (COM O NOME DO CADASTRO DE AGENCIAS).       *
      *----------------------------------------------------------------*
      *    CARTAO (ARQPARM): COLS 01-08 DATA DO MOVIMENTO (AAAAMMDD)   *
      *----------------------------------------------------------------*
      *    RETORNO.....:   RC 04 = REPACTUACOES NAO FEITAS OU PARCELAS *
      *                            NAO REGERADAS (LISTADAS)            *
      *                    RC 12 = CARTAO INVALIDO OU TABELA ESGOTADA  *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQPARM  (DATA DO MOVIMENTO)              -               *
      *      ARQIND01 (TAXAS DIARIAS DOS INDICES)      IND03320        *
      *      ARQIXE01/ARQIXE02 (INDEXACAO)             IXE03320        *
      *      ARQENT01 (CADASTRO, I-O)                  ENT03105        *
      *      ARQPAR01/ARQPAR02 (CRONOGRAMA)            PAR03105        *
      *      ARQSAI01 (RELATORIO DE REPACTUACAO)       -               *
      *      ARQAUD01                                  AUD00105        *
      *      ARQAGE01 (VIA AGEN2000)                   AGE02241        *
      *----------------------------------------------------------------*
      *    ROTINAS.....:  ERRO2000                                     *
      *                   AGEN2000 (NOME DA AGENCIA NO RELATORIO)      *
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

           SELECT ARQIND01 ASSIGN      TO UT-S-ARQIND01
                      FILE STATUS      IS WRK-FS-ARQIND01.

           SELECT ARQIXE01 ASSIGN      TO UT-S-ARQIXE01
                      FILE STATUS      IS WRK-FS-ARQIXE01.

           SELECT ARQENT01 ASSIGN      TO UT-S-ARQENT01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS FD-ARQENT01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQENT01.

           SELECT ARQPAR01 ASSIGN      TO UT-S-ARQPAR01
                      FILE STATUS      IS WRK-FS-ARQPAR01.

           SELECT ARQPAR02 ASSIGN      TO UT-S-ARQPAR02
                      FILE STATUS      IS WRK-FS-ARQPAR02.

           SELECT ARQIXE02 ASSIGN      TO UT-S-ARQIXE02
                      FILE STATUS      IS WRK-FS-ARQIXE02.

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
      *   INPUT:      CARTAO DE PARAMETROS: DATA DO MOVIMENTO         *
      *---------------------------------------------------------------*

       FD  ARQPARM
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQPARM              PIC X(80).

      *---------------------------------------------------------------*
      *   INPUT:      TAXAS DIARIAS DOS INDICES (CDI/SELIC)           *
      *               ORG. SEQUENCIAL   -   LRECL = 030               *
      *---------------------------------------------------------------*

       FD  ARQIND01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQIND01             PIC X(030).

      *---------------------------------------------------------------*
      *   INPUT:      INDEXACAO DOS EMPRESTIMOS DA RODADA ANTERIOR    *
      *               ORG. SEQUENCIAL   -   LRECL = 080               *
      *---------------------------------------------------------------*

       FD  ARQIXE01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQIXE01             PIC X(080).

      *---------------------------------------------------------------*
      *   I-O:        CADASTRO INDEXADO DE EMPRESTIMOS (TAXA MENSAL   *
      *               E TABELA DO PLANO)                              *
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
      *   INPUT:      CRONOGRAMA DE PARCELAS (ORDEM DE CHAVE)         *
      *               ORG. SEQUENCIAL   -   LRECL = 053               *
      *---------------------------------------------------------------*

       FD  ARQPAR01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQPAR01             PIC X(053).

      *---------------------------------------------------------------*
      *   OUTPUT:     CRONOGRAMA COM AS PARCELAS REGERADAS            *
      *               ORG. SEQUENCIAL   -   LRECL = 053               *
      *---------------------------------------------------------------*

       FD  ARQPAR02
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQPAR02             PIC X(053).

      *---------------------------------------------------------------*
      *   OUTPUT:     INDEXACAO DOS EMPRESTIMOS DESTA RODADA          *
      *               ORG. SEQUENCIAL   -   LRECL = 080               *
      *---------------------------------------------------------------*

       FD  ARQIXE02
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQIXE02             PIC X(080).

      *---------------------------------------------------------------*
      *   OUTPUT:     RELATORIO DE REPACTUACAO                        *
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
             'EXER0320 - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC  X(008) VALUE 'EXER0320'.
       77 WRK-ERRO2000            PIC  X(008) VALUE 'ERRO2000'.
       77 WRK-AGEN2000            PIC  X(008) VALUE 'AGEN2000'.
       77 WRK-MASK-QTDE           PIC  ZZZ.ZZ9.
       77 WRK-DAT-BASE            PIC  9(008) VALUE ZEROS.
       77 WRK-INT-PROXIMA         PIC S9(009) COMP-3 VALUE +0.
       77 WRK-QTD-DIAS-PERIODO    PIC S9(005) COMP-3 VALUE +0.
       77 WRK-DES-MOTIVO          PIC X(040) VALUE SPACES.
      *
       01 WRK-PARM-REGISTRO.
          05 WRK-PARM-DAT-BASE    PIC  9(008) VALUE ZEROS.
          05 FILLER               PIC  X(072) VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    CALCULO DA TAXA E DO CRONOGRAMA REGERADO                    *
      *----------------------------------------------------------------*
       77 WRK-TAXA-ANO            PIC S9(003)V9(010) COMP-3 VALUE +0.
       77 WRK-TAXA-MES            PIC S9(003)V9(004) COMP-3 VALUE +0.
       77 WRK-TAXA-FRACAO         PIC S9(003)V9(008) COMP-3 VALUE +0.
       77 WRK-FATOR               PIC S9(009)V9(008) COMP-3 VALUE +0.
       77 WRK-VAL-PRESTACAO       PIC S9(013)V99 COMP-3 VALUE +0.
       77 WRK-VAL-AMORTIZACAO     PIC S9(013)V99 COMP-3 VALUE +0.
       77 WRK-VAL-JUROS-PARC      PIC S9(013)V99 COMP-3 VALUE +0.
       77 WRK-VAL-SALDO-PLANO     PIC S9(013)V99 COMP-3 VALUE +0.
       77 WRK-REP-QTDE-ANTIGAS    PIC 9(003) VALUE ZEROS.
       77 WRK-REP-IDX             PIC 9(003) VALUE ZEROS.
       77 WRK-REP-PROX-PARCELA    PIC 9(004) VALUE ZEROS.
      *
       01 WRK-REP-VENCIMENTOS.
          05 WRK-REP-VENCTO       OCCURS 240 TIMES
                                  PIC 9(008).
      *
       01 WRK-ACUMULADORES.
           03 ACU-LIDOS-ARQIND01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQIXE01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQPAR01     PIC 9(007) VALUE ZEROS.
           03 ACU-IND-IGNORADOS      PIC 9(007) VALUE ZEROS.
           03 ACU-REPACT-DEVIDAS     PIC 9(007) VALUE ZEROS.
           03 ACU-REPACTUADOS        PIC 9(007) VALUE ZEROS.
           03 ACU-TAXA-SUBIU         PIC 9(007) VALUE ZEROS.
           03 ACU-TAXA-CAIU          PIC 9(007) VALUE ZEROS.
           03 ACU-TAXA-MANTIDA       PIC 9(007) VALUE ZEROS.
           03 ACU-ENCERRADOS         PIC 9(007) VALUE ZEROS.
           03 ACU-EXCECOES           PIC 9(007) VALUE ZEROS.
           03 ACU-PARC-CANCELADAS    PIC 9(007) VALUE ZEROS.
           03 ACU-PARC-REGERADAS     PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQPAR02     PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQIXE02     PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQSAI01     PIC 9(007) VALUE ZEROS.
           03 ACU-ATUALIZA-ARQENT01  PIC 9(007) VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    TAXA VIGENTE DE CADA INDICE NA DATA DO MOVIMENTO            *
      *----------------------------------------------------------------*
       77 WRK-IND-QTDE            PIC 9(002) VALUE ZEROS.
       77 WRK-IND-IDX             PIC 9(002) VALUE ZEROS.
       77 WRK-PRC-INDICE          PIC X(005) VALUE SPACES.
      *
       01 WRK-IND-TABELA.
          05 WRK-IND-LINHA        OCCURS 10 TIMES.
             10 WRK-IND-COD       PIC X(005).
             10 WRK-IND-DATA      PIC 9(008).
             10 WRK-IND-PCT-ANO   PIC 9(03)V9(04).
      *
      *----------------------------------------------------------------*
      *    TABELA DA INDEXACAO; SIT 'R' = REPACTUADO NESTA RODADA      *
      *----------------------------------------------------------------*
       77 WRK-PRC-CHAVE           PIC X(009) VALUE SPACES.
       77 WRK-IXE-QTDE            PIC 9(004) VALUE ZEROS.
       77 WRK-IXE-IDX             PIC 9(004) VALUE ZEROS.
      *
       01 WRK-IXE-TABELA.
          05 WRK-IXE-LINHA        OCCURS 500 TIMES.
             10 WRK-IXE-REGISTRO.
                15 WRK-IXE-CHAVE       PIC X(009).
                15 FILLER              PIC X(071).
             10 WRK-IXE-SIT            PIC X(001).
                88 WRK-IXE-REPACTUADO           VALUE 'R'.
             10 WRK-IXE-TABELA-PLANO   PIC X(001).
             10 WRK-IXE-TAXA-ANT       PIC 9(03)V9(04).
             10 WRK-IXE-TAXA-NOVA      PIC 9(03)V9(04).
             10 WRK-IXE-QTD-PARC       PIC 9(003).
             10 WRK-IXE-PREST-ANT      PIC S9(13)V99 COMP-3.
             10 WRK-IXE-PREST-NOVA     PIC S9(13)V99 COMP-3.
             10 WRK-IXE-JUROS-ANT      PIC S9(13)V99 COMP-3.
             10 WRK-IXE-JUROS-NOVO     PIC S9(13)V99 COMP-3.
      *
      *----------------------------------------------------------------*
      *    PARCELAS DO EMPRESTIMO EM PROCESSAMENTO NO CRONOGRAMA       *
      *----------------------------------------------------------------*
       77 WRK-PAR-QTDE            PIC 9(003) VALUE ZEROS.
       77 WRK-PAR-IDX             PIC 9(003) VALUE ZEROS.
      *
       01 WRK-PAR-TABELA.
          05 WRK-PAR-LINHA        OCCURS 240 TIMES.
             10 WRK-PAR-PARCELA   PIC 9(003).
             10 WRK-PAR-VENCTO    PIC 9(008).
             10 WRK-PAR-PRINCIPAL PIC S9(13)V99 COMP-3.
             10 WRK-PAR-JUROS     PIC S9(13)V99 COMP-3.
             10 WRK-PAR-VALOR     PIC S9(13)V99 COMP-3.
             10 WRK-PAR-PAGO      PIC S9(13)V99 COMP-3.
             10 WRK-PAR-SITUACAO  PIC X(001).
      *
      *----------------------------------------------------------------*
      *    IMPACTO DA REPACTUACAO POR AGENCIA                          *
      *----------------------------------------------------------------*
       77 WRK-AGE-QTDE-AGENCIAS   PIC 9(003) VALUE ZEROS.
       77 WRK-AGE-IDX             PIC 9(003) VALUE ZEROS.
      *
       01 WRK-AGE-TABELA.
          05 WRK-AGE-LINHA        OCCURS 100 TIMES.
             10 WRK-AGE-AGENCIA        PIC 9(003).
             10 WRK-AGE-QTDE           PIC 9(005).
             10 WRK-AGE-ALTAS          PIC 9(005).
             10 WRK-AGE-BAIXAS         PIC 9(005).
             10 WRK-AGE-PARCELAS       PIC 9(005).
             10 WRK-AGE-PREST-ANT      PIC S9(15)V99 COMP-3.
             10 WRK-AGE-PREST-NOVA     PIC S9(15)V99 COMP-3.
             10 WRK-AGE-JUROS-ANT      PIC S9(15)V99 COMP-3.
             10 WRK-AGE-JUROS-NOVO     PIC S9(15)V99 COMP-3.
      *
       01 WRK-TOT-AGENCIAS.
          05 TOT-QTDE                PIC 9(007) VALUE ZEROS.
          05 TOT-ALTAS               PIC 9(007) VALUE ZEROS.
          05 TOT-BAIXAS              PIC 9(007) VALUE ZEROS.
          05 TOT-PARCELAS            PIC 9(007) VALUE ZEROS.
          05 TOT-PREST-ANT           PIC S9(15)V99 COMP-3 VALUE +0.
          05 TOT-PREST-NOVA          PIC S9(15)V99 COMP-3 VALUE +0.
          05 TOT-JUROS-ANT           PIC S9(15)V99 COMP-3 VALUE +0.
          05 TOT-JUROS-NOVO          PIC S9(15)V99 COMP-3 VALUE +0.
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
      *    AREA DO RELATORIO DE REPACTUACAO                            *
      *----------------------------------------------------------------*
       01 WRK-CAB1-RELATORIO.
          05 FILLER               PIC X(050) VALUE
             'REPACTUACAO DOS EMPRESTIMOS POS-FIXADOS'.
          05 FILLER               PIC X(011) VALUE 'MOVIMENTO: '.
          05 WRK-CAB1-DATA        PIC X(010).
          05 FILLER               PIC X(061) VALUE SPACES.

       01 WRK-CAB-EXCECAO.
          05 FILLER               PIC X(027) VALUE
             'AGE/CTA/EMP  INDICE  MOTIVO'.
          05 FILLER               PIC X(105) VALUE SPACES.

       01 WRK-CAB-REPACTUADO.
          05 FILLER               PIC X(050) VALUE
             'AGE/CTA/EMP  INDICE  IND.%AA  SPR.%AA   TX.ANT%  T'.
          05 FILLER               PIC X(050) VALUE
             'X.NOVA% PARC    PRESTACAO ANT.    PRESTACAO NOVA  '.
          05 FILLER               PIC X(030) VALUE
             '        DIFERENCA  PROX.REPACT'.
          05 FILLER               PIC X(002) VALUE SPACES.

       01 WRK-CAB-AGENCIA.
          05 FILLER               PIC X(050) VALUE
             'AG    EMPREST.    ALTAS   BAIXAS PARCELAS   SOMA P'.
          05 FILLER               PIC X(050) VALUE
             'REST.ANTERIOR       SOMA PREST.NOVA         DIF.PR'.
          05 FILLER               PIC X(031) VALUE
             'ESTACOES     DIF.JUROS A VENCER'.
          05 FILLER               PIC X(001) VALUE SPACES.

       01 WRK-DET-EXCECAO.
          05 WRK-DEX-AGENCIA      PIC 9(003).
          05 FILLER               PIC X(001) VALUE '/'.
          05 WRK-DEX-CONTA        PIC 9(003).
          05 FILLER               PIC X(001) VALUE '/'.
          05 WRK-DEX-EMPRESTIMO   PIC 9(003).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DEX-INDICE       PIC X(005).
          05 FILLER               PIC X(003) VALUE SPACES.
          05 WRK-DEX-MOTIVO       PIC X(040).
          05 FILLER               PIC X(071) VALUE SPACES.

       01 WRK-DET-REPACTUADO.
          05 WRK-DRP-AGENCIA      PIC 9(003).
          05 FILLER               PIC X(001) VALUE '/'.
          05 WRK-DRP-CONTA        PIC 9(003).
          05 FILLER               PIC X(001) VALUE '/'.
          05 WRK-DRP-EMPRESTIMO   PIC 9(003).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DRP-INDICE       PIC X(005).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DRP-PCT-INDICE   PIC ZZ9,9999.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DRP-PCT-SPREAD   PIC Z9,9999.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DRP-TAXA-ANT     PIC ZZ9,9999.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DRP-TAXA-NOVA    PIC ZZ9,9999.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DRP-PARCELAS     PIC ZZ9.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DRP-PREST-ANT    PIC Z.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DRP-PREST-NOVA   PIC Z.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DRP-DIFERENCA    PIC -Z.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DRP-PROXIMA      PIC X(010).
          05 FILLER               PIC X(003) VALUE SPACES.

       01 WRK-DET-AGENCIA.
          05 WRK-DAG-AGENCIA      PIC X(005).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DAG-QTDE         PIC ZZZ.ZZ9.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DAG-ALTAS        PIC ZZZ.ZZ9.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DAG-BAIXAS       PIC ZZZ.ZZ9.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DAG-PARCELAS     PIC ZZZ.ZZ9.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DAG-PREST-ANT    PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DAG-PREST-NOVA   PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DAG-DIF-PREST    PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DAG-DIF-JUROS    PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(001) VALUE SPACES.

       01 WRK-DET-NOME-AGENCIA.
          05 FILLER               PIC X(007) VALUE SPACES.
          05 WRK-DNA-NOME         PIC X(030) VALUE SPACES.
          05 FILLER               PIC X(095) VALUE SPACES.

       01 WRK-TIT-SECAO           PIC X(132) VALUE SPACES.

       01 WRK-RES-LINHA.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-RES-DESCRICAO    PIC X(040).
          05 WRK-RES-QTDE         PIC ZZZ.ZZZ.ZZ9.
          05 FILLER               PIC X(079) VALUE SPACES.

       01 WRK-LINHA-IMPRESSAO     PIC X(132) VALUE SPACES.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA PARA TRATAMENTO DE FILE-STATUS'.
      *----------------------------------------------------------------*
      *
       01 WRK-AREA-FS.
          05 WRK-FS-ARQPARM       PIC  X(002) VALUE SPACES.
             88 WRK-FS-PARM-OK                VALUE '00'.
          05 WRK-FS-ARQIND01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-IND01-OK               VALUE '00'.
             88 WRK-FS-IND01-FIM              VALUE '10'.
          05 WRK-FS-ARQIXE01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-IXE01-OK               VALUE '00'.
             88 WRK-FS-IXE01-FIM              VALUE '10'.
          05 WRK-FS-ARQENT01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-ENT01-OK               VALUE '00'.
             88 WRK-FS-ENT01-NAO-ENCONTRADO   VALUE '23'.
          05 WRK-FS-ARQPAR01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-PAR01-OK               VALUE '00'.
             88 WRK-FS-PAR01-FIM              VALUE '10'.
          05 WRK-FS-ARQPAR02      PIC  X(002) VALUE SPACES.
             88 WRK-FS-PAR02-OK               VALUE '00'.
          05 WRK-FS-ARQIXE02      PIC  X(002) VALUE SPACES.
             88 WRK-FS-IXE02-OK               VALUE '00'.
          05 WRK-FS-ARQSAI01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SAI01-OK               VALUE '00'.
          05 WRK-FS-ARQAUD01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-AUD01-OK               VALUE '00'.
          05 WRK-FS-DISPLAY       PIC  X(002) VALUE SPACES.

       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQPARM       VALUE 'ARQPARM '.
          88 WRK-CN-ARQIND01      VALUE 'ARQIND01'.
          88 WRK-CN-ARQIXE01      VALUE 'ARQIXE01'.
          88 WRK-CN-ARQENT01      VALUE 'ARQENT01'.
          88 WRK-CN-ARQPAR01      VALUE 'ARQPAR01'.
          88 WRK-CN-ARQPAR02      VALUE 'ARQPAR02'.
          88 WRK-CN-ARQIXE02      VALUE 'ARQIXE02'.
          88 WRK-CN-ARQSAI01      VALUE 'ARQSAI01'.
          88 WRK-CN-ARQAUD01      VALUE 'ARQAUD01'.
          88 WRK-CN-ARQAGE01      VALUE 'ARQAGE01'.

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
           COPY IND03320.
           COPY IXE03320.
           COPY ENT03105.
           COPY PAR03105.
           COPY AUD00105.
           COPY 'I#ERRO01'.
           COPY 'I#AGEN01'.

      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0320 - FIM DA AREA DE WORKING'.
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

           PERFORM 2000-CARREGAR-INDICES

           PERFORM 2100-CARREGAR-INDEXACAO

           MOVE 'REPACTUACOES NAO FEITAS E PARCELAS NAO REGERADAS'
                                       TO WRK-TIT-SECAO
           MOVE WRK-TIT-SECAO          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           MOVE WRK-CAB-EXCECAO        TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           PERFORM 3000-REPACTUAR-TAXA
              VARYING WRK-IXE-IDX FROM 1 BY 1
              UNTIL WRK-IXE-IDX GREATER WRK-IXE-QTDE

           PERFORM 3100-TRATAR-EMPRESTIMO
              UNTIL WRK-FS-PAR01-FIM

           PERFORM 3600-GRAVAR-INDEXACAO
              VARYING WRK-IXE-IDX FROM 1 BY 1
              UNTIL WRK-IXE-IDX GREATER WRK-IXE-QTDE

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
              OR WRK-PARM-DAT-BASE NOT NUMERIC
              OR WRK-PARM-DAT-BASE EQUAL ZEROS
              DISPLAY '* CARTAO DE PARAMETROS INVALIDO: INFORMAR A '
              DISPLAY '* DATA DO MOVIMENTO (AAAAMMDD) NAS COLS 1-8'
              MOVE 12                  TO RETURN-CODE
              PERFORM 9900-FIM-PROGRAMA
           END-IF

           CLOSE ARQPARM

           MOVE WRK-PARM-DAT-BASE      TO WRK-DAT-BASE

           DISPLAY '* DATA DO MOVIMENTO      : ' WRK-DAT-BASE

           SET  WRK-CN-ARQENT01        TO TRUE
           OPEN I-O ARQENT01

           IF NOT WRK-FS-ENT01-OK
              MOVE WRK-FS-ARQENT01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQPAR01        TO TRUE
           OPEN INPUT ARQPAR01

           IF NOT WRK-FS-PAR01-OK
              MOVE WRK-FS-ARQPAR01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQPAR02        TO TRUE
           OPEN OUTPUT ARQPAR02

           IF NOT WRK-FS-PAR02-OK
              MOVE WRK-FS-ARQPAR02     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQIXE02        TO TRUE
           OPEN OUTPUT ARQIXE02

           IF NOT WRK-FS-IXE02-OK
              MOVE WRK-FS-ARQIXE02     TO WRK-FS-DISPLAY
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

           MOVE WRK-DAT-BASE           TO WRK-DAT-EDICAO
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
      *    GUARDA, PARA CADA INDICE, A ULTIMA TAXA DIVULGADA ATE A     *
      *    DATA DO MOVIMENTO (TAXAS POSTERIORES SAO IGNORADAS)         *
      *----------------------------------------------------------------*
       2000-CARREGAR-INDICES SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQIND01        TO TRUE
           OPEN INPUT ARQIND01

           IF NOT WRK-FS-IND01-OK
              MOVE WRK-FS-ARQIND01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 2050-LER-INDICE

           PERFORM 2060-ACUMULAR-INDICE
              UNTIL WRK-FS-IND01-FIM

           SET  WRK-CN-CLOSE           TO TRUE
           CLOSE ARQIND01

           PERFORM 2070-EXIBIR-INDICE
              VARYING WRK-IND-IDX FROM 1 BY 1
              UNTIL WRK-IND-IDX GREATER WRK-IND-QTDE
           .
      *----------------------------------------------------------------*
       2000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2050-LER-INDICE SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQIND01        TO TRUE

           READ ARQIND01 INTO ARQIND01-REGISTRO

           IF WRK-FS-IND01-OK
              ADD 1 TO ACU-LIDOS-ARQIND01
           ELSE
              IF NOT WRK-FS-IND01-FIM
                 MOVE WRK-FS-ARQIND01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       2050-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2060-ACUMULAR-INDICE SECTION.
      *----------------------------------------------------------------*
      *
           IF ARQIND01-DAT-REFERENCIA NOT NUMERIC
              OR ARQIND01-PCT-TAXA-ANO NOT NUMERIC
              OR ARQIND01-COD-INDICE EQUAL SPACES
              OR ARQIND01-DAT-REFERENCIA GREATER WRK-DAT-BASE
              ADD 1 TO ACU-IND-IGNORADOS
              GO TO 2060-80-LER
           END-IF

           MOVE ARQIND01-COD-INDICE    TO WRK-PRC-INDICE
           PERFORM 5100-PROCURAR-INDICE

           IF WRK-IND-IDX GREATER WRK-IND-QTDE
              IF WRK-IND-QTDE NOT LESS 10
                 DISPLAY '* TABELA DE INDICES ESGOTADA (10): '
                         ARQIND01-COD-INDICE
                 MOVE 12               TO RETURN-CODE
                 PERFORM 9900-FIM-PROGRAMA
              END-IF
              ADD 1 TO WRK-IND-QTDE
              MOVE WRK-IND-QTDE        TO WRK-IND-IDX
              MOVE ARQIND01-COD-INDICE TO WRK-IND-COD (WRK-IND-IDX)
              MOVE ZEROS               TO WRK-IND-DATA (WRK-IND-IDX)
           END-IF

           IF ARQIND01-DAT-REFERENCIA NOT LESS
              WRK-IND-DATA (WRK-IND-IDX)
              MOVE ARQIND01-DAT-REFERENCIA
                                       TO WRK-IND-DATA (WRK-IND-IDX)
              MOVE ARQIND01-PCT-TAXA-ANO
                                       TO WRK-IND-PCT-ANO (WRK-IND-IDX)
           END-IF
           .
       2060-80-LER.

           PERFORM 2050-LER-INDICE
           .
      *----------------------------------------------------------------*
       2060-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2070-EXIBIR-INDICE SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY '* INDICE ' WRK-IND-COD (WRK-IND-IDX)
                   ' TAXA DE ' WRK-IND-DATA (WRK-IND-IDX)
                   ': ' WRK-IND-PCT-ANO (WRK-IND-IDX) ' % A.A.'
           .
      *----------------------------------------------------------------*
       2070-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CARREGA A INDEXACAO DOS EMPRESTIMOS POS-FIXADOS             *
      *----------------------------------------------------------------*
       2100-CARREGAR-INDEXACAO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQIXE01        TO TRUE
           OPEN INPUT ARQIXE01

           IF NOT WRK-FS-IXE01-OK
              MOVE WRK-FS-ARQIXE01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 2150-LER-INDEXACAO

           PERFORM 2160-ACUMULAR-INDEXACAO
              UNTIL WRK-FS-IXE01-FIM

           SET  WRK-CN-CLOSE           TO TRUE
           CLOSE ARQIXE01
           .
      *----------------------------------------------------------------*
       2100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2150-LER-INDEXACAO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQIXE01        TO TRUE

           READ ARQIXE01 INTO ARQIXE01-REGISTRO

           IF WRK-FS-IXE01-OK
              ADD 1 TO ACU-LIDOS-ARQIXE01
           ELSE
              IF NOT WRK-FS-IXE01-FIM
                 MOVE WRK-FS-ARQIXE01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       2150-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2160-ACUMULAR-INDEXACAO SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-IXE-QTDE NOT LESS 500
              DISPLAY '* TABELA DE INDEXACAO ESGOTADA (500): '
                      ARQIXE01-COD-AGENCIA '/'
                      ARQIXE01-NUM-CONTA   '/'
                      ARQIXE01-NUM-EMPRESTIMO
              MOVE 12                  TO RETURN-CODE
              PERFORM 9900-FIM-PROGRAMA
           END-IF

           ADD 1 TO WRK-IXE-QTDE
           INITIALIZE WRK-IXE-LINHA (WRK-IXE-QTDE)
           MOVE ARQIXE01-REGISTRO      TO WRK-IXE-REGISTRO
                                          (WRK-IXE-QTDE)

           PERFORM 2150-LER-INDEXACAO
           .
      *----------------------------------------------------------------*
       2160-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    NA DATA DE REPACTUACAO: TAXA AO ANO = (1 + INDICE) X        *
      *    (1 + SPREAD) - 1; TAXA MENSAL EFETIVA = (1 + TAXA AO ANO)   *
      *    ELEVADA A 1/12 - 1, GRAVADA NO CADASTRO                     *
      *----------------------------------------------------------------*
       3000-REPACTUAR-TAXA SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-IXE-REGISTRO (WRK-IXE-IDX)
                                       TO ARQIXE01-REGISTRO

           IF ARQIXE01-DAT-PROX-REPACT NUMERIC
              AND ARQIXE01-DAT-PROX-REPACT GREATER WRK-DAT-BASE
              GO TO 3000-99-FIM
           END-IF

           ADD 1 TO ACU-REPACT-DEVIDAS

           IF ARQIXE01-CHAVE NOT NUMERIC
              OR ARQIXE01-PCT-SPREAD-ANO NOT NUMERIC
              OR ARQIXE01-QTD-MESES-REPACT NOT NUMERIC
              OR ARQIXE01-DAT-PROX-REPACT NOT NUMERIC
              MOVE 'INDEXACAO COM DADOS INVALIDOS'
                                       TO WRK-DES-MOTIVO
              PERFORM 3050-LISTAR-EXCECAO
              GO TO 3000-99-FIM
           END-IF

           MOVE ARQIXE01-COD-INDICE    TO WRK-PRC-INDICE
           PERFORM 5100-PROCURAR-INDICE

           IF WRK-IND-IDX GREATER WRK-IND-QTDE
              MOVE 'INDICE SEM TAXA DIVULGADA ATE A DATA'
                                       TO WRK-DES-MOTIVO
              PERFORM 3050-LISTAR-EXCECAO
              GO TO 3000-99-FIM
           END-IF

           MOVE ARQIXE01-CHAVE         TO FD-ARQENT01-CHAVE

           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQENT01        TO TRUE

           READ ARQENT01 INTO ARQENT01-REGISTRO

           EVALUATE TRUE
              WHEN WRK-FS-ENT01-OK
                 CONTINUE
              WHEN WRK-FS-ENT01-NAO-ENCONTRADO
                 MOVE 'EMPRESTIMO FORA DO CADASTRO'
                                       TO WRK-DES-MOTIVO
                 PERFORM 3050-LISTAR-EXCECAO
                 GO TO 3000-99-FIM
              WHEN OTHER
                 MOVE WRK-FS-ARQENT01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE

           IF ARQENT01-SIT-EMPRESTIMO NOT EQUAL SPACES
              AND ARQENT01-SIT-EMPRESTIMO NOT EQUAL 'N'
              ADD 1 TO ACU-ENCERRADOS
              GO TO 3000-99-FIM
           END-IF

           IF ARQENT01-PCT-TAXA-MENSAL NOT NUMERIC
              MOVE ZEROS               TO ARQENT01-PCT-TAXA-MENSAL
           END-IF

           COMPUTE WRK-TAXA-ANO ROUNDED =
                   (1 + WRK-IND-PCT-ANO (WRK-IND-IDX) / 100)
                 * (1 + ARQIXE01-PCT-SPREAD-ANO / 100) - 1

           COMPUTE WRK-TAXA-MES ROUNDED =
                   ((1 + WRK-TAXA-ANO) ** (1 / 12) - 1) * 100

           MOVE 'R'                    TO WRK-IXE-SIT (WRK-IXE-IDX)
           MOVE ARQENT01-TIP-TABELA    TO WRK-IXE-TABELA-PLANO
                                          (WRK-IXE-IDX)
           MOVE ARQENT01-PCT-TAXA-MENSAL
                                       TO WRK-IXE-TAXA-ANT
                                          (WRK-IXE-IDX)
           MOVE WRK-TAXA-MES           TO WRK-IXE-TAXA-NOVA
                                          (WRK-IXE-IDX)
           ADD 1 TO ACU-REPACTUADOS

           EVALUATE TRUE
              WHEN WRK-TAXA-MES GREATER ARQENT01-PCT-TAXA-MENSAL
                 ADD 1 TO ACU-TAXA-SUBIU
              WHEN WRK-TAXA-MES LESS ARQENT01-PCT-TAXA-MENSAL
                 ADD 1 TO ACU-TAXA-CAIU
              WHEN OTHER
                 ADD 1 TO ACU-TAXA-MANTIDA
           END-EVALUATE

           MOVE WRK-TAXA-MES           TO ARQENT01-PCT-TAXA-MENSAL

           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQENT01        TO TRUE

           REWRITE FD-ARQENT01 FROM ARQENT01-REGISTRO

           IF WRK-FS-ENT01-OK
              ADD 1 TO ACU-ATUALIZA-ARQENT01
           ELSE
              MOVE WRK-FS-ARQENT01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           MOVE WRK-DAT-BASE           TO ARQIXE01-DAT-ULT-REPACT
           MOVE WRK-IND-PCT-ANO (WRK-IND-IDX)
                                       TO ARQIXE01-PCT-INDICE-ULT
           MOVE WRK-TAXA-MES           TO ARQIXE01-PCT-TAXA-MENSAL-ULT

           IF ARQIXE01-QTD-MESES-REPACT EQUAL ZEROS
              MOVE 30                  TO WRK-QTD-DIAS-PERIODO
           ELSE
              COMPUTE WRK-QTD-DIAS-PERIODO =
                      ARQIXE01-QTD-MESES-REPACT * 30
           END-IF

           IF ARQIXE01-DAT-PROX-REPACT EQUAL ZEROS
              MOVE WRK-DAT-BASE        TO ARQIXE01-DAT-PROX-REPACT
           END-IF

           COMPUTE WRK-INT-PROXIMA =
                   FUNCTION INTEGER-OF-DATE (ARQIXE01-DAT-PROX-REPACT)

           PERFORM 3010-AVANCAR-PERIODO
              UNTIL ARQIXE01-DAT-PROX-REPACT GREATER WRK-DAT-BASE

           MOVE ARQIXE01-REGISTRO      TO WRK-IXE-REGISTRO
                                          (WRK-IXE-IDX)
           .
      *----------------------------------------------------------------*
       3000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    PROXIMA REPACTUACAO: UM PERIODO DEPOIS DA ANTERIOR, ATE     *
      *    PASSAR DA DATA DO MOVIMENTO                                 *
      *----------------------------------------------------------------*
       3010-AVANCAR-PERIODO SECTION.
      *----------------------------------------------------------------*
      *
           ADD WRK-QTD-DIAS-PERIODO    TO WRK-INT-PROXIMA

           COMPUTE ARQIXE01-DAT-PROX-REPACT =
                   FUNCTION DATE-OF-INTEGER (WRK-INT-PROXIMA)
           .
      *----------------------------------------------------------------*
       3010-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3050-LISTAR-EXCECAO SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO ACU-EXCECOES

           MOVE ARQIXE01-CHAVE (1:3)   TO WRK-DEX-AGENCIA
           MOVE ARQIXE01-CHAVE (4:3)   TO WRK-DEX-CONTA
           MOVE ARQIXE01-CHAVE (7:3)   TO WRK-DEX-EMPRESTIMO
           MOVE ARQIXE01-COD-INDICE    TO WRK-DEX-INDICE
           MOVE WRK-DES-MOTIVO         TO WRK-DEX-MOTIVO

           MOVE WRK-DET-EXCECAO        TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       3050-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CARREGA AS PARCELAS DE UM EMPRESTIMO DO CRONOGRAMA; SE ELE  *
      *    FOI REPACTUADO NESTA RODADA, REGERA AS PARCELAS A VENCER    *
      *----------------------------------------------------------------*
       3100-TRATAR-EMPRESTIMO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ARQPAR01-CHAVE (1:9)   TO WRK-PRC-CHAVE
           MOVE ZEROS                  TO WRK-PAR-QTDE

           PERFORM 3160-GUARDAR-PARCELA
              UNTIL WRK-FS-PAR01-FIM
                 OR ARQPAR01-CHAVE (1:9) NOT EQUAL WRK-PRC-CHAVE

           PERFORM 5000-PROCURAR-INDEXACAO

           IF WRK-IXE-IDX NOT GREATER WRK-IXE-QTDE
              IF WRK-IXE-REPACTUADO (WRK-IXE-IDX)
                 PERFORM 3200-REGERAR-PARCELAS
              END-IF
           END-IF

           PERFORM 3500-GRAVAR-PARCELA
              VARYING WRK-PAR-IDX FROM 1 BY 1
              UNTIL WRK-PAR-IDX GREATER WRK-PAR-QTDE
           .
      *----------------------------------------------------------------*
       3100-99-FIM.
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
       3160-GUARDAR-PARCELA SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-PAR-QTDE NOT LESS 240
              DISPLAY '* CRONOGRAMA COM MAIS DE 240 PARCELAS: '
                      ARQPAR01-COD-AGENCIA '/'
                      ARQPAR01-NUM-CONTA   '/'
                      ARQPAR01-NUM-EMPRESTIMO
              MOVE 12                  TO RETURN-CODE
              PERFORM 9900-FIM-PROGRAMA
           END-IF

           ADD 1 TO WRK-PAR-QTDE
           MOVE ARQPAR01-NUM-PARCELA   TO WRK-PAR-PARCELA (WRK-PAR-QTDE)
           MOVE ARQPAR01-DAT-VENCIMENTO
                                       TO WRK-PAR-VENCTO (WRK-PAR-QTDE)
           MOVE ARQPAR01-VAL-PRINCIPAL
                                  TO WRK-PAR-PRINCIPAL (WRK-PAR-QTDE)
           MOVE ARQPAR01-VAL-JUROS     TO WRK-PAR-JUROS (WRK-PAR-QTDE)
           MOVE ARQPAR01-VAL-PARCELA   TO WRK-PAR-VALOR (WRK-PAR-QTDE)
           MOVE ARQPAR01-VAL-PAGO-ACUM TO WRK-PAR-PAGO (WRK-PAR-QTDE)
           MOVE ARQPAR01-SIT-PARCELA
                                  TO WRK-PAR-SITUACAO (WRK-PAR-QTDE)

           PERFORM 3150-LER-CRONOGRAMA
           .
      *----------------------------------------------------------------*
       3160-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CANCELA AS PARCELAS A VENCER E REGERA O SALDO DELAS NA TAXA *
      *    NOVA, NA TABELA DO PLANO E NOS MESMOS VENCIMENTOS; O        *
      *    EMPRESTIMO BULLET (SEM TABELA) SO TEM A TAXA ATUALIZADA     *
      *----------------------------------------------------------------*
       3200-REGERAR-PARCELAS SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-IXE-TABELA-PLANO (WRK-IXE-IDX) NOT EQUAL 'P'
              AND WRK-IXE-TABELA-PLANO (WRK-IXE-IDX) NOT EQUAL 'S'
              GO TO 3200-99-FIM
           END-IF

           MOVE ZEROS                  TO WRK-REP-QTDE-ANTIGAS
                                          WRK-VAL-SALDO-PLANO

           PERFORM 3210-SOMAR-PARCELA-A-VENCER
              VARYING WRK-PAR-IDX FROM 1 BY 1
              UNTIL WRK-PAR-IDX GREATER WRK-PAR-QTDE

           IF WRK-REP-QTDE-ANTIGAS EQUAL ZEROS
              GO TO 3200-99-FIM
           END-IF

           IF WRK-PAR-QTDE + WRK-REP-QTDE-ANTIGAS GREATER 240
              OR WRK-PAR-PARCELA (WRK-PAR-QTDE) + WRK-REP-QTDE-ANTIGAS
                 GREATER 999
              MOVE WRK-IXE-REGISTRO (WRK-IXE-IDX)
                                       TO ARQIXE01-REGISTRO
              MOVE 'CRONOGRAMA SEM ESPACO PARA AS PARCELAS'
                                       TO WRK-DES-MOTIVO
              PERFORM 3050-LISTAR-EXCECAO
              GO TO 3200-99-FIM
           END-IF

           MOVE ZEROS                  TO WRK-REP-IDX
           PERFORM 3220-CANCELAR-PARCELA
              VARYING WRK-PAR-IDX FROM 1 BY 1
              UNTIL WRK-PAR-IDX GREATER WRK-PAR-QTDE

           COMPUTE WRK-TAXA-FRACAO =
                   WRK-IXE-TAXA-NOVA (WRK-IXE-IDX) / 100

           EVALUATE TRUE
              WHEN WRK-IXE-TABELA-PLANO (WRK-IXE-IDX) EQUAL 'S'
                 COMPUTE WRK-VAL-AMORTIZACAO ROUNDED =
                         WRK-VAL-SALDO-PLANO / WRK-REP-QTDE-ANTIGAS
              WHEN WRK-TAXA-FRACAO EQUAL ZEROS
                 COMPUTE WRK-VAL-PRESTACAO ROUNDED =
                         WRK-VAL-SALDO-PLANO / WRK-REP-QTDE-ANTIGAS
              WHEN OTHER
                 COMPUTE WRK-FATOR ROUNDED =
                         (1 + WRK-TAXA-FRACAO)
                         ** WRK-REP-QTDE-ANTIGAS
                 COMPUTE WRK-VAL-PRESTACAO ROUNDED =
                         (WRK-VAL-SALDO-PLANO * WRK-TAXA-FRACAO
                          * WRK-FATOR) / (WRK-FATOR - 1)
           END-EVALUATE

           COMPUTE WRK-REP-PROX-PARCELA =
                   WRK-PAR-PARCELA (WRK-PAR-QTDE) + 1

           PERFORM 3250-GERAR-NOVA-PARCELA
              VARYING WRK-REP-IDX FROM 1 BY 1
              UNTIL WRK-REP-IDX GREATER WRK-REP-QTDE-ANTIGAS
                 OR WRK-VAL-SALDO-PLANO NOT GREATER ZEROS

           MOVE WRK-REP-QTDE-ANTIGAS   TO WRK-IXE-QTD-PARC
                                          (WRK-IXE-IDX)
           .
      *----------------------------------------------------------------*
       3200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    PARCELA A VENCER: NAO CANCELADA, SEM PAGAMENTO ALOCADO E    *
      *    COM VENCIMENTO APOS A DATA DO MOVIMENTO                     *
      *----------------------------------------------------------------*
       3210-SOMAR-PARCELA-A-VENCER SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-PAR-SITUACAO (WRK-PAR-IDX) NOT EQUAL 'C'
              AND WRK-PAR-PAGO (WRK-PAR-IDX) EQUAL ZEROS
              AND WRK-PAR-VENCTO (WRK-PAR-IDX) GREATER WRK-DAT-BASE
              ADD 1 TO WRK-REP-QTDE-ANTIGAS
              ADD WRK-PAR-PRINCIPAL (WRK-PAR-IDX)
                                       TO WRK-VAL-SALDO-PLANO
              ADD WRK-PAR-JUROS (WRK-PAR-IDX)
                                       TO WRK-IXE-JUROS-ANT
                                          (WRK-IXE-IDX)
              IF WRK-REP-QTDE-ANTIGAS EQUAL 1
                 MOVE WRK-PAR-VALOR (WRK-PAR-IDX)
                                       TO WRK-IXE-PREST-ANT
                                          (WRK-IXE-IDX)
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3210-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CANCELA A PARCELA A VENCER, GUARDANDO O VENCIMENTO PARA A   *
      *    PARCELA REGERADA DE MESMA ORDEM                             *
      *----------------------------------------------------------------*
       3220-CANCELAR-PARCELA SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-PAR-SITUACAO (WRK-PAR-IDX) NOT EQUAL 'C'
              AND WRK-PAR-PAGO (WRK-PAR-IDX) EQUAL ZEROS
              AND WRK-PAR-VENCTO (WRK-PAR-IDX) GREATER WRK-DAT-BASE
              ADD 1 TO WRK-REP-IDX
              MOVE WRK-PAR-VENCTO (WRK-PAR-IDX)
                                  TO WRK-REP-VENCTO (WRK-REP-IDX)
              MOVE 'C'            TO WRK-PAR-SITUACAO (WRK-PAR-IDX)
              ADD 1 TO ACU-PARC-CANCELADAS
           END-IF
           .
      *----------------------------------------------------------------*
       3220-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GERA UMA PARCELA DO SALDO A VENCER: JUROS SOBRE O SALDO,    *
      *    AMORTIZACAO PELA PRESTACAO (PRICE) OU CONSTANTE (SAC); A    *
      *    ULTIMA PARCELA FECHA O SALDO                                *
      *----------------------------------------------------------------*
       3250-GERAR-NOVA-PARCELA SECTION.
      *----------------------------------------------------------------*
      *
           COMPUTE WRK-VAL-JUROS-PARC ROUNDED =
                   WRK-VAL-SALDO-PLANO * WRK-TAXA-FRACAO

           IF WRK-IXE-TABELA-PLANO (WRK-IXE-IDX) EQUAL 'P'
              COMPUTE WRK-VAL-AMORTIZACAO =
                      WRK-VAL-PRESTACAO - WRK-VAL-JUROS-PARC
           END-IF

           IF WRK-REP-IDX EQUAL WRK-REP-QTDE-ANTIGAS
              OR WRK-VAL-AMORTIZACAO GREATER WRK-VAL-SALDO-PLANO
              OR WRK-VAL-AMORTIZACAO NOT GREATER ZEROS
              MOVE WRK-VAL-SALDO-PLANO TO WRK-VAL-AMORTIZACAO
           END-IF

           SUBTRACT WRK-VAL-AMORTIZACAO FROM WRK-VAL-SALDO-PLANO

           ADD 1 TO WRK-PAR-QTDE
           MOVE WRK-REP-PROX-PARCELA   TO WRK-PAR-PARCELA (WRK-PAR-QTDE)
           MOVE WRK-REP-VENCTO (WRK-REP-IDX)
                                       TO WRK-PAR-VENCTO (WRK-PAR-QTDE)
           MOVE WRK-VAL-AMORTIZACAO
                                  TO WRK-PAR-PRINCIPAL (WRK-PAR-QTDE)
           MOVE WRK-VAL-JUROS-PARC     TO WRK-PAR-JUROS (WRK-PAR-QTDE)
           COMPUTE WRK-PAR-VALOR (WRK-PAR-QTDE) =
                   WRK-VAL-AMORTIZACAO + WRK-VAL-JUROS-PARC
           MOVE ZEROS                  TO WRK-PAR-PAGO (WRK-PAR-QTDE)
           MOVE 'A'
                                  TO WRK-PAR-SITUACAO (WRK-PAR-QTDE)

           IF WRK-REP-IDX EQUAL 1
              MOVE WRK-PAR-VALOR (WRK-PAR-QTDE)
                                       TO WRK-IXE-PREST-NOVA
                                          (WRK-IXE-IDX)
           END-IF
           ADD WRK-VAL-JUROS-PARC      TO WRK-IXE-JUROS-NOVO
                                          (WRK-IXE-IDX)

           ADD 1 TO WRK-REP-PROX-PARCELA
           ADD 1 TO ACU-PARC-REGERADAS
           .
      *----------------------------------------------------------------*
       3250-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3500-GRAVAR-PARCELA SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE ARQPAR01-REGISTRO

           MOVE WRK-PRC-CHAVE          TO ARQPAR01-CHAVE (1:9)
           MOVE WRK-PAR-PARCELA (WRK-PAR-IDX)
                                       TO ARQPAR01-NUM-PARCELA
           MOVE WRK-PAR-VENCTO (WRK-PAR-IDX)
                                       TO ARQPAR01-DAT-VENCIMENTO
           MOVE WRK-PAR-PRINCIPAL (WRK-PAR-IDX)
                                       TO ARQPAR01-VAL-PRINCIPAL
           MOVE WRK-PAR-JUROS (WRK-PAR-IDX)
                                       TO ARQPAR01-VAL-JUROS
           MOVE WRK-PAR-VALOR (WRK-PAR-IDX)
                                       TO ARQPAR01-VAL-PARCELA
           MOVE WRK-PAR-PAGO (WRK-PAR-IDX)
                                       TO ARQPAR01-VAL-PAGO-ACUM
           MOVE WRK-PAR-SITUACAO (WRK-PAR-IDX)
                                       TO ARQPAR01-SIT-PARCELA

           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQPAR02        TO TRUE

           WRITE FD-ARQPAR02 FROM ARQPAR01-REGISTRO

           IF WRK-FS-PAR02-OK
              ADD 1 TO ACU-GRAVA-ARQPAR02
           ELSE
              MOVE WRK-FS-ARQPAR02     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3600-GRAVAR-INDEXACAO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQIXE02        TO TRUE

           WRITE FD-ARQIXE02 FROM WRK-IXE-REGISTRO (WRK-IXE-IDX)

           IF WRK-FS-IXE02-OK
              ADD 1 TO ACU-GRAVA-ARQIXE02
           ELSE
              MOVE WRK-FS-ARQIXE02     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3600-99-FIM.
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
           MOVE ACU-GRAVA-ARQPAR02      TO ARQAUD01-QTDE-GRAVA
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
           IF ACU-EXCECOES EQUAL ZEROS
              MOVE '  NENHUMA EXCECAO NA REPACTUACAO'
                                       TO WRK-LINHA-IMPRESSAO
              PERFORM 4950-GRAVAR-LINHA
           END-IF

           PERFORM 4950-GRAVAR-LINHA
           MOVE 'EMPRESTIMOS REPACTUADOS (TAXAS MENSAIS EM %; '
                                       TO WRK-TIT-SECAO
           MOVE 'PRESTACAO = PRIMEIRA PARCELA A VENCER)'
                                       TO WRK-TIT-SECAO (46:38)
           MOVE WRK-TIT-SECAO          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           MOVE WRK-CAB-REPACTUADO     TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           PERFORM 4100-LISTAR-REPACTUADO
              VARYING WRK-IXE-IDX FROM 1 BY 1
              UNTIL WRK-IXE-IDX GREATER WRK-IXE-QTDE

           IF ACU-REPACTUADOS EQUAL ZEROS
              MOVE '  NENHUM EMPRESTIMO REPACTUADO NESTA RODADA'
                                       TO WRK-LINHA-IMPRESSAO
              PERFORM 4950-GRAVAR-LINHA
           END-IF

           PERFORM 4950-GRAVAR-LINHA
           MOVE 'IMPACTO NAS PRESTACOES POR AGENCIA'
                                       TO WRK-TIT-SECAO
           MOVE WRK-TIT-SECAO          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           MOVE WRK-CAB-AGENCIA        TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           PERFORM 4200-LISTAR-AGENCIA
              VARYING WRK-AGE-IDX FROM 1 BY 1
              UNTIL WRK-AGE-IDX GREATER WRK-AGE-QTDE-AGENCIAS

           SET  AGEN01-FECHAR          TO TRUE
           CALL WRK-AGEN2000           USING AGEN01-REGISTRO

           PERFORM 4250-LISTAR-TOTAL-GERAL

           PERFORM 4800-GRAVAR-TOTAIS

           IF ACU-EXCECOES GREATER ZEROS
              MOVE 04                  TO RETURN-CODE
           END-IF

           PERFORM 3980-GRAVAR-AUDITORIA

           SET  WRK-CN-CLOSE           TO TRUE

           SET  WRK-CN-ARQENT01        TO TRUE
           CLOSE ARQENT01
           IF NOT WRK-FS-ENT01-OK
              MOVE WRK-FS-ARQENT01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQPAR01        TO TRUE
           CLOSE ARQPAR01
           IF NOT WRK-FS-PAR01-OK
              MOVE WRK-FS-ARQPAR01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQPAR02        TO TRUE
           CLOSE ARQPAR02
           IF NOT WRK-FS-PAR02-OK
              MOVE WRK-FS-ARQPAR02     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQIXE02        TO TRUE
           CLOSE ARQIXE02
           IF NOT WRK-FS-IXE02-OK
              MOVE WRK-FS-ARQIXE02     TO WRK-FS-DISPLAY
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

           MOVE ACU-LIDOS-ARQIXE01     TO WRK-MASK-QTDE
           DISPLAY '**************************************************'
           DISPLAY '* QTDE DE INDEXACOES LIDAS   : ' WRK-MASK-QTDE  '*'
           MOVE ACU-REPACT-DEVIDAS     TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE REPACTUACOES DEVID.: ' WRK-MASK-QTDE  '*'
           MOVE ACU-REPACTUADOS        TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE REPACTUADOS        : ' WRK-MASK-QTDE  '*'
           MOVE ACU-EXCECOES           TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE EXCECOES           : ' WRK-MASK-QTDE  '*'
           MOVE ACU-PARC-REGERADAS     TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE PARCELAS REGERADAS : ' WRK-MASK-QTDE  '*'
           MOVE ACU-GRAVA-ARQPAR02     TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE PARCELAS GRAVADAS  : ' WRK-MASK-QTDE  '*'
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
      *    LINHA DO EMPRESTIMO REPACTUADO E ACUMULO NA AGENCIA         *
      *----------------------------------------------------------------*
       4100-LISTAR-REPACTUADO SECTION.
      *----------------------------------------------------------------*
      *
           IF NOT WRK-IXE-REPACTUADO (WRK-IXE-IDX)
              GO TO 4100-99-FIM
           END-IF

           MOVE WRK-IXE-REGISTRO (WRK-IXE-IDX)
                                       TO ARQIXE01-REGISTRO

           MOVE ARQIXE01-COD-AGENCIA   TO WRK-DRP-AGENCIA
           MOVE ARQIXE01-NUM-CONTA     TO WRK-DRP-CONTA
           MOVE ARQIXE01-NUM-EMPRESTIMO
                                       TO WRK-DRP-EMPRESTIMO
           MOVE ARQIXE01-COD-INDICE    TO WRK-DRP-INDICE
           MOVE ARQIXE01-PCT-INDICE-ULT
                                       TO WRK-DRP-PCT-INDICE
           MOVE ARQIXE01-PCT-SPREAD-ANO
                                       TO WRK-DRP-PCT-SPREAD
           MOVE WRK-IXE-TAXA-ANT (WRK-IXE-IDX)
                                       TO WRK-DRP-TAXA-ANT
           MOVE WRK-IXE-TAXA-NOVA (WRK-IXE-IDX)
                                       TO WRK-DRP-TAXA-NOVA
           MOVE WRK-IXE-QTD-PARC (WRK-IXE-IDX)
                                       TO WRK-DRP-PARCELAS
           MOVE WRK-IXE-PREST-ANT (WRK-IXE-IDX)
                                       TO WRK-DRP-PREST-ANT
           MOVE WRK-IXE-PREST-NOVA (WRK-IXE-IDX)
                                       TO WRK-DRP-PREST-NOVA
           COMPUTE WRK-DRP-DIFERENCA =
                   WRK-IXE-PREST-NOVA (WRK-IXE-IDX)
                 - WRK-IXE-PREST-ANT (WRK-IXE-IDX)
           MOVE ARQIXE01-DAT-PROX-REPACT
                                       TO WRK-DAT-EDICAO
           PERFORM 5600-EDITAR-DATA
           MOVE WRK-DAT-EDITADA        TO WRK-DRP-PROXIMA

           MOVE WRK-DET-REPACTUADO     TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           PERFORM 5200-PROCURAR-AGENCIA

           ADD 1 TO WRK-AGE-QTDE (WRK-AGE-IDX)

           EVALUATE TRUE
              WHEN WRK-IXE-TAXA-NOVA (WRK-IXE-IDX) GREATER
                   WRK-IXE-TAXA-ANT (WRK-IXE-IDX)
                 ADD 1 TO WRK-AGE-ALTAS (WRK-AGE-IDX)
              WHEN WRK-IXE-TAXA-NOVA (WRK-IXE-IDX) LESS
                   WRK-IXE-TAXA-ANT (WRK-IXE-IDX)
                 ADD 1 TO WRK-AGE-BAIXAS (WRK-AGE-IDX)
           END-EVALUATE

           ADD WRK-IXE-QTD-PARC (WRK-IXE-IDX)
                                       TO WRK-AGE-PARCELAS (WRK-AGE-IDX)
           ADD WRK-IXE-PREST-ANT (WRK-IXE-IDX)
                                       TO WRK-AGE-PREST-ANT
                                          (WRK-AGE-IDX)
           ADD WRK-IXE-PREST-NOVA (WRK-IXE-IDX)
                                       TO WRK-AGE-PREST-NOVA
                                          (WRK-AGE-IDX)
           ADD WRK-IXE-JUROS-ANT (WRK-IXE-IDX)
                                       TO WRK-AGE-JUROS-ANT
                                          (WRK-AGE-IDX)
           ADD WRK-IXE-JUROS-NOVO (WRK-IXE-IDX)
                                       TO WRK-AGE-JUROS-NOVO
                                          (WRK-AGE-IDX)
           .
      *----------------------------------------------------------------*
       4100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       4200-LISTAR-AGENCIA SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-AGE-AGENCIA (WRK-AGE-IDX)
                                       TO WRK-DAG-AGENCIA
           MOVE WRK-AGE-QTDE (WRK-AGE-IDX)
                                       TO WRK-DAG-QTDE
           MOVE WRK-AGE-ALTAS (WRK-AGE-IDX)
                                       TO WRK-DAG-ALTAS
           MOVE WRK-AGE-BAIXAS (WRK-AGE-IDX)
                                       TO WRK-DAG-BAIXAS
           MOVE WRK-AGE-PARCELAS (WRK-AGE-IDX)
                                       TO WRK-DAG-PARCELAS
           MOVE WRK-AGE-PREST-ANT (WRK-AGE-IDX)
                                       TO WRK-DAG-PREST-ANT
           MOVE WRK-AGE-PREST-NOVA (WRK-AGE-IDX)
                                       TO WRK-DAG-PREST-NOVA
           COMPUTE WRK-DAG-DIF-PREST =
                   WRK-AGE-PREST-NOVA (WRK-AGE-IDX)
                 - WRK-AGE-PREST-ANT (WRK-AGE-IDX)
           COMPUTE WRK-DAG-DIF-JUROS =
                   WRK-AGE-JUROS-NOVO (WRK-AGE-IDX)
                 - WRK-AGE-JUROS-ANT (WRK-AGE-IDX)

           MOVE WRK-DET-AGENCIA        TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           PERFORM 4210-CONSULTAR-AGENCIA
           MOVE WRK-DET-NOME-AGENCIA   TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           ADD WRK-AGE-QTDE (WRK-AGE-IDX)
                                       TO TOT-QTDE
           ADD WRK-AGE-ALTAS (WRK-AGE-IDX)
                                       TO TOT-ALTAS
           ADD WRK-AGE-BAIXAS (WRK-AGE-IDX)
                                       TO TOT-BAIXAS
           ADD WRK-AGE-PARCELAS (WRK-AGE-IDX)
                                       TO TOT-PARCELAS
           ADD WRK-AGE-PREST-ANT (WRK-AGE-IDX)
                                       TO TOT-PREST-ANT
           ADD WRK-AGE-PREST-NOVA (WRK-AGE-IDX)
                                       TO TOT-PREST-NOVA
           ADD WRK-AGE-JUROS-ANT (WRK-AGE-IDX)
                                       TO TOT-JUROS-ANT
           ADD WRK-AGE-JUROS-NOVO (WRK-AGE-IDX)
                                       TO TOT-JUROS-NOVO
           .
      *----------------------------------------------------------------*
       4200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    NOME DA AGENCIA NO CADASTRO DE AGENCIAS (AGEN2000); AGENCIA *
      *    FORA DO CADASTRO SAI COMO '*NAO CADASTRADA*'                *
      *----------------------------------------------------------------*
       4210-CONSULTAR-AGENCIA SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE AGEN01-REGISTRO
           MOVE 'I#AGEN01'             TO AGEN01-ID-BLOCO
           SET  AGEN01-CONSULTAR       TO TRUE
           MOVE WRK-AGE-AGENCIA (WRK-AGE-IDX)
                                       TO AGEN01-COD-AGENCIA

           CALL WRK-AGEN2000           USING AGEN01-REGISTRO

           IF AGEN01-ERRO-CADASTRO
              SET  WRK-CN-READ         TO TRUE
              SET  WRK-CN-ARQAGE01     TO TRUE
              MOVE AGEN01-FILE-STATUS  TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           MOVE AGEN01-NOM-AGENCIA     TO WRK-DNA-NOME
           .
      *----------------------------------------------------------------*
       4210-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       4250-LISTAR-TOTAL-GERAL SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'TOTAL'                TO WRK-DAG-AGENCIA
           MOVE TOT-QTDE               TO WRK-DAG-QTDE
           MOVE TOT-ALTAS              TO WRK-DAG-ALTAS
           MOVE TOT-BAIXAS             TO WRK-DAG-BAIXAS
           MOVE TOT-PARCELAS           TO WRK-DAG-PARCELAS
           MOVE TOT-PREST-ANT          TO WRK-DAG-PREST-ANT
           MOVE TOT-PREST-NOVA         TO WRK-DAG-PREST-NOVA
           COMPUTE WRK-DAG-DIF-PREST = TOT-PREST-NOVA - TOT-PREST-ANT
           COMPUTE WRK-DAG-DIF-JUROS = TOT-JUROS-NOVO - TOT-JUROS-ANT

           MOVE WRK-DET-AGENCIA        TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       4250-99-FIM.
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

           MOVE 'TAXAS DE INDICE LIDAS'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-LIDOS-ARQIND01     TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE '  IGNORADAS (INVALIDAS OU POSTERIORES)'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-IND-IGNORADOS      TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'EMPRESTIMOS POS-FIXADOS'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-LIDOS-ARQIXE01     TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'REPACTUACOES DEVIDAS ATE A DATA'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-REPACT-DEVIDAS     TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'EMPRESTIMOS REPACTUADOS'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-REPACTUADOS        TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE '  TAXA EM ALTA'       TO WRK-RES-DESCRICAO
           MOVE ACU-TAXA-SUBIU         TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE '  TAXA EM BAIXA'      TO WRK-RES-DESCRICAO
           MOVE ACU-TAXA-CAIU          TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE '  TAXA MANTIDA'       TO WRK-RES-DESCRICAO
           MOVE ACU-TAXA-MANTIDA       TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'EMPRESTIMOS ENCERRADOS NAO REPACTUADOS'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-ENCERRADOS         TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'EXCECOES'             TO WRK-RES-DESCRICAO
           MOVE ACU-EXCECOES           TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'PARCELAS CANCELADAS'  TO WRK-RES-DESCRICAO
           MOVE ACU-PARC-CANCELADAS    TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'PARCELAS REGERADAS'   TO WRK-RES-DESCRICAO
           MOVE ACU-PARC-REGERADAS     TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'PARCELAS LIDAS DO CRONOGRAMA'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-LIDOS-ARQPAR01     TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'PARCELAS GRAVADAS NO CRONOGRAMA'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-GRAVA-ARQPAR02     TO WRK-RES-QTDE
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
      *    LOCALIZA O EMPRESTIMO WRK-PRC-CHAVE NA INDEXACAO            *
      *    (WRK-IXE-IDX ALEM DA QTDE = EMPRESTIMO PRE-FIXADO)          *
      *----------------------------------------------------------------*
       5000-PROCURAR-INDEXACAO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 1 TO WRK-IXE-IDX

           PERFORM 5010-PROXIMA-INDEXACAO
              UNTIL WRK-IXE-IDX GREATER WRK-IXE-QTDE
                 OR WRK-IXE-CHAVE (WRK-IXE-IDX) EQUAL WRK-PRC-CHAVE
           .
      *----------------------------------------------------------------*
       5000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       5010-PROXIMA-INDEXACAO SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-IXE-IDX
           .
      *----------------------------------------------------------------*
       5010-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LOCALIZA O INDICE WRK-PRC-INDICE NA TABELA DE TAXAS         *
      *    (WRK-IND-IDX ALEM DA QTDE = SEM TAXA ATE A DATA)            *
      *----------------------------------------------------------------*
       5100-PROCURAR-INDICE SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 1 TO WRK-IND-IDX

           PERFORM 5110-PROXIMO-INDICE
              UNTIL WRK-IND-IDX GREATER WRK-IND-QTDE
                 OR WRK-IND-COD (WRK-IND-IDX) EQUAL WRK-PRC-INDICE
           .
      *----------------------------------------------------------------*
       5100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       5110-PROXIMO-INDICE SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-IND-IDX
           .
      *----------------------------------------------------------------*
       5110-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LOCALIZA (OU INCLUI) A AGENCIA DO EMPRESTIMO EM             *
      *    ARQIXE01-REGISTRO NA TABELA DE IMPACTO                      *
      *----------------------------------------------------------------*
       5200-PROCURAR-AGENCIA SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 1 TO WRK-AGE-IDX

           PERFORM 5210-PROXIMA-AGENCIA
              UNTIL WRK-AGE-IDX GREATER WRK-AGE-QTDE-AGENCIAS
                 OR WRK-AGE-AGENCIA (WRK-AGE-IDX) EQUAL
                    ARQIXE01-COD-AGENCIA

           IF WRK-AGE-IDX GREATER WRK-AGE-QTDE-AGENCIAS
              IF WRK-AGE-QTDE-AGENCIAS NOT LESS 100
                 DISPLAY '* TABELA DE AGENCIAS ESGOTADA (100): '
                         ARQIXE01-COD-AGENCIA
                 MOVE 12               TO RETURN-CODE
                 PERFORM 9900-FIM-PROGRAMA
              END-IF
              ADD 1 TO WRK-AGE-QTDE-AGENCIAS
              MOVE WRK-AGE-QTDE-AGENCIAS
                                       TO WRK-AGE-IDX
              INITIALIZE WRK-AGE-LINHA (WRK-AGE-IDX)
              MOVE ARQIXE01-COD-AGENCIA
                                       TO WRK-AGE-AGENCIA (WRK-AGE-IDX)
           END-IF
           .
      *----------------------------------------------------------------*
       5200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       5210-PROXIMA-AGENCIA SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-AGE-IDX
           .
      *----------------------------------------------------------------*
       5210-99-FIM.
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
           MOVE ACU-GRAVA-ARQPAR02
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
