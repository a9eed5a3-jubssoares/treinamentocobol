      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0323.
       AUTHOR.     JULIANA SOARES.
      *================================================================*
      *    PROGRAMA....: EXER0323                                      *
      *    PROGRAMADOR.: JULIANA SOARES                                *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   MORATORIA EMERGENCIAL: PARA CADA EMPRESTIMO *
      *                    EM ABERTO ABRANGIDO POR UMA MORATORIA       *
      *                    (MRT03323 - POR AGENCIA OU POR EMPRESTIMO), *
      *                    DIFERE AS PARCELAS EM ABERTO DO CRONOGRAMA  *
      *                    (PAR03105) COM VENCIMENTO A PARTIR DO       *
      *                    INICIO DA MORATORIA EM QTD-MESES X 30 DIAS  *
      *                    (O MES DO CRONOGRAMA DO EXER0307). COM      *
      *                    JUROS CAPITALIZADOS, OS JUROS COMPOSTOS DO  *
      *                    PERIODO SOBRE O PRINCIPAL EM ABERTO SAO     *
      *                    RATEADOS NAS PARCELAS DIFERIDAS; COM JUROS  *
      *                    ISENTOS, AS PARCELAS SO MUDAM DE DATA. O    *
      *                    DIFERIMENTO E GRAVADO NA RELACAO DIF03323   *
      *                    (ACUMULATIVA, ENVIADA AO REGULADOR), QUE    *
      *                    SUSPENDE O ESCALONAMENTO DA COBRANCA        *
      *                    (EXER0306) E O DEBITO AUTOMATICO (EXER0313) *
      *                    NO PERIODO; EMPRESTIMO JA DIFERIDO NA MESMA *
      *                    MORATORIA NAO E DIFERIDO DE NOVO.           *
      *----------------------------------------------------------------*
      *    CARTAO (ARQPARM): COLS 01-08 DATA DO MOVIMENTO (AAAAMMDD)   *
      *----------------------------------------------------------------*
      *    RETORNO.....:   RC 04 = DEFINICOES REJEITADAS OU EMPRESTIMO *
      *                            ABRANGIDO FORA DO CADASTRO          *
      *                    RC 12 = CARTAO INVALIDO OU TABELA ESGOTADA  *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQPARM  (DATA DO MOVIMENTO)              -               *
      *      ARQMRT01 (DEFINICAO DAS MORATORIAS)       MRT03323        *
      *      ARQDIF01/ARQDIF02 (DIFERIMENTOS)          DIF03323        *
      *      ARQENT01 (CADASTRO, LEITURA DIRETA)       ENT03105        *
      *      ARQPAR01/ARQPAR02 (CRONOGRAMA)            PAR03105        *
      *      ARQSAI01 (RELATORIO DA MORATORIA)         -               *
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

           SELECT ARQMRT01 ASSIGN      TO UT-S-ARQMRT01
                      FILE STATUS      IS WRK-FS-ARQMRT01.

           SELECT ARQDIF01 ASSIGN      TO UT-S-ARQDIF01
                      FILE STATUS      IS WRK-FS-ARQDIF01.

           SELECT ARQENT01 ASSIGN      TO UT-S-ARQENT01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS FD-ARQENT01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQENT01.

           SELECT ARQPAR01 ASSIGN      TO UT-S-ARQPAR01
                      FILE STATUS      IS WRK-FS-ARQPAR01.

           SELECT ARQPAR02 ASSIGN      TO UT-S-ARQPAR02
                      FILE STATUS      IS WRK-FS-ARQPAR02.

           SELECT ARQDIF02 ASSIGN      TO UT-S-ARQDIF02
                      FILE STATUS      IS WRK-FS-ARQDIF02.

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
      *   INPUT:      DEFINICAO DAS MORATORIAS                        *
      *               ORG. SEQUENCIAL   -   LRECL = 080               *
      *---------------------------------------------------------------*

       FD  ARQMRT01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQMRT01             PIC X(080).

      *---------------------------------------------------------------*
      *   INPUT:      DIFERIMENTOS ATE A RODADA ANTERIOR              *
      *               ORG. SEQUENCIAL   -   LRECL = 080               *
      *---------------------------------------------------------------*

       FD  ARQDIF01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQDIF01             PIC X(080).

      *---------------------------------------------------------------*
      *   INPUT:      CADASTRO INDEXADO DE EMPRESTIMOS (SITUACAO,     *
      *               TAXA MENSAL E NOME DO CLIENTE)                  *
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
      *   OUTPUT:     CRONOGRAMA COM AS PARCELAS DIFERIDAS            *
      *               ORG. SEQUENCIAL   -   LRECL = 053               *
      *---------------------------------------------------------------*

       FD  ARQPAR02
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQPAR02             PIC X(053).

      *---------------------------------------------------------------*
      *   OUTPUT:     DIFERIMENTOS ATE ESTA RODADA                    *
      *               ORG. SEQUENCIAL   -   LRECL = 080               *
      *---------------------------------------------------------------*

       FD  ARQDIF02
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQDIF02             PIC X(080).

      *---------------------------------------------------------------*
      *   OUTPUT:     RELATORIO DA MORATORIA                          *
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
             'EXER0323 - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC  X(008) VALUE 'EXER0323'.
       77 WRK-ERRO2000            PIC  X(008) VALUE 'ERRO2000'.
       77 WRK-MASK-QTDE           PIC  ZZZ.ZZ9.
       77 WRK-DAT-BASE            PIC  9(008) VALUE ZEROS.
       77 WRK-DES-MOTIVO          PIC  X(040) VALUE SPACES.
       77 WRK-INT-VENCIMENTO      PIC S9(009) COMP-3 VALUE +0.
       77 WRK-INT-INICIO          PIC S9(009) COMP-3 VALUE +0.
      *
       01 WRK-PARM-REGISTRO.
          05 WRK-PARM-DAT-BASE    PIC  9(008) VALUE ZEROS.
          05 FILLER               PIC  X(072) VALUE SPACES.
      *
       01 WRK-DAT-INICIO-AUX.
          05 WRK-DIA-ANO-MES      PIC  9(006) VALUE ZEROS.
          05 WRK-DIA-DIA          PIC  9(002) VALUE 01.
       01 WRK-DAT-INICIO-AUX-R    REDEFINES WRK-DAT-INICIO-AUX
                                  PIC  9(008).
      *
      *----------------------------------------------------------------*
      *    CALCULO DO DIFERIMENTO DO EMPRESTIMO                        *
      *----------------------------------------------------------------*
       77 WRK-TAXA-FRACAO         PIC S9(003)V9(008) COMP-3 VALUE +0.
       77 WRK-FATOR               PIC S9(009)V9(008) COMP-3 VALUE +0.
       77 WRK-VAL-SALDO-PRINC     PIC S9(013)V99 COMP-3 VALUE +0.
       77 WRK-VAL-JUROS-PERIODO   PIC S9(013)V99 COMP-3 VALUE +0.
       77 WRK-VAL-JUROS-COTA      PIC S9(013)V99 COMP-3 VALUE +0.
       77 WRK-VAL-JUROS-PARC      PIC S9(013)V99 COMP-3 VALUE +0.
       77 WRK-DIF-QTDE-PARC       PIC 9(003) VALUE ZEROS.
       77 WRK-DIF-IDX             PIC 9(003) VALUE ZEROS.
       77 WRK-DAT-PRIM-VENCTO     PIC 9(008) VALUE ZEROS.
      *
       01 WRK-ACUMULADORES.
           03 ACU-LIDOS-ARQMRT01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQDIF01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQPAR01     PIC 9(007) VALUE ZEROS.
           03 ACU-DEF-REJEITADAS     PIC 9(007) VALUE ZEROS.
           03 ACU-EMP-LIDOS          PIC 9(007) VALUE ZEROS.
           03 ACU-EMP-ABRANGIDOS     PIC 9(007) VALUE ZEROS.
           03 ACU-EMP-JA-DIFERIDOS   PIC 9(007) VALUE ZEROS.
           03 ACU-EMP-ENCERRADOS     PIC 9(007) VALUE ZEROS.
           03 ACU-EMP-SEM-PARCELAS   PIC 9(007) VALUE ZEROS.
           03 ACU-EMP-DIFERIDOS      PIC 9(007) VALUE ZEROS.
           03 ACU-PARC-DIFERIDAS     PIC 9(007) VALUE ZEROS.
           03 ACU-EXCECOES           PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQPAR02     PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQDIF02     PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQSAI01     PIC 9(007) VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    DEFINICOES DAS MORATORIAS, COM O TOTAL DIFERIDO POR LINHA   *
      *----------------------------------------------------------------*
       77 WRK-MRT-QTDE            PIC 9(003) VALUE ZEROS.
       77 WRK-MRT-IDX             PIC 9(003) VALUE ZEROS.
      *
       01 WRK-SW-MORATORIA        PIC  X(001) VALUE 'N'.
          88 WRK-MORATORIA-ACHADA             VALUE 'S'.
          88 WRK-MORATORIA-NAO-ACHADA         VALUE 'N'.
      *
       01 WRK-SW-JA-DIFERIDO      PIC  X(001) VALUE 'N'.
          88 WRK-JA-DIFERIDO                  VALUE 'S'.
          88 WRK-NAO-DIFERIDO                 VALUE 'N'.
      *
       01 WRK-MRT-TABELA.
          05 WRK-MRT-LINHA        OCCURS 200 TIMES.
             10 WRK-MRT-COD       PIC 9(003).
             10 WRK-MRT-TIPO      PIC X(001).
             10 WRK-MRT-CHAVE.
                15 WRK-MRT-AGENCIA   PIC 9(003).
                15 FILLER            PIC 9(006).
             10 WRK-MRT-QTD-MESES PIC 9(002).
             10 WRK-MRT-IND-JUROS PIC X(001).
             10 WRK-MRT-DESCRICAO PIC X(040).
             10 WRK-MRT-DAT-INICIO   PIC 9(008).
             10 WRK-MRT-DAT-FIM      PIC 9(008).
             10 WRK-MRT-QTD-EMP      PIC 9(005).
             10 WRK-MRT-QTD-PARC     PIC 9(007).
             10 WRK-MRT-SALDO        PIC S9(15)V99 COMP-3.
             10 WRK-MRT-JUROS        PIC S9(15)V99 COMP-3.
      *
      *----------------------------------------------------------------*
      *    EMPRESTIMOS JA DIFERIDOS (EMPRESTIMO + MORATORIA)           *
      *----------------------------------------------------------------*
       77 WRK-ANT-QTDE            PIC 9(004) VALUE ZEROS.
       77 WRK-ANT-IDX             PIC 9(004) VALUE ZEROS.
      *
       01 WRK-ANT-PROCURADO.
          05 WRK-APR-CHAVE        PIC X(009) VALUE SPACES.
          05 WRK-APR-COD          PIC 9(003) VALUE ZEROS.
      *
       01 WRK-ANT-TABELA.
          05 WRK-ANT-LINHA        OCCURS 2000 TIMES
                                  PIC X(012).
      *
      *----------------------------------------------------------------*
      *    PARCELAS DO EMPRESTIMO EM PROCESSAMENTO NO CRONOGRAMA       *
      *----------------------------------------------------------------*
       77 WRK-PRC-CHAVE           PIC X(009) VALUE SPACES.
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
       01 WRK-DES-ABRANGENCIA.
          05 WRK-DAB-TIPO         PIC X(008) VALUE SPACES.
          05 WRK-DAB-AGENCIA      PIC 9(003) VALUE ZEROS.
          05 WRK-DAB-BARRA-1      PIC X(001) VALUE SPACES.
          05 WRK-DAB-CONTA        PIC X(003) VALUE SPACES.
          05 WRK-DAB-BARRA-2      PIC X(001) VALUE SPACES.
          05 WRK-DAB-EMPRESTIMO   PIC X(003) VALUE SPACES.
          05 FILLER               PIC X(001) VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    AREA DO RELATORIO DA MORATORIA                              *
      *----------------------------------------------------------------*
       01 WRK-CAB1-RELATORIO.
          05 FILLER               PIC X(050) VALUE
             'MORATORIA EMERGENCIAL - DIFERIMENTO DE PARCELAS'.
          05 FILLER               PIC X(011) VALUE 'MOVIMENTO: '.
          05 WRK-CAB1-DATA        PIC X(010).
          05 FILLER               PIC X(061) VALUE SPACES.

       01 WRK-CAB-EXCECAO.
          05 FILLER               PIC X(033) VALUE
             'MOR  ABRANGENCIA           MOTIVO'.
          05 FILLER               PIC X(099) VALUE SPACES.

       01 WRK-CAB-DIFERIDO.
          05 FILLER               PIC X(050) VALUE
             'MOR  AGE/CTA/EMP  CLIENTE                    INICI'.
          05 FILLER               PIC X(050) VALUE
             'O      FIM        MES  JUR. PARC   SALDO PRINCIPAL'.
          05 FILLER               PIC X(027) VALUE
             '  JUROS CAPITAL.  1O VENCTO'.
          05 FILLER               PIC X(005) VALUE SPACES.

       01 WRK-CAB-MORATORIA.
          05 FILLER               PIC X(050) VALUE
             'MOR  ABRANGENCIA           INICIO     MES  JUROS  '.
          05 FILLER               PIC X(050) VALUE
             '      EMPR. PARCELAS   SALDO PRINCIPAL  JUROS CAPI'.
          05 FILLER               PIC X(015) VALUE
             'TAL.  DESCRICAO'.
          05 FILLER               PIC X(017) VALUE SPACES.

       01 WRK-DET-EXCECAO.
          05 WRK-DEX-MORATORIA    PIC ZZ9.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DEX-ABRANGENCIA  PIC X(020).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DEX-MOTIVO       PIC X(040).
          05 FILLER               PIC X(065) VALUE SPACES.

       01 WRK-DET-DIFERIDO.
          05 WRK-DDF-MORATORIA    PIC ZZ9.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DDF-AGENCIA      PIC 9(003).
          05 FILLER               PIC X(001) VALUE '/'.
          05 WRK-DDF-CONTA        PIC 9(003).
          05 FILLER               PIC X(001) VALUE '/'.
          05 WRK-DDF-EMPRESTIMO   PIC 9(003).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DDF-CLIENTE      PIC X(025).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DDF-INICIO       PIC X(010).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DDF-FIM          PIC X(010).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DDF-MESES        PIC Z9.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DDF-JUROS        PIC X(004).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DDF-PARCELAS     PIC ZZ9.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DDF-SALDO        PIC Z.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DDF-JUROS-CAP    PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DDF-PRIM-VENCTO  PIC X(010).
          05 FILLER               PIC X(004) VALUE SPACES.

       01 WRK-DET-MORATORIA.
          05 WRK-DMR-MORATORIA    PIC ZZ9.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DMR-ABRANGENCIA  PIC X(020).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DMR-INICIO       PIC X(010).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DMR-MESES        PIC Z9.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DMR-JUROS        PIC X(010).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DMR-EMPRESTIMOS  PIC ZZ.ZZ9.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DMR-PARCELAS     PIC ZZZ.ZZ9.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DMR-SALDO        PIC Z.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DMR-JUROS-CAP    PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DMR-DESCRICAO    PIC X(026).

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
          05 WRK-FS-ARQMRT01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-MRT01-OK               VALUE '00'.
             88 WRK-FS-MRT01-FIM              VALUE '10'.
          05 WRK-FS-ARQDIF01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-DIF01-OK               VALUE '00'.
             88 WRK-FS-DIF01-FIM              VALUE '10'.
          05 WRK-FS-ARQENT01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-ENT01-OK               VALUE '00'.
             88 WRK-FS-ENT01-NAO-ENCONTRADO   VALUE '23'.
          05 WRK-FS-ARQPAR01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-PAR01-OK               VALUE '00'.
             88 WRK-FS-PAR01-FIM              VALUE '10'.
          05 WRK-FS-ARQPAR02      PIC  X(002) VALUE SPACES.
             88 WRK-FS-PAR02-OK               VALUE '00'.
          05 WRK-FS-ARQDIF02      PIC  X(002) VALUE SPACES.
             88 WRK-FS-DIF02-OK               VALUE '00'.
          05 WRK-FS-ARQSAI01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SAI01-OK               VALUE '00'.
          05 WRK-FS-ARQAUD01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-AUD01-OK               VALUE '00'.
          05 WRK-FS-DISPLAY       PIC  X(002) VALUE SPACES.

       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQPARM       VALUE 'ARQPARM '.
          88 WRK-CN-ARQMRT01      VALUE 'ARQMRT01'.
          88 WRK-CN-ARQDIF01      VALUE 'ARQDIF01'.
          88 WRK-CN-ARQENT01      VALUE 'ARQENT01'.
          88 WRK-CN-ARQPAR01      VALUE 'ARQPAR01'.
          88 WRK-CN-ARQPAR02      VALUE 'ARQPAR02'.
          88 WRK-CN-ARQDIF02      VALUE 'ARQDIF02'.
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
           COPY MRT03323.
           COPY DIF03323.
           COPY ENT03105.
           COPY PAR03105.
           COPY AUD00105.
           COPY 'I#ERRO01'.

      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0323 - FIM DA AREA DE WORKING'.
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

           MOVE 'DEFINICOES REJEITADAS E EMPRESTIMOS NAO DIFERIDOS'
                                       TO WRK-TIT-SECAO
           MOVE WRK-TIT-SECAO          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           MOVE WRK-CAB-EXCECAO        TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           PERFORM 2000-CARREGAR-MORATORIAS

           PERFORM 2100-CARREGAR-DIFERIMENTOS

           PERFORM 3100-TRATAR-EMPRESTIMO
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
           OPEN INPUT ARQENT01

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

           SET  WRK-CN-ARQDIF02        TO TRUE
           OPEN OUTPUT ARQDIF02

           IF NOT WRK-FS-DIF02-OK
              MOVE WRK-FS-ARQDIF02     TO WRK-FS-DISPLAY
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
      *    CARREGA AS DEFINICOES DAS MORATORIAS; AS INVALIDAS SAO      *
      *    LISTADAS E NAO ENTRAM NA TABELA                             *
      *----------------------------------------------------------------*
       2000-CARREGAR-MORATORIAS SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQMRT01        TO TRUE
           OPEN INPUT ARQMRT01

           IF NOT WRK-FS-MRT01-OK
              MOVE WRK-FS-ARQMRT01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 2050-LER-MORATORIA

           PERFORM 2060-ACUMULAR-MORATORIA
              UNTIL WRK-FS-MRT01-FIM

           SET  WRK-CN-CLOSE           TO TRUE
           CLOSE ARQMRT01
           .
      *----------------------------------------------------------------*
       2000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2050-LER-MORATORIA SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQMRT01        TO TRUE

           READ ARQMRT01 INTO ARQMRT01-REGISTRO

           IF WRK-FS-MRT01-OK
              ADD 1 TO ACU-LIDOS-ARQMRT01
           ELSE
              IF NOT WRK-FS-MRT01-FIM
                 MOVE WRK-FS-ARQMRT01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       2050-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    VALIDA A DEFINICAO E GUARDA O PERIODO DE SUSPENSAO: DO DIA  *
      *    01 DO MES DE INICIO ATE QTD-MESES X 30 DIAS DEPOIS          *
      *----------------------------------------------------------------*
       2060-ACUMULAR-MORATORIA SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-DES-MOTIVO

           EVALUATE TRUE
              WHEN ARQMRT01-COD-MORATORIA NOT NUMERIC
                OR ARQMRT01-COD-MORATORIA EQUAL ZEROS
                 MOVE 'CODIGO DA MORATORIA INVALIDO'
                                       TO WRK-DES-MOTIVO
              WHEN ARQMRT01-CHAVE NOT NUMERIC
                 MOVE 'CHAVE DA ABRANGENCIA INVALIDA'
                                       TO WRK-DES-MOTIVO
              WHEN NOT ARQMRT01-POR-AGENCIA
               AND NOT ARQMRT01-POR-EMPRESTIMO
                 MOVE 'TIPO DE ABRANGENCIA INVALIDO'
                                       TO WRK-DES-MOTIVO
              WHEN ARQMRT01-ANO-MES-INICIO NOT NUMERIC
                OR ARQMRT01-ANO-MES-INICIO (5:2) LESS '01'
                OR ARQMRT01-ANO-MES-INICIO (5:2) GREATER '12'
                 MOVE 'MES DE INICIO INVALIDO'
                                       TO WRK-DES-MOTIVO
              WHEN ARQMRT01-QTD-MESES NOT NUMERIC
                OR ARQMRT01-QTD-MESES EQUAL ZEROS
                OR ARQMRT01-QTD-MESES GREATER 24
                 MOVE 'PRAZO FORA DE 01 A 24 MESES'
                                       TO WRK-DES-MOTIVO
              WHEN NOT ARQMRT01-JUROS-CAPITALIZADOS
               AND NOT ARQMRT01-JUROS-ISENTOS
                 MOVE 'TRATAMENTO DOS JUROS INVALIDO'
                                       TO WRK-DES-MOTIVO
              WHEN WRK-MRT-QTDE NOT LESS 200
                 DISPLAY '* TABELA DE MORATORIAS ESGOTADA (200)'
                 MOVE 12               TO RETURN-CODE
                 PERFORM 9900-FIM-PROGRAMA
           END-EVALUATE

           IF WRK-DES-MOTIVO NOT EQUAL SPACES
              ADD 1 TO ACU-DEF-REJEITADAS
              MOVE ARQMRT01-TIP-ABRANGENCIA
                                       TO WRK-DAB-TIPO
              MOVE ARQMRT01-CHAVE      TO WRK-APR-CHAVE
              PERFORM 5500-DESCREVER-ABRANGENCIA
              MOVE ZEROS               TO WRK-DEX-MORATORIA
              IF ARQMRT01-COD-MORATORIA NUMERIC
                 MOVE ARQMRT01-COD-MORATORIA
                                       TO WRK-DEX-MORATORIA
              END-IF
              PERFORM 3050-LISTAR-EXCECAO
              GO TO 2060-80-LER
           END-IF

           ADD 1 TO WRK-MRT-QTDE
           MOVE WRK-MRT-QTDE           TO WRK-MRT-IDX
           INITIALIZE WRK-MRT-LINHA (WRK-MRT-IDX)

           MOVE ARQMRT01-COD-MORATORIA TO WRK-MRT-COD (WRK-MRT-IDX)
           MOVE ARQMRT01-TIP-ABRANGENCIA
                                       TO WRK-MRT-TIPO (WRK-MRT-IDX)
           MOVE ARQMRT01-CHAVE         TO WRK-MRT-CHAVE (WRK-MRT-IDX)
           MOVE ARQMRT01-QTD-MESES     TO WRK-MRT-QTD-MESES
                                          (WRK-MRT-IDX)
           MOVE ARQMRT01-IND-JUROS     TO WRK-MRT-IND-JUROS
                                          (WRK-MRT-IDX)
           MOVE ARQMRT01-DES-MORATORIA TO WRK-MRT-DESCRICAO
                                          (WRK-MRT-IDX)

           MOVE ARQMRT01-ANO-MES-INICIO
                                       TO WRK-DIA-ANO-MES
           MOVE 01                     TO WRK-DIA-DIA
           MOVE WRK-DAT-INICIO-AUX-R   TO WRK-MRT-DAT-INICIO
                                          (WRK-MRT-IDX)

           COMPUTE WRK-INT-INICIO =
                   FUNCTION INTEGER-OF-DATE (WRK-DAT-INICIO-AUX-R)
           COMPUTE WRK-INT-VENCIMENTO =
                   WRK-INT-INICIO + ARQMRT01-QTD-MESES * 30 - 1
           COMPUTE WRK-MRT-DAT-FIM (WRK-MRT-IDX) =
                   FUNCTION DATE-OF-INTEGER (WRK-INT-VENCIMENTO)
           .
       2060-80-LER.

           PERFORM 2050-LER-MORATORIA
           .
      *----------------------------------------------------------------*
       2060-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    COPIA OS DIFERIMENTOS DAS RODADAS ANTERIORES PARA A NOVA    *
      *    GERACAO E GUARDA EMPRESTIMO + MORATORIA JA APLICADOS        *
      *----------------------------------------------------------------*
       2100-CARREGAR-DIFERIMENTOS SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQDIF01        TO TRUE
           OPEN INPUT ARQDIF01

           IF NOT WRK-FS-DIF01-OK
              MOVE WRK-FS-ARQDIF01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 2150-LER-DIFERIMENTO

           PERFORM 2160-COPIAR-DIFERIMENTO
              UNTIL WRK-FS-DIF01-FIM

           SET  WRK-CN-CLOSE           TO TRUE
           CLOSE ARQDIF01
           .
      *----------------------------------------------------------------*
       2100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2150-LER-DIFERIMENTO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQDIF01        TO TRUE

           READ ARQDIF01 INTO ARQDIF01-REGISTRO

           IF WRK-FS-DIF01-OK
              ADD 1 TO ACU-LIDOS-ARQDIF01
           ELSE
              IF NOT WRK-FS-DIF01-FIM
                 MOVE WRK-FS-ARQDIF01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       2150-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2160-COPIAR-DIFERIMENTO SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-ANT-QTDE NOT LESS 2000
              DISPLAY '* TABELA DE DIFERIMENTOS ESGOTADA (2000)'
              MOVE 12                  TO RETURN-CODE
              PERFORM 9900-FIM-PROGRAMA
           END-IF

           ADD 1 TO WRK-ANT-QTDE
           MOVE ARQDIF01-CHAVE         TO WRK-APR-CHAVE
           MOVE ARQDIF01-COD-MORATORIA TO WRK-APR-COD
           MOVE WRK-ANT-PROCURADO      TO WRK-ANT-LINHA (WRK-ANT-QTDE)

           PERFORM 3700-GRAVAR-DIFERIMENTO

           PERFORM 2150-LER-DIFERIMENTO
           .
      *----------------------------------------------------------------*
       2160-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3050-LISTAR-EXCECAO SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO ACU-EXCECOES

           MOVE WRK-DES-ABRANGENCIA    TO WRK-DEX-ABRANGENCIA
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
      *    ESTA NUMA MORATORIA AINDA NAO APLICADA, DIFERE AS PARCELAS  *
      *----------------------------------------------------------------*
       3100-TRATAR-EMPRESTIMO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ARQPAR01-CHAVE (1:9)   TO WRK-PRC-CHAVE
           MOVE ZEROS                  TO WRK-PAR-QTDE
           ADD 1 TO ACU-EMP-LIDOS

           PERFORM 3160-GUARDAR-PARCELA
              UNTIL WRK-FS-PAR01-FIM
                 OR ARQPAR01-CHAVE (1:9) NOT EQUAL WRK-PRC-CHAVE

           PERFORM 5000-PROCURAR-MORATORIA

           IF WRK-MORATORIA-ACHADA
              PERFORM 3200-DIFERIR-EMPRESTIMO
           ELSE
              IF WRK-JA-DIFERIDO
                 ADD 1 TO ACU-EMP-JA-DIFERIDOS
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
      *    DIFERE AS PARCELAS EM ABERTO (A/P) DO EMPRESTIMO ABRANGIDO  *
      *    QUE VENCEM A PARTIR DO INICIO DA MORATORIA                  *
      *----------------------------------------------------------------*
       3200-DIFERIR-EMPRESTIMO SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO ACU-EMP-ABRANGIDOS

           MOVE WRK-PRC-CHAVE          TO FD-ARQENT01-CHAVE

           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQENT01        TO TRUE

           READ ARQENT01 INTO ARQENT01-REGISTRO

           EVALUATE TRUE
              WHEN WRK-FS-ENT01-OK
                 CONTINUE
              WHEN WRK-FS-ENT01-NAO-ENCONTRADO
                 MOVE 'E'              TO WRK-DAB-TIPO
                 MOVE WRK-PRC-CHAVE    TO WRK-APR-CHAVE
                 PERFORM 5500-DESCREVER-ABRANGENCIA
                 MOVE WRK-MRT-COD (WRK-MRT-IDX)
                                       TO WRK-DEX-MORATORIA
                 MOVE 'EMPRESTIMO FORA DO CADASTRO'
                                       TO WRK-DES-MOTIVO
                 PERFORM 3050-LISTAR-EXCECAO
                 GO TO 3200-99-FIM
              WHEN OTHER
                 MOVE WRK-FS-ARQENT01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE

           IF ARQENT01-SIT-EMPRESTIMO NOT EQUAL SPACES
              AND ARQENT01-SIT-EMPRESTIMO NOT EQUAL 'N'
              ADD 1 TO ACU-EMP-ENCERRADOS
              GO TO 3200-99-FIM
           END-IF

           MOVE ZEROS                  TO WRK-DIF-QTDE-PARC
                                          WRK-VAL-SALDO-PRINC
                                          WRK-VAL-JUROS-PERIODO
                                          WRK-VAL-JUROS-COTA
                                          WRK-DAT-PRIM-VENCTO

           PERFORM 3210-SOMAR-PARCELA-ABERTA
              VARYING WRK-PAR-IDX FROM 1 BY 1
              UNTIL WRK-PAR-IDX GREATER WRK-PAR-QTDE

           IF WRK-DIF-QTDE-PARC EQUAL ZEROS
              ADD 1 TO ACU-EMP-SEM-PARCELAS
              GO TO 3200-99-FIM
           END-IF

      *    JUROS CAPITALIZADOS: JUROS COMPOSTOS DO PERIODO SOBRE O
      *    PRINCIPAL EM ABERTO, NA TAXA MENSAL DO CADASTRO
           IF WRK-MRT-IND-JUROS (WRK-MRT-IDX) EQUAL 'C'
              AND ARQENT01-PCT-TAXA-MENSAL NUMERIC
              AND ARQENT01-PCT-TAXA-MENSAL GREATER ZEROS
              COMPUTE WRK-TAXA-FRACAO =
                      ARQENT01-PCT-TAXA-MENSAL / 100
              COMPUTE WRK-FATOR ROUNDED =
                      (1 + WRK-TAXA-FRACAO)
                      ** WRK-MRT-QTD-MESES (WRK-MRT-IDX)
              COMPUTE WRK-VAL-JUROS-PERIODO ROUNDED =
                      WRK-VAL-SALDO-PRINC * (WRK-FATOR - 1)
              COMPUTE WRK-VAL-JUROS-COTA =
                      WRK-VAL-JUROS-PERIODO / WRK-DIF-QTDE-PARC
           END-IF

           MOVE ZEROS                  TO WRK-DIF-IDX

           PERFORM 3220-DIFERIR-PARCELA
              VARYING WRK-PAR-IDX FROM 1 BY 1
              UNTIL WRK-PAR-IDX GREATER WRK-PAR-QTDE

           ADD 1 TO ACU-EMP-DIFERIDOS
           ADD 1 TO WRK-MRT-QTD-EMP (WRK-MRT-IDX)
           ADD WRK-DIF-QTDE-PARC       TO WRK-MRT-QTD-PARC (WRK-MRT-IDX)
           ADD WRK-VAL-SALDO-PRINC     TO WRK-MRT-SALDO (WRK-MRT-IDX)
           ADD WRK-VAL-JUROS-PERIODO   TO WRK-MRT-JUROS (WRK-MRT-IDX)

           INITIALIZE ARQDIF01-REGISTRO
           MOVE WRK-PRC-CHAVE          TO ARQDIF01-CHAVE
           MOVE WRK-MRT-COD (WRK-MRT-IDX)
                                       TO ARQDIF01-COD-MORATORIA
           MOVE WRK-MRT-DAT-INICIO (WRK-MRT-IDX)
                                       TO ARQDIF01-DAT-INICIO
           MOVE WRK-MRT-DAT-FIM (WRK-MRT-IDX)
                                       TO ARQDIF01-DAT-FIM
           MOVE WRK-MRT-QTD-MESES (WRK-MRT-IDX)
                                       TO ARQDIF01-QTD-MESES
           MOVE WRK-MRT-IND-JUROS (WRK-MRT-IDX)
                                       TO ARQDIF01-IND-JUROS
           MOVE WRK-DIF-QTDE-PARC      TO ARQDIF01-QTD-PARCELAS
           MOVE WRK-VAL-SALDO-PRINC    TO ARQDIF01-VAL-SALDO
           MOVE WRK-VAL-JUROS-PERIODO  TO ARQDIF01-VAL-JUROS-CAPITAL
           MOVE WRK-DAT-PRIM-VENCTO    TO ARQDIF01-DAT-PRIM-VENCTO
           MOVE WRK-DAT-BASE           TO ARQDIF01-DAT-PROCESSAMENTO

           PERFORM 3700-GRAVAR-DIFERIMENTO

           PERFORM 3300-LISTAR-DIFERIDO
           .
      *----------------------------------------------------------------*
       3200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    PRINCIPAL EM ABERTO (TODAS AS PARCELAS A/P) E QUANTIDADE DE *
      *    PARCELAS A DIFERIR (A/P COM VENCIMENTO NO INICIO OU DEPOIS) *
      *----------------------------------------------------------------*
       3210-SOMAR-PARCELA-ABERTA SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-PAR-SITUACAO (WRK-PAR-IDX) NOT EQUAL 'A'
              AND WRK-PAR-SITUACAO (WRK-PAR-IDX) NOT EQUAL 'P'
              GO TO 3210-99-FIM
           END-IF

           ADD WRK-PAR-PRINCIPAL (WRK-PAR-IDX)
                                       TO WRK-VAL-SALDO-PRINC

           IF WRK-PAR-VENCTO (WRK-PAR-IDX) NOT LESS
              WRK-MRT-DAT-INICIO (WRK-MRT-IDX)
              ADD 1 TO WRK-DIF-QTDE-PARC
           END-IF
           .
      *----------------------------------------------------------------*
       3210-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    NOVO VENCIMENTO = VENCIMENTO + QTD-MESES X 30 DIAS; A COTA  *
      *    DOS JUROS CAPITALIZADOS ENTRA NOS JUROS E NO VALOR DA       *
      *    PARCELA (A ULTIMA DIFERIDA LEVA O RESTO DO RATEIO)          *
      *----------------------------------------------------------------*
       3220-DIFERIR-PARCELA SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-PAR-SITUACAO (WRK-PAR-IDX) NOT EQUAL 'A'
              AND WRK-PAR-SITUACAO (WRK-PAR-IDX) NOT EQUAL 'P'
              GO TO 3220-99-FIM
           END-IF

           IF WRK-PAR-VENCTO (WRK-PAR-IDX) LESS
              WRK-MRT-DAT-INICIO (WRK-MRT-IDX)
              GO TO 3220-99-FIM
           END-IF

           ADD 1 TO WRK-DIF-IDX

           COMPUTE WRK-INT-VENCIMENTO =
                   FUNCTION INTEGER-OF-DATE
                            (WRK-PAR-VENCTO (WRK-PAR-IDX))
                 + WRK-MRT-QTD-MESES (WRK-MRT-IDX) * 30
           COMPUTE WRK-PAR-VENCTO (WRK-PAR-IDX) =
                   FUNCTION DATE-OF-INTEGER (WRK-INT-VENCIMENTO)

           IF WRK-DIF-IDX EQUAL 1
              MOVE WRK-PAR-VENCTO (WRK-PAR-IDX)
                                       TO WRK-DAT-PRIM-VENCTO
           END-IF

           IF WRK-DIF-IDX EQUAL WRK-DIF-QTDE-PARC
              COMPUTE WRK-VAL-JUROS-PARC =
                      WRK-VAL-JUROS-PERIODO
                    - WRK-VAL-JUROS-COTA * (WRK-DIF-QTDE-PARC - 1)
           ELSE
              MOVE WRK-VAL-JUROS-COTA  TO WRK-VAL-JUROS-PARC
           END-IF

           ADD WRK-VAL-JUROS-PARC      TO WRK-PAR-JUROS (WRK-PAR-IDX)
                                          WRK-PAR-VALOR (WRK-PAR-IDX)

           ADD 1 TO ACU-PARC-DIFERIDAS
           .
      *----------------------------------------------------------------*
       3220-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LINHA DO EMPRESTIMO DIFERIDO NA RELACAO PARA O REGULADOR    *
      *----------------------------------------------------------------*
       3300-LISTAR-DIFERIDO SECTION.
      *----------------------------------------------------------------*
      *
           IF ACU-EMP-DIFERIDOS EQUAL 1
              PERFORM 4950-GRAVAR-LINHA
              MOVE 'EMPRESTIMOS DIFERIDOS NESTA RODADA - REGULADOR'
                                       TO WRK-TIT-SECAO
              MOVE WRK-TIT-SECAO       TO WRK-LINHA-IMPRESSAO
              PERFORM 4950-GRAVAR-LINHA
              MOVE WRK-CAB-DIFERIDO    TO WRK-LINHA-IMPRESSAO
              PERFORM 4950-GRAVAR-LINHA
           END-IF

           MOVE ARQDIF01-COD-MORATORIA TO WRK-DDF-MORATORIA
           MOVE ARQDIF01-COD-AGENCIA   TO WRK-DDF-AGENCIA
           MOVE ARQDIF01-NUM-CONTA     TO WRK-DDF-CONTA
           MOVE ARQDIF01-NUM-EMPRESTIMO
                                       TO WRK-DDF-EMPRESTIMO
           MOVE ARQENT01-NOM-CLIENTE   TO WRK-DDF-CLIENTE

           MOVE ARQDIF01-DAT-INICIO    TO WRK-DAT-EDICAO
           PERFORM 5600-EDITAR-DATA
           MOVE WRK-DAT-EDITADA        TO WRK-DDF-INICIO

           MOVE ARQDIF01-DAT-FIM       TO WRK-DAT-EDICAO
           PERFORM 5600-EDITAR-DATA
           MOVE WRK-DAT-EDITADA        TO WRK-DDF-FIM

           MOVE ARQDIF01-QTD-MESES     TO WRK-DDF-MESES

           IF ARQDIF01-IND-JUROS EQUAL 'C'
              MOVE 'CAP.'              TO WRK-DDF-JUROS
           ELSE
              MOVE 'ISEN'              TO WRK-DDF-JUROS
           END-IF

           MOVE ARQDIF01-QTD-PARCELAS  TO WRK-DDF-PARCELAS
           MOVE ARQDIF01-VAL-SALDO     TO WRK-DDF-SALDO
           MOVE ARQDIF01-VAL-JUROS-CAPITAL
                                       TO WRK-DDF-JUROS-CAP

           MOVE ARQDIF01-DAT-PRIM-VENCTO
                                       TO WRK-DAT-EDICAO
           PERFORM 5600-EDITAR-DATA
           MOVE WRK-DAT-EDITADA        TO WRK-DDF-PRIM-VENCTO

           MOVE WRK-DET-DIFERIDO       TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       3300-99-FIM.
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
       3700-GRAVAR-DIFERIMENTO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQDIF02        TO TRUE

           WRITE FD-ARQDIF02 FROM ARQDIF01-REGISTRO

           IF WRK-FS-DIF02-OK
              ADD 1 TO ACU-GRAVA-ARQDIF02
           ELSE
              MOVE WRK-FS-ARQDIF02     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3700-99-FIM.
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
              MOVE '  NENHUMA EXCECAO NA MORATORIA'
                                       TO WRK-LINHA-IMPRESSAO
              PERFORM 4950-GRAVAR-LINHA
           END-IF

           IF ACU-EMP-DIFERIDOS EQUAL ZEROS
              PERFORM 4950-GRAVAR-LINHA
              MOVE '  NENHUM EMPRESTIMO DIFERIDO NESTA RODADA'
                                       TO WRK-LINHA-IMPRESSAO
              PERFORM 4950-GRAVAR-LINHA
           END-IF

           PERFORM 4950-GRAVAR-LINHA
           MOVE 'TOTAL DIFERIDO POR LINHA DA DEFINICAO DAS MORATORIAS'
                                       TO WRK-TIT-SECAO
           MOVE WRK-TIT-SECAO          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           MOVE WRK-CAB-MORATORIA      TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           PERFORM 4100-LISTAR-MORATORIA
              VARYING WRK-MRT-IDX FROM 1 BY 1
              UNTIL WRK-MRT-IDX GREATER WRK-MRT-QTDE

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

           SET  WRK-CN-ARQDIF02        TO TRUE
           CLOSE ARQDIF02
           IF NOT WRK-FS-DIF02-OK
              MOVE WRK-FS-ARQDIF02     TO WRK-FS-DISPLAY
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

           MOVE ACU-LIDOS-ARQMRT01     TO WRK-MASK-QTDE
           DISPLAY '**************************************************'
           DISPLAY '* QTDE DE DEFINICOES LIDAS   : ' WRK-MASK-QTDE  '*'
           MOVE ACU-DEF-REJEITADAS     TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE DEFINICOES REJEIT. : ' WRK-MASK-QTDE  '*'
           MOVE ACU-EMP-DIFERIDOS      TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE EMPRESTIMOS DIFER. : ' WRK-MASK-QTDE  '*'
           MOVE ACU-PARC-DIFERIDAS     TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE PARCELAS DIFERIDAS : ' WRK-MASK-QTDE  '*'
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
       4100-LISTAR-MORATORIA SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-MRT-TIPO (WRK-MRT-IDX)
                                       TO WRK-DAB-TIPO
           MOVE WRK-MRT-CHAVE (WRK-MRT-IDX)
                                       TO WRK-APR-CHAVE
           PERFORM 5500-DESCREVER-ABRANGENCIA

           MOVE WRK-MRT-COD (WRK-MRT-IDX)
                                       TO WRK-DMR-MORATORIA
           MOVE WRK-DES-ABRANGENCIA    TO WRK-DMR-ABRANGENCIA

           MOVE WRK-MRT-DAT-INICIO (WRK-MRT-IDX)
                                       TO WRK-DAT-EDICAO
           PERFORM 5600-EDITAR-DATA
           MOVE WRK-DAT-EDITADA        TO WRK-DMR-INICIO

           MOVE WRK-MRT-QTD-MESES (WRK-MRT-IDX)
                                       TO WRK-DMR-MESES

           IF WRK-MRT-IND-JUROS (WRK-MRT-IDX) EQUAL 'C'
              MOVE 'CAPITALIZA'        TO WRK-DMR-JUROS
           ELSE
              MOVE 'ISENTA'            TO WRK-DMR-JUROS
           END-IF

           MOVE WRK-MRT-QTD-EMP (WRK-MRT-IDX)
                                       TO WRK-DMR-EMPRESTIMOS
           MOVE WRK-MRT-QTD-PARC (WRK-MRT-IDX)
                                       TO WRK-DMR-PARCELAS
           MOVE WRK-MRT-SALDO (WRK-MRT-IDX)
                                       TO WRK-DMR-SALDO
           MOVE WRK-MRT-JUROS (WRK-MRT-IDX)
                                       TO WRK-DMR-JUROS-CAP
           MOVE WRK-MRT-DESCRICAO (WRK-MRT-IDX)
                                       TO WRK-DMR-DESCRICAO

           MOVE WRK-DET-MORATORIA      TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       4100-99-FIM.
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

           MOVE 'DEFINICOES DE MORATORIA LIDAS'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-LIDOS-ARQMRT01     TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE '  REJEITADAS'         TO WRK-RES-DESCRICAO
           MOVE ACU-DEF-REJEITADAS     TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'EMPRESTIMOS NO CRONOGRAMA'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-EMP-LIDOS          TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE '  JA DIFERIDOS NA MESMA MORATORIA'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-EMP-JA-DIFERIDOS   TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE '  ABRANGIDOS POR MORATORIA'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-EMP-ABRANGIDOS     TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE '    ENCERRADOS NO CADASTRO'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-EMP-ENCERRADOS     TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE '    SEM PARCELAS A DIFERIR'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-EMP-SEM-PARCELAS   TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE '    DIFERIDOS'        TO WRK-RES-DESCRICAO
           MOVE ACU-EMP-DIFERIDOS      TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'PARCELAS DIFERIDAS'   TO WRK-RES-DESCRICAO
           MOVE ACU-PARC-DIFERIDAS     TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'PARCELAS GRAVADAS NO CRONOGRAMA'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-GRAVA-ARQPAR02     TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'DIFERIMENTOS DE RODADAS ANTERIORES'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-LIDOS-ARQDIF01     TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'DIFERIMENTOS GRAVADOS (ACUMULADO)'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-GRAVA-ARQDIF02     TO WRK-RES-QTDE
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
      *    PRIMEIRA MORATORIA QUE ABRANGE O EMPRESTIMO (PELA AGENCIA   *
      *    OU PELA CHAVE) E AINDA NAO FOI APLICADA A ELE               *
      *----------------------------------------------------------------*
       5000-PROCURAR-MORATORIA SECTION.
      *----------------------------------------------------------------*
      *
           SET WRK-MORATORIA-NAO-ACHADA
                                       TO TRUE
           SET WRK-NAO-DIFERIDO        TO TRUE

           MOVE 1 TO WRK-MRT-IDX

           PERFORM 5010-AVALIAR-MORATORIA
              UNTIL WRK-MRT-IDX GREATER WRK-MRT-QTDE
                 OR WRK-MORATORIA-ACHADA
           .
      *----------------------------------------------------------------*
       5000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       5010-AVALIAR-MORATORIA SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-MRT-TIPO (WRK-MRT-IDX) EQUAL 'A'
              IF WRK-MRT-AGENCIA (WRK-MRT-IDX) NOT EQUAL
                 WRK-PRC-CHAVE (1:3)
                 ADD 1 TO WRK-MRT-IDX
                 GO TO 5010-99-FIM
              END-IF
           ELSE
              IF WRK-MRT-CHAVE (WRK-MRT-IDX) NOT EQUAL WRK-PRC-CHAVE
                 ADD 1 TO WRK-MRT-IDX
                 GO TO 5010-99-FIM
              END-IF
           END-IF

           MOVE WRK-PRC-CHAVE          TO WRK-APR-CHAVE
           MOVE WRK-MRT-COD (WRK-MRT-IDX)
                                       TO WRK-APR-COD
           MOVE 1 TO WRK-ANT-IDX

           PERFORM 5110-PROXIMO-DIFERIMENTO
              UNTIL WRK-ANT-IDX GREATER WRK-ANT-QTDE
                 OR WRK-ANT-LINHA (WRK-ANT-IDX) EQUAL
                    WRK-ANT-PROCURADO

           IF WRK-ANT-IDX GREATER WRK-ANT-QTDE
              SET WRK-MORATORIA-ACHADA TO TRUE
           ELSE
              SET WRK-JA-DIFERIDO      TO TRUE
              ADD 1 TO WRK-MRT-IDX
           END-IF
           .
      *----------------------------------------------------------------*
       5010-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       5110-PROXIMO-DIFERIMENTO SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-ANT-IDX
           .
      *----------------------------------------------------------------*
       5110-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    TEXTO DA ABRANGENCIA: 'AGENCIA 999' OU 'EMPREST 999/999/999'*
      *    (TIPO EM WRK-DAB-TIPO, CHAVE EM WRK-APR-CHAVE)              *
      *----------------------------------------------------------------*
       5500-DESCREVER-ABRANGENCIA SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-DAB-TIPO (1:1) EQUAL 'A'
              MOVE 'AGENCIA '          TO WRK-DAB-TIPO
              MOVE SPACES              TO WRK-DAB-BARRA-1
                                          WRK-DAB-CONTA
                                          WRK-DAB-BARRA-2
                                          WRK-DAB-EMPRESTIMO
           ELSE
              MOVE 'EMPREST '          TO WRK-DAB-TIPO
              MOVE '/'                 TO WRK-DAB-BARRA-1
                                          WRK-DAB-BARRA-2
              MOVE WRK-APR-CHAVE (4:3) TO WRK-DAB-CONTA
              MOVE WRK-APR-CHAVE (7:3) TO WRK-DAB-EMPRESTIMO
           END-IF

           IF WRK-APR-CHAVE (1:3) NUMERIC
              MOVE WRK-APR-CHAVE (1:3) TO WRK-DAB-AGENCIA
           ELSE
              MOVE ZEROS               TO WRK-DAB-AGENCIA
           END-IF
           .
      *----------------------------------------------------------------*
       5500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    EDICAO DE DATA AAAAMMDD PARA DD/MM/AAAA                     *
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
