      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0319.
       AUTHOR.     JULIANA SOARES.
      *================================================================*
      *    PROGRAMA....: EXER0319                                      *
      *    PROGRAMADOR.: JULIANA SOARES                                *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   COBRANCA TERCEIRIZADA: OS EMPRESTIMOS HA    *
      *                    MAIS QUE O PRAZO PARAMETRIZADO NO ESTAGIO 3 *
      *                    (PROTESTO) DO ESTADO DE COBRANCA (COB03106) *
      *                    SAO ENCAMINHADOS AS ASSESSORIAS EXTERNAS    *
      *                    (ASS03319) POR RODIZIO OU PELA TABELA DE    *
      *                    REGRAS DO CADASTRO, E CADA ASSESSORIA       *
      *                    RECEBE O SEU LOTE NA REMESSA (REM03319). OS *
      *                    RESULTADOS DEVOLVIDOS (RES03319) SAO        *
      *                    CONFERIDOS CONTRA O REGISTRO DE             *
      *                    ENCAMINHAMENTOS (ENC03319, CARRY ENTRE      *
      *                    RODADAS): AS PROMESSAS VIRAM REGISTROS DE   *
      *                    PROMESSA (PRM03105) PARA O EXER0306 E OS    *
      *                    PAGAMENTOS RECEBIDOS GERAM A COMISSAO, COM  *
      *                    PERCENTUAL PROPRIO PARA EMPRESTIMOS JA      *
      *                    BAIXADOS COMO PREJUIZO (BXA03105). QUITADOS *
      *                    OU RENEGOCIADOS NO RAZAO (LED03105) TEM O   *
      *                    ENCAMINHAMENTO ENCERRADO. O RELATORIO TRAZ  *
      *                    O DESEMPENHO DE CADA ASSESSORIA.            *
      *----------------------------------------------------------------*
      *    CARTAO (ARQPARM): COLS 01-08 DATA DO MOVIMENTO (AAAAMMDD)   *
      *                      COL  09    'T' DISTRIBUICAO PELA TABELA   *
      *                                 DE REGRAS DO CADASTRO / OUTRO  *
      *                                 VALOR = RODIZIO                *
      *                      COLS 10-12 DIAS MINIMOS NO ESTAGIO 3      *
      *                                 (PADRAO 060)                   *
      *----------------------------------------------------------------*
      *    RETORNO.....:   RC 04 = RESULTADOS REJEITADOS OU            *
      *                            EMPRESTIMOS ELEGIVEIS NAO           *
      *                            ENCAMINHADOS (LISTADOS)             *
      *                    RC 12 = CARTAO INVALIDO OU TABELA ESGOTADA  *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQPARM  (DATA E CRITERIOS)               -               *
      *      ARQASS01 (CADASTRO DE ASSESSORIAS)        ASS03319        *
      *      ARQLED01 (RAZAO DE EMPRESTIMOS)           LED03105        *
      *      ARQCOB01 (ESTADO DE COBRANCA)             COB03106        *
      *      ARQENT01 (CADASTRO DE EMPRESTIMOS)        ENT03105        *
      *      ARQDEB01 (INSTRUCOES CPF X EMPRESTIMO)    DEB03105        *
      *      ARQDCS01 (DECISOES DE CREDITO - OPCIONAL) DCS03314        *
      *      ARQBXA01 (RAZAO DE BAIXADOS - OPCIONAL)   BXA03105        *
      *      ARQENC01/ARQENC02 (REGISTRO)              ENC03319        *
      *      ARQRES01 (RESULTADOS - OPCIONAL)          RES03319        *
      *      ARQREM01 (REMESSA AS ASSESSORIAS)         REM03319        *
      *      ARQPRO01 (PROMESSAS PARA O EXER0306)      PRM03105        *
      *      ARQSAI01 (RELATORIO DAS ASSESSORIAS)      -               *
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

           SELECT ARQASS01 ASSIGN      TO UT-S-ARQASS01
                      FILE STATUS      IS WRK-FS-ARQASS01.

           SELECT ARQLED01 ASSIGN      TO UT-S-ARQLED01
                      FILE STATUS      IS WRK-FS-ARQLED01.

           SELECT ARQCOB01 ASSIGN      TO UT-S-ARQCOB01
                      FILE STATUS      IS WRK-FS-ARQCOB01.

           SELECT ARQENT01 ASSIGN      TO UT-S-ARQENT01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS FD-ARQENT01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQENT01.

           SELECT OPTIONAL ARQDEB01 ASSIGN TO UT-S-ARQDEB01
                      FILE STATUS      IS WRK-FS-ARQDEB01.

           SELECT OPTIONAL ARQDCS01 ASSIGN TO UT-S-ARQDCS01
                      FILE STATUS      IS WRK-FS-ARQDCS01.

           SELECT OPTIONAL ARQBXA01 ASSIGN TO UT-S-ARQBXA01
                      FILE STATUS      IS WRK-FS-ARQBXA01.

           SELECT OPTIONAL ARQENC01 ASSIGN TO UT-S-ARQENC01
                      FILE STATUS      IS WRK-FS-ARQENC01.

           SELECT OPTIONAL ARQRES01 ASSIGN TO UT-S-ARQRES01
                      FILE STATUS      IS WRK-FS-ARQRES01.

           SELECT ARQENC02 ASSIGN      TO UT-S-ARQENC02
                      FILE STATUS      IS WRK-FS-ARQENC02.

           SELECT ARQREM01 ASSIGN      TO UT-S-ARQREM01
                      FILE STATUS      IS WRK-FS-ARQREM01.

           SELECT ARQPRO01 ASSIGN      TO UT-S-ARQPRO01
                      FILE STATUS      IS WRK-FS-ARQPRO01.

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
      *   INPUT:      CARTAO DE PARAMETROS: DATA E CRITERIOS          *
      *---------------------------------------------------------------*

       FD  ARQPARM
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQPARM              PIC X(80).

      *---------------------------------------------------------------*
      *   INPUT:      CADASTRO DE ASSESSORIAS DE COBRANCA             *
      *               ORG. SEQUENCIAL   -   LRECL = 080               *
      *---------------------------------------------------------------*

       FD  ARQASS01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQASS01             PIC X(080).

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
      *   INPUT:      ESTADO DE COBRANCA DA ULTIMA RODADA DO EXER0306 *
      *               ORG. SEQUENCIAL   -   LRECL = 036               *
      *---------------------------------------------------------------*

       FD  ARQCOB01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQCOB01             PIC X(036).

      *---------------------------------------------------------------*
      *   INPUT:      CADASTRO INDEXADO DE EMPRESTIMOS (NOME E        *
      *               CONTATOS DO DEVEDOR)                            *
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
      *   INPUT:      INSTRUCOES DE DEBITO AUTOMATICO (LIGACAO DO     *
      *               EMPRESTIMO AO CPF DO DEVEDOR)                   *
      *               ORG. SEQUENCIAL   -   LRECL = 028               *
      *---------------------------------------------------------------*

       FD  ARQDEB01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQDEB01             PIC X(028).

      *---------------------------------------------------------------*
      *   INPUT:      DECISOES DE CREDITO DAS SOLICITACOES (TODAS AS  *
      *               GERACOES DO EXER0314 - OPCIONAL)                *
      *               ORG. SEQUENCIAL   -   LRECL = 120               *
      *---------------------------------------------------------------*

       FD  ARQDCS01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQDCS01             PIC X(120).

      *---------------------------------------------------------------*
      *   INPUT:      RAZAO DE EMPRESTIMOS BAIXADOS (EXER0311 -       *
      *               OPCIONAL)                                       *
      *               ORG. SEQUENCIAL   -   LRECL = 034               *
      *---------------------------------------------------------------*

       FD  ARQBXA01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQBXA01             PIC X(034).

      *---------------------------------------------------------------*
      *   INPUT:      REGISTRO DE ENCAMINHAMENTOS DA RODADA ANTERIOR  *
      *               (OPCIONAL) - ORG. SEQUENCIAL - LRECL = 080      *
      *---------------------------------------------------------------*

       FD  ARQENC01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQENC01             PIC X(080).

      *---------------------------------------------------------------*
      *   INPUT:      RESULTADOS DEVOLVIDOS PELAS ASSESSORIAS         *
      *               (OPCIONAL) - ORG. SEQUENCIAL - LRECL = 060      *
      *---------------------------------------------------------------*

       FD  ARQRES01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQRES01             PIC X(060).

      *---------------------------------------------------------------*
      *   OUTPUT:     REGISTRO DE ENCAMINHAMENTOS DESTA RODADA        *
      *               ORG. SEQUENCIAL   -   LRECL = 080               *
      *---------------------------------------------------------------*

       FD  ARQENC02
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQENC02             PIC X(080).

      *---------------------------------------------------------------*
      *   OUTPUT:     REMESSA DE ENCAMINHAMENTOS AS ASSESSORIAS       *
      *               ORG. SEQUENCIAL   -   LRECL = 150               *
      *---------------------------------------------------------------*

       FD  ARQREM01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQREM01             PIC X(150).

      *---------------------------------------------------------------*
      *   OUTPUT:     PROMESSAS DE PAGAMENTO OBTIDAS PELAS            *
      *               ASSESSORIAS (ENTRADA DO EXER0306)               *
      *               ORG. SEQUENCIAL   -   LRECL = 025               *
      *---------------------------------------------------------------*

       FD  ARQPRO01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQPRO01             PIC X(025).

      *---------------------------------------------------------------*
      *   OUTPUT:     RELATORIO DE ENCAMINHAMENTOS E DESEMPENHO       *
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
             'EXER0319 - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC  X(008) VALUE 'EXER0319'.
       77 WRK-ERRO2000            PIC  X(008) VALUE 'ERRO2000'.
       77 WRK-MASK-QTDE           PIC  ZZZ.ZZ9.
       77 WRK-DAT-BASE            PIC  9(008) VALUE ZEROS.
       77 WRK-INT-BASE            PIC S9(009) COMP-3 VALUE +0.
       77 WRK-DIAS-ESTAGIO        PIC S9(005) COMP-3 VALUE +0.
       77 WRK-DIAS-MINIMO         PIC  9(003) VALUE ZEROS.
       77 WRK-VAL-COMISSAO        PIC S9(13)V99 COMP-3 VALUE +0.
      *
       01 WRK-MODO-DISTRIBUICAO   PIC  X(001) VALUE 'R'.
          88 WRK-MODO-TABELA                  VALUE 'T'.
          88 WRK-MODO-RODIZIO                 VALUE 'R'.
      *
       01 WRK-PARM-REGISTRO.
          05 WRK-PARM-DAT-BASE    PIC  9(008) VALUE ZEROS.
          05 WRK-PARM-MODO        PIC  X(001) VALUE SPACES.
          05 WRK-PARM-DIAS-MINIMO PIC  9(003) VALUE ZEROS.
          05 FILLER               PIC  X(068) VALUE SPACES.
      *
       01 WRK-ACUMULADORES.
           03 ACU-LIDOS-ARQASS01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQLED01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQCOB01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQDEB01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQDCS01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQBXA01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQENC01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQRES01     PIC 9(007) VALUE ZEROS.
           03 ACU-RES-ACEITOS        PIC 9(007) VALUE ZEROS.
           03 ACU-RES-REJEITADOS     PIC 9(007) VALUE ZEROS.
           03 ACU-ELEGIVEIS          PIC 9(007) VALUE ZEROS.
           03 ACU-JA-ENCAMINHADOS    PIC 9(007) VALUE ZEROS.
           03 ACU-NAO-ENCAMINHADOS   PIC 9(007) VALUE ZEROS.
           03 ACU-ENCAMINHADOS       PIC 9(007) VALUE ZEROS.
           03 ACU-POR-REGRA          PIC 9(007) VALUE ZEROS.
           03 ACU-POR-RODIZIO        PIC 9(007) VALUE ZEROS.
           03 ACU-ENCERRADOS         PIC 9(007) VALUE ZEROS.
           03 ACU-EXCECOES           PIC 9(007) VALUE ZEROS.
           03 ACU-LISTADOS           PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQENC02     PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQREM01     PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQPRO01     PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQSAI01     PIC 9(007) VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    TABELA DAS ASSESSORIAS, COM A REGRA DE DISTRIBUICAO E OS    *
      *    ACUMULADOS DA RODADA E DA CARTEIRA ENCAMINHADA              *
      *----------------------------------------------------------------*
       77 WRK-ASS-QTDE            PIC 9(003) VALUE ZEROS.
       77 WRK-ASS-IDX             PIC 9(003) VALUE ZEROS.
       77 WRK-ASS-CONT            PIC 9(003) VALUE ZEROS.
       77 WRK-ASS-ESCOLHIDA       PIC 9(003) VALUE ZEROS.
       77 WRK-ASS-ULTIMA          PIC 9(003) VALUE ZEROS.
       77 WRK-ASS-ATIVAS          PIC 9(003) VALUE ZEROS.
       77 WRK-PRC-ASSESSORIA      PIC 9(003) VALUE ZEROS.
      *
       01 WRK-ASS-TABELA.
          05 WRK-ASS-LINHA        OCCURS 50 TIMES.
             10 WRK-ASS-COD            PIC 9(003).
             10 WRK-ASS-NOME           PIC X(030).
             10 WRK-ASS-SIT            PIC X(001).
                88 WRK-ASS-ATIVA                VALUE 'A'.
             10 WRK-ASS-PCT            PIC 9(02)V99.
             10 WRK-ASS-PCT-BAIXA      PIC 9(02)V99.
             10 WRK-ASS-AGE-INICIAL    PIC 9(003).
             10 WRK-ASS-AGE-FINAL      PIC 9(003).
             10 WRK-ASS-SALDO-MIN      PIC 9(13)V99.
             10 WRK-ASS-SALDO-MAX      PIC 9(13)V99.
             10 WRK-ASS-QTD-ENCAM      PIC 9(005).
             10 WRK-ASS-VAL-ENCAM      PIC S9(13)V99 COMP-3.
             10 WRK-ASS-QTD-CONTATOS   PIC 9(005).
             10 WRK-ASS-QTD-PROMESSAS  PIC 9(005).
             10 WRK-ASS-QTD-RECEB      PIC 9(005).
             10 WRK-ASS-VAL-RECUP      PIC S9(13)V99 COMP-3.
             10 WRK-ASS-VAL-RECUP-BXA  PIC S9(13)V99 COMP-3.
             10 WRK-ASS-VAL-COMISSAO   PIC S9(13)V99 COMP-3.
             10 WRK-ASS-QTD-CARTEIRA   PIC 9(005).
             10 WRK-ASS-VAL-ENCAM-ACUM PIC S9(15)V99 COMP-3.
             10 WRK-ASS-VAL-RECUP-ACUM PIC S9(15)V99 COMP-3.
      *
       01 WRK-TOT-ASSESSORIAS.
          05 TOT-QTD-CARTEIRA        PIC 9(007) VALUE ZEROS.
          05 TOT-QTD-ENCAM           PIC 9(007) VALUE ZEROS.
          05 TOT-QTD-CONTATOS        PIC 9(007) VALUE ZEROS.
          05 TOT-QTD-PROMESSAS       PIC 9(007) VALUE ZEROS.
          05 TOT-QTD-RECEB           PIC 9(007) VALUE ZEROS.
          05 TOT-VAL-ENCAM           PIC S9(15)V99 COMP-3 VALUE +0.
          05 TOT-VAL-RECUP           PIC S9(15)V99 COMP-3 VALUE +0.
          05 TOT-VAL-RECUP-BXA       PIC S9(15)V99 COMP-3 VALUE +0.
          05 TOT-VAL-COMISSAO        PIC S9(15)V99 COMP-3 VALUE +0.
          05 TOT-VAL-ENCAM-ACUM      PIC S9(15)V99 COMP-3 VALUE +0.
          05 TOT-VAL-RECUP-ACUM      PIC S9(15)V99 COMP-3 VALUE +0.
      *
      *----------------------------------------------------------------*
      *    TABELA DO RAZAO DE EMPRESTIMOS, COM O CPF RESOLVIDO PELA    *
      *    INSTRUCAO DE DEBITO OU PELA DECISAO DE CREDITO              *
      *----------------------------------------------------------------*
       77 WRK-PRC-CHAVE           PIC X(009) VALUE SPACES.
       77 WRK-LED-QTDE            PIC 9(004) VALUE ZEROS.
       77 WRK-LED-IDX             PIC 9(004) VALUE ZEROS.
      *
       01 WRK-LED-TABELA.
          05 WRK-LED-LINHA        OCCURS 500 TIMES.
             10 WRK-LED-CHAVE          PIC X(009).
             10 WRK-LED-SALDO          PIC S9(13)V99 COMP-3.
             10 WRK-LED-SIT            PIC X(010).
                88 WRK-LED-REGULARIZADO    VALUE 'QUITADO'
                                                 'RENEGOCIAD'.
             10 WRK-LED-CPF            PIC 9(011).
      *
      *----------------------------------------------------------------*
      *    CHAVES DOS EMPRESTIMOS BAIXADOS COMO PREJUIZO (EXER0311)    *
      *----------------------------------------------------------------*
       77 WRK-BXA-QTDE            PIC 9(004) VALUE ZEROS.
       77 WRK-BXA-IDX             PIC 9(004) VALUE ZEROS.
      *
       01 WRK-BXA-TABELA.
          05 WRK-BXA-CHAVE        OCCURS 500 TIMES PIC X(009).
      *
      *----------------------------------------------------------------*
      *    TABELA DO REGISTRO DE ENCAMINHAMENTOS (ENC03319); NOVO =    *
      *    'S' PARA OS ENCAMINHADOS NESTA RODADA                       *
      *----------------------------------------------------------------*
       77 WRK-ENC-QTDE            PIC 9(004) VALUE ZEROS.
       77 WRK-ENC-IDX             PIC 9(004) VALUE ZEROS.
      *
       01 WRK-ENC-TABELA.
          05 WRK-ENC-LINHA        OCCURS 500 TIMES.
             10 WRK-ENC-REGISTRO.
                15 WRK-ENC-CHAVE       PIC X(009).
                15 FILLER              PIC X(071).
             10 WRK-ENC-NOVO           PIC X(001).
                88 WRK-ENC-DA-RODADA            VALUE 'S'.
             10 WRK-ENC-IDX-ASS        PIC 9(003).
             10 WRK-ENC-CRITERIO       PIC X(007).
             10 WRK-ENC-CPF            PIC 9(011).
             10 WRK-ENC-DAT-ESTAGIO    PIC 9(008).
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
      *    AREA DO RELATORIO DAS ASSESSORIAS                           *
      *----------------------------------------------------------------*
       01 WRK-CAB1-RELATORIO.
          05 FILLER               PIC X(050) VALUE
             'COBRANCA TERCEIRIZADA - ASSESSORIAS EXTERNAS'.
          05 FILLER               PIC X(011) VALUE 'MOVIMENTO: '.
          05 WRK-CAB1-DATA        PIC X(010).
          05 FILLER               PIC X(017) VALUE
             '   DISTRIBUICAO: '.
          05 WRK-CAB1-MODO        PIC X(007).
          05 FILLER               PIC X(021) VALUE
             '   DIAS NO ESTAGIO 3:'.
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-CAB1-DIAS        PIC ZZ9.
          05 FILLER               PIC X(012) VALUE SPACES.

       01 WRK-CAB-EXCECAO.
          05 FILLER               PIC X(050) VALUE
             'AGE/CTA/EMP  ASS  T  DATA                   VALOR '.
          05 FILLER               PIC X(007) VALUE
             ' MOTIVO'.
          05 FILLER               PIC X(075) VALUE SPACES.

       01 WRK-CAB-ENCAMINHADO.
          05 FILLER               PIC X(050) VALUE
             'AGE/CTA/EMP  ASS  NOME DA ASSESSORIA              '.
          05 FILLER               PIC X(050) VALUE
             'CPF          ESTAGIO 3    DIAS SALDO ENCAMINHADO  '.
          05 FILLER               PIC X(008) VALUE
             'CRITERIO'.
          05 FILLER               PIC X(024) VALUE SPACES.

       01 WRK-CAB-DESEMPENHO.
          05 FILLER               PIC X(050) VALUE
             'ASS NOME DA ASSESSORIA  CARTEIRA  ENCAM. CONTAT. P'.
          05 FILLER               PIC X(050) VALUE
             'ROMES.  RECEB.   VAL.RECUPERADO   RECUP.BAIXADOS  '.
          05 FILLER               PIC X(020) VALUE
             '     COMISSAO %RECUP'.
          05 FILLER               PIC X(012) VALUE SPACES.

       01 WRK-DET-EXCECAO.
          05 WRK-DEX-AGENCIA      PIC 9(003).
          05 FILLER               PIC X(001) VALUE '/'.
          05 WRK-DEX-CONTA        PIC 9(003).
          05 FILLER               PIC X(001) VALUE '/'.
          05 WRK-DEX-EMPRESTIMO   PIC 9(003).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DEX-ASSESSORIA   PIC X(003).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DEX-TIPO         PIC X(001).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DEX-DATA         PIC X(010).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DEX-VALOR        PIC Z.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DEX-MOTIVO       PIC X(040).
          05 FILLER               PIC X(041) VALUE SPACES.

       01 WRK-DET-ENCAMINHADO.
          05 WRK-DEN-AGENCIA      PIC 9(003).
          05 FILLER               PIC X(001) VALUE '/'.
          05 WRK-DEN-CONTA        PIC 9(003).
          05 FILLER               PIC X(001) VALUE '/'.
          05 WRK-DEN-EMPRESTIMO   PIC 9(003).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DEN-ASSESSORIA   PIC 9(003).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DEN-NOME         PIC X(030).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DEN-CPF          PIC 9(011).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DEN-DAT-ESTAGIO  PIC X(010).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DEN-DIAS         PIC ZZZZ9.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DEN-SALDO        PIC Z.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DEN-CRITERIO     PIC X(007).
          05 FILLER               PIC X(025) VALUE SPACES.

       01 WRK-DET-DESEMPENHO.
          05 WRK-DDS-ASSESSORIA   PIC X(003).
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DDS-NOME         PIC X(020).
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DDS-CARTEIRA     PIC ZZZ.ZZ9.
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DDS-ENCAM        PIC ZZZ.ZZ9.
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DDS-CONTATOS     PIC ZZZ.ZZ9.
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DDS-PROMESSAS    PIC ZZZ.ZZ9.
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DDS-RECEB        PIC ZZZ.ZZ9.
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DDS-VAL-RECUP    PIC Z.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DDS-VAL-RECUP-BXA
                                  PIC Z.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DDS-COMISSAO     PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DDS-PCT-RECUP    PIC ZZ9,99.
          05 FILLER               PIC X(012) VALUE SPACES.

       01 WRK-TIT-SECAO           PIC X(132) VALUE SPACES.

       01 WRK-RES-LINHA.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-RES-DESCRICAO    PIC X(040).
          05 WRK-RES-QTDE         PIC ZZZ.ZZZ.ZZ9.
          05 FILLER               PIC X(079) VALUE SPACES.

       01 WRK-RSV-LINHA.
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
          05 WRK-FS-ARQASS01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-ASS01-OK               VALUE '00'.
             88 WRK-FS-ASS01-FIM              VALUE '10'.
          05 WRK-FS-ARQLED01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-LED01-OK               VALUE '00'.
             88 WRK-FS-LED01-FIM              VALUE '10'.
          05 WRK-FS-ARQCOB01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-COB01-OK               VALUE '00'.
             88 WRK-FS-COB01-FIM              VALUE '10'.
          05 WRK-FS-ARQENT01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-ENT01-OK               VALUE '00'.
             88 WRK-FS-ENT01-NAO-ENCONTRADO   VALUE '23'.
          05 WRK-FS-ARQDEB01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-DEB01-OK               VALUE '00'.
             88 WRK-FS-DEB01-FIM              VALUE '10'.
             88 WRK-FS-DEB01-INEXISTENTE      VALUE '05' '35'.
          05 WRK-FS-ARQDCS01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-DCS01-OK               VALUE '00'.
             88 WRK-FS-DCS01-FIM              VALUE '10'.
             88 WRK-FS-DCS01-INEXISTENTE      VALUE '05' '35'.
          05 WRK-FS-ARQBXA01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-BXA01-OK               VALUE '00'.
             88 WRK-FS-BXA01-FIM              VALUE '10'.
             88 WRK-FS-BXA01-INEXISTENTE      VALUE '05' '35'.
          05 WRK-FS-ARQENC01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-ENC01-OK               VALUE '00'.
             88 WRK-FS-ENC01-FIM              VALUE '10'.
             88 WRK-FS-ENC01-INEXISTENTE      VALUE '05' '35'.
          05 WRK-FS-ARQRES01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-RES01-OK               VALUE '00'.
             88 WRK-FS-RES01-FIM              VALUE '10'.
             88 WRK-FS-RES01-INEXISTENTE      VALUE '05' '35'.
          05 WRK-FS-ARQENC02      PIC  X(002) VALUE SPACES.
             88 WRK-FS-ENC02-OK               VALUE '00'.
          05 WRK-FS-ARQREM01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-REM01-OK               VALUE '00'.
          05 WRK-FS-ARQPRO01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-PRO01-OK               VALUE '00'.
          05 WRK-FS-ARQSAI01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SAI01-OK               VALUE '00'.
          05 WRK-FS-ARQAUD01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-AUD01-OK               VALUE '00'.
          05 WRK-FS-DISPLAY       PIC  X(002) VALUE SPACES.

       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQPARM       VALUE 'ARQPARM '.
          88 WRK-CN-ARQASS01      VALUE 'ARQASS01'.
          88 WRK-CN-ARQLED01      VALUE 'ARQLED01'.
          88 WRK-CN-ARQCOB01      VALUE 'ARQCOB01'.
          88 WRK-CN-ARQENT01      VALUE 'ARQENT01'.
          88 WRK-CN-ARQDEB01      VALUE 'ARQDEB01'.
          88 WRK-CN-ARQDCS01      VALUE 'ARQDCS01'.
          88 WRK-CN-ARQBXA01      VALUE 'ARQBXA01'.
          88 WRK-CN-ARQENC01      VALUE 'ARQENC01'.
          88 WRK-CN-ARQRES01      VALUE 'ARQRES01'.
          88 WRK-CN-ARQENC02      VALUE 'ARQENC02'.
          88 WRK-CN-ARQREM01      VALUE 'ARQREM01'.
          88 WRK-CN-ARQPRO01      VALUE 'ARQPRO01'.
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
           COPY ASS03319.
           COPY LED03105.
           COPY COB03106.
           COPY ENT03105.
           COPY DEB03105.
           COPY DCS03314.
           COPY BXA03105.
           COPY ENC03319.
           COPY RES03319.
           COPY REM03319.
           COPY PRM03105.
           COPY AUD00105.
           COPY 'I#ERRO01'.

      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0319 - FIM DA AREA DE WORKING'.
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

           PERFORM 2000-CARREGAR-ASSESSORIAS

           PERFORM 2100-CARREGAR-RAZAO
              UNTIL WRK-FS-LED01-FIM

           PERFORM 2200-LIGAR-INSTRUCOES

           PERFORM 2300-LIGAR-DECISOES

           PERFORM 2400-CARREGAR-BAIXADOS

           PERFORM 2500-CARREGAR-REGISTRO

           MOVE 'RESULTADOS REJEITADOS E EMPRESTIMOS NAO ENCAMINHADOS'
                                       TO WRK-TIT-SECAO
           MOVE WRK-TIT-SECAO          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           MOVE WRK-CAB-EXCECAO        TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           PERFORM 3000-IMPORTAR-RESULTADOS

           PERFORM 3200-ENCERRAR-REGULARIZADO
              VARYING WRK-ENC-IDX FROM 1 BY 1
              UNTIL WRK-ENC-IDX GREATER WRK-ENC-QTDE

           PERFORM 3300-ENCAMINHAR
              UNTIL WRK-FS-COB01-FIM

           PERFORM 3500-GRAVAR-LOTE
              VARYING WRK-ASS-IDX FROM 1 BY 1
              UNTIL WRK-ASS-IDX GREATER WRK-ASS-QTDE

           PERFORM 3600-GRAVAR-REGISTRO
              VARYING WRK-ENC-IDX FROM 1 BY 1
              UNTIL WRK-ENC-IDX GREATER WRK-ENC-QTDE

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
           COMPUTE WRK-INT-BASE =
                   FUNCTION INTEGER-OF-DATE (WRK-DAT-BASE)

           IF WRK-PARM-MODO EQUAL 'T'
              SET WRK-MODO-TABELA      TO TRUE
              MOVE 'TABELA'            TO WRK-CAB1-MODO
           ELSE
              SET WRK-MODO-RODIZIO     TO TRUE
              MOVE 'RODIZIO'           TO WRK-CAB1-MODO
           END-IF

           IF WRK-PARM-DIAS-MINIMO NUMERIC
              AND WRK-PARM-DIAS-MINIMO GREATER ZEROS
              MOVE WRK-PARM-DIAS-MINIMO
                                       TO WRK-DIAS-MINIMO
           ELSE
              MOVE 60                  TO WRK-DIAS-MINIMO
           END-IF

           DISPLAY '* DATA DO MOVIMENTO      : ' WRK-DAT-BASE
           DISPLAY '* DISTRIBUICAO           : ' WRK-CAB1-MODO
           DISPLAY '* DIAS MINIMOS ESTAGIO 3 : ' WRK-DIAS-MINIMO

           SET  WRK-CN-ARQLED01        TO TRUE
           OPEN INPUT ARQLED01

           IF NOT WRK-FS-LED01-OK
              MOVE WRK-FS-ARQLED01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQCOB01        TO TRUE
           OPEN INPUT ARQCOB01

           IF NOT WRK-FS-COB01-OK
              MOVE WRK-FS-ARQCOB01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQENT01        TO TRUE
           OPEN INPUT ARQENT01

           IF NOT WRK-FS-ENT01-OK
              MOVE WRK-FS-ARQENT01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQENC02        TO TRUE
           OPEN OUTPUT ARQENC02

           IF NOT WRK-FS-ENC02-OK
              MOVE WRK-FS-ARQENC02     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQREM01        TO TRUE
           OPEN OUTPUT ARQREM01

           IF NOT WRK-FS-REM01-OK
              MOVE WRK-FS-ARQREM01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQPRO01        TO TRUE
           OPEN OUTPUT ARQPRO01

           IF NOT WRK-FS-PRO01-OK
              MOVE WRK-FS-ARQPRO01     TO WRK-FS-DISPLAY
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
           MOVE WRK-DIAS-MINIMO        TO WRK-CAB1-DIAS
           MOVE WRK-CAB1-RELATORIO     TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           PERFORM 4950-GRAVAR-LINHA

           PERFORM 2150-LER-RAZAO

           PERFORM 3350-LER-ESTADO
           .
      *----------------------------------------------------------------*
       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CARREGA O CADASTRO DE ASSESSORIAS (PELO MENOS UMA ATIVA     *
      *    PARA HAVER ENCAMINHAMENTO)                                  *
      *----------------------------------------------------------------*
       2000-CARREGAR-ASSESSORIAS SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQASS01        TO TRUE
           OPEN INPUT ARQASS01

           IF NOT WRK-FS-ASS01-OK
              MOVE WRK-FS-ARQASS01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 2050-LER-ASSESSORIA

           PERFORM 2060-ACUMULAR-ASSESSORIA
              UNTIL WRK-FS-ASS01-FIM

           SET  WRK-CN-CLOSE           TO TRUE
           CLOSE ARQASS01

           DISPLAY '* ASSESSORIAS CADASTRADAS: ' WRK-ASS-QTDE
                   ' ATIVAS: ' WRK-ASS-ATIVAS

           IF WRK-ASS-ATIVAS EQUAL ZEROS
              DISPLAY '* NENHUMA ASSESSORIA ATIVA: NAO HAVERA '
                      'ENCAMINHAMENTOS NESTA RODADA'
           END-IF
           .
      *----------------------------------------------------------------*
       2000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2050-LER-ASSESSORIA SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQASS01        TO TRUE

           READ ARQASS01 INTO ARQASS01-REGISTRO

           IF WRK-FS-ASS01-OK
              ADD 1 TO ACU-LIDOS-ARQASS01
           ELSE
              IF NOT WRK-FS-ASS01-FIM
                 MOVE WRK-FS-ARQASS01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       2050-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2060-ACUMULAR-ASSESSORIA SECTION.
      *----------------------------------------------------------------*
      *
           IF ARQASS01-COD-ASSESSORIA NOT NUMERIC
              OR ARQASS01-PCT-COMISSAO NOT NUMERIC
              OR ARQASS01-PCT-COMISSAO-BAIXA NOT NUMERIC
              OR ARQASS01-AGE-INICIAL NOT NUMERIC
              OR ARQASS01-AGE-FINAL NOT NUMERIC
              OR ARQASS01-VAL-SALDO-MIN NOT NUMERIC
              OR ARQASS01-VAL-SALDO-MAX NOT NUMERIC
              DISPLAY '* ASSESSORIA COM CADASTRO INVALIDO IGNORADA: '
                      ARQASS01-COD-ASSESSORIA
              GO TO 2060-80-LER
           END-IF

           IF WRK-ASS-QTDE NOT LESS 50
              DISPLAY '* TABELA DE ASSESSORIAS ESGOTADA (50): '
                      ARQASS01-COD-ASSESSORIA
              MOVE 12                  TO RETURN-CODE
              PERFORM 9900-FIM-PROGRAMA
           END-IF

           ADD 1 TO WRK-ASS-QTDE
           INITIALIZE WRK-ASS-LINHA (WRK-ASS-QTDE)
           MOVE ARQASS01-COD-ASSESSORIA
                                       TO WRK-ASS-COD (WRK-ASS-QTDE)
           MOVE ARQASS01-NOM-ASSESSORIA
                                       TO WRK-ASS-NOME (WRK-ASS-QTDE)
           MOVE ARQASS01-SIT-ASSESSORIA
                                       TO WRK-ASS-SIT (WRK-ASS-QTDE)
           MOVE ARQASS01-PCT-COMISSAO  TO WRK-ASS-PCT (WRK-ASS-QTDE)
           MOVE ARQASS01-PCT-COMISSAO-BAIXA
                                       TO WRK-ASS-PCT-BAIXA
                                          (WRK-ASS-QTDE)
           MOVE ARQASS01-AGE-INICIAL   TO WRK-ASS-AGE-INICIAL
                                          (WRK-ASS-QTDE)
           MOVE ARQASS01-AGE-FINAL     TO WRK-ASS-AGE-FINAL
                                          (WRK-ASS-QTDE)
           MOVE ARQASS01-VAL-SALDO-MIN TO WRK-ASS-SALDO-MIN
                                          (WRK-ASS-QTDE)
           MOVE ARQASS01-VAL-SALDO-MAX TO WRK-ASS-SALDO-MAX
                                          (WRK-ASS-QTDE)

           IF ARQASS01-ATIVA
              ADD 1 TO WRK-ASS-ATIVAS
           END-IF
           .
       2060-80-LER.

           PERFORM 2050-LER-ASSESSORIA
           .
      *----------------------------------------------------------------*
       2060-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CARREGA NA TABELA A SITUACAO DE CADA EMPRESTIMO DO RAZAO    *
      *----------------------------------------------------------------*
       2100-CARREGAR-RAZAO SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-LED-QTDE NOT LESS 500
              DISPLAY '* TABELA DO RAZAO ESGOTADA (500): '
                      ARQLED01-COD-AGENCIA '/'
                      ARQLED01-NUM-CONTA   '/'
                      ARQLED01-NUM-EMPRESTIMO
              MOVE 12                  TO RETURN-CODE
              PERFORM 9900-FIM-PROGRAMA
           END-IF

           ADD 1 TO WRK-LED-QTDE
           INITIALIZE WRK-LED-LINHA (WRK-LED-QTDE)
           MOVE ARQLED01-REGISTRO (1:9)
                                       TO WRK-LED-CHAVE (WRK-LED-QTDE)
           MOVE ARQLED01-VAL-SALDO     TO WRK-LED-SALDO (WRK-LED-QTDE)
           MOVE ARQLED01-SIT-EMPRESTIMO
                                       TO WRK-LED-SIT (WRK-LED-QTDE)

           PERFORM 2150-LER-RAZAO
           .
      *----------------------------------------------------------------*
       2100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2150-LER-RAZAO SECTION.
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
       2150-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LIGA CADA EMPRESTIMO AO CPF DO DEVEDOR PELA INSTRUCAO DE    *
      *    DEBITO (ATIVA OU SUSPENSA - O DEVEDOR E O MESMO)            *
      *----------------------------------------------------------------*
       2200-LIGAR-INSTRUCOES SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQDEB01        TO TRUE
           OPEN INPUT ARQDEB01

           IF WRK-FS-DEB01-INEXISTENTE
              DISPLAY '* SEM INSTRUCOES DE DEBITO: CPF SO PELAS '
                      'DECISOES DE CREDITO'
              GO TO 2200-99-FIM
           END-IF

           IF NOT WRK-FS-DEB01-OK
              MOVE WRK-FS-ARQDEB01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 2250-LER-INSTRUCAO

           PERFORM 2260-TRATAR-INSTRUCAO
              UNTIL WRK-FS-DEB01-FIM

           SET  WRK-CN-CLOSE           TO TRUE
           CLOSE ARQDEB01
           .
      *----------------------------------------------------------------*
       2200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2250-LER-INSTRUCAO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQDEB01        TO TRUE

           READ ARQDEB01 INTO ARQDEB01-REGISTRO

           IF WRK-FS-DEB01-OK
              ADD 1 TO ACU-LIDOS-ARQDEB01
           ELSE
              IF NOT WRK-FS-DEB01-FIM
                 MOVE WRK-FS-ARQDEB01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       2250-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2260-TRATAR-INSTRUCAO SECTION.
      *----------------------------------------------------------------*
      *
           IF ARQDEB01-CPF-DEVEDOR NUMERIC
              AND ARQDEB01-CPF-DEVEDOR GREATER ZEROS
              MOVE ARQDEB01-CHAVE      TO WRK-PRC-CHAVE
              PERFORM 5100-PROCURAR-RAZAO
              IF WRK-LED-IDX NOT GREATER WRK-LED-QTDE
                 IF WRK-LED-CPF (WRK-LED-IDX) EQUAL ZEROS
                    MOVE ARQDEB01-CPF-DEVEDOR
                                       TO WRK-LED-CPF (WRK-LED-IDX)
                 END-IF
              END-IF
           END-IF

           PERFORM 2250-LER-INSTRUCAO
           .
      *----------------------------------------------------------------*
       2260-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    OS EMPRESTIMOS AINDA SEM CPF SAO LIGADOS PELA DECISAO DE    *
      *    CREDITO APROVADA QUE OS CRIOU                               *
      *----------------------------------------------------------------*
       2300-LIGAR-DECISOES SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQDCS01        TO TRUE
           OPEN INPUT ARQDCS01

           IF WRK-FS-DCS01-INEXISTENTE
              DISPLAY '* SEM DECISOES DE CREDITO: CPF SO PELAS '
                      'INSTRUCOES DE DEBITO'
              GO TO 2300-99-FIM
           END-IF

           IF NOT WRK-FS-DCS01-OK
              MOVE WRK-FS-ARQDCS01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 2350-LER-DECISAO

           PERFORM 2360-TRATAR-DECISAO
              UNTIL WRK-FS-DCS01-FIM

           SET  WRK-CN-CLOSE           TO TRUE
           CLOSE ARQDCS01
           .
      *----------------------------------------------------------------*
       2300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2350-LER-DECISAO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQDCS01        TO TRUE

           READ ARQDCS01 INTO ARQDCS01-REGISTRO

           IF WRK-FS-DCS01-OK
              ADD 1 TO ACU-LIDOS-ARQDCS01
           ELSE
              IF NOT WRK-FS-DCS01-FIM
                 MOVE WRK-FS-ARQDCS01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       2350-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2360-TRATAR-DECISAO SECTION.
      *----------------------------------------------------------------*
      *
           IF ARQDCS01-APROVADA
              AND ARQDCS01-CPF NUMERIC
              AND ARQDCS01-CPF GREATER ZEROS
              AND ARQDCS01-CHAVE-EMPRESTIMO NOT EQUAL ZEROS
              MOVE ARQDCS01-CHAVE-EMPRESTIMO
                                       TO WRK-PRC-CHAVE
              PERFORM 5100-PROCURAR-RAZAO
              IF WRK-LED-IDX NOT GREATER WRK-LED-QTDE
                 IF WRK-LED-CPF (WRK-LED-IDX) EQUAL ZEROS
                    MOVE ARQDCS01-CPF  TO WRK-LED-CPF (WRK-LED-IDX)
                 END-IF
              END-IF
           END-IF

           PERFORM 2350-LER-DECISAO
           .
      *----------------------------------------------------------------*
       2360-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CARREGA AS CHAVES DOS EMPRESTIMOS BAIXADOS COMO PREJUIZO:   *
      *    O RECUPERADO NELES TEM PERCENTUAL DE COMISSAO PROPRIO       *
      *----------------------------------------------------------------*
       2400-CARREGAR-BAIXADOS SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQBXA01        TO TRUE
           OPEN INPUT ARQBXA01

           IF WRK-FS-BXA01-INEXISTENTE
              DISPLAY '* SEM RAZAO DE BAIXADOS: TODO RECUPERADO COM '
                      'COMISSAO DE EMPRESTIMO ATIVO'
              GO TO 2400-99-FIM
           END-IF

           IF NOT WRK-FS-BXA01-OK
              MOVE WRK-FS-ARQBXA01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 2450-LER-BAIXADO

           PERFORM 2460-ACUMULAR-BAIXADO
              UNTIL WRK-FS-BXA01-FIM

           SET  WRK-CN-CLOSE           TO TRUE
           CLOSE ARQBXA01
           .
      *----------------------------------------------------------------*
       2400-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2450-LER-BAIXADO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQBXA01        TO TRUE

           READ ARQBXA01 INTO ARQBXA01-REGISTRO

           IF WRK-FS-BXA01-OK
              ADD 1 TO ACU-LIDOS-ARQBXA01
           ELSE
              IF NOT WRK-FS-BXA01-FIM
                 MOVE WRK-FS-ARQBXA01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       2450-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2460-ACUMULAR-BAIXADO SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-BXA-QTDE NOT LESS 500
              DISPLAY '* TABELA DE BAIXADOS ESGOTADA (500): '
                      ARQBXA01-COD-AGENCIA '/'
                      ARQBXA01-NUM-CONTA   '/'
                      ARQBXA01-NUM-EMPRESTIMO
              MOVE 12                  TO RETURN-CODE
              PERFORM 9900-FIM-PROGRAMA
           END-IF

           ADD 1 TO WRK-BXA-QTDE
           MOVE ARQBXA01-CHAVE         TO WRK-BXA-CHAVE (WRK-BXA-QTDE)

           PERFORM 2450-LER-BAIXADO
           .
      *----------------------------------------------------------------*
       2460-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CARREGA O REGISTRO DE ENCAMINHAMENTOS DA RODADA ANTERIOR    *
      *    (AUSENTE NA PRIMEIRA RODADA). A ASSESSORIA DO ULTIMO        *
      *    ENCAMINHAMENTO DA A POSICAO DE PARTIDA DO RODIZIO           *
      *----------------------------------------------------------------*
       2500-CARREGAR-REGISTRO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQENC01        TO TRUE
           OPEN INPUT ARQENC01

           IF WRK-FS-ENC01-INEXISTENTE
              DISPLAY '* SEM REGISTRO DE ENCAMINHAMENTOS ANTERIOR: '
                      'PRIMEIRA RODADA'
              GO TO 2500-99-FIM
           END-IF

           IF NOT WRK-FS-ENC01-OK
              MOVE WRK-FS-ARQENC01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 2550-LER-REGISTRO

           PERFORM 2560-ACUMULAR-REGISTRO
              UNTIL WRK-FS-ENC01-FIM

           SET  WRK-CN-CLOSE           TO TRUE
           CLOSE ARQENC01
           .
      *----------------------------------------------------------------*
       2500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2550-LER-REGISTRO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQENC01        TO TRUE

           READ ARQENC01 INTO ARQENC01-REGISTRO

           IF WRK-FS-ENC01-OK
              ADD 1 TO ACU-LIDOS-ARQENC01
           ELSE
              IF NOT WRK-FS-ENC01-FIM
                 MOVE WRK-FS-ARQENC01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       2550-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2560-ACUMULAR-REGISTRO SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-ENC-QTDE NOT LESS 500
              DISPLAY '* TABELA DE ENCAMINHAMENTOS ESGOTADA (500): '
                      ARQENC01-COD-AGENCIA '/'
                      ARQENC01-NUM-CONTA   '/'
                      ARQENC01-NUM-EMPRESTIMO
              MOVE 12                  TO RETURN-CODE
              PERFORM 9900-FIM-PROGRAMA
           END-IF

           ADD 1 TO WRK-ENC-QTDE
           INITIALIZE WRK-ENC-LINHA (WRK-ENC-QTDE)
           MOVE ARQENC01-REGISTRO      TO WRK-ENC-REGISTRO
                                          (WRK-ENC-QTDE)

           MOVE ARQENC01-COD-ASSESSORIA
                                       TO WRK-PRC-ASSESSORIA
           PERFORM 5200-PROCURAR-ASSESSORIA

           IF WRK-ASS-IDX GREATER WRK-ASS-QTDE
              DISPLAY '* ENCAMINHAMENTO DE ASSESSORIA FORA DO '
                      'CADASTRO: ' ARQENC01-CHAVE ' '
                      ARQENC01-COD-ASSESSORIA
              MOVE ZEROS               TO WRK-ENC-IDX-ASS
                                          (WRK-ENC-QTDE)
           ELSE
              MOVE WRK-ASS-IDX         TO WRK-ENC-IDX-ASS
                                          (WRK-ENC-QTDE)
              MOVE WRK-ASS-IDX         TO WRK-ASS-ULTIMA
           END-IF

           PERFORM 2550-LER-REGISTRO
           .
      *----------------------------------------------------------------*
       2560-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LE OS RESULTADOS DEVOLVIDOS PELAS ASSESSORIAS (AUSENTES     *
      *    QUANDO NENHUMA ASSESSORIA DEVOLVEU ARQUIVO)                 *
      *----------------------------------------------------------------*
       3000-IMPORTAR-RESULTADOS SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQRES01        TO TRUE
           OPEN INPUT ARQRES01

           IF WRK-FS-RES01-INEXISTENTE
              DISPLAY '* SEM RESULTADOS DAS ASSESSORIAS NESTA RODADA'
              GO TO 3000-99-FIM
           END-IF

           IF NOT WRK-FS-RES01-OK
              MOVE WRK-FS-ARQRES01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 3050-LER-RESULTADO

           PERFORM 3100-TRATAR-RESULTADO
              UNTIL WRK-FS-RES01-FIM

           SET  WRK-CN-CLOSE           TO TRUE
           CLOSE ARQRES01
           .
      *----------------------------------------------------------------*
       3000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3050-LER-RESULTADO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQRES01        TO TRUE

           READ ARQRES01 INTO ARQRES01-REGISTRO

           IF WRK-FS-RES01-OK
              ADD 1 TO ACU-LIDOS-ARQRES01
           ELSE
              IF NOT WRK-FS-RES01-FIM
                 MOVE WRK-FS-ARQRES01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3050-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CONFERE O RESULTADO CONTRA O REGISTRO: CONTATO E PROMESSA   *
      *    SO CONTAM; A PROMESSA TAMBEM VAI PARA O EXER0306; O         *
      *    PAGAMENTO RECEBIDO ACUMULA O RECUPERADO E A COMISSAO        *
      *----------------------------------------------------------------*
       3100-TRATAR-RESULTADO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-DEX-MOTIVO

           IF ARQRES01-COD-ASSESSORIA NOT NUMERIC
              OR ARQRES01-CHAVE NOT NUMERIC
              OR ARQRES01-DAT-EVENTO NOT NUMERIC
              OR ARQRES01-VAL-EVENTO NOT NUMERIC
              MOVE 'REGISTRO DE RESULTADO INVALIDO'
                                       TO WRK-DEX-MOTIVO
              PERFORM 3150-REJEITAR-RESULTADO
              GO TO 3100-80-LER
           END-IF

           IF NOT ARQRES01-CONTATO
              AND NOT ARQRES01-PROMESSA
              AND NOT ARQRES01-RECEBIMENTO
              MOVE 'TIPO DE RESULTADO INVALIDO'
                                       TO WRK-DEX-MOTIVO
              PERFORM 3150-REJEITAR-RESULTADO
              GO TO 3100-80-LER
           END-IF

           MOVE ARQRES01-CHAVE         TO WRK-PRC-CHAVE
           PERFORM 5000-PROCURAR-ENCAMINHAMENTO

           IF WRK-ENC-IDX GREATER WRK-ENC-QTDE
              MOVE 'EMPRESTIMO NAO ENCAMINHADO'
                                       TO WRK-DEX-MOTIVO
              PERFORM 3150-REJEITAR-RESULTADO
              GO TO 3100-80-LER
           END-IF

           MOVE WRK-ENC-REGISTRO (WRK-ENC-IDX)
                                       TO ARQENC01-REGISTRO

           IF ARQENC01-COD-ASSESSORIA NOT EQUAL
              ARQRES01-COD-ASSESSORIA
              MOVE 'EMPRESTIMO ENCAMINHADO A OUTRA ASSESSORIA'
                                       TO WRK-DEX-MOTIVO
              PERFORM 3150-REJEITAR-RESULTADO
              GO TO 3100-80-LER
           END-IF

           MOVE WRK-ENC-IDX-ASS (WRK-ENC-IDX)
                                       TO WRK-ASS-IDX

           IF WRK-ASS-IDX EQUAL ZEROS
              MOVE 'ASSESSORIA FORA DO CADASTRO'
                                       TO WRK-DEX-MOTIVO
              PERFORM 3150-REJEITAR-RESULTADO
              GO TO 3100-80-LER
           END-IF

           EVALUATE TRUE
              WHEN ARQRES01-CONTATO
                 ADD 1 TO ARQENC01-QTD-CONTATOS
                 ADD 1 TO WRK-ASS-QTD-CONTATOS (WRK-ASS-IDX)
              WHEN ARQRES01-PROMESSA
                 PERFORM 3110-REGISTRAR-PROMESSA
              WHEN OTHER
                 PERFORM 3120-REGISTRAR-RECEBIMENTO
           END-EVALUATE

           IF WRK-DEX-MOTIVO NOT EQUAL SPACES
              PERFORM 3150-REJEITAR-RESULTADO
              GO TO 3100-80-LER
           END-IF

           IF ARQRES01-DAT-EVENTO GREATER ARQENC01-DAT-ULT-RESULTADO
              MOVE ARQRES01-DAT-EVENTO TO ARQENC01-DAT-ULT-RESULTADO
           END-IF

           MOVE ARQENC01-REGISTRO      TO WRK-ENC-REGISTRO
                                          (WRK-ENC-IDX)
           ADD 1 TO ACU-RES-ACEITOS
           .
       3100-80-LER.

           MOVE SPACES                 TO WRK-DEX-MOTIVO

           PERFORM 3050-LER-RESULTADO
           .
      *----------------------------------------------------------------*
       3100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    PROMESSA OBTIDA PELA ASSESSORIA: GRAVA O REGISTRO PRM03105  *
      *    QUE SUSPENDE O ESCALONAMENTO NO EXER0306                    *
      *----------------------------------------------------------------*
       3110-REGISTRAR-PROMESSA SECTION.
      *----------------------------------------------------------------*
      *
           IF ARQENC01-ENCERRADO
              MOVE 'PROMESSA DE EMPRESTIMO ENCERRADO'
                                       TO WRK-DEX-MOTIVO
              GO TO 3110-99-FIM
           END-IF

           IF ARQRES01-DAT-PROMESSA NOT NUMERIC
              OR ARQRES01-DAT-PROMESSA LESS WRK-DAT-BASE
              MOVE 'DATA DA PROMESSA INVALIDA'
                                       TO WRK-DEX-MOTIVO
              GO TO 3110-99-FIM
           END-IF

           IF ARQRES01-VAL-EVENTO EQUAL ZEROS
              MOVE 'VALOR PROMETIDO ZERADO'
                                       TO WRK-DEX-MOTIVO
              GO TO 3110-99-FIM
           END-IF

           INITIALIZE ARQPRO01-REGISTRO
           MOVE ARQRES01-CHAVE         TO ARQPRO01-CHAVE
           MOVE ARQRES01-DAT-PROMESSA  TO ARQPRO01-DAT-PROMESSA
           MOVE ARQRES01-VAL-EVENTO    TO ARQPRO01-VAL-PROMETIDO

           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQPRO01        TO TRUE

           WRITE FD-ARQPRO01 FROM ARQPRO01-REGISTRO

           IF WRK-FS-PRO01-OK
              ADD 1 TO ACU-GRAVA-ARQPRO01
           ELSE
              MOVE WRK-FS-ARQPRO01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           ADD 1 TO ARQENC01-QTD-PROMESSAS
           ADD 1 TO WRK-ASS-QTD-PROMESSAS (WRK-ASS-IDX)
           .
      *----------------------------------------------------------------*
       3110-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    PAGAMENTO RECEBIDO PELA ASSESSORIA: COMISSAO SOBRE O VALOR  *
      *    COM O PERCENTUAL DE EMPRESTIMO BAIXADO QUANDO A CHAVE ESTA  *
      *    NO RAZAO DE BAIXADOS                                        *
      *----------------------------------------------------------------*
       3120-REGISTRAR-RECEBIMENTO SECTION.
      *----------------------------------------------------------------*
      *
           IF ARQRES01-VAL-EVENTO EQUAL ZEROS
              MOVE 'VALOR RECEBIDO ZERADO'
                                       TO WRK-DEX-MOTIVO
              GO TO 3120-99-FIM
           END-IF

           PERFORM 5300-PROCURAR-BAIXADO

           IF WRK-BXA-IDX NOT GREATER WRK-BXA-QTDE
              COMPUTE WRK-VAL-COMISSAO ROUNDED =
                      ARQRES01-VAL-EVENTO
                    * WRK-ASS-PCT-BAIXA (WRK-ASS-IDX) / 100
              ADD ARQRES01-VAL-EVENTO  TO WRK-ASS-VAL-RECUP-BXA
                                          (WRK-ASS-IDX)
           ELSE
              COMPUTE WRK-VAL-COMISSAO ROUNDED =
                      ARQRES01-VAL-EVENTO
                    * WRK-ASS-PCT (WRK-ASS-IDX) / 100
           END-IF

           ADD ARQRES01-VAL-EVENTO     TO ARQENC01-VAL-RECUPERADO
                                          WRK-ASS-VAL-RECUP
                                          (WRK-ASS-IDX)
           ADD WRK-VAL-COMISSAO        TO ARQENC01-VAL-COMISSAO
                                          WRK-ASS-VAL-COMISSAO
                                          (WRK-ASS-IDX)
           ADD 1 TO WRK-ASS-QTD-RECEB (WRK-ASS-IDX)
           .
      *----------------------------------------------------------------*
       3120-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3150-REJEITAR-RESULTADO SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO ACU-RES-REJEITADOS
           ADD 1 TO ACU-EXCECOES

           MOVE ARQRES01-CHAVE (1:3)   TO WRK-DEX-AGENCIA
           MOVE ARQRES01-CHAVE (4:3)   TO WRK-DEX-CONTA
           MOVE ARQRES01-CHAVE (7:3)   TO WRK-DEX-EMPRESTIMO
           MOVE ARQRES01-COD-ASSESSORIA
                                       TO WRK-DEX-ASSESSORIA
           MOVE ARQRES01-TIP-RESULTADO TO WRK-DEX-TIPO

           IF ARQRES01-DAT-EVENTO NUMERIC
              MOVE ARQRES01-DAT-EVENTO TO WRK-DAT-EDICAO
           ELSE
              MOVE ZEROS               TO WRK-DAT-EDICAO
           END-IF
           PERFORM 5600-EDITAR-DATA
           MOVE WRK-DAT-EDITADA        TO WRK-DEX-DATA

           IF ARQRES01-VAL-EVENTO NUMERIC
              MOVE ARQRES01-VAL-EVENTO TO WRK-DEX-VALOR
           ELSE
              MOVE ZEROS               TO WRK-DEX-VALOR
           END-IF

           MOVE WRK-DET-EXCECAO        TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       3150-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ENCERRA O ENCAMINHAMENTO DO EMPRESTIMO QUE O RAZAO MOSTRA   *
      *    QUITADO OU RENEGOCIADO (DEPOIS DOS RESULTADOS, PARA O       *
      *    PAGAMENTO QUE QUITOU AINDA GERAR COMISSAO)                  *
      *----------------------------------------------------------------*
       3200-ENCERRAR-REGULARIZADO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-ENC-REGISTRO (WRK-ENC-IDX)
                                       TO ARQENC01-REGISTRO

           IF NOT ARQENC01-EM-COBRANCA
              GO TO 3200-99-FIM
           END-IF

           MOVE ARQENC01-CHAVE         TO WRK-PRC-CHAVE
           PERFORM 5100-PROCURAR-RAZAO

           IF WRK-LED-IDX GREATER WRK-LED-QTDE
              GO TO 3200-99-FIM
           END-IF

           IF WRK-LED-REGULARIZADO (WRK-LED-IDX)
              SET ARQENC01-ENCERRADO   TO TRUE
              MOVE WRK-DAT-BASE        TO ARQENC01-DAT-ENCERRAMENTO
              MOVE ARQENC01-REGISTRO   TO WRK-ENC-REGISTRO
                                          (WRK-ENC-IDX)
              ADD 1 TO ACU-ENCERRADOS
           END-IF
           .
      *----------------------------------------------------------------*
       3200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    EMPRESTIMO HA MAIS QUE O PRAZO NO ESTAGIO 3 E AINDA NAO     *
      *    ENCAMINHADO: ESCOLHE A ASSESSORIA E REGISTRA                *
      *----------------------------------------------------------------*
       3300-ENCAMINHAR SECTION.
      *----------------------------------------------------------------*
      *
           IF ARQCOB01-ESTAGIO NOT EQUAL 3
              GO TO 3300-80-LER
           END-IF

           COMPUTE WRK-DIAS-ESTAGIO = WRK-INT-BASE -
                   FUNCTION INTEGER-OF-DATE (ARQCOB01-DAT-ESTAGIO)

           IF WRK-DIAS-ESTAGIO LESS WRK-DIAS-MINIMO
              GO TO 3300-80-LER
           END-IF

           ADD 1 TO ACU-ELEGIVEIS

           MOVE ARQCOB01-CHAVE         TO WRK-PRC-CHAVE
           PERFORM 5000-PROCURAR-ENCAMINHAMENTO

           IF WRK-ENC-IDX NOT GREATER WRK-ENC-QTDE
              ADD 1 TO ACU-JA-ENCAMINHADOS
              GO TO 3300-80-LER
           END-IF

           PERFORM 5100-PROCURAR-RAZAO

           IF WRK-LED-IDX GREATER WRK-LED-QTDE
              MOVE ZEROS               TO WRK-DEX-VALOR
              MOVE 'EMPRESTIMO FORA DO RAZAO'
                                       TO WRK-DEX-MOTIVO
              PERFORM 3450-LISTAR-NAO-ENCAMINHADO
              GO TO 3300-80-LER
           END-IF

           IF WRK-LED-REGULARIZADO (WRK-LED-IDX)
              ADD 1 TO ACU-JA-ENCAMINHADOS
              GO TO 3300-80-LER
           END-IF

           MOVE WRK-LED-SALDO (WRK-LED-IDX)
                                       TO WRK-DEX-VALOR

           IF WRK-LED-CPF (WRK-LED-IDX) EQUAL ZEROS
              MOVE 'SEM CPF (INSTRUCAO DE DEBITO/DECISAO)'
                                       TO WRK-DEX-MOTIVO
              PERFORM 3450-LISTAR-NAO-ENCAMINHADO
              GO TO 3300-80-LER
           END-IF

           PERFORM 3400-ESCOLHER-ASSESSORIA

           IF WRK-ASS-ESCOLHIDA EQUAL ZEROS
              MOVE 'NENHUMA ASSESSORIA ATIVA'
                                       TO WRK-DEX-MOTIVO
              PERFORM 3450-LISTAR-NAO-ENCAMINHADO
              GO TO 3300-80-LER
           END-IF

           IF WRK-ENC-QTDE NOT LESS 500
              DISPLAY '* TABELA DE ENCAMINHAMENTOS ESGOTADA (500): '
                      ARQCOB01-COD-AGENCIA '/'
                      ARQCOB01-NUM-CONTA   '/'
                      ARQCOB01-NUM-EMPRESTIMO
              MOVE 12                  TO RETURN-CODE
              PERFORM 9900-FIM-PROGRAMA
           END-IF

           INITIALIZE ARQENC01-REGISTRO
           MOVE ARQCOB01-CHAVE         TO ARQENC01-CHAVE
           MOVE WRK-ASS-COD (WRK-ASS-ESCOLHIDA)
                                       TO ARQENC01-COD-ASSESSORIA
           MOVE WRK-DAT-BASE           TO ARQENC01-DAT-ENCAMINHAMENTO
           MOVE WRK-LED-SALDO (WRK-LED-IDX)
                                       TO ARQENC01-VAL-ENCAMINHADO
           SET ARQENC01-EM-COBRANCA    TO TRUE

           ADD 1 TO WRK-ENC-QTDE
           INITIALIZE WRK-ENC-LINHA (WRK-ENC-QTDE)
           MOVE ARQENC01-REGISTRO      TO WRK-ENC-REGISTRO
                                          (WRK-ENC-QTDE)
           MOVE 'S'                    TO WRK-ENC-NOVO (WRK-ENC-QTDE)
           MOVE WRK-ASS-ESCOLHIDA      TO WRK-ENC-IDX-ASS
                                          (WRK-ENC-QTDE)
           MOVE WRK-LED-CPF (WRK-LED-IDX)
                                       TO WRK-ENC-CPF (WRK-ENC-QTDE)
           MOVE ARQCOB01-DAT-ESTAGIO   TO WRK-ENC-DAT-ESTAGIO
                                          (WRK-ENC-QTDE)

           IF WRK-MODO-TABELA
              AND WRK-ASS-IDX NOT GREATER WRK-ASS-QTDE
              MOVE 'REGRA'             TO WRK-ENC-CRITERIO
                                          (WRK-ENC-QTDE)
              ADD 1 TO ACU-POR-REGRA
           ELSE
              MOVE 'RODIZIO'           TO WRK-ENC-CRITERIO
                                          (WRK-ENC-QTDE)
              ADD 1 TO ACU-POR-RODIZIO
           END-IF

           ADD 1 TO WRK-ASS-QTD-ENCAM (WRK-ASS-ESCOLHIDA)
           ADD ARQENC01-VAL-ENCAMINHADO
                                       TO WRK-ASS-VAL-ENCAM
                                          (WRK-ASS-ESCOLHIDA)
           ADD 1 TO ACU-ENCAMINHADOS
           .
       3300-80-LER.

           PERFORM 3350-LER-ESTADO
           .
      *----------------------------------------------------------------*
       3300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3350-LER-ESTADO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQCOB01        TO TRUE

           READ ARQCOB01 INTO ARQCOB01-REGISTRO

           IF WRK-FS-COB01-OK OR WRK-FS-COB01-FIM
              IF WRK-FS-COB01-OK
                 ADD 1 TO ACU-LIDOS-ARQCOB01
              END-IF
           ELSE
              MOVE WRK-FS-ARQCOB01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3350-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    NO MODO TABELA VALE A PRIMEIRA ASSESSORIA ATIVA CUJA REGRA  *
      *    (FAIXA DE AGENCIAS E DE SALDO) ATENDE O EMPRESTIMO; SEM     *
      *    REGRA QUE ATENDA, OU NO MODO RODIZIO, VALE A PROXIMA ATIVA  *
      *    DEPOIS DA ULTIMA QUE RECEBEU ENCAMINHAMENTO                 *
      *    (WRK-ASS-IDX DENTRO DA QTDE = ESCOLHIDA PELA REGRA)         *
      *----------------------------------------------------------------*
       3400-ESCOLHER-ASSESSORIA SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-ASS-ESCOLHIDA

           IF WRK-MODO-TABELA
              PERFORM 3410-VERIFICAR-REGRA
                 VARYING WRK-ASS-IDX FROM 1 BY 1
                 UNTIL WRK-ASS-IDX GREATER WRK-ASS-QTDE
                    OR WRK-ASS-ESCOLHIDA GREATER ZEROS
              IF WRK-ASS-ESCOLHIDA GREATER ZEROS
                 MOVE WRK-ASS-ESCOLHIDA
                                       TO WRK-ASS-IDX
                 GO TO 3400-99-FIM
              END-IF
           END-IF

           MOVE WRK-ASS-ULTIMA         TO WRK-ASS-IDX

           PERFORM 3420-PROXIMA-NO-RODIZIO
              VARYING WRK-ASS-CONT FROM 1 BY 1
              UNTIL WRK-ASS-CONT GREATER WRK-ASS-QTDE
                 OR WRK-ASS-ESCOLHIDA GREATER ZEROS

           IF WRK-ASS-ESCOLHIDA GREATER ZEROS
              MOVE WRK-ASS-ESCOLHIDA   TO WRK-ASS-ULTIMA
           END-IF

           COMPUTE WRK-ASS-IDX = WRK-ASS-QTDE + 1
           .
      *----------------------------------------------------------------*
       3400-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3410-VERIFICAR-REGRA SECTION.
      *----------------------------------------------------------------*
      *
           IF NOT WRK-ASS-ATIVA (WRK-ASS-IDX)
              GO TO 3410-99-FIM
           END-IF

           IF WRK-ASS-AGE-INICIAL (WRK-ASS-IDX) GREATER
              ARQCOB01-COD-AGENCIA
              GO TO 3410-99-FIM
           END-IF

           IF WRK-ASS-AGE-FINAL (WRK-ASS-IDX) GREATER ZEROS
              AND WRK-ASS-AGE-FINAL (WRK-ASS-IDX) LESS
                  ARQCOB01-COD-AGENCIA
              GO TO 3410-99-FIM
           END-IF

           IF WRK-ASS-SALDO-MIN (WRK-ASS-IDX) GREATER
              WRK-LED-SALDO (WRK-LED-IDX)
              GO TO 3410-99-FIM
           END-IF

           IF WRK-ASS-SALDO-MAX (WRK-ASS-IDX) GREATER ZEROS
              AND WRK-ASS-SALDO-MAX (WRK-ASS-IDX) LESS
                  WRK-LED-SALDO (WRK-LED-IDX)
              GO TO 3410-99-FIM
           END-IF

           MOVE WRK-ASS-IDX            TO WRK-ASS-ESCOLHIDA
           .
      *----------------------------------------------------------------*
       3410-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3420-PROXIMA-NO-RODIZIO SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-ASS-IDX

           IF WRK-ASS-IDX GREATER WRK-ASS-QTDE
              MOVE 1                   TO WRK-ASS-IDX
           END-IF

           IF WRK-ASS-ATIVA (WRK-ASS-IDX)
              MOVE WRK-ASS-IDX         TO WRK-ASS-ESCOLHIDA
           END-IF
           .
      *----------------------------------------------------------------*
       3420-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3450-LISTAR-NAO-ENCAMINHADO SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO ACU-NAO-ENCAMINHADOS
           ADD 1 TO ACU-EXCECOES

           MOVE ARQCOB01-COD-AGENCIA   TO WRK-DEX-AGENCIA
           MOVE ARQCOB01-NUM-CONTA     TO WRK-DEX-CONTA
           MOVE ARQCOB01-NUM-EMPRESTIMO
                                       TO WRK-DEX-EMPRESTIMO
           MOVE SPACES                 TO WRK-DEX-ASSESSORIA
                                          WRK-DEX-TIPO
           MOVE ARQCOB01-DAT-ESTAGIO   TO WRK-DAT-EDICAO
           PERFORM 5600-EDITAR-DATA
           MOVE WRK-DAT-EDITADA        TO WRK-DEX-DATA

           MOVE WRK-DET-EXCECAO        TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       3450-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LOTE DA ASSESSORIA NA REMESSA: HEADER, OS ENCAMINHADOS DA   *
      *    RODADA E TRAILER (SO PARA QUEM RECEBEU ENCAMINHAMENTO)      *
      *----------------------------------------------------------------*
       3500-GRAVAR-LOTE SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-ASS-QTD-ENCAM (WRK-ASS-IDX) EQUAL ZEROS
              GO TO 3500-99-FIM
           END-IF

           INITIALIZE ARQREM01-REGISTRO
           SET ARQREM01-REG-HEADER     TO TRUE
           MOVE WRK-ASS-COD (WRK-ASS-IDX)
                                       TO ARQREM01-COD-ASSESSORIA
           MOVE WRK-ASS-NOME (WRK-ASS-IDX)
                                       TO ARQREM01-HDR-NOM-ASSESSORIA
           MOVE WRK-DAT-BASE           TO ARQREM01-HDR-DAT-MOVIMENTO
           PERFORM 3900-GRAVAR-REMESSA

           PERFORM 3550-GRAVAR-DETALHE-LOTE
              VARYING WRK-ENC-IDX FROM 1 BY 1
              UNTIL WRK-ENC-IDX GREATER WRK-ENC-QTDE

           INITIALIZE ARQREM01-REGISTRO
           SET ARQREM01-REG-TRAILER    TO TRUE
           MOVE WRK-ASS-COD (WRK-ASS-IDX)
                                       TO ARQREM01-COD-ASSESSORIA
           MOVE WRK-ASS-QTD-ENCAM (WRK-ASS-IDX)
                                       TO ARQREM01-TRL-QTDE-DETALHES
           MOVE WRK-ASS-VAL-ENCAM (WRK-ASS-IDX)
                                       TO ARQREM01-TRL-VAL-SALDO
           PERFORM 3900-GRAVAR-REMESSA
           .
      *----------------------------------------------------------------*
       3500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3550-GRAVAR-DETALHE-LOTE SECTION.
      *----------------------------------------------------------------*
      *
           IF NOT WRK-ENC-DA-RODADA (WRK-ENC-IDX)
              OR WRK-ENC-IDX-ASS (WRK-ENC-IDX) NOT EQUAL WRK-ASS-IDX
              GO TO 3550-99-FIM
           END-IF

           MOVE WRK-ENC-REGISTRO (WRK-ENC-IDX)
                                       TO ARQENC01-REGISTRO
           MOVE ARQENC01-CHAVE         TO WRK-PRC-CHAVE
           PERFORM 5400-LER-CADASTRO

           INITIALIZE ARQREM01-REGISTRO
           SET ARQREM01-REG-DETALHE    TO TRUE
           MOVE WRK-ASS-COD (WRK-ASS-IDX)
                                       TO ARQREM01-COD-ASSESSORIA
           MOVE ARQENC01-CHAVE         TO ARQREM01-NUM-CONTRATO
           MOVE WRK-ENC-CPF (WRK-ENC-IDX)
                                       TO ARQREM01-CPF
           MOVE ARQENT01-NOM-CLIENTE   TO ARQREM01-NOM-DEVEDOR
           MOVE ARQENT01-TEL-CLIENTE   TO ARQREM01-TEL-DEVEDOR
           MOVE ARQENT01-EMAIL-CLIENTE TO ARQREM01-EMAIL-DEVEDOR
           MOVE ARQENC01-VAL-ENCAMINHADO
                                       TO ARQREM01-VAL-SALDO
           MOVE WRK-ENC-DAT-ESTAGIO (WRK-ENC-IDX)
                                       TO ARQREM01-DAT-ESTAGIO
           PERFORM 3900-GRAVAR-REMESSA
           .
      *----------------------------------------------------------------*
       3550-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GRAVA O REGISTRO DE ENCAMINHAMENTOS DESTA RODADA E APURA A  *
      *    CARTEIRA DE CADA ASSESSORIA                                 *
      *----------------------------------------------------------------*
       3600-GRAVAR-REGISTRO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-ENC-REGISTRO (WRK-ENC-IDX)
                                       TO ARQENC01-REGISTRO
           MOVE WRK-ENC-IDX-ASS (WRK-ENC-IDX)
                                       TO WRK-ASS-IDX

           IF WRK-ASS-IDX GREATER ZEROS
              IF ARQENC01-EM-COBRANCA
                 ADD 1 TO WRK-ASS-QTD-CARTEIRA (WRK-ASS-IDX)
              END-IF
              ADD ARQENC01-VAL-ENCAMINHADO
                                       TO WRK-ASS-VAL-ENCAM-ACUM
                                          (WRK-ASS-IDX)
              ADD ARQENC01-VAL-RECUPERADO
                                       TO WRK-ASS-VAL-RECUP-ACUM
                                          (WRK-ASS-IDX)
           END-IF

           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQENC02        TO TRUE

           WRITE FD-ARQENC02 FROM ARQENC01-REGISTRO

           IF WRK-FS-ENC02-OK
              ADD 1 TO ACU-GRAVA-ARQENC02
           ELSE
              MOVE WRK-FS-ARQENC02     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3600-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3900-GRAVAR-REMESSA SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQREM01        TO TRUE

           WRITE FD-ARQREM01 FROM ARQREM01-REGISTRO

           IF WRK-FS-REM01-OK
              ADD 1 TO ACU-GRAVA-ARQREM01
           ELSE
              MOVE WRK-FS-ARQREM01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3900-99-FIM.
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
           MOVE ACU-LIDOS-ARQCOB01      TO ARQAUD01-QTDE-LIDOS
           MOVE ACU-GRAVA-ARQREM01      TO ARQAUD01-QTDE-GRAVA
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
              MOVE '  NENHUM RESULTADO REJEITADO OU EMPRESTIMO NAO '
                                       TO WRK-LINHA-IMPRESSAO
              MOVE 'ENCAMINHADO'       TO WRK-LINHA-IMPRESSAO (48:11)
              PERFORM 4950-GRAVAR-LINHA
           END-IF

           PERFORM 4950-GRAVAR-LINHA
           MOVE 'EMPRESTIMOS ENCAMINHADOS NESTA RODADA'
                                       TO WRK-TIT-SECAO
           MOVE WRK-TIT-SECAO          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           MOVE WRK-CAB-ENCAMINHADO    TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE ZEROS                  TO ACU-LISTADOS

           PERFORM 4100-LISTAR-ENCAMINHADO
              VARYING WRK-ENC-IDX FROM 1 BY 1
              UNTIL WRK-ENC-IDX GREATER WRK-ENC-QTDE

           IF ACU-LISTADOS EQUAL ZEROS
              MOVE '  NENHUM ENCAMINHAMENTO NESTA RODADA'
                                       TO WRK-LINHA-IMPRESSAO
              PERFORM 4950-GRAVAR-LINHA
           END-IF

           PERFORM 4950-GRAVAR-LINHA
           MOVE 'DESEMPENHO DAS ASSESSORIAS (RESULTADOS DA RODADA, '
                                       TO WRK-TIT-SECAO
           MOVE 'CARTEIRA E % RECUPERADO ACUMULADOS)'
                                       TO WRK-TIT-SECAO (51:35)
           MOVE WRK-TIT-SECAO          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           MOVE WRK-CAB-DESEMPENHO     TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           PERFORM 4200-LISTAR-DESEMPENHO
              VARYING WRK-ASS-IDX FROM 1 BY 1
              UNTIL WRK-ASS-IDX GREATER WRK-ASS-QTDE

           PERFORM 4250-LISTAR-TOTAL-GERAL

           PERFORM 4800-GRAVAR-TOTAIS

           IF ACU-EXCECOES GREATER ZEROS
              MOVE 04                  TO RETURN-CODE
           END-IF

           PERFORM 3980-GRAVAR-AUDITORIA

           SET  WRK-CN-CLOSE           TO TRUE

           SET  WRK-CN-ARQLED01        TO TRUE
           CLOSE ARQLED01
           IF NOT WRK-FS-LED01-OK
              MOVE WRK-FS-ARQLED01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQCOB01        TO TRUE
           CLOSE ARQCOB01
           IF NOT WRK-FS-COB01-OK
              MOVE WRK-FS-ARQCOB01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQENT01        TO TRUE
           CLOSE ARQENT01
           IF NOT WRK-FS-ENT01-OK
              MOVE WRK-FS-ARQENT01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQENC02        TO TRUE
           CLOSE ARQENC02
           IF NOT WRK-FS-ENC02-OK
              MOVE WRK-FS-ARQENC02     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQREM01        TO TRUE
           CLOSE ARQREM01
           IF NOT WRK-FS-REM01-OK
              MOVE WRK-FS-ARQREM01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQPRO01        TO TRUE
           CLOSE ARQPRO01
           IF NOT WRK-FS-PRO01-OK
              MOVE WRK-FS-ARQPRO01     TO WRK-FS-DISPLAY
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

           MOVE ACU-LIDOS-ARQRES01     TO WRK-MASK-QTDE
           DISPLAY '**************************************************'
           DISPLAY '* QTDE DE RESULTADOS LIDOS   : ' WRK-MASK-QTDE  '*'
           MOVE ACU-RES-REJEITADOS     TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE RESULTADOS REJEIT. : ' WRK-MASK-QTDE  '*'
           MOVE ACU-GRAVA-ARQPRO01     TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE PROMESSAS GRAVADAS : ' WRK-MASK-QTDE  '*'
           MOVE ACU-ELEGIVEIS          TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE ELEGIVEIS          : ' WRK-MASK-QTDE  '*'
           MOVE ACU-ENCAMINHADOS       TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE ENCAMINHADOS       : ' WRK-MASK-QTDE  '*'
           MOVE ACU-NAO-ENCAMINHADOS   TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE NAO ENCAMINHADOS   : ' WRK-MASK-QTDE  '*'
           MOVE ACU-ENCERRADOS         TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE ENCERRADOS         : ' WRK-MASK-QTDE  '*'
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
       4100-LISTAR-ENCAMINHADO SECTION.
      *----------------------------------------------------------------*
      *
           IF NOT WRK-ENC-DA-RODADA (WRK-ENC-IDX)
              GO TO 4100-99-FIM
           END-IF

           ADD 1 TO ACU-LISTADOS

           MOVE WRK-ENC-REGISTRO (WRK-ENC-IDX)
                                       TO ARQENC01-REGISTRO
           MOVE WRK-ENC-IDX-ASS (WRK-ENC-IDX)
                                       TO WRK-ASS-IDX

           MOVE ARQENC01-COD-AGENCIA   TO WRK-DEN-AGENCIA
           MOVE ARQENC01-NUM-CONTA     TO WRK-DEN-CONTA
           MOVE ARQENC01-NUM-EMPRESTIMO
                                       TO WRK-DEN-EMPRESTIMO
           MOVE ARQENC01-COD-ASSESSORIA
                                       TO WRK-DEN-ASSESSORIA
           MOVE WRK-ASS-NOME (WRK-ASS-IDX)
                                       TO WRK-DEN-NOME
           MOVE WRK-ENC-CPF (WRK-ENC-IDX)
                                       TO WRK-DEN-CPF
           MOVE WRK-ENC-DAT-ESTAGIO (WRK-ENC-IDX)
                                       TO WRK-DAT-EDICAO
           PERFORM 5600-EDITAR-DATA
           MOVE WRK-DAT-EDITADA        TO WRK-DEN-DAT-ESTAGIO
           COMPUTE WRK-DEN-DIAS = WRK-INT-BASE -
                   FUNCTION INTEGER-OF-DATE
                           (WRK-ENC-DAT-ESTAGIO (WRK-ENC-IDX))
           MOVE ARQENC01-VAL-ENCAMINHADO
                                       TO WRK-DEN-SALDO
           MOVE WRK-ENC-CRITERIO (WRK-ENC-IDX)
                                       TO WRK-DEN-CRITERIO

           MOVE WRK-DET-ENCAMINHADO    TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       4100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LINHA DE DESEMPENHO DA ASSESSORIA E ACUMULO DO TOTAL GERAL  *
      *----------------------------------------------------------------*
       4200-LISTAR-DESEMPENHO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-ASS-COD (WRK-ASS-IDX)
                                       TO WRK-DDS-ASSESSORIA
           MOVE WRK-ASS-NOME (WRK-ASS-IDX)
                                       TO WRK-DDS-NOME
           MOVE WRK-ASS-QTD-CARTEIRA (WRK-ASS-IDX)
                                       TO WRK-DDS-CARTEIRA
           MOVE WRK-ASS-QTD-ENCAM (WRK-ASS-IDX)
                                       TO WRK-DDS-ENCAM
           MOVE WRK-ASS-QTD-CONTATOS (WRK-ASS-IDX)
                                       TO WRK-DDS-CONTATOS
           MOVE WRK-ASS-QTD-PROMESSAS (WRK-ASS-IDX)
                                       TO WRK-DDS-PROMESSAS
           MOVE WRK-ASS-QTD-RECEB (WRK-ASS-IDX)
                                       TO WRK-DDS-RECEB
           MOVE WRK-ASS-VAL-RECUP (WRK-ASS-IDX)
                                       TO WRK-DDS-VAL-RECUP
           MOVE WRK-ASS-VAL-RECUP-BXA (WRK-ASS-IDX)
                                       TO WRK-DDS-VAL-RECUP-BXA
           MOVE WRK-ASS-VAL-COMISSAO (WRK-ASS-IDX)
                                       TO WRK-DDS-COMISSAO

           IF WRK-ASS-VAL-ENCAM-ACUM (WRK-ASS-IDX) GREATER ZEROS
              COMPUTE WRK-DDS-PCT-RECUP ROUNDED =
                      WRK-ASS-VAL-RECUP-ACUM (WRK-ASS-IDX) * 100
                    / WRK-ASS-VAL-ENCAM-ACUM (WRK-ASS-IDX)
           ELSE
              MOVE ZEROS               TO WRK-DDS-PCT-RECUP
           END-IF

           MOVE WRK-DET-DESEMPENHO     TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           ADD WRK-ASS-QTD-CARTEIRA (WRK-ASS-IDX)
                                       TO TOT-QTD-CARTEIRA
           ADD WRK-ASS-QTD-ENCAM (WRK-ASS-IDX)
                                       TO TOT-QTD-ENCAM
           ADD WRK-ASS-QTD-CONTATOS (WRK-ASS-IDX)
                                       TO TOT-QTD-CONTATOS
           ADD WRK-ASS-QTD-PROMESSAS (WRK-ASS-IDX)
                                       TO TOT-QTD-PROMESSAS
           ADD WRK-ASS-QTD-RECEB (WRK-ASS-IDX)
                                       TO TOT-QTD-RECEB
           ADD WRK-ASS-VAL-ENCAM (WRK-ASS-IDX)
                                       TO TOT-VAL-ENCAM
           ADD WRK-ASS-VAL-RECUP (WRK-ASS-IDX)
                                       TO TOT-VAL-RECUP
           ADD WRK-ASS-VAL-RECUP-BXA (WRK-ASS-IDX)
                                       TO TOT-VAL-RECUP-BXA
           ADD WRK-ASS-VAL-COMISSAO (WRK-ASS-IDX)
                                       TO TOT-VAL-COMISSAO
           ADD WRK-ASS-VAL-ENCAM-ACUM (WRK-ASS-IDX)
                                       TO TOT-VAL-ENCAM-ACUM
           ADD WRK-ASS-VAL-RECUP-ACUM (WRK-ASS-IDX)
                                       TO TOT-VAL-RECUP-ACUM
           .
      *----------------------------------------------------------------*
       4200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       4250-LISTAR-TOTAL-GERAL SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-DDS-ASSESSORIA
           MOVE 'TOTAL GERAL'          TO WRK-DDS-NOME
           MOVE TOT-QTD-CARTEIRA       TO WRK-DDS-CARTEIRA
           MOVE TOT-QTD-ENCAM          TO WRK-DDS-ENCAM
           MOVE TOT-QTD-CONTATOS       TO WRK-DDS-CONTATOS
           MOVE TOT-QTD-PROMESSAS      TO WRK-DDS-PROMESSAS
           MOVE TOT-QTD-RECEB          TO WRK-DDS-RECEB
           MOVE TOT-VAL-RECUP          TO WRK-DDS-VAL-RECUP
           MOVE TOT-VAL-RECUP-BXA      TO WRK-DDS-VAL-RECUP-BXA
           MOVE TOT-VAL-COMISSAO       TO WRK-DDS-COMISSAO

           IF TOT-VAL-ENCAM-ACUM GREATER ZEROS
              COMPUTE WRK-DDS-PCT-RECUP ROUNDED =
                      TOT-VAL-RECUP-ACUM * 100 / TOT-VAL-ENCAM-ACUM
           ELSE
              MOVE ZEROS               TO WRK-DDS-PCT-RECUP
           END-IF

           MOVE WRK-DET-DESEMPENHO     TO WRK-LINHA-IMPRESSAO
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

           MOVE 'RESULTADOS RECEBIDOS DAS ASSESSORIAS'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-LIDOS-ARQRES01     TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'RESULTADOS ACEITOS'   TO WRK-RES-DESCRICAO
           MOVE ACU-RES-ACEITOS        TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'RESULTADOS REJEITADOS'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-RES-REJEITADOS     TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'PROMESSAS ENVIADAS AO EXER0306'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-GRAVA-ARQPRO01     TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'ENCAMINHAMENTOS ENCERRADOS (REGULARIZ.)'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-ENCERRADOS         TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'ELEGIVEIS (ESTAGIO 3 ACIMA DO PRAZO)'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-ELEGIVEIS          TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'JA ENCAMINHADOS OU REGULARIZADOS'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-JA-ENCAMINHADOS    TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'ENCAMINHADOS NESTA RODADA'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-ENCAMINHADOS       TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE '  PELA TABELA DE REGRAS'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-POR-REGRA          TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE '  PELO RODIZIO'       TO WRK-RES-DESCRICAO
           MOVE ACU-POR-RODIZIO        TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'ELEGIVEIS NAO ENCAMINHADOS'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-NAO-ENCAMINHADOS   TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'SALDO ENCAMINHADO NA RODADA'
                                       TO WRK-RSV-DESCRICAO
           MOVE TOT-VAL-ENCAM          TO WRK-RSV-VALOR
           PERFORM 4910-GRAVAR-RESUMO-VALOR

           MOVE 'RECUPERADO PELAS ASSESSORIAS NA RODADA'
                                       TO WRK-RSV-DESCRICAO
           MOVE TOT-VAL-RECUP          TO WRK-RSV-VALOR
           PERFORM 4910-GRAVAR-RESUMO-VALOR

           MOVE '  DOS QUAIS EM EMPRESTIMOS BAIXADOS'
                                       TO WRK-RSV-DESCRICAO
           MOVE TOT-VAL-RECUP-BXA      TO WRK-RSV-VALOR
           PERFORM 4910-GRAVAR-RESUMO-VALOR

           MOVE 'COMISSAO DEVIDA NA RODADA'
                                       TO WRK-RSV-DESCRICAO
           MOVE TOT-VAL-COMISSAO       TO WRK-RSV-VALOR
           PERFORM 4910-GRAVAR-RESUMO-VALOR
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
       4910-GRAVAR-RESUMO-VALOR SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-RSV-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       4910-99-FIM.
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
      *    LOCALIZA O EMPRESTIMO WRK-PRC-CHAVE NO REGISTRO DE          *
      *    ENCAMINHAMENTOS (WRK-ENC-IDX ALEM DA QTDE = NAO ACHADO)     *
      *----------------------------------------------------------------*
       5000-PROCURAR-ENCAMINHAMENTO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 1 TO WRK-ENC-IDX

           PERFORM 5010-PROXIMO-ENCAMINHAMENTO
              UNTIL WRK-ENC-IDX GREATER WRK-ENC-QTDE
                 OR WRK-ENC-CHAVE (WRK-ENC-IDX) EQUAL WRK-PRC-CHAVE
           .
      *----------------------------------------------------------------*
       5000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       5010-PROXIMO-ENCAMINHAMENTO SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-ENC-IDX
           .
      *----------------------------------------------------------------*
       5010-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LOCALIZA O EMPRESTIMO WRK-PRC-CHAVE NO RAZAO                *
      *    (WRK-LED-IDX ALEM DA QTDE = FORA DO RAZAO)                  *
      *----------------------------------------------------------------*
       5100-PROCURAR-RAZAO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 1 TO WRK-LED-IDX

           PERFORM 5110-PROXIMO-RAZAO
              UNTIL WRK-LED-IDX GREATER WRK-LED-QTDE
                 OR WRK-LED-CHAVE (WRK-LED-IDX) EQUAL WRK-PRC-CHAVE
           .
      *----------------------------------------------------------------*
       5100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       5110-PROXIMO-RAZAO SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-LED-IDX
           .
      *----------------------------------------------------------------*
       5110-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LOCALIZA A ASSESSORIA WRK-PRC-ASSESSORIA NO CADASTRO        *
      *    (WRK-ASS-IDX ALEM DA QTDE = NAO CADASTRADA)                 *
      *----------------------------------------------------------------*
       5200-PROCURAR-ASSESSORIA SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 1 TO WRK-ASS-IDX

           PERFORM 5210-PROXIMA-ASSESSORIA
              UNTIL WRK-ASS-IDX GREATER WRK-ASS-QTDE
                 OR WRK-ASS-COD (WRK-ASS-IDX) EQUAL WRK-PRC-ASSESSORIA
           .
      *----------------------------------------------------------------*
       5200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       5210-PROXIMA-ASSESSORIA SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-ASS-IDX
           .
      *----------------------------------------------------------------*
       5210-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LOCALIZA O EMPRESTIMO WRK-PRC-CHAVE NO RAZAO DE BAIXADOS    *
      *    (WRK-BXA-IDX ALEM DA QTDE = EMPRESTIMO NAO BAIXADO)         *
      *----------------------------------------------------------------*
       5300-PROCURAR-BAIXADO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 1 TO WRK-BXA-IDX

           PERFORM 5310-PROXIMO-BAIXADO
              UNTIL WRK-BXA-IDX GREATER WRK-BXA-QTDE
                 OR WRK-BXA-CHAVE (WRK-BXA-IDX) EQUAL WRK-PRC-CHAVE
           .
      *----------------------------------------------------------------*
       5300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       5310-PROXIMO-BAIXADO SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-BXA-IDX
           .
      *----------------------------------------------------------------*
       5310-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    NOME E CONTATOS DO DEVEDOR NO CADASTRO DO EMPRESTIMO        *
      *    WRK-PRC-CHAVE (BRANCOS QUANDO NAO CADASTRADO)               *
      *----------------------------------------------------------------*
       5400-LER-CADASTRO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-PRC-CHAVE          TO FD-ARQENT01-CHAVE

           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQENT01        TO TRUE

           READ ARQENT01 INTO ARQENT01-REGISTRO

           EVALUATE TRUE
              WHEN WRK-FS-ENT01-OK
                 CONTINUE
              WHEN WRK-FS-ENT01-NAO-ENCONTRADO
                 DISPLAY '* EMPRESTIMO SEM CADASTRO: ' WRK-PRC-CHAVE
                 MOVE SPACES           TO ARQENT01-NOM-CLIENTE
                                          ARQENT01-TEL-CLIENTE
                                          ARQENT01-EMAIL-CLIENTE
              WHEN OTHER
                 MOVE WRK-FS-ARQENT01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       5400-99-FIM.
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
           MOVE ACU-LIDOS-ARQCOB01
                                  TO ERRO01-QTDE-LIDOS
           MOVE ACU-GRAVA-ARQREM01
                                  TO ERRO01-QTDE-GRAVADOS
           MOVE ARQCOB01-CHAVE    TO ERRO01-ULT-CHAVE

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
