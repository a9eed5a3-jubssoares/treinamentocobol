      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0318.
       AUTHOR.     JULIANA SOARES.
      *================================================================*
      *    PROGRAMA....: EXER0318                                      *
      *    PROGRAMADOR.: JULIANA SOARES                                *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   NEGATIVACAO DE DEVEDORES JUNTO AO BUREAU DE *
      *                    CREDITO: QUANDO O EMPRESTIMO ATINGE O       *
      *                    ESTAGIO 3 DA COBRANCA (COB03106, EXER0306)  *
      *                    EMITE O AVISO PREVIO POR ESCRITO AO         *
      *                    DEVEDOR; PASSADO O PRAZO DO AVISO SEM       *
      *                    REGULARIZACAO, ENVIA A INCLUSAO AO BUREAU.  *
      *                    QUANDO O RAZAO (LED03105, EXER0305) MOSTRA  *
      *                    O EMPRESTIMO QUITADO OU RENEGOCIADO, ENVIA  *
      *                    A EXCLUSAO (OU CANCELA O AVISO AINDA NAO    *
      *                    INCLUIDO). O REGISTRO DE NEGATIVACOES       *
      *                    (NEG03318, CARRY ENTRE RODADAS) GUARDA AS   *
      *                    DATAS DE AVISO, INCLUSAO, REGULARIZACAO,    *
      *                    LIMITE LEGAL E BAIXA, E O RELATORIO MOSTRA  *
      *                    SE CADA BAIXA CUMPRIU O PRAZO. O CPF VEM DA *
      *                    INSTRUCAO DE DEBITO (DEB03105) OU DA        *
      *                    DECISAO DE CREDITO (DCS03314); SEM CPF O    *
      *                    AVISO NAO E EMITIDO E O EMPRESTIMO E        *
      *                    LISTADO COMO EXCECAO.                       *
      *----------------------------------------------------------------*
      *    CARTAO (ARQPARM): COLS 01-08 DATA DO MOVIMENTO (AAAAMMDD)   *
      *                      COLS 09-11 DIAS CORRIDOS DO AVISO PREVIO  *
      *                                 ANTES DA INCLUSAO (PADRAO 010) *
      *                      COLS 12-13 PRAZO DE BAIXA EM DIAS UTEIS   *
      *                                 APOS A REGULARIZACAO (PADRAO   *
      *                                 05)                            *
      *                      COLS 14-19 CODIGO DO CREDOR NO BUREAU     *
      *----------------------------------------------------------------*
      *    RETORNO.....:   RC 04 = EMPRESTIMOS NO ESTAGIO 3 SEM CPF OU *
      *                            FORA DO RAZAO, OU BAIXA ENVIADA     *
      *                            FORA DO PRAZO LEGAL                 *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQPARM  (DATA E PRAZOS)                  -               *
      *      ARQLED01 (RAZAO DE EMPRESTIMOS)           LED03105        *
      *      ARQCOB01 (ESTADO DE COBRANCA)             COB03106        *
      *      ARQENT01 (CADASTRO DE EMPRESTIMOS)        ENT03105        *
      *      ARQDEB01 (INSTRUCOES CPF X EMPRESTIMO)    DEB03105        *
      *      ARQDCS01 (DECISOES DE CREDITO - OPCIONAL) DCS03314        *
      *      ARQFER01 (FERIADOS - OPCIONAL)            FER03105        *
      *      ARQNEG01/ARQNEG02 (REGISTRO)              NEG03318        *
      *      ARQAVN01 (AVISOS PREVIOS)                 AVN03318        *
      *      ARQBUR01 (REMESSA AO BUREAU)              BUR03318        *
      *      ARQSAI01 (RELATORIO DE NEGATIVACOES)      -               *
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

           SELECT OPTIONAL ARQFER01 ASSIGN TO UT-S-ARQFER01
                      FILE STATUS      IS WRK-FS-ARQFER01.

           SELECT OPTIONAL ARQNEG01 ASSIGN TO UT-S-ARQNEG01
                      FILE STATUS      IS WRK-FS-ARQNEG01.

           SELECT ARQNEG02 ASSIGN      TO UT-S-ARQNEG02
                      FILE STATUS      IS WRK-FS-ARQNEG02.

           SELECT ARQAVN01 ASSIGN      TO UT-S-ARQAVN01
                      FILE STATUS      IS WRK-FS-ARQAVN01.

           SELECT ARQBUR01 ASSIGN      TO UT-S-ARQBUR01
                      FILE STATUS      IS WRK-FS-ARQBUR01.

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
      *   INPUT:      CARTAO DE PARAMETROS: DATA DO MOVIMENTO E PRAZOS*
      *---------------------------------------------------------------*

       FD  ARQPARM
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQPARM              PIC X(80).

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
      *   INPUT:      CADASTRO INDEXADO DE EMPRESTIMOS (NOME DO       *
      *               DEVEDOR)                                        *
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
      *   INPUT:      CALENDARIO DE FERIADOS (OPCIONAL)               *
      *               ORG. SEQUENCIAL   -   LRECL = 038               *
      *---------------------------------------------------------------*

       FD  ARQFER01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQFER01             PIC X(038).

      *---------------------------------------------------------------*
      *   INPUT:      REGISTRO DE NEGATIVACOES DA RODADA ANTERIOR     *
      *               (OPCIONAL) - ORG. SEQUENCIAL - LRECL = 080      *
      *---------------------------------------------------------------*

       FD  ARQNEG01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQNEG01             PIC X(080).

      *---------------------------------------------------------------*
      *   OUTPUT:     REGISTRO DE NEGATIVACOES DESTA RODADA           *
      *               ORG. SEQUENCIAL   -   LRECL = 080               *
      *---------------------------------------------------------------*

       FD  ARQNEG02
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQNEG02             PIC X(080).

      *---------------------------------------------------------------*
      *   OUTPUT:     INTERFACE DE IMPRESSAO DOS AVISOS PREVIOS       *
      *               ORG. SEQUENCIAL   -   LRECL = 100               *
      *---------------------------------------------------------------*

       FD  ARQAVN01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQAVN01             PIC X(100).

      *---------------------------------------------------------------*
      *   OUTPUT:     REMESSA DE INCLUSOES E EXCLUSOES AO BUREAU      *
      *               ORG. SEQUENCIAL   -   LRECL = 150               *
      *---------------------------------------------------------------*

       FD  ARQBUR01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQBUR01             PIC X(150).

      *---------------------------------------------------------------*
      *   OUTPUT:     RELATORIO DE NEGATIVACOES E PRAZOS DE BAIXA     *
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
             'EXER0318 - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC  X(008) VALUE 'EXER0318'.
       77 WRK-ERRO2000            PIC  X(008) VALUE 'ERRO2000'.
       77 WRK-MASK-QTDE           PIC  ZZZ.ZZ9.
       77 WRK-DAT-BASE            PIC  9(008) VALUE ZEROS.
       77 WRK-INT-BASE            PIC S9(009) COMP-3 VALUE +0.
       77 WRK-INT-AVISO           PIC S9(009) COMP-3 VALUE +0.
       77 WRK-DIAS-AVISO          PIC  9(003) VALUE ZEROS.
       77 WRK-PRAZO-BAIXA         PIC  9(002) VALUE ZEROS.
       77 WRK-COD-CREDOR          PIC  9(006) VALUE ZEROS.
       77 WRK-NOM-DEVEDOR         PIC  X(040) VALUE SPACES.
      *
       01 WRK-PARM-REGISTRO.
          05 WRK-PARM-DAT-BASE    PIC  9(008) VALUE ZEROS.
          05 WRK-PARM-DIAS-AVISO  PIC  9(003) VALUE ZEROS.
          05 WRK-PARM-PRAZO-BAIXA PIC  9(002) VALUE ZEROS.
          05 WRK-PARM-COD-CREDOR  PIC  9(006) VALUE ZEROS.
          05 FILLER               PIC  X(061) VALUE SPACES.
      *
       01 WRK-ACUMULADORES.
           03 ACU-LIDOS-ARQLED01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQCOB01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQDEB01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQDCS01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQNEG01     PIC 9(007) VALUE ZEROS.
           03 ACU-ESTAGIO-3          PIC 9(007) VALUE ZEROS.
           03 ACU-JA-REGISTRADOS     PIC 9(007) VALUE ZEROS.
           03 ACU-JA-REGULARIZADOS   PIC 9(007) VALUE ZEROS.
           03 ACU-EXCECOES           PIC 9(007) VALUE ZEROS.
           03 ACU-AVISOS             PIC 9(007) VALUE ZEROS.
           03 ACU-AGUARDANDO         PIC 9(007) VALUE ZEROS.
           03 ACU-INCLUSOES          PIC 9(007) VALUE ZEROS.
           03 ACU-CANCELADOS         PIC 9(007) VALUE ZEROS.
           03 ACU-EXCLUSOES          PIC 9(007) VALUE ZEROS.
           03 ACU-FORA-PRAZO         PIC 9(007) VALUE ZEROS.
           03 ACU-VIGENTES           PIC 9(007) VALUE ZEROS.
           03 ACU-HIST-NO-PRAZO      PIC 9(007) VALUE ZEROS.
           03 ACU-HIST-FORA-PRAZO    PIC 9(007) VALUE ZEROS.
           03 ACU-LISTADOS           PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQNEG02     PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQAVN01     PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQBUR01     PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQSAI01     PIC 9(007) VALUE ZEROS.
      *
       01 WRK-TOTAIS.
           03 TOT-VAL-INCLUSOES      PIC S9(015)V99 COMP-3 VALUE +0.
           03 TOT-VAL-EXCLUSOES      PIC S9(015)V99 COMP-3 VALUE +0.
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
                88 WRK-LED-QUITADO         VALUE 'QUITADO'.
             10 WRK-LED-DAT-ULT-PAGTO  PIC 9(008).
             10 WRK-LED-DAT-LIMITE     PIC 9(008).
             10 WRK-LED-CPF            PIC 9(011).
      *
      *----------------------------------------------------------------*
      *    TABELA DO REGISTRO DE NEGATIVACOES (NEG03318) COM A ACAO    *
      *    DESTA RODADA: 'A' AVISO EMITIDO / 'I' INCLUSAO ENVIADA /    *
      *    'C' AVISO CANCELADO / 'B' EXCLUSAO ENVIADA / ' ' NENHUMA    *
      *----------------------------------------------------------------*
       77 WRK-NEG-QTDE            PIC 9(004) VALUE ZEROS.
       77 WRK-NEG-IDX             PIC 9(004) VALUE ZEROS.
       77 WRK-PRC-ACAO            PIC X(001) VALUE SPACES.
      *
       01 WRK-NEG-TABELA.
          05 WRK-NEG-LINHA        OCCURS 500 TIMES.
             10 WRK-NEG-REGISTRO.
                15 WRK-NEG-CHAVE       PIC X(009).
                15 FILLER              PIC X(071).
             10 WRK-NEG-ACAO           PIC X(001).
             10 WRK-NEG-NOME           PIC X(040).
             10 WRK-NEG-VALOR          PIC S9(13)V99 COMP-3.
      *
      *----------------------------------------------------------------*
      *    AREA DO CALENDARIO DE FERIADOS E DA CONTAGEM DO PRAZO DE    *
      *    BAIXA EM DIAS UTEIS                                         *
      *----------------------------------------------------------------*
       77 WRK-FER-QTDE            PIC 9(003) VALUE ZEROS.
       77 WRK-FER-IDX             PIC 9(003) VALUE ZEROS.
       77 WRK-INT-LIMITE          PIC S9(009) COMP VALUE ZEROS.
       77 WRK-DIA-SEMANA          PIC 9(001) VALUE ZEROS.
       77 WRK-DIAS-CONTADOS       PIC 9(002) VALUE ZEROS.
       77 WRK-DAT-CANDIDATA       PIC 9(008) VALUE ZEROS.
      *
       01 WRK-SW-DIA-UTIL         PIC X(001) VALUE 'S'.
          88 WRK-DIA-UTIL                     VALUE 'S'.
          88 WRK-DIA-NAO-UTIL                 VALUE 'N'.
      *
       01 WRK-FER-TABELA.
          05 WRK-FER-DATA         OCCURS 200 TIMES PIC 9(008).
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
      *    AREA DO RELATORIO DE NEGATIVACOES                           *
      *----------------------------------------------------------------*
       01 WRK-CAB1-RELATORIO.
          05 FILLER               PIC X(050) VALUE
             'NEGATIVACAO DE DEVEDORES - BUREAU DE CREDITO'.
          05 FILLER               PIC X(011) VALUE 'MOVIMENTO: '.
          05 WRK-CAB1-DATA        PIC X(010).
          05 FILLER               PIC X(015) VALUE
             '   AVISO DIAS: '.
          05 WRK-CAB1-DIAS-AVISO  PIC ZZ9.
          05 FILLER               PIC X(019) VALUE
             '   BAIXA DIAS UTEIS'.
          05 FILLER               PIC X(002) VALUE ': '.
          05 WRK-CAB1-PRAZO-BAIXA PIC Z9.
          05 FILLER               PIC X(020) VALUE SPACES.

       01 WRK-CAB-AVISO.
          05 FILLER               PIC X(050) VALUE
             'AGE/CTA/EMP  CPF          NOME DO DEVEDOR         '.
          05 FILLER               PIC X(050) VALUE
             '                  AVISO       INCL.PREV.   VALOR D'.
          05 FILLER               PIC X(008) VALUE
             'A DIVIDA'.
          05 FILLER               PIC X(024) VALUE SPACES.

       01 WRK-CAB-INCLUSAO.
          05 FILLER               PIC X(050) VALUE
             'AGE/CTA/EMP  CPF          NOME DO DEVEDOR         '.
          05 FILLER               PIC X(050) VALUE
             '                  AVISO       INCLUSAO      VALOR '.
          05 FILLER               PIC X(008) VALUE
             'INCLUIDO'.
          05 FILLER               PIC X(024) VALUE SPACES.

       01 WRK-CAB-CANCELADO.
          05 FILLER               PIC X(050) VALUE
             'AGE/CTA/EMP  CPF          NOME DO DEVEDOR         '.
          05 FILLER               PIC X(050) VALUE
             '                  AVISO       REGULARIZ.     SALDO'.
          05 FILLER               PIC X(008) VALUE
             ' DEVEDOR'.
          05 FILLER               PIC X(024) VALUE SPACES.

       01 WRK-CAB-BAIXA.
          05 FILLER               PIC X(050) VALUE
             'AGE/CTA/EMP  CPF          MOTIVO        INCLUSAO  '.
          05 FILLER               PIC X(046) VALUE
             '  REGULARIZ.  LIMITE      BAIXA       SITUACAO'.
          05 FILLER               PIC X(036) VALUE SPACES.

       01 WRK-CAB-EXCECAO.
          05 FILLER               PIC X(049) VALUE
             'AGE/CTA/EMP  ESTAGIO 3      SALDO DEVEDOR  MOTIVO'.
          05 FILLER               PIC X(083) VALUE SPACES.

       01 WRK-CAB-SECAO           PIC X(132) VALUE SPACES.

       01 WRK-DET-AVISO.
          05 WRK-DAV-AGENCIA      PIC 9(003).
          05 FILLER               PIC X(001) VALUE '/'.
          05 WRK-DAV-CONTA        PIC 9(003).
          05 FILLER               PIC X(001) VALUE '/'.
          05 WRK-DAV-EMPRESTIMO   PIC 9(003).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DAV-CPF          PIC 9(011).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DAV-NOME         PIC X(040).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DAV-DAT-AVISO    PIC X(010).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DAV-DAT-SEGUNDA  PIC X(010).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DAV-VALOR        PIC Z.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(024) VALUE SPACES.

       01 WRK-DET-BAIXA.
          05 WRK-DBX-AGENCIA      PIC 9(003).
          05 FILLER               PIC X(001) VALUE '/'.
          05 WRK-DBX-CONTA        PIC 9(003).
          05 FILLER               PIC X(001) VALUE '/'.
          05 WRK-DBX-EMPRESTIMO   PIC 9(003).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DBX-CPF          PIC 9(011).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DBX-MOTIVO       PIC X(012).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DBX-DAT-INCLUSAO PIC X(010).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DBX-DAT-REGULAR  PIC X(010).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DBX-DAT-LIMITE   PIC X(010).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DBX-DAT-BAIXA    PIC X(010).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DBX-SITUACAO     PIC X(013).
          05 FILLER               PIC X(031) VALUE SPACES.

       01 WRK-DET-EXCECAO.
          05 WRK-DEX-AGENCIA      PIC 9(003).
          05 FILLER               PIC X(001) VALUE '/'.
          05 WRK-DEX-CONTA        PIC 9(003).
          05 FILLER               PIC X(001) VALUE '/'.
          05 WRK-DEX-EMPRESTIMO   PIC 9(003).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DEX-DAT-ESTAGIO  PIC X(010).
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DEX-SALDO        PIC Z.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DEX-MOTIVO       PIC X(040).
          05 FILLER               PIC X(049) VALUE SPACES.

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
          05 WRK-FS-ARQFER01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-FER01-OK               VALUE '00'.
             88 WRK-FS-FER01-FIM              VALUE '10'.
             88 WRK-FS-FER01-INEXISTENTE      VALUE '05' '35'.
          05 WRK-FS-ARQNEG01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-NEG01-OK               VALUE '00'.
             88 WRK-FS-NEG01-FIM              VALUE '10'.
             88 WRK-FS-NEG01-INEXISTENTE      VALUE '05' '35'.
          05 WRK-FS-ARQNEG02      PIC  X(002) VALUE SPACES.
             88 WRK-FS-NEG02-OK               VALUE '00'.
          05 WRK-FS-ARQAVN01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-AVN01-OK               VALUE '00'.
          05 WRK-FS-ARQBUR01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-BUR01-OK               VALUE '00'.
          05 WRK-FS-ARQSAI01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SAI01-OK               VALUE '00'.
          05 WRK-FS-ARQAUD01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-AUD01-OK               VALUE '00'.
          05 WRK-FS-DISPLAY       PIC  X(002) VALUE SPACES.

       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQPARM       VALUE 'ARQPARM '.
          88 WRK-CN-ARQLED01      VALUE 'ARQLED01'.
          88 WRK-CN-ARQCOB01      VALUE 'ARQCOB01'.
          88 WRK-CN-ARQENT01      VALUE 'ARQENT01'.
          88 WRK-CN-ARQDEB01      VALUE 'ARQDEB01'.
          88 WRK-CN-ARQDCS01      VALUE 'ARQDCS01'.
          88 WRK-CN-ARQFER01      VALUE 'ARQFER01'.
          88 WRK-CN-ARQNEG01      VALUE 'ARQNEG01'.
          88 WRK-CN-ARQNEG02      VALUE 'ARQNEG02'.
          88 WRK-CN-ARQAVN01      VALUE 'ARQAVN01'.
          88 WRK-CN-ARQBUR01      VALUE 'ARQBUR01'.
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
           COPY LED03105.
           COPY COB03106.
           COPY ENT03105.
           COPY DEB03105.
           COPY DCS03314.
           COPY FER03105.
           COPY NEG03318.
           COPY AVN03318.
           COPY BUR03318.
           COPY AUD00105.
           COPY 'I#ERRO01'.

      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0318 - FIM DA AREA DE WORKING'.
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

           PERFORM 2000-CARREGAR-RAZAO
              UNTIL WRK-FS-LED01-FIM

           PERFORM 2100-LIGAR-INSTRUCOES

           PERFORM 2200-LIGAR-DECISOES

           PERFORM 2300-CARREGAR-FERIADOS

           PERFORM 2400-CARREGAR-REGISTRO

           MOVE 'EMPRESTIMOS NO ESTAGIO 3 SEM AVISO (EXCECOES)'
                                       TO WRK-TIT-SECAO
           MOVE WRK-TIT-SECAO          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           MOVE WRK-CAB-EXCECAO        TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           PERFORM 3000-TRATAR-ESTADO
              UNTIL WRK-FS-COB01-FIM

           PERFORM 3200-AVALIAR-NEGATIVACAO
              VARYING WRK-NEG-IDX FROM 1 BY 1
              UNTIL WRK-NEG-IDX GREATER WRK-NEG-QTDE

           PERFORM 3600-GRAVAR-REGISTRO
              VARYING WRK-NEG-IDX FROM 1 BY 1
              UNTIL WRK-NEG-IDX GREATER WRK-NEG-QTDE

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

           IF WRK-PARM-DIAS-AVISO NUMERIC
              AND WRK-PARM-DIAS-AVISO GREATER ZEROS
              MOVE WRK-PARM-DIAS-AVISO TO WRK-DIAS-AVISO
           ELSE
              MOVE 10                  TO WRK-DIAS-AVISO
           END-IF

           IF WRK-PARM-PRAZO-BAIXA NUMERIC
              AND WRK-PARM-PRAZO-BAIXA GREATER ZEROS
              MOVE WRK-PARM-PRAZO-BAIXA
                                       TO WRK-PRAZO-BAIXA
           ELSE
              MOVE 5                   TO WRK-PRAZO-BAIXA
           END-IF

           IF WRK-PARM-COD-CREDOR NUMERIC
              MOVE WRK-PARM-COD-CREDOR TO WRK-COD-CREDOR
           END-IF

           DISPLAY '* DATA DO MOVIMENTO      : ' WRK-DAT-BASE
           DISPLAY '* DIAS DO AVISO PREVIO   : ' WRK-DIAS-AVISO
           DISPLAY '* PRAZO DE BAIXA (UTEIS) : ' WRK-PRAZO-BAIXA

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

           SET  WRK-CN-ARQNEG02        TO TRUE
           OPEN OUTPUT ARQNEG02

           IF NOT WRK-FS-NEG02-OK
              MOVE WRK-FS-ARQNEG02     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQAVN01        TO TRUE
           OPEN OUTPUT ARQAVN01

           IF NOT WRK-FS-AVN01-OK
              MOVE WRK-FS-ARQAVN01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQBUR01        TO TRUE
           OPEN OUTPUT ARQBUR01

           IF NOT WRK-FS-BUR01-OK
              MOVE WRK-FS-ARQBUR01     TO WRK-FS-DISPLAY
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

           INITIALIZE ARQBUR01-REGISTRO
           SET ARQBUR01-REG-HEADER     TO TRUE
           MOVE WRK-COD-CREDOR         TO ARQBUR01-HDR-COD-CREDOR
           MOVE WRK-DAT-BASE           TO ARQBUR01-HDR-DAT-MOVIMENTO
           PERFORM 3920-GRAVAR-BUREAU

           MOVE WRK-DAT-BASE           TO WRK-DAT-EDICAO
           PERFORM 5600-EDITAR-DATA
           MOVE WRK-DAT-EDITADA        TO WRK-CAB1-DATA
           MOVE WRK-DIAS-AVISO         TO WRK-CAB1-DIAS-AVISO
           MOVE WRK-PRAZO-BAIXA        TO WRK-CAB1-PRAZO-BAIXA
           MOVE WRK-CAB1-RELATORIO     TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           PERFORM 4950-GRAVAR-LINHA

           PERFORM 2050-LER-RAZAO

           PERFORM 3050-LER-ESTADO
           .
      *----------------------------------------------------------------*
       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CARREGA NA TABELA A SITUACAO DE CADA EMPRESTIMO DO RAZAO    *
      *----------------------------------------------------------------*
       2000-CARREGAR-RAZAO SECTION.
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
           MOVE ARQLED01-DAT-ULT-PAGTO TO WRK-LED-DAT-ULT-PAGTO
                                          (WRK-LED-QTDE)
           MOVE ARQLED01-DAT-LIMITE    TO WRK-LED-DAT-LIMITE
                                          (WRK-LED-QTDE)

           PERFORM 2050-LER-RAZAO
           .
      *----------------------------------------------------------------*
       2000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2050-LER-RAZAO SECTION.
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
       2050-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LIGA CADA EMPRESTIMO AO CPF DO DEVEDOR PELA INSTRUCAO DE    *
      *    DEBITO (ATIVA OU SUSPENSA - O DEVEDOR E O MESMO)            *
      *----------------------------------------------------------------*
       2100-LIGAR-INSTRUCOES SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQDEB01        TO TRUE
           OPEN INPUT ARQDEB01

           IF WRK-FS-DEB01-INEXISTENTE
              DISPLAY '* SEM INSTRUCOES DE DEBITO: CPF SO PELAS '
                      'DECISOES DE CREDITO'
              GO TO 2100-99-FIM
           END-IF

           IF NOT WRK-FS-DEB01-OK
              MOVE WRK-FS-ARQDEB01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 2150-LER-INSTRUCAO

           PERFORM 2160-TRATAR-INSTRUCAO
              UNTIL WRK-FS-DEB01-FIM

           SET  WRK-CN-CLOSE           TO TRUE
           CLOSE ARQDEB01
           .
      *----------------------------------------------------------------*
       2100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2150-LER-INSTRUCAO SECTION.
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
       2150-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2160-TRATAR-INSTRUCAO SECTION.
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

           PERFORM 2150-LER-INSTRUCAO
           .
      *----------------------------------------------------------------*
       2160-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    OS EMPRESTIMOS AINDA SEM CPF SAO LIGADOS PELA DECISAO DE    *
      *    CREDITO APROVADA QUE OS CRIOU                               *
      *----------------------------------------------------------------*
       2200-LIGAR-DECISOES SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQDCS01        TO TRUE
           OPEN INPUT ARQDCS01

           IF WRK-FS-DCS01-INEXISTENTE
              DISPLAY '* SEM DECISOES DE CREDITO: CPF SO PELAS '
                      'INSTRUCOES DE DEBITO'
              GO TO 2200-99-FIM
           END-IF

           IF NOT WRK-FS-DCS01-OK
              MOVE WRK-FS-ARQDCS01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 2250-LER-DECISAO

           PERFORM 2260-TRATAR-DECISAO
              UNTIL WRK-FS-DCS01-FIM

           SET  WRK-CN-CLOSE           TO TRUE
           CLOSE ARQDCS01
           .
      *----------------------------------------------------------------*
       2200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2250-LER-DECISAO SECTION.
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
       2250-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2260-TRATAR-DECISAO SECTION.
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

           PERFORM 2250-LER-DECISAO
           .
      *----------------------------------------------------------------*
       2260-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CARREGA EM MEMORIA O CALENDARIO DE FERIADOS (OPCIONAL)      *
      *----------------------------------------------------------------*
       2300-CARREGAR-FERIADOS SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQFER01        TO TRUE
           OPEN INPUT ARQFER01

           IF WRK-FS-FER01-INEXISTENTE
              DISPLAY '* SEM CALENDARIO DE FERIADOS: PRAZO DE BAIXA '
                      'SO DESCONTA SABADOS E DOMINGOS'
              GO TO 2300-99-FIM
           END-IF

           IF NOT WRK-FS-FER01-OK
              MOVE WRK-FS-ARQFER01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 2350-LER-FERIADO

           PERFORM 2360-ACUMULAR-FERIADO
              UNTIL WRK-FS-FER01-FIM

           SET  WRK-CN-CLOSE           TO TRUE
           CLOSE ARQFER01

           DISPLAY '* FERIADOS CARREGADOS    : ' WRK-FER-QTDE
           .
      *----------------------------------------------------------------*
       2300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2350-LER-FERIADO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQFER01        TO TRUE

           READ ARQFER01 INTO ARQFER01-REGISTRO

           IF NOT WRK-FS-FER01-OK
              AND NOT WRK-FS-FER01-FIM
              MOVE WRK-FS-ARQFER01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       2350-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2360-ACUMULAR-FERIADO SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-FER-QTDE LESS 200
              ADD 1 TO WRK-FER-QTDE
              MOVE ARQFER01-DAT-FERIADO
                                       TO WRK-FER-DATA (WRK-FER-QTDE)
           END-IF

           PERFORM 2350-LER-FERIADO
           .
      *----------------------------------------------------------------*
       2360-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CARREGA O REGISTRO DE NEGATIVACOES DA RODADA ANTERIOR       *
      *    (AUSENTE NA PRIMEIRA RODADA)                                *
      *----------------------------------------------------------------*
       2400-CARREGAR-REGISTRO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQNEG01        TO TRUE
           OPEN INPUT ARQNEG01

           IF WRK-FS-NEG01-INEXISTENTE
              DISPLAY '* SEM REGISTRO DE NEGATIVACOES ANTERIOR: '
                      'PRIMEIRA RODADA'
              GO TO 2400-99-FIM
           END-IF

           IF NOT WRK-FS-NEG01-OK
              MOVE WRK-FS-ARQNEG01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 2450-LER-REGISTRO

           PERFORM 2460-ACUMULAR-REGISTRO
              UNTIL WRK-FS-NEG01-FIM

           SET  WRK-CN-CLOSE           TO TRUE
           CLOSE ARQNEG01
           .
      *----------------------------------------------------------------*
       2400-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2450-LER-REGISTRO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQNEG01        TO TRUE

           READ ARQNEG01 INTO ARQNEG01-REGISTRO

           IF WRK-FS-NEG01-OK
              ADD 1 TO ACU-LIDOS-ARQNEG01
           ELSE
              IF NOT WRK-FS-NEG01-FIM
                 MOVE WRK-FS-ARQNEG01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       2450-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2460-ACUMULAR-REGISTRO SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-NEG-QTDE NOT LESS 500
              DISPLAY '* TABELA DE NEGATIVACOES ESGOTADA (500): '
                      ARQNEG01-COD-AGENCIA '/'
                      ARQNEG01-NUM-CONTA   '/'
                      ARQNEG01-NUM-EMPRESTIMO
              MOVE 12                  TO RETURN-CODE
              PERFORM 9900-FIM-PROGRAMA
           END-IF

           ADD 1 TO WRK-NEG-QTDE
           INITIALIZE WRK-NEG-LINHA (WRK-NEG-QTDE)
           MOVE ARQNEG01-REGISTRO      TO WRK-NEG-REGISTRO
                                          (WRK-NEG-QTDE)

           PERFORM 2450-LER-REGISTRO
           .
      *----------------------------------------------------------------*
       2460-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    EMPRESTIMO NO ESTAGIO 3 AINDA FORA DO REGISTRO: EMITE O     *
      *    AVISO PREVIO E REGISTRA A NEGATIVACAO COMO AVISADA          *
      *----------------------------------------------------------------*
       3000-TRATAR-ESTADO SECTION.
      *----------------------------------------------------------------*
      *
           IF ARQCOB01-ESTAGIO EQUAL 3
              PERFORM 3100-EMITIR-AVISO
           END-IF

           PERFORM 3050-LER-ESTADO
           .
      *----------------------------------------------------------------*
       3000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3050-LER-ESTADO SECTION.
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
       3050-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3100-EMITIR-AVISO SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO ACU-ESTAGIO-3

           MOVE ARQCOB01-CHAVE         TO WRK-PRC-CHAVE

           PERFORM 5200-PROCURAR-NEGATIVACAO

           IF WRK-NEG-IDX NOT GREATER WRK-NEG-QTDE
              ADD 1 TO ACU-JA-REGISTRADOS
              GO TO 3100-99-FIM
           END-IF

           PERFORM 5100-PROCURAR-RAZAO

           IF WRK-LED-IDX GREATER WRK-LED-QTDE
              MOVE ZEROS               TO WRK-DEX-SALDO
              MOVE 'EMPRESTIMO FORA DO RAZAO'
                                       TO WRK-DEX-MOTIVO
              PERFORM 3150-LISTAR-EXCECAO
              GO TO 3100-99-FIM
           END-IF

           IF WRK-LED-REGULARIZADO (WRK-LED-IDX)
              ADD 1 TO ACU-JA-REGULARIZADOS
              GO TO 3100-99-FIM
           END-IF

           IF WRK-LED-CPF (WRK-LED-IDX) EQUAL ZEROS
              MOVE WRK-LED-SALDO (WRK-LED-IDX)
                                       TO WRK-DEX-SALDO
              MOVE 'SEM CPF (INSTRUCAO DE DEBITO/DECISAO)'
                                       TO WRK-DEX-MOTIVO
              PERFORM 3150-LISTAR-EXCECAO
              GO TO 3100-99-FIM
           END-IF

           IF WRK-NEG-QTDE NOT LESS 500
              DISPLAY '* TABELA DE NEGATIVACOES ESGOTADA (500): '
                      ARQCOB01-COD-AGENCIA '/'
                      ARQCOB01-NUM-CONTA   '/'
                      ARQCOB01-NUM-EMPRESTIMO
              MOVE 12                  TO RETURN-CODE
              PERFORM 9900-FIM-PROGRAMA
           END-IF

           PERFORM 5300-LER-CADASTRO

           INITIALIZE ARQNEG01-REGISTRO
           MOVE ARQCOB01-CHAVE         TO ARQNEG01-CHAVE
           MOVE WRK-LED-CPF (WRK-LED-IDX)
                                       TO ARQNEG01-CPF
           SET ARQNEG01-AVISADO        TO TRUE
           MOVE WRK-DAT-BASE           TO ARQNEG01-DAT-AVISO

           ADD 1 TO WRK-NEG-QTDE
           INITIALIZE WRK-NEG-LINHA (WRK-NEG-QTDE)
           MOVE ARQNEG01-REGISTRO      TO WRK-NEG-REGISTRO
                                          (WRK-NEG-QTDE)
           MOVE 'A'                    TO WRK-NEG-ACAO (WRK-NEG-QTDE)
           MOVE WRK-NOM-DEVEDOR        TO WRK-NEG-NOME (WRK-NEG-QTDE)
           MOVE WRK-LED-SALDO (WRK-LED-IDX)
                                       TO WRK-NEG-VALOR (WRK-NEG-QTDE)

           INITIALIZE ARQAVN01-REGISTRO
           MOVE ARQCOB01-CHAVE         TO ARQAVN01-CHAVE
           MOVE ARQNEG01-CPF           TO ARQAVN01-CPF
           MOVE WRK-NOM-DEVEDOR        TO ARQAVN01-NOM-DEVEDOR
           MOVE WRK-LED-SALDO (WRK-LED-IDX)
                                       TO ARQAVN01-VAL-DEBITO
           MOVE WRK-LED-DAT-LIMITE (WRK-LED-IDX)
                                       TO ARQAVN01-DAT-VENCIMENTO
           MOVE WRK-DAT-BASE           TO ARQAVN01-DAT-AVISO
           COMPUTE ARQAVN01-DAT-INCLUSAO-PREVISTA =
                   FUNCTION DATE-OF-INTEGER
                           (WRK-INT-BASE + WRK-DIAS-AVISO)
           PERFORM 3900-GRAVAR-AVISO

           ADD 1 TO ACU-AVISOS
           .
      *----------------------------------------------------------------*
       3100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3150-LISTAR-EXCECAO SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO ACU-EXCECOES

           MOVE ARQCOB01-COD-AGENCIA   TO WRK-DEX-AGENCIA
           MOVE ARQCOB01-NUM-CONTA     TO WRK-DEX-CONTA
           MOVE ARQCOB01-NUM-EMPRESTIMO
                                       TO WRK-DEX-EMPRESTIMO
           MOVE ARQCOB01-DAT-ESTAGIO   TO WRK-DAT-EDICAO
           PERFORM 5600-EDITAR-DATA
           MOVE WRK-DAT-EDITADA        TO WRK-DEX-DAT-ESTAGIO

           MOVE WRK-DET-EXCECAO        TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       3150-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    AVALIA CADA NEGATIVACAO AVISADA OU INCLUIDA CONTRA O RAZAO: *
      *    REGULARIZADA, CANCELA O AVISO OU ENVIA A EXCLUSAO; AVISADA  *
      *    E COM O PRAZO DO AVISO VENCIDO, ENVIA A INCLUSAO            *
      *----------------------------------------------------------------*
       3200-AVALIAR-NEGATIVACAO SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-NEG-ACAO (WRK-NEG-IDX) EQUAL 'A'
              GO TO 3200-99-FIM
           END-IF

           MOVE WRK-NEG-REGISTRO (WRK-NEG-IDX)
                                       TO ARQNEG01-REGISTRO

           IF NOT ARQNEG01-AVISADO
              AND NOT ARQNEG01-INCLUIDO
              GO TO 3200-99-FIM
           END-IF

           MOVE ARQNEG01-CHAVE         TO WRK-PRC-CHAVE
           PERFORM 5100-PROCURAR-RAZAO

           IF WRK-LED-IDX GREATER WRK-LED-QTDE
              DISPLAY '* NEGATIVACAO SEM EMPRESTIMO NO RAZAO: '
                      ARQNEG01-COD-AGENCIA '/'
                      ARQNEG01-NUM-CONTA   '/'
                      ARQNEG01-NUM-EMPRESTIMO ' (MANTIDA)'
              GO TO 3200-99-FIM
           END-IF

           EVALUATE TRUE
              WHEN WRK-LED-REGULARIZADO (WRK-LED-IDX)
                 PERFORM 3300-REGULARIZAR
              WHEN ARQNEG01-AVISADO
                 PERFORM 3250-VERIFICAR-INCLUSAO
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           MOVE ARQNEG01-REGISTRO      TO WRK-NEG-REGISTRO
                                          (WRK-NEG-IDX)
           .
      *----------------------------------------------------------------*
       3200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    INCLUSAO NO BUREAU SO DEPOIS DE DECORRIDOS OS DIAS DO AVISO *
      *    PREVIO SEM REGULARIZACAO                                    *
      *----------------------------------------------------------------*
       3250-VERIFICAR-INCLUSAO SECTION.
      *----------------------------------------------------------------*
      *
           COMPUTE WRK-INT-AVISO =
                   FUNCTION INTEGER-OF-DATE (ARQNEG01-DAT-AVISO)
                   + WRK-DIAS-AVISO

           IF WRK-INT-BASE LESS WRK-INT-AVISO
              ADD 1 TO ACU-AGUARDANDO
              GO TO 3250-99-FIM
           END-IF

           PERFORM 5300-LER-CADASTRO

           SET ARQNEG01-INCLUIDO       TO TRUE
           MOVE WRK-DAT-BASE           TO ARQNEG01-DAT-INCLUSAO
           MOVE WRK-LED-SALDO (WRK-LED-IDX)
                                       TO ARQNEG01-VAL-INCLUIDO

           INITIALIZE ARQBUR01-REGISTRO
           SET ARQBUR01-INCLUSAO       TO TRUE
           PERFORM 3910-GRAVAR-BUREAU-DETALHE

           MOVE 'I'                    TO WRK-NEG-ACAO (WRK-NEG-IDX)
           MOVE WRK-NOM-DEVEDOR        TO WRK-NEG-NOME (WRK-NEG-IDX)
           MOVE ARQNEG01-VAL-INCLUIDO  TO WRK-NEG-VALOR (WRK-NEG-IDX)

           ADD 1 TO ACU-INCLUSOES
           ADD ARQNEG01-VAL-INCLUIDO   TO TOT-VAL-INCLUSOES
           .
      *----------------------------------------------------------------*
       3250-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    EMPRESTIMO QUITADO OU RENEGOCIADO: AVISADO E AINDA NAO      *
      *    INCLUIDO, O AVISO E CANCELADO; INCLUIDO, A EXCLUSAO E       *
      *    ENVIADA E O PRAZO LEGAL (DIAS UTEIS A PARTIR DO PAGAMENTO)  *
      *    FICA COMPROVADO NO REGISTRO                                 *
      *----------------------------------------------------------------*
       3300-REGULARIZAR SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-LED-QUITADO (WRK-LED-IDX)
              SET ARQNEG01-REG-QUITADO TO TRUE
              IF WRK-LED-DAT-ULT-PAGTO (WRK-LED-IDX) GREATER ZEROS
                 AND WRK-LED-DAT-ULT-PAGTO (WRK-LED-IDX) NOT GREATER
                     WRK-DAT-BASE
                 MOVE WRK-LED-DAT-ULT-PAGTO (WRK-LED-IDX)
                                       TO ARQNEG01-DAT-REGULARIZACAO
              ELSE
                 MOVE WRK-DAT-BASE     TO ARQNEG01-DAT-REGULARIZACAO
              END-IF
           ELSE
              SET ARQNEG01-REG-RENEGOCIADO
                                       TO TRUE
              MOVE WRK-DAT-BASE        TO ARQNEG01-DAT-REGULARIZACAO
           END-IF

           PERFORM 5300-LER-CADASTRO

           MOVE WRK-NOM-DEVEDOR        TO WRK-NEG-NOME (WRK-NEG-IDX)

           IF ARQNEG01-AVISADO
              SET ARQNEG01-CANCELADO   TO TRUE
              MOVE 'C'                 TO WRK-NEG-ACAO (WRK-NEG-IDX)
              MOVE WRK-LED-SALDO (WRK-LED-IDX)
                                       TO WRK-NEG-VALOR (WRK-NEG-IDX)
              ADD 1 TO ACU-CANCELADOS
              GO TO 3300-99-FIM
           END-IF

           PERFORM 5500-CALCULAR-LIMITE-BAIXA

           MOVE WRK-DAT-BASE           TO ARQNEG01-DAT-BAIXA

           IF ARQNEG01-DAT-BAIXA NOT GREATER ARQNEG01-DAT-LIMITE-BAIXA
              SET ARQNEG01-BAIXA-NO-PRAZO
                                       TO TRUE
           ELSE
              SET ARQNEG01-BAIXA-FORA-PRAZO
                                       TO TRUE
              ADD 1 TO ACU-FORA-PRAZO
           END-IF

           SET ARQNEG01-BAIXADO        TO TRUE

           INITIALIZE ARQBUR01-REGISTRO
           SET ARQBUR01-EXCLUSAO       TO TRUE
           MOVE ARQNEG01-MOT-REGULARIZACAO
                                       TO ARQBUR01-MOT-EXCLUSAO
           PERFORM 3910-GRAVAR-BUREAU-DETALHE

           MOVE 'B'                    TO WRK-NEG-ACAO (WRK-NEG-IDX)
           MOVE ARQNEG01-VAL-INCLUIDO  TO WRK-NEG-VALOR (WRK-NEG-IDX)

           ADD 1 TO ACU-EXCLUSOES
           ADD ARQNEG01-VAL-INCLUIDO   TO TOT-VAL-EXCLUSOES
           .
      *----------------------------------------------------------------*
       3300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GRAVA O REGISTRO DE NEGATIVACOES DESTA RODADA E APURA A     *
      *    POSICAO FINAL (VIGENTES E HISTORICO DE PRAZOS DE BAIXA)     *
      *----------------------------------------------------------------*
       3600-GRAVAR-REGISTRO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-NEG-REGISTRO (WRK-NEG-IDX)
                                       TO ARQNEG01-REGISTRO

           EVALUATE TRUE
              WHEN ARQNEG01-INCLUIDO
                 ADD 1 TO ACU-VIGENTES
              WHEN ARQNEG01-BAIXADO AND ARQNEG01-BAIXA-NO-PRAZO
                 ADD 1 TO ACU-HIST-NO-PRAZO
              WHEN ARQNEG01-BAIXADO
                 ADD 1 TO ACU-HIST-FORA-PRAZO
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQNEG02        TO TRUE

           WRITE FD-ARQNEG02 FROM ARQNEG01-REGISTRO

           IF WRK-FS-NEG02-OK
              ADD 1 TO ACU-GRAVA-ARQNEG02
           ELSE
              MOVE WRK-FS-ARQNEG02     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3600-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3900-GRAVAR-AVISO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQAVN01        TO TRUE

           WRITE FD-ARQAVN01 FROM ARQAVN01-REGISTRO

           IF WRK-FS-AVN01-OK
              ADD 1 TO ACU-GRAVA-ARQAVN01
           ELSE
              MOVE WRK-FS-ARQAVN01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3900-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    DETALHE DE INCLUSAO/EXCLUSAO (TIPO JA INFORMADO) COM OS     *
      *    DADOS DA NEGATIVACAO ATUAL                                  *
      *----------------------------------------------------------------*
       3910-GRAVAR-BUREAU-DETALHE SECTION.
      *----------------------------------------------------------------*
      *
           SET ARQBUR01-REG-DETALHE    TO TRUE
           MOVE ARQNEG01-CPF           TO ARQBUR01-CPF
           MOVE WRK-NOM-DEVEDOR        TO ARQBUR01-NOM-DEVEDOR
           MOVE ARQNEG01-CHAVE         TO ARQBUR01-NUM-CONTRATO
           MOVE WRK-LED-DAT-LIMITE (WRK-LED-IDX)
                                       TO ARQBUR01-DAT-VENCIMENTO
           MOVE ARQNEG01-VAL-INCLUIDO  TO ARQBUR01-VAL-DIVIDA
           MOVE ARQNEG01-DAT-AVISO     TO ARQBUR01-DAT-AVISO

           PERFORM 3920-GRAVAR-BUREAU
           .
      *----------------------------------------------------------------*
       3910-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3920-GRAVAR-BUREAU SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQBUR01        TO TRUE

           WRITE FD-ARQBUR01 FROM ARQBUR01-REGISTRO

           IF WRK-FS-BUR01-OK
              ADD 1 TO ACU-GRAVA-ARQBUR01
           ELSE
              MOVE WRK-FS-ARQBUR01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3920-99-FIM.
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
           MOVE ACU-GRAVA-ARQBUR01      TO ARQAUD01-QTDE-GRAVA
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
           INITIALIZE ARQBUR01-REGISTRO
           SET ARQBUR01-REG-TRAILER    TO TRUE
           MOVE ACU-INCLUSOES          TO ARQBUR01-TRL-QTDE-INCLUSOES
           MOVE ACU-EXCLUSOES          TO ARQBUR01-TRL-QTDE-EXCLUSOES
           MOVE TOT-VAL-INCLUSOES      TO ARQBUR01-TRL-VAL-INCLUSOES
           PERFORM 3920-GRAVAR-BUREAU

           IF ACU-EXCECOES EQUAL ZEROS
              MOVE '  NENHUM EMPRESTIMO NO ESTAGIO 3 SEM AVISO'
                                       TO WRK-LINHA-IMPRESSAO
              PERFORM 4950-GRAVAR-LINHA
           END-IF

           MOVE 'A'                    TO WRK-PRC-ACAO
           MOVE 'AVISOS PREVIOS EMITIDOS NESTA RODADA'
                                       TO WRK-TIT-SECAO
           MOVE WRK-CAB-AVISO          TO WRK-CAB-SECAO
           PERFORM 4100-LISTAR-SECAO

           MOVE 'I'                    TO WRK-PRC-ACAO
           MOVE 'INCLUSOES ENVIADAS AO BUREAU'
                                       TO WRK-TIT-SECAO
           MOVE WRK-CAB-INCLUSAO       TO WRK-CAB-SECAO
           PERFORM 4100-LISTAR-SECAO

           MOVE 'C'                    TO WRK-PRC-ACAO
           MOVE 'AVISOS CANCELADOS - REGULARIZADOS ANTES DA INCLUSAO'
                                       TO WRK-TIT-SECAO
           MOVE WRK-CAB-CANCELADO      TO WRK-CAB-SECAO
           PERFORM 4100-LISTAR-SECAO

           MOVE 'B'                    TO WRK-PRC-ACAO
           MOVE 'EXCLUSOES ENVIADAS AO BUREAU - PRAZO LEGAL DE BAIXA'
                                       TO WRK-TIT-SECAO
           MOVE WRK-CAB-BAIXA          TO WRK-CAB-SECAO
           PERFORM 4100-LISTAR-SECAO

           PERFORM 4800-GRAVAR-TOTAIS

           IF ACU-EXCECOES GREATER ZEROS
              OR ACU-FORA-PRAZO GREATER ZEROS
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

           SET  WRK-CN-ARQNEG02        TO TRUE
           CLOSE ARQNEG02
           IF NOT WRK-FS-NEG02-OK
              MOVE WRK-FS-ARQNEG02     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQAVN01        TO TRUE
           CLOSE ARQAVN01
           IF NOT WRK-FS-AVN01-OK
              MOVE WRK-FS-ARQAVN01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQBUR01        TO TRUE
           CLOSE ARQBUR01
           IF NOT WRK-FS-BUR01-OK
              MOVE WRK-FS-ARQBUR01     TO WRK-FS-DISPLAY
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

           MOVE ACU-ESTAGIO-3          TO WRK-MASK-QTDE
           DISPLAY '**************************************************'
           DISPLAY '* QTDE NO ESTAGIO 3          : ' WRK-MASK-QTDE  '*'
           MOVE ACU-EXCECOES           TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE EXCECOES           : ' WRK-MASK-QTDE  '*'
           MOVE ACU-AVISOS             TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE AVISOS EMITIDOS    : ' WRK-MASK-QTDE  '*'
           MOVE ACU-INCLUSOES          TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE INCLUSOES          : ' WRK-MASK-QTDE  '*'
           MOVE ACU-CANCELADOS         TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE AVISOS CANCELADOS  : ' WRK-MASK-QTDE  '*'
           MOVE ACU-EXCLUSOES          TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE EXCLUSOES          : ' WRK-MASK-QTDE  '*'
           MOVE ACU-FORA-PRAZO         TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE BAIXAS FORA PRAZO  : ' WRK-MASK-QTDE  '*'
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
      *    LISTA AS NEGATIVACOES COM A ACAO WRK-PRC-ACAO NESTA RODADA  *
      *    SOB O TITULO WRK-TIT-SECAO E O CABECALHO WRK-CAB-SECAO      *
      *----------------------------------------------------------------*
       4100-LISTAR-SECAO SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 4950-GRAVAR-LINHA
           MOVE WRK-TIT-SECAO          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           MOVE WRK-CAB-SECAO          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE ZEROS                  TO ACU-LISTADOS

           PERFORM 4150-LISTAR-NEGATIVACAO
              VARYING WRK-NEG-IDX FROM 1 BY 1
              UNTIL WRK-NEG-IDX GREATER WRK-NEG-QTDE

           IF ACU-LISTADOS EQUAL ZEROS
              MOVE '  NENHUM REGISTRO NESTA RODADA'
                                       TO WRK-LINHA-IMPRESSAO
              PERFORM 4950-GRAVAR-LINHA
           END-IF
           .
      *----------------------------------------------------------------*
       4100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       4150-LISTAR-NEGATIVACAO SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-NEG-ACAO (WRK-NEG-IDX) NOT EQUAL WRK-PRC-ACAO
              GO TO 4150-99-FIM
           END-IF

           ADD 1 TO ACU-LISTADOS

           MOVE WRK-NEG-REGISTRO (WRK-NEG-IDX)
                                       TO ARQNEG01-REGISTRO

           IF WRK-PRC-ACAO EQUAL 'B'
              PERFORM 4200-LISTAR-BAIXA
              GO TO 4150-99-FIM
           END-IF

           MOVE ARQNEG01-COD-AGENCIA   TO WRK-DAV-AGENCIA
           MOVE ARQNEG01-NUM-CONTA     TO WRK-DAV-CONTA
           MOVE ARQNEG01-NUM-EMPRESTIMO
                                       TO WRK-DAV-EMPRESTIMO
           MOVE ARQNEG01-CPF           TO WRK-DAV-CPF
           MOVE WRK-NEG-NOME (WRK-NEG-IDX)
                                       TO WRK-DAV-NOME
           MOVE WRK-NEG-VALOR (WRK-NEG-IDX)
                                       TO WRK-DAV-VALOR

           MOVE ARQNEG01-DAT-AVISO     TO WRK-DAT-EDICAO
           PERFORM 5600-EDITAR-DATA
           MOVE WRK-DAT-EDITADA        TO WRK-DAV-DAT-AVISO

           EVALUATE WRK-PRC-ACAO
              WHEN 'A'
                 COMPUTE WRK-DAT-EDICAO =
                         FUNCTION DATE-OF-INTEGER
                                 (WRK-INT-BASE + WRK-DIAS-AVISO)
              WHEN 'I'
                 MOVE ARQNEG01-DAT-INCLUSAO
                                       TO WRK-DAT-EDICAO
              WHEN OTHER
                 MOVE ARQNEG01-DAT-REGULARIZACAO
                                       TO WRK-DAT-EDICAO
           END-EVALUATE
           PERFORM 5600-EDITAR-DATA
           MOVE WRK-DAT-EDITADA        TO WRK-DAV-DAT-SEGUNDA

           MOVE WRK-DET-AVISO          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       4150-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LINHA DE PROVA DO PRAZO DE BAIXA: REGULARIZACAO, LIMITE     *
      *    LEGAL E DATA EFETIVA DO ENVIO DA EXCLUSAO                   *
      *----------------------------------------------------------------*
       4200-LISTAR-BAIXA SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ARQNEG01-COD-AGENCIA   TO WRK-DBX-AGENCIA
           MOVE ARQNEG01-NUM-CONTA     TO WRK-DBX-CONTA
           MOVE ARQNEG01-NUM-EMPRESTIMO
                                       TO WRK-DBX-EMPRESTIMO
           MOVE ARQNEG01-CPF           TO WRK-DBX-CPF

           IF ARQNEG01-REG-QUITADO
              MOVE 'PAGAMENTO'         TO WRK-DBX-MOTIVO
           ELSE
              MOVE 'RENEGOCIACAO'      TO WRK-DBX-MOTIVO
           END-IF

           MOVE ARQNEG01-DAT-INCLUSAO  TO WRK-DAT-EDICAO
           PERFORM 5600-EDITAR-DATA
           MOVE WRK-DAT-EDITADA        TO WRK-DBX-DAT-INCLUSAO

           MOVE ARQNEG01-DAT-REGULARIZACAO
                                       TO WRK-DAT-EDICAO
           PERFORM 5600-EDITAR-DATA
           MOVE WRK-DAT-EDITADA        TO WRK-DBX-DAT-REGULAR

           MOVE ARQNEG01-DAT-LIMITE-BAIXA
                                       TO WRK-DAT-EDICAO
           PERFORM 5600-EDITAR-DATA
           MOVE WRK-DAT-EDITADA        TO WRK-DBX-DAT-LIMITE

           MOVE ARQNEG01-DAT-BAIXA     TO WRK-DAT-EDICAO
           PERFORM 5600-EDITAR-DATA
           MOVE WRK-DAT-EDITADA        TO WRK-DBX-DAT-BAIXA

           IF ARQNEG01-BAIXA-NO-PRAZO
              MOVE 'NO PRAZO'          TO WRK-DBX-SITUACAO
           ELSE
              MOVE 'FORA DO PRAZO'     TO WRK-DBX-SITUACAO
           END-IF

           MOVE WRK-DET-BAIXA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       4200-99-FIM.
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

           MOVE 'EMPRESTIMOS NO ESTAGIO 3 (COB03106)'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-ESTAGIO-3          TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'JA NO REGISTRO DE NEGATIVACOES'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-JA-REGISTRADOS     TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'JA REGULARIZADOS NO RAZAO (SEM AVISO)'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-JA-REGULARIZADOS   TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'EXCECOES (SEM CPF / FORA DO RAZAO)'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-EXCECOES           TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'AVISOS PREVIOS EMITIDOS'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-AVISOS             TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'AVISOS AGUARDANDO O PRAZO'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-AGUARDANDO         TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'INCLUSOES ENVIADAS AO BUREAU'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-INCLUSOES          TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'AVISOS CANCELADOS (REGULARIZADOS)'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-CANCELADOS         TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'EXCLUSOES ENVIADAS AO BUREAU'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-EXCLUSOES          TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'EXCLUSOES FORA DO PRAZO LEGAL'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-FORA-PRAZO         TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'NEGATIVACOES VIGENTES APOS A RODADA'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-VIGENTES           TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'BAIXAS NO REGISTRO - NO PRAZO'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-HIST-NO-PRAZO      TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'BAIXAS NO REGISTRO - FORA DO PRAZO'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-HIST-FORA-PRAZO    TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'VALOR INCLUIDO NO BUREAU NA RODADA'
                                       TO WRK-RSV-DESCRICAO
           MOVE TOT-VAL-INCLUSOES      TO WRK-RSV-VALOR
           PERFORM 4910-GRAVAR-RESUMO-VALOR

           MOVE 'VALOR EXCLUIDO DO BUREAU NA RODADA'
                                       TO WRK-RSV-DESCRICAO
           MOVE TOT-VAL-EXCLUSOES      TO WRK-RSV-VALOR
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
      *    LOCALIZA O EMPRESTIMO WRK-PRC-CHAVE NO REGISTRO DE          *
      *    NEGATIVACOES (WRK-NEG-IDX ALEM DA QTDE = NAO REGISTRADO)    *
      *----------------------------------------------------------------*
       5200-PROCURAR-NEGATIVACAO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 1 TO WRK-NEG-IDX

           PERFORM 5210-PROXIMA-NEGATIVACAO
              UNTIL WRK-NEG-IDX GREATER WRK-NEG-QTDE
                 OR WRK-NEG-CHAVE (WRK-NEG-IDX) EQUAL WRK-PRC-CHAVE
           .
      *----------------------------------------------------------------*
       5200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       5210-PROXIMA-NEGATIVACAO SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-NEG-IDX
           .
      *----------------------------------------------------------------*
       5210-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    NOME DO DEVEDOR NO CADASTRO DO EMPRESTIMO WRK-PRC-CHAVE     *
      *----------------------------------------------------------------*
       5300-LER-CADASTRO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-PRC-CHAVE          TO FD-ARQENT01-CHAVE
           MOVE SPACES                 TO WRK-NOM-DEVEDOR

           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQENT01        TO TRUE

           READ ARQENT01 INTO ARQENT01-REGISTRO

           EVALUATE TRUE
              WHEN WRK-FS-ENT01-OK
                 MOVE ARQENT01-NOM-CLIENTE
                                       TO WRK-NOM-DEVEDOR
              WHEN WRK-FS-ENT01-NAO-ENCONTRADO
                 DISPLAY '* EMPRESTIMO SEM CADASTRO: ' WRK-PRC-CHAVE
              WHEN OTHER
                 MOVE WRK-FS-ARQENT01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       5300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LIMITE LEGAL DE BAIXA: A DATA DA REGULARIZACAO MAIS O PRAZO *
      *    EM DIAS UTEIS (SEM SABADOS, DOMINGOS E FERIADOS)            *
      *----------------------------------------------------------------*
       5500-CALCULAR-LIMITE-BAIXA SECTION.
      *----------------------------------------------------------------*
      *
           COMPUTE WRK-INT-LIMITE =
                   FUNCTION INTEGER-OF-DATE (ARQNEG01-DAT-REGULARIZACAO)

           MOVE ZEROS                  TO WRK-DIAS-CONTADOS

           PERFORM 5510-PROXIMO-DIA-UTIL
              UNTIL WRK-DIAS-CONTADOS NOT LESS WRK-PRAZO-BAIXA

           COMPUTE ARQNEG01-DAT-LIMITE-BAIXA =
                   FUNCTION DATE-OF-INTEGER (WRK-INT-LIMITE)
           .
      *----------------------------------------------------------------*
       5500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       5510-PROXIMO-DIA-UTIL SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-INT-LIMITE

           PERFORM 5520-VERIFICAR-DIA-UTIL

           IF WRK-DIA-UTIL
              ADD 1 TO WRK-DIAS-CONTADOS
           END-IF
           .
      *----------------------------------------------------------------*
       5510-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    VERIFICA SE O DIA WRK-INT-LIMITE E DIA UTIL                 *
      *----------------------------------------------------------------*
       5520-VERIFICAR-DIA-UTIL SECTION.
      *----------------------------------------------------------------*
      *
           SET WRK-DIA-UTIL            TO TRUE

           COMPUTE WRK-DIA-SEMANA = FUNCTION MOD (WRK-INT-LIMITE, 7)

      * MOD 7 SOBRE O INTEIRO DE DATA: 6 = SABADO, 0 = DOMINGO

           IF WRK-DIA-SEMANA EQUAL 6 OR WRK-DIA-SEMANA EQUAL 0
              SET WRK-DIA-NAO-UTIL     TO TRUE
           ELSE
              COMPUTE WRK-DAT-CANDIDATA =
                      FUNCTION DATE-OF-INTEGER (WRK-INT-LIMITE)

              PERFORM 5530-PROCURAR-FERIADO
                 VARYING WRK-FER-IDX FROM 1 BY 1
                 UNTIL WRK-FER-IDX GREATER WRK-FER-QTDE
                    OR WRK-DIA-NAO-UTIL
           END-IF
           .
      *----------------------------------------------------------------*
       5520-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       5530-PROCURAR-FERIADO SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-FER-DATA (WRK-FER-IDX) EQUAL WRK-DAT-CANDIDATA
              SET WRK-DIA-NAO-UTIL     TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
       5530-99-FIM.
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
           MOVE ACU-GRAVA-ARQBUR01
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
