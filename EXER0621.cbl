      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0621.
       AUTHOR.     JULIANA SOARES.
      *================================================================*
      *    PROGRAMA....: EXER0621                                      *
      *    PROGRAMADOR.: JULIANA SOARES                                *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   PROCESSAMENTO DAS COMUNICACOES DE OBITO DE  *
      *                    CLIENTES (OBT06121). PARA CADA COMUNICACAO  *
      *                    ACEITA: MARCA O CLIENTE FALECIDO ('F') NO   *
      *                    CADASTRO CLI02105 (O EXER0205 PASSA A       *
      *                    DESVIAR SAQUES E TRANSFERENCIAS ENVIADAS,   *
      *                    ACEITANDO OS CREDITOS); ACRESCENTA O        *
      *                    CLIENTE ('C') E SEUS EMPRESTIMOS EM ABERTO  *
      *                    ('E', DEVEDOR PELAS INSTRUCOES DEB03105) A  *
      *                    RELACAO DE ESPOLIOS ESP06121, QUE CONGELA O *
      *                    DEBITO AUTOMATICO NO EXER0313 E SUSPENDE A  *
      *                    COBRANCA NO EXER0306 COM A CORRESPONDENCIA  *
      *                    DIRIGIDA AO ESPOLIO; GERA A SUPRESSAO       *
      *                    PERMANENTE 'F' (SUP05105, CCLUB PELO        *
      *                    CRUZAMENTO XRF05108) QUE O EXER0506 INGERE  *
      *                    E O EXER0507 CARREGA NA SUPR_CAMPANHA; E    *
      *                    EMITE O CERTIFICADO DE SALDOS DO ESPOLIO NA *
      *                    DATA DO OBITO: DEPOSITOS (SALDO DA ULTIMA   *
      *                    POSICAO DIARIA PSD02105 DO EXER0217 ATE A   *
      *                    DATA DO OBITO, OU O SALDO DE ABERTURA DO    *
      *                    MES - DIA 00 - SEM MOVIMENTO ANTES DELA),   *
      *                    APLICACOES EM CDB (PRINCIPAL MAIS           *
      *                    RENDIMENTO ATE O OBITO) E EMPRESTIMOS EM    *
      *                    ABERTO (SALDO DEVEDOR DO RAZAO). CONTA CUJO *
      *                    MES DAS POSICOES DIARIAS COMECA DEPOIS DO   *
      *                    OBITO SAI SEM VALOR ('SEM POSICAO NA DATA   *
      *                    DO OBITO') E O TOTAL DO ESPOLIO E MARCADO   *
      *                    INCOMPLETO. POSICOES EM MOEDA ESTRANGEIRA   *
      *                    SAO LISTADAS, MAS NAO ENTRAM NOS TOTAIS EM  *
      *                    REAIS.                                      *
      *                    A RELACAO DE ESPOLIOS NAO CRESCE SEM        *
      *                    LIMITE: DA GERACAO ANTERIOR SO PASSAM O 'E' *
      *                    CUJO EMPRESTIMO CONTINUA EM ABERTO NO RAZAO *
      *                    E O 'C' CUJO CPF AINDA E DEVEDOR DE ALGUM   *
      *                    EMPRESTIMO EM ABERTO (INSTRUCOES DEB03105); *
      *                    SEM O RAZAO (OU SEM AS INSTRUCOES, PARA O   *
      *                    'C') A GERACAO ANTERIOR PASSA INTEGRA.      *
      *                    COMUNICACAO RECUSADA (CPF OU DATA INVALIDA, *
      *                    OBITO FUTURO, CLIENTE NAO CADASTRADO OU JA  *
      *                    FALECIDO, DUPLICIDADE) SAI NO CERTIFICADO   *
      *                    COM O MOTIVO; ELA OU CONTA SEM POSICAO NA   *
      *                    DATA DO OBITO TERMINAM O PROGRAMA COM RC 04.*
      *                    TABELA ESGOTADA (COMUNICACOES, INSTRUCOES   *
      *                    DE DEBITO, CRUZAMENTO CPF X CCLUB, RELACAO  *
      *                    ANTERIOR OU ITENS DO CERTIFICADO) CANCELA   *
      *                    COM RC 12.                                  *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQOBT01 (COMUNICACOES DE OBITO)          OBT06121        *
      *      ARQCLI01 (CADASTRO DE CLIENTES, I-O)      CLI02105        *
      *      ARQESP01/ARQESP02 (RELACAO DE ESPOLIOS)   ESP06121        *
      *      ARQPSD01 (POSICOES DIARIAS, OPCIONAL)     PSD02105        *
      *      ARQCDB01 (CADASTRO DE CDB, OPCIONAL)      CDB02228        *
      *      ARQLED01 (RAZAO, OPCIONAL)                LED03105        *
      *      ARQDEB01 (INSTRUCOES, OPCIONAL)           DEB03105        *
      *      ARQXRF01 (CRUZAMENTO, OPCIONAL)           XRF05108        *
      *      ARQSUP01 (SUPRESSAO 'F' P/ EXER0506)      SUP05105        *
      *      ARQCER01 (CERTIFICADO DO ESPOLIO)         -               *
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
           SELECT ARQOBT01 ASSIGN      TO UT-S-ARQOBT01
                      FILE STATUS      IS WRK-FS-ARQOBT01.

           SELECT ARQCLI01 ASSIGN      TO UT-S-ARQCLI01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS FD-ARQCLI01-CPF
                      FILE STATUS      IS WRK-FS-ARQCLI01.

           SELECT OPTIONAL ARQESP01 ASSIGN TO UT-S-ARQESP01
                      FILE STATUS      IS WRK-FS-ARQESP01.

           SELECT ARQESP02 ASSIGN      TO UT-S-ARQESP02
                      FILE STATUS      IS WRK-FS-ARQESP02.

           SELECT OPTIONAL ARQPSD01 ASSIGN TO UT-S-ARQPSD01
                      FILE STATUS      IS WRK-FS-ARQPSD01.

           SELECT OPTIONAL ARQCDB01 ASSIGN TO UT-S-ARQCDB01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS SEQUENTIAL
                      RECORD KEY       IS FD-ARQCDB01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQCDB01.

           SELECT OPTIONAL ARQLED01 ASSIGN TO UT-S-ARQLED01
                      FILE STATUS      IS WRK-FS-ARQLED01.

           SELECT OPTIONAL ARQDEB01 ASSIGN TO UT-S-ARQDEB01
                      FILE STATUS      IS WRK-FS-ARQDEB01.

           SELECT OPTIONAL ARQXRF01 ASSIGN TO UT-S-ARQXRF01
                      FILE STATUS      IS WRK-FS-ARQXRF01.

           SELECT ARQSUP01 ASSIGN      TO UT-S-ARQSUP01
                      FILE STATUS      IS WRK-FS-ARQSUP01.

           SELECT ARQCER01 ASSIGN      TO UT-S-ARQCER01
                      FILE STATUS      IS WRK-FS-ARQCER01.

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
      *   INPUT:      COMUNICACOES DE OBITO                           *
      *               ORG. SEQUENCIAL   -   LRECL = 150               *
      *---------------------------------------------------------------*

       FD  ARQOBT01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQOBT01             PIC X(150).

      *---------------------------------------------------------------*
      *   I-O:        CADASTRO DE CLIENTES POR CPF                    *
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
      *   INPUT:      RELACAO DE ESPOLIOS DA RODADA ANTERIOR          *
      *               (OPCIONAL) - ORG. SEQUENCIAL - LRECL = 150      *
      *---------------------------------------------------------------*

       FD  ARQESP01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQESP01             PIC X(150).

      *---------------------------------------------------------------*
      *   OUTPUT:     NOVA GERACAO DA RELACAO DE ESPOLIOS             *
      *               ORG. SEQUENCIAL   -   LRECL = 150               *
      *---------------------------------------------------------------*

       FD  ARQESP02
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQESP02             PIC X(150).

      *---------------------------------------------------------------*
      *   INPUT:      POSICOES DIARIAS DO MES (OPCIONAL)              *
      *               ORG. SEQUENCIAL   -   LRECL = 035               *
      *---------------------------------------------------------------*

       FD  ARQPSD01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQPSD01             PIC X(035).

      *---------------------------------------------------------------*
      *   INPUT:      CADASTRO DE CDB (OPCIONAL)                      *
      *               ORG. INDEXADA     -   LRECL = 100               *
      *---------------------------------------------------------------*

       FD  ARQCDB01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQCDB01.
           05 FD-ARQCDB01-CHAVE       PIC X(17).
           05 FILLER                  PIC X(83).

       FD  ARQLED01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQLED01             PIC X(075).

       FD  ARQDEB01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQDEB01             PIC X(028).

       FD  ARQXRF01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQXRF01             PIC X(021).

      *---------------------------------------------------------------*
      *   OUTPUT:     SUPRESSAO PERMANENTE 'F' (OBITO) PARA O         *
      *               EXER0506 - ORG. SEQUENCIAL - LRECL = 091        *
      *---------------------------------------------------------------*

       FD  ARQSUP01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQSUP01             PIC X(091).

      *---------------------------------------------------------------*
      *   OUTPUT:     CERTIFICADO DE SALDOS DO ESPOLIO                *
      *               ORG. SEQUENCIAL   -   LRECL = 132               *
      *---------------------------------------------------------------*

       FD  ARQCER01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQCER01             PIC X(132).

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
             'EXER0621 - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC  X(008) VALUE 'EXER0621'.
       77 WRK-ERRO2000            PIC  X(008) VALUE 'ERRO2000'.
       77 WRK-MASK-QTDE           PIC  ZZZ.ZZ9.
      *
       01 WRK-ACUMULADORES.
           03 ACU-COMUNICACOES       PIC 9(005) VALUE ZEROS.
           03 ACU-ACEITAS            PIC 9(005) VALUE ZEROS.
           03 ACU-RECUSADAS          PIC 9(005) VALUE ZEROS.
           03 ACU-POSICOES-DIARIAS   PIC 9(007) VALUE ZEROS.
           03 ACU-SEM-POSICAO        PIC 9(007) VALUE ZEROS.
           03 ACU-ESPOLIOS-ANTERIORES PIC 9(007) VALUE ZEROS.
           03 ACU-ESPOLIOS-BAIXADOS  PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQESP02     PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQSUP01     PIC 9(007) VALUE ZEROS.
           03 ACU-SEM-CCLUB          PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQCER01     PIC 9(007) VALUE ZEROS.
      *
       77 WRK-DATA-CORRENTE       PIC  9(008) VALUE ZEROS.
       77 WRK-CPF-PROCURADO       PIC  9(011) VALUE ZEROS.
       77 WRK-CPF-DEVEDOR         PIC  9(011) VALUE ZEROS.
      *
      *    PRESENCA DO RAZAO E DAS INSTRUCOES DE DEBITO (SEM ELES A
      *    RELACAO ANTERIOR DE ESPOLIOS NAO E BAIXADA)
       77 WRK-SW-RAZAO            PIC  X(001) VALUE 'N'.
          88 WRK-RAZAO-PRESENTE               VALUE 'S'.
          88 WRK-RAZAO-AUSENTE                VALUE 'N'.
       77 WRK-SW-INSTRUCOES       PIC  X(001) VALUE 'N'.
          88 WRK-INSTRUCOES-PRESENTES         VALUE 'S'.
          88 WRK-INSTRUCOES-AUSENTES          VALUE 'N'.
      *----------------------------------------------------------------*
      *    TABELA DAS COMUNICACOES DE OBITO (SITUACAO, MOTIVO DA       *
      *    RECUSA E TOTAIS DO ESPOLIO EM REAIS)                        *
      *----------------------------------------------------------------*
       77 WRK-OBT-QTDE            PIC 9(003) VALUE ZEROS.
       77 WRK-OBT-IDX             PIC 9(003) VALUE ZEROS.
       77 WRK-OBT-IDX-AUX         PIC 9(003) VALUE ZEROS.
      *
       01 WRK-OBT-TABELA.
          05 WRK-OBT-LINHA        OCCURS 100 TIMES.
             10 WRK-OBT-CPF       PIC 9(011).
             10 WRK-OBT-DAT-OBITO PIC 9(008).
             10 WRK-OBT-DAT-COMUNICACAO PIC 9(008).
             10 WRK-OBT-NOM-INVENTARIANTE PIC X(040).
             10 WRK-OBT-CPF-INVENTARIANTE PIC 9(011).
             10 WRK-OBT-END-ESPOLIO PIC X(060).
             10 WRK-OBT-NOM-CLIENTE PIC X(040).
             10 WRK-OBT-SITUACAO  PIC X(001).
      *          'A' ACEITA / 'R' RECUSADA
             10 WRK-OBT-MOTIVO    PIC X(030).
             10 WRK-OBT-TOT-DEPOSITOS PIC S9(15)V99 COMP-3.
             10 WRK-OBT-TOT-APLICACOES PIC S9(15)V99 COMP-3.
             10 WRK-OBT-TOT-EMPRESTIMOS PIC S9(15)V99 COMP-3.
             10 WRK-OBT-SW-INCOMPLETO PIC X(001).
                88 WRK-OBT-INCOMPLETO          VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    TABELA DOS ITENS DO CERTIFICADO (DEPOSITOS, APLICACOES E    *
      *    EMPRESTIMOS DE CADA COMUNICACAO ACEITA)                     *
      *----------------------------------------------------------------*
       77 WRK-ITM-QTDE            PIC 9(004) VALUE ZEROS.
       77 WRK-ITM-IDX             PIC 9(004) VALUE ZEROS.
      *
       01 WRK-ITM-TABELA.
          05 WRK-ITM-LINHA        OCCURS 2000 TIMES.
             10 WRK-ITM-OBT-IDX   PIC 9(003).
             10 WRK-ITM-TIPO      PIC X(010).
             10 WRK-ITM-IDENTIFICACAO PIC X(020).
             10 WRK-ITM-NUM-CONTA PIC 9(004).
             10 WRK-ITM-COD-MOEDA PIC X(003).
             10 WRK-ITM-VALOR     PIC S9(15)V99 COMP-3.
             10 WRK-ITM-DAT-POSICAO PIC 9(008).
             10 WRK-ITM-SW-POSICAO PIC X(001).
                88 WRK-ITM-COM-POSICAO         VALUE 'S'.
                88 WRK-ITM-SEM-POSICAO         VALUE 'N'.
      *
      *----------------------------------------------------------------*
      *    RELACAO DE ESPOLIOS DA GERACAO ANTERIOR (SO PASSA ADIANTE O *
      *    QUE AINDA TEM EMPRESTIMO EM ABERTO NO RAZAO)                *
      *----------------------------------------------------------------*
       77 WRK-ANT-QTDE            PIC 9(004) VALUE ZEROS.
       77 WRK-ANT-IDX             PIC 9(004) VALUE ZEROS.
      *
       01 WRK-ANT-TABELA.
          05 WRK-ANT-LINHA        OCCURS 1000 TIMES.
             10 WRK-ANT-REGISTRO  PIC X(150).
             10 WRK-ANT-TIPO      PIC X(001).
             10 WRK-ANT-CPF       PIC 9(011).
             10 WRK-ANT-CHAVE     PIC X(009).
             10 WRK-ANT-SW-MANTER PIC X(001).
                88 WRK-ANT-MANTER              VALUE 'S'.
      *
      *    IDENTIFICACAO DO ITEM NO CERTIFICADO, POR TIPO DE ITEM
       01 WRK-IDT-DEPOSITO.
          05 FILLER               PIC X(006) VALUE 'CONTA '.
          05 WRK-IDT-DEP-CONTA    PIC 9(004) VALUE ZEROS.
          05 FILLER               PIC X(010) VALUE SPACES.
       01 WRK-IDT-APLICACAO       REDEFINES WRK-IDT-DEPOSITO.
          05 WRK-IDT-CDB-ROTULO   PIC X(004).
          05 WRK-IDT-CDB-NUMERO   PIC 9(006).
          05 FILLER               PIC X(010).
       01 WRK-IDT-EMPRESTIMO      REDEFINES WRK-IDT-DEPOSITO.
          05 WRK-IDT-EMP-ROTULO   PIC X(004).
          05 WRK-IDT-EMP-AGENCIA  PIC 9(003).
          05 WRK-IDT-EMP-BARRA1   PIC X(001).
          05 WRK-IDT-EMP-CONTA    PIC 9(003).
          05 WRK-IDT-EMP-BARRA2   PIC X(001).
          05 WRK-IDT-EMP-NUMERO   PIC 9(003).
          05 FILLER               PIC X(005).
      *
      *----------------------------------------------------------------*
      *    INSTRUCOES DE DEBITO (DEVEDOR DO EMPRESTIMO) E CRUZAMENTO   *
      *    CPF X CCLUB                                                 *
      *----------------------------------------------------------------*
       77 WRK-DEB-QTDE            PIC 9(004) VALUE ZEROS.
       77 WRK-DEB-IDX             PIC 9(004) VALUE ZEROS.
       01 WRK-DEB-TABELA.
          05 WRK-DEB-LINHA        OCCURS 3000 TIMES.
             10 WRK-DEB-CHAVE     PIC 9(009).
             10 WRK-DEB-CPF       PIC 9(011).

       77 WRK-XRF-QTDE            PIC 9(004) VALUE ZEROS.
       77 WRK-XRF-IDX             PIC 9(004) VALUE ZEROS.
       01 WRK-XRF-TABELA.
          05 WRK-XRF-LINHA        OCCURS 3000 TIMES.
             10 WRK-XRF-CPF       PIC 9(011).
             10 WRK-XRF-CCLUB     PIC 9(010).
      *
      *----------------------------------------------------------------*
      *    RENDIMENTO DO CDB ATE A DATA DO OBITO (MESMA CAPITALIZACAO  *
      *    EXPONENCIAL DIAS/365 DO EXER0228)                           *
      *----------------------------------------------------------------*
       77 WRK-DAT-CALCULO         PIC 9(008) VALUE ZEROS.
       77 WRK-INT-CALCULO         PIC S9(009) COMP VALUE +0.
       77 WRK-INT-APLICACAO       PIC S9(009) COMP VALUE +0.
       77 WRK-QTD-DIAS            PIC S9(009) COMP VALUE +0.
       77 WRK-EXPOENTE            PIC 9(03)V9(09) VALUE ZEROS.
       77 WRK-FATOR               PIC 9(05)V9(09) VALUE ZEROS.
       77 WRK-VAL-RENDIMENTO      PIC S9(13)V99 COMP-3 VALUE +0.
       77 WRK-VAL-PATRIMONIO      PIC S9(15)V99 COMP-3 VALUE +0.
      *
      *----------------------------------------------------------------*
      *    AREA DO CERTIFICADO                                         *
      *----------------------------------------------------------------*
       01 WRK-CAB1-CERTIFICADO.
          05 FILLER               PIC X(050) VALUE
             'CERTIFICADO DE SALDOS DO ESPOLIO NA DATA DO OBITO '.
          05 FILLER               PIC X(082) VALUE SPACES.

       01 WRK-DET-COMUNICACAO.
          05 FILLER               PIC X(005) VALUE 'CPF '.
          05 WRK-DET-CPF          PIC 9(011).
          05 FILLER               PIC X(007) VALUE ' OBITO '.
          05 WRK-DET-DAT-OBITO    PIC 9(008).
          05 FILLER               PIC X(012) VALUE ' COMUNICADO '.
          05 WRK-DET-DAT-COMUNICACAO PIC 9(008).
          05 FILLER               PIC X(002) VALUE '  '.
          05 WRK-DET-SITUACAO     PIC X(009).
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DET-MOTIVO       PIC X(030).
          05 FILLER               PIC X(039) VALUE SPACES.

       01 WRK-DET-ESPOLIO.
          05 FILLER               PIC X(010) VALUE '  CLIENTE '.
          05 WRK-DET-NOM-CLIENTE  PIC X(040).
          05 FILLER               PIC X(015) VALUE ' INVENTARIANTE '.
          05 WRK-DET-NOM-INVENTARIANTE PIC X(040).
          05 FILLER               PIC X(005) VALUE ' CPF '.
          05 WRK-DET-CPF-INVENTARIANTE PIC 9(011).
          05 FILLER               PIC X(011) VALUE SPACES.

       01 WRK-DET-ENDERECO.
          05 FILLER               PIC X(023) VALUE
             '  ENDERECO DO ESPOLIO: '.
          05 WRK-DET-END-ESPOLIO  PIC X(060).
          05 FILLER               PIC X(049) VALUE SPACES.

       01 WRK-DET-ITEM.
          05 FILLER               PIC X(005) VALUE '  -> '.
          05 WRK-DET-ITM-TIPO     PIC X(010).
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DET-ITM-IDENTIFICACAO PIC X(020).
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DET-ITM-MOEDA    PIC X(003).
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DET-ITM-VALOR    PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
          05 WRK-DET-ITM-VALOR-X  REDEFINES WRK-DET-ITM-VALOR
                                  PIC X(019).
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DET-ITM-OBSERVACAO PIC X(030).
          05 FILLER               PIC X(041) VALUE SPACES.

       01 WRK-DET-TOTAL.
          05 FILLER               PIC X(005) VALUE SPACES.
          05 WRK-DET-TOT-ROTULO   PIC X(031).
          05 FILLER               PIC X(004) VALUE SPACES.
          05 WRK-DET-TOT-VALOR    PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DET-TOT-OBSERVACAO PIC X(030).
          05 FILLER               PIC X(042) VALUE SPACES.

       01 WRK-LINHA-IMPRESSAO     PIC X(132) VALUE SPACES.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA PARA TRATAMENTO DE FILE-STATUS'.
      *----------------------------------------------------------------*
      *
       01 WRK-AREA-FS.
          05 WRK-FS-ARQOBT01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-OBT01-OK               VALUE '00'.
             88 WRK-FS-OBT01-FIM              VALUE '10'.
          05 WRK-FS-ARQCLI01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-CLI01-OK               VALUE '00'.
             88 WRK-FS-CLI01-NAO-ENCONTRADO   VALUE '23'.
          05 WRK-FS-ARQESP01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-ESP01-OK               VALUE '00'.
             88 WRK-FS-ESP01-FIM              VALUE '10'.
             88 WRK-FS-ESP01-INEXISTENTE      VALUE '05' '35'.
          05 WRK-FS-ARQESP02      PIC  X(002) VALUE SPACES.
             88 WRK-FS-ESP02-OK               VALUE '00'.
          05 WRK-FS-ARQPSD01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-PSD01-OK               VALUE '00'.
             88 WRK-FS-PSD01-FIM              VALUE '10'.
             88 WRK-FS-PSD01-INEXISTENTE      VALUE '05' '35'.
          05 WRK-FS-ARQCDB01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-CDB01-OK               VALUE '00'.
             88 WRK-FS-CDB01-FIM              VALUE '10'.
             88 WRK-FS-CDB01-INEXISTENTE      VALUE '05' '35'.
          05 WRK-FS-ARQLED01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-LED01-OK               VALUE '00'.
             88 WRK-FS-LED01-FIM              VALUE '10'.
             88 WRK-FS-LED01-INEXISTENTE      VALUE '05' '35'.
          05 WRK-FS-ARQDEB01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-DEB01-OK               VALUE '00'.
             88 WRK-FS-DEB01-FIM              VALUE '10'.
             88 WRK-FS-DEB01-INEXISTENTE      VALUE '05' '35'.
          05 WRK-FS-ARQXRF01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-XRF01-OK               VALUE '00'.
             88 WRK-FS-XRF01-FIM              VALUE '10'.
             88 WRK-FS-XRF01-INEXISTENTE      VALUE '05' '35'.
          05 WRK-FS-ARQSUP01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SUP01-OK               VALUE '00'.
          05 WRK-FS-ARQCER01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-CER01-OK               VALUE '00'.
          05 WRK-FS-ARQAUD01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-AUD01-OK               VALUE '00'.
          05 WRK-FS-DISPLAY       PIC  X(002) VALUE SPACES.

       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQOBT01      VALUE 'ARQOBT01'.
          88 WRK-CN-ARQCLI01      VALUE 'ARQCLI01'.
          88 WRK-CN-ARQESP01      VALUE 'ARQESP01'.
          88 WRK-CN-ARQESP02      VALUE 'ARQESP02'.
          88 WRK-CN-ARQPSD01      VALUE 'ARQPSD01'.
          88 WRK-CN-ARQCDB01      VALUE 'ARQCDB01'.
          88 WRK-CN-ARQLED01      VALUE 'ARQLED01'.
          88 WRK-CN-ARQDEB01      VALUE 'ARQDEB01'.
          88 WRK-CN-ARQXRF01      VALUE 'ARQXRF01'.
          88 WRK-CN-ARQSUP01      VALUE 'ARQSUP01'.
          88 WRK-CN-ARQCER01      VALUE 'ARQCER01'.
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
           COPY OBT06121.
           COPY CLI02105.
           COPY ESP06121.
           COPY PSD02105.
           COPY CDB02228.
           COPY LED03105.
           COPY DEB03105.
           COPY XRF05108.
           COPY SUP05105.
           COPY AUD00105.
           COPY 'I#ERRO01'.

      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0621 - FIM DA AREA DE WORKING'.
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

           PERFORM 2000-CARREGAR-COMUNICACOES
              UNTIL WRK-FS-OBT01-FIM

           PERFORM 2100-CARREGAR-INSTRUCOES
              UNTIL WRK-FS-DEB01-FIM

           PERFORM 2200-CARREGAR-CRUZAMENTO
              UNTIL WRK-FS-XRF01-FIM

           PERFORM 2300-CARREGAR-ESPOLIOS
              UNTIL WRK-FS-ESP01-FIM

           PERFORM 2400-REGISTRAR-OBITO
              VARYING WRK-OBT-IDX FROM 1 BY 1
              UNTIL WRK-OBT-IDX GREATER WRK-OBT-QTDE

           PERFORM 3000-PROCESSAR-POSICOES
              UNTIL WRK-FS-PSD01-FIM

           PERFORM 3200-PROCESSAR-APLICACOES
              UNTIL WRK-FS-CDB01-FIM

           PERFORM 3300-PROCESSAR-RAZAO
              UNTIL WRK-FS-LED01-FIM

           PERFORM 3500-GRAVAR-ANTERIORES
              VARYING WRK-ANT-IDX FROM 1 BY 1
              UNTIL WRK-ANT-IDX GREATER WRK-ANT-QTDE

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
           MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO WRK-DATA-CORRENTE

           SET  WRK-CN-OPEN            TO TRUE

           SET  WRK-CN-ARQOBT01        TO TRUE
           OPEN INPUT ARQOBT01
           IF NOT WRK-FS-OBT01-OK
              MOVE WRK-FS-ARQOBT01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQCLI01        TO TRUE
           OPEN I-O ARQCLI01
           IF NOT WRK-FS-CLI01-OK
              MOVE WRK-FS-ARQCLI01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQESP01        TO TRUE
           OPEN INPUT ARQESP01
           IF WRK-FS-ESP01-INEXISTENTE
              SET WRK-FS-ESP01-FIM     TO TRUE
           ELSE
              IF NOT WRK-FS-ESP01-OK
                 MOVE WRK-FS-ARQESP01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF

           SET  WRK-CN-ARQESP02        TO TRUE
           OPEN OUTPUT ARQESP02
           IF NOT WRK-FS-ESP02-OK
              MOVE WRK-FS-ARQESP02     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQPSD01        TO TRUE
           OPEN INPUT ARQPSD01
           IF WRK-FS-PSD01-INEXISTENTE
              SET WRK-FS-PSD01-FIM     TO TRUE
           ELSE
              IF NOT WRK-FS-PSD01-OK
                 MOVE WRK-FS-ARQPSD01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF

           SET  WRK-CN-ARQCDB01        TO TRUE
           OPEN INPUT ARQCDB01
           IF WRK-FS-CDB01-INEXISTENTE
              SET WRK-FS-CDB01-FIM     TO TRUE
           ELSE
              IF NOT WRK-FS-CDB01-OK
                 MOVE WRK-FS-ARQCDB01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF

           SET  WRK-CN-ARQLED01        TO TRUE
           OPEN INPUT ARQLED01
           IF WRK-FS-LED01-INEXISTENTE
              SET WRK-FS-LED01-FIM     TO TRUE
           ELSE
              IF NOT WRK-FS-LED01-OK
                 MOVE WRK-FS-ARQLED01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
              SET WRK-RAZAO-PRESENTE   TO TRUE
           END-IF

           SET  WRK-CN-ARQDEB01        TO TRUE
           OPEN INPUT ARQDEB01
           IF WRK-FS-DEB01-INEXISTENTE
              SET WRK-FS-DEB01-FIM     TO TRUE
           ELSE
              IF NOT WRK-FS-DEB01-OK
                 MOVE WRK-FS-ARQDEB01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
              SET WRK-INSTRUCOES-PRESENTES TO TRUE
           END-IF

           SET  WRK-CN-ARQXRF01        TO TRUE
           OPEN INPUT ARQXRF01
           IF WRK-FS-XRF01-INEXISTENTE
              SET WRK-FS-XRF01-FIM     TO TRUE
           ELSE
              IF NOT WRK-FS-XRF01-OK
                 MOVE WRK-FS-ARQXRF01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF

           SET  WRK-CN-ARQSUP01        TO TRUE
           OPEN OUTPUT ARQSUP01
           IF NOT WRK-FS-SUP01-OK
              MOVE WRK-FS-ARQSUP01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQCER01        TO TRUE
           OPEN OUTPUT ARQCER01
           IF NOT WRK-FS-CER01-OK
              MOVE WRK-FS-ARQCER01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQAUD01        TO TRUE
           OPEN EXTEND ARQAUD01
           IF NOT WRK-FS-AUD01-OK
              MOVE WRK-FS-ARQAUD01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 3810-LER-COMUNICACAO
           PERFORM 3820-LER-INSTRUCAO
           PERFORM 3830-LER-CRUZAMENTO
           .
      *----------------------------------------------------------------*
       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CARREGA A COMUNICACAO NA TABELA, JA CRITICANDO O CPF E A    *
      *    DATA DO OBITO INFORMADOS                                    *
      *----------------------------------------------------------------*
       2000-CARREGAR-COMUNICACOES SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-OBT-QTDE NOT LESS 100
              DISPLAY '* TABELA DE COMUNICACOES ESGOTADA (100)'
              MOVE 12                  TO RETURN-CODE
              PERFORM 9900-FIM-PROGRAMA
           END-IF

           ADD 1 TO WRK-OBT-QTDE
           ADD 1 TO ACU-COMUNICACOES

           INITIALIZE WRK-OBT-LINHA (WRK-OBT-QTDE)

           MOVE 'A'                 TO WRK-OBT-SITUACAO (WRK-OBT-QTDE)
           MOVE ARQOBT01-NOM-INVENTARIANTE
                            TO WRK-OBT-NOM-INVENTARIANTE (WRK-OBT-QTDE)
           MOVE ARQOBT01-END-ESPOLIO
                            TO WRK-OBT-END-ESPOLIO (WRK-OBT-QTDE)

           IF ARQOBT01-CPF-INVENTARIANTE NUMERIC
              MOVE ARQOBT01-CPF-INVENTARIANTE
                            TO WRK-OBT-CPF-INVENTARIANTE (WRK-OBT-QTDE)
           END-IF

           IF ARQOBT01-DAT-COMUNICACAO NUMERIC
              MOVE ARQOBT01-DAT-COMUNICACAO
                            TO WRK-OBT-DAT-COMUNICACAO (WRK-OBT-QTDE)
           END-IF

           EVALUATE TRUE
              WHEN ARQOBT01-CPF NOT NUMERIC
                OR ARQOBT01-CPF EQUAL ZEROS
                 MOVE 'R'           TO WRK-OBT-SITUACAO (WRK-OBT-QTDE)
                 MOVE 'CPF INVALIDO'
                                    TO WRK-OBT-MOTIVO (WRK-OBT-QTDE)
              WHEN ARQOBT01-DAT-OBITO NOT NUMERIC
                OR ARQOBT01-DAT-OBITO EQUAL ZEROS
                 MOVE ARQOBT01-CPF  TO WRK-OBT-CPF (WRK-OBT-QTDE)
                 MOVE 'R'           TO WRK-OBT-SITUACAO (WRK-OBT-QTDE)
                 MOVE 'DATA DE OBITO INVALIDA'
                                    TO WRK-OBT-MOTIVO (WRK-OBT-QTDE)
              WHEN OTHER
                 MOVE ARQOBT01-CPF  TO WRK-OBT-CPF (WRK-OBT-QTDE)
                 MOVE ARQOBT01-DAT-OBITO
                                    TO WRK-OBT-DAT-OBITO (WRK-OBT-QTDE)
           END-EVALUATE

           PERFORM 3810-LER-COMUNICACAO
           .
      *----------------------------------------------------------------*
       2000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2100-CARREGAR-INSTRUCOES SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-DEB-QTDE NOT LESS 3000
              DISPLAY '* TABELA DE INSTRUCOES ESGOTADA (3000)'
              MOVE 12                  TO RETURN-CODE
              PERFORM 9900-FIM-PROGRAMA
           END-IF

           ADD 1 TO WRK-DEB-QTDE
           MOVE ARQDEB01-CHAVE         TO WRK-DEB-CHAVE (WRK-DEB-QTDE)
           MOVE ARQDEB01-CPF-DEVEDOR   TO WRK-DEB-CPF (WRK-DEB-QTDE)

           PERFORM 3820-LER-INSTRUCAO
           .
      *----------------------------------------------------------------*
       2100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2200-CARREGAR-CRUZAMENTO SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-XRF-QTDE NOT LESS 3000
              DISPLAY '* TABELA DE CRUZAMENTO ESGOTADA (3000)'
              MOVE 12                  TO RETURN-CODE
              PERFORM 9900-FIM-PROGRAMA
           END-IF

           ADD 1 TO WRK-XRF-QTDE
           MOVE ARQXRF01-CPF           TO WRK-XRF-CPF (WRK-XRF-QTDE)
           MOVE ARQXRF01-COD-CLIENTE   TO WRK-XRF-CCLUB (WRK-XRF-QTDE)

           PERFORM 3830-LER-CRUZAMENTO
           .
      *----------------------------------------------------------------*
       2200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CARREGA A GERACAO ANTERIOR DA RELACAO DE ESPOLIOS. O QUE    *
      *    CONTINUA VALENDO E REGRAVADO NA 3500, DEPOIS DA PASSADA DO  *
      *    RAZAO (SEM O RAZAO, OU SEM AS INSTRUCOES PARA O 'C', PASSA  *
      *    TUDO)                                                       *
      *----------------------------------------------------------------*
       2300-CARREGAR-ESPOLIOS SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 3850-LER-ESPOLIO

           IF WRK-FS-ESP01-FIM
              GO TO 2300-99-FIM
           END-IF

           IF WRK-ANT-QTDE NOT LESS 1000
              DISPLAY '* TABELA DE ESPOLIOS ESGOTADA (1000)'
              MOVE 12                  TO RETURN-CODE
              PERFORM 9900-FIM-PROGRAMA
           END-IF

           ADD 1 TO WRK-ANT-QTDE
           ADD 1 TO ACU-ESPOLIOS-ANTERIORES

           MOVE ARQESP01-REGISTRO   TO WRK-ANT-REGISTRO (WRK-ANT-QTDE)
           MOVE ARQESP01-TIP-REGISTRO
                                    TO WRK-ANT-TIPO (WRK-ANT-QTDE)
           MOVE ARQESP01-CPF        TO WRK-ANT-CPF (WRK-ANT-QTDE)
           MOVE ARQESP01-CHAVE      TO WRK-ANT-CHAVE (WRK-ANT-QTDE)
           MOVE 'N'                 TO WRK-ANT-SW-MANTER (WRK-ANT-QTDE)

           IF WRK-RAZAO-AUSENTE
              MOVE 'S'              TO WRK-ANT-SW-MANTER (WRK-ANT-QTDE)
           END-IF

           IF ARQESP01-REG-CLIENTE AND WRK-INSTRUCOES-AUSENTES
              MOVE 'S'              TO WRK-ANT-SW-MANTER (WRK-ANT-QTDE)
           END-IF
           .
      *----------------------------------------------------------------*
       2300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CRITICA A COMUNICACAO CONTRA O CADASTRO E, SE ACEITA,       *
      *    MARCA O CLIENTE FALECIDO, INCLUI O CLIENTE NA RELACAO DE    *
      *    ESPOLIOS E GERA A SUPRESSAO PERMANENTE DE CAMPANHA          *
      *----------------------------------------------------------------*
       2400-REGISTRAR-OBITO SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-OBT-SITUACAO (WRK-OBT-IDX) NOT EQUAL 'A'
              GO TO 2400-99-FIM
           END-IF

           IF WRK-OBT-DAT-OBITO (WRK-OBT-IDX) GREATER WRK-DATA-CORRENTE
              MOVE 'R'              TO WRK-OBT-SITUACAO (WRK-OBT-IDX)
              MOVE 'DATA DE OBITO FUTURA'
                                    TO WRK-OBT-MOTIVO (WRK-OBT-IDX)
              GO TO 2400-99-FIM
           END-IF

      *    A MESMA CARTA DIGITADA DUAS VEZES: VALE A PRIMEIRA
           MOVE 1 TO WRK-OBT-IDX-AUX
           PERFORM 2410-PROXIMA-COMUNICACAO
              UNTIL WRK-OBT-IDX-AUX NOT LESS WRK-OBT-IDX
                 OR (WRK-OBT-SITUACAO (WRK-OBT-IDX-AUX) EQUAL 'A'
                     AND WRK-OBT-CPF (WRK-OBT-IDX-AUX) EQUAL
                         WRK-OBT-CPF (WRK-OBT-IDX))

           IF WRK-OBT-IDX-AUX LESS WRK-OBT-IDX
              MOVE 'R'              TO WRK-OBT-SITUACAO (WRK-OBT-IDX)
              MOVE 'COMUNICACAO EM DUPLICIDADE'
                                    TO WRK-OBT-MOTIVO (WRK-OBT-IDX)
              GO TO 2400-99-FIM
           END-IF

           MOVE WRK-OBT-CPF (WRK-OBT-IDX) TO FD-ARQCLI01-CPF

           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQCLI01        TO TRUE

           READ ARQCLI01 INTO ARQCLI01-REGISTRO

           EVALUATE TRUE
              WHEN WRK-FS-CLI01-OK
                 IF ARQCLI01-RELAC-FALECIDO
                    MOVE 'R'        TO WRK-OBT-SITUACAO (WRK-OBT-IDX)
                    MOVE 'CLIENTE JA MARCADO FALECIDO'
                                    TO WRK-OBT-MOTIVO (WRK-OBT-IDX)
                    GO TO 2400-99-FIM
                 END-IF
              WHEN WRK-FS-CLI01-NAO-ENCONTRADO
                 MOVE 'R'           TO WRK-OBT-SITUACAO (WRK-OBT-IDX)
                 MOVE 'CLIENTE NAO CADASTRADO'
                                    TO WRK-OBT-MOTIVO (WRK-OBT-IDX)
                 GO TO 2400-99-FIM
              WHEN OTHER
                 MOVE WRK-FS-ARQCLI01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE

           MOVE ARQCLI01-NOM-CLIENTE
                                 TO WRK-OBT-NOM-CLIENTE (WRK-OBT-IDX)

           SET  ARQCLI01-RELAC-FALECIDO TO TRUE

           SET  WRK-CN-WRITE           TO TRUE
           REWRITE FD-ARQCLI01 FROM ARQCLI01-REGISTRO

           IF NOT WRK-FS-CLI01-OK
              MOVE WRK-FS-ARQCLI01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           INITIALIZE ARQESP01-REGISTRO
           SET  ARQESP01-REG-CLIENTE   TO TRUE
           PERFORM 2450-MONTAR-ESPOLIO
           PERFORM 3940-GRAVAR-ESPOLIO

           PERFORM 3950-GRAVAR-SUPRESSAO
           .
      *----------------------------------------------------------------*
       2400-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2410-PROXIMA-COMUNICACAO SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-OBT-IDX-AUX
           .
      *----------------------------------------------------------------*
       2410-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    DADOS DO ESPOLIO DA COMUNICACAO CORRENTE NO REGISTRO DA     *
      *    RELACAO (O TIPO E A CHAVE SAO MONTADOS PELO CHAMADOR)       *
      *----------------------------------------------------------------*
       2450-MONTAR-ESPOLIO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-OBT-CPF (WRK-OBT-IDX)
                                       TO ARQESP01-CPF
           MOVE WRK-OBT-DAT-OBITO (WRK-OBT-IDX)
                                       TO ARQESP01-DAT-OBITO
           MOVE WRK-OBT-DAT-COMUNICACAO (WRK-OBT-IDX)
                                       TO ARQESP01-DAT-COMUNICACAO
           MOVE WRK-OBT-NOM-INVENTARIANTE (WRK-OBT-IDX)
                                       TO ARQESP01-NOM-INVENTARIANTE
           MOVE WRK-OBT-CPF-INVENTARIANTE (WRK-OBT-IDX)
                                       TO ARQESP01-CPF-INVENTARIANTE
           MOVE WRK-OBT-END-ESPOLIO (WRK-OBT-IDX)
                                       TO ARQESP01-END-ESPOLIO
           .
      *----------------------------------------------------------------*
       2450-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LOCALIZA A COMUNICACAO ACEITA DO WRK-CPF-PROCURADO, EM      *
      *    WRK-OBT-IDX (MAIOR QUE A TABELA = CPF SEM OBITO ACEITO)     *
      *----------------------------------------------------------------*
       2500-LOCALIZAR-ACEITA SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 1 TO WRK-OBT-IDX

           PERFORM 2510-PROXIMA-ACEITA
              UNTIL WRK-OBT-IDX GREATER WRK-OBT-QTDE
                 OR (WRK-OBT-SITUACAO (WRK-OBT-IDX) EQUAL 'A'
                     AND WRK-OBT-CPF (WRK-OBT-IDX) EQUAL
                         WRK-CPF-PROCURADO)
           .
      *----------------------------------------------------------------*
       2500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2510-PROXIMA-ACEITA SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-OBT-IDX
           .
      *----------------------------------------------------------------*
       2510-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    INCLUI UM ITEM DO CERTIFICADO DA COMUNICACAO WRK-OBT-IDX,   *
      *    COM A IDENTIFICACAO JA MONTADA EM WRK-IDT-DEPOSITO (OU SUAS *
      *    REDEFINICOES). O CHAMADOR COMPLETA O ITEM EM WRK-ITM-QTDE   *
      *----------------------------------------------------------------*
       2600-INCLUIR-ITEM SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-ITM-QTDE NOT LESS 2000
              DISPLAY '* TABELA DE ITENS DO CERTIFICADO ESGOTADA (2000)'
              MOVE 12                  TO RETURN-CODE
              PERFORM 9900-FIM-PROGRAMA
           END-IF

           ADD 1 TO WRK-ITM-QTDE

           INITIALIZE WRK-ITM-LINHA (WRK-ITM-QTDE)

           MOVE WRK-OBT-IDX            TO WRK-ITM-OBT-IDX (WRK-ITM-QTDE)
           MOVE WRK-IDT-DEPOSITO
                             TO WRK-ITM-IDENTIFICACAO (WRK-ITM-QTDE)
           MOVE 'S'                 TO WRK-ITM-SW-POSICAO (WRK-ITM-QTDE)
           .
      *----------------------------------------------------------------*
       2600-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    POSICOES DIARIAS PSD02105 DO FALECIDO: UM ITEM DE DEPOSITO  *
      *    POR CONTA/MOEDA COM O SALDO DA ULTIMA POSICAO ATE A DATA DO *
      *    OBITO (DIA 00 = ABERTURA DO MES). A ABERTURA SO VEM NO FIM  *
      *    DO ARQUIVO QUANDO A CONTA NAO MOVIMENTOU, ENTAO CADA        *
      *    REGISTRO E TRATADO SEM CONTAR COM A ORDEM. CONTA QUE SO TEM *
      *    POSICAO POSTERIOR AO OBITO FICA SEM POSICAO                 *
      *----------------------------------------------------------------*
       3000-PROCESSAR-POSICOES SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 3840-LER-POSICAO

           IF WRK-FS-PSD01-FIM
              GO TO 3000-99-FIM
           END-IF

           MOVE ARQPSD01-CPF           TO WRK-CPF-PROCURADO
           PERFORM 2500-LOCALIZAR-ACEITA

           IF WRK-OBT-IDX GREATER WRK-OBT-QTDE
              GO TO 3000-99-FIM
           END-IF

           ADD 1 TO ACU-POSICOES-DIARIAS

           MOVE 1 TO WRK-ITM-IDX
           PERFORM 3150-PROXIMO-ITEM
              UNTIL WRK-ITM-IDX GREATER WRK-ITM-QTDE
                 OR (WRK-ITM-OBT-IDX (WRK-ITM-IDX) EQUAL WRK-OBT-IDX
                     AND WRK-ITM-TIPO (WRK-ITM-IDX) EQUAL 'DEPOSITO  '
                     AND WRK-ITM-NUM-CONTA (WRK-ITM-IDX) EQUAL
                         ARQPSD01-NUM-CONTA
                     AND WRK-ITM-COD-MOEDA (WRK-ITM-IDX) EQUAL
                         ARQPSD01-COD-MOEDA)

           IF WRK-ITM-IDX GREATER WRK-ITM-QTDE
              MOVE SPACES              TO WRK-IDT-DEPOSITO
              MOVE 'CONTA '            TO WRK-IDT-DEPOSITO (1:6)
              MOVE ARQPSD01-NUM-CONTA  TO WRK-IDT-DEP-CONTA
              PERFORM 2600-INCLUIR-ITEM
              MOVE WRK-ITM-QTDE        TO WRK-ITM-IDX
              MOVE 'DEPOSITO  '        TO WRK-ITM-TIPO (WRK-ITM-IDX)
              MOVE ARQPSD01-NUM-CONTA
                                    TO WRK-ITM-NUM-CONTA (WRK-ITM-IDX)
              MOVE ARQPSD01-COD-MOEDA
                                    TO WRK-ITM-COD-MOEDA (WRK-ITM-IDX)
              MOVE 'N'              TO WRK-ITM-SW-POSICAO (WRK-ITM-IDX)
           END-IF

           IF ARQPSD01-DAT-POSICAO GREATER
              WRK-OBT-DAT-OBITO (WRK-OBT-IDX)
              GO TO 3000-99-FIM
           END-IF

           IF WRK-ITM-SEM-POSICAO (WRK-ITM-IDX)
              OR ARQPSD01-DAT-POSICAO NOT LESS
                 WRK-ITM-DAT-POSICAO (WRK-ITM-IDX)
              MOVE ARQPSD01-VAL-SALDO-DIA
                                       TO WRK-ITM-VALOR (WRK-ITM-IDX)
              MOVE ARQPSD01-DAT-POSICAO
                                 TO WRK-ITM-DAT-POSICAO (WRK-ITM-IDX)
              MOVE 'S'              TO WRK-ITM-SW-POSICAO (WRK-ITM-IDX)
           END-IF
           .
      *----------------------------------------------------------------*
       3000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3150-PROXIMO-ITEM SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-ITM-IDX
           .
      *----------------------------------------------------------------*
       3150-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CDB DO FALECIDO VIGENTE NA DATA DO OBITO (APLICADO ATE O    *
      *    OBITO E NAO RESGATADO ANTES DELE): PRINCIPAL MAIS O         *
      *    RENDIMENTO BRUTO ATE O OBITO (OU ATE O VENCIMENTO, SE       *
      *    ANTERIOR)                                                   *
      *----------------------------------------------------------------*
       3200-PROCESSAR-APLICACOES SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 3870-LER-APLICACAO

           IF WRK-FS-CDB01-FIM
              GO TO 3200-99-FIM
           END-IF

           MOVE ARQCDB01-CPF           TO WRK-CPF-PROCURADO
           PERFORM 2500-LOCALIZAR-ACEITA

           IF WRK-OBT-IDX GREATER WRK-OBT-QTDE
              GO TO 3200-99-FIM
           END-IF

           IF ARQCDB01-DAT-APLICACAO GREATER
              WRK-OBT-DAT-OBITO (WRK-OBT-IDX)
              GO TO 3200-99-FIM
           END-IF

           IF ARQCDB01-DAT-RESGATE GREATER ZEROS
              AND ARQCDB01-DAT-RESGATE NOT GREATER
                  WRK-OBT-DAT-OBITO (WRK-OBT-IDX)
              GO TO 3200-99-FIM
           END-IF

           MOVE WRK-OBT-DAT-OBITO (WRK-OBT-IDX) TO WRK-DAT-CALCULO

           IF ARQCDB01-DAT-VENCIMENTO GREATER ZEROS
              AND ARQCDB01-DAT-VENCIMENTO LESS WRK-DAT-CALCULO
              MOVE ARQCDB01-DAT-VENCIMENTO TO WRK-DAT-CALCULO
           END-IF

           PERFORM 5000-CALCULAR-RENDIMENTO

           MOVE SPACES                 TO WRK-IDT-DEPOSITO
           MOVE 'CDB '                 TO WRK-IDT-CDB-ROTULO
           MOVE ARQCDB01-NUM-CDB       TO WRK-IDT-CDB-NUMERO

           PERFORM 2600-INCLUIR-ITEM

           MOVE 'CDB       '           TO WRK-ITM-TIPO (WRK-ITM-QTDE)
           MOVE ARQCDB01-NUM-CONTA
                                 TO WRK-ITM-NUM-CONTA (WRK-ITM-QTDE)
           MOVE 'BRL'            TO WRK-ITM-COD-MOEDA (WRK-ITM-QTDE)
           COMPUTE WRK-ITM-VALOR (WRK-ITM-QTDE) =
                   ARQCDB01-VAL-PRINCIPAL + WRK-VAL-RENDIMENTO
           .
      *----------------------------------------------------------------*
       3200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    EMPRESTIMO EM ABERTO NO RAZAO CUJO DEVEDOR (INSTRUCAO DE    *
      *    DEBITO) FALECEU: ITEM DO CERTIFICADO COM O SALDO DEVEDOR E  *
      *    REGISTRO 'E' NA RELACAO DE ESPOLIOS. TODO EMPRESTIMO EM     *
      *    ABERTO MANTEM NA RELACAO ANTERIOR O SEU 'E' E O 'C' DO SEU  *
      *    DEVEDOR                                                     *
      *----------------------------------------------------------------*
       3300-PROCESSAR-RAZAO SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 3880-LER-RAZAO

           IF WRK-FS-LED01-FIM
              GO TO 3300-99-FIM
           END-IF

           IF ARQLED01-VAL-SALDO NOT GREATER ZEROS
              OR ARQLED01-SIT-EMPRESTIMO EQUAL 'QUITADO'
              GO TO 3300-99-FIM
           END-IF

           MOVE 1 TO WRK-DEB-IDX
           PERFORM 3350-PROXIMA-INSTRUCAO
              UNTIL WRK-DEB-IDX GREATER WRK-DEB-QTDE
                 OR WRK-DEB-CHAVE (WRK-DEB-IDX) EQUAL
                    ARQLED01-REGISTRO (1:9)

           IF WRK-DEB-IDX GREATER WRK-DEB-QTDE
              MOVE ZEROS               TO WRK-CPF-DEVEDOR
           ELSE
              MOVE WRK-DEB-CPF (WRK-DEB-IDX) TO WRK-CPF-DEVEDOR
           END-IF

           PERFORM 3360-MARCAR-ANTERIOR
              VARYING WRK-ANT-IDX FROM 1 BY 1
              UNTIL WRK-ANT-IDX GREATER WRK-ANT-QTDE

           IF WRK-CPF-DEVEDOR EQUAL ZEROS
              GO TO 3300-99-FIM
           END-IF

           MOVE WRK-CPF-DEVEDOR        TO WRK-CPF-PROCURADO
           PERFORM 2500-LOCALIZAR-ACEITA

           IF WRK-OBT-IDX GREATER WRK-OBT-QTDE
              GO TO 3300-99-FIM
           END-IF

           INITIALIZE ARQESP01-REGISTRO
           SET  ARQESP01-REG-EMPRESTIMO TO TRUE
           MOVE ARQLED01-COD-AGENCIA    TO ARQESP01-COD-AGENCIA
           MOVE ARQLED01-NUM-CONTA      TO ARQESP01-NUM-CONTA
           MOVE ARQLED01-NUM-EMPRESTIMO TO ARQESP01-NUM-EMPRESTIMO
           PERFORM 2450-MONTAR-ESPOLIO
           PERFORM 3940-GRAVAR-ESPOLIO

           MOVE SPACES                 TO WRK-IDT-DEPOSITO
           MOVE 'EMP '                 TO WRK-IDT-EMP-ROTULO
           MOVE ARQLED01-COD-AGENCIA   TO WRK-IDT-EMP-AGENCIA
           MOVE '/'                    TO WRK-IDT-EMP-BARRA1
                                          WRK-IDT-EMP-BARRA2
           MOVE ARQLED01-NUM-CONTA     TO WRK-IDT-EMP-CONTA
           MOVE ARQLED01-NUM-EMPRESTIMO
                                       TO WRK-IDT-EMP-NUMERO

           PERFORM 2600-INCLUIR-ITEM

           MOVE 'EMPRESTIMO'           TO WRK-ITM-TIPO (WRK-ITM-QTDE)
           MOVE 'BRL'            TO WRK-ITM-COD-MOEDA (WRK-ITM-QTDE)
           MOVE ARQLED01-VAL-SALDO     TO WRK-ITM-VALOR (WRK-ITM-QTDE)
           .
      *----------------------------------------------------------------*
       3300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3350-PROXIMA-INSTRUCAO SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-DEB-IDX
           .
      *----------------------------------------------------------------*
       3350-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    O EMPRESTIMO CORRENTE ESTA EM ABERTO: MANTEM O SEU 'E' E O  *
      *    'C' DO DEVEDOR DA INSTRUCAO DE DEBITO NA RELACAO ANTERIOR   *
      *----------------------------------------------------------------*
       3360-MARCAR-ANTERIOR SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-ANT-TIPO (WRK-ANT-IDX) EQUAL 'E'
              AND WRK-ANT-CHAVE (WRK-ANT-IDX) EQUAL
                  ARQLED01-REGISTRO (1:9)
              MOVE 'S'              TO WRK-ANT-SW-MANTER (WRK-ANT-IDX)
           END-IF

           IF WRK-ANT-TIPO (WRK-ANT-IDX) EQUAL 'C'
              AND WRK-CPF-DEVEDOR NOT EQUAL ZEROS
              AND WRK-ANT-CPF (WRK-ANT-IDX) EQUAL WRK-CPF-DEVEDOR
              MOVE 'S'              TO WRK-ANT-SW-MANTER (WRK-ANT-IDX)
           END-IF
           .
      *----------------------------------------------------------------*
       3360-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    REGRAVA NA NOVA GERACAO O QUE DA RELACAO ANTERIOR CONTINUA  *
      *    VALENDO; O RESTO (EMPRESTIMO QUITADO OU FORA DO RAZAO,      *
      *    FALECIDO SEM EMPRESTIMO EM ABERTO) E BAIXADO                *
      *----------------------------------------------------------------*
       3500-GRAVAR-ANTERIORES SECTION.
      *----------------------------------------------------------------*
      *
           IF NOT WRK-ANT-MANTER (WRK-ANT-IDX)
              ADD 1 TO ACU-ESPOLIOS-BAIXADOS
              GO TO 3500-99-FIM
           END-IF

           MOVE WRK-ANT-REGISTRO (WRK-ANT-IDX) TO ARQESP01-REGISTRO
           PERFORM 3940-GRAVAR-ESPOLIO
           .
      *----------------------------------------------------------------*
       3500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LEITORES DOS ARQUIVOS                                       *
      *----------------------------------------------------------------*
       3810-LER-COMUNICACAO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQOBT01        TO TRUE

           READ ARQOBT01 INTO ARQOBT01-REGISTRO

           IF WRK-FS-OBT01-OK OR WRK-FS-OBT01-FIM
              CONTINUE
           ELSE
              MOVE WRK-FS-ARQOBT01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3810-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3820-LER-INSTRUCAO SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-FS-DEB01-FIM
              GO TO 3820-99-FIM
           END-IF

           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQDEB01        TO TRUE

           READ ARQDEB01 INTO ARQDEB01-REGISTRO

           IF WRK-FS-DEB01-OK OR WRK-FS-DEB01-FIM
              CONTINUE
           ELSE
              MOVE WRK-FS-ARQDEB01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3820-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3830-LER-CRUZAMENTO SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-FS-XRF01-FIM
              GO TO 3830-99-FIM
           END-IF

           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQXRF01        TO TRUE

           READ ARQXRF01 INTO ARQXRF01-REGISTRO

           IF WRK-FS-XRF01-OK OR WRK-FS-XRF01-FIM
              CONTINUE
           ELSE
              MOVE WRK-FS-ARQXRF01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3830-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3840-LER-POSICAO SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-FS-PSD01-FIM
              GO TO 3840-99-FIM
           END-IF

           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQPSD01        TO TRUE

           READ ARQPSD01 INTO ARQPSD01-REGISTRO

           IF WRK-FS-PSD01-OK OR WRK-FS-PSD01-FIM
              CONTINUE
           ELSE
              MOVE WRK-FS-ARQPSD01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3840-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3850-LER-ESPOLIO SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-FS-ESP01-FIM
              GO TO 3850-99-FIM
           END-IF

           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQESP01        TO TRUE

           READ ARQESP01 INTO ARQESP01-REGISTRO

           IF WRK-FS-ESP01-OK OR WRK-FS-ESP01-FIM
              CONTINUE
           ELSE
              MOVE WRK-FS-ARQESP01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3850-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3870-LER-APLICACAO SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-FS-CDB01-FIM
              GO TO 3870-99-FIM
           END-IF

           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQCDB01        TO TRUE

           READ ARQCDB01 INTO ARQCDB01-REGISTRO

           IF WRK-FS-CDB01-OK OR WRK-FS-CDB01-FIM
              CONTINUE
           ELSE
              MOVE WRK-FS-ARQCDB01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3870-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3880-LER-RAZAO SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-FS-LED01-FIM
              GO TO 3880-99-FIM
           END-IF

           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQLED01        TO TRUE

           READ ARQLED01 INTO ARQLED01-REGISTRO

           IF WRK-FS-LED01-OK OR WRK-FS-LED01-FIM
              CONTINUE
           ELSE
              MOVE WRK-FS-ARQLED01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3880-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GRAVADORES                                                  *
      *----------------------------------------------------------------*
       3940-GRAVAR-ESPOLIO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQESP02        TO TRUE

           WRITE FD-ARQESP02 FROM ARQESP01-REGISTRO

           IF WRK-FS-ESP02-OK
              ADD 1 TO ACU-GRAVA-ARQESP02
           ELSE
              MOVE WRK-FS-ARQESP02     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3940-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    SUPRESSAO PERMANENTE 'F' DO FALECIDO (CCLUB PELO            *
      *    CRUZAMENTO), COM A DATA DO OBITO COMO DATA DO EVENTO        *
      *----------------------------------------------------------------*
       3950-GRAVAR-SUPRESSAO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 1 TO WRK-XRF-IDX
           PERFORM 3955-PROXIMO-CRUZAMENTO
              UNTIL WRK-XRF-IDX GREATER WRK-XRF-QTDE
                 OR WRK-XRF-CPF (WRK-XRF-IDX) EQUAL
                    WRK-OBT-CPF (WRK-OBT-IDX)

           IF WRK-XRF-IDX GREATER WRK-XRF-QTDE
              ADD 1 TO ACU-SEM-CCLUB
              GO TO 3950-99-FIM
           END-IF

           INITIALIZE ARQSUP01-REGISTRO

           MOVE WRK-XRF-CCLUB (WRK-XRF-IDX)
                                       TO ARQSUP01-COD-CLIENTE
           MOVE WRK-OBT-DAT-OBITO (WRK-OBT-IDX) (7:2)
                                       TO ARQSUP01-DAT-ULT-CONTATO (1:2)
           MOVE '.'                    TO ARQSUP01-DAT-ULT-CONTATO (3:1)
           MOVE WRK-OBT-DAT-OBITO (WRK-OBT-IDX) (5:2)
                                       TO ARQSUP01-DAT-ULT-CONTATO (4:2)
           MOVE '.'                    TO ARQSUP01-DAT-ULT-CONTATO (6:1)
           MOVE WRK-OBT-DAT-OBITO (WRK-OBT-IDX) (1:4)
                                       TO ARQSUP01-DAT-ULT-CONTATO (7:4)
           SET  ARQSUP01-SUP-OBITO     TO TRUE

           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQSUP01        TO TRUE

           WRITE FD-ARQSUP01 FROM ARQSUP01-REGISTRO

           IF WRK-FS-SUP01-OK
              ADD 1 TO ACU-GRAVA-ARQSUP01
           ELSE
              MOVE WRK-FS-ARQSUP01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3950-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3955-PROXIMO-CRUZAMENTO SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-XRF-IDX
           .
      *----------------------------------------------------------------*
       3955-99-FIM.
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
           MOVE ACU-COMUNICACOES        TO ARQAUD01-QTDE-LIDOS
           MOVE ACU-ACEITAS             TO ARQAUD01-QTDE-GRAVA
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

           MOVE WRK-CAB1-CERTIFICADO   TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           PERFORM 4100-CERTIFICAR-ESPOLIO
              VARYING WRK-OBT-IDX FROM 1 BY 1
              UNTIL WRK-OBT-IDX GREATER WRK-OBT-QTDE

      *    COMUNICACAO RECUSADA PEDE CONFERENCIA DA CARTA; CONTA SEM
      *    POSICAO NA DATA DO OBITO PEDE O SALDO POR FORA
           IF ACU-RECUSADAS GREATER ZEROS
              OR ACU-SEM-POSICAO GREATER ZEROS
              MOVE 04 TO RETURN-CODE
           END-IF

           PERFORM 3980-GRAVAR-AUDITORIA

           SET  WRK-CN-CLOSE           TO TRUE

           CLOSE ARQOBT01
                 ARQCLI01
                 ARQESP01
                 ARQESP02
                 ARQPSD01
                 ARQCDB01
                 ARQLED01
                 ARQDEB01
                 ARQXRF01
                 ARQSUP01
                 ARQCER01
                 ARQAUD01

           MOVE ACU-COMUNICACOES       TO WRK-MASK-QTDE
           DISPLAY '**************************************************'
           DISPLAY '* QTDE DE COMUNICACOES LIDAS : ' WRK-MASK-QTDE  '*'
           MOVE ACU-ACEITAS            TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE OBITOS REGISTRADOS : ' WRK-MASK-QTDE  '*'
           MOVE ACU-RECUSADAS          TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE COMUNICACOES RECUS.: ' WRK-MASK-QTDE  '*'
           MOVE ACU-GRAVA-ARQESP02     TO WRK-MASK-QTDE
           DISPLAY '* REGISTROS NA REL. ESPOLIOS : ' WRK-MASK-QTDE  '*'
           MOVE ACU-GRAVA-ARQSUP01     TO WRK-MASK-QTDE
           DISPLAY '* SUPRESSOES DE OBITO GERADAS: ' WRK-MASK-QTDE  '*'
           MOVE ACU-SEM-CCLUB          TO WRK-MASK-QTDE
           DISPLAY '* OBITOS SEM CCLUB           : ' WRK-MASK-QTDE  '*'
           MOVE ACU-POSICOES-DIARIAS   TO WRK-MASK-QTDE
           DISPLAY '* POSICOES DIARIAS DE OBITOS : ' WRK-MASK-QTDE  '*'
           MOVE ACU-SEM-POSICAO        TO WRK-MASK-QTDE
           DISPLAY '* CONTAS SEM POSICAO NO OBITO: ' WRK-MASK-QTDE  '*'
           MOVE ACU-ESPOLIOS-ANTERIORES TO WRK-MASK-QTDE
           DISPLAY '* REL. ESPOLIOS ANTERIOR     : ' WRK-MASK-QTDE  '*'
           MOVE ACU-ESPOLIOS-BAIXADOS  TO WRK-MASK-QTDE
           DISPLAY '* ESPOLIOS BAIXADOS          : ' WRK-MASK-QTDE  '*'
           DISPLAY '*                                                *'
           IF RETURN-CODE EQUAL 04
              DISPLAY '* ' WRK-PROGRAMA
                             ' FIM COM RC 04                 *'
           ELSE
              DISPLAY '* ' WRK-PROGRAMA
                             ' FIM NORMAL                    *'
           END-IF
           DISPLAY '**************************************************'

           PERFORM 9900-FIM-PROGRAMA
           .
      *----------------------------------------------------------------*
       4000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CERTIFICADO: UM BLOCO POR COMUNICACAO COM A SITUACAO E O    *
      *    MOTIVO DA RECUSA; NA ACEITA, O INVENTARIANTE, CADA ITEM     *
      *    DO ESPOLIO NA DATA DO OBITO E OS TOTAIS EM REAIS            *
      *----------------------------------------------------------------*
       4100-CERTIFICAR-ESPOLIO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-OBT-CPF (WRK-OBT-IDX)       TO WRK-DET-CPF
           MOVE WRK-OBT-DAT-OBITO (WRK-OBT-IDX) TO WRK-DET-DAT-OBITO
           MOVE WRK-OBT-DAT-COMUNICACAO (WRK-OBT-IDX)
                                       TO WRK-DET-DAT-COMUNICACAO

           IF WRK-OBT-SITUACAO (WRK-OBT-IDX) EQUAL 'A'
              ADD 1 TO ACU-ACEITAS
              MOVE 'REGISTRADO'        TO WRK-DET-SITUACAO
              MOVE SPACES              TO WRK-DET-MOTIVO
           ELSE
              ADD 1 TO ACU-RECUSADAS
              MOVE 'RECUSADA '         TO WRK-DET-SITUACAO
              MOVE WRK-OBT-MOTIVO (WRK-OBT-IDX)
                                       TO WRK-DET-MOTIVO
           END-IF

           MOVE WRK-DET-COMUNICACAO    TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           IF WRK-OBT-SITUACAO (WRK-OBT-IDX) NOT EQUAL 'A'
              GO TO 4100-99-FIM
           END-IF

           MOVE WRK-OBT-NOM-CLIENTE (WRK-OBT-IDX)
                                       TO WRK-DET-NOM-CLIENTE
           MOVE WRK-OBT-NOM-INVENTARIANTE (WRK-OBT-IDX)
                                       TO WRK-DET-NOM-INVENTARIANTE
           MOVE WRK-OBT-CPF-INVENTARIANTE (WRK-OBT-IDX)
                                       TO WRK-DET-CPF-INVENTARIANTE
           MOVE WRK-DET-ESPOLIO        TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE WRK-OBT-END-ESPOLIO (WRK-OBT-IDX)
                                       TO WRK-DET-END-ESPOLIO
           MOVE WRK-DET-ENDERECO       TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           PERFORM 4200-CERTIFICAR-ITEM
              VARYING WRK-ITM-IDX FROM 1 BY 1
              UNTIL WRK-ITM-IDX GREATER WRK-ITM-QTDE

      *    TOTAL COM CONTA SEM POSICAO NAO E O SALDO DO ESPOLIO
           IF WRK-OBT-INCOMPLETO (WRK-OBT-IDX)
              MOVE 'INCOMPLETO - VER ITENS'    TO WRK-DET-TOT-OBSERVACAO
           ELSE
              MOVE SPACES                      TO WRK-DET-TOT-OBSERVACAO
           END-IF

           MOVE 'TOTAL DE DEPOSITOS (BRL)'     TO WRK-DET-TOT-ROTULO
           MOVE WRK-OBT-TOT-DEPOSITOS (WRK-OBT-IDX)
                                               TO WRK-DET-TOT-VALOR
           MOVE WRK-DET-TOTAL          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE SPACES                         TO WRK-DET-TOT-OBSERVACAO

           MOVE 'TOTAL DE APLICACOES (BRL)'    TO WRK-DET-TOT-ROTULO
           MOVE WRK-OBT-TOT-APLICACOES (WRK-OBT-IDX)
                                               TO WRK-DET-TOT-VALOR
           MOVE WRK-DET-TOTAL          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'TOTAL DE EMPRESTIMOS (BRL)'   TO WRK-DET-TOT-ROTULO
           MOVE WRK-OBT-TOT-EMPRESTIMOS (WRK-OBT-IDX)
                                               TO WRK-DET-TOT-VALOR
           MOVE WRK-DET-TOTAL          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           COMPUTE WRK-VAL-PATRIMONIO =
                   WRK-OBT-TOT-DEPOSITOS (WRK-OBT-IDX)
                 + WRK-OBT-TOT-APLICACOES (WRK-OBT-IDX)
                 - WRK-OBT-TOT-EMPRESTIMOS (WRK-OBT-IDX)

           IF WRK-OBT-INCOMPLETO (WRK-OBT-IDX)
              MOVE 'INCOMPLETO - VER ITENS'    TO WRK-DET-TOT-OBSERVACAO
           END-IF

           MOVE 'SALDO LIQUIDO DO ESPOLIO (BRL)' TO WRK-DET-TOT-ROTULO
           MOVE WRK-VAL-PATRIMONIO     TO WRK-DET-TOT-VALOR
           MOVE WRK-DET-TOTAL          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       4100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       4200-CERTIFICAR-ITEM SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-ITM-OBT-IDX (WRK-ITM-IDX) NOT EQUAL WRK-OBT-IDX
              GO TO 4200-99-FIM
           END-IF

           MOVE WRK-ITM-TIPO (WRK-ITM-IDX)     TO WRK-DET-ITM-TIPO
           MOVE WRK-ITM-IDENTIFICACAO (WRK-ITM-IDX)
                                       TO WRK-DET-ITM-IDENTIFICACAO
           MOVE WRK-ITM-COD-MOEDA (WRK-ITM-IDX) TO WRK-DET-ITM-MOEDA

      *    SEM POSICAO NA DATA DO OBITO NAO SAI VALOR NENHUM
           IF WRK-ITM-SEM-POSICAO (WRK-ITM-IDX)
              MOVE SPACES              TO WRK-DET-ITM-VALOR-X
              MOVE 'SEM POSICAO NA DATA DO OBITO'
                                       TO WRK-DET-ITM-OBSERVACAO
              MOVE 'S'        TO WRK-OBT-SW-INCOMPLETO (WRK-OBT-IDX)
              ADD 1 TO ACU-SEM-POSICAO
              MOVE WRK-DET-ITEM        TO WRK-LINHA-IMPRESSAO
              PERFORM 4950-GRAVAR-LINHA
              GO TO 4200-99-FIM
           END-IF

           MOVE WRK-ITM-VALOR (WRK-ITM-IDX)    TO WRK-DET-ITM-VALOR

           IF WRK-ITM-COD-MOEDA (WRK-ITM-IDX) NOT EQUAL 'BRL'
              MOVE 'MOEDA ESTRANG. - FORA DO TOTAL'
                                       TO WRK-DET-ITM-OBSERVACAO
              MOVE WRK-DET-ITEM        TO WRK-LINHA-IMPRESSAO
              PERFORM 4950-GRAVAR-LINHA
              GO TO 4200-99-FIM
           END-IF

           MOVE SPACES                 TO WRK-DET-ITM-OBSERVACAO
           MOVE WRK-DET-ITEM           TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           EVALUATE WRK-ITM-TIPO (WRK-ITM-IDX)
              WHEN 'DEPOSITO  '
                 ADD WRK-ITM-VALOR (WRK-ITM-IDX)
                    TO WRK-OBT-TOT-DEPOSITOS (WRK-OBT-IDX)
              WHEN 'CDB       '
                 ADD WRK-ITM-VALOR (WRK-ITM-IDX)
                    TO WRK-OBT-TOT-APLICACOES (WRK-OBT-IDX)
              WHEN OTHER
                 ADD WRK-ITM-VALOR (WRK-ITM-IDX)
                    TO WRK-OBT-TOT-EMPRESTIMOS (WRK-OBT-IDX)
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       4200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       4950-GRAVAR-LINHA SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQCER01        TO TRUE

           WRITE FD-ARQCER01 FROM WRK-LINHA-IMPRESSAO

           IF WRK-FS-CER01-OK
              ADD 1 TO ACU-GRAVA-ARQCER01
           ELSE
              MOVE WRK-FS-ARQCER01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           MOVE SPACES                 TO WRK-LINHA-IMPRESSAO
           .
      *----------------------------------------------------------------*
       4950-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    RENDIMENTO BRUTO DO CDB ATE WRK-DAT-CALCULO                 *
      *----------------------------------------------------------------*
       5000-CALCULAR-RENDIMENTO SECTION.
      *----------------------------------------------------------------*
      *
           COMPUTE WRK-INT-CALCULO =
                   FUNCTION INTEGER-OF-DATE (WRK-DAT-CALCULO)
           COMPUTE WRK-INT-APLICACAO =
                   FUNCTION INTEGER-OF-DATE (ARQCDB01-DAT-APLICACAO)

           COMPUTE WRK-QTD-DIAS = WRK-INT-CALCULO - WRK-INT-APLICACAO

           IF WRK-QTD-DIAS NOT GREATER ZEROS
              MOVE ZEROS               TO WRK-QTD-DIAS
                                          WRK-VAL-RENDIMENTO
              GO TO 5000-99-FIM
           END-IF

           COMPUTE WRK-EXPOENTE ROUNDED = WRK-QTD-DIAS / 365

           COMPUTE WRK-FATOR ROUNDED =
                   (1 + ARQCDB01-PCT-TAXA-ANO / 100) ** WRK-EXPOENTE

           COMPUTE WRK-VAL-RENDIMENTO ROUNDED =
                   ARQCDB01-VAL-PRINCIPAL * WRK-FATOR
                 - ARQCDB01-VAL-PRINCIPAL
           .
      *----------------------------------------------------------------*
       5000-99-FIM.
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
           MOVE ACU-COMUNICACOES  TO ERRO01-QTDE-LIDOS
           MOVE ACU-GRAVA-ARQESP02
                                  TO ERRO01-QTDE-GRAVADOS
           MOVE ARQOBT01-CPF      TO ERRO01-ULT-CHAVE

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
