      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0326.
       AUTHOR.     JULIANA SOARES.
      *================================================================*
      *    PROGRAMA....: EXER0326                                      *
      *    PROGRAMADOR.: JULIANA SOARES                                *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   OFERTAS MENSAIS DE CREDITO PRE-APROVADO:    *
      *                    PARA CADA CPF COM POSICOES DIARIAS NO MES   *
      *                    (PSD02105, SO BRL, NO MOLDE DO EXER0314)    *
      *                    APURA O SALDO MEDIO CREDOR E OS DIAS        *
      *                    DEVEDORES; JUNTA A EXPOSICAO ATUAL          *
      *                    (EMPRESTIMOS EM ABERTO DO RAZAO LED03105    *
      *                    LIGADOS AO CPF PELAS INSTRUCOES DEB03105),  *
      *                    O PIOR GRAU DE RISCO (RSK03105) E A LISTA   *
      *                    DE BLOQUEIO (BLQ02105). O LIMITE OFERECIDO  *
      *                    E O SALDO MEDIO X MULTIPLICADOR DO CARTAO,  *
      *                    LIMITADO AO QUE FALTA PARA O LIMITE DE      *
      *                    EXPOSICAO POR CPF, REDUZIDO A METADE NO     *
      *                    GRAU C E ARREDONDADO PARA BAIXO EM CENTENAS.*
      *                    NAO RECEBEM OFERTA: CPF BLOQUEADO, GRAU D   *
      *                    OU PIOR, MAIS DE 10 DIAS DEVEDORES NO MES,  *
      *                    EXPOSICAO JA NO LIMITE E LIMITE ABAIXO DO   *
      *                    MINIMO. O CODIGO DE CLIENTE (CCLUB) VEM DO  *
      *                    CRUZAMENTO XRF05108. GRAVA AS OFERTAS       *
      *                    (OFE03326, ORDEM DE CPF; O JCL GERA A COPIA *
      *                    POR CODIGO DE CLIENTE PARA O CATALOGO DE    *
      *                    CAMPANHAS DO EXER0512) E O RELATORIO DAS    *
      *                    OFERTAS COM O RESUMO DAS EXCLUSOES.         *
      *----------------------------------------------------------------*
      *    CARTAO......:   COLS 1-6   MES DAS POSICOES DIARIAS (AAAAMM)*
      *                    COLS 8-15  VALIDADE DAS OFERTAS (AAAAMMDD;  *
      *                               ZEROS = ULTIMO DIA DO MES        *
      *                               SEGUINTE)                        *
      *                    COLS 17-20 MULTIPLICADOR DO SALDO MEDIO     *
      *                               9(02)V99 (PADRAO 03,00)          *
      *                    COLS 22-36 LIMITE DE EXPOSICAO POR CPF      *
      *                               9(13)V99 (PADRAO 200.000,00)     *
      *                    COLS 38-52 OFERTA MINIMA 9(13)V99 (PADRAO   *
      *                               1.000,00)                        *
      *                    COLS 54-60 TAXA MENSAL 9(03)V9(04) (PADRAO  *
      *                               1,9900%)                         *
      *                    COLS 62-64 PRAZO MAXIMO EM PARCELAS (PADRAO *
      *                               024)                             *
      *----------------------------------------------------------------*
      *    RETORNO.....:   RC 04 = TABELA DE BLOQUEIOS, CRUZAMENTOS OU *
      *                            CLIENTES COM EMPRESTIMO ESGOTADA    *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQPARM  (MES E PARAMETROS DA OFERTA)     -               *
      *      ARQDEB01 (INSTRUCOES CPF X EMPRESTIMO)    DEB03105        *
      *      ARQLED01 (RAZAO DE EMPRESTIMOS)           LED03105        *
      *      ARQRSK01 (GRAUS DE RISCO - OPCIONAL)      RSK03105        *
      *      ARQBLQ01 (LISTA DE BLOQUEIO)              BLQ02105        *
      *      ARQXRF01 (CRUZAMENTO CPF X CLIENTE)       XRF05108        *
      *      ARQPSD01 (POSICOES DIARIAS DO MES)        PSD02105        *
      *      ARQOFE01 (OFERTAS PRE-APROVADAS)          OFE03326        *
      *      ARQSAI01 (RELATORIO DAS OFERTAS)          -               *
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

           SELECT OPTIONAL ARQDEB01 ASSIGN TO UT-S-ARQDEB01
                      FILE STATUS      IS WRK-FS-ARQDEB01.

           SELECT ARQLED01 ASSIGN      TO UT-S-ARQLED01
                      FILE STATUS      IS WRK-FS-ARQLED01.

           SELECT OPTIONAL ARQRSK01 ASSIGN TO UT-S-ARQRSK01
                      FILE STATUS      IS WRK-FS-ARQRSK01.

           SELECT ARQBLQ01 ASSIGN      TO UT-S-ARQBLQ01
                      FILE STATUS      IS WRK-FS-ARQBLQ01.

           SELECT ARQXRF01 ASSIGN      TO UT-S-ARQXRF01
                      FILE STATUS      IS WRK-FS-ARQXRF01.

           SELECT ARQPSD01 ASSIGN      TO UT-S-ARQPSD01
                      FILE STATUS      IS WRK-FS-ARQPSD01.

           SELECT ARQOFE01 ASSIGN      TO UT-S-ARQOFE01
                      FILE STATUS      IS WRK-FS-ARQOFE01.

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
      *   INPUT:      CARTAO DE PARAMETROS (MES E PARAMETROS)         *
      *               ORG. SEQUENCIAL   -   LRECL = 080               *
      *---------------------------------------------------------------*

       FD  ARQPARM
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQPARM              PIC X(080).

      *---------------------------------------------------------------*
      *   INPUT:      INSTRUCOES DE DEBITO AUTOMATICO (LIGACAO DO     *
      *               EMPRESTIMO AO CPF DO DEVEDOR) - OPCIONAL        *
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
      *   INPUT:      CLASSIFICACAO DE RISCO (EXER0310) - OPCIONAL    *
      *               ORG. SEQUENCIAL   -   LRECL = 032               *
      *---------------------------------------------------------------*

       FD  ARQRSK01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQRSK01             PIC X(032).

      *---------------------------------------------------------------*
      *   INPUT:      LISTA DE CPFS BLOQUEADOS                        *
      *               ORG. SEQUENCIAL   -   LRECL = 051               *
      *---------------------------------------------------------------*

       FD  ARQBLQ01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQBLQ01             PIC X(051).

      *---------------------------------------------------------------*
      *   INPUT:      CRUZAMENTO CPF X CODIGO DE CLIENTE              *
      *               ORG. SEQUENCIAL   -   LRECL = 021               *
      *---------------------------------------------------------------*

       FD  ARQXRF01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQXRF01             PIC X(021).

      *---------------------------------------------------------------*
      *   INPUT:      POSICOES DIARIAS DE SALDO DO MES (EXER0217)     *
      *               ORG. SEQUENCIAL   -   LRECL = 035               *
      *---------------------------------------------------------------*

       FD  ARQPSD01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQPSD01             PIC X(035).

      *---------------------------------------------------------------*
      *   OUTPUT:     OFERTAS DE CREDITO PRE-APROVADO                 *
      *               ORG. SEQUENCIAL   -   LRECL = 100               *
      *---------------------------------------------------------------*

       FD  ARQOFE01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQOFE01             PIC X(100).

      *---------------------------------------------------------------*
      *   OUTPUT:     RELATORIO DAS OFERTAS                           *
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
             'EXER0326 - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC  X(008) VALUE 'EXER0326'.
       77 WRK-ERRO2000            PIC  X(008) VALUE 'ERRO2000'.
       77 WRK-MASK-QTDE           PIC  ZZZ.ZZ9.
       77 WRK-MASK-VALOR          PIC  Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01 WRK-PARM-REGISTRO.
          05 WRK-PARM-ANOMES      PIC  9(006) VALUE ZEROS.
          05 FILLER               PIC  X(001) VALUE SPACES.
          05 WRK-PARM-DAT-VALIDADE
                                  PIC  9(008) VALUE ZEROS.
          05 FILLER               PIC  X(001) VALUE SPACES.
          05 WRK-PARM-MULTIPLICADOR
                                  PIC  9(002)V99 VALUE ZEROS.
          05 FILLER               PIC  X(001) VALUE SPACES.
          05 WRK-PARM-VAL-LIMITE  PIC  9(013)V99 VALUE ZEROS.
          05 FILLER               PIC  X(001) VALUE SPACES.
          05 WRK-PARM-VAL-MINIMO  PIC  9(013)V99 VALUE ZEROS.
          05 FILLER               PIC  X(001) VALUE SPACES.
          05 WRK-PARM-PCT-TAXA    PIC  9(003)V9(04) VALUE ZEROS.
          05 FILLER               PIC  X(001) VALUE SPACES.
          05 WRK-PARM-QTD-PARCELAS
                                  PIC  9(003) VALUE ZEROS.
          05 FILLER               PIC  X(016) VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    PARAMETROS DA OFERTA                                        *
      *----------------------------------------------------------------*
       77 WRK-MULTIPLICADOR       PIC  9(002)V99 VALUE 03,00.
       77 WRK-VAL-LIMITE          PIC S9(013)V99 COMP-3
                                  VALUE +200000,00.
       77 WRK-VAL-MINIMO          PIC S9(013)V99 COMP-3
                                  VALUE +1000,00.
       77 WRK-PCT-TAXA            PIC  9(003)V9(04) VALUE 1,9900.
       77 WRK-QTD-PARCELAS        PIC  9(003) VALUE 024.
       77 WRK-DIAS-DEVEDOR-MAX    PIC  9(003) VALUE 010.
      *
      *----------------------------------------------------------------*
      *    MES DAS POSICOES E VALIDADE DAS OFERTAS                     *
      *----------------------------------------------------------------*
       01 WRK-DAT-FIM.
          05 WRK-DFI-ANOMES.
             10 WRK-DFI-ANO       PIC  9(004) VALUE ZEROS.
             10 WRK-DFI-MES       PIC  9(002) VALUE ZEROS.
          05 WRK-DFI-DIA          PIC  9(002) VALUE ZEROS.
       77 WRK-DIAS-MES            PIC  9(002) VALUE ZEROS.
       77 WRK-RESTO               PIC  9(004) VALUE ZEROS.
      *
       01 WRK-DAT-CALCULO.
          05 WRK-CAL-ANO          PIC  9(004) VALUE ZEROS.
          05 WRK-CAL-MES          PIC  9(002) VALUE ZEROS.
       77 WRK-CAL-DIAS            PIC  9(002) VALUE ZEROS.
      *
       01 WRK-DAT-VALIDADE.
          05 WRK-DVL-ANO          PIC  9(004) VALUE ZEROS.
          05 WRK-DVL-MES          PIC  9(002) VALUE ZEROS.
          05 WRK-DVL-DIA          PIC  9(002) VALUE ZEROS.
       01 WRK-DAT-VALIDADE-R      REDEFINES WRK-DAT-VALIDADE
                                  PIC  9(008).
       77 WRK-DAT-VALIDADE-EDIT   PIC  X(010) VALUE SPACES.
      *
       01 WRK-ACUMULADORES.
           03 ACU-LIDOS-ARQDEB01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQLED01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQRSK01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQBLQ01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQXRF01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQPSD01     PIC 9(007) VALUE ZEROS.
           03 ACU-EMPRESTIMOS-LIGADOS
                                     PIC 9(007) VALUE ZEROS.
           03 ACU-EMPRESTIMOS-SEM-CPF
                                     PIC 9(007) VALUE ZEROS.
           03 ACU-CLIENTES-AVALIADOS PIC 9(007) VALUE ZEROS.
           03 ACU-EXC-BLOQUEIO       PIC 9(007) VALUE ZEROS.
           03 ACU-EXC-GRAU           PIC 9(007) VALUE ZEROS.
           03 ACU-EXC-DEVEDOR        PIC 9(007) VALUE ZEROS.
           03 ACU-EXC-EXPOSICAO      PIC 9(007) VALUE ZEROS.
           03 ACU-EXC-MINIMO         PIC 9(007) VALUE ZEROS.
           03 ACU-OFERTAS-SEM-CLIENTE
                                     PIC 9(007) VALUE ZEROS.
           03 ACU-TABELA-ESGOTADA    PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQOFE01     PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQSAI01     PIC 9(007) VALUE ZEROS.
      *
       01 WRK-TOTAIS.
           03 TOT-VAL-OFERTADO       PIC S9(015)V99 COMP-3 VALUE +0.
      *
      *----------------------------------------------------------------*
      *    INSTRUCOES DE DEBITO (EMPRESTIMO X CPF) E EMPRESTIMOS EM    *
      *    ABERTO ACUMULADOS POR CPF, COM O PIOR GRAU DE RISCO         *
      *----------------------------------------------------------------*
       77 WRK-DEB-QTDE            PIC 9(004) VALUE ZEROS.
       77 WRK-DEB-IDX             PIC 9(004) VALUE ZEROS.
       01 WRK-DEB-TABELA.
          05 WRK-DEB-LINHA        OCCURS 2000 TIMES.
             10 WRK-DEB-CHAVE     PIC 9(009).
             10 WRK-DEB-CPF       PIC 9(011).
      *
       77 WRK-PRC-CPF             PIC 9(011) VALUE ZEROS.
       77 WRK-PRC-CHAVE           PIC 9(009) VALUE ZEROS.
       77 WRK-EMP-QTDE            PIC 9(004) VALUE ZEROS.
       77 WRK-EMP-IDX             PIC 9(004) VALUE ZEROS.
       01 WRK-EMP-TABELA.
          05 WRK-EMP-LINHA        OCCURS 2000 TIMES.
             10 WRK-EMP-CPF       PIC 9(011).
             10 WRK-EMP-SALDO     PIC S9(015)V99 COMP-3.
             10 WRK-EMP-GRAU-ORDEM
                                  PIC 9(001).
      *
      *----------------------------------------------------------------*
      *    GRAUS DE RISCO EM ORDEM CRESCENTE DE RISCO (AA = 1, H = 9)  *
      *----------------------------------------------------------------*
       77 WRK-GRA-IDX             PIC 9(002) VALUE ZEROS.
       01 WRK-GRAUS.
          05 FILLER               PIC X(018) VALUE
             'AAA B C D E F G H '.
       01 WRK-GRAUS-R             REDEFINES WRK-GRAUS.
          05 WRK-GRA-COD          OCCURS 9 TIMES
                                  PIC X(002).
      *
      *----------------------------------------------------------------*
      *    LISTA DE BLOQUEIO E CRUZAMENTO CPF X CODIGO DE CLIENTE      *
      *----------------------------------------------------------------*
       77 WRK-BLQ-QTDE            PIC 9(004) VALUE ZEROS.
       77 WRK-BLQ-IDX             PIC 9(004) VALUE ZEROS.
       01 WRK-BLQ-TABELA.
          05 WRK-BLQ-CPF          OCCURS 1000 TIMES
                                  PIC 9(011).
      *
       77 WRK-XRF-QTDE            PIC 9(004) VALUE ZEROS.
       77 WRK-XRF-IDX             PIC 9(004) VALUE ZEROS.
       01 WRK-XRF-TABELA.
          05 WRK-XRF-LINHA        OCCURS 3000 TIMES.
             10 WRK-XRF-CPF       PIC 9(011).
             10 WRK-XRF-CCLUB     PIC 9(010).
      *
      *----------------------------------------------------------------*
      *    GRUPO DE POSICOES DIARIAS DO CPF/CONTA CORRENTE (SO BRL)    *
      *----------------------------------------------------------------*
       01 WRK-GRP-PSD-CHAVE.
          05 WRK-GPS-CPF          PIC  9(011) VALUE ZEROS.
          05 WRK-GPS-CONTA        PIC  9(004) VALUE ZEROS.
       77 WRK-GPS-QTDE-PASSOS     PIC  9(003) VALUE ZEROS.
       77 WRK-GPS-IDX             PIC  9(003) VALUE ZEROS.
       77 WRK-GPS-PROX-DIA        PIC  9(002) VALUE ZEROS.
       77 WRK-GPS-DIA-INI         PIC  9(002) VALUE ZEROS.
       77 WRK-GPS-DIA-FIM         PIC  9(002) VALUE ZEROS.
       77 WRK-GPS-QTDE-DIAS       PIC  9(002) VALUE ZEROS.
      *
       01 WRK-GPS-PASSOS.
          05 WRK-GPS-PASSO        OCCURS 32 TIMES.
             10 WRK-GPS-DIA       PIC 9(002).
             10 WRK-GPS-SALDO     PIC S9(015)V99 COMP-3.
       01 WRK-SW-GRUPO-PSD        PIC  X(001) VALUE 'N'.
          88 WRK-GRUPO-PSD-ABERTO             VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    CLIENTE (CPF) CORRENTE E CALCULO DA OFERTA                  *
      *----------------------------------------------------------------*
       01 WRK-SW-CLIENTE          PIC  X(001) VALUE 'N'.
          88 WRK-CLIENTE-ABERTO               VALUE 'S'.
      *
       01 WRK-CLIENTE.
          05 WRK-CLI-CPF          PIC  9(011) VALUE ZEROS.
          05 WRK-CLI-SOMA-DIARIA  PIC S9(017)V99 COMP-3 VALUE +0.
          05 WRK-CLI-DIAS-DEVEDOR PIC  9(003) VALUE ZEROS.
          05 WRK-CLI-VAL-MEDIA    PIC S9(015)V99 COMP-3 VALUE +0.
          05 WRK-CLI-EXPOSICAO    PIC S9(015)V99 COMP-3 VALUE +0.
          05 WRK-CLI-GRAU-ORDEM   PIC  9(001) VALUE ZEROS.
          05 WRK-CLI-VAL-OFERTA   PIC S9(015)V99 COMP-3 VALUE +0.
          05 WRK-CLI-DISPONIVEL   PIC S9(015)V99 COMP-3 VALUE +0.
          05 WRK-CLI-CENTENAS     PIC S9(013)    COMP-3 VALUE +0.
          05 WRK-CLI-CCLUB        PIC  9(010) VALUE ZEROS.
      *
       01 WRK-SW-EXCLUSAO         PIC  X(001) VALUE SPACES.
          88 WRK-SEM-EXCLUSAO                 VALUE SPACES.
          88 WRK-EXCLUSAO-BLOQUEIO            VALUE 'B'.
          88 WRK-EXCLUSAO-GRAU                VALUE 'G'.
          88 WRK-EXCLUSAO-DEVEDOR             VALUE 'D'.
          88 WRK-EXCLUSAO-EXPOSICAO           VALUE 'E'.
          88 WRK-EXCLUSAO-MINIMO              VALUE 'M'.
      *
      *----------------------------------------------------------------*
      *    AREA DO RELATORIO DAS OFERTAS                               *
      *----------------------------------------------------------------*
       01 WRK-CAB1-RELATORIO.
          05 FILLER               PIC X(050) VALUE
             'OFERTAS DE CREDITO PRE-APROVADO - POSICOES DE '.
          05 WRK-CAB1-ANOMES      PIC 9(006).
          05 FILLER               PIC X(004) VALUE SPACES.
          05 FILLER               PIC X(010) VALUE 'VALIDADE: '.
          05 WRK-CAB1-VALIDADE    PIC X(010).
          05 FILLER               PIC X(052) VALUE SPACES.

       01 WRK-CAB2-RELATORIO.
          05 FILLER               PIC X(016) VALUE
             'LIMITE POR CPF: '.
          05 WRK-CAB2-LIMITE      PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(003) VALUE SPACES.
          05 FILLER               PIC X(015) VALUE
             'OFERTA MINIMA: '.
          05 WRK-CAB2-MINIMO      PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(003) VALUE SPACES.
          05 FILLER               PIC X(008) VALUE 'MULTIPL.'.
          05 WRK-CAB2-MULTIPLICADOR
                                  PIC Z9,99.
          05 FILLER               PIC X(003) VALUE SPACES.
          05 FILLER               PIC X(006) VALUE 'TAXA: '.
          05 WRK-CAB2-TAXA        PIC ZZ9,9999.
          05 FILLER               PIC X(003) VALUE SPACES.
          05 FILLER               PIC X(010) VALUE 'PARCELAS: '.
          05 WRK-CAB2-PARCELAS    PIC ZZ9.
          05 FILLER               PIC X(010) VALUE SPACES.

       01 WRK-CAB3-RELATORIO.
          05 FILLER               PIC X(013) VALUE 'CPF'.
          05 FILLER               PIC X(015) VALUE 'CLIENTE'.
          05 FILLER               PIC X(022) VALUE
             '         SALDO MEDIO'.
          05 FILLER               PIC X(022) VALUE
             '           EXPOSICAO'.
          05 FILLER               PIC X(006) VALUE 'GRAU'.
          05 FILLER               PIC X(005) VALUE 'DEV.'.
          05 FILLER               PIC X(022) VALUE
             '    LIMITE OFERECIDO'.
          05 FILLER               PIC X(027) VALUE SPACES.

       01 WRK-DET-OFERTA.
          05 WRK-DOF-CPF          PIC 9(011).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DOF-CLIENTE      PIC 9.999.999.999.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DOF-SALDO-MEDIO  PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99-.
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DOF-EXPOSICAO    PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(003) VALUE SPACES.
          05 WRK-DOF-GRAU         PIC X(002).
          05 FILLER               PIC X(004) VALUE SPACES.
          05 WRK-DOF-DIAS-DEVEDOR PIC ZZ9.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DOF-LIMITE       PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(028) VALUE SPACES.

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
          05 WRK-FS-ARQDEB01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-DEB01-OK               VALUE '00'.
             88 WRK-FS-DEB01-FIM              VALUE '10'.
             88 WRK-FS-DEB01-INEXISTENTE      VALUE '05' '35'.
          05 WRK-FS-ARQLED01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-LED01-OK               VALUE '00'.
             88 WRK-FS-LED01-FIM              VALUE '10'.
          05 WRK-FS-ARQRSK01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-RSK01-OK               VALUE '00'.
             88 WRK-FS-RSK01-FIM              VALUE '10'.
          05 WRK-FS-ARQBLQ01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-BLQ01-OK               VALUE '00'.
             88 WRK-FS-BLQ01-FIM              VALUE '10'.
          05 WRK-FS-ARQXRF01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-XRF01-OK               VALUE '00'.
             88 WRK-FS-XRF01-FIM              VALUE '10'.
          05 WRK-FS-ARQPSD01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-PSD01-OK               VALUE '00'.
             88 WRK-FS-PSD01-FIM              VALUE '10'.
          05 WRK-FS-ARQOFE01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-OFE01-OK               VALUE '00'.
          05 WRK-FS-ARQSAI01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SAI01-OK               VALUE '00'.
          05 WRK-FS-ARQAUD01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-AUD01-OK               VALUE '00'.
          05 WRK-FS-DISPLAY       PIC  X(002) VALUE SPACES.

       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQPARM       VALUE 'ARQPARM '.
          88 WRK-CN-ARQDEB01      VALUE 'ARQDEB01'.
          88 WRK-CN-ARQLED01      VALUE 'ARQLED01'.
          88 WRK-CN-ARQRSK01      VALUE 'ARQRSK01'.
          88 WRK-CN-ARQBLQ01      VALUE 'ARQBLQ01'.
          88 WRK-CN-ARQXRF01      VALUE 'ARQXRF01'.
          88 WRK-CN-ARQPSD01      VALUE 'ARQPSD01'.
          88 WRK-CN-ARQOFE01      VALUE 'ARQOFE01'.
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
           COPY DEB03105.
           COPY LED03105.
           COPY RSK03105.
           COPY BLQ02105.
           COPY XRF05108.
           COPY PSD02105.
           COPY OFE03326.
           COPY AUD00105.
           COPY 'I#ERRO01'.

      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0326 - FIM DA AREA DE WORKING'.
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

           PERFORM 2000-CARREGAR-EMPRESTIMOS

           PERFORM 2400-LER-RISCO

           PERFORM 2500-CARREGAR-BLOQUEIOS

           PERFORM 2600-CARREGAR-CRUZAMENTOS

           PERFORM 3000-GERAR-OFERTAS

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
              OR WRK-PARM-ANOMES NOT NUMERIC
              DISPLAY '************************************************'
              DISPLAY '* MES DAS POSICOES (COLS 1-6) INVALIDO NO      *'
              DISPLAY '* CARTAO DE PARAMETROS                         *'
              DISPLAY '* PROGRAMA ' WRK-PROGRAMA
                                          ' CANCELADO                *'
              DISPLAY '************************************************'
              MOVE 08 TO RETURN-CODE
              PERFORM 9900-FIM-PROGRAMA
           END-IF

           CLOSE ARQPARM

           MOVE WRK-PARM-ANOMES        TO WRK-DFI-ANOMES
           MOVE WRK-DFI-ANO            TO WRK-CAL-ANO
           MOVE WRK-DFI-MES            TO WRK-CAL-MES

           PERFORM 1100-CALCULAR-DIAS-MES

           IF WRK-CAL-DIAS EQUAL ZEROS
              DISPLAY '* MES DAS POSICOES INVALIDO NO CARTAO: '
                      WRK-PARM-ANOMES
              MOVE 08 TO RETURN-CODE
              PERFORM 9900-FIM-PROGRAMA
           END-IF

           MOVE WRK-CAL-DIAS           TO WRK-DIAS-MES
                                          WRK-DFI-DIA

           IF WRK-PARM-DAT-VALIDADE NUMERIC
              AND WRK-PARM-DAT-VALIDADE GREATER ZEROS
              MOVE WRK-PARM-DAT-VALIDADE
                                       TO WRK-DAT-VALIDADE-R
           ELSE
              PERFORM 1200-CALCULAR-VALIDADE
           END-IF

           IF WRK-DAT-VALIDADE-R NOT GREATER WRK-DAT-FIM
              DISPLAY '************************************************'
              DISPLAY '* VALIDADE DAS OFERTAS (COLS 8-15) NAO E       *'
              DISPLAY '* POSTERIOR AO MES DAS POSICOES                *'
              DISPLAY '* PROGRAMA ' WRK-PROGRAMA
                                          ' CANCELADO                *'
              DISPLAY '************************************************'
              MOVE 08 TO RETURN-CODE
              PERFORM 9900-FIM-PROGRAMA
           END-IF

           IF WRK-PARM-MULTIPLICADOR NUMERIC
              AND WRK-PARM-MULTIPLICADOR NOT EQUAL ZEROS
              MOVE WRK-PARM-MULTIPLICADOR
                                       TO WRK-MULTIPLICADOR
           END-IF

           IF WRK-PARM-VAL-LIMITE NUMERIC
              AND WRK-PARM-VAL-LIMITE NOT EQUAL ZEROS
              MOVE WRK-PARM-VAL-LIMITE TO WRK-VAL-LIMITE
           END-IF

           IF WRK-PARM-VAL-MINIMO NUMERIC
              AND WRK-PARM-VAL-MINIMO NOT EQUAL ZEROS
              MOVE WRK-PARM-VAL-MINIMO TO WRK-VAL-MINIMO
           END-IF

           IF WRK-PARM-PCT-TAXA NUMERIC
              AND WRK-PARM-PCT-TAXA NOT EQUAL ZEROS
              MOVE WRK-PARM-PCT-TAXA   TO WRK-PCT-TAXA
           END-IF

           IF WRK-PARM-QTD-PARCELAS NUMERIC
              AND WRK-PARM-QTD-PARCELAS NOT EQUAL ZEROS
              MOVE WRK-PARM-QTD-PARCELAS
                                       TO WRK-QTD-PARCELAS
           END-IF

           IF WRK-VAL-MINIMO GREATER WRK-VAL-LIMITE
              DISPLAY '************************************************'
              DISPLAY '* OFERTA MINIMA MAIOR QUE O LIMITE DE          *'
              DISPLAY '* EXPOSICAO POR CPF                            *'
              DISPLAY '* PROGRAMA ' WRK-PROGRAMA
                                          ' CANCELADO                *'
              DISPLAY '************************************************'
              MOVE 08 TO RETURN-CODE
              PERFORM 9900-FIM-PROGRAMA
           END-IF

           MOVE WRK-DVL-DIA            TO WRK-DAT-VALIDADE-EDIT (1:2)
           MOVE '/'                    TO WRK-DAT-VALIDADE-EDIT (3:1)
           MOVE WRK-DVL-MES            TO WRK-DAT-VALIDADE-EDIT (4:2)
           MOVE '/'                    TO WRK-DAT-VALIDADE-EDIT (6:1)
           MOVE WRK-DVL-ANO            TO WRK-DAT-VALIDADE-EDIT (7:4)

           DISPLAY '* POSICOES DE ' WRK-DFI-ANOMES
                   ' - OFERTAS VALIDAS ATE ' WRK-DAT-VALIDADE-EDIT
           MOVE WRK-VAL-LIMITE         TO WRK-MASK-VALOR
           DISPLAY '* LIMITE DE EXPOSICAO POR CPF: ' WRK-MASK-VALOR
           MOVE WRK-VAL-MINIMO         TO WRK-MASK-VALOR
           DISPLAY '* OFERTA MINIMA..............: ' WRK-MASK-VALOR

           SET  WRK-CN-ARQOFE01        TO TRUE
           OPEN OUTPUT ARQOFE01

           IF NOT WRK-FS-OFE01-OK
              MOVE WRK-FS-ARQOFE01     TO WRK-FS-DISPLAY
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

           PERFORM 4100-GRAVAR-CABECALHO
           .
      *----------------------------------------------------------------*
       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CALCULA A QTDE DE DIAS DO MES WRK-DAT-CALCULO (COM          *
      *    BISSEXTO; ZEROS = MES INVALIDO)                             *
      *----------------------------------------------------------------*
       1100-CALCULAR-DIAS-MES SECTION.
      *----------------------------------------------------------------*
      *
           EVALUATE WRK-CAL-MES
              WHEN 01
              WHEN 03
              WHEN 05
              WHEN 07
              WHEN 08
              WHEN 10
              WHEN 12
                 MOVE 31               TO WRK-CAL-DIAS
              WHEN 04
              WHEN 06
              WHEN 09
              WHEN 11
                 MOVE 30               TO WRK-CAL-DIAS
              WHEN 02
                 DIVIDE WRK-CAL-ANO BY 4 GIVING WRK-RESTO
                    REMAINDER WRK-RESTO
                 IF WRK-RESTO EQUAL ZEROS
                    MOVE 29            TO WRK-CAL-DIAS
                    DIVIDE WRK-CAL-ANO BY 100 GIVING WRK-RESTO
                       REMAINDER WRK-RESTO
                    IF WRK-RESTO EQUAL ZEROS
                       MOVE 28         TO WRK-CAL-DIAS
                       DIVIDE WRK-CAL-ANO BY 400
                          GIVING WRK-RESTO
                          REMAINDER WRK-RESTO
                       IF WRK-RESTO EQUAL ZEROS
                          MOVE 29      TO WRK-CAL-DIAS
                       END-IF
                    END-IF
                 ELSE
                    MOVE 28            TO WRK-CAL-DIAS
                 END-IF
              WHEN OTHER
                 MOVE ZEROS            TO WRK-CAL-DIAS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       1100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    VALIDADE PADRAO: ULTIMO DIA DO MES SEGUINTE AO DAS POSICOES *
      *----------------------------------------------------------------*
       1200-CALCULAR-VALIDADE SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-DFI-MES EQUAL 12
              COMPUTE WRK-CAL-ANO = WRK-DFI-ANO + 1
              MOVE 01                  TO WRK-CAL-MES
           ELSE
              MOVE WRK-DFI-ANO         TO WRK-CAL-ANO
              COMPUTE WRK-CAL-MES = WRK-DFI-MES + 1
           END-IF

           PERFORM 1100-CALCULAR-DIAS-MES

           MOVE WRK-CAL-ANO            TO WRK-DVL-ANO
           MOVE WRK-CAL-MES            TO WRK-DVL-MES
           MOVE WRK-CAL-DIAS           TO WRK-DVL-DIA
           .
      *----------------------------------------------------------------*
       1200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CARREGA AS INSTRUCOES DE DEBITO (LIGACAO EMPRESTIMO X CPF)  *
      *    E ACUMULA POR CPF OS EMPRESTIMOS EM ABERTO DO RAZAO         *
      *----------------------------------------------------------------*
       2000-CARREGAR-EMPRESTIMOS SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQDEB01        TO TRUE
           OPEN INPUT ARQDEB01

           IF WRK-FS-DEB01-INEXISTENTE
              SET WRK-FS-DEB01-FIM     TO TRUE
              DISPLAY '* SEM INSTRUCOES DE DEBITO: EXPOSICAO E RISCO '
                      'ATUAIS NAO APURADOS'
           ELSE
              IF NOT WRK-FS-DEB01-OK
                 MOVE WRK-FS-ARQDEB01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
              PERFORM 3810-LER-INSTRUCAO
           END-IF

           PERFORM 2100-CARREGAR-INSTRUCAO
              UNTIL WRK-FS-DEB01-FIM

           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQLED01        TO TRUE
           OPEN INPUT ARQLED01

           IF NOT WRK-FS-LED01-OK
              MOVE WRK-FS-ARQLED01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 3820-LER-EMPRESTIMO

           PERFORM 2200-CARREGAR-EMPRESTIMO
              UNTIL WRK-FS-LED01-FIM

           SET  WRK-CN-CLOSE           TO TRUE

           IF NOT WRK-FS-DEB01-INEXISTENTE
              SET  WRK-CN-ARQDEB01     TO TRUE
              CLOSE ARQDEB01
           END-IF

           SET  WRK-CN-ARQLED01        TO TRUE
           CLOSE ARQLED01
           IF NOT WRK-FS-LED01-OK
              MOVE WRK-FS-ARQLED01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       2000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2100-CARREGAR-INSTRUCAO SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-DEB-QTDE LESS 2000
              ADD 1 TO WRK-DEB-QTDE
              MOVE ARQDEB01-CHAVE   TO WRK-DEB-CHAVE (WRK-DEB-QTDE)
              MOVE ARQDEB01-CPF-DEVEDOR
                                    TO WRK-DEB-CPF (WRK-DEB-QTDE)
           ELSE
              ADD 1 TO ACU-TABELA-ESGOTADA
              DISPLAY '* ATENCAO: TABELA DE INSTRUCOES CHEIA (2000) - '
                      'EMPRESTIMO ' ARQDEB01-CHAVE
           END-IF

           PERFORM 3810-LER-INSTRUCAO
           .
      *----------------------------------------------------------------*
       2100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LIGA CADA EMPRESTIMO EM ABERTO AO CPF (VIA INSTRUCAO) E     *
      *    ACUMULA O SALDO POR CLIENTE                                 *
      *----------------------------------------------------------------*
       2200-CARREGAR-EMPRESTIMO SECTION.
      *----------------------------------------------------------------*
      *
           IF ARQLED01-VAL-SALDO GREATER ZEROS
              AND ARQLED01-SIT-EMPRESTIMO NOT EQUAL 'QUITADO'
              MOVE ARQLED01-REGISTRO (1:9)
                                       TO WRK-PRC-CHAVE
              PERFORM 5100-PROCURAR-INSTRUCAO
              IF WRK-DEB-IDX GREATER WRK-DEB-QTDE
                 ADD 1 TO ACU-EMPRESTIMOS-SEM-CPF
              ELSE
                 MOVE WRK-DEB-CPF (WRK-DEB-IDX)
                                       TO WRK-PRC-CPF
                 PERFORM 2210-INCLUIR-CLIENTE-EMP
                 IF WRK-EMP-IDX NOT GREATER WRK-EMP-QTDE
                    ADD 1 TO ACU-EMPRESTIMOS-LIGADOS
                    ADD ARQLED01-VAL-SALDO
                                   TO WRK-EMP-SALDO (WRK-EMP-IDX)
                 END-IF
              END-IF
           END-IF

           PERFORM 3820-LER-EMPRESTIMO
           .
      *----------------------------------------------------------------*
       2200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LOCALIZA O CPF WRK-PRC-CPF NA TABELA DE CLIENTES COM        *
      *    EMPRESTIMO, INCLUINDO-O QUANDO AUSENTE (WRK-EMP-IDX ALEM DA *
      *    QTDE = TABELA CHEIA)                                        *
      *----------------------------------------------------------------*
       2210-INCLUIR-CLIENTE-EMP SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 5400-PROCURAR-CLIENTE-EMP

           IF WRK-EMP-IDX NOT GREATER WRK-EMP-QTDE
              GO TO 2210-99-FIM
           END-IF

           IF WRK-EMP-QTDE LESS 2000
              ADD 1 TO WRK-EMP-QTDE
              MOVE WRK-EMP-QTDE        TO WRK-EMP-IDX
              MOVE WRK-PRC-CPF         TO WRK-EMP-CPF (WRK-EMP-IDX)
              MOVE ZEROS               TO WRK-EMP-SALDO (WRK-EMP-IDX)
                                      WRK-EMP-GRAU-ORDEM (WRK-EMP-IDX)
           ELSE
              ADD 1 TO ACU-TABELA-ESGOTADA
              DISPLAY '* ATENCAO: TABELA DE CLIENTES COM EMPRESTIMO '
                      'CHEIA (2000) - CPF ' WRK-PRC-CPF
           END-IF
           .
      *----------------------------------------------------------------*
       2210-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    PIOR GRAU DE RISCO ENTRE OS CONTRATOS DO CPF (OPCIONAL)     *
      *----------------------------------------------------------------*
       2400-LER-RISCO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQRSK01        TO TRUE
           OPEN INPUT ARQRSK01

           IF NOT WRK-FS-RSK01-OK
              DISPLAY '* CLASSIFICACAO DE RISCO AUSENTE - GRAU NAO '
                      'CONSIDERADO'
              GO TO 2400-99-FIM
           END-IF

           PERFORM 3830-LER-GRAU

           PERFORM 2460-TRATAR-GRAU
              UNTIL WRK-FS-RSK01-FIM

           SET  WRK-CN-CLOSE           TO TRUE
           CLOSE ARQRSK01
           .
      *----------------------------------------------------------------*
       2400-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2460-TRATAR-GRAU SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ARQRSK01-CHAVE         TO WRK-PRC-CHAVE
           PERFORM 5100-PROCURAR-INSTRUCAO

           IF WRK-DEB-IDX NOT GREATER WRK-DEB-QTDE
              PERFORM 5300-PROCURAR-GRAU
              IF WRK-GRA-IDX NOT GREATER 9
                 MOVE WRK-DEB-CPF (WRK-DEB-IDX)
                                       TO WRK-PRC-CPF
                 PERFORM 2210-INCLUIR-CLIENTE-EMP
                 IF WRK-EMP-IDX NOT GREATER WRK-EMP-QTDE
                    AND WRK-GRA-IDX GREATER
                        WRK-EMP-GRAU-ORDEM (WRK-EMP-IDX)
                    MOVE WRK-GRA-IDX
                                TO WRK-EMP-GRAU-ORDEM (WRK-EMP-IDX)
                 END-IF
              END-IF
           END-IF

           PERFORM 3830-LER-GRAU
           .
      *----------------------------------------------------------------*
       2460-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CARREGA A LISTA DE BLOQUEIO EM MEMORIA                      *
      *----------------------------------------------------------------*
       2500-CARREGAR-BLOQUEIOS SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQBLQ01        TO TRUE
           OPEN INPUT ARQBLQ01

           IF NOT WRK-FS-BLQ01-OK
              MOVE WRK-FS-ARQBLQ01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 3840-LER-BLOQUEIO

           PERFORM 2550-TABELAR-BLOQUEIO
              UNTIL WRK-FS-BLQ01-FIM

           SET  WRK-CN-CLOSE           TO TRUE
           CLOSE ARQBLQ01
           .
      *----------------------------------------------------------------*
       2500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2550-TABELAR-BLOQUEIO SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-BLQ-QTDE LESS 1000
              ADD 1 TO WRK-BLQ-QTDE
              MOVE ARQBLQ01-CPF        TO WRK-BLQ-CPF (WRK-BLQ-QTDE)
           ELSE
              ADD 1 TO ACU-TABELA-ESGOTADA
              DISPLAY '* ATENCAO: TABELA DE BLOQUEIOS CHEIA (1000) - '
                      'CPF ' ARQBLQ01-CPF
           END-IF

           PERFORM 3840-LER-BLOQUEIO
           .
      *----------------------------------------------------------------*
       2550-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CARREGA O CRUZAMENTO CPF X CODIGO DE CLIENTE                *
      *----------------------------------------------------------------*
       2600-CARREGAR-CRUZAMENTOS SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQXRF01        TO TRUE
           OPEN INPUT ARQXRF01

           IF NOT WRK-FS-XRF01-OK
              MOVE WRK-FS-ARQXRF01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 3850-LER-CRUZAMENTO

           PERFORM 2650-TABELAR-CRUZAMENTO
              UNTIL WRK-FS-XRF01-FIM

           SET  WRK-CN-CLOSE           TO TRUE
           CLOSE ARQXRF01

           DISPLAY '* CRUZAMENTOS CARREGADOS: ' WRK-XRF-QTDE
           .
      *----------------------------------------------------------------*
       2600-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2650-TABELAR-CRUZAMENTO SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-XRF-QTDE LESS 3000
              ADD 1 TO WRK-XRF-QTDE
              MOVE ARQXRF01-CPF        TO WRK-XRF-CPF (WRK-XRF-QTDE)
              MOVE ARQXRF01-COD-CLIENTE
                                       TO WRK-XRF-CCLUB (WRK-XRF-QTDE)
           ELSE
              ADD 1 TO ACU-TABELA-ESGOTADA
              DISPLAY '* ATENCAO: TABELA DE CRUZAMENTOS CHEIA (3000) - '
                      'CPF ' ARQXRF01-CPF
           END-IF

           PERFORM 3850-LER-CRUZAMENTO
           .
      *----------------------------------------------------------------*
       2650-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LE AS POSICOES DIARIAS DO MES (AGRUPADAS POR CPF/CONTA/     *
      *    MOEDA E ORDENADAS POR DIA - EXER0217) E AVALIA A OFERTA DE  *
      *    CADA CPF NA TROCA DE CPF                                    *
      *----------------------------------------------------------------*
       3000-GERAR-OFERTAS SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQPSD01        TO TRUE
           OPEN INPUT ARQPSD01

           IF NOT WRK-FS-PSD01-OK
              MOVE WRK-FS-ARQPSD01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 3050-LER-POSICAO-DIARIA

           PERFORM 3100-TRATAR-POSICAO-DIARIA
              UNTIL WRK-FS-PSD01-FIM

           IF WRK-GRUPO-PSD-ABERTO
              PERFORM 3200-FECHAR-GRUPO
           END-IF

           IF WRK-CLIENTE-ABERTO
              PERFORM 3300-FECHAR-CLIENTE
           END-IF

           SET  WRK-CN-CLOSE           TO TRUE
           SET  WRK-CN-ARQPSD01        TO TRUE
           CLOSE ARQPSD01
           IF NOT WRK-FS-PSD01-OK
              MOVE WRK-FS-ARQPSD01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3050-LER-POSICAO-DIARIA SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQPSD01        TO TRUE

           READ ARQPSD01 INTO ARQPSD01-REGISTRO

           IF WRK-FS-PSD01-OK OR WRK-FS-PSD01-FIM
              IF WRK-FS-PSD01-OK
                 ADD 1 TO ACU-LIDOS-ARQPSD01
              END-IF
           ELSE
              MOVE WRK-FS-ARQPSD01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3050-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    POSICAO DE OUTRO MES OU EM MOEDA ESTRANGEIRA NAO ENTRA NA   *
      *    OFERTA; A TROCA DE CPF/CONTA FECHA O GRUPO E A TROCA DE CPF *
      *    FECHA O CLIENTE                                             *
      *----------------------------------------------------------------*
       3100-TRATAR-POSICAO-DIARIA SECTION.
      *----------------------------------------------------------------*
      *
           IF ARQPSD01-DAT-POSICAO (1:6) NOT EQUAL WRK-DFI-ANOMES
              OR ARQPSD01-COD-MOEDA NOT EQUAL 'BRL'
              PERFORM 3050-LER-POSICAO-DIARIA
              GO TO 3100-99-FIM
           END-IF

           IF WRK-GRUPO-PSD-ABERTO
              AND (ARQPSD01-CPF NOT EQUAL WRK-GPS-CPF
                OR ARQPSD01-NUM-CONTA NOT EQUAL WRK-GPS-CONTA)
              PERFORM 3200-FECHAR-GRUPO
           END-IF

           IF WRK-CLIENTE-ABERTO
              AND ARQPSD01-CPF NOT EQUAL WRK-CLI-CPF
              PERFORM 3300-FECHAR-CLIENTE
           END-IF

           IF NOT WRK-CLIENTE-ABERTO
              SET WRK-CLIENTE-ABERTO   TO TRUE
              INITIALIZE WRK-CLIENTE
              MOVE ARQPSD01-CPF        TO WRK-CLI-CPF
           END-IF

           IF NOT WRK-GRUPO-PSD-ABERTO
              SET WRK-GRUPO-PSD-ABERTO TO TRUE
              MOVE ARQPSD01-CPF        TO WRK-GPS-CPF
              MOVE ARQPSD01-NUM-CONTA  TO WRK-GPS-CONTA
              MOVE ZEROS               TO WRK-GPS-QTDE-PASSOS
           END-IF

           IF WRK-GPS-QTDE-PASSOS LESS 32
              ADD 1 TO WRK-GPS-QTDE-PASSOS
              MOVE ARQPSD01-DAT-POSICAO (7:2)
                 TO WRK-GPS-DIA (WRK-GPS-QTDE-PASSOS)
              MOVE ARQPSD01-VAL-SALDO-DIA
                 TO WRK-GPS-SALDO (WRK-GPS-QTDE-PASSOS)
           END-IF

           PERFORM 3050-LER-POSICAO-DIARIA
           .
      *----------------------------------------------------------------*
       3100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    FECHA O GRUPO: SOMA O SALDO CREDOR DE CADA DIA DO MES E     *
      *    CONTA OS DIAS DEVEDORES DO CPF                              *
      *----------------------------------------------------------------*
       3200-FECHAR-GRUPO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WRK-SW-GRUPO-PSD

           PERFORM 3250-APURAR-PASSO
              VARYING WRK-GPS-IDX FROM 1 BY 1
              UNTIL WRK-GPS-IDX GREATER WRK-GPS-QTDE-PASSOS
           .
      *----------------------------------------------------------------*
       3200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    UM PASSO DE SALDO VALE DO SEU DIA ATE O DIA ANTERIOR AO     *
      *    PROXIMO PASSO (O DIA 00 E A ABERTURA E VALE A PARTIR DO DIA *
      *    01); SALDO DEVEDOR CONTA DIAS DEVEDORES E NAO ENTRA NA SOMA *
      *----------------------------------------------------------------*
       3250-APURAR-PASSO SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-GPS-IDX LESS WRK-GPS-QTDE-PASSOS
              MOVE WRK-GPS-DIA (WRK-GPS-IDX + 1)
                                       TO WRK-GPS-PROX-DIA
           ELSE
              COMPUTE WRK-GPS-PROX-DIA = WRK-DIAS-MES + 1
           END-IF

           MOVE WRK-GPS-DIA (WRK-GPS-IDX)
                                       TO WRK-GPS-DIA-INI
           IF WRK-GPS-DIA-INI EQUAL ZEROS
              MOVE 1                   TO WRK-GPS-DIA-INI
           END-IF

           COMPUTE WRK-GPS-DIA-FIM = WRK-GPS-PROX-DIA - 1
           IF WRK-GPS-DIA-FIM GREATER WRK-DIAS-MES
              MOVE WRK-DIAS-MES        TO WRK-GPS-DIA-FIM
           END-IF

           IF WRK-GPS-DIA-FIM LESS WRK-GPS-DIA-INI
              GO TO 3250-99-FIM
           END-IF

           COMPUTE WRK-GPS-QTDE-DIAS =
                   WRK-GPS-DIA-FIM - WRK-GPS-DIA-INI + 1

           IF WRK-GPS-SALDO (WRK-GPS-IDX) LESS ZEROS
              ADD WRK-GPS-QTDE-DIAS    TO WRK-CLI-DIAS-DEVEDOR
           ELSE
              COMPUTE WRK-CLI-SOMA-DIARIA = WRK-CLI-SOMA-DIARIA +
                      WRK-GPS-SALDO (WRK-GPS-IDX) * WRK-GPS-QTDE-DIAS
           END-IF
           .
      *----------------------------------------------------------------*
       3250-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    FECHA O CLIENTE: SALDO MEDIO, EXPOSICAO, PIOR GRAU E        *
      *    BLOQUEIO; CALCULA O LIMITE E GRAVA A OFERTA OU CONTA A      *
      *    EXCLUSAO                                                    *
      *----------------------------------------------------------------*
       3300-FECHAR-CLIENTE SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WRK-SW-CLIENTE
           MOVE SPACES                 TO WRK-SW-EXCLUSAO
           ADD 1 TO ACU-CLIENTES-AVALIADOS

           COMPUTE WRK-CLI-VAL-MEDIA ROUNDED =
                   WRK-CLI-SOMA-DIARIA / WRK-DIAS-MES

           MOVE WRK-CLI-CPF            TO WRK-PRC-CPF
           PERFORM 5400-PROCURAR-CLIENTE-EMP

           IF WRK-EMP-IDX NOT GREATER WRK-EMP-QTDE
              MOVE WRK-EMP-SALDO (WRK-EMP-IDX)
                                       TO WRK-CLI-EXPOSICAO
              MOVE WRK-EMP-GRAU-ORDEM (WRK-EMP-IDX)
                                       TO WRK-CLI-GRAU-ORDEM
           END-IF

           PERFORM 5500-PROCURAR-BLOQUEIO

           EVALUATE TRUE
              WHEN WRK-BLQ-IDX NOT GREATER WRK-BLQ-QTDE
                 SET WRK-EXCLUSAO-BLOQUEIO   TO TRUE
                 ADD 1 TO ACU-EXC-BLOQUEIO
              WHEN WRK-CLI-GRAU-ORDEM NOT LESS 5
                 SET WRK-EXCLUSAO-GRAU       TO TRUE
                 ADD 1 TO ACU-EXC-GRAU
              WHEN WRK-CLI-DIAS-DEVEDOR GREATER WRK-DIAS-DEVEDOR-MAX
                 SET WRK-EXCLUSAO-DEVEDOR    TO TRUE
                 ADD 1 TO ACU-EXC-DEVEDOR
              WHEN WRK-CLI-EXPOSICAO NOT LESS WRK-VAL-LIMITE
                 SET WRK-EXCLUSAO-EXPOSICAO  TO TRUE
                 ADD 1 TO ACU-EXC-EXPOSICAO
           END-EVALUATE

           IF NOT WRK-SEM-EXCLUSAO
              GO TO 3300-99-FIM
           END-IF

           PERFORM 3350-CALCULAR-LIMITE

           IF WRK-CLI-VAL-OFERTA LESS WRK-VAL-MINIMO
              SET WRK-EXCLUSAO-MINIMO     TO TRUE
              ADD 1 TO ACU-EXC-MINIMO
              GO TO 3300-99-FIM
           END-IF

           PERFORM 5600-PROCURAR-CRUZAMENTO

           PERFORM 3900-GRAVAR-OFERTA

           PERFORM 3950-IMPRIMIR-OFERTA
           .
      *----------------------------------------------------------------*
       3300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LIMITE = SALDO MEDIO X MULTIPLICADOR, ATE O QUE FALTA PARA  *
      *    O LIMITE DE EXPOSICAO DO CPF; METADE NO GRAU C; ARREDONDADO *
      *    PARA BAIXO EM CENTENAS                                      *
      *----------------------------------------------------------------*
       3350-CALCULAR-LIMITE SECTION.
      *----------------------------------------------------------------*
      *
           COMPUTE WRK-CLI-VAL-OFERTA =
                   WRK-CLI-VAL-MEDIA * WRK-MULTIPLICADOR

           COMPUTE WRK-CLI-DISPONIVEL =
                   WRK-VAL-LIMITE - WRK-CLI-EXPOSICAO

           IF WRK-CLI-VAL-OFERTA GREATER WRK-CLI-DISPONIVEL
              MOVE WRK-CLI-DISPONIVEL  TO WRK-CLI-VAL-OFERTA
           END-IF

           IF WRK-CLI-GRAU-ORDEM EQUAL 4
              COMPUTE WRK-CLI-VAL-OFERTA = WRK-CLI-VAL-OFERTA / 2
           END-IF

           IF WRK-CLI-VAL-OFERTA NOT GREATER ZEROS
              MOVE ZEROS               TO WRK-CLI-VAL-OFERTA
              GO TO 3350-99-FIM
           END-IF

           DIVIDE WRK-CLI-VAL-OFERTA BY 100
              GIVING WRK-CLI-CENTENAS

           COMPUTE WRK-CLI-VAL-OFERTA = WRK-CLI-CENTENAS * 100
           .
      *----------------------------------------------------------------*
       3350-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3810-LER-INSTRUCAO SECTION.
      *----------------------------------------------------------------*
      *
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
       3810-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3820-LER-EMPRESTIMO SECTION.
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
       3820-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3830-LER-GRAU SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQRSK01        TO TRUE

           READ ARQRSK01 INTO ARQRSK01-REGISTRO

           IF WRK-FS-RSK01-OK OR WRK-FS-RSK01-FIM
              IF WRK-FS-RSK01-OK
                 ADD 1 TO ACU-LIDOS-ARQRSK01
              END-IF
           ELSE
              MOVE WRK-FS-ARQRSK01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3830-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3840-LER-BLOQUEIO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQBLQ01        TO TRUE

           READ ARQBLQ01 INTO ARQBLQ01-REGISTRO

           IF WRK-FS-BLQ01-OK OR WRK-FS-BLQ01-FIM
              IF WRK-FS-BLQ01-OK
                 ADD 1 TO ACU-LIDOS-ARQBLQ01
              END-IF
           ELSE
              MOVE WRK-FS-ARQBLQ01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3840-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3850-LER-CRUZAMENTO SECTION.
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
       3850-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GRAVA A OFERTA PRE-APROVADA DO CPF                          *
      *----------------------------------------------------------------*
       3900-GRAVAR-OFERTA SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE ARQOFE01-REGISTRO

           MOVE WRK-CLI-CPF            TO ARQOFE01-CPF
           MOVE WRK-CLI-CCLUB          TO ARQOFE01-COD-CLIENTE
           MOVE WRK-DFI-ANOMES         TO ARQOFE01-ANOMES-REF
           MOVE WRK-DAT-VALIDADE-R     TO ARQOFE01-DAT-VALIDADE
           MOVE WRK-CLI-VAL-OFERTA     TO ARQOFE01-VAL-LIMITE
           MOVE WRK-PCT-TAXA           TO ARQOFE01-PCT-TAXA-MENSAL
           MOVE WRK-QTD-PARCELAS       TO ARQOFE01-QTD-MAX-PARCELAS
           MOVE WRK-CLI-VAL-MEDIA      TO ARQOFE01-VAL-SALDO-MEDIO
           MOVE WRK-CLI-EXPOSICAO      TO ARQOFE01-VAL-EXPOSICAO
           MOVE WRK-CLI-DIAS-DEVEDOR   TO ARQOFE01-QTD-DIAS-DEVEDOR

           IF WRK-CLI-GRAU-ORDEM GREATER ZEROS
              MOVE WRK-GRA-COD (WRK-CLI-GRAU-ORDEM)
                                       TO ARQOFE01-COD-GRAU
           ELSE
              MOVE SPACES              TO ARQOFE01-COD-GRAU
           END-IF

           IF WRK-CLI-CCLUB EQUAL ZEROS
              ADD 1 TO ACU-OFERTAS-SEM-CLIENTE
           END-IF

           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQOFE01        TO TRUE

           WRITE FD-ARQOFE01 FROM ARQOFE01-REGISTRO

           IF WRK-FS-OFE01-OK
              ADD 1 TO ACU-GRAVA-ARQOFE01
              ADD WRK-CLI-VAL-OFERTA   TO TOT-VAL-OFERTADO
           ELSE
              MOVE WRK-FS-ARQOFE01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       3900-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LINHA DA OFERTA NO RELATORIO                                *
      *----------------------------------------------------------------*
       3950-IMPRIMIR-OFERTA SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ARQOFE01-CPF           TO WRK-DOF-CPF
           MOVE ARQOFE01-COD-CLIENTE   TO WRK-DOF-CLIENTE
           MOVE ARQOFE01-VAL-SALDO-MEDIO
                                       TO WRK-DOF-SALDO-MEDIO
           MOVE ARQOFE01-VAL-EXPOSICAO TO WRK-DOF-EXPOSICAO
           MOVE ARQOFE01-COD-GRAU      TO WRK-DOF-GRAU
           MOVE ARQOFE01-QTD-DIAS-DEVEDOR
                                       TO WRK-DOF-DIAS-DEVEDOR
           MOVE ARQOFE01-VAL-LIMITE    TO WRK-DOF-LIMITE

           MOVE WRK-DET-OFERTA         TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
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
           MOVE ACU-LIDOS-ARQPSD01      TO ARQAUD01-QTDE-LIDOS
           MOVE ACU-GRAVA-ARQOFE01      TO ARQAUD01-QTDE-GRAVA
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
           PERFORM 4800-GRAVAR-TOTAIS

           IF ACU-TABELA-ESGOTADA GREATER ZEROS
              MOVE 04                  TO RETURN-CODE
           END-IF

           PERFORM 3980-GRAVAR-AUDITORIA

           SET  WRK-CN-CLOSE           TO TRUE

           SET  WRK-CN-ARQOFE01        TO TRUE
           CLOSE ARQOFE01
           IF NOT WRK-FS-OFE01-OK
              MOVE WRK-FS-ARQOFE01     TO WRK-FS-DISPLAY
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

           MOVE ACU-LIDOS-ARQPSD01     TO WRK-MASK-QTDE
           DISPLAY '**************************************************'
           DISPLAY '* QTDE DE POSICOES LIDAS     : ' WRK-MASK-QTDE  '*'
           MOVE ACU-CLIENTES-AVALIADOS TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE CPFS AVALIADOS     : ' WRK-MASK-QTDE  '*'
           MOVE ACU-GRAVA-ARQOFE01     TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE OFERTAS GRAVADAS   : ' WRK-MASK-QTDE  '*'
           MOVE ACU-OFERTAS-SEM-CLIENTE
                                       TO WRK-MASK-QTDE
           DISPLAY '* QTDE OFERTAS SEM CLIENTE   : ' WRK-MASK-QTDE  '*'
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
      *    CABECALHO DO RELATORIO DAS OFERTAS                          *
      *----------------------------------------------------------------*
       4100-GRAVAR-CABECALHO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-DFI-ANOMES         TO WRK-CAB1-ANOMES
           MOVE WRK-DAT-VALIDADE-EDIT  TO WRK-CAB1-VALIDADE
           MOVE WRK-CAB1-RELATORIO     TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE WRK-VAL-LIMITE         TO WRK-CAB2-LIMITE
           MOVE WRK-VAL-MINIMO         TO WRK-CAB2-MINIMO
           MOVE WRK-MULTIPLICADOR      TO WRK-CAB2-MULTIPLICADOR
           MOVE WRK-PCT-TAXA           TO WRK-CAB2-TAXA
           MOVE WRK-QTD-PARCELAS       TO WRK-CAB2-PARCELAS
           MOVE WRK-CAB2-RELATORIO     TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           PERFORM 4950-GRAVAR-LINHA
           MOVE WRK-CAB3-RELATORIO     TO WRK-LINHA-IMPRESSAO
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

           MOVE 'CPFS AVALIADOS'       TO WRK-RES-DESCRICAO
           MOVE ACU-CLIENTES-AVALIADOS TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'EXCLUIDOS - CPF NA LISTA DE BLOQUEIO'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-EXC-BLOQUEIO       TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'EXCLUIDOS - GRAU DE RISCO D OU PIOR'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-EXC-GRAU           TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'EXCLUIDOS - CONTA DEVEDORA NO MES'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-EXC-DEVEDOR        TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'EXCLUIDOS - EXPOSICAO NO LIMITE'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-EXC-EXPOSICAO      TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'EXCLUIDOS - LIMITE ABAIXO DO MINIMO'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-EXC-MINIMO         TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'OFERTAS GRAVADAS'     TO WRK-RES-DESCRICAO
           MOVE ACU-GRAVA-ARQOFE01     TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'OFERTAS SEM CODIGO DE CLIENTE'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-OFERTAS-SEM-CLIENTE
                                       TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'EMPRESTIMOS SEM CPF (SEM INSTRUCAO)'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-EMPRESTIMOS-SEM-CPF
                                       TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'VALOR TOTAL OFERTADO' TO WRK-RSV-DESCRICAO
           MOVE TOT-VAL-OFERTADO       TO WRK-RSV-VALOR
           MOVE WRK-RSV-LINHA          TO WRK-LINHA-IMPRESSAO
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
      *    LOCALIZA A INSTRUCAO DO EMPRESTIMO WRK-PRC-CHAVE            *
      *    (WRK-DEB-IDX ALEM DA QTDE = EMPRESTIMO SEM CPF)             *
      *----------------------------------------------------------------*
       5100-PROCURAR-INSTRUCAO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 1 TO WRK-DEB-IDX

           PERFORM 5110-PROXIMA-INSTRUCAO
              UNTIL WRK-DEB-IDX GREATER WRK-DEB-QTDE
                 OR WRK-DEB-CHAVE (WRK-DEB-IDX) EQUAL WRK-PRC-CHAVE
           .
      *----------------------------------------------------------------*
       5100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       5110-PROXIMA-INSTRUCAO SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-DEB-IDX
           .
      *----------------------------------------------------------------*
       5110-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ORDEM DO GRAU ARQRSK01-COD-GRAU (WRK-GRA-IDX 10 = GRAU      *
      *    INVALIDO)                                                   *
      *----------------------------------------------------------------*
       5300-PROCURAR-GRAU SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 1 TO WRK-GRA-IDX

           PERFORM 5310-PROXIMO-GRAU
              UNTIL WRK-GRA-IDX GREATER 9
                 OR WRK-GRA-COD (WRK-GRA-IDX) EQUAL ARQRSK01-COD-GRAU
           .
      *----------------------------------------------------------------*
       5300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       5310-PROXIMO-GRAU SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-GRA-IDX
           .
      *----------------------------------------------------------------*
       5310-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LOCALIZA O CPF WRK-PRC-CPF NA TABELA DE CLIENTES COM        *
      *    EMPRESTIMO (WRK-EMP-IDX ALEM DA QTDE = SEM EMPRESTIMO)      *
      *----------------------------------------------------------------*
       5400-PROCURAR-CLIENTE-EMP SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 1 TO WRK-EMP-IDX

           PERFORM 5410-PROXIMO-CLIENTE-EMP
              UNTIL WRK-EMP-IDX GREATER WRK-EMP-QTDE
                 OR WRK-EMP-CPF (WRK-EMP-IDX) EQUAL WRK-PRC-CPF
           .
      *----------------------------------------------------------------*
       5400-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       5410-PROXIMO-CLIENTE-EMP SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-EMP-IDX
           .
      *----------------------------------------------------------------*
       5410-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CPF DO CLIENTE NA LISTA DE BLOQUEIO (WRK-BLQ-IDX ALEM DA    *
      *    QTDE = NAO BLOQUEADO)                                       *
      *----------------------------------------------------------------*
       5500-PROCURAR-BLOQUEIO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 1 TO WRK-BLQ-IDX

           PERFORM 5510-PROXIMO-BLOQUEIO
              UNTIL WRK-BLQ-IDX GREATER WRK-BLQ-QTDE
                 OR WRK-BLQ-CPF (WRK-BLQ-IDX) EQUAL WRK-CLI-CPF
           .
      *----------------------------------------------------------------*
       5500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       5510-PROXIMO-BLOQUEIO SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-BLQ-IDX
           .
      *----------------------------------------------------------------*
       5510-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CODIGO DE CLIENTE (CCLUB) DO CPF PELO CRUZAMENTO (ZEROS =   *
      *    CPF SEM CODIGO)                                             *
      *----------------------------------------------------------------*
       5600-PROCURAR-CRUZAMENTO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-CLI-CCLUB
           MOVE 1 TO WRK-XRF-IDX

           PERFORM 5610-PROXIMO-CRUZAMENTO
              UNTIL WRK-XRF-IDX GREATER WRK-XRF-QTDE
                 OR WRK-XRF-CPF (WRK-XRF-IDX) EQUAL WRK-CLI-CPF

           IF WRK-XRF-IDX NOT GREATER WRK-XRF-QTDE
              MOVE WRK-XRF-CCLUB (WRK-XRF-IDX)
                                       TO WRK-CLI-CCLUB
           END-IF
           .
      *----------------------------------------------------------------*
       5600-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       5610-PROXIMO-CRUZAMENTO SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-XRF-IDX
           .
      *----------------------------------------------------------------*
       5610-99-FIM.
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
           MOVE ACU-LIDOS-ARQPSD01
                                  TO ERRO01-QTDE-LIDOS
           MOVE ACU-GRAVA-ARQOFE01
                                  TO ERRO01-QTDE-GRAVADOS
           MOVE WRK-CLI-CPF       TO ERRO01-ULT-CHAVE

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
