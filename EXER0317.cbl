      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0317.
       AUTHOR.     JULIANA SOARES.
      *================================================================*
      *    PROGRAMA....: EXER0317                                      *
      *    PROGRAMADOR.: JULIANA SOARES                                *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   ARQUIVO MENSAL DO SCR (SISTEMA DE           *
      *                    INFORMACOES DE CREDITO) PARA O BANCO        *
      *                    CENTRAL: A PARTIR DA CLASSIFICACAO DE RISCO *
      *                    DO MES (RSK03105, GERADA PELO EXER0310 A    *
      *                    PARTIR DO RAZAO LED03105), CONSOLIDA POR    *
      *                    DEVEDOR (CPF) A EXPOSICAO, O PIOR GRAU, O   *
      *                    MAIOR ATRASO E A PROVISAO, COM A ABERTURA   *
      *                    DAS PARCELAS EM ABERTO DO CRONOGRAMA        *
      *                    (PAR03105) POR FAIXA DE VENCIMENTO. O       *
      *                    EMPRESTIMO E LIGADO AO CPF PELA INSTRUCAO   *
      *                    DE DEBITO (DEB03105) OU, NA FALTA DELA,     *
      *                    PELA DECISAO DE CREDITO QUE O CRIOU         *
      *                    (DCS03314). OS EMPRESTIMOS SEM CPF NAO SAO  *
      *                    INFORMADOS E SAO LISTADOS COMO EXCECAO. OS  *
      *                    TOTAIS POR GRAU SAO CONFERIDOS COM O        *
      *                    RELATORIO DE PROVISIONAMENTO DO EXER0310.   *
      *----------------------------------------------------------------*
      *    CARTAO (ARQPARM): COLS 1-8 DATA-BASE (AAAAMMDD), A MESMA    *
      *                      DATA DE REFERENCIA DO EXER0310            *
      *----------------------------------------------------------------*
      *    RETORNO.....:   RC 04 = EMPRESTIMOS SEM CPF OU RELATORIO DE *
      *                            PROVISIONAMENTO NAO INFORMADO       *
      *                    RC 08 = TOTAIS DIVERGENTES DO RELATORIO DE  *
      *                            PROVISIONAMENTO (NAO ENVIAR)        *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQPARM  (DATA-BASE)                      -               *
      *      ARQRSK01 (CLASSIFICACAO DE RISCO DO MES)  RSK03105        *
      *      ARQDEB01 (INSTRUCOES CPF X EMPRESTIMO)    DEB03105        *
      *      ARQDCS01 (DECISOES DE CREDITO - OPCIONAL) DCS03314        *
      *      ARQPAR01 (CRONOGRAMA DE PARCELAS)         PAR03105        *
      *      ARQREL01 (RELATORIO DO EXER0310 - OPC.)   -               *
      *      ARQSAI01 (ARQUIVO DO SCR)                 SCR03317        *
      *      ARQSAI02 (RELATORIO DE EXCECOES/CONFER.)  -               *
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

           SELECT ARQRSK01 ASSIGN      TO UT-S-ARQRSK01
                      FILE STATUS      IS WRK-FS-ARQRSK01.

           SELECT OPTIONAL ARQDEB01 ASSIGN TO UT-S-ARQDEB01
                      FILE STATUS      IS WRK-FS-ARQDEB01.

           SELECT OPTIONAL ARQDCS01 ASSIGN TO UT-S-ARQDCS01
                      FILE STATUS      IS WRK-FS-ARQDCS01.

           SELECT ARQPAR01 ASSIGN      TO UT-S-ARQPAR01
                      FILE STATUS      IS WRK-FS-ARQPAR01.

           SELECT OPTIONAL ARQREL01 ASSIGN TO UT-S-ARQREL01
                      FILE STATUS      IS WRK-FS-ARQREL01.

           SELECT ARQSAI01 ASSIGN      TO UT-S-ARQSAI01
                      FILE STATUS      IS WRK-FS-ARQSAI01.

           SELECT ARQSAI02 ASSIGN      TO UT-S-ARQSAI02
                      FILE STATUS      IS WRK-FS-ARQSAI02.

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
      *   INPUT:      CARTAO DE PARAMETROS: COLS 1-8 DATA-BASE        *
      *               (AAAAMMDD)                                      *
      *---------------------------------------------------------------*

       FD  ARQPARM
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQPARM              PIC X(80).

      *---------------------------------------------------------------*
      *   INPUT:      CLASSIFICACAO DE RISCO DO MES (EXER0310)        *
      *               ORG. SEQUENCIAL   -   LRECL = 032               *
      *---------------------------------------------------------------*

       FD  ARQRSK01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQRSK01             PIC X(032).

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
      *   INPUT:      CRONOGRAMA DE PARCELAS                          *
      *               ORG. SEQUENCIAL   -   LRECL = 053               *
      *---------------------------------------------------------------*

       FD  ARQPAR01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQPAR01             PIC X(053).

      *---------------------------------------------------------------*
      *   INPUT:      RELATORIO DE PROVISIONAMENTO DO EXER0310        *
      *               (OPCIONAL)                                      *
      *               ORG. SEQUENCIAL   -   LRECL = 132               *
      *---------------------------------------------------------------*

       FD  ARQREL01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQREL01             PIC X(132).

      *---------------------------------------------------------------*
      *   OUTPUT:     ARQUIVO MENSAL DO SCR                           *
      *               ORG. SEQUENCIAL   -   LRECL = 200               *
      *---------------------------------------------------------------*

       FD  ARQSAI01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQSAI01             PIC X(200).

      *---------------------------------------------------------------*
      *   OUTPUT:     RELATORIO DE EXCECOES E CONFERENCIA             *
      *               ORG. SEQUENCIAL   -   LRECL = 132               *
      *---------------------------------------------------------------*

       FD  ARQSAI02
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQSAI02             PIC X(132).

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
             'EXER0317 - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC  X(008) VALUE 'EXER0317'.
       77 WRK-ERRO2000            PIC  X(008) VALUE 'ERRO2000'.
       77 WRK-MASK-QTDE           PIC  ZZZ.ZZ9.
       77 WRK-DAT-GERACAO         PIC  9(008) VALUE ZEROS.
       77 WRK-INT-BASE            PIC S9(009) COMP-3 VALUE +0.
       77 WRK-INT-VENCIMENTO      PIC S9(009) COMP-3 VALUE +0.
       77 WRK-QTD-DIAS            PIC S9(005) COMP-3 VALUE +0.
       77 WRK-VAL-ABERTO          PIC S9(013)V99 COMP-3 VALUE +0.
      *
       01 WRK-PARM-REGISTRO.
          05 WRK-PARM-DAT-BASE    PIC  9(008) VALUE ZEROS.
          05 FILLER               PIC  X(072) VALUE SPACES.
      *
       01 WRK-DAT-BASE            PIC  9(008) VALUE ZEROS.
       01 WRK-DAT-BASE-X          REDEFINES WRK-DAT-BASE
                                  PIC  X(008).
      *
       01 WRK-SW-RELATORIO        PIC  X(001) VALUE 'N'.
          88 WRK-RELATORIO-PRESENTE           VALUE 'S'.
       01 WRK-SW-RODAPE           PIC  X(001) VALUE 'N'.
          88 WRK-RODAPE-LIDO                  VALUE 'S'.
       01 WRK-SW-DIVERGENCIA      PIC  X(001) VALUE 'N'.
          88 WRK-HA-DIVERGENCIA               VALUE 'S'.
      *
       01 WRK-ACUMULADORES.
           03 ACU-LIDOS-ARQRSK01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQDEB01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQDCS01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQPAR01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQREL01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIGADOS-INSTRUCAO  PIC 9(007) VALUE ZEROS.
           03 ACU-LIGADOS-DECISAO    PIC 9(007) VALUE ZEROS.
           03 ACU-SEM-CPF            PIC 9(007) VALUE ZEROS.
           03 ACU-INFORMADOS         PIC 9(007) VALUE ZEROS.
           03 ACU-OPERACOES-INFORMADAS
                                     PIC 9(007) VALUE ZEROS.
           03 ACU-DIVERGENCIAS       PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQSAI01     PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQSAI02     PIC 9(007) VALUE ZEROS.
      *
       01 WRK-TOTAIS.
           03 TOT-RSK-SALDO          PIC S9(015)V99 COMP-3 VALUE +0.
           03 TOT-RSK-PROVISAO       PIC S9(015)V99 COMP-3 VALUE +0.
           03 TOT-SCR-EXPOSICAO      PIC S9(015)V99 COMP-3 VALUE +0.
           03 TOT-SCR-PROVISAO       PIC S9(015)V99 COMP-3 VALUE +0.
           03 TOT-EXC-SALDO          PIC S9(015)V99 COMP-3 VALUE +0.
           03 TOT-EXC-PROVISAO       PIC S9(015)V99 COMP-3 VALUE +0.
           03 TOT-REL-QTDE           PIC 9(007) VALUE ZEROS.
           03 TOT-REL-SALDO          PIC S9(015)V99 COMP-3 VALUE +0.
           03 TOT-REL-RODAPE         PIC S9(015)V99 COMP-3 VALUE +0.
      *
      *----------------------------------------------------------------*
      *    GRAUS DE RISCO EM ORDEM CRESCENTE DE RISCO (AA = 1, H = 9), *
      *    COM OS TOTAIS DA CLASSIFICACAO (RSK) E DO RELATORIO (REL)   *
      *----------------------------------------------------------------*
       77 WRK-GRA-IDX             PIC 9(002) VALUE ZEROS.
       77 WRK-PRC-GRAU            PIC X(002) VALUE SPACES.
       01 WRK-GRAUS.
          05 FILLER               PIC X(018) VALUE
             'AAA B C D E F G H '.
       01 WRK-GRAUS-R             REDEFINES WRK-GRAUS.
          05 WRK-GRA-COD          OCCURS 9 TIMES
                                  PIC X(002).
      *
       01 WRK-GRAU-TOTAIS.
          05 WRK-GRT-LINHA        OCCURS 9 TIMES.
             10 WRK-GRT-RSK-QTDE  PIC 9(005).
             10 WRK-GRT-RSK-SALDO PIC S9(15)V99 COMP-3.
             10 WRK-GRT-RSK-PROV  PIC S9(15)V99 COMP-3.
             10 WRK-GRT-REL-QTDE  PIC 9(005).
             10 WRK-GRT-REL-SALDO PIC S9(15)V99 COMP-3.
             10 WRK-GRT-REL-PROV  PIC S9(15)V99 COMP-3.
      *
      *----------------------------------------------------------------*
      *    FAIXAS DE VENCIMENTO DAS PARCELAS EM ABERTO: 1 A 4 A VENCER *
      *    (ATE 30, 31-90, 91-360, ACIMA DE 360 DIAS) E 5 A 8 VENCIDAS *
      *    (1-30, 31-90, 91-180, ACIMA DE 180 DIAS)                    *
      *----------------------------------------------------------------*
       77 WRK-FAI-IDX             PIC 9(001) VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    TABELA DOS EMPRESTIMOS CLASSIFICADOS NO MES, COM O CPF      *
      *    RESOLVIDO ('I' PELA INSTRUCAO / 'D' PELA DECISAO)           *
      *----------------------------------------------------------------*
       77 WRK-PRC-CHAVE           PIC X(009) VALUE SPACES.
       77 WRK-EMP-QTDE            PIC 9(004) VALUE ZEROS.
       77 WRK-EMP-IDX             PIC 9(004) VALUE ZEROS.
      *
       01 WRK-EMP-TABELA.
          05 WRK-EMP-LINHA        OCCURS 500 TIMES.
             10 WRK-EMP-CHAVE.
                15 WRK-EMP-AGENCIA     PIC 9(003).
                15 WRK-EMP-CONTA       PIC 9(003).
                15 WRK-EMP-EMPRESTIMO  PIC 9(003).
             10 WRK-EMP-GRAU-IDX       PIC 9(002).
             10 WRK-EMP-DIAS           PIC 9(005).
             10 WRK-EMP-SALDO          PIC S9(13)V99 COMP-3.
             10 WRK-EMP-PROVISAO       PIC S9(13)V99 COMP-3.
             10 WRK-EMP-CPF            PIC 9(011).
             10 WRK-EMP-ORIGEM-CPF     PIC X(001).
             10 WRK-EMP-FAIXA          OCCURS 8 TIMES
                                       PIC S9(13)V99 COMP-3.
      *
      *----------------------------------------------------------------*
      *    TABELA DOS DEVEDORES (CPF) INFORMADOS AO SCR                *
      *----------------------------------------------------------------*
       77 WRK-DEV-QTDE            PIC 9(004) VALUE ZEROS.
       77 WRK-DEV-IDX             PIC 9(004) VALUE ZEROS.
      *
       01 WRK-DEV-TABELA.
          05 WRK-DEV-LINHA        OCCURS 500 TIMES.
             10 WRK-DEV-CPF            PIC 9(011).
             10 WRK-DEV-QTD-OPERACOES  PIC 9(003).
             10 WRK-DEV-GRAU-IDX       PIC 9(002).
             10 WRK-DEV-DIAS           PIC 9(005).
             10 WRK-DEV-SALDO          PIC S9(13)V99 COMP-3.
             10 WRK-DEV-PROVISAO       PIC S9(13)V99 COMP-3.
             10 WRK-DEV-FAIXA          OCCURS 8 TIMES
                                       PIC S9(13)V99 COMP-3.
      *
      *----------------------------------------------------------------*
      *    LINHA LIDA DO RELATORIO DE PROVISIONAMENTO DO EXER0310 E    *
      *    SUAS VISOES (CABECALHO, LINHA DE GRAU E RODAPE)             *
      *----------------------------------------------------------------*
       77 WRK-REL-DAT-REFERENCIA  PIC X(008) VALUE SPACES.
       77 WRK-REL-TIT-CABECALHO   PIC X(049) VALUE
             'PROVISIONAMENTO MENSAL POR GRAU DE RISCO - REF.: '.
       77 WRK-REL-TIT-RODAPE      PIC X(033) VALUE
             'PROVISAO TOTAL REQUERIDA......:  '.
      *
       01 WRK-REL-LINHA           PIC X(132) VALUE SPACES.

       01 WRK-REL-CABECALHO       REDEFINES WRK-REL-LINHA.
          05 WRK-REL-CAB-TITULO   PIC X(049).
          05 WRK-REL-CAB-DATA     PIC X(008).
          05 FILLER               PIC X(075).

       01 WRK-REL-GRAU            REDEFINES WRK-REL-LINHA.
          05 WRK-REL-GRAU-COD     PIC X(002).
          05 WRK-REL-GRAU-SEP     PIC X(003).
          05 WRK-REL-GRAU-QTDE    PIC ZZZZ9.
          05 FILLER               PIC X(002).
          05 WRK-REL-GRAU-SALDO   PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(002).
          05 WRK-REL-GRAU-PROV    PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(080).

       01 WRK-REL-RODAPE          REDEFINES WRK-REL-LINHA.
          05 WRK-REL-ROD-TITULO   PIC X(033).
          05 WRK-REL-ROD-PROVISAO PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(079).
      *
      *----------------------------------------------------------------*
      *    AREA DO RELATORIO DE EXCECOES E CONFERENCIA                 *
      *----------------------------------------------------------------*
       01 WRK-CAB1-RELATORIO.
          05 FILLER               PIC X(050) VALUE
             'SCR - INFORMACOES DE CREDITO AO BANCO CENTRAL'.
          05 FILLER               PIC X(011) VALUE 'DATA-BASE: '.
          05 WRK-CAB1-DATA        PIC 9(008).
          05 FILLER               PIC X(063) VALUE SPACES.

       01 WRK-CAB-EXCECAO.
          05 FILLER               PIC X(132) VALUE
             'AGE/CTA/EMP   GRAU DIAS        SALDO DEVEDOR   PROVISAO RE
      -      'QUERIDA'.

       01 WRK-DET-EXCECAO.
          05 WRK-DEX-AGENCIA      PIC 9(003).
          05 FILLER               PIC X(001) VALUE '/'.
          05 WRK-DEX-CONTA        PIC 9(003).
          05 FILLER               PIC X(001) VALUE '/'.
          05 WRK-DEX-EMPRESTIMO   PIC 9(003).
          05 FILLER               PIC X(003) VALUE SPACES.
          05 WRK-DEX-GRAU         PIC X(002).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DEX-DIAS         PIC ZZZZ9.
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DEX-SALDO        PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DEX-PROVISAO     PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(067) VALUE SPACES.

       01 WRK-CAB-CONFERENCIA.
          05 FILLER               PIC X(132) VALUE
             'GRAU   QTDE RELAT          SALDO RISCO      SALDO RELATORI
      -      'O       PROVISAO RISCO   PROVISAO RELATORIO  SITUACAO'.

       01 WRK-DET-CONFERENCIA.
          05 WRK-DCF-GRAU         PIC X(005).
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DCF-QTDE-RSK     PIC ZZZZ9.
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DCF-QTDE-REL     PIC ZZZZ9.
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DCF-SALDO-RSK    PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DCF-SALDO-REL    PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DCF-PROV-RSK     PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DCF-PROV-REL     PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DCF-SITUACAO     PIC X(010).
          05 FILLER               PIC X(019) VALUE SPACES.

       01 WRK-DET-DATA-DIVERGENTE.
          05 FILLER               PIC X(033) VALUE
             'RELATORIO COM DATA DE REFERENCIA '.
          05 WRK-DDD-DATA         PIC X(008).
          05 FILLER               PIC X(091) VALUE
             ' DIFERENTE DA DATA-BASE'.

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
          05 WRK-FS-ARQRSK01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-RSK01-OK               VALUE '00'.
             88 WRK-FS-RSK01-FIM              VALUE '10'.
          05 WRK-FS-ARQDEB01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-DEB01-OK               VALUE '00'.
             88 WRK-FS-DEB01-FIM              VALUE '10'.
             88 WRK-FS-DEB01-INEXISTENTE      VALUE '05' '35'.
          05 WRK-FS-ARQDCS01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-DCS01-OK               VALUE '00'.
             88 WRK-FS-DCS01-FIM              VALUE '10'.
             88 WRK-FS-DCS01-INEXISTENTE      VALUE '05' '35'.
          05 WRK-FS-ARQPAR01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-PAR01-OK               VALUE '00'.
             88 WRK-FS-PAR01-FIM              VALUE '10'.
          05 WRK-FS-ARQREL01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-REL01-OK               VALUE '00'.
             88 WRK-FS-REL01-FIM              VALUE '10'.
             88 WRK-FS-REL01-INEXISTENTE      VALUE '05' '35'.
          05 WRK-FS-ARQSAI01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SAI01-OK               VALUE '00'.
          05 WRK-FS-ARQSAI02      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SAI02-OK               VALUE '00'.
          05 WRK-FS-ARQAUD01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-AUD01-OK               VALUE '00'.
          05 WRK-FS-DISPLAY       PIC  X(002) VALUE SPACES.

       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQPARM       VALUE 'ARQPARM '.
          88 WRK-CN-ARQRSK01      VALUE 'ARQRSK01'.
          88 WRK-CN-ARQDEB01      VALUE 'ARQDEB01'.
          88 WRK-CN-ARQDCS01      VALUE 'ARQDCS01'.
          88 WRK-CN-ARQPAR01      VALUE 'ARQPAR01'.
          88 WRK-CN-ARQREL01      VALUE 'ARQREL01'.
          88 WRK-CN-ARQSAI01      VALUE 'ARQSAI01'.
          88 WRK-CN-ARQSAI02      VALUE 'ARQSAI02'.
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
           COPY RSK03105.
           COPY DEB03105.
           COPY DCS03314.
           COPY PAR03105.
           COPY SCR03317.
           COPY AUD00105.
           COPY 'I#ERRO01'.

      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0317 - FIM DA AREA DE WORKING'.
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

           PERFORM 2000-CARREGAR-RISCO
              UNTIL WRK-FS-RSK01-FIM

           PERFORM 2100-LIGAR-INSTRUCOES

           PERFORM 2200-LIGAR-DECISOES

           PERFORM 2300-APURAR-FAIXAS
              UNTIL WRK-FS-PAR01-FIM

           PERFORM 2400-LER-RELATORIO

           MOVE 'EMPRESTIMOS SEM CPF RESOLVIDO (NAO INFORMADOS AO SCR)'
                                       TO WRK-TIT-SECAO
           MOVE WRK-TIT-SECAO          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           MOVE WRK-CAB-EXCECAO        TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           PERFORM 3000-CONSOLIDAR-DEVEDOR
              VARYING WRK-EMP-IDX FROM 1 BY 1
              UNTIL WRK-EMP-IDX GREATER WRK-EMP-QTDE

           PERFORM 3500-INFORMAR-DEVEDOR
              VARYING WRK-DEV-IDX FROM 1 BY 1
              UNTIL WRK-DEV-IDX GREATER WRK-DEV-QTDE

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
              DISPLAY '* DATA-BASE (AAAAMMDD) NAS COLS 1-8'
              MOVE 12                  TO RETURN-CODE
              PERFORM 9900-FIM-PROGRAMA
           END-IF

           CLOSE ARQPARM

           MOVE WRK-PARM-DAT-BASE      TO WRK-DAT-BASE
           COMPUTE WRK-INT-BASE =
                   FUNCTION INTEGER-OF-DATE (WRK-DAT-BASE)
           MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-DAT-GERACAO

           INITIALIZE WRK-GRAU-TOTAIS

           SET  WRK-CN-ARQRSK01        TO TRUE
           OPEN INPUT ARQRSK01

           IF NOT WRK-FS-RSK01-OK
              MOVE WRK-FS-ARQRSK01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQPAR01        TO TRUE
           OPEN INPUT ARQPAR01

           IF NOT WRK-FS-PAR01-OK
              MOVE WRK-FS-ARQPAR01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQSAI01        TO TRUE
           OPEN OUTPUT ARQSAI01

           IF NOT WRK-FS-SAI01-OK
              MOVE WRK-FS-ARQSAI01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQSAI02        TO TRUE
           OPEN OUTPUT ARQSAI02

           IF NOT WRK-FS-SAI02-OK
              MOVE WRK-FS-ARQSAI02     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQAUD01        TO TRUE
           OPEN EXTEND ARQAUD01

           IF NOT WRK-FS-AUD01-OK
              MOVE WRK-FS-ARQAUD01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           INITIALIZE ARQSCR01-REGISTRO
           SET ARQSCR01-REG-HEADER     TO TRUE
           MOVE WRK-DAT-BASE           TO ARQSCR01-HDR-DAT-BASE
           MOVE WRK-DAT-GERACAO        TO ARQSCR01-HDR-DAT-GERACAO
           PERFORM 3900-GRAVAR-SCR

           MOVE WRK-DAT-BASE           TO WRK-CAB1-DATA
           MOVE WRK-CAB1-RELATORIO     TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           PERFORM 4950-GRAVAR-LINHA

           PERFORM 2050-LER-RISCO
           .
      *----------------------------------------------------------------*
       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CARREGA NA TABELA OS EMPRESTIMOS CLASSIFICADOS NO MES E     *
      *    ACUMULA OS TOTAIS POR GRAU PARA A CONFERENCIA               *
      *----------------------------------------------------------------*
       2000-CARREGAR-RISCO SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-EMP-QTDE NOT LESS 500
              DISPLAY '* TABELA DE EMPRESTIMOS ESGOTADA (500): '
                      ARQRSK01-COD-AGENCIA '/'
                      ARQRSK01-NUM-CONTA   '/'
                      ARQRSK01-NUM-EMPRESTIMO
              MOVE 12                  TO RETURN-CODE
              PERFORM 9900-FIM-PROGRAMA
           END-IF

           MOVE ARQRSK01-COD-GRAU      TO WRK-PRC-GRAU
           PERFORM 5300-PROCURAR-GRAU

           IF WRK-GRA-IDX GREATER 9
              DISPLAY '* GRAU INVALIDO NO ARQRSK01: '
                      ARQRSK01-COD-AGENCIA '/'
                      ARQRSK01-NUM-CONTA   '/'
                      ARQRSK01-NUM-EMPRESTIMO ' GRAU '
                      ARQRSK01-COD-GRAU ' (TRATADO COMO H)'
              MOVE 9                   TO WRK-GRA-IDX
           END-IF

           ADD 1 TO WRK-EMP-QTDE
           INITIALIZE WRK-EMP-LINHA (WRK-EMP-QTDE)
           MOVE ARQRSK01-CHAVE         TO WRK-EMP-CHAVE (WRK-EMP-QTDE)
           MOVE WRK-GRA-IDX            TO WRK-EMP-GRAU-IDX
                                          (WRK-EMP-QTDE)
           MOVE ARQRSK01-QTD-DIAS-ATRASO
                                       TO WRK-EMP-DIAS (WRK-EMP-QTDE)
           MOVE ARQRSK01-VAL-SALDO     TO WRK-EMP-SALDO (WRK-EMP-QTDE)
           MOVE ARQRSK01-VAL-PROVISAO  TO WRK-EMP-PROVISAO
                                          (WRK-EMP-QTDE)

           ADD 1 TO WRK-GRT-RSK-QTDE (WRK-GRA-IDX)
           ADD ARQRSK01-VAL-SALDO      TO WRK-GRT-RSK-SALDO
                                          (WRK-GRA-IDX)
           ADD ARQRSK01-VAL-PROVISAO   TO WRK-GRT-RSK-PROV
                                          (WRK-GRA-IDX)
           ADD ARQRSK01-VAL-SALDO      TO TOT-RSK-SALDO
           ADD ARQRSK01-VAL-PROVISAO   TO TOT-RSK-PROVISAO

           PERFORM 2050-LER-RISCO
           .
      *----------------------------------------------------------------*
       2000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2050-LER-RISCO SECTION.
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
              PERFORM 5100-PROCURAR-EMPRESTIMO
              IF WRK-EMP-IDX NOT GREATER WRK-EMP-QTDE
                 IF WRK-EMP-CPF (WRK-EMP-IDX) EQUAL ZEROS
                    MOVE ARQDEB01-CPF-DEVEDOR
                                       TO WRK-EMP-CPF (WRK-EMP-IDX)
                    MOVE 'I'           TO WRK-EMP-ORIGEM-CPF
                                          (WRK-EMP-IDX)
                    ADD 1 TO ACU-LIGADOS-INSTRUCAO
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
              PERFORM 5100-PROCURAR-EMPRESTIMO
              IF WRK-EMP-IDX NOT GREATER WRK-EMP-QTDE
                 IF WRK-EMP-CPF (WRK-EMP-IDX) EQUAL ZEROS
                    MOVE ARQDCS01-CPF  TO WRK-EMP-CPF (WRK-EMP-IDX)
                    MOVE 'D'           TO WRK-EMP-ORIGEM-CPF
                                          (WRK-EMP-IDX)
                    ADD 1 TO ACU-LIGADOS-DECISAO
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
      *    DISTRIBUI O VALOR EM ABERTO DE CADA PARCELA NAO QUITADA E   *
      *    NAO CANCELADA PELAS FAIXAS DE VENCIMENTO DO EMPRESTIMO      *
      *----------------------------------------------------------------*
       2300-APURAR-FAIXAS SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQPAR01        TO TRUE

           READ ARQPAR01 INTO ARQPAR01-REGISTRO

           EVALUATE TRUE
              WHEN WRK-FS-PAR01-OK
                 ADD 1 TO ACU-LIDOS-ARQPAR01
                 IF NOT ARQPAR01-PARC-QUITADA
                    AND NOT ARQPAR01-PARC-CANCELADA
                    COMPUTE WRK-VAL-ABERTO =
                            ARQPAR01-VAL-PARCELA -
                            ARQPAR01-VAL-PAGO-ACUM
                    IF WRK-VAL-ABERTO GREATER ZEROS
                       PERFORM 2350-CLASSIFICAR-PARCELA
                    END-IF
                 END-IF
              WHEN WRK-FS-PAR01-FIM
                 CONTINUE
              WHEN OTHER
                 MOVE WRK-FS-ARQPAR01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       2300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2350-CLASSIFICAR-PARCELA SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ARQPAR01-COD-AGENCIA   TO WRK-PRC-CHAVE (1:3)
           MOVE ARQPAR01-NUM-CONTA     TO WRK-PRC-CHAVE (4:3)
           MOVE ARQPAR01-NUM-EMPRESTIMO
                                       TO WRK-PRC-CHAVE (7:3)
           PERFORM 5100-PROCURAR-EMPRESTIMO

           IF WRK-EMP-IDX GREATER WRK-EMP-QTDE
              GO TO 2350-99-FIM
           END-IF

           COMPUTE WRK-INT-VENCIMENTO =
                   FUNCTION INTEGER-OF-DATE
                            (ARQPAR01-DAT-VENCIMENTO)

           IF WRK-INT-VENCIMENTO LESS WRK-INT-BASE
              COMPUTE WRK-QTD-DIAS = WRK-INT-BASE - WRK-INT-VENCIMENTO
              EVALUATE TRUE
                 WHEN WRK-QTD-DIAS NOT GREATER 30
                    MOVE 5             TO WRK-FAI-IDX
                 WHEN WRK-QTD-DIAS NOT GREATER 90
                    MOVE 6             TO WRK-FAI-IDX
                 WHEN WRK-QTD-DIAS NOT GREATER 180
                    MOVE 7             TO WRK-FAI-IDX
                 WHEN OTHER
                    MOVE 8             TO WRK-FAI-IDX
              END-EVALUATE
           ELSE
              COMPUTE WRK-QTD-DIAS = WRK-INT-VENCIMENTO - WRK-INT-BASE
              EVALUATE TRUE
                 WHEN WRK-QTD-DIAS NOT GREATER 30
                    MOVE 1             TO WRK-FAI-IDX
                 WHEN WRK-QTD-DIAS NOT GREATER 90
                    MOVE 2             TO WRK-FAI-IDX
                 WHEN WRK-QTD-DIAS NOT GREATER 360
                    MOVE 3             TO WRK-FAI-IDX
                 WHEN OTHER
                    MOVE 4             TO WRK-FAI-IDX
              END-EVALUATE
           END-IF

           ADD WRK-VAL-ABERTO
              TO WRK-EMP-FAIXA (WRK-EMP-IDX WRK-FAI-IDX)
           .
      *----------------------------------------------------------------*
       2350-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LE O RELATORIO DE PROVISIONAMENTO DO EXER0310 E GUARDA A    *
      *    DATA DE REFERENCIA, OS TOTAIS DE CADA GRAU E A PROVISAO     *
      *    TOTAL DO RODAPE (AS MIGRACOES APOS O RODAPE SAO IGNORADAS)  *
      *----------------------------------------------------------------*
       2400-LER-RELATORIO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQREL01        TO TRUE
           OPEN INPUT ARQREL01

           IF WRK-FS-REL01-INEXISTENTE
              DISPLAY '* SEM RELATORIO DE PROVISIONAMENTO: TOTAIS '
                      'NAO CONFERIDOS'
              GO TO 2400-99-FIM
           END-IF

           IF NOT WRK-FS-REL01-OK
              MOVE WRK-FS-ARQREL01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET WRK-RELATORIO-PRESENTE  TO TRUE

           PERFORM 2450-LER-LINHA-RELATORIO

           PERFORM 2460-TRATAR-LINHA-RELATORIO
              UNTIL WRK-FS-REL01-FIM

           SET  WRK-CN-CLOSE           TO TRUE
           CLOSE ARQREL01
           .
      *----------------------------------------------------------------*
       2400-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2450-LER-LINHA-RELATORIO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQREL01        TO TRUE

           READ ARQREL01 INTO WRK-REL-LINHA

           IF WRK-FS-REL01-OK
              ADD 1 TO ACU-LIDOS-ARQREL01
           ELSE
              IF NOT WRK-FS-REL01-FIM
                 MOVE WRK-FS-ARQREL01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       2450-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2460-TRATAR-LINHA-RELATORIO SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-RODAPE-LIDO
              PERFORM 2450-LER-LINHA-RELATORIO
              GO TO 2460-99-FIM
           END-IF

           EVALUATE TRUE
              WHEN WRK-REL-CAB-TITULO EQUAL WRK-REL-TIT-CABECALHO
                 MOVE WRK-REL-CAB-DATA TO WRK-REL-DAT-REFERENCIA
              WHEN WRK-REL-ROD-TITULO EQUAL WRK-REL-TIT-RODAPE
                 MOVE WRK-REL-ROD-PROVISAO
                                       TO TOT-REL-RODAPE
                 SET WRK-RODAPE-LIDO   TO TRUE
              WHEN WRK-REL-GRAU-SEP EQUAL SPACES
                 AND WRK-REL-GRAU-COD NOT EQUAL SPACES
                 MOVE WRK-REL-GRAU-COD TO WRK-PRC-GRAU
                 PERFORM 5300-PROCURAR-GRAU
                 IF WRK-GRA-IDX NOT GREATER 9
                    MOVE WRK-REL-GRAU-QTDE
                                       TO WRK-GRT-REL-QTDE
                                          (WRK-GRA-IDX)
                    MOVE WRK-REL-GRAU-SALDO
                                       TO WRK-GRT-REL-SALDO
                                          (WRK-GRA-IDX)
                    MOVE WRK-REL-GRAU-PROV
                                       TO WRK-GRT-REL-PROV
                                          (WRK-GRA-IDX)
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           PERFORM 2450-LER-LINHA-RELATORIO
           .
      *----------------------------------------------------------------*
       2460-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CONSOLIDA O EMPRESTIMO NO SEU DEVEDOR (CPF); O EMPRESTIMO   *
      *    SEM CPF RESOLVIDO E LISTADO COMO EXCECAO                    *
      *----------------------------------------------------------------*
       3000-CONSOLIDAR-DEVEDOR SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-EMP-CPF (WRK-EMP-IDX) EQUAL ZEROS
              PERFORM 3100-LISTAR-EXCECAO
              GO TO 3000-99-FIM
           END-IF

           MOVE 1 TO WRK-DEV-IDX

           PERFORM 5210-PROXIMO-DEVEDOR
              UNTIL WRK-DEV-IDX GREATER WRK-DEV-QTDE
                 OR WRK-DEV-CPF (WRK-DEV-IDX) EQUAL
                    WRK-EMP-CPF (WRK-EMP-IDX)

           IF WRK-DEV-IDX GREATER WRK-DEV-QTDE
              IF WRK-DEV-QTDE NOT LESS 500
                 DISPLAY '* TABELA DE DEVEDORES ESGOTADA (500): CPF '
                         WRK-EMP-CPF (WRK-EMP-IDX)
                 MOVE 12               TO RETURN-CODE
                 PERFORM 9900-FIM-PROGRAMA
              END-IF
              ADD 1 TO WRK-DEV-QTDE
              MOVE WRK-DEV-QTDE        TO WRK-DEV-IDX
              INITIALIZE WRK-DEV-LINHA (WRK-DEV-IDX)
              MOVE WRK-EMP-CPF (WRK-EMP-IDX)
                                       TO WRK-DEV-CPF (WRK-DEV-IDX)
           END-IF

           ADD 1 TO WRK-DEV-QTD-OPERACOES (WRK-DEV-IDX)
           ADD WRK-EMP-SALDO (WRK-EMP-IDX)
              TO WRK-DEV-SALDO (WRK-DEV-IDX)
           ADD WRK-EMP-PROVISAO (WRK-EMP-IDX)
              TO WRK-DEV-PROVISAO (WRK-DEV-IDX)

           IF WRK-EMP-GRAU-IDX (WRK-EMP-IDX) GREATER
              WRK-DEV-GRAU-IDX (WRK-DEV-IDX)
              MOVE WRK-EMP-GRAU-IDX (WRK-EMP-IDX)
                                       TO WRK-DEV-GRAU-IDX
                                          (WRK-DEV-IDX)
           END-IF

           IF WRK-EMP-DIAS (WRK-EMP-IDX) GREATER
              WRK-DEV-DIAS (WRK-DEV-IDX)
              MOVE WRK-EMP-DIAS (WRK-EMP-IDX)
                                       TO WRK-DEV-DIAS (WRK-DEV-IDX)
           END-IF

           PERFORM 3050-SOMAR-FAIXA
              VARYING WRK-FAI-IDX FROM 1 BY 1
              UNTIL WRK-FAI-IDX GREATER 8
           .
      *----------------------------------------------------------------*
       3000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3050-SOMAR-FAIXA SECTION.
      *----------------------------------------------------------------*
      *
           ADD WRK-EMP-FAIXA (WRK-EMP-IDX WRK-FAI-IDX)
              TO WRK-DEV-FAIXA (WRK-DEV-IDX WRK-FAI-IDX)
           .
      *----------------------------------------------------------------*
       3050-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3100-LISTAR-EXCECAO SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO ACU-SEM-CPF
           ADD WRK-EMP-SALDO (WRK-EMP-IDX)     TO TOT-EXC-SALDO
           ADD WRK-EMP-PROVISAO (WRK-EMP-IDX)  TO TOT-EXC-PROVISAO

           MOVE WRK-EMP-AGENCIA (WRK-EMP-IDX)    TO WRK-DEX-AGENCIA
           MOVE WRK-EMP-CONTA (WRK-EMP-IDX)      TO WRK-DEX-CONTA
           MOVE WRK-EMP-EMPRESTIMO (WRK-EMP-IDX) TO WRK-DEX-EMPRESTIMO
           MOVE WRK-EMP-GRAU-IDX (WRK-EMP-IDX)   TO WRK-GRA-IDX
           MOVE WRK-GRA-COD (WRK-GRA-IDX)        TO WRK-DEX-GRAU
           MOVE WRK-EMP-DIAS (WRK-EMP-IDX)       TO WRK-DEX-DIAS
           MOVE WRK-EMP-SALDO (WRK-EMP-IDX)      TO WRK-DEX-SALDO
           MOVE WRK-EMP-PROVISAO (WRK-EMP-IDX)   TO WRK-DEX-PROVISAO

           MOVE WRK-DET-EXCECAO        TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       3100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GRAVA O DETALHE DO DEVEDOR NO ARQUIVO DO SCR                *
      *----------------------------------------------------------------*
       3500-INFORMAR-DEVEDOR SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE ARQSCR01-REGISTRO
           SET ARQSCR01-REG-DETALHE    TO TRUE

           MOVE WRK-DEV-GRAU-IDX (WRK-DEV-IDX) TO WRK-GRA-IDX

           MOVE WRK-DEV-CPF (WRK-DEV-IDX)      TO ARQSCR01-CPF
           MOVE WRK-DEV-QTD-OPERACOES (WRK-DEV-IDX)
                                       TO ARQSCR01-QTD-OPERACOES
           MOVE WRK-GRA-COD (WRK-GRA-IDX)      TO ARQSCR01-COD-GRAU
           MOVE WRK-DEV-DIAS (WRK-DEV-IDX)
                                       TO ARQSCR01-QTD-DIAS-ATRASO
           MOVE WRK-DEV-SALDO (WRK-DEV-IDX)
                                       TO ARQSCR01-VAL-EXPOSICAO
           MOVE WRK-DEV-PROVISAO (WRK-DEV-IDX)
                                       TO ARQSCR01-VAL-PROVISAO
           MOVE WRK-DEV-FAIXA (WRK-DEV-IDX 1)
                                       TO ARQSCR01-VAL-VENCER-030
           MOVE WRK-DEV-FAIXA (WRK-DEV-IDX 2)
                                       TO ARQSCR01-VAL-VENCER-090
           MOVE WRK-DEV-FAIXA (WRK-DEV-IDX 3)
                                       TO ARQSCR01-VAL-VENCER-360
           MOVE WRK-DEV-FAIXA (WRK-DEV-IDX 4)
                                       TO ARQSCR01-VAL-VENCER-ACIMA
           MOVE WRK-DEV-FAIXA (WRK-DEV-IDX 5)
                                       TO ARQSCR01-VAL-VENCIDO-030
           MOVE WRK-DEV-FAIXA (WRK-DEV-IDX 6)
                                       TO ARQSCR01-VAL-VENCIDO-090
           MOVE WRK-DEV-FAIXA (WRK-DEV-IDX 7)
                                       TO ARQSCR01-VAL-VENCIDO-180
           MOVE WRK-DEV-FAIXA (WRK-DEV-IDX 8)
                                       TO ARQSCR01-VAL-VENCIDO-ACIMA

           PERFORM 3900-GRAVAR-SCR

           ADD 1 TO ACU-INFORMADOS
           ADD WRK-DEV-QTD-OPERACOES (WRK-DEV-IDX)
              TO ACU-OPERACOES-INFORMADAS
           ADD WRK-DEV-SALDO (WRK-DEV-IDX)     TO TOT-SCR-EXPOSICAO
           ADD WRK-DEV-PROVISAO (WRK-DEV-IDX)  TO TOT-SCR-PROVISAO
           .
      *----------------------------------------------------------------*
       3500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3900-GRAVAR-SCR SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQSAI01        TO TRUE

           WRITE FD-ARQSAI01 FROM ARQSCR01-REGISTRO

           IF WRK-FS-SAI01-OK
              ADD 1 TO ACU-GRAVA-ARQSAI01
           ELSE
              MOVE WRK-FS-ARQSAI01     TO WRK-FS-DISPLAY
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
           MOVE ACU-LIDOS-ARQRSK01      TO ARQAUD01-QTDE-LIDOS
           MOVE ACU-GRAVA-ARQSAI01      TO ARQAUD01-QTDE-GRAVA
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
           INITIALIZE ARQSCR01-REGISTRO
           SET ARQSCR01-REG-TRAILER    TO TRUE
           MOVE ACU-INFORMADOS         TO ARQSCR01-TRL-QTDE-DETALHES
           MOVE ACU-OPERACOES-INFORMADAS
                                       TO ARQSCR01-TRL-QTDE-OPERACOES
           MOVE TOT-SCR-EXPOSICAO      TO ARQSCR01-TRL-VAL-EXPOSICAO
           MOVE TOT-SCR-PROVISAO       TO ARQSCR01-TRL-VAL-PROVISAO
           PERFORM 3900-GRAVAR-SCR

           IF ACU-SEM-CPF EQUAL ZEROS
              MOVE '  NENHUM EMPRESTIMO SEM CPF'
                                       TO WRK-LINHA-IMPRESSAO
              PERFORM 4950-GRAVAR-LINHA
           END-IF

           PERFORM 4200-CONFERIR-TOTAIS

           PERFORM 4800-GRAVAR-TOTAIS

           EVALUATE TRUE
              WHEN WRK-HA-DIVERGENCIA
                 MOVE 08               TO RETURN-CODE
              WHEN ACU-SEM-CPF GREATER ZEROS
                 MOVE 04               TO RETURN-CODE
              WHEN NOT WRK-RELATORIO-PRESENTE
                 MOVE 04               TO RETURN-CODE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           PERFORM 3980-GRAVAR-AUDITORIA

           SET  WRK-CN-CLOSE           TO TRUE

           SET  WRK-CN-ARQRSK01        TO TRUE
           CLOSE ARQRSK01
           IF NOT WRK-FS-RSK01-OK
              MOVE WRK-FS-ARQRSK01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQPAR01        TO TRUE
           CLOSE ARQPAR01
           IF NOT WRK-FS-PAR01-OK
              MOVE WRK-FS-ARQPAR01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQSAI01        TO TRUE
           CLOSE ARQSAI01
           IF NOT WRK-FS-SAI01-OK
              MOVE WRK-FS-ARQSAI01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQSAI02        TO TRUE
           CLOSE ARQSAI02
           IF NOT WRK-FS-SAI02-OK
              MOVE WRK-FS-ARQSAI02     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQAUD01        TO TRUE
           CLOSE ARQAUD01
           IF NOT WRK-FS-AUD01-OK
              MOVE WRK-FS-ARQAUD01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           MOVE ACU-LIDOS-ARQRSK01     TO WRK-MASK-QTDE
           DISPLAY '**************************************************'
           DISPLAY '* QTDE DE EMPRESTIMOS LIDOS  : ' WRK-MASK-QTDE  '*'
           MOVE ACU-LIGADOS-INSTRUCAO  TO WRK-MASK-QTDE
           DISPLAY '* QTDE CPF PELA INSTRUCAO    : ' WRK-MASK-QTDE  '*'
           MOVE ACU-LIGADOS-DECISAO    TO WRK-MASK-QTDE
           DISPLAY '* QTDE CPF PELA DECISAO      : ' WRK-MASK-QTDE  '*'
           MOVE ACU-SEM-CPF            TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE EMPRESTIMOS SEM CPF: ' WRK-MASK-QTDE  '*'
           MOVE ACU-INFORMADOS         TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE DEVEDORES NO SCR   : ' WRK-MASK-QTDE  '*'
           MOVE ACU-DIVERGENCIAS       TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE DIVERGENCIAS       : ' WRK-MASK-QTDE  '*'
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
      *    CONFERE OS TOTAIS POR GRAU DA CLASSIFICACAO COM OS DO       *
      *    RELATORIO DE PROVISIONAMENTO E A PROVISAO TOTAL COM O       *
      *    RODAPE; QUALQUER DIFERENCA IMPEDE O ENVIO (RC 08)           *
      *----------------------------------------------------------------*
       4200-CONFERIR-TOTAIS SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 4950-GRAVAR-LINHA
           MOVE 'CONFERENCIA COM O RELATORIO DE PROVISIONAMENTO'
                                       TO WRK-TIT-SECAO
           MOVE WRK-TIT-SECAO          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           IF NOT WRK-RELATORIO-PRESENTE
              MOVE '  RELATORIO NAO INFORMADO - CONFERENCIA NAO REALIZ
      -            'ADA'               TO WRK-LINHA-IMPRESSAO
              PERFORM 4950-GRAVAR-LINHA
              GO TO 4200-99-FIM
           END-IF

           IF WRK-REL-DAT-REFERENCIA NOT EQUAL WRK-DAT-BASE-X
              SET WRK-HA-DIVERGENCIA   TO TRUE
              ADD 1 TO ACU-DIVERGENCIAS
              MOVE WRK-REL-DAT-REFERENCIA
                                       TO WRK-DDD-DATA
              MOVE WRK-DET-DATA-DIVERGENTE
                                       TO WRK-LINHA-IMPRESSAO
              PERFORM 4950-GRAVAR-LINHA
           END-IF

           MOVE WRK-CAB-CONFERENCIA    TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           PERFORM 4250-CONFERIR-GRAU
              VARYING WRK-GRA-IDX FROM 1 BY 1
              UNTIL WRK-GRA-IDX GREATER 9

           MOVE 'TOTAL'                TO WRK-DCF-GRAU
           MOVE ACU-LIDOS-ARQRSK01     TO WRK-DCF-QTDE-RSK
           MOVE TOT-REL-QTDE           TO WRK-DCF-QTDE-REL
           MOVE TOT-RSK-SALDO          TO WRK-DCF-SALDO-RSK
           MOVE TOT-REL-SALDO          TO WRK-DCF-SALDO-REL
           MOVE TOT-RSK-PROVISAO       TO WRK-DCF-PROV-RSK
           MOVE TOT-REL-RODAPE         TO WRK-DCF-PROV-REL

           IF NOT WRK-RODAPE-LIDO
              OR TOT-RSK-PROVISAO NOT EQUAL TOT-REL-RODAPE
              OR TOT-RSK-SALDO NOT EQUAL TOT-REL-SALDO
              SET WRK-HA-DIVERGENCIA   TO TRUE
              ADD 1 TO ACU-DIVERGENCIAS
              MOVE 'DIVERGENTE'        TO WRK-DCF-SITUACAO
           ELSE
              MOVE 'OK'                TO WRK-DCF-SITUACAO
           END-IF

           MOVE WRK-DET-CONFERENCIA    TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       4200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       4250-CONFERIR-GRAU SECTION.
      *----------------------------------------------------------------*
      *
           ADD WRK-GRT-REL-QTDE (WRK-GRA-IDX)  TO TOT-REL-QTDE
           ADD WRK-GRT-REL-SALDO (WRK-GRA-IDX) TO TOT-REL-SALDO

           MOVE WRK-GRA-COD (WRK-GRA-IDX)       TO WRK-DCF-GRAU
           MOVE WRK-GRT-RSK-QTDE (WRK-GRA-IDX)  TO WRK-DCF-QTDE-RSK
           MOVE WRK-GRT-REL-QTDE (WRK-GRA-IDX)  TO WRK-DCF-QTDE-REL
           MOVE WRK-GRT-RSK-SALDO (WRK-GRA-IDX) TO WRK-DCF-SALDO-RSK
           MOVE WRK-GRT-REL-SALDO (WRK-GRA-IDX) TO WRK-DCF-SALDO-REL
           MOVE WRK-GRT-RSK-PROV (WRK-GRA-IDX)  TO WRK-DCF-PROV-RSK
           MOVE WRK-GRT-REL-PROV (WRK-GRA-IDX)  TO WRK-DCF-PROV-REL

           IF WRK-GRT-RSK-QTDE (WRK-GRA-IDX) NOT EQUAL
              WRK-GRT-REL-QTDE (WRK-GRA-IDX)
              OR WRK-GRT-RSK-SALDO (WRK-GRA-IDX) NOT EQUAL
                 WRK-GRT-REL-SALDO (WRK-GRA-IDX)
              OR WRK-GRT-RSK-PROV (WRK-GRA-IDX) NOT EQUAL
                 WRK-GRT-REL-PROV (WRK-GRA-IDX)
              SET WRK-HA-DIVERGENCIA   TO TRUE
              ADD 1 TO ACU-DIVERGENCIAS
              MOVE 'DIVERGENTE'        TO WRK-DCF-SITUACAO
           ELSE
              MOVE 'OK'                TO WRK-DCF-SITUACAO
           END-IF

           MOVE WRK-DET-CONFERENCIA    TO WRK-LINHA-IMPRESSAO
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

           MOVE 'EMPRESTIMOS CLASSIFICADOS (RSK03105)'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-LIDOS-ARQRSK01     TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'CPF PELA INSTRUCAO DE DEBITO'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-LIGADOS-INSTRUCAO  TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'CPF PELA DECISAO DE CREDITO'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-LIGADOS-DECISAO    TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'EMPRESTIMOS SEM CPF (EXCECOES)'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-SEM-CPF            TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'DEVEDORES INFORMADOS AO SCR'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-INFORMADOS         TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'EMPRESTIMOS INFORMADOS AO SCR'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-OPERACOES-INFORMADAS
                                       TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'DIVERGENCIAS NA CONFERENCIA'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-DIVERGENCIAS       TO WRK-RES-QTDE
           PERFORM 4900-GRAVAR-RESUMO

           MOVE 'EXPOSICAO INFORMADA AO SCR'
                                       TO WRK-RSV-DESCRICAO
           MOVE TOT-SCR-EXPOSICAO      TO WRK-RSV-VALOR
           PERFORM 4910-GRAVAR-RESUMO-VALOR

           MOVE 'EXPOSICAO DOS EMPRESTIMOS SEM CPF'
                                       TO WRK-RSV-DESCRICAO
           MOVE TOT-EXC-SALDO          TO WRK-RSV-VALOR
           PERFORM 4910-GRAVAR-RESUMO-VALOR

           MOVE 'SALDO TOTAL CLASSIFICADO'
                                       TO WRK-RSV-DESCRICAO
           MOVE TOT-RSK-SALDO          TO WRK-RSV-VALOR
           PERFORM 4910-GRAVAR-RESUMO-VALOR

           MOVE 'PROVISAO INFORMADA AO SCR'
                                       TO WRK-RSV-DESCRICAO
           MOVE TOT-SCR-PROVISAO       TO WRK-RSV-VALOR
           PERFORM 4910-GRAVAR-RESUMO-VALOR

           MOVE 'PROVISAO DOS EMPRESTIMOS SEM CPF'
                                       TO WRK-RSV-DESCRICAO
           MOVE TOT-EXC-PROVISAO       TO WRK-RSV-VALOR
           PERFORM 4910-GRAVAR-RESUMO-VALOR

           MOVE 'PROVISAO TOTAL CLASSIFICADA'
                                       TO WRK-RSV-DESCRICAO
           MOVE TOT-RSK-PROVISAO       TO WRK-RSV-VALOR
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
           SET  WRK-CN-ARQSAI02        TO TRUE

           WRITE FD-ARQSAI02 FROM WRK-LINHA-IMPRESSAO

           IF WRK-FS-SAI02-OK
              ADD 1 TO ACU-GRAVA-ARQSAI02
           ELSE
              MOVE WRK-FS-ARQSAI02     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           MOVE SPACES                 TO WRK-LINHA-IMPRESSAO
           .
      *----------------------------------------------------------------*
       4950-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LOCALIZA O EMPRESTIMO WRK-PRC-CHAVE NA TABELA               *
      *    (WRK-EMP-IDX ALEM DA QTDE = NAO CLASSIFICADO NO MES)        *
      *----------------------------------------------------------------*
       5100-PROCURAR-EMPRESTIMO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 1 TO WRK-EMP-IDX

           PERFORM 5110-PROXIMO-EMPRESTIMO
              UNTIL WRK-EMP-IDX GREATER WRK-EMP-QTDE
                 OR WRK-EMP-CHAVE (WRK-EMP-IDX) EQUAL WRK-PRC-CHAVE
           .
      *----------------------------------------------------------------*
       5100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       5110-PROXIMO-EMPRESTIMO SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-EMP-IDX
           .
      *----------------------------------------------------------------*
       5110-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       5210-PROXIMO-DEVEDOR SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-DEV-IDX
           .
      *----------------------------------------------------------------*
       5210-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ORDEM DO GRAU WRK-PRC-GRAU (WRK-GRA-IDX 10 = GRAU INVALIDO) *
      *----------------------------------------------------------------*
       5300-PROCURAR-GRAU SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 1 TO WRK-GRA-IDX

           PERFORM 5310-PROXIMO-GRAU
              UNTIL WRK-GRA-IDX GREATER 9
                 OR WRK-GRA-COD (WRK-GRA-IDX) EQUAL WRK-PRC-GRAU
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
           MOVE ACU-LIDOS-ARQRSK01
                                  TO ERRO01-QTDE-LIDOS
           MOVE ACU-GRAVA-ARQSAI01
                                  TO ERRO01-QTDE-GRAVADOS
           MOVE ARQRSK01-CHAVE    TO ERRO01-ULT-CHAVE

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
