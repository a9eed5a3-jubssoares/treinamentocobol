      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0517.
       AUTHOR.     JULIANA SOARES.
      *================================================================*
      *    PROGRAMA....: EXER0517                                      *
      *    PROGRAMADOR.: JULIANA SOARES                                *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   CADASTRO DE LEADS DE CAMPANHA. TRANSFORMA   *
      *                    AS RESPOSTAS ATRIBUIDAS PELO EXER0514       *
      *                    (RSP05114, CLASSIFICADAS POR CLIENTE E      *
      *                    CAMPANHA NO PASSO ANTERIOR DO JOB) EM LEADS *
      *                    NO CADASTRO DE LEADS (LEA05117, CARRY: A    *
      *                    SAIDA DE UMA RODADA E A ENTRADA DA          *
      *                    SEGUINTE), UM POR CLIENTE E CAMPANHA.       *
      *                    O LEAD EM ABERTO E ATRIBUIDO AO GERENTE DA  *
      *                    CARTEIRA DO CPF (CAR02223) OU, SEM GERENTE, *
      *                    A FILA DA AGENCIA DO CLIENTE (CLI02105, OU  *
      *                    A SUCESSORA ATIVA QUANDO ENCERRADA, VIA     *
      *                    AGEN2000), E A ATRIBUICAO ACOMPANHA A       *
      *                    CARTEIRA A CADA RODADA.                     *
      *                    APLICA AS ATUALIZACOES DE SITUACAO          *
      *                    (ATL05117) INFORMADAS PELAS AGENCIAS        *
      *                    (CONTATADO / CONVERTIDO / PERDIDO) E AS     *
      *                    CONVERSOES APURADAS PELO EXER0518, NA ORDEM *
      *                    DO ARQUIVO. LEAD CONVERTIDO OU PERDIDO NAO  *
      *                    MUDA MAIS DE SITUACAO.                      *
      *                    EMITE A FILA DE LEADS EM ABERTO POR AGENCIA *
      *                    E GERENTE, AS ATUALIZACOES REJEITADAS E O   *
      *                    RESUMO DO CADASTRO.                         *
      *                    RC 04 = ATUALIZACAO REJEITADA;              *
      *                    RC 08 = CARTAO INVALIDO                     *
      *----------------------------------------------------------------*
      *    CARTAO (ARQPARM): COLS 1-8 DATA DE REFERENCIA (AAAAMMDD)    *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQPARM  (CARTAO DE PARAMETROS)           -               *
      *      ARQRSP01 (RESPOSTAS ATRIBUIDAS)           RSP05114        *
      *      ARQATL01 (ATUALIZACOES - OPCIONAL)        ATL05117        *
      *      ARQXRF01 (CRUZAMENTO CPF X CLIENTE)       XRF05108        *
      *      ARQCLI01 (CADASTRO DE CLIENTES)           CLI02105        *
      *      ARQCAR01 (CARTEIRA DE RELACIONAMENTO)     CAR02223        *
      *      ARQLEA01 (CADASTRO ANTERIOR - OPCIONAL)   LEA05117        *
      *      ARQLEA02 (CADASTRO ATUALIZADO)            LEA05117        *
      *      ARQSAI01 (FILA DE LEADS POR AGENCIA)      -               *
      *      ARQAGE01 (VIA AGEN2000)                   AGE02241        *
      *      ARQAUD01                                  AUD00105        *
      *----------------------------------------------------------------*
      *    ROTINAS.....:  ERRO2000                                     *
      *                   AGEN2000 (AGENCIA ATUAL E NOME DA AGENCIA)   *
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

           SELECT ARQRSP01 ASSIGN      TO UT-S-ARQRSP01
                      FILE STATUS      IS WRK-FS-ARQRSP01.

           SELECT OPTIONAL ARQATL01 ASSIGN TO UT-S-ARQATL01
                      FILE STATUS      IS WRK-FS-ARQATL01.

           SELECT ARQXRF01 ASSIGN      TO UT-S-ARQXRF01
                      FILE STATUS      IS WRK-FS-ARQXRF01.

           SELECT ARQCLI01 ASSIGN      TO UT-S-ARQCLI01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS FD-ARQCLI01-CPF
                      FILE STATUS      IS WRK-FS-ARQCLI01.

           SELECT ARQCAR01 ASSIGN      TO UT-S-ARQCAR01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS FD-ARQCAR01-CPF
                      FILE STATUS      IS WRK-FS-ARQCAR01.

           SELECT OPTIONAL ARQLEA01 ASSIGN TO UT-S-ARQLEA01
                      FILE STATUS      IS WRK-FS-ARQLEA01.

           SELECT ARQLEA02 ASSIGN      TO UT-S-ARQLEA02
                      FILE STATUS      IS WRK-FS-ARQLEA02.

           SELECT ARQSAI01 ASSIGN      TO UT-S-ARQSAI01
                      FILE STATUS      IS WRK-FS-ARQSAI01.

           SELECT ARQAUD01 ASSIGN      TO UT-S-ARQAUD01
                      FILE STATUS      IS WRK-FS-ARQAUD01.

           SELECT WRK-SD-FILA ASSIGN   TO "SORTWK01".
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
      *   INPUT:      CARTAO DE PARAMETROS                             *
      *----------------------------------------------------------------*

       FD  ARQPARM
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQPARM              PIC X(080).

      *----------------------------------------------------------------*
      *   INPUT:      RESPOSTAS ATRIBUIDAS PELO EXER0514, EM ORDEM DE  *
      *               CLIENTE, CAMPANHA E DATA DA RESPOSTA             *
      *               ORG. SEQUENCIAL   -   LRECL = 040                *
      *----------------------------------------------------------------*

       FD  ARQRSP01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQRSP01             PIC X(040).

      *----------------------------------------------------------------*
      *   INPUT:      ATUALIZACOES DE SITUACAO DOS LEADS (OPCIONAL)    *
      *               ORG. SEQUENCIAL   -   LRECL = 050                *
      *----------------------------------------------------------------*

       FD  ARQATL01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQATL01             PIC X(050).

      *----------------------------------------------------------------*
      *   INPUT:      CRUZAMENTO CPF X CODIGO DE CLIENTE               *
      *               ORG. SEQUENCIAL   -   LRECL = 021                *
      *----------------------------------------------------------------*

       FD  ARQXRF01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQXRF01             PIC X(021).

      *----------------------------------------------------------------*
      *   INPUT:      CADASTRO DE CLIENTES                             *
      *               ORG. INDEXADA     -   LRECL = 056                *
      *----------------------------------------------------------------*

       FD  ARQCLI01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQCLI01.
           05 FD-ARQCLI01-CPF         PIC 9(11).
           05 FILLER                  PIC X(45).

      *----------------------------------------------------------------*
      *   INPUT:      CARTEIRA DE RELACIONAMENTO (CLIENTE X GERENTE)   *
      *               ORG. INDEXADA     -   LRECL = 040                *
      *----------------------------------------------------------------*

       FD  ARQCAR01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQCAR01.
           05 FD-ARQCAR01-CPF         PIC 9(11).
           05 FILLER                  PIC X(29).

      *----------------------------------------------------------------*
      *   INPUT:      CADASTRO DE LEADS DA RODADA ANTERIOR (OPCIONAL)  *
      *               ORG. SEQUENCIAL   -   LRECL = 120                *
      *----------------------------------------------------------------*

       FD  ARQLEA01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQLEA01             PIC X(120).

      *----------------------------------------------------------------*
      *   OUTPUT:     CADASTRO DE LEADS ATUALIZADO                     *
      *               ORG. SEQUENCIAL   -   LRECL = 120                *
      *----------------------------------------------------------------*

       FD  ARQLEA02
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQLEA02             PIC X(120).

      *----------------------------------------------------------------*
      *   OUTPUT:     FILA DE LEADS EM ABERTO POR AGENCIA E GERENTE    *
      *               ORG. SEQUENCIAL   -   LRECL = 132                *
      *----------------------------------------------------------------*

       FD  ARQSAI01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQSAI01             PIC X(132).

      *----------------------------------------------------------------*
      *   OUTPUT:     LOG DE AUDITORIA DE EXECUCAO (COMPARTILHADO      *
      *               COM OS DEMAIS PROGRAMAS DO BOOK)                 *
      *               ORG. SEQUENCIAL   -   LRECL = 051                *
      *----------------------------------------------------------------*

       FD  ARQAUD01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQAUD01             PIC X(051).

      *----------------------------------------------------------------*
      *   SORT:      FILA DE LEADS POR AGENCIA, GERENTE, SITUACAO E    *
      *              DATA DA RESPOSTA                                  *
      *----------------------------------------------------------------*

       SD  WRK-SD-FILA.
       01  WRK-SD-REGISTRO.
           05 SD-COD-AGENCIA          PIC 9(004).
           05 SD-COD-FUNCO-GERENTE    PIC 9(008).
           05 SD-ORDEM                PIC 9(001).
           05 SD-DAT-RESPOSTA         PIC 9(008).
           05 SD-COD-CLIENTE          PIC 9(010).
           05 SD-COD-CAMPANHA         PIC X(008).
           05 SD-NUM-ONDA             PIC 9(001).
           05 SD-CPF                  PIC 9(011).
           05 SD-NOM-AGENCIA          PIC X(030).
           05 SD-DAT-SITUACAO         PIC 9(008).
           05 SD-QTD-DIAS             PIC 9(005).

      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0517 - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC  X(008) VALUE 'EXER0517'.
       77 WRK-ERRO2000            PIC  X(008) VALUE 'ERRO2000'.
       77 WRK-AGEN2000            PIC  X(008) VALUE 'AGEN2000'.
       77 WRK-MASK-QTDE           PIC  ZZZ.ZZ9.
       77 WRK-CHAVE-LEA           PIC  X(018) VALUE SPACES.
       77 WRK-CHAVE-RSP           PIC  X(018) VALUE SPACES.
       77 WRK-CHAVE-RSP-ANT       PIC  X(018) VALUE LOW-VALUES.
       77 WRK-INT-REFERENCIA      PIC S9(009) COMP VALUE +0.
       77 WRK-INT-RESPOSTA        PIC S9(009) COMP VALUE +0.
       77 WRK-INT-DIAS            PIC S9(009) COMP VALUE +0.
       77 WRK-AGE-ANTERIOR        PIC  9(004) VALUE ZEROS.
       77 WRK-GER-ANTERIOR        PIC  9(008) VALUE ZEROS.
       77 WRK-NOM-AGENCIA         PIC  X(030) VALUE SPACES.
      *
       01 WRK-SW-ANTERIOR         PIC  X(001) VALUE 'N'.
          88 WRK-ANTERIOR-PRESENTE            VALUE 'S'.
      *
       01 WRK-SW-ATUALIZACOES     PIC  X(001) VALUE 'N'.
          88 WRK-ATUALIZACOES-PRESENTES       VALUE 'S'.
      *
       01 WRK-SW-RESPOSTA         PIC  X(001) VALUE 'N'.
          88 WRK-RESPOSTA-VALIDA              VALUE 'S'.
      *
       01 WRK-SW-SORT-CONTROLE    PIC  X(001) VALUE 'N'.
          88 WRK-SORT-FIM                     VALUE 'S'.
      *
       01 WRK-SW-PRIMEIRA-AGENCIA PIC  X(001) VALUE 'S'.
          88 WRK-PRIMEIRA-AGENCIA             VALUE 'S'.
      *
       01 WRK-PARM-REGISTRO.
          05 WRK-PARM-DAT-REFERENCIA
                                  PIC  9(008) VALUE ZEROS.
          05 FILLER               PIC  X(072) VALUE SPACES.
      *
       01 WRK-DAT-REFERENCIA      PIC  9(008) VALUE ZEROS.
       01 WRK-DAT-REFERENCIA-R    REDEFINES WRK-DAT-REFERENCIA.
          05 WRK-REF-ANO          PIC  9(004).
          05 WRK-REF-MES          PIC  9(002).
          05 WRK-REF-DIA          PIC  9(002).
      *
       01 WRK-DAT-CALCULO         PIC  9(008) VALUE ZEROS.
       01 WRK-DAT-CALCULO-R       REDEFINES WRK-DAT-CALCULO.
          05 WRK-DTC-ANO          PIC  9(004).
          05 WRK-DTC-MES          PIC  9(002).
          05 WRK-DTC-DIA          PIC  9(002).
      *
       01 WRK-DAT-FORMATAR        PIC  9(008) VALUE ZEROS.
       01 WRK-DAT-FORMATAR-R      REDEFINES WRK-DAT-FORMATAR.
          05 WRK-FMT-ANO          PIC  9(004).
          05 WRK-FMT-MES          PIC  9(002).
          05 WRK-FMT-DIA          PIC  9(002).
       01 WRK-DAT-FORMATADA       PIC  X(010) VALUE SPACES.
      *
       01 WRK-ACUMULADORES.
           03 ACU-LIDOS-ARQRSP01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQATL01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQXRF01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQLEA01     PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQLEA02     PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQSAI01     PIC 9(007) VALUE ZEROS.
           03 ACU-LEADS-NOVOS        PIC 9(007) VALUE ZEROS.
           03 ACU-RESPOSTAS-REPETIDAS
                                     PIC 9(007) VALUE ZEROS.
           03 ACU-RESPOSTAS-JA-LEAD  PIC 9(007) VALUE ZEROS.
           03 ACU-RESPOSTAS-INVALIDAS
                                     PIC 9(007) VALUE ZEROS.
           03 ACU-ATL-APLICADAS      PIC 9(007) VALUE ZEROS.
           03 ACU-ATL-IGNORADAS      PIC 9(007) VALUE ZEROS.
           03 ACU-ATL-REJEITADAS     PIC 9(007) VALUE ZEROS.
           03 ACU-LEADS-NOVO         PIC 9(007) VALUE ZEROS.
           03 ACU-LEADS-CONTATADO    PIC 9(007) VALUE ZEROS.
           03 ACU-LEADS-CONVERTIDO   PIC 9(007) VALUE ZEROS.
           03 ACU-LEADS-PERDIDO      PIC 9(007) VALUE ZEROS.
           03 ACU-ATRIB-GERENTE      PIC 9(007) VALUE ZEROS.
           03 ACU-ATRIB-AGENCIA      PIC 9(007) VALUE ZEROS.
           03 ACU-SEM-AGENCIA        PIC 9(007) VALUE ZEROS.
           03 ACU-AGE-NOVOS          PIC 9(007) VALUE ZEROS.
           03 ACU-AGE-CONTATADOS     PIC 9(007) VALUE ZEROS.
      *
       01 WRK-LEA-ANTERIOR        PIC X(120) VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    TABELA DO CRUZAMENTO CPF X CODIGO DE CLIENTE                *
      *----------------------------------------------------------------*
       77 WRK-XRF-QTDE            PIC 9(004) VALUE ZEROS.
       77 WRK-XRF-IDX             PIC 9(004) VALUE ZEROS.
       01 WRK-XRF-TABELA.
          05 WRK-XRF-LINHA        OCCURS 3000 TIMES.
             10 WRK-XRF-CPF       PIC 9(011).
             10 WRK-XRF-CCLUB     PIC 9(010).
      *
      *----------------------------------------------------------------*
      *    TABELA DAS ATUALIZACOES DE SITUACAO DOS LEADS               *
      *----------------------------------------------------------------*
       77 WRK-ATL-QTDE            PIC 9(004) VALUE ZEROS.
       77 WRK-ATL-IDX             PIC 9(004) VALUE ZEROS.
       01 WRK-ATL-TABELA.
          05 WRK-ATL-LINHA        OCCURS 2000 TIMES.
             10 WRK-ATL-CHAVE.
                15 WRK-ATL-COD-CLIENTE
                                  PIC 9(010).
                15 WRK-ATL-COD-CAMPANHA
                                  PIC X(008).
             10 WRK-ATL-SIT-NOVA  PIC X(001).
             10 WRK-ATL-DAT-SITUACAO
                                  PIC 9(008).
             10 WRK-ATL-COD-RESPONSAVEL
                                  PIC X(008).
             10 WRK-ATL-TIP-CONVERSAO
                                  PIC X(001).
             10 WRK-ATL-COD-ORIGEM
                                  PIC X(001).
             10 WRK-ATL-SITUACAO  PIC X(001).
                88 WRK-ATL-PENDENTE           VALUE 'P'.
                88 WRK-ATL-APLICADA           VALUE 'A'.
                88 WRK-ATL-IGNORADA           VALUE 'I'.
                88 WRK-ATL-REJEITADA          VALUE 'R'.
             10 WRK-ATL-MOTIVO    PIC X(030).
      *
      *----------------------------------------------------------------*
      *    AREA DO RELATORIO                                           *
      *----------------------------------------------------------------*
       01 WRK-CAB1-RELATORIO.
          05 FILLER               PIC X(050) VALUE
             'FILA DE LEADS DE CAMPANHA EM ABERTO POR AGENCIA - '.
          05 FILLER               PIC X(012) VALUE
             'REFERENCIA: '.
          05 WRK-CAB1-DATA        PIC X(010) VALUE SPACES.
          05 FILLER               PIC X(060) VALUE SPACES.

       01 WRK-CAB-AGENCIA.
          05 FILLER               PIC X(008) VALUE 'AGENCIA '.
          05 WRK-CAB-AGE-CODIGO   PIC 9(004).
          05 FILLER               PIC X(003) VALUE ' - '.
          05 WRK-CAB-AGE-NOME     PIC X(030).
          05 FILLER               PIC X(087) VALUE SPACES.

       01 WRK-DET-FILA.
          05 WRK-DET-RESPONSAVEL  PIC X(012).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DET-SITUACAO     PIC X(010).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DET-COD-CLIENTE  PIC 9(010).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DET-CPF          PIC 9(011).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DET-CAMPANHA     PIC X(008).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DET-ONDA         PIC 9(001).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DET-DAT-RESPOSTA PIC X(010).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DET-DAT-SITUACAO PIC X(010).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DET-DIAS         PIC ZZ.ZZ9.
          05 FILLER               PIC X(036) VALUE SPACES.

       01 WRK-DET-GERENTE.
          05 FILLER               PIC X(004) VALUE 'GER '.
          05 WRK-DET-GER-CODIGO   PIC 9(008).

       01 WRK-TOT-AGENCIA.
          05 FILLER               PIC X(021) VALUE
             '  TOTAL DA AGENCIA - '.
          05 FILLER               PIC X(007) VALUE 'NOVOS: '.
          05 WRK-TOT-NOVOS        PIC ZZZ.ZZ9.
          05 FILLER               PIC X(014) VALUE '  CONTATADOS: '.
          05 WRK-TOT-CONTATADOS   PIC ZZZ.ZZ9.
          05 FILLER               PIC X(076) VALUE SPACES.

       01 WRK-REJ-LINHA.
          05 FILLER               PIC X(008) VALUE 'CLIENTE '.
          05 WRK-REJ-CLIENTE      PIC 9(010).
          05 FILLER               PIC X(012) VALUE '  CAMPANHA: '.
          05 WRK-REJ-CAMPANHA     PIC X(008).
          05 FILLER               PIC X(007) VALUE '  SIT: '.
          05 WRK-REJ-SITUACAO     PIC X(001).
          05 FILLER               PIC X(008) VALUE '  DATA: '.
          05 WRK-REJ-DATA         PIC X(010).
          05 FILLER               PIC X(009) VALUE '  RESP.: '.
          05 WRK-REJ-RESPONSAVEL  PIC X(008).
          05 FILLER               PIC X(010) VALUE '  MOTIVO: '.
          05 WRK-REJ-MOTIVO       PIC X(030).
          05 FILLER               PIC X(011) VALUE SPACES.

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
          05 WRK-FS-ARQRSP01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-RSP01-OK               VALUE '00'.
             88 WRK-FS-RSP01-FIM              VALUE '10'.
          05 WRK-FS-ARQATL01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-ATL01-OK               VALUE '00'.
             88 WRK-FS-ATL01-FIM              VALUE '10'.
          05 WRK-FS-ARQXRF01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-XRF01-OK               VALUE '00'.
             88 WRK-FS-XRF01-FIM              VALUE '10'.
          05 WRK-FS-ARQCLI01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-CLI01-OK               VALUE '00'.
             88 WRK-FS-CLI01-NAO-ENCONTRADO   VALUE '23'.
          05 WRK-FS-ARQCAR01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-CAR01-OK               VALUE '00'.
             88 WRK-FS-CAR01-NAO-ENCONTRADO   VALUE '23'.
          05 WRK-FS-ARQLEA01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-LEA01-OK               VALUE '00'.
             88 WRK-FS-LEA01-FIM              VALUE '10'.
          05 WRK-FS-ARQLEA02      PIC  X(002) VALUE SPACES.
             88 WRK-FS-LEA02-OK               VALUE '00'.
          05 WRK-FS-ARQSAI01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SAI01-OK               VALUE '00'.
          05 WRK-FS-ARQAUD01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-AUD01-OK               VALUE '00'.
          05 WRK-FS-DISPLAY       PIC  X(002) VALUE SPACES.

       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQPARM       VALUE 'ARQPARM '.
          88 WRK-CN-ARQRSP01      VALUE 'ARQRSP01'.
          88 WRK-CN-ARQATL01      VALUE 'ARQATL01'.
          88 WRK-CN-ARQXRF01      VALUE 'ARQXRF01'.
          88 WRK-CN-ARQCLI01      VALUE 'ARQCLI01'.
          88 WRK-CN-ARQCAR01      VALUE 'ARQCAR01'.
          88 WRK-CN-ARQLEA01      VALUE 'ARQLEA01'.
          88 WRK-CN-ARQLEA02      VALUE 'ARQLEA02'.
          88 WRK-CN-ARQSAI01      VALUE 'ARQSAI01'.
          88 WRK-CN-ARQAGE01      VALUE 'ARQAGE01'.
          88 WRK-CN-ARQAUD01      VALUE 'ARQAUD01'.

       77 WRK-COMANDO             PIC  X(007) VALUE SPACES.
          88 WRK-CN-OPEN          VALUE 'OPEN   '.
          88 WRK-CN-CLOSE         VALUE 'CLOSE  '.
          88 WRK-CN-READ          VALUE 'READ   '.
          88 WRK-CN-WRITE         VALUE 'WRITE  '.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DOS BOOKS DOS ARQUIVOS DE ENTRADA E SAIDA'.
      *----------------------------------------------------------------*
      *
           COPY RSP05114.
           COPY ATL05117.
           COPY XRF05108.
           COPY CLI02105.
           COPY CAR02223.
           COPY LEA05117.
           COPY AUD00105.
           COPY 'I#AGEN01'.
           COPY 'I#ERRO01'.

      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0517 - FIM DA AREA DE WORKING'.
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

           PERFORM 1200-CARREGAR-CRUZAMENTO

           PERFORM 1400-CARREGAR-ATUALIZACOES

           SORT WRK-SD-FILA
                ASCENDING KEY SD-COD-AGENCIA
                              SD-COD-FUNCO-GERENTE
                              SD-ORDEM
                              SD-DAT-RESPOSTA
                              SD-COD-CLIENTE
                              SD-COD-CAMPANHA
                INPUT PROCEDURE 2000-PROCESSAR-LEADS
                OUTPUT PROCEDURE 3000-IMPRIMIR-FILA

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

           MOVE WRK-PARM-DAT-REFERENCIA
                                       TO WRK-DAT-REFERENCIA

           IF NOT WRK-FS-PARM-OK
              OR WRK-PARM-DAT-REFERENCIA NOT NUMERIC
              OR WRK-REF-ANO EQUAL ZEROS
              OR WRK-REF-MES LESS 01
              OR WRK-REF-MES GREATER 12
              OR WRK-REF-DIA LESS 01
              OR WRK-REF-DIA GREATER 31
              DISPLAY '************************************************'
              DISPLAY '* DATA DE REFERENCIA (COLS 1-8) INVALIDA NO    *'
              DISPLAY '* CARTAO DE PARAMETROS                         *'
              DISPLAY '* PROGRAMA ' WRK-PROGRAMA
                                          ' CANCELADO                *'
              DISPLAY '************************************************'
              MOVE 08 TO RETURN-CODE
              PERFORM 9900-FIM-PROGRAMA
           END-IF

           CLOSE ARQPARM

           COMPUTE WRK-INT-REFERENCIA =
                   FUNCTION INTEGER-OF-DATE (WRK-DAT-REFERENCIA)

           SET  WRK-CN-ARQRSP01        TO TRUE
           OPEN INPUT ARQRSP01

           IF NOT WRK-FS-RSP01-OK
              MOVE WRK-FS-ARQRSP01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQCLI01        TO TRUE
           OPEN INPUT ARQCLI01

           IF NOT WRK-FS-CLI01-OK
              MOVE WRK-FS-ARQCLI01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQCAR01        TO TRUE
           OPEN INPUT ARQCAR01

           IF NOT WRK-FS-CAR01-OK
              MOVE WRK-FS-ARQCAR01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQLEA01        TO TRUE
           OPEN INPUT ARQLEA01

           IF WRK-FS-LEA01-OK
              SET WRK-ANTERIOR-PRESENTE
                                       TO TRUE
           ELSE
              DISPLAY '* CADASTRO DE LEADS ANTERIOR AUSENTE - '
                      'CARGA INICIAL PELAS RESPOSTAS'
           END-IF

           SET  WRK-CN-ARQLEA02        TO TRUE
           OPEN OUTPUT ARQLEA02

           IF NOT WRK-FS-LEA02-OK
              MOVE WRK-FS-ARQLEA02     TO WRK-FS-DISPLAY
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

           MOVE WRK-DAT-REFERENCIA     TO WRK-DAT-FORMATAR
           PERFORM 5800-FORMATAR-DATA
           MOVE WRK-DAT-FORMATADA      TO WRK-CAB1-DATA

           MOVE WRK-CAB1-RELATORIO     TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CARGA DO CRUZAMENTO CPF X CODIGO DE CLIENTE                 *
      *----------------------------------------------------------------*
       1200-CARREGAR-CRUZAMENTO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQXRF01        TO TRUE
           OPEN INPUT ARQXRF01

           IF NOT WRK-FS-XRF01-OK
              MOVE WRK-FS-ARQXRF01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 3830-LER-CRUZAMENTO

           PERFORM 1210-GUARDAR-CRUZAMENTO
              UNTIL WRK-FS-XRF01-FIM

           SET  WRK-CN-CLOSE           TO TRUE
           CLOSE ARQXRF01
           .
      *----------------------------------------------------------------*
       1200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1210-GUARDAR-CRUZAMENTO SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-XRF-QTDE NOT LESS 3000
              DISPLAY '* TABELA DE CRUZAMENTOS ESGOTADA (3000)'
              MOVE 12                  TO RETURN-CODE
              PERFORM 9900-FIM-PROGRAMA
           END-IF

           ADD 1 TO WRK-XRF-QTDE
           MOVE ARQXRF01-CPF           TO WRK-XRF-CPF (WRK-XRF-QTDE)
           MOVE ARQXRF01-COD-CLIENTE   TO WRK-XRF-CCLUB (WRK-XRF-QTDE)

           PERFORM 3830-LER-CRUZAMENTO
           .
      *----------------------------------------------------------------*
       1210-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CARGA DAS ATUALIZACOES DE SITUACAO DOS LEADS (AGENCIAS E    *
      *    CONVERSOES DO EXER0518); ATUALIZACAO INVALIDA E REJEITADA   *
      *----------------------------------------------------------------*
       1400-CARREGAR-ATUALIZACOES SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQATL01        TO TRUE
           OPEN INPUT ARQATL01

           IF NOT WRK-FS-ATL01-OK
              DISPLAY '* SEM ATUALIZACOES DE LEADS INFORMADAS'
              GO TO 1400-99-FIM
           END-IF

           SET WRK-ATUALIZACOES-PRESENTES
                                       TO TRUE

           PERFORM 3880-LER-ATUALIZACAO

           PERFORM 1410-GUARDAR-ATUALIZACAO
              UNTIL WRK-FS-ATL01-FIM

           SET  WRK-CN-CLOSE           TO TRUE
           CLOSE ARQATL01
           .
      *----------------------------------------------------------------*
       1400-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1410-GUARDAR-ATUALIZACAO SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-ATL-QTDE NOT LESS 2000
              DISPLAY '* TABELA DE ATUALIZACOES ESGOTADA (2000)'
              MOVE 12                  TO RETURN-CODE
              PERFORM 9900-FIM-PROGRAMA
           END-IF

           ADD 1 TO WRK-ATL-QTDE
           MOVE WRK-ATL-QTDE           TO WRK-ATL-IDX

           MOVE ARQATL01-COD-CLIENTE   TO WRK-ATL-COD-CLIENTE
                                          (WRK-ATL-IDX)
           MOVE ARQATL01-COD-CAMPANHA  TO WRK-ATL-COD-CAMPANHA
                                          (WRK-ATL-IDX)
           MOVE ARQATL01-SIT-NOVA      TO WRK-ATL-SIT-NOVA
                                          (WRK-ATL-IDX)
           MOVE ARQATL01-DAT-SITUACAO  TO WRK-ATL-DAT-SITUACAO
                                          (WRK-ATL-IDX)
           MOVE ARQATL01-COD-RESPONSAVEL
                                       TO WRK-ATL-COD-RESPONSAVEL
                                          (WRK-ATL-IDX)
           MOVE ARQATL01-TIP-CONVERSAO TO WRK-ATL-TIP-CONVERSAO
                                          (WRK-ATL-IDX)
           MOVE ARQATL01-COD-ORIGEM    TO WRK-ATL-COD-ORIGEM
                                          (WRK-ATL-IDX)
           SET WRK-ATL-PENDENTE (WRK-ATL-IDX)
                                       TO TRUE
           MOVE SPACES                 TO WRK-ATL-MOTIVO (WRK-ATL-IDX)

           MOVE ARQATL01-DAT-SITUACAO  TO WRK-DAT-CALCULO

           EVALUATE TRUE
              WHEN ARQATL01-COD-CLIENTE NOT NUMERIC
                OR ARQATL01-COD-CLIENTE EQUAL ZEROS
                 MOVE 'CLIENTE INVALIDO'
                                       TO WRK-ATL-MOTIVO (WRK-ATL-IDX)
              WHEN ARQATL01-COD-CAMPANHA EQUAL SPACES
                 MOVE 'CAMPANHA NAO INFORMADA'
                                       TO WRK-ATL-MOTIVO (WRK-ATL-IDX)
              WHEN NOT ARQATL01-SIT-VALIDA
                 MOVE 'SITUACAO INVALIDA'
                                       TO WRK-ATL-MOTIVO (WRK-ATL-IDX)
              WHEN ARQATL01-DAT-SITUACAO NOT NUMERIC
                OR WRK-DTC-ANO EQUAL ZEROS
                OR WRK-DTC-MES LESS 01
                OR WRK-DTC-MES GREATER 12
                OR WRK-DTC-DIA LESS 01
                OR WRK-DTC-DIA GREATER 31
                 MOVE 'DATA DA SITUACAO INVALIDA'
                                       TO WRK-ATL-MOTIVO (WRK-ATL-IDX)
              WHEN ARQATL01-DAT-SITUACAO GREATER WRK-DAT-REFERENCIA
                 MOVE 'DATA DA SITUACAO FUTURA'
                                       TO WRK-ATL-MOTIVO (WRK-ATL-IDX)
              WHEN NOT ARQATL01-ORIGEM-VALIDA
                 MOVE 'ORIGEM INVALIDA'
                                       TO WRK-ATL-MOTIVO (WRK-ATL-IDX)
              WHEN NOT ARQATL01-CONV-VALIDA
                 MOVE 'TIPO DE CONVERSAO INVALIDO'
                                       TO WRK-ATL-MOTIVO (WRK-ATL-IDX)
              WHEN ARQATL01-TIP-CONVERSAO NOT EQUAL SPACES
               AND NOT ARQATL01-SIT-CONVERTIDO
                 MOVE 'TIPO DE CONVERSAO SEM CONVERSAO'
                                       TO WRK-ATL-MOTIVO (WRK-ATL-IDX)
              WHEN ARQATL01-COD-RESPONSAVEL EQUAL SPACES
                 MOVE 'RESPONSAVEL NAO INFORMADO'
                                       TO WRK-ATL-MOTIVO (WRK-ATL-IDX)
           END-EVALUATE

           IF WRK-ATL-MOTIVO (WRK-ATL-IDX) NOT EQUAL SPACES
              SET WRK-ATL-REJEITADA (WRK-ATL-IDX)
                                       TO TRUE
           END-IF

           PERFORM 3880-LER-ATUALIZACAO
           .
      *----------------------------------------------------------------*
       1410-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    BALANCO ENTRE O CADASTRO DE LEADS ANTERIOR E AS RESPOSTAS,  *
      *    AMBOS EM ORDEM DE CLIENTE E CAMPANHA (INPUT PROCEDURE DO    *
      *    SORT). RESPOSTA DE CLIENTE E CAMPANHA JA NO CADASTRO NAO    *
      *    CRIA NOVO LEAD                                              *
      *----------------------------------------------------------------*
       2000-PROCESSAR-LEADS SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-ANTERIOR-PRESENTE
              PERFORM 3810-LER-ANTERIOR
           ELSE
              MOVE HIGH-VALUES         TO WRK-CHAVE-LEA
           END-IF

           PERFORM 3820-LER-RESPOSTA

           PERFORM 2100-TRATAR-CHAVE
              UNTIL WRK-CHAVE-LEA EQUAL HIGH-VALUES
                AND WRK-CHAVE-RSP EQUAL HIGH-VALUES
           .
      *----------------------------------------------------------------*
       2000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2100-TRATAR-CHAVE SECTION.
      *----------------------------------------------------------------*
      *
           EVALUATE TRUE
              WHEN WRK-CHAVE-RSP EQUAL WRK-CHAVE-LEA
                 ADD 1 TO ACU-RESPOSTAS-JA-LEAD
                 PERFORM 3820-LER-RESPOSTA
              WHEN WRK-CHAVE-LEA LESS WRK-CHAVE-RSP
                 MOVE WRK-LEA-ANTERIOR TO ARQLEA01-REGISTRO
                 PERFORM 3810-LER-ANTERIOR
                 PERFORM 2200-ATUALIZAR-LEAD
              WHEN OTHER
                 PERFORM 2150-CRIAR-LEAD
                 PERFORM 3820-LER-RESPOSTA
                 PERFORM 2200-ATUALIZAR-LEAD
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       2100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    NOVO LEAD A PARTIR DA RESPOSTA (SEM DATA VALIDA NO FEED,    *
      *    VALE A DATA DE REFERENCIA)                                  *
      *----------------------------------------------------------------*
       2150-CRIAR-LEAD SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE ARQLEA01-REGISTRO

           MOVE ARQRSP01-COD-CLIENTE   TO ARQLEA01-COD-CLIENTE
           MOVE ARQRSP01-COD-CAMPANHA  TO ARQLEA01-COD-CAMPANHA
           MOVE ARQRSP01-NUM-ONDA      TO ARQLEA01-NUM-ONDA

           IF ARQRSP01-DAT-RESPOSTA NUMERIC
              AND ARQRSP01-DAT-RESPOSTA GREATER ZEROS
              AND ARQRSP01-DAT-RESPOSTA NOT GREATER WRK-DAT-REFERENCIA
              MOVE ARQRSP01-DAT-RESPOSTA
                                       TO ARQLEA01-DAT-RESPOSTA
           ELSE
              MOVE WRK-DAT-REFERENCIA  TO ARQLEA01-DAT-RESPOSTA
           END-IF

           MOVE WRK-DAT-REFERENCIA     TO ARQLEA01-DAT-ATRIBUICAO
           MOVE WRK-DAT-REFERENCIA     TO ARQLEA01-DAT-SITUACAO
           SET  ARQLEA01-LEAD-NOVO     TO TRUE

           ADD 1 TO ACU-LEADS-NOVOS
           .
      *----------------------------------------------------------------*
       2150-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ATRIBUICAO DO LEAD EM ABERTO, ATUALIZACOES DE SITUACAO,     *
      *    GRAVACAO NO CADASTRO E LIBERACAO PARA A FILA                *
      *----------------------------------------------------------------*
       2200-ATUALIZAR-LEAD SECTION.
      *----------------------------------------------------------------*
      *
           IF ARQLEA01-LEAD-ABERTO
              PERFORM 5300-ATRIBUIR-LEAD
           END-IF

           IF WRK-ATUALIZACOES-PRESENTES
              PERFORM 2250-APLICAR-ATUALIZACAO
                 VARYING WRK-ATL-IDX FROM 1 BY 1
                 UNTIL WRK-ATL-IDX GREATER WRK-ATL-QTDE
           END-IF

           MOVE WRK-DAT-REFERENCIA     TO ARQLEA01-DAT-PROCESSAMENTO

           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQLEA02        TO TRUE

           WRITE FD-ARQLEA02 FROM ARQLEA01-REGISTRO

           IF WRK-FS-LEA02-OK
              ADD 1 TO ACU-GRAVA-ARQLEA02
           ELSE
              MOVE WRK-FS-ARQLEA02     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           EVALUATE TRUE
              WHEN ARQLEA01-LEAD-NOVO
                 ADD 1 TO ACU-LEADS-NOVO
              WHEN ARQLEA01-LEAD-CONTATADO
                 ADD 1 TO ACU-LEADS-CONTATADO
              WHEN ARQLEA01-LEAD-CONVERTIDO
                 ADD 1 TO ACU-LEADS-CONVERTIDO
              WHEN OTHER
                 ADD 1 TO ACU-LEADS-PERDIDO
           END-EVALUATE

           IF ARQLEA01-LEAD-ABERTO
              PERFORM 2300-LIBERAR-FILA
           END-IF
           .
      *----------------------------------------------------------------*
       2200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    APLICA A ATUALIZACAO DO LEAD. LEAD JA ENCERRADO NAO MUDA:   *
      *    A CONVERSAO APURADA PELO SISTEMA E IGNORADA E A INFORMADA   *
      *    PELA AGENCIA E REJEITADA                                    *
      *----------------------------------------------------------------*
       2250-APLICAR-ATUALIZACAO SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-ATL-CHAVE (WRK-ATL-IDX) NOT EQUAL ARQLEA01-CHAVE
              OR NOT WRK-ATL-PENDENTE (WRK-ATL-IDX)
              GO TO 2250-99-FIM
           END-IF

           IF NOT ARQLEA01-LEAD-ABERTO
              IF WRK-ATL-COD-ORIGEM (WRK-ATL-IDX) EQUAL 'S'
                 SET WRK-ATL-IGNORADA (WRK-ATL-IDX)
                                       TO TRUE
                 ADD 1 TO ACU-ATL-IGNORADAS
              ELSE
                 MOVE 'LEAD JA ENCERRADO'
                                       TO WRK-ATL-MOTIVO (WRK-ATL-IDX)
                 SET WRK-ATL-REJEITADA (WRK-ATL-IDX)
                                       TO TRUE
              END-IF
              GO TO 2250-99-FIM
           END-IF

           IF WRK-ATL-DAT-SITUACAO (WRK-ATL-IDX) LESS
              ARQLEA01-DAT-RESPOSTA
              MOVE 'DATA ANTERIOR A RESPOSTA'
                                       TO WRK-ATL-MOTIVO (WRK-ATL-IDX)
              SET WRK-ATL-REJEITADA (WRK-ATL-IDX)
                                       TO TRUE
              GO TO 2250-99-FIM
           END-IF

           MOVE WRK-ATL-SIT-NOVA (WRK-ATL-IDX)
                                       TO ARQLEA01-SIT-LEAD
           MOVE WRK-ATL-DAT-SITUACAO (WRK-ATL-IDX)
                                       TO ARQLEA01-DAT-SITUACAO
           MOVE WRK-ATL-COD-ORIGEM (WRK-ATL-IDX)
                                       TO ARQLEA01-COD-ORIGEM-SIT
           MOVE WRK-ATL-COD-RESPONSAVEL (WRK-ATL-IDX)
                                       TO ARQLEA01-COD-RESPONSAVEL

           IF ARQLEA01-LEAD-CONVERTIDO
              MOVE WRK-ATL-TIP-CONVERSAO (WRK-ATL-IDX)
                                       TO ARQLEA01-TIP-CONVERSAO
           END-IF

           SET WRK-ATL-APLICADA (WRK-ATL-IDX)
                                       TO TRUE
           ADD 1 TO ACU-ATL-APLICADAS
           .
      *----------------------------------------------------------------*
       2250-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LEAD EM ABERTO NA FILA DA AGENCIA / GERENTE                 *
      *----------------------------------------------------------------*
       2300-LIBERAR-FILA SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE WRK-SD-REGISTRO

           MOVE ARQLEA01-COD-AGENCIA   TO SD-COD-AGENCIA
           MOVE ARQLEA01-COD-FUNCO-GERENTE
                                       TO SD-COD-FUNCO-GERENTE

           IF ARQLEA01-LEAD-NOVO
              MOVE 1                   TO SD-ORDEM
           ELSE
              MOVE 2                   TO SD-ORDEM
           END-IF

           MOVE ARQLEA01-DAT-RESPOSTA  TO SD-DAT-RESPOSTA
           MOVE ARQLEA01-COD-CLIENTE   TO SD-COD-CLIENTE
           MOVE ARQLEA01-COD-CAMPANHA  TO SD-COD-CAMPANHA
           MOVE ARQLEA01-NUM-ONDA      TO SD-NUM-ONDA
           MOVE ARQLEA01-CPF           TO SD-CPF
           MOVE WRK-NOM-AGENCIA        TO SD-NOM-AGENCIA
           MOVE ARQLEA01-DAT-SITUACAO  TO SD-DAT-SITUACAO

           COMPUTE WRK-INT-RESPOSTA =
                   FUNCTION INTEGER-OF-DATE (ARQLEA01-DAT-RESPOSTA)
           COMPUTE WRK-INT-DIAS = WRK-INT-REFERENCIA
                                - WRK-INT-RESPOSTA

           IF WRK-INT-DIAS LESS ZEROS
              MOVE ZEROS               TO SD-QTD-DIAS
           ELSE
              IF WRK-INT-DIAS GREATER 99999
                 MOVE 99999            TO SD-QTD-DIAS
              ELSE
                 MOVE WRK-INT-DIAS     TO SD-QTD-DIAS
              END-IF
           END-IF

           IF ARQLEA01-COD-AGENCIA EQUAL ZEROS
              ADD 1 TO ACU-SEM-AGENCIA
           ELSE
              IF ARQLEA01-COD-FUNCO-GERENTE EQUAL ZEROS
                 ADD 1 TO ACU-ATRIB-AGENCIA
              ELSE
                 ADD 1 TO ACU-ATRIB-GERENTE
              END-IF
           END-IF

           RELEASE WRK-SD-REGISTRO
           .
      *----------------------------------------------------------------*
       2300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    IMPRESSAO DA FILA COM QUEBRA POR AGENCIA (OUTPUT PROCEDURE  *
      *    DO SORT)                                                    *
      *----------------------------------------------------------------*
       3000-IMPRIMIR-FILA SECTION.
      *----------------------------------------------------------------*
      *
           RETURN WRK-SD-FILA
              AT END
                 SET WRK-SORT-FIM      TO TRUE
           END-RETURN

           PERFORM 3100-IMPRIMIR-LEAD
              UNTIL WRK-SORT-FIM

           IF NOT WRK-PRIMEIRA-AGENCIA
              PERFORM 3200-TOTALIZAR-AGENCIA
           END-IF
           .
      *----------------------------------------------------------------*
       3000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3100-IMPRIMIR-LEAD SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-PRIMEIRA-AGENCIA
              OR SD-COD-AGENCIA NOT EQUAL WRK-AGE-ANTERIOR
              IF NOT WRK-PRIMEIRA-AGENCIA
                 PERFORM 3200-TOTALIZAR-AGENCIA
              END-IF
              MOVE 'N'                 TO WRK-SW-PRIMEIRA-AGENCIA
              MOVE SD-COD-AGENCIA      TO WRK-AGE-ANTERIOR
              MOVE 99999999            TO WRK-GER-ANTERIOR
              PERFORM 3150-CABECALHO-AGENCIA
           END-IF

           IF SD-COD-FUNCO-GERENTE NOT EQUAL WRK-GER-ANTERIOR
              MOVE SD-COD-FUNCO-GERENTE
                                       TO WRK-GER-ANTERIOR
              IF SD-COD-FUNCO-GERENTE EQUAL ZEROS
                 MOVE 'FILA AGENCIA'   TO WRK-DET-RESPONSAVEL
              ELSE
                 MOVE SD-COD-FUNCO-GERENTE
                                       TO WRK-DET-GER-CODIGO
                 MOVE WRK-DET-GERENTE  TO WRK-DET-RESPONSAVEL
              END-IF
           ELSE
              MOVE SPACES              TO WRK-DET-RESPONSAVEL
           END-IF

           IF SD-ORDEM EQUAL 1
              MOVE 'NOVO'              TO WRK-DET-SITUACAO
              ADD 1 TO ACU-AGE-NOVOS
           ELSE
              MOVE 'CONTATADO'         TO WRK-DET-SITUACAO
              ADD 1 TO ACU-AGE-CONTATADOS
           END-IF

           MOVE SD-COD-CLIENTE         TO WRK-DET-COD-CLIENTE
           MOVE SD-CPF                 TO WRK-DET-CPF
           MOVE SD-COD-CAMPANHA        TO WRK-DET-CAMPANHA
           MOVE SD-NUM-ONDA            TO WRK-DET-ONDA

           MOVE SD-DAT-RESPOSTA        TO WRK-DAT-FORMATAR
           PERFORM 5800-FORMATAR-DATA
           MOVE WRK-DAT-FORMATADA      TO WRK-DET-DAT-RESPOSTA

           MOVE SD-DAT-SITUACAO        TO WRK-DAT-FORMATAR
           PERFORM 5800-FORMATAR-DATA
           MOVE WRK-DAT-FORMATADA      TO WRK-DET-DAT-SITUACAO

           MOVE SD-QTD-DIAS            TO WRK-DET-DIAS

           MOVE WRK-DET-FILA           TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           RETURN WRK-SD-FILA
              AT END
                 SET WRK-SORT-FIM      TO TRUE
           END-RETURN
           .
      *----------------------------------------------------------------*
       3100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3150-CABECALHO-AGENCIA SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 4950-GRAVAR-LINHA

           MOVE SD-COD-AGENCIA         TO WRK-CAB-AGE-CODIGO
           MOVE SD-NOM-AGENCIA         TO WRK-CAB-AGE-NOME
           MOVE WRK-CAB-AGENCIA        TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'RESPONSAVEL   SITUACAO    CLIENTE     CPF'
                                       TO WRK-LINHA-IMPRESSAO
           MOVE 'CAMPANHA'             TO WRK-LINHA-IMPRESSAO (52:8)
           MOVE 'O'                    TO WRK-LINHA-IMPRESSAO (62:1)
           MOVE 'RESPOSTA'             TO WRK-LINHA-IMPRESSAO (65:8)
           MOVE 'SITUACAO'             TO WRK-LINHA-IMPRESSAO (77:8)
           MOVE '  DIAS'               TO WRK-LINHA-IMPRESSAO (89:6)
           PERFORM 4950-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       3150-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3200-TOTALIZAR-AGENCIA SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ACU-AGE-NOVOS          TO WRK-TOT-NOVOS
           MOVE ACU-AGE-CONTATADOS     TO WRK-TOT-CONTATADOS
           MOVE WRK-TOT-AGENCIA        TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE ZEROS                  TO ACU-AGE-NOVOS
                                          ACU-AGE-CONTATADOS
           .
      *----------------------------------------------------------------*
       3200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LEITURA DO CADASTRO DE LEADS ANTERIOR                       *
      *----------------------------------------------------------------*
       3810-LER-ANTERIOR SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQLEA01        TO TRUE

           READ ARQLEA01 INTO WRK-LEA-ANTERIOR

           EVALUATE TRUE
              WHEN WRK-FS-LEA01-OK
                 ADD 1 TO ACU-LIDOS-ARQLEA01
                 MOVE WRK-LEA-ANTERIOR (1:18)
                                       TO WRK-CHAVE-LEA
              WHEN WRK-FS-LEA01-FIM
                 MOVE HIGH-VALUES      TO WRK-CHAVE-LEA
              WHEN OTHER
                 MOVE WRK-FS-ARQLEA01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       3810-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    PROXIMA RESPOSTA VALIDA DE OUTRO CLIENTE OU CAMPANHA (AS    *
      *    DEMAIS RESPOSTAS DA MESMA CHAVE SAO REPETICOES)             *
      *----------------------------------------------------------------*
       3820-LER-RESPOSTA SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-CHAVE-RSP          TO WRK-CHAVE-RSP-ANT

           PERFORM 3825-LER-ARQRSP01

           PERFORM 3825-LER-ARQRSP01
              UNTIL WRK-CHAVE-RSP EQUAL HIGH-VALUES
                 OR (WRK-RESPOSTA-VALIDA
                 AND WRK-CHAVE-RSP NOT EQUAL WRK-CHAVE-RSP-ANT)
           .
      *----------------------------------------------------------------*
       3820-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3825-LER-ARQRSP01 SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQRSP01        TO TRUE

           READ ARQRSP01 INTO ARQRSP01-REGISTRO

           EVALUATE TRUE
              WHEN WRK-FS-RSP01-OK
                 ADD 1 TO ACU-LIDOS-ARQRSP01
                 MOVE ARQRSP01-REGISTRO (1:18)
                                       TO WRK-CHAVE-RSP
              WHEN WRK-FS-RSP01-FIM
                 MOVE HIGH-VALUES      TO WRK-CHAVE-RSP
                 GO TO 3825-99-FIM
              WHEN OTHER
                 MOVE WRK-FS-ARQRSP01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE

           IF ARQRSP01-COD-CLIENTE NOT NUMERIC
              OR ARQRSP01-COD-CLIENTE EQUAL ZEROS
              OR ARQRSP01-COD-CAMPANHA EQUAL SPACES
              MOVE 'N'                 TO WRK-SW-RESPOSTA
              ADD 1 TO ACU-RESPOSTAS-INVALIDAS
              GO TO 3825-99-FIM
           END-IF

           SET WRK-RESPOSTA-VALIDA     TO TRUE

           IF WRK-CHAVE-RSP EQUAL WRK-CHAVE-RSP-ANT
              ADD 1 TO ACU-RESPOSTAS-REPETIDAS
           END-IF
           .
      *----------------------------------------------------------------*
       3825-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3830-LER-CRUZAMENTO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQXRF01        TO TRUE

           READ ARQXRF01 INTO ARQXRF01-REGISTRO

           IF WRK-FS-XRF01-OK
              ADD 1 TO ACU-LIDOS-ARQXRF01
           ELSE
              IF NOT WRK-FS-XRF01-FIM
                 MOVE WRK-FS-ARQXRF01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3830-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3880-LER-ATUALIZACAO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQATL01        TO TRUE

           READ ARQATL01 INTO ARQATL01-REGISTRO

           IF WRK-FS-ATL01-OK
              ADD 1 TO ACU-LIDOS-ARQATL01
           ELSE
              IF NOT WRK-FS-ATL01-FIM
                 MOVE WRK-FS-ARQATL01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3880-99-FIM.
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
           MOVE ACU-LIDOS-ARQRSP01      TO ARQAUD01-QTDE-LIDOS
           MOVE ACU-GRAVA-ARQLEA02      TO ARQAUD01-QTDE-GRAVA
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
      *    ROTINA DE FINALIZACAO: ATUALIZACOES REJEITADAS, RESUMO E    *
      *    FECHAMENTO                                                  *
      *----------------------------------------------------------------*
       4000-FINALIZAR SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 4950-GRAVAR-LINHA
           MOVE 'ATUALIZACOES DE LEADS REJEITADAS'
                                       TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           PERFORM 4100-LISTAR-REJEITADA
              VARYING WRK-ATL-IDX FROM 1 BY 1
              UNTIL WRK-ATL-IDX GREATER WRK-ATL-QTDE

           PERFORM 4800-GRAVAR-TOTAIS

           IF ACU-ATL-REJEITADAS GREATER ZEROS
              MOVE 04                  TO RETURN-CODE
           END-IF

           PERFORM 3980-GRAVAR-AUDITORIA

           SET  AGEN01-FECHAR          TO TRUE
           CALL WRK-AGEN2000           USING AGEN01-REGISTRO

           SET  WRK-CN-CLOSE           TO TRUE

           SET  WRK-CN-ARQRSP01        TO TRUE
           CLOSE ARQRSP01
           IF NOT WRK-FS-RSP01-OK
              MOVE WRK-FS-ARQRSP01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQCLI01        TO TRUE
           CLOSE ARQCLI01
           IF NOT WRK-FS-CLI01-OK
              MOVE WRK-FS-ARQCLI01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQCAR01        TO TRUE
           CLOSE ARQCAR01
           IF NOT WRK-FS-CAR01-OK
              MOVE WRK-FS-ARQCAR01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF WRK-ANTERIOR-PRESENTE
              SET  WRK-CN-ARQLEA01     TO TRUE
              CLOSE ARQLEA01
           END-IF

           SET  WRK-CN-ARQLEA02        TO TRUE
           CLOSE ARQLEA02
           IF NOT WRK-FS-LEA02-OK
              MOVE WRK-FS-ARQLEA02     TO WRK-FS-DISPLAY
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

           MOVE ACU-LIDOS-ARQRSP01     TO WRK-MASK-QTDE
           DISPLAY '**************************************************'
           DISPLAY '* QTDE DE RESPOSTAS LIDAS    : ' WRK-MASK-QTDE  '*'
           MOVE ACU-LEADS-NOVOS        TO WRK-MASK-QTDE
           DISPLAY '* QTDE DE LEADS CRIADOS      : ' WRK-MASK-QTDE  '*'
           MOVE ACU-LIDOS-ARQLEA01     TO WRK-MASK-QTDE
           DISPLAY '* QTDE NO CADASTRO ANTERIOR  : ' WRK-MASK-QTDE  '*'
           MOVE ACU-GRAVA-ARQLEA02     TO WRK-MASK-QTDE
           DISPLAY '* QTDE NO CADASTRO GRAVADO   : ' WRK-MASK-QTDE  '*'
           MOVE ACU-LIDOS-ARQATL01     TO WRK-MASK-QTDE
           DISPLAY '* QTDE ATUALIZACOES LIDAS    : ' WRK-MASK-QTDE  '*'
           MOVE ACU-ATL-APLICADAS      TO WRK-MASK-QTDE
           DISPLAY '* QTDE ATUALIZACOES APLICADAS: ' WRK-MASK-QTDE  '*'
           MOVE ACU-ATL-REJEITADAS     TO WRK-MASK-QTDE
           DISPLAY '* QTDE ATUALIZACOES REJEIT.  : ' WRK-MASK-QTDE  '*'
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
      *    ATUALIZACAO INVALIDA, DE LEAD ENCERRADO OU DE LEAD FORA DO  *
      *    CADASTRO                                                    *
      *----------------------------------------------------------------*
       4100-LISTAR-REJEITADA SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-ATL-PENDENTE (WRK-ATL-IDX)
              MOVE 'LEAD INEXISTENTE NO CADASTRO'
                                       TO WRK-ATL-MOTIVO (WRK-ATL-IDX)
              SET WRK-ATL-REJEITADA (WRK-ATL-IDX)
                                       TO TRUE
           END-IF

           IF NOT WRK-ATL-REJEITADA (WRK-ATL-IDX)
              GO TO 4100-99-FIM
           END-IF

           ADD 1 TO ACU-ATL-REJEITADAS

           MOVE WRK-ATL-COD-CLIENTE (WRK-ATL-IDX)
                                       TO WRK-REJ-CLIENTE
           MOVE WRK-ATL-COD-CAMPANHA (WRK-ATL-IDX)
                                       TO WRK-REJ-CAMPANHA
           MOVE WRK-ATL-SIT-NOVA (WRK-ATL-IDX)
                                       TO WRK-REJ-SITUACAO
           MOVE ZEROS                  TO WRK-DAT-FORMATAR
           IF WRK-ATL-DAT-SITUACAO (WRK-ATL-IDX) NUMERIC
              MOVE WRK-ATL-DAT-SITUACAO (WRK-ATL-IDX)
                                       TO WRK-DAT-FORMATAR
           END-IF
           PERFORM 5800-FORMATAR-DATA
           MOVE WRK-DAT-FORMATADA      TO WRK-REJ-DATA
           MOVE WRK-ATL-COD-RESPONSAVEL (WRK-ATL-IDX)
                                       TO WRK-REJ-RESPONSAVEL
           MOVE WRK-ATL-MOTIVO (WRK-ATL-IDX)
                                       TO WRK-REJ-MOTIVO

           MOVE WRK-REJ-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       4100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    RESUMO DE CONTROLE NO FIM DO RELATORIO                      *
      *----------------------------------------------------------------*
       4800-GRAVAR-TOTAIS SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'RESPOSTAS ATRIBUIDAS LIDAS..............:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-LIDOS-ARQRSP01     TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'RESPOSTAS INVALIDAS (SEM CLIENTE/CAMP.).:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-RESPOSTAS-INVALIDAS
                                       TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'RESPOSTAS REPETIDAS NA RODADA...........:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-RESPOSTAS-REPETIDAS
                                       TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'RESPOSTAS DE LEAD JA CADASTRADO.........:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-RESPOSTAS-JA-LEAD  TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'LEADS CRIADOS NA RODADA.................:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-LEADS-NOVOS        TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'LEADS NO CADASTRO.......................:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-GRAVA-ARQLEA02     TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE '  NOVOS (SEM CONTATO)...................:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-LEADS-NOVO         TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE '  CONTATADOS............................:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-LEADS-CONTATADO    TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE '  CONVERTIDOS...........................:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-LEADS-CONVERTIDO   TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE '  PERDIDOS..............................:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-LEADS-PERDIDO      TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'EM ABERTO COM GERENTE DA CARTEIRA.......:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-ATRIB-GERENTE      TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'EM ABERTO NA FILA DA AGENCIA............:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-ATRIB-AGENCIA      TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'EM ABERTO SEM AGENCIA (AG. 0000)........:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-SEM-AGENCIA        TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'ATUALIZACOES APLICADAS..................:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-ATL-APLICADAS      TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'CONVERSOES DO SISTEMA JA ENCERRADAS.....:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-ATL-IGNORADAS      TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'ATUALIZACOES REJEITADAS.................:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-ATL-REJEITADAS     TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       4800-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
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
      *    CPF DO CODIGO DE CLIENTE NO CRUZAMENTO                      *
      *----------------------------------------------------------------*
       5200-PROCURAR-CRUZAMENTO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 1 TO WRK-XRF-IDX

           PERFORM 5210-PROXIMO-CRUZAMENTO
              UNTIL WRK-XRF-IDX GREATER WRK-XRF-QTDE
                 OR WRK-XRF-CCLUB (WRK-XRF-IDX) EQUAL
                    ARQLEA01-COD-CLIENTE
           .
      *----------------------------------------------------------------*
       5200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       5210-PROXIMO-CRUZAMENTO SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-XRF-IDX
           .
      *----------------------------------------------------------------*
       5210-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ATRIBUICAO DO LEAD EM ABERTO: CPF DO CRUZAMENTO, AGENCIA DO *
      *    CADASTRO DE CLIENTES E GERENTE DA CARTEIRA (ZEROS = FILA DA *
      *    AGENCIA). REFEITA A CADA RODADA PARA ACOMPANHAR A CARTEIRA  *
      *----------------------------------------------------------------*
       5300-ATRIBUIR-LEAD SECTION.
      *----------------------------------------------------------------*
      *
           IF ARQLEA01-CPF EQUAL ZEROS
              PERFORM 5200-PROCURAR-CRUZAMENTO
              IF WRK-XRF-IDX NOT GREATER WRK-XRF-QTDE
                 MOVE WRK-XRF-CPF (WRK-XRF-IDX)
                                       TO ARQLEA01-CPF
              END-IF
           END-IF

           MOVE ZEROS                  TO ARQLEA01-COD-AGENCIA
                                          ARQLEA01-COD-FUNCO-GERENTE

           IF ARQLEA01-CPF EQUAL ZEROS
              PERFORM 5350-CONSULTAR-AGENCIA
              GO TO 5300-99-FIM
           END-IF

           MOVE ARQLEA01-CPF           TO FD-ARQCLI01-CPF

           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQCLI01        TO TRUE

           READ ARQCLI01 INTO ARQCLI01-REGISTRO

           EVALUATE TRUE
              WHEN WRK-FS-CLI01-OK
                 MOVE ARQCLI01-COD-AGENCIA
                                       TO ARQLEA01-COD-AGENCIA
              WHEN WRK-FS-CLI01-NAO-ENCONTRADO
                 CONTINUE
              WHEN OTHER
                 MOVE WRK-FS-ARQCLI01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE

           MOVE ARQLEA01-CPF           TO FD-ARQCAR01-CPF

           SET  WRK-CN-ARQCAR01        TO TRUE

           READ ARQCAR01 INTO ARQCAR01-REGISTRO

           EVALUATE TRUE
              WHEN WRK-FS-CAR01-OK
                 MOVE ARQCAR01-COD-FUNCO-GERENTE
                                       TO ARQLEA01-COD-FUNCO-GERENTE
              WHEN WRK-FS-CAR01-NAO-ENCONTRADO
                 CONTINUE
              WHEN OTHER
                 MOVE WRK-FS-ARQCAR01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
           END-EVALUATE

           PERFORM 5350-CONSULTAR-AGENCIA
           .
      *----------------------------------------------------------------*
       5300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    NOME DA AGENCIA E AGENCIA ATUAL DA CARTEIRA (AGEN2000): O   *
      *    LEAD DE CLIENTE DE AGENCIA ENCERRADA VAI PARA A SUCESSORA   *
      *----------------------------------------------------------------*
       5350-CONSULTAR-AGENCIA SECTION.
      *----------------------------------------------------------------*
      *
           IF ARQLEA01-COD-AGENCIA EQUAL ZEROS
              MOVE '*CLIENTE SEM CADASTRO*'
                                       TO WRK-NOM-AGENCIA
              GO TO 5350-99-FIM
           END-IF

           INITIALIZE AGEN01-REGISTRO
           MOVE 'I#AGEN01'             TO AGEN01-ID-BLOCO
           SET  AGEN01-CONSULTAR       TO TRUE
           MOVE ARQLEA01-COD-AGENCIA   TO AGEN01-COD-AGENCIA

           CALL WRK-AGEN2000           USING AGEN01-REGISTRO

           IF AGEN01-ERRO-CADASTRO
              SET  WRK-CN-READ         TO TRUE
              SET  WRK-CN-ARQAGE01     TO TRUE
              MOVE AGEN01-FILE-STATUS  TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF AGEN01-AGENCIA-ENCERRADA
              AND AGEN01-COD-AGENCIA-ATUAL GREATER ZEROS
              AND AGEN01-COD-AGENCIA-ATUAL NOT EQUAL
                  ARQLEA01-COD-AGENCIA
              MOVE AGEN01-COD-AGENCIA-ATUAL
                                       TO ARQLEA01-COD-AGENCIA
              INITIALIZE AGEN01-REGISTRO
              MOVE 'I#AGEN01'          TO AGEN01-ID-BLOCO
              SET  AGEN01-CONSULTAR    TO TRUE
              MOVE ARQLEA01-COD-AGENCIA
                                       TO AGEN01-COD-AGENCIA
              CALL WRK-AGEN2000        USING AGEN01-REGISTRO
              IF AGEN01-ERRO-CADASTRO
                 SET  WRK-CN-READ      TO TRUE
                 SET  WRK-CN-ARQAGE01  TO TRUE
                 MOVE AGEN01-FILE-STATUS
                                       TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF

           MOVE AGEN01-NOM-AGENCIA     TO WRK-NOM-AGENCIA
           .
      *----------------------------------------------------------------*
       5350-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    DATA AAAAMMDD EM DD/MM/AAAA (ZEROS = BRANCOS)               *
      *----------------------------------------------------------------*
       5800-FORMATAR-DATA SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-DAT-FORMATADA

           IF WRK-DAT-FORMATAR EQUAL ZEROS
              GO TO 5800-99-FIM
           END-IF

           MOVE WRK-FMT-DIA            TO WRK-DAT-FORMATADA (1:2)
           MOVE '/'                    TO WRK-DAT-FORMATADA (3:1)
           MOVE WRK-FMT-MES            TO WRK-DAT-FORMATADA (4:2)
           MOVE '/'                    TO WRK-DAT-FORMATADA (6:1)
           MOVE WRK-FMT-ANO            TO WRK-DAT-FORMATADA (7:4)
           .
      *----------------------------------------------------------------*
       5800-99-FIM.
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
           MOVE ACU-LIDOS-ARQRSP01
                                  TO ERRO01-QTDE-LIDOS
           MOVE ACU-GRAVA-ARQLEA02
                                  TO ERRO01-QTDE-GRAVADOS
           MOVE ARQLEA01-COD-CLIENTE
                                  TO ERRO01-ULT-CHAVE

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
