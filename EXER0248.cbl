      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0248.
       AUTHOR.     JULIANA SOARES.
      *================================================================*
      *    PROGRAMA....: EXER0248                                      *
      *    PROGRAMADOR.: JULIANA SOARES                                *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   SEPARACAO E DISTRIBUICAO DE RELATORIOS POR  *
      *                    AGENCIA/DEPARTAMENTO. LE O RELATORIO        *
      *                    INFORMADO NO CARTAO (ARQREL01) E, PELA      *
      *                    DEFINICAO DO RELATORIO NO CADASTRO DE       *
      *                    DISTRIBUICAO (DST02248), RECONHECE AS       *
      *                    LINHAS DE QUEBRA E O CODIGO DA UNIDADE:     *
      *                    - LINHAS ANTES DA PRIMEIRA QUEBRA SAO       *
      *                      CABECALHO E VAO EM TODAS AS PARTES;       *
      *                    - LINHAS APOS UMA QUEBRA PERTENCEM A        *
      *                      UNIDADE DA QUEBRA;                        *
      *                    - A PARTIR DO RODAPE, AS LINHAS SO VAO AOS  *
      *                      DESTINATARIOS DO RELATORIO INTEIRO.       *
      *                    CADA DESTINATARIO DO RELATORIO RECEBE A     *
      *                    PARTE DA SUA UNIDADE (OU O RELATORIO        *
      *                    INTEIRO, UNIDADE '*') NA FILA DE IMPRESSAO  *
      *                    (ARQIMP01, PRECEDIDA DE FAIXA DE            *
      *                    IDENTIFICACAO) OU NO SPOOL DE E-MAIL        *
      *                    (ARQESP01), E CADA ENTREGA E REGISTRADA NO  *
      *                    LOG ACUMULATIVO (ARQLOG01).                 *
      *                    UNIDADES DO RELATORIO SEM DESTINATARIO SAO  *
      *                    LISTADAS NO RELATORIO DE CONTROLE.          *
      *                    RC 04 = UNIDADE SEM DESTINATARIO            *
      *                    RC 08 = CARTAO INVALIDO OU RELATORIO SEM    *
      *                            DEFINICAO VALIDA NO CADASTRO        *
      *----------------------------------------------------------------*
      *    CARTAO (ARQPARM): COLS 1-8   RELATORIO (EX. 'EXER0215')     *
      *                      COLS 10-17 DATA DE REFERENCIA (AAAAMMDD)  *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQPARM  (CARTAO DE PARAMETROS)           -               *
      *      ARQDST01 (CADASTRO DE DISTRIBUICAO)       DST02248        *
      *      ARQREL01 (RELATORIO A SEPARAR)            -               *
      *      ARQIMP01 (FILA DE IMPRESSAO)              -               *
      *      ARQESP01 (SPOOL DE E-MAIL)                ESP02248        *
      *      ARQLOG01 (LOG DE ENTREGA, EXTEND)         LOG02248        *
      *      ARQSAI01 (RELATORIO DE CONTROLE)          -               *
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

           SELECT ARQDST01 ASSIGN      TO UT-S-ARQDST01
                      FILE STATUS      IS WRK-FS-ARQDST01.

           SELECT ARQREL01 ASSIGN      TO UT-S-ARQREL01
                      FILE STATUS      IS WRK-FS-ARQREL01.

           SELECT ARQIMP01 ASSIGN      TO UT-S-ARQIMP01
                      FILE STATUS      IS WRK-FS-ARQIMP01.

           SELECT ARQESP01 ASSIGN      TO UT-S-ARQESP01
                      FILE STATUS      IS WRK-FS-ARQESP01.

           SELECT ARQLOG01 ASSIGN      TO UT-S-ARQLOG01
                      FILE STATUS      IS WRK-FS-ARQLOG01.

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
      *----------------------------------------------------------------*
      *   INPUT:      CARTAO DE PARAMETROS                             *
      *----------------------------------------------------------------*

       FD  ARQPARM
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQPARM              PIC X(080).

      *----------------------------------------------------------------*
      *   INPUT:      CADASTRO DE DISTRIBUICAO DE RELATORIOS           *
      *               ORG. SEQUENCIAL   -   LRECL = 100                *
      *----------------------------------------------------------------*

       FD  ARQDST01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQDST01             PIC X(100).

      *----------------------------------------------------------------*
      *   INPUT:      RELATORIO A SEPARAR (RELATORIOS MAIS CURTOS SAO  *
      *               COMPLETADOS COM BRANCOS NO PASSO DE COPIA)       *
      *               ORG. SEQUENCIAL   -   LRECL = 132                *
      *----------------------------------------------------------------*

       FD  ARQREL01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQREL01             PIC X(132).

      *----------------------------------------------------------------*
      *   OUTPUT:     FILA DE IMPRESSAO DAS PARTES SEPARADAS           *
      *               ORG. SEQUENCIAL   -   LRECL = 132                *
      *----------------------------------------------------------------*

       FD  ARQIMP01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQIMP01             PIC X(132).

      *----------------------------------------------------------------*
      *   OUTPUT:     SPOOL DE E-MAIL DAS PARTES SEPARADAS             *
      *               ORG. SEQUENCIAL   -   LRECL = 220                *
      *----------------------------------------------------------------*

       FD  ARQESP01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQESP01             PIC X(220).

      *----------------------------------------------------------------*
      *   OUTPUT:     LOG ACUMULATIVO DE ENTREGA                       *
      *               ORG. SEQUENCIAL   -   LRECL = 140                *
      *----------------------------------------------------------------*

       FD  ARQLOG01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQLOG01             PIC X(140).

      *----------------------------------------------------------------*
      *   OUTPUT:     RELATORIO DE CONTROLE DA DISTRIBUICAO            *
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

      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0248 - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC  X(008) VALUE 'EXER0248'.
       77 WRK-ERRO2000            PIC  X(008) VALUE 'ERRO2000'.
       77 WRK-MASK-QTDE           PIC  ZZZ.ZZ9.
       77 WRK-UNIDADE-ATUAL       PIC  X(015) VALUE SPACES.
       77 WRK-CHAVE-LINHA         PIC  X(015) VALUE SPACES.
       77 WRK-QTD-LINHAS          PIC  9(007) VALUE ZEROS.
       77 WRK-QTD-LINHAS-UNIDADE  PIC  9(007) VALUE ZEROS.
       77 WRK-NUM-LINHA           PIC  9(005) VALUE ZEROS.
      *
       01 WRK-SW-DEFINICAO        PIC  X(001) VALUE 'N'.
          88 WRK-DEFINICAO-ACHADA             VALUE 'S'.
      *
       01 WRK-SW-RODAPE           PIC  X(001) VALUE 'N'.
          88 WRK-RODAPE-INICIADO              VALUE 'S'.
      *
       01 WRK-SW-QUEBRA           PIC  X(001) VALUE 'N'.
          88 WRK-LINHA-DE-QUEBRA              VALUE 'S'.
      *
       01 WRK-SW-ENTREGA          PIC  X(001) VALUE 'N'.
          88 WRK-LINHA-ENTREGUE               VALUE 'S'.
      *
       01 WRK-PARM-REGISTRO.
          05 WRK-PARM-COD-RELATORIO
                                  PIC  X(008) VALUE SPACES.
          05 FILLER               PIC  X(001) VALUE SPACES.
          05 WRK-PARM-DAT-REFERENCIA
                                  PIC  9(008) VALUE ZEROS.
          05 FILLER               PIC  X(063) VALUE SPACES.
      *
       01 WRK-DAT-REFERENCIA      PIC  9(008) VALUE ZEROS.
       01 WRK-DAT-REFERENCIA-R    REDEFINES WRK-DAT-REFERENCIA.
          05 WRK-REF-ANO          PIC  9(004).
          05 WRK-REF-MES          PIC  9(002).
          05 WRK-REF-DIA          PIC  9(002).
      *
       01 WRK-DAT-FORMATAR        PIC  9(008) VALUE ZEROS.
       01 WRK-DAT-FORMATAR-R      REDEFINES WRK-DAT-FORMATAR.
          05 WRK-FMT-ANO          PIC  9(004).
          05 WRK-FMT-MES          PIC  9(002).
          05 WRK-FMT-DIA          PIC  9(002).
       01 WRK-DAT-FORMATADA       PIC  X(010) VALUE SPACES.
      *
       01 WRK-DAT-HORA-ENTREGA.
          05 WRK-DAT-ENTREGA      PIC  9(008) VALUE ZEROS.
          05 WRK-HOR-ENTREGA      PIC  9(006) VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    DEFINICAO DA QUEBRA DO RELATORIO (REGISTRO 'R' DO CADASTRO) *
      *----------------------------------------------------------------*
       01 WRK-DEF-RELATORIO.
          05 WRK-DEF-DES-RELATORIO
                                  PIC  X(030) VALUE SPACES.
          05 WRK-DEF-POS-MARCA    PIC  9(003) VALUE ZEROS.
          05 WRK-DEF-TAM-MARCA    PIC  9(002) VALUE ZEROS.
          05 WRK-DEF-TXT-MARCA    PIC  X(020) VALUE SPACES.
          05 WRK-DEF-POS-CHAVE    PIC  9(003) VALUE ZEROS.
          05 WRK-DEF-TAM-CHAVE    PIC  9(002) VALUE ZEROS.
          05 WRK-DEF-TXT-RODAPE   PIC  X(010) VALUE SPACES.
      *
       01 WRK-ACUMULADORES.
           03 ACU-LIDOS-ARQDST01     PIC 9(007) VALUE ZEROS.
           03 ACU-LIDOS-ARQREL01     PIC 9(007) VALUE ZEROS.
           03 ACU-LINHAS-CABECALHO   PIC 9(007) VALUE ZEROS.
           03 ACU-LINHAS-RODAPE      PIC 9(007) VALUE ZEROS.
           03 ACU-ENTREGAS-IMPRESSAO PIC 9(007) VALUE ZEROS.
           03 ACU-ENTREGAS-EMAIL     PIC 9(007) VALUE ZEROS.
           03 ACU-SEM-OCORRENCIAS    PIC 9(007) VALUE ZEROS.
           03 ACU-SEM-DESTINATARIO   PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQIMP01     PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQESP01     PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQLOG01     PIC 9(007) VALUE ZEROS.
           03 ACU-GRAVA-ARQSAI01     PIC 9(007) VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    TABELA DOS DESTINATARIOS DO RELATORIO                       *
      *----------------------------------------------------------------*
       77 WRK-DST-QTDE            PIC 9(004) VALUE ZEROS.
       77 WRK-DST-IDX             PIC 9(004) VALUE ZEROS.
       01 WRK-DST-TABELA.
          05 WRK-DST-LINHA        OCCURS 300 TIMES.
             10 WRK-DST-COD-UNIDADE
                                  PIC X(015).
                88 WRK-DST-UNIDADE-TODAS      VALUE '*'.
             10 WRK-DST-NOM-DESTINATARIO
                                  PIC X(030).
             10 WRK-DST-TIP-ENTREGA
                                  PIC X(001).
                88 WRK-DST-ENTREGA-IMPRESSAO  VALUE 'I'.
             10 WRK-DST-DES-ENDERECO
                                  PIC X(040).
      *
      *----------------------------------------------------------------*
      *    TABELA DAS LINHAS DO RELATORIO, COM A UNIDADE DE CADA UMA   *
      *----------------------------------------------------------------*
       77 WRK-LIN-QTDE            PIC 9(005) VALUE ZEROS.
       77 WRK-LIN-IDX             PIC 9(005) VALUE ZEROS.
       01 WRK-LIN-TABELA.
          05 WRK-LIN-LINHA        OCCURS 9000 TIMES.
             10 WRK-LIN-TIPO      PIC X(001).
                88 WRK-LIN-CABECALHO          VALUE 'C'.
                88 WRK-LIN-UNIDADE            VALUE 'U'.
                88 WRK-LIN-RODAPE             VALUE 'R'.
             10 WRK-LIN-COD-UNIDADE
                                  PIC X(015).
             10 WRK-LIN-TEXTO     PIC X(132).
      *
      *----------------------------------------------------------------*
      *    TABELA DAS UNIDADES ENCONTRADAS NO RELATORIO                *
      *----------------------------------------------------------------*
       77 WRK-UNI-QTDE            PIC 9(004) VALUE ZEROS.
       77 WRK-UNI-IDX             PIC 9(004) VALUE ZEROS.
       01 WRK-UNI-TABELA.
          05 WRK-UNI-LINHA        OCCURS 1000 TIMES.
             10 WRK-UNI-COD-UNIDADE
                                  PIC X(015).
             10 WRK-UNI-QTD-LINHAS
                                  PIC 9(007).
      *
      *----------------------------------------------------------------*
      *    AREA DA FILA DE IMPRESSAO                                   *
      *----------------------------------------------------------------*
       01 WRK-IMP-SEPARADOR       PIC X(132) VALUE ALL '='.

       01 WRK-IMP-FAIXA1.
          05 FILLER               PIC X(028) VALUE
             '>>> DISTRIBUICAO: RELATORIO '.
          05 WRK-IMP-RELATORIO    PIC X(008).
          05 FILLER               PIC X(003) VALUE ' - '.
          05 WRK-IMP-DESCRICAO    PIC X(030).
          05 FILLER               PIC X(016) VALUE '  REFERENCIA: '.
          05 WRK-IMP-DATA         PIC X(010).
          05 FILLER               PIC X(037) VALUE SPACES.

       01 WRK-IMP-FAIXA2.
          05 FILLER               PIC X(013) VALUE '>>> UNIDADE: '.
          05 WRK-IMP-UNIDADE      PIC X(015).
          05 FILLER               PIC X(017) VALUE '  DESTINATARIO: '.
          05 WRK-IMP-DESTINATARIO PIC X(030).
          05 FILLER               PIC X(009) VALUE '  FILA: '.
          05 WRK-IMP-FILA         PIC X(040).
          05 FILLER               PIC X(008) VALUE SPACES.

       01 WRK-LIN-SEM-OCORRENCIA.
          05 FILLER               PIC X(036) VALUE
             '*** NENHUMA OCORRENCIA DA UNIDADE '.
          05 WRK-SOC-UNIDADE      PIC X(015).
          05 FILLER               PIC X(025) VALUE
             ' NESTE RELATORIO ***'.
          05 FILLER               PIC X(056) VALUE SPACES.

       01 WRK-LINHA-ENTREGA       PIC X(132) VALUE SPACES.

      *----------------------------------------------------------------*
      *    AREA DO RELATORIO DE CONTROLE                               *
      *----------------------------------------------------------------*
       01 WRK-CAB1-RELATORIO.
          05 FILLER               PIC X(026) VALUE
             'DISTRIBUICAO DO RELATORIO '.
          05 WRK-CAB1-RELATORIO-COD
                                  PIC X(008) VALUE SPACES.
          05 FILLER               PIC X(003) VALUE ' - '.
          05 WRK-CAB1-DESCRICAO   PIC X(030) VALUE SPACES.
          05 FILLER               PIC X(011) VALUE ' - REFER. '.
          05 WRK-CAB1-DATA        PIC X(010) VALUE SPACES.
          05 FILLER               PIC X(044) VALUE SPACES.

       01 WRK-CAB-TITULO.
          05 FILLER               PIC X(003) VALUE '== '.
          05 WRK-CAB-TIT-TEXTO    PIC X(060) VALUE SPACES.
          05 FILLER               PIC X(069) VALUE SPACES.

       01 WRK-CAB-ENTREGA.
          05 FILLER               PIC X(042) VALUE
             'UNIDADE          DESTINATARIO'.
          05 FILLER               PIC X(042) VALUE
             '               E ENDERECO/FILA'.
          05 FILLER               PIC X(048) VALUE
             '                       LINHAS SITUACAO'.

       01 WRK-DET-ENTREGA.
          05 WRK-DEN-UNIDADE      PIC X(015).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DEN-DESTINATARIO PIC X(030).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DEN-ENTREGA      PIC X(001).
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DEN-ENDERECO     PIC X(040).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DEN-LINHAS       PIC ZZZ.ZZ9.
          05 FILLER               PIC X(001) VALUE SPACES.
          05 WRK-DEN-SITUACAO     PIC X(016).
          05 FILLER               PIC X(015) VALUE SPACES.

       01 WRK-DET-SEM-DESTINO.
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DSD-UNIDADE      PIC X(015).
          05 FILLER               PIC X(002) VALUE SPACES.
          05 WRK-DSD-LINHAS       PIC ZZZ.ZZ9.
          05 FILLER               PIC X(028) VALUE
             ' LINHA(S) NAO DISTRIBUIDA(S)'.
          05 FILLER               PIC X(078) VALUE SPACES.

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
          05 WRK-FS-ARQDST01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-DST01-OK               VALUE '00'.
             88 WRK-FS-DST01-FIM              VALUE '10'.
          05 WRK-FS-ARQREL01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-REL01-OK               VALUE '00'.
             88 WRK-FS-REL01-FIM              VALUE '10'.
          05 WRK-FS-ARQIMP01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-IMP01-OK               VALUE '00'.
          05 WRK-FS-ARQESP01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-ESP01-OK               VALUE '00'.
          05 WRK-FS-ARQLOG01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-LOG01-OK               VALUE '00'.
          05 WRK-FS-ARQSAI01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-SAI01-OK               VALUE '00'.
          05 WRK-FS-ARQAUD01      PIC  X(002) VALUE SPACES.
             88 WRK-FS-AUD01-OK               VALUE '00'.
          05 WRK-FS-DISPLAY       PIC  X(002) VALUE SPACES.

       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQPARM       VALUE 'ARQPARM '.
          88 WRK-CN-ARQDST01      VALUE 'ARQDST01'.
          88 WRK-CN-ARQREL01      VALUE 'ARQREL01'.
          88 WRK-CN-ARQIMP01      VALUE 'ARQIMP01'.
          88 WRK-CN-ARQESP01      VALUE 'ARQESP01'.
          88 WRK-CN-ARQLOG01      VALUE 'ARQLOG01'.
          88 WRK-CN-ARQSAI01      VALUE 'ARQSAI01'.
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
           COPY DST02248.
           COPY ESP02248.
           COPY LOG02248.
           COPY AUD00105.
           COPY 'I#ERRO01'.

      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0248 - FIM DA AREA DE WORKING'.
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

           PERFORM 1200-CARREGAR-DISTRIBUICAO

           PERFORM 1300-CARREGAR-RELATORIO

           PERFORM 2000-DISTRIBUIR

           PERFORM 2500-VERIFICAR-UNIDADES

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
              OR WRK-PARM-COD-RELATORIO EQUAL SPACES
              OR WRK-PARM-DAT-REFERENCIA NOT NUMERIC
              OR WRK-REF-ANO EQUAL ZEROS
              OR WRK-REF-MES LESS 01
              OR WRK-REF-MES GREATER 12
              OR WRK-REF-DIA LESS 01
              OR WRK-REF-DIA GREATER 31
              DISPLAY '************************************************'
              DISPLAY '* CARTAO DE PARAMETROS INVALIDO: RELATORIO     *'
              DISPLAY '* (COLS 1-8) E DATA DE REFERENCIA (COLS 10-17) *'
              DISPLAY '* PROGRAMA ' WRK-PROGRAMA
                                          ' CANCELADO                *'
              DISPLAY '************************************************'
              MOVE 08 TO RETURN-CODE
              PERFORM 9900-FIM-PROGRAMA
           END-IF

           CLOSE ARQPARM

           MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO WRK-DAT-ENTREGA
           MOVE FUNCTION CURRENT-DATE(9:6)
                                       TO WRK-HOR-ENTREGA

           SET  WRK-CN-ARQREL01        TO TRUE
           OPEN INPUT ARQREL01

           IF NOT WRK-FS-REL01-OK
              MOVE WRK-FS-ARQREL01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQIMP01        TO TRUE
           OPEN OUTPUT ARQIMP01

           IF NOT WRK-FS-IMP01-OK
              MOVE WRK-FS-ARQIMP01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQESP01        TO TRUE
           OPEN OUTPUT ARQESP01

           IF NOT WRK-FS-ESP01-OK
              MOVE WRK-FS-ARQESP01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQLOG01        TO TRUE
           OPEN EXTEND ARQLOG01

           IF NOT WRK-FS-LOG01-OK
              MOVE WRK-FS-ARQLOG01     TO WRK-FS-DISPLAY
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
           .
      *----------------------------------------------------------------*
       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CARGA DA DEFINICAO E DOS DESTINATARIOS DO RELATORIO DO      *
      *    CARTAO. SEM DEFINICAO VALIDA NAO HA COMO SEPARAR: RC 08     *
      *----------------------------------------------------------------*
       1200-CARREGAR-DISTRIBUICAO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-OPEN            TO TRUE
           SET  WRK-CN-ARQDST01        TO TRUE
           OPEN INPUT ARQDST01

           IF NOT WRK-FS-DST01-OK
              MOVE WRK-FS-ARQDST01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 3810-LER-DISTRIBUICAO

           PERFORM 1210-GUARDAR-DISTRIBUICAO
              UNTIL WRK-FS-DST01-FIM

           SET  WRK-CN-CLOSE           TO TRUE
           CLOSE ARQDST01

           IF NOT WRK-DEFINICAO-ACHADA
              OR WRK-DEF-POS-CHAVE LESS 1
              OR WRK-DEF-TAM-CHAVE LESS 1
              OR WRK-DEF-TAM-CHAVE GREATER 15
              OR WRK-DEF-POS-CHAVE + WRK-DEF-TAM-CHAVE GREATER 133
              OR WRK-DEF-TAM-MARCA GREATER 20
              OR (WRK-DEF-TAM-MARCA GREATER ZEROS
                  AND (WRK-DEF-POS-MARCA LESS 1
                   OR WRK-DEF-POS-MARCA + WRK-DEF-TAM-MARCA
                      GREATER 133))
              DISPLAY '************************************************'
              DISPLAY '* RELATORIO ' WRK-PARM-COD-RELATORIO
                                           ' SEM DEFINICAO VALIDA     *'
              DISPLAY '* DE QUEBRA NO CADASTRO DE DISTRIBUICAO        *'
              DISPLAY '* PROGRAMA ' WRK-PROGRAMA
                                          ' CANCELADO                *'
              DISPLAY '************************************************'
              MOVE 08 TO RETURN-CODE
              PERFORM 9900-FIM-PROGRAMA
           END-IF

           MOVE WRK-PARM-COD-RELATORIO TO WRK-CAB1-RELATORIO-COD
           MOVE WRK-DEF-DES-RELATORIO  TO WRK-CAB1-DESCRICAO
           MOVE WRK-DAT-FORMATADA      TO WRK-CAB1-DATA

           MOVE WRK-CAB1-RELATORIO     TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       1200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1210-GUARDAR-DISTRIBUICAO SECTION.
      *----------------------------------------------------------------*
      *
           IF ARQDST01-COD-RELATORIO NOT EQUAL WRK-PARM-COD-RELATORIO
              GO TO 1210-90-LER
           END-IF

           IF ARQDST01-DEFINICAO
              SET WRK-DEFINICAO-ACHADA TO TRUE
              MOVE ARQDST01-DES-RELATORIO
                                       TO WRK-DEF-DES-RELATORIO
              MOVE ARQDST01-POS-MARCA  TO WRK-DEF-POS-MARCA
              MOVE ARQDST01-TAM-MARCA  TO WRK-DEF-TAM-MARCA
              MOVE ARQDST01-TXT-MARCA  TO WRK-DEF-TXT-MARCA
              MOVE ARQDST01-POS-CHAVE  TO WRK-DEF-POS-CHAVE
              MOVE ARQDST01-TAM-CHAVE  TO WRK-DEF-TAM-CHAVE
              MOVE ARQDST01-TXT-RODAPE TO WRK-DEF-TXT-RODAPE
              GO TO 1210-90-LER
           END-IF

           IF NOT ARQDST01-DESTINATARIO
              OR ARQDST01-COD-UNIDADE EQUAL SPACES
              OR (NOT ARQDST01-ENTREGA-IMPRESSAO
                  AND NOT ARQDST01-ENTREGA-EMAIL)
              OR ARQDST01-DES-ENDERECO EQUAL SPACES
              DISPLAY '* REGISTRO DE DISTRIBUICAO IGNORADO: '
                      ARQDST01-TIP-REGISTRO ' '
                      ARQDST01-COD-RELATORIO ' '
                      ARQDST01-COD-UNIDADE
              GO TO 1210-90-LER
           END-IF

           IF WRK-DST-QTDE NOT LESS 300
              DISPLAY '* TABELA DE DESTINATARIOS ESGOTADA (300)'
              MOVE 12                  TO RETURN-CODE
              PERFORM 9900-FIM-PROGRAMA
           END-IF

           ADD 1 TO WRK-DST-QTDE
           MOVE ARQDST01-COD-UNIDADE   TO WRK-DST-COD-UNIDADE
                                          (WRK-DST-QTDE)
           MOVE ARQDST01-NOM-DESTINATARIO
                                       TO WRK-DST-NOM-DESTINATARIO
                                          (WRK-DST-QTDE)
           MOVE ARQDST01-TIP-ENTREGA   TO WRK-DST-TIP-ENTREGA
                                          (WRK-DST-QTDE)
           MOVE ARQDST01-DES-ENDERECO  TO WRK-DST-DES-ENDERECO
                                          (WRK-DST-QTDE)
           .
      *----------------------------------------------------------------*
       1210-90-LER.
      *----------------------------------------------------------------*
      *
           PERFORM 3810-LER-DISTRIBUICAO
           .
      *----------------------------------------------------------------*
       1210-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    CARGA DAS LINHAS DO RELATORIO, CLASSIFICADAS EM CABECALHO,  *
      *    LINHA DE UNIDADE OU RODAPE                                  *
      *----------------------------------------------------------------*
       1300-CARREGAR-RELATORIO SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 3820-LER-RELATORIO

           PERFORM 1310-CLASSIFICAR-LINHA
              UNTIL WRK-FS-REL01-FIM

           SET  WRK-CN-CLOSE           TO TRUE
           CLOSE ARQREL01
           .
      *----------------------------------------------------------------*
       1300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       1310-CLASSIFICAR-LINHA SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-LIN-QTDE NOT LESS 9000
              DISPLAY '* TABELA DE LINHAS DO RELATORIO ESGOTADA (9000)'
              MOVE 12                  TO RETURN-CODE
              PERFORM 9900-FIM-PROGRAMA
           END-IF

           ADD 1 TO WRK-LIN-QTDE
           MOVE WRK-LIN-QTDE           TO WRK-LIN-IDX
           MOVE FD-ARQREL01            TO WRK-LIN-TEXTO (WRK-LIN-IDX)
           MOVE SPACES                 TO WRK-LIN-COD-UNIDADE
                                          (WRK-LIN-IDX)

           IF NOT WRK-RODAPE-INICIADO
              AND WRK-DEF-TXT-RODAPE NOT EQUAL SPACES
              AND FD-ARQREL01 (1:10) EQUAL WRK-DEF-TXT-RODAPE
              SET WRK-RODAPE-INICIADO  TO TRUE
           END-IF

           IF WRK-RODAPE-INICIADO
              SET WRK-LIN-RODAPE (WRK-LIN-IDX)
                                       TO TRUE
              ADD 1 TO ACU-LINHAS-RODAPE
              GO TO 1310-90-LER
           END-IF

           PERFORM 1320-TESTAR-QUEBRA

           IF WRK-LINHA-DE-QUEBRA
              MOVE WRK-CHAVE-LINHA     TO WRK-UNIDADE-ATUAL
           END-IF

           IF WRK-UNIDADE-ATUAL EQUAL SPACES
              SET WRK-LIN-CABECALHO (WRK-LIN-IDX)
                                       TO TRUE
              ADD 1 TO ACU-LINHAS-CABECALHO
              GO TO 1310-90-LER
           END-IF

           SET WRK-LIN-UNIDADE (WRK-LIN-IDX)
                                       TO TRUE
           MOVE WRK-UNIDADE-ATUAL      TO WRK-LIN-COD-UNIDADE
                                          (WRK-LIN-IDX)

           PERFORM 5100-PROCURAR-UNIDADE

           ADD 1 TO WRK-UNI-QTD-LINHAS (WRK-UNI-IDX)
           .
      *----------------------------------------------------------------*
       1310-90-LER.
      *----------------------------------------------------------------*
      *
           PERFORM 3820-LER-RELATORIO
           .
      *----------------------------------------------------------------*
       1310-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    LINHA DE QUEBRA: TEXTO DA MARCA NA POSICAO DEFINIDA (SE HA  *
      *    MARCA) E CODIGO DA UNIDADE NUMERICO E DIFERENTE DE ZEROS    *
      *----------------------------------------------------------------*
       1320-TESTAR-QUEBRA SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WRK-SW-QUEBRA

           IF WRK-DEF-TAM-MARCA GREATER ZEROS
              IF FD-ARQREL01 (WRK-DEF-POS-MARCA:WRK-DEF-TAM-MARCA)
                 NOT EQUAL WRK-DEF-TXT-MARCA (1:WRK-DEF-TAM-MARCA)
                 GO TO 1320-99-FIM
              END-IF
           END-IF

           MOVE SPACES                 TO WRK-CHAVE-LINHA
           MOVE FD-ARQREL01 (WRK-DEF-POS-CHAVE:WRK-DEF-TAM-CHAVE)
                                       TO WRK-CHAVE-LINHA
                                          (1:WRK-DEF-TAM-CHAVE)

           INSPECT WRK-CHAVE-LINHA (1:WRK-DEF-TAM-CHAVE)
                   REPLACING LEADING SPACES BY ZEROS

           IF WRK-CHAVE-LINHA (1:WRK-DEF-TAM-CHAVE) NUMERIC
              AND WRK-CHAVE-LINHA (1:WRK-DEF-TAM-CHAVE)
                  NOT EQUAL ZEROS
              SET WRK-LINHA-DE-QUEBRA  TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
       1320-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    ENTREGA DAS PARTES A CADA DESTINATARIO DO RELATORIO         *
      *----------------------------------------------------------------*
       2000-DISTRIBUIR SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 4950-GRAVAR-LINHA
           MOVE 'ENTREGAS POR DESTINATARIO'
                                       TO WRK-CAB-TIT-TEXTO
           MOVE WRK-CAB-TITULO         TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           MOVE WRK-CAB-ENTREGA        TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           PERFORM 2100-ENTREGAR-DESTINATARIO
              VARYING WRK-DST-IDX FROM 1 BY 1
              UNTIL WRK-DST-IDX GREATER WRK-DST-QTDE

           IF WRK-DST-QTDE EQUAL ZEROS
              MOVE '  NENHUM DESTINATARIO CADASTRADO PARA O RELATORIO'
                                       TO WRK-LINHA-IMPRESSAO
              PERFORM 4950-GRAVAR-LINHA
           END-IF
           .
      *----------------------------------------------------------------*
       2000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    PARTE DE UM DESTINATARIO: CABECALHO E LINHAS DA UNIDADE, OU *
      *    O RELATORIO INTEIRO. SEM LINHAS DA UNIDADE, VAI O CABECALHO *
      *    COM O AVISO DE NENHUMA OCORRENCIA                           *
      *----------------------------------------------------------------*
       2100-ENTREGAR-DESTINATARIO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-QTD-LINHAS
                                          WRK-QTD-LINHAS-UNIDADE
                                          WRK-NUM-LINHA

           IF WRK-DST-ENTREGA-IMPRESSAO (WRK-DST-IDX)
              ADD 1 TO ACU-ENTREGAS-IMPRESSAO
              PERFORM 2150-GRAVAR-FAIXA
           ELSE
              ADD 1 TO ACU-ENTREGAS-EMAIL
           END-IF

           PERFORM 2110-AVALIAR-LINHA
              VARYING WRK-LIN-IDX FROM 1 BY 1
              UNTIL WRK-LIN-IDX GREATER WRK-LIN-QTDE

           IF NOT WRK-DST-UNIDADE-TODAS (WRK-DST-IDX)
              AND WRK-QTD-LINHAS-UNIDADE EQUAL ZEROS
              MOVE WRK-DST-COD-UNIDADE (WRK-DST-IDX)
                                       TO WRK-SOC-UNIDADE
              MOVE WRK-LIN-SEM-OCORRENCIA
                                       TO WRK-LINHA-ENTREGA
              PERFORM 2120-ENTREGAR-LINHA
              ADD 1 TO ACU-SEM-OCORRENCIAS
           END-IF

           PERFORM 2200-REGISTRAR-ENTREGA
           .
      *----------------------------------------------------------------*
       2100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2110-AVALIAR-LINHA SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WRK-SW-ENTREGA

           IF WRK-DST-UNIDADE-TODAS (WRK-DST-IDX)
              OR WRK-LIN-CABECALHO (WRK-LIN-IDX)
              SET WRK-LINHA-ENTREGUE   TO TRUE
           END-IF

           IF WRK-LIN-UNIDADE (WRK-LIN-IDX)
              AND WRK-LIN-COD-UNIDADE (WRK-LIN-IDX) EQUAL
                  WRK-DST-COD-UNIDADE (WRK-DST-IDX)
              SET WRK-LINHA-ENTREGUE   TO TRUE
              ADD 1 TO WRK-QTD-LINHAS-UNIDADE
           END-IF

           IF WRK-LINHA-ENTREGUE
              MOVE WRK-LIN-TEXTO (WRK-LIN-IDX)
                                       TO WRK-LINHA-ENTREGA
              PERFORM 2120-ENTREGAR-LINHA
           END-IF
           .
      *----------------------------------------------------------------*
       2110-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GRAVA A LINHA NA FILA DE IMPRESSAO OU NO SPOOL DE E-MAIL    *
      *----------------------------------------------------------------*
       2120-ENTREGAR-LINHA SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-QTD-LINHAS
           ADD 1 TO WRK-NUM-LINHA

           IF WRK-DST-ENTREGA-IMPRESSAO (WRK-DST-IDX)
              PERFORM 2130-GRAVAR-IMPRESSAO
              GO TO 2120-99-FIM
           END-IF

           INITIALIZE                 ARQESP01-REGISTRO

           MOVE WRK-DST-DES-ENDERECO (WRK-DST-IDX)
                                       TO ARQESP01-DES-ENDERECO
           MOVE WRK-PARM-COD-RELATORIO TO ARQESP01-COD-RELATORIO
           MOVE WRK-DAT-REFERENCIA     TO ARQESP01-DAT-REFERENCIA
           MOVE WRK-DST-COD-UNIDADE (WRK-DST-IDX)
                                       TO ARQESP01-COD-UNIDADE
           MOVE WRK-NUM-LINHA          TO ARQESP01-NUM-LINHA
           MOVE WRK-LINHA-ENTREGA      TO ARQESP01-TXT-LINHA

           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQESP01        TO TRUE

           WRITE FD-ARQESP01 FROM ARQESP01-REGISTRO

           IF WRK-FS-ESP01-OK
              ADD 1 TO ACU-GRAVA-ARQESP01
           ELSE
              MOVE WRK-FS-ARQESP01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       2120-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2130-GRAVAR-IMPRESSAO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQIMP01        TO TRUE

           WRITE FD-ARQIMP01 FROM WRK-LINHA-ENTREGA

           IF WRK-FS-IMP01-OK
              ADD 1 TO ACU-GRAVA-ARQIMP01
           ELSE
              MOVE WRK-FS-ARQIMP01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       2130-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    FAIXA DE IDENTIFICACAO QUE ABRE CADA PARTE NA FILA DE       *
      *    IMPRESSAO (NAO CONTA COMO LINHA ENTREGUE)                   *
      *----------------------------------------------------------------*
       2150-GRAVAR-FAIXA SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-PARM-COD-RELATORIO TO WRK-IMP-RELATORIO
           MOVE WRK-DEF-DES-RELATORIO  TO WRK-IMP-DESCRICAO
           MOVE WRK-DAT-FORMATADA      TO WRK-IMP-DATA
           MOVE WRK-DST-COD-UNIDADE (WRK-DST-IDX)
                                       TO WRK-IMP-UNIDADE
           MOVE WRK-DST-NOM-DESTINATARIO (WRK-DST-IDX)
                                       TO WRK-IMP-DESTINATARIO
           MOVE WRK-DST-DES-ENDERECO (WRK-DST-IDX)
                                       TO WRK-IMP-FILA

           MOVE WRK-IMP-SEPARADOR      TO WRK-LINHA-ENTREGA
           PERFORM 2130-GRAVAR-IMPRESSAO
           MOVE WRK-IMP-FAIXA1         TO WRK-LINHA-ENTREGA
           PERFORM 2130-GRAVAR-IMPRESSAO
           MOVE WRK-IMP-FAIXA2         TO WRK-LINHA-ENTREGA
           PERFORM 2130-GRAVAR-IMPRESSAO
           MOVE WRK-IMP-SEPARADOR      TO WRK-LINHA-ENTREGA
           PERFORM 2130-GRAVAR-IMPRESSAO
           .
      *----------------------------------------------------------------*
       2150-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    COMPROVANTE DA ENTREGA NO LOG E NO RELATORIO DE CONTROLE    *
      *----------------------------------------------------------------*
       2200-REGISTRAR-ENTREGA SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE                 ARQLOG01-REGISTRO

           MOVE WRK-DAT-REFERENCIA     TO ARQLOG01-DAT-REFERENCIA
           MOVE WRK-PARM-COD-RELATORIO TO ARQLOG01-COD-RELATORIO
           MOVE WRK-DST-COD-UNIDADE (WRK-DST-IDX)
                                       TO ARQLOG01-COD-UNIDADE
           MOVE WRK-DST-NOM-DESTINATARIO (WRK-DST-IDX)
                                       TO ARQLOG01-NOM-DESTINATARIO
           MOVE WRK-DST-TIP-ENTREGA (WRK-DST-IDX)
                                       TO ARQLOG01-TIP-ENTREGA
           MOVE WRK-DST-DES-ENDERECO (WRK-DST-IDX)
                                       TO ARQLOG01-DES-ENDERECO
           MOVE WRK-QTD-LINHAS         TO ARQLOG01-QTD-LINHAS
           MOVE WRK-DAT-ENTREGA        TO ARQLOG01-DAT-ENTREGA
           MOVE WRK-HOR-ENTREGA        TO ARQLOG01-HOR-ENTREGA

           IF NOT WRK-DST-UNIDADE-TODAS (WRK-DST-IDX)
              AND WRK-QTD-LINHAS-UNIDADE EQUAL ZEROS
              SET ARQLOG01-SEM-OCORRENCIAS
                                       TO TRUE
              MOVE 'SEM OCORRENCIAS' TO WRK-DEN-SITUACAO
           ELSE
              SET ARQLOG01-ENTREGUE    TO TRUE
              MOVE 'ENTREGUE'          TO WRK-DEN-SITUACAO
           END-IF

           SET  WRK-CN-WRITE           TO TRUE
           SET  WRK-CN-ARQLOG01        TO TRUE

           WRITE FD-ARQLOG01 FROM ARQLOG01-REGISTRO

           IF WRK-FS-LOG01-OK
              ADD 1 TO ACU-GRAVA-ARQLOG01
           ELSE
              MOVE WRK-FS-ARQLOG01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           MOVE WRK-DST-COD-UNIDADE (WRK-DST-IDX)
                                       TO WRK-DEN-UNIDADE
           MOVE WRK-DST-NOM-DESTINATARIO (WRK-DST-IDX)
                                       TO WRK-DEN-DESTINATARIO
           MOVE WRK-DST-TIP-ENTREGA (WRK-DST-IDX)
                                       TO WRK-DEN-ENTREGA
           MOVE WRK-DST-DES-ENDERECO (WRK-DST-IDX)
                                       TO WRK-DEN-ENDERECO
           MOVE WRK-QTD-LINHAS         TO WRK-DEN-LINHAS

           MOVE WRK-DET-ENTREGA        TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       2200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    UNIDADES DO RELATORIO SEM DESTINATARIO PROPRIO NO CADASTRO  *
      *    (A PARTE NAO FOI ENTREGUE A NINGUEM DA UNIDADE): RC 04      *
      *----------------------------------------------------------------*
       2500-VERIFICAR-UNIDADES SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 4950-GRAVAR-LINHA
           MOVE 'UNIDADES DO RELATORIO SEM DESTINATARIO'
                                       TO WRK-CAB-TIT-TEXTO
           MOVE WRK-CAB-TITULO         TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           PERFORM 2510-VERIFICAR-UNIDADE
              VARYING WRK-UNI-IDX FROM 1 BY 1
              UNTIL WRK-UNI-IDX GREATER WRK-UNI-QTDE

           IF ACU-SEM-DESTINATARIO EQUAL ZEROS
              MOVE '  NENHUMA'         TO WRK-LINHA-IMPRESSAO
              PERFORM 4950-GRAVAR-LINHA
           ELSE
              IF RETURN-CODE LESS 04
                 MOVE 04               TO RETURN-CODE
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       2500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2510-VERIFICAR-UNIDADE SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 1 TO WRK-DST-IDX

           PERFORM 2520-PROXIMO-DESTINATARIO
              UNTIL WRK-DST-IDX GREATER WRK-DST-QTDE
                 OR WRK-DST-COD-UNIDADE (WRK-DST-IDX) EQUAL
                    WRK-UNI-COD-UNIDADE (WRK-UNI-IDX)

           IF WRK-DST-IDX GREATER WRK-DST-QTDE
              ADD 1 TO ACU-SEM-DESTINATARIO
              MOVE WRK-UNI-COD-UNIDADE (WRK-UNI-IDX)
                                       TO WRK-DSD-UNIDADE
              MOVE WRK-UNI-QTD-LINHAS (WRK-UNI-IDX)
                                       TO WRK-DSD-LINHAS
              MOVE WRK-DET-SEM-DESTINO TO WRK-LINHA-IMPRESSAO
              PERFORM 4950-GRAVAR-LINHA
           END-IF
           .
      *----------------------------------------------------------------*
       2510-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2520-PROXIMO-DESTINATARIO SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-DST-IDX
           .
      *----------------------------------------------------------------*
       2520-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3810-LER-DISTRIBUICAO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQDST01        TO TRUE

           READ ARQDST01 INTO ARQDST01-REGISTRO

           IF WRK-FS-DST01-OK
              ADD 1 TO ACU-LIDOS-ARQDST01
           ELSE
              IF NOT WRK-FS-DST01-FIM
                 MOVE WRK-FS-ARQDST01  TO WRK-FS-DISPLAY
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3810-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3820-LER-RELATORIO SECTION.
      *----------------------------------------------------------------*
      *
           SET  WRK-CN-READ            TO TRUE
           SET  WRK-CN-ARQREL01        TO TRUE

           READ ARQREL01

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
       3820-99-FIM.
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
           MOVE ACU-LIDOS-ARQREL01      TO ARQAUD01-QTDE-LIDOS
           MOVE ACU-GRAVA-ARQLOG01      TO ARQAUD01-QTDE-GRAVA
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
      *    ROTINA DE FINALIZACAO: RESUMO DE CONTROLE E FECHAMENTO      *
      *----------------------------------------------------------------*
       4000-FINALIZAR SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 4800-GRAVAR-TOTAIS

           PERFORM 3980-GRAVAR-AUDITORIA

           SET  WRK-CN-CLOSE           TO TRUE

           SET  WRK-CN-ARQIMP01        TO TRUE
           CLOSE ARQIMP01
           IF NOT WRK-FS-IMP01-OK
              MOVE WRK-FS-ARQIMP01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQESP01        TO TRUE
           CLOSE ARQESP01
           IF NOT WRK-FS-ESP01-OK
              MOVE WRK-FS-ARQESP01     TO WRK-FS-DISPLAY
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET  WRK-CN-ARQLOG01        TO TRUE
           CLOSE ARQLOG01
           IF NOT WRK-FS-LOG01-OK
              MOVE WRK-FS-ARQLOG01     TO WRK-FS-DISPLAY
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

           DISPLAY '**************************************************'
           DISPLAY '* RELATORIO DISTRIBUIDO      : '
                   WRK-PARM-COD-RELATORIO '          *'
           MOVE ACU-LIDOS-ARQREL01     TO WRK-MASK-QTDE
           DISPLAY '* QTDE LINHAS DO RELATORIO   : ' WRK-MASK-QTDE  '*'
           MOVE WRK-UNI-QTDE           TO WRK-MASK-QTDE
           DISPLAY '* QTDE UNIDADES NO RELATORIO : ' WRK-MASK-QTDE  '*'
           MOVE ACU-ENTREGAS-IMPRESSAO TO WRK-MASK-QTDE
           DISPLAY '* QTDE ENTREGAS IMPRESSAO    : ' WRK-MASK-QTDE  '*'
           MOVE ACU-ENTREGAS-EMAIL     TO WRK-MASK-QTDE
           DISPLAY '* QTDE ENTREGAS E-MAIL       : ' WRK-MASK-QTDE  '*'
           MOVE ACU-SEM-DESTINATARIO   TO WRK-MASK-QTDE
           DISPLAY '* QTDE UNIDADES SEM DESTINO  : ' WRK-MASK-QTDE  '*'
           DISPLAY '*                                                *'
           DISPLAY '* ' WRK-PROGRAMA
                             ' FIM NORMAL                            *'
           DISPLAY '**************************************************'

           PERFORM 9900-FIM-PROGRAMA
           .
      *----------------------------------------------------------------*
       4000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    RESUMO DE CONTROLE NO FIM DO RELATORIO                      *
      *----------------------------------------------------------------*
       4800-GRAVAR-TOTAIS SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'LINHAS DO RELATORIO LIDAS...............:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-LIDOS-ARQREL01     TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE '  DE CABECALHO (EM TODAS AS PARTES).....:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-LINHAS-CABECALHO   TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE '  DE RODAPE (SO NO RELATORIO INTEIRO)...:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-LINHAS-RODAPE      TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'UNIDADES ENCONTRADAS NO RELATORIO.......:'
                                       TO WRK-RES-DESCRICAO
           MOVE WRK-UNI-QTDE           TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'DESTINATARIOS DO RELATORIO..............:'
                                       TO WRK-RES-DESCRICAO
           MOVE WRK-DST-QTDE           TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'ENTREGAS NA FILA DE IMPRESSAO...........:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-ENTREGAS-IMPRESSAO TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'ENTREGAS NO SPOOL DE E-MAIL.............:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-ENTREGAS-EMAIL     TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE '  SEM OCORRENCIAS DA UNIDADE............:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-SEM-OCORRENCIAS    TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'UNIDADES SEM DESTINATARIO...............:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-SEM-DESTINATARIO   TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'LINHAS GRAVADAS NA FILA DE IMPRESSAO....:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-GRAVA-ARQIMP01     TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'LINHAS GRAVADAS NO SPOOL DE E-MAIL......:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-GRAVA-ARQESP01     TO WRK-RES-QTDE
           MOVE WRK-RES-LINHA          TO WRK-LINHA-IMPRESSAO
           PERFORM 4950-GRAVAR-LINHA

           MOVE 'REGISTROS GRAVADOS NO LOG DE ENTREGA....:'
                                       TO WRK-RES-DESCRICAO
           MOVE ACU-GRAVA-ARQLOG01     TO WRK-RES-QTDE
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
      *    UNIDADE CORRENTE NA TABELA DE UNIDADES (INCLUI SE NOVA)     *
      *----------------------------------------------------------------*
       5100-PROCURAR-UNIDADE SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 1 TO WRK-UNI-IDX

           PERFORM 5110-PROXIMA-UNIDADE
              UNTIL WRK-UNI-IDX GREATER WRK-UNI-QTDE
                 OR WRK-UNI-COD-UNIDADE (WRK-UNI-IDX) EQUAL
                    WRK-UNIDADE-ATUAL

           IF WRK-UNI-IDX GREATER WRK-UNI-QTDE
              IF WRK-UNI-QTDE NOT LESS 1000
                 DISPLAY '* TABELA DE UNIDADES ESGOTADA (1000)'
                 MOVE 12               TO RETURN-CODE
                 PERFORM 9900-FIM-PROGRAMA
              END-IF
              ADD 1 TO WRK-UNI-QTDE
              MOVE WRK-UNI-QTDE        TO WRK-UNI-IDX
              MOVE WRK-UNIDADE-ATUAL   TO WRK-UNI-COD-UNIDADE
                                          (WRK-UNI-IDX)
              MOVE ZEROS               TO WRK-UNI-QTD-LINHAS
                                          (WRK-UNI-IDX)
           END-IF
           .
      *----------------------------------------------------------------*
       5100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       5110-PROXIMA-UNIDADE SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO WRK-UNI-IDX
           .
      *----------------------------------------------------------------*
       5110-99-FIM.
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
           MOVE ACU-LIDOS-ARQREL01
                                  TO ERRO01-QTDE-LIDOS
           MOVE ACU-GRAVA-ARQLOG01
                                  TO ERRO01-QTDE-GRAVADOS
           MOVE WRK-PARM-COD-RELATORIO
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
